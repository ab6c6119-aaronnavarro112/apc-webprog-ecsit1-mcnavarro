002210* 2026-08-22 PJM   THE RUN DATE NOW COMES FROM THE SUITE
002220*                  RUN-CONTROL FILE, FALLING BACK TO THE MACHINE
002230*                  DATE WHEN RUN CONTROL IS ABSENT.
002240* 2026-10-15 PJM   THE AUDIT JOURNAL RECORD NOW CARRIES THE
002250*                  RETURN CODE THE RUN ENDED WITH.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. STURECON.
038300     MOVE XR-MASTER-READ-COUNT TO AJ-TOTAL-1-AMOUNT
038400     MOVE "TOTAL EXCEPTIONS" TO AJ-TOTAL-2-LABEL
038500     MOVE XR-EXCEPTION-COUNT TO AJ-TOTAL-2-AMOUNT
038510     MOVE RETURN-CODE TO AJ-RETURN-CODE
038600     WRITE AUDIT-JOURNAL-RECORD.
038700 4100-EXIT.
038800     EXIT.
