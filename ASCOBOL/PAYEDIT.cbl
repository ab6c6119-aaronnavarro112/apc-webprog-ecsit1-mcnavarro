002388*                  CHANGE) IS A WARNING - THE PAY RUN COMPUTES
002389*                  WITH NO CREDIT, WHICH OVERSTATES THE TAX
002391*                  UNTIL THE MASTER IS CONVERTED.
002394* 2026-10-15 PJM   THE AUDIT JOURNAL RECORD NOW CARRIES THE
002397*                  RETURN CODE THE RUN ENDED WITH.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. PAYEDIT.
036300     MOVE PE-EMPLOYEE-COUNT TO AJ-TOTAL-1-AMOUNT
036400     MOVE "BLOCKING ERRORS" TO AJ-TOTAL-2-LABEL
036500     MOVE PE-BLOCKING-COUNT TO AJ-TOTAL-2-AMOUNT
036510     MOVE RETURN-CODE TO AJ-RETURN-CODE
036600     WRITE AUDIT-JOURNAL-RECORD.
036700 3100-EXIT.
036800     EXIT.
