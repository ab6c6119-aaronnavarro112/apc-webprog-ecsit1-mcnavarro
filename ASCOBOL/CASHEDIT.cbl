002401*                  NUMERIC - A MIS-KEYED REFERENCE IS REJECTED
002402*                  HERE INSTEAD OF LOSING THE PAYMENT AGAINST
002403*                  THE STUDENT DOWNSTREAM.
002404* 2026-10-15 PJM   THE AUDIT JOURNAL RECORD NOW CARRIES THE
002405*                  RETURN CODE THE RUN ENDED WITH.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. CASHEDIT.
040700     MOVE CE-CLEAN-AMOUNT TO AJ-TOTAL-1-AMOUNT
040800     MOVE "REJECT COUNT" TO AJ-TOTAL-2-LABEL
040900     MOVE CE-REJECT-COUNT TO AJ-TOTAL-2-AMOUNT
040910     MOVE RETURN-CODE TO AJ-RETURN-CODE
041000     WRITE AUDIT-JOURNAL-RECORD.
041100 3100-EXIT.
041200     EXIT.
