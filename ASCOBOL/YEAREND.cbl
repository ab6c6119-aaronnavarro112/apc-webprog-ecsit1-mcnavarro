001600* DATE       INIT  DESCRIPTION
001700* ---------- ----  ----------------------------------------------
001800* 2026-08-22 PJM   ORIGINAL.
001810* 2026-10-15 PJM   THE AUDIT JOURNAL RECORD NOW CARRIES THE
001820*                  RETURN CODE THE RUN ENDED WITH.
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. YEAREND.
021800     MOVE YE-CERT-COUNT TO AJ-TOTAL-1-AMOUNT
021900     MOVE "TOTAL GROSS PAY" TO AJ-TOTAL-2-LABEL
022000     MOVE YE-TOTAL-GROSS TO AJ-TOTAL-2-AMOUNT
022010     MOVE RETURN-CODE TO AJ-RETURN-CODE
022100     WRITE AUDIT-JOURNAL-RECORD.
022200 3100-EXIT.
022300     EXIT.
