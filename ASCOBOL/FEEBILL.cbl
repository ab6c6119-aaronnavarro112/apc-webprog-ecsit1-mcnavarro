002000* DATE       INIT  DESCRIPTION
002100* ---------- ----  ----------------------------------------------
002200* 2026-09-02 PJM   ORIGINAL.
002210* 2026-10-15 PJM   THE AUDIT JOURNAL RECORD NOW CARRIES THE
002220*                  RETURN CODE THE RUN ENDED WITH.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. FEEBILL.
047800     MOVE FB-TOTAL-BILLED TO AJ-TOTAL-1-AMOUNT
047900     MOVE "INVOICES RAISED" TO AJ-TOTAL-2-LABEL
048000     MOVE FB-INVOICED-COUNT TO AJ-TOTAL-2-AMOUNT
048010     MOVE RETURN-CODE TO AJ-RETURN-CODE
048100     WRITE AUDIT-JOURNAL-RECORD.
048200 4100-EXIT.
048300     EXIT.
