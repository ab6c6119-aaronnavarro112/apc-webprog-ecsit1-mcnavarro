002200* DATE       INIT  DESCRIPTION
002300* ---------- ----  ----------------------------------------------
002400* 2026-09-02 PJM   ORIGINAL.
002410* 2026-10-15 PJM   THE AUDIT JOURNAL RECORD NOW CARRIES THE
002420*                  RETURN CODE THE RUN ENDED WITH.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. FEEPOST.
072400     MOVE FP-TOTAL-POSTED TO AJ-TOTAL-1-AMOUNT
072500     MOVE "TOTAL OUTSTANDING" TO AJ-TOTAL-2-LABEL
072600     MOVE FP-GRAND-OUTSTANDING TO AJ-TOTAL-2-AMOUNT
072610     MOVE RETURN-CODE TO AJ-RETURN-CODE
072700     WRITE AUDIT-JOURNAL-RECORD.
072800 4100-EXIT.
072900     EXIT.
