002200* DATE       INIT  DESCRIPTION
002300* ---------- ----  ----------------------------------------------
002400* 2026-09-02 PJM   ORIGINAL.
002410* 2026-10-15 PJM   THE AUDIT JOURNAL RECORD NOW CARRIES THE
002420*                  RETURN CODE THE RUN ENDED WITH.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. OPRMAINT.
039200         + OM-CHANGED-COUNT + OM-DEACTIVATED-COUNT
039300     MOVE "REJECTED REQUESTS" TO AJ-TOTAL-2-LABEL
039400     MOVE OM-REJECTED-COUNT TO AJ-TOTAL-2-AMOUNT
039410     MOVE RETURN-CODE TO AJ-RETURN-CODE
039500     WRITE AUDIT-JOURNAL-RECORD.
039600 4100-EXIT.
039700     EXIT.
