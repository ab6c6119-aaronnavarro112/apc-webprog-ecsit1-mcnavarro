002500* DATE       INIT  DESCRIPTION
002600* ---------- ----  ----------------------------------------------
002700* 2026-09-02 PJM   ORIGINAL.
002710* 2026-10-15 PJM   THE AUDIT JOURNAL RECORD NOW CARRIES THE
002720*                  RETURN CODE THE RUN ENDED WITH.
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. RETROPAY.
031100     MOVE RP-TOTAL-RETRO TO AJ-TOTAL-1-AMOUNT
031200     MOVE "EMPLOYEES OWED" TO AJ-TOTAL-2-LABEL
031300     MOVE RP-PAID-COUNT TO AJ-TOTAL-2-AMOUNT
031310     MOVE RETURN-CODE TO AJ-RETURN-CODE
031400     WRITE AUDIT-JOURNAL-RECORD.
031500 4100-EXIT.
031600     EXIT.
