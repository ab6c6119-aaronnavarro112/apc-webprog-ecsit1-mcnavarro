002510* 2026-09-02 PJM   TRAILER CONTROL RECORDS ON EITHER FILE ARE
002520*                  READ PAST - THE WRITING AND READING STEPS
002530*                  PROVE THEM; THIS MATCH ONLY PAIRS DETAIL.
002540* 2026-10-15 PJM   THE AUDIT JOURNAL RECORD NOW CARRIES THE
002550*                  RETURN CODE THE RUN ENDED WITH.
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. SHOPRCON.
042800     MOVE SC-SHOP-READ-COUNT TO AJ-TOTAL-1-AMOUNT
042900     MOVE "TOTAL EXCEPTIONS" TO AJ-TOTAL-2-LABEL
043000     MOVE SC-EXCEPTION-COUNT TO AJ-TOTAL-2-AMOUNT
043010     MOVE RETURN-CODE TO AJ-RETURN-CODE
043100     WRITE AUDIT-JOURNAL-RECORD.
043200 4100-EXIT.
043300     EXIT.
