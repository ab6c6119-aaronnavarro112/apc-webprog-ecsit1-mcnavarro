002250*                  TRAILER - MISSING OR MISMATCHED ENDS RETURN
002260*                  CODE 8 AND SAYS WHAT WAS EXPECTED AGAINST
002270*                  WHAT WAS COUNTED.
002280* 2026-10-15 PJM   THE AUDIT JOURNAL RECORD NOW CARRIES THE
002290*                  RETURN CODE THE RUN ENDED WITH.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. BANKRET.
036400     MOVE BK-REISSUE-AMOUNT TO AJ-TOTAL-1-AMOUNT
036500     MOVE "EMPLOYEES HELD" TO AJ-TOTAL-2-LABEL
036600     MOVE BK-HELD-COUNT TO AJ-TOTAL-2-AMOUNT
036610     MOVE RETURN-CODE TO AJ-RETURN-CODE
036700     WRITE AUDIT-JOURNAL-RECORD.
036800 3100-EXIT.
036900     EXIT.
