002984*                  DATE - INSTEAD OF A BARE EQUALITY TEST
002985*                  AGAINST THE BUSINESS DATE. WITH NO CALENDAR
002986*                  FILE THE OLD EQUALITY TEST STILL APPLIES.
002990* 2026-10-15 PJM   THE AUDIT JOURNAL RECORD NOW CARRIES THE
002994*                  RETURN CODE THE RUN ENDED WITH.
003000******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. TIMEEDIT.
047100     MOVE TE-CLEAN-HOURS TO AJ-TOTAL-1-AMOUNT
047200     MOVE "REJECT COUNT" TO AJ-TOTAL-2-LABEL
047300     MOVE TE-REJECT-COUNT TO AJ-TOTAL-2-AMOUNT
047310     MOVE RETURN-CODE TO AJ-RETURN-CODE
047400     WRITE AUDIT-JOURNAL-RECORD.
047500 3100-EXIT.
047600     EXIT.
