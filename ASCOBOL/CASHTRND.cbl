002293*                  ACROSS ARCHIVE CYCLES. A DATE ON OR BEFORE
002294*                  THE SUMMARIZED HIGH-WATER DATE IS SKIPPED, SO
002295*                  EACH BUSINESS DATE IS COUNTED ONCE.
002296* 2026-10-15 PJM   THE AUDIT JOURNAL RECORD NOW CARRIES THE
002297*                  RETURN CODE THE RUN ENDED WITH.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. CASHTRND.
060600     MOVE TA-RECORD-COUNT TO AJ-TOTAL-1-AMOUNT
060700     MOVE "NET VARIANCE" TO AJ-TOTAL-2-LABEL
060800     MOVE TA-NET-VARIANCE TO AJ-TOTAL-2-AMOUNT
060810     MOVE RETURN-CODE TO AJ-RETURN-CODE
060900     WRITE AUDIT-JOURNAL-RECORD.
061000 4100-EXIT.
061100     EXIT.
