002500* DATE       INIT  DESCRIPTION
002600* ---------- ----  ----------------------------------------------
002700* 2026-09-02 PJM   ORIGINAL.
002710* 2026-10-15 PJM   CORRECTION RUN SUMMARY RECORDS COUNT IN THE
002720*                  MONTH THEY WERE MADE - A REVERSAL TAKES ITS TAX
002730*                  AND PRSI OFF THE MONTH, A RECALCULATION ADDS
002740*                  ITS OWN. ONLY PAY-RUN RECORDS COUNT AS RUNS.
002750*                  MONTH TOTALS NOW SIGNED.
002760* 2026-10-15 PJM   THE AUDIT JOURNAL RECORD NOW CARRIES THE
002770*                  RETURN CODE THE RUN ENDED WITH.
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. REMITTNC.
011000 77  RM-RETURN-MONTH         PIC 9(06) VALUE ZERO.
011100 77  RM-RETURN-YEAR          PIC 9(04) VALUE ZERO.
011200 77  RM-RUN-COUNT            PIC 9(05) COMP VALUE ZERO.
011300 77  RM-MONTH-TAX            PIC S9(11)V99 VALUE ZERO.
011400 77  RM-MONTH-PRSI           PIC S9(11)V99 VALUE ZERO.
011500 77  RM-MONTH-TOTAL          PIC 9(11)V99 VALUE ZERO.
011600 77  RM-YTD-TAX              PIC 9(11)V99 VALUE ZERO.
011700 77  RM-YTD-PRSI             PIC 9(11)V99 VALUE ZERO.
023800* 2000-TOTAL-ONE-SUMMARY - ADD ONE PAY-RUN SUMMARY RECORD TO THE
023900*                          MONTH'S TAX AND PRSI TOTALS IF IT
024000*                          FALLS IN THE RETURN MONTH.
024010*                          A CORRECTION RUN'S REVERSAL RECORD
024020*                          COMES OFF THE TOTALS.
024100******************************************************************
024200 2000-TOTAL-ONE-SUMMARY.
024300     READ PAY-SUMMARY-FILE
024700     END-READ
024800     IF PP-RUN-DATE NUMERIC
024900             AND PP-RUN-DATE(1:6) = RM-RETURN-MONTH
024910         IF PP-PAY-RUN
025000             ADD 1 TO RM-RUN-COUNT
025020         END-IF
025030         IF PP-REVERSAL
025040             SUBTRACT PP-TOTAL-TAX FROM RM-MONTH-TAX
025050             SUBTRACT PP-TOTAL-PRSI FROM RM-MONTH-PRSI
025060         ELSE
025100             ADD PP-TOTAL-TAX TO RM-MONTH-TAX
025200             ADD PP-TOTAL-PRSI TO RM-MONTH-PRSI
025210         END-IF
025300     END-IF.
025400 2000-EXIT.
025500     EXIT.
042800     MOVE RM-MONTH-TOTAL TO AJ-TOTAL-1-AMOUNT
042900     MOVE "CROSS-FOOT VARIANCE" TO AJ-TOTAL-2-LABEL
043000     COMPUTE AJ-TOTAL-2-AMOUNT = RM-VAR-TAX + RM-VAR-PRSI
043010     MOVE RETURN-CODE TO AJ-RETURN-CODE
043100     WRITE AUDIT-JOURNAL-RECORD.
043200 6100-EXIT.
043300     EXIT.
