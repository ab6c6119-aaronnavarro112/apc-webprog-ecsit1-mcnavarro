000100******************************************************************
000200* AUTHOR:        P. MURPHY, PAYROLL SYSTEMS
000300* INSTALLATION:  ACME MANUFACTURING CORP - DATA PROCESSING
000400* DATE-WRITTEN:  2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:       PENSION SCHEME CONTRIBUTION RUN. FOR THE
000700*                CALENDAR MONTH (YYYYMM) OR THE SINGLE PAY DATE
000800*                (YYYYMMDD) NAMED ON THE PNPARM CARD, TOTALS
000900*                EACH MEMBER'S PENSIONABLE PAY AND OWN
001000*                CONTRIBUTION FROM THE PAY HISTORY (CORRECTION
001100*                REVERSALS TAKEN OFF, AS THE REMITTANCE RETURN
001200*                DOES), WORKS OUT THE EMPLOYER CONTRIBUTION FROM
001300*                THE SCHEME RULE TABLE, AND PRINTS THE
001400*                PER-MEMBER SCHEDULE. BEFORE ANYTHING IS SENT,
001500*                THE EMPLOYEE TOTAL IS PROVED AGAINST THE PENSION
001600*                FIGURE ON THE PAY-RUN SUMMARY FILE FOR THE SAME
001700*                DATES. ONLY A PROVED SCHEDULE WRITES THE
001800*                PROVIDER'S CONTRIBUTION FILE (WITH ITS TRAILER),
001900*                ONE PAYMENT RECORD TO THE PROVIDER FOR THE BANK
002000*                UPLOAD IN THE NET-PAY DISBURSEMENT LAYOUT, AND
002100*                THE EMPLOYER COST TO THE PENDING LEDGER FILE AS
002200*                ITS OWN BALANCED BATCH 05. THE SNAPSHOT FILE
002300*                HOLDS THE LAST DATE A SCHEDULE WAS SENT UP TO,
002400*                SO NO PERIOD CAN BE SENT TWICE.
002500*                RETURN CODE 4 - MEMBERS WITH NO SCHEME RULE (NO
002600*                EMPLOYER CONTRIBUTION WORKED OUT FOR THEM).
002700*                RETURN CODE 8 - SCHEDULE NOT PROVED OR RUN NOT
002800*                DONE; NOTHING SENT.
002900*
003000* MODIFICATION HISTORY
003100* DATE       INIT  DESCRIPTION
003200* ---------- ----  ----------------------------------------------
003300* 2026-10-15 PJM   ORIGINAL.
003310* 2026-10-15 PJM   THE AUDIT JOURNAL RECORD NOW CARRIES THE
003320*                  RETURN CODE THE RUN ENDED WITH.
003400******************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. PENSCONT.
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT PARAMETER-FILE ASSIGN TO "PNPARM"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS PN-PNPARM-STATUS.
004300     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS PN-RUNCTL-STATUS.
004600     SELECT SCHEME-RULE-FILE ASSIGN TO "PENSRULE"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS PN-PENSRULE-STATUS.
004900     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS PN-PAYHIST-STATUS.
005200     SELECT PAY-SUMMARY-FILE ASSIGN TO "PAYSUMM"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS PN-PAYSUMM-STATUS.
005500     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS SEQUENTIAL
005800         RECORD KEY IS EM-EMPLOYEE-ID
005900         FILE STATUS IS PN-EMPMAST-STATUS.
006000     SELECT SNAPSHOT-FILE ASSIGN TO "PENSSNAP"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS PN-PENSSNAP-STATUS.
006300     SELECT PROVIDER-FILE ASSIGN TO "PENSPROV"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS PN-PENSPROV-STATUS.
006600     SELECT PENSION-PAYMENT-FILE ASSIGN TO "PENSPAY"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS PN-PENSPAY-STATUS.
006900     SELECT GL-PENDING-FILE ASSIGN TO "GLPEND"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS PN-GLPEND-STATUS.
007200     SELECT SCHEDULE-REPORT ASSIGN TO "PENSRPT"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS PN-PENSRPT-STATUS.
007500     SELECT AUDIT-JOURNAL-FILE ASSIGN TO "AUDITJNL"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS PN-AUDITJNL-STATUS.
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  PARAMETER-FILE
008100     LABEL RECORDS ARE STANDARD.
008200 01  PARAMETER-RECORD.
008300     05  PR-PERIOD.
008400         10  PR-PERIOD-YYYY      PIC 9(04).
008500         10  PR-PERIOD-MM        PIC 9(02).
008600         10  PR-PERIOD-DD        PIC X(02).
008700     05  FILLER                  PIC X(72).
008800 FD  RUN-CONTROL-FILE
008900     LABEL RECORDS ARE STANDARD.
009000 COPY RUNCTL.
009100 FD  SCHEME-RULE-FILE
009200     LABEL RECORDS ARE STANDARD.
009300 COPY PENSRULE.
009400 FD  PAY-HISTORY-FILE
009500     LABEL RECORDS ARE STANDARD.
009600 COPY PAYHIST.
009700 FD  PAY-SUMMARY-FILE
009800     LABEL RECORDS ARE STANDARD.
009900 COPY PAYSUMM.
010000 FD  EMPLOYEE-MASTER-FILE
010100     LABEL RECORDS ARE STANDARD.
010200 COPY EMPMAST.
010300 FD  SNAPSHOT-FILE
010400     LABEL RECORDS ARE STANDARD.
010500 01  SNAPSHOT-RECORD.
010600     05  SN-SENT-TO-DATE         PIC 9(08).
010700     05  SN-LAST-RUN-DATE        PIC 9(08).
010800     05  FILLER                  PIC X(10).
010900 FD  PROVIDER-FILE
011000     LABEL RECORDS ARE STANDARD.
011100 COPY PENSPROV.
011200 FD  PENSION-PAYMENT-FILE
011300     LABEL RECORDS ARE STANDARD.
011400 COPY BANKDISB.
011500 FD  GL-PENDING-FILE
011600     LABEL RECORDS ARE STANDARD.
011700 COPY GLPEND.
011800 FD  SCHEDULE-REPORT
011900     LABEL RECORDS ARE STANDARD
012000     RECORD CONTAINS 80 CHARACTERS.
012100 01  SCHED-RPT-LINE              PIC X(80).
012200 FD  AUDIT-JOURNAL-FILE
012300     LABEL RECORDS ARE STANDARD.
012400 COPY AUDITJNL.
012500 WORKING-STORAGE SECTION.
012600 77  PN-PNPARM-STATUS        PIC X(02).
012700 77  PN-RUNCTL-STATUS        PIC X(02).
012800 77  PN-PENSRULE-STATUS      PIC X(02).
012900 77  PN-PAYHIST-STATUS       PIC X(02).
013000 77  PN-PAYSUMM-STATUS       PIC X(02).
013100 77  PN-EMPMAST-STATUS       PIC X(02).
013200 77  PN-PENSSNAP-STATUS      PIC X(02).
013300 77  PN-PENSPROV-STATUS      PIC X(02).
013400 77  PN-PENSPAY-STATUS       PIC X(02).
013500 77  PN-GLPEND-STATUS        PIC X(02).
013600 77  PN-PENSRPT-STATUS       PIC X(02).
013700 77  PN-AUDITJNL-STATUS      PIC X(02).
013800 77  PN-TODAY-DATE           PIC 9(08).
013900*
014000* SHARED PAGE-NUMBERED MANAGEMENT REPORT HEADING - SEE RPTHDR.
014100 COPY RPTHDR.
014200*
014300* TRAILER CONTROL RECORD FOR THE FILE HAND-OFFS - SEE FILETRLR.
014400 COPY FILETRLR.
014500 77  PN-RUN-OK-SWITCH        PIC X(01) VALUE "N".
014600     88  PN-RUN-OK                   VALUE "Y".
014700 77  PN-RULE-EOF-SWITCH      PIC X(01) VALUE "N".
014800     88  PN-END-OF-RULES             VALUE "Y".
014900 77  PN-HIST-EOF-SWITCH      PIC X(01) VALUE "N".
015000     88  PN-END-OF-HISTORY           VALUE "Y".
015100 77  PN-SUMM-EOF-SWITCH      PIC X(01) VALUE "N".
015200     88  PN-END-OF-SUMMARY           VALUE "Y".
015300 77  PN-MAST-EOF-SWITCH      PIC X(01) VALUE "N".
015400     88  PN-END-OF-MASTER            VALUE "Y".
015500 77  PN-PROVED-SWITCH        PIC X(01) VALUE "Y".
015600     88  PN-SCHEDULE-PROVED          VALUE "Y".
015700 77  PN-MONTH-RUN-SWITCH     PIC X(01) VALUE "Y".
015800     88  PN-MONTH-RUN                VALUE "Y".
015900*
016000* THE CONTRIBUTION PERIOD. A MONTH RUN COVERS THE FIRST TO THE
016100* LAST OF THE MONTH; A PAY-DATE RUN COVERS THAT ONE DATE.
016200 77  PN-PERIOD-FROM          PIC 9(08) VALUE ZERO.
016300 77  PN-PERIOD-TO            PIC 9(08) VALUE ZERO.
016400 77  PN-PERIOD-MONTH         PIC 9(06) VALUE ZERO.
016500 77  PN-SENT-TO-DATE         PIC 9(08) VALUE ZERO.
016600 77  PN-ENTRY-DATE           PIC 9(08) VALUE ZERO.
016700*
016800* RUN TOTALS.
016900 77  PN-MEMBER-COUNT         PIC 9(05) COMP VALUE ZERO.
017000 77  PN-NO-RULE-COUNT        PIC 9(05) COMP VALUE ZERO.
017100 77  PN-NO-MASTER-COUNT      PIC 9(05) COMP VALUE ZERO.
017200 77  PN-HIST-COUNT           PIC 9(05) COMP VALUE ZERO.
017300 77  PN-RUN-COUNT            PIC 9(05) COMP VALUE ZERO.
017400 77  PN-TOTAL-PAY            PIC S9(09)V99 VALUE ZERO.
017500 77  PN-TOTAL-EE             PIC S9(09)V99 VALUE ZERO.
017600 77  PN-TOTAL-ER             PIC S9(09)V99 VALUE ZERO.
017700 77  PN-TOTAL-DUE            PIC S9(09)V99 VALUE ZERO.
017800 77  PN-SUMM-PENSION         PIC S9(09)V99 VALUE ZERO.
017900 77  PN-VARIANCE             PIC S9(09)V99 VALUE ZERO.
018000*
018100* THE PENSION PROVIDER'S RECEIVING ACCOUNT FOR THE BANK UPLOAD -
018200* KEPT HERE, AS THE COLLECTOR'S IS ON THE REMITTANCE RETURN,
018300* BECAUSE THERE IS EXACTLY ONE SCHEME AND ONE PROVIDER.
018400 77  PN-PROVIDER-NAME        PIC X(30)
018500         VALUE "ACME STAFF PENSION SCHEME".
018600 77  PN-PROVIDER-SORT-CODE   PIC 9(06) VALUE 931152.
018700 77  PN-PROVIDER-ACCOUNT     PIC 9(08) VALUE 40817263.
018800*
018900* SCHEME RULES, LOADED AT INITIALIZATION.
019000 77  PN-RULE-COUNT           PIC 9(03) COMP VALUE ZERO.
019100 01  PN-RULE-TABLE.
019200     05  PN-RU-ENTRY OCCURS 50 TIMES INDEXED BY PN-RU-IDX.
019300         10  PN-RU-EFFECTIVE     PIC 9(08).
019400         10  PN-RU-EE-FROM       PIC 9(02)V99.
019500         10  PN-RU-EE-TO         PIC 9(02)V99.
019600         10  PN-RU-ER-PCT        PIC 9(02)V99.
019700 77  PN-RULE-FOUND-DATE      PIC 9(08) VALUE ZERO.
019800 77  PN-RULE-FOUND-SWITCH    PIC X(01) VALUE "N".
019900     88  PN-RULE-FOUND               VALUE "Y".
020000*
020100* ONE ENTRY PER MEMBER WITH A CONTRIBUTION IN THE PERIOD, BUILT
020200* FROM THE PAY HISTORY. THE ORDER TABLE HOLDS THE SCHEDULE
020300* ORDER (EMPLOYEE MASTER ORDER, MEMBERS OFF THE MASTER LAST).
020400 77  PN-MB-COUNT             PIC 9(04) COMP VALUE ZERO.
020500 01  PN-MEMBER-TABLE.
020600     05  PN-MB-ENTRY OCCURS 1000 TIMES INDEXED BY PN-MB-IDX.
020700         10  PN-MB-EMPLOYEE-ID   PIC 9(06).
020800         10  PN-MB-NAME          PIC X(30).
020900         10  PN-MB-PAY           PIC S9(07)V99.
021000         10  PN-MB-EE            PIC S9(07)V99.
021100         10  PN-MB-EE-PCT        PIC 9(02)V99.
021200         10  PN-MB-ER-PCT        PIC 9(02)V99.
021300         10  PN-MB-ER            PIC S9(07)V99.
021400         10  PN-MB-NOTE          PIC X(08).
021500         10  PN-MB-LISTED        PIC X(01).
021600 77  PN-ORDER-COUNT          PIC 9(04) COMP VALUE ZERO.
021700 01  PN-ORDER-TABLE.
021800     05  PN-OR-MEMBER        PIC 9(04) COMP
021900             OCCURS 1000 TIMES INDEXED BY PN-OR-IDX.
022000 77  PN-MEMBER-SUB           PIC 9(04) COMP VALUE ZERO.
022100*
022200* ONE PENDING LEDGER POSTING - SEE GLPEND.
022300 77  PN-GL-TYPE              PIC X(02) VALUE SPACES.
022400 77  PN-GL-SIDE              PIC X(01) VALUE SPACE.
022500 77  PN-GL-REFERENCE         PIC X(20) VALUE SPACES.
022600*
022700 01  PN-RPT-SECTION-LINE.
022800     05  PN-SEC-TITLE        PIC X(60).
022900 01  PN-RPT-COLUMN-LINE.
023000     05  FILLER              PIC X(07) VALUE "MEMBER ".
023100     05  FILLER              PIC X(17) VALUE "NAME".
023200     05  FILLER              PIC X(12) VALUE " PENSIONABLE".
023300     05  FILLER              PIC X(06) VALUE "  EE %".
023400     05  FILLER              PIC X(12) VALUE "     EE CONT".
023500     05  FILLER              PIC X(06) VALUE "  ER %".
023600     05  FILLER              PIC X(12) VALUE "     ER CONT".
023700     05  FILLER              PIC X(08) VALUE " NOTE".
023800 01  PN-RPT-DETAIL-LINE.
023900     05  PN-DET-ID           PIC 9(06).
024000     05  FILLER              PIC X(01) VALUE SPACES.
024100     05  PN-DET-NAME         PIC X(16).
024200     05  FILLER              PIC X(01) VALUE SPACES.
024300     05  PN-DET-PAY          PIC -ZZZ,ZZ9.99.
024400     05  FILLER              PIC X(01) VALUE SPACES.
024500     05  PN-DET-EE-PCT       PIC Z9.99.
024600     05  FILLER              PIC X(01) VALUE SPACES.
024700     05  PN-DET-EE           PIC -ZZZ,ZZ9.99.
024800     05  FILLER              PIC X(01) VALUE SPACES.
024900     05  PN-DET-ER-PCT       PIC Z9.99.
025000     05  FILLER              PIC X(01) VALUE SPACES.
025100     05  PN-DET-ER           PIC -ZZZ,ZZ9.99.
025200     05  FILLER              PIC X(01) VALUE SPACES.
025300     05  PN-DET-NOTE         PIC X(08).
025400 01  PN-RPT-TOTAL-LINE.
025500     05  PN-TOT-LABEL        PIC X(28).
025600     05  PN-TOT-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
025700 01  PN-RPT-COUNT-LINE.
025800     05  PN-CNT-LABEL        PIC X(28).
025900     05  PN-CNT-AMOUNT       PIC ZZ,ZZ9.
026000 01  PN-RPT-BLANK-LINE       PIC X(01) VALUE SPACE.
026100 PROCEDURE DIVISION.
026200 0000-MAINLINE.
026300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
026400     IF PN-RUN-OK
026500         PERFORM 2000-TOTAL-ONE-HISTORY THRU 2000-EXIT
026600             UNTIL PN-END-OF-HISTORY
026700         PERFORM 2500-TOTAL-ONE-SUMMARY THRU 2500-EXIT
026800             UNTIL PN-END-OF-SUMMARY
026900         PERFORM 3000-PRINT-SCHEDULE THRU 3000-EXIT
027000         PERFORM 4000-PROVE-SCHEDULE THRU 4000-EXIT
027100         IF PN-SCHEDULE-PROVED
027200             PERFORM 5000-WRITE-PROVIDER-FILE THRU 5000-EXIT
027300             PERFORM 5200-WRITE-PAYMENT THRU 5200-EXIT
027400             PERFORM 5300-RAISE-GL-POSTINGS THRU 5300-EXIT
027500             PERFORM 5500-REWRITE-SNAPSHOT THRU 5500-EXIT
027600         END-IF
027700     END-IF
027800     PERFORM 6000-TERMINATE THRU 6000-EXIT
027900     STOP RUN.
028000*
028100******************************************************************
028200* 1000-INITIALIZE - READ THE PERIOD PARAMETER CARD, REFUSE A
028300*                   PERIOD ALREADY SENT, OPEN THE FILES AND LOAD
028400*                   THE SCHEME RULES.
028500******************************************************************
028600 1000-INITIALIZE.
028700     PERFORM 1100-GET-BUSINESS-DATE THRU 1100-EXIT
028800     OPEN OUTPUT SCHEDULE-REPORT
028900     OPEN EXTEND AUDIT-JOURNAL-FILE
029000     IF PN-AUDITJNL-STATUS NOT = "00"
029100         OPEN OUTPUT AUDIT-JOURNAL-FILE
029200     END-IF
029300     PERFORM 1200-READ-PARAMETER THRU 1200-EXIT
029400     IF NOT PN-RUN-OK
029500         DISPLAY "PENSCONT: NO VALID MONTH OR PAY DATE ON "
029600             "PNPARM - RUN ABANDONED"
029700         MOVE 8 TO RETURN-CODE
029800         GO TO 1000-EXIT
029900     END-IF
030000     PERFORM 1300-CHECK-SNAPSHOT THRU 1300-EXIT
030100     IF NOT PN-RUN-OK
030200         GO TO 1000-EXIT
030300     END-IF
030400     OPEN INPUT SCHEME-RULE-FILE
030500     IF PN-PENSRULE-STATUS NOT = "00"
030600         DISPLAY "PENSCONT: UNABLE TO OPEN SCHEME RULES, STATUS "
030700             PN-PENSRULE-STATUS
030800         MOVE "N" TO PN-RUN-OK-SWITCH
030900     ELSE
031000         PERFORM 1400-LOAD-ONE-RULE THRU 1400-EXIT
031100             UNTIL PN-END-OF-RULES
031200         CLOSE SCHEME-RULE-FILE
031300     END-IF
031400     OPEN INPUT PAY-HISTORY-FILE
031500     IF PN-PAYHIST-STATUS NOT = "00"
031600         DISPLAY "PENSCONT: UNABLE TO OPEN PAY HISTORY, STATUS "
031700             PN-PAYHIST-STATUS
031800         MOVE "N" TO PN-RUN-OK-SWITCH
031900     END-IF
032000     OPEN INPUT PAY-SUMMARY-FILE
032100     IF PN-PAYSUMM-STATUS NOT = "00"
032200         DISPLAY "PENSCONT: UNABLE TO OPEN PAY SUMMARIES, STATUS "
032300             PN-PAYSUMM-STATUS
032400         MOVE "N" TO PN-RUN-OK-SWITCH
032500     END-IF
032600     OPEN INPUT EMPLOYEE-MASTER-FILE
032700     IF PN-EMPMAST-STATUS NOT = "00"
032800         DISPLAY "PENSCONT: UNABLE TO OPEN EMPLOYEE MASTER, "
032900             "STATUS " PN-EMPMAST-STATUS
033000         MOVE "N" TO PN-RUN-OK-SWITCH
033100     END-IF
033200     IF NOT PN-RUN-OK
033300         MOVE 8 TO RETURN-CODE
033400     END-IF.
033500 1000-EXIT.
033600     EXIT.
033700*
033800******************************************************************
033900* 1100-GET-BUSINESS-DATE - THE BUSINESS DATE COMES FROM THE
034000*                          SUITE RUN-CONTROL FILE; THE MACHINE
034100*                          DATE IS ONLY A FALLBACK.
034200******************************************************************
034300 1100-GET-BUSINESS-DATE.
034400     MOVE ZERO TO PN-TODAY-DATE
034500     OPEN INPUT RUN-CONTROL-FILE
034600     IF PN-RUNCTL-STATUS = "00"
034700         READ RUN-CONTROL-FILE
034800             AT END
034900                 CONTINUE
035000             NOT AT END
035100                 IF RC-BUSINESS-DATE NUMERIC
035200                     MOVE RC-BUSINESS-DATE TO PN-TODAY-DATE
035300                 END-IF
035400         END-READ
035500         CLOSE RUN-CONTROL-FILE
035600     END-IF
035700     IF PN-TODAY-DATE = ZERO
035800         ACCEPT PN-TODAY-DATE FROM DATE YYYYMMDD
035900         DISPLAY "PENSCONT: NO RUN CONTROL - USING MACHINE DATE "
036000             PN-TODAY-DATE
036100     END-IF.
036200 1100-EXIT.
036300     EXIT.
036400*
036500******************************************************************
036600* 1200-READ-PARAMETER - YYYYMM ON THE CARD IS A CALENDAR MONTH
036700*                       RUN; YYYYMMDD IS A RUN FOR THE ONE PAY
036800*                       DATE.
036900******************************************************************
037000 1200-READ-PARAMETER.
037100     OPEN INPUT PARAMETER-FILE
037200     IF PN-PNPARM-STATUS NOT = "00"
037300         GO TO 1200-EXIT
037400     END-IF
037500     READ PARAMETER-FILE
037600         AT END
037700             CLOSE PARAMETER-FILE
037800             GO TO 1200-EXIT
037900     END-READ
038000     CLOSE PARAMETER-FILE
038100     IF PR-PERIOD-YYYY NOT NUMERIC
038200             OR PR-PERIOD-MM NOT NUMERIC
038300             OR PR-PERIOD-MM = ZERO
038400             OR PR-PERIOD-MM > 12
038500         GO TO 1200-EXIT
038600     END-IF
038700     MOVE PR-PERIOD(1:6) TO PN-PERIOD-MONTH
038800     IF PR-PERIOD-DD = SPACES
038900         MOVE "Y" TO PN-MONTH-RUN-SWITCH
039000         COMPUTE PN-PERIOD-FROM = PN-PERIOD-MONTH * 100 + 1
039100         COMPUTE PN-PERIOD-TO = PN-PERIOD-MONTH * 100 + 31
039200         MOVE "Y" TO PN-RUN-OK-SWITCH
039300         GO TO 1200-EXIT
039400     END-IF
039500     IF PR-PERIOD-DD NUMERIC
039600             AND PR-PERIOD-DD > "00" AND PR-PERIOD-DD < "32"
039700         MOVE "N" TO PN-MONTH-RUN-SWITCH
039800         MOVE PR-PERIOD TO PN-PERIOD-FROM
039900         MOVE PR-PERIOD TO PN-PERIOD-TO
040000         MOVE "Y" TO PN-RUN-OK-SWITCH
040100     END-IF.
040200 1200-EXIT.
040300     EXIT.
040400*
040500******************************************************************
040600* 1300-CHECK-SNAPSHOT - THE SNAPSHOT HOLDS THE LAST DATE A PROVED
040700*                       SCHEDULE WAS SENT UP TO. A PERIOD STARTING
040800*                       ON OR BEFORE IT HAS BEEN SENT (IN WHOLE OR
040900*                       IN PART) AND IS REFUSED. NO SNAPSHOT READS
041000*                       AS NOTHING SENT.
041100******************************************************************
041200 1300-CHECK-SNAPSHOT.
041300     OPEN INPUT SNAPSHOT-FILE
041400     IF PN-PENSSNAP-STATUS NOT = "00"
041500         GO TO 1300-EXIT
041600     END-IF
041700     READ SNAPSHOT-FILE
041800         AT END
041900             CONTINUE
042000         NOT AT END
042100             IF SN-SENT-TO-DATE NUMERIC
042200                 MOVE SN-SENT-TO-DATE TO PN-SENT-TO-DATE
042300             END-IF
042400     END-READ
042500     CLOSE SNAPSHOT-FILE
042600     IF PN-PERIOD-FROM NOT > PN-SENT-TO-DATE
042700         DISPLAY "PENSCONT: CONTRIBUTIONS ALREADY SENT UP TO "
042800             PN-SENT-TO-DATE " - PERIOD " PR-PERIOD " REFUSED"
042900         MOVE "N" TO PN-RUN-OK-SWITCH
043000         MOVE 8 TO RETURN-CODE
043100     END-IF.
043200 1300-EXIT.
043300     EXIT.
043400*
043500******************************************************************
043600* 1400-LOAD-ONE-RULE - LOAD ONE SCHEME RULE. BLANK AND COMMENT
043700*                      LINES ARE PASSED OVER.
043800******************************************************************
043900 1400-LOAD-ONE-RULE.
044000     READ SCHEME-RULE-FILE
044100         AT END
044200             MOVE "Y" TO PN-RULE-EOF-SWITCH
044300             GO TO 1400-EXIT
044400     END-READ
044500     IF SCHEME-RULE-RECORD = SPACES
044600             OR SCHEME-RULE-RECORD(1:1) = "*"
044700         GO TO 1400-EXIT
044800     END-IF
044900     IF SR-EFFECTIVE-DATE NOT NUMERIC
045000             OR SR-EE-PCT-FROM NOT NUMERIC
045100             OR SR-EE-PCT-TO NOT NUMERIC
045200             OR SR-ER-PCT NOT NUMERIC
045300         DISPLAY "PENSCONT: SCHEME RULE NOT NUMERIC, SKIPPED - "
045400             SR-DESCRIPTION
045500         GO TO 1400-EXIT
045600     END-IF
045700     IF PN-RULE-COUNT < 50
045800         ADD 1 TO PN-RULE-COUNT
045900         SET PN-RU-IDX TO PN-RULE-COUNT
046000         MOVE SR-EFFECTIVE-DATE TO PN-RU-EFFECTIVE(PN-RU-IDX)
046100         MOVE SR-EE-PCT-FROM TO PN-RU-EE-FROM(PN-RU-IDX)
046200         MOVE SR-EE-PCT-TO TO PN-RU-EE-TO(PN-RU-IDX)
046300         MOVE SR-ER-PCT TO PN-RU-ER-PCT(PN-RU-IDX)
046400     ELSE
046500         DISPLAY "PENSCONT: SCHEME RULE TABLE FULL, SKIPPING "
046600             SR-DESCRIPTION
046700     END-IF.
046800 1400-EXIT.
046900     EXIT.
047000*
047100******************************************************************
047200* 2000-TOTAL-ONE-HISTORY - ADD ONE PAY HISTORY RECORD TO ITS
047300*                          MEMBER IF IT FALLS IN THE PERIOD. A PAY
047400*                          RUN'S RECORD COUNTS ON ITS PAY DATE; A
047500*                          CORRECTION OR SETTLEMENT COUNTS ON THE
047600*                          DATE IT WAS MADE, AS ON THE PAY-RUN
047700*                          SUMMARY FILE. A REVERSAL COMES OFF.
047800******************************************************************
047900 2000-TOTAL-ONE-HISTORY.
048000     READ PAY-HISTORY-FILE
048100         AT END
048200             MOVE "Y" TO PN-HIST-EOF-SWITCH
048300             GO TO 2000-EXIT
048400     END-READ
048500     IF PH-PAY-DATE NOT NUMERIC OR PH-PENSION NOT NUMERIC
048600             OR PH-GROSS-PAY NOT NUMERIC
048700         GO TO 2000-EXIT
048800     END-IF
048900     IF PH-REGULAR-PAY
049000         MOVE PH-PAY-DATE TO PN-ENTRY-DATE
049100     ELSE
049200         IF PH-CORRECTION-DATE NUMERIC
049300             MOVE PH-CORRECTION-DATE TO PN-ENTRY-DATE
049400         ELSE
049500             MOVE PH-PAY-DATE TO PN-ENTRY-DATE
049600         END-IF
049700     END-IF
049800     IF PN-ENTRY-DATE < PN-PERIOD-FROM
049900             OR PN-ENTRY-DATE > PN-PERIOD-TO
050000         GO TO 2000-EXIT
050100     END-IF
050200     IF PH-PENSION = ZERO
050300         GO TO 2000-EXIT
050400     END-IF
050500     SET PN-MB-IDX TO 1
050600     SEARCH PN-MB-ENTRY
050700         AT END
050800             PERFORM 2100-ADD-MEMBER THRU 2100-EXIT
050900         WHEN PN-MB-IDX > PN-MB-COUNT
051000             PERFORM 2100-ADD-MEMBER THRU 2100-EXIT
051100         WHEN PN-MB-EMPLOYEE-ID(PN-MB-IDX) = PH-EMPLOYEE-ID
051200             CONTINUE
051300     END-SEARCH
051400     IF PN-MB-IDX = ZERO
051500         GO TO 2000-EXIT
051600     END-IF
051700     ADD 1 TO PN-HIST-COUNT
051800     IF PH-REVERSAL
051900         SUBTRACT PH-GROSS-PAY FROM PN-MB-PAY(PN-MB-IDX)
052000         SUBTRACT PH-PENSION FROM PN-MB-EE(PN-MB-IDX)
052100     ELSE
052200         ADD PH-GROSS-PAY TO PN-MB-PAY(PN-MB-IDX)
052300         ADD PH-PENSION TO PN-MB-EE(PN-MB-IDX)
052400     END-IF.
052500 2000-EXIT.
052600     EXIT.
052700*
052800******************************************************************
052900* 2100-ADD-MEMBER - OPEN A TABLE ENTRY FOR A MEMBER NOT YET SEEN
053000*                   IN THE PERIOD. A FULL TABLE LEAVES THE INDEX
053100*                   AT ZERO AND FAILS THE PROOF - THE SCHEDULE
053200*                   WOULD BE SHORT.
053300******************************************************************
053400 2100-ADD-MEMBER.
053500     IF PN-MB-COUNT < 1000
053600         ADD 1 TO PN-MB-COUNT
053700         SET PN-MB-IDX TO PN-MB-COUNT
053800         MOVE PH-EMPLOYEE-ID TO PN-MB-EMPLOYEE-ID(PN-MB-IDX)
053900         MOVE PH-EMPLOYEE-NAME TO PN-MB-NAME(PN-MB-IDX)
054000         MOVE ZERO TO PN-MB-PAY(PN-MB-IDX)
054100         MOVE ZERO TO PN-MB-EE(PN-MB-IDX)
054200         MOVE ZERO TO PN-MB-EE-PCT(PN-MB-IDX)
054300         MOVE ZERO TO PN-MB-ER-PCT(PN-MB-IDX)
054400         MOVE ZERO TO PN-MB-ER(PN-MB-IDX)
054500         MOVE SPACES TO PN-MB-NOTE(PN-MB-IDX)
054600         MOVE "N" TO PN-MB-LISTED(PN-MB-IDX)
054700     ELSE
054800         DISPLAY "PENSCONT: MEMBER TABLE FULL, EMPLOYEE "
054900             PH-EMPLOYEE-ID " NOT SCHEDULED"
055000         SET PN-MB-IDX TO ZERO
055100     END-IF.
055200 2100-EXIT.
055300     EXIT.
055400*
055500******************************************************************
055600* 2500-TOTAL-ONE-SUMMARY - ADD ONE PAY-RUN SUMMARY RECORD'S
055700*                          PENSION TO THE PROOF TOTAL IF IT FALLS
055800*                          IN THE PERIOD. A CORRECTION RUN'S
055900*                          REVERSAL RECORD COMES OFF.
056000******************************************************************
056100 2500-TOTAL-ONE-SUMMARY.
056200     READ PAY-SUMMARY-FILE
056300         AT END
056400             MOVE "Y" TO PN-SUMM-EOF-SWITCH
056500             GO TO 2500-EXIT
056600     END-READ
056700     IF PP-RUN-DATE NOT NUMERIC OR PP-TOTAL-PENSION NOT NUMERIC
056800         GO TO 2500-EXIT
056900     END-IF
057000     IF PP-RUN-DATE < PN-PERIOD-FROM OR PP-RUN-DATE > PN-PERIOD-TO
057100         GO TO 2500-EXIT
057200     END-IF
057300     IF PP-PAY-RUN
057400         ADD 1 TO PN-RUN-COUNT
057500     END-IF
057600     IF PP-REVERSAL
057700         SUBTRACT PP-TOTAL-PENSION FROM PN-SUMM-PENSION
057800     ELSE
057900         ADD PP-TOTAL-PENSION TO PN-SUMM-PENSION
058000     END-IF.
058100 2500-EXIT.
058200     EXIT.
058300*
058400******************************************************************
058500* 3000-PRINT-SCHEDULE - THE PER-MEMBER SCHEDULE, IN EMPLOYEE
058600*                       MASTER ORDER, WITH EACH MEMBER'S EMPLOYER
058700*                       CONTRIBUTION WORKED OUT AS IT IS LISTED.
058800*                       MEMBERS NO LONGER ON THE MASTER FOLLOW.
058900******************************************************************
059000 3000-PRINT-SCHEDULE.
059100     MOVE ZERO TO RPT-PAGE-NUMBER
059200     ADD 1 TO RPT-PAGE-NUMBER
059300     MOVE "PENSION CONTRIBUTION SCHEDULE" TO RPT-HDR-TITLE
059400     MOVE PN-TODAY-DATE TO RPT-HDR-RUN-DATE
059500     MOVE RPT-PAGE-NUMBER TO RPT-HDR-PAGE-NUMBER
059600     WRITE SCHED-RPT-LINE FROM RPT-STD-HEADING-1
059700     WRITE SCHED-RPT-LINE FROM RPT-STD-HEADING-2
059800     MOVE SPACES TO PN-SEC-TITLE
059900     IF PN-MONTH-RUN
060000         STRING "CONTRIBUTIONS FOR MONTH " PN-PERIOD-MONTH
060100             DELIMITED BY SIZE INTO PN-SEC-TITLE
060200     ELSE
060300         STRING "CONTRIBUTIONS FOR PAY DATE " PN-PERIOD-FROM
060400             DELIMITED BY SIZE INTO PN-SEC-TITLE
060500     END-IF
060600     WRITE SCHED-RPT-LINE FROM PN-RPT-SECTION-LINE
060700     WRITE SCHED-RPT-LINE FROM PN-RPT-BLANK-LINE
060800     WRITE SCHED-RPT-LINE FROM PN-RPT-COLUMN-LINE
060900     WRITE SCHED-RPT-LINE FROM PN-RPT-BLANK-LINE
061000     PERFORM 3100-LIST-ONE-MASTER THRU 3100-EXIT
061100         UNTIL PN-END-OF-MASTER
061200     PERFORM 3200-LIST-ONE-LEFTOVER THRU 3200-EXIT
061300         VARYING PN-MB-IDX FROM 1 BY 1
061400         UNTIL PN-MB-IDX > PN-MB-COUNT.
061500 3000-EXIT.
061600     EXIT.
061700*
061800******************************************************************
061900* 3100-LIST-ONE-MASTER - READ THE NEXT EMPLOYEE ON THE MASTER AND
062000*                        LIST THEM IF THEY CONTRIBUTED IN THE
062100*                        PERIOD, AT THEIR RATE ON THE MASTER.
062200******************************************************************
062300 3100-LIST-ONE-MASTER.
062400     READ EMPLOYEE-MASTER-FILE NEXT RECORD
062500         AT END
062600             MOVE "Y" TO PN-MAST-EOF-SWITCH
062700             GO TO 3100-EXIT
062800     END-READ
062900     SET PN-MB-IDX TO 1
063000     SEARCH PN-MB-ENTRY
063100         AT END
063200             GO TO 3100-EXIT
063300         WHEN PN-MB-IDX > PN-MB-COUNT
063400             GO TO 3100-EXIT
063500         WHEN PN-MB-EMPLOYEE-ID(PN-MB-IDX) = EM-EMPLOYEE-ID
063600             CONTINUE
063700     END-SEARCH
063800     MOVE EM-EMPLOYEE-NAME TO PN-MB-NAME(PN-MB-IDX)
063900     IF EM-PENSION-PCT NUMERIC
064000         MOVE EM-PENSION-PCT TO PN-MB-EE-PCT(PN-MB-IDX)
064100     END-IF
064200     PERFORM 3300-PRICE-AND-LIST THRU 3300-EXIT.
064300 3100-EXIT.
064400     EXIT.
064500*
064600******************************************************************
064700* 3200-LIST-ONE-LEFTOVER - LIST A MEMBER WHO CONTRIBUTED IN THE
064800*                          PERIOD BUT IS NO LONGER ON THE MASTER.
064900*                          THEIR RATE IS TAKEN FROM WHAT WAS
065000*                          DEDUCTED OVER WHAT WAS PAID.
065100******************************************************************
065200 3200-LIST-ONE-LEFTOVER.
065300     IF PN-MB-LISTED(PN-MB-IDX) = "Y"
065400         GO TO 3200-EXIT
065500     END-IF
065600     IF PN-MB-PAY(PN-MB-IDX) NOT = ZERO
065700         COMPUTE PN-MB-EE-PCT(PN-MB-IDX) ROUNDED =
065800             PN-MB-EE(PN-MB-IDX) * 100 / PN-MB-PAY(PN-MB-IDX)
065900     END-IF
066000     MOVE "OFF MAST" TO PN-MB-NOTE(PN-MB-IDX)
066100     ADD 1 TO PN-NO-MASTER-COUNT
066200     PERFORM 3300-PRICE-AND-LIST THRU 3300-EXIT.
066300 3200-EXIT.
066400     EXIT.
066500*
066600******************************************************************
066700* 3300-PRICE-AND-LIST - WORK OUT ONE MEMBER'S EMPLOYER
066800*                       CONTRIBUTION FROM THE SCHEME RULE FOR
066900*                       THEIR RATE, LIST THEM AND ADD THEM TO THE
067000*                       SCHEDULE TOTALS. A MEMBER NO RULE COVERS
067100*                       IS LISTED WITH NO EMPLOYER CONTRIBUTION.
067200******************************************************************
067300 3300-PRICE-AND-LIST.
067400     MOVE "N" TO PN-RULE-FOUND-SWITCH
067500     MOVE ZERO TO PN-RULE-FOUND-DATE
067600     PERFORM 3310-TEST-ONE-RULE THRU 3310-EXIT
067700         VARYING PN-RU-IDX FROM 1 BY 1
067800         UNTIL PN-RU-IDX > PN-RULE-COUNT
067900     IF PN-RULE-FOUND
068000         COMPUTE PN-MB-ER(PN-MB-IDX) ROUNDED =
068100             PN-MB-PAY(PN-MB-IDX) * PN-MB-ER-PCT(PN-MB-IDX) / 100
068200     ELSE
068300         MOVE ZERO TO PN-MB-ER(PN-MB-IDX)
068400         MOVE "NO RULE" TO PN-MB-NOTE(PN-MB-IDX)
068500         ADD 1 TO PN-NO-RULE-COUNT
068600     END-IF
068700     MOVE "Y" TO PN-MB-LISTED(PN-MB-IDX)
068800     ADD 1 TO PN-MEMBER-COUNT
068900     ADD PN-MB-PAY(PN-MB-IDX) TO PN-TOTAL-PAY
069000     ADD PN-MB-EE(PN-MB-IDX) TO PN-TOTAL-EE
069100     ADD PN-MB-ER(PN-MB-IDX) TO PN-TOTAL-ER
069200     IF PN-ORDER-COUNT < 1000
069300         ADD 1 TO PN-ORDER-COUNT
069400         SET PN-OR-IDX TO PN-ORDER-COUNT
069500         SET PN-MEMBER-SUB TO PN-MB-IDX
069600         MOVE PN-MEMBER-SUB TO PN-OR-MEMBER(PN-OR-IDX)
069700     END-IF
069800     MOVE PN-MB-EMPLOYEE-ID(PN-MB-IDX) TO PN-DET-ID
069900     MOVE PN-MB-NAME(PN-MB-IDX) TO PN-DET-NAME
070000     MOVE PN-MB-PAY(PN-MB-IDX) TO PN-DET-PAY
070100     MOVE PN-MB-EE-PCT(PN-MB-IDX) TO PN-DET-EE-PCT
070200     MOVE PN-MB-EE(PN-MB-IDX) TO PN-DET-EE
070300     MOVE PN-MB-ER-PCT(PN-MB-IDX) TO PN-DET-ER-PCT
070400     MOVE PN-MB-ER(PN-MB-IDX) TO PN-DET-ER
070500     MOVE PN-MB-NOTE(PN-MB-IDX) TO PN-DET-NOTE
070600     WRITE SCHED-RPT-LINE FROM PN-RPT-DETAIL-LINE.
070700 3300-EXIT.
070800     EXIT.
070900*
071000******************************************************************
071100* 3310-TEST-ONE-RULE - TAKE ONE RULE IF IT COVERS THE MEMBER'S
071200*                      RATE, IS IN EFFECT BY THE END OF THE
071300*                      PERIOD, AND IS THE LATEST SUCH RULE SO FAR.
071400******************************************************************
071500 3310-TEST-ONE-RULE.
071600     IF PN-RU-EFFECTIVE(PN-RU-IDX) > PN-PERIOD-TO
071700         GO TO 3310-EXIT
071800     END-IF
071900     IF PN-MB-EE-PCT(PN-MB-IDX) < PN-RU-EE-FROM(PN-RU-IDX)
072000             OR PN-MB-EE-PCT(PN-MB-IDX) > PN-RU-EE-TO(PN-RU-IDX)
072100         GO TO 3310-EXIT
072200     END-IF
072300     IF PN-RULE-FOUND
072400             AND PN-RU-EFFECTIVE(PN-RU-IDX) < PN-RULE-FOUND-DATE
072500         GO TO 3310-EXIT
072600     END-IF
072700     MOVE "Y" TO PN-RULE-FOUND-SWITCH
072800     MOVE PN-RU-EFFECTIVE(PN-RU-IDX) TO PN-RULE-FOUND-DATE
072900     MOVE PN-RU-ER-PCT(PN-RU-IDX) TO PN-MB-ER-PCT(PN-MB-IDX).
073000 3310-EXIT.
073100     EXIT.
073200*
073300******************************************************************
073400* 4000-PROVE-SCHEDULE - THE SCHEDULE'S EMPLOYEE CONTRIBUTIONS
073500*                       MUST EQUAL THE PENSION DEDUCTED ON THE
073600*                       PAY-RUN SUMMARY FILE FOR THE SAME DATES. A
073700*                       VARIANCE MEANS A MEMBER IS MISSING OR A
073800*                       RUN IS NOT ON THE HISTORY - DO NOT SEND.
073900*                       THE TOTALS AND THE PROOF ARE PRINTED
074000*                       EITHER WAY.
074100******************************************************************
074200 4000-PROVE-SCHEDULE.
074300     COMPUTE PN-TOTAL-DUE = PN-TOTAL-EE + PN-TOTAL-ER
074400     COMPUTE PN-VARIANCE = PN-TOTAL-EE - PN-SUMM-PENSION
074500     IF PN-VARIANCE NOT = ZERO OR PN-MB-COUNT NOT = PN-ORDER-COUNT
074600         MOVE "N" TO PN-PROVED-SWITCH
074700         DISPLAY "PENSCONT: SCHEDULE DOES NOT PROVE AGAINST "
074800             "PAY-RUN SUMMARY - NOTHING SENT"
074900         MOVE 8 TO RETURN-CODE
075000     END-IF
075100     IF PN-TOTAL-DUE NOT > ZERO AND PN-SCHEDULE-PROVED
075200         MOVE "N" TO PN-PROVED-SWITCH
075300         DISPLAY "PENSCONT: NOTHING DUE FOR THE PERIOD - NOTHING "
075400             "SENT"
075500     END-IF
075600     WRITE SCHED-RPT-LINE FROM PN-RPT-BLANK-LINE
075700     MOVE "MEMBERS:" TO PN-CNT-LABEL
075800     MOVE PN-MEMBER-COUNT TO PN-CNT-AMOUNT
075900     WRITE SCHED-RPT-LINE FROM PN-RPT-COUNT-LINE
076000     MOVE "MEMBERS WITH NO RULE:" TO PN-CNT-LABEL
076100     MOVE PN-NO-RULE-COUNT TO PN-CNT-AMOUNT
076200     WRITE SCHED-RPT-LINE FROM PN-RPT-COUNT-LINE
076300     MOVE "MEMBERS OFF THE MASTER:" TO PN-CNT-LABEL
076400     MOVE PN-NO-MASTER-COUNT TO PN-CNT-AMOUNT
076500     WRITE SCHED-RPT-LINE FROM PN-RPT-COUNT-LINE
076600     MOVE "PENSIONABLE PAY:" TO PN-TOT-LABEL
076700     MOVE PN-TOTAL-PAY TO PN-TOT-AMOUNT
076800     WRITE SCHED-RPT-LINE FROM PN-RPT-TOTAL-LINE
076900     MOVE "EMPLOYEE CONTRIBUTIONS:" TO PN-TOT-LABEL
077000     MOVE PN-TOTAL-EE TO PN-TOT-AMOUNT
077100     WRITE SCHED-RPT-LINE FROM PN-RPT-TOTAL-LINE
077200     MOVE "EMPLOYER CONTRIBUTIONS:" TO PN-TOT-LABEL
077300     MOVE PN-TOTAL-ER TO PN-TOT-AMOUNT
077400     WRITE SCHED-RPT-LINE FROM PN-RPT-TOTAL-LINE
077500     MOVE "TOTAL DUE TO PROVIDER:" TO PN-TOT-LABEL
077600     MOVE PN-TOTAL-DUE TO PN-TOT-AMOUNT
077700     WRITE SCHED-RPT-LINE FROM PN-RPT-TOTAL-LINE
077800     WRITE SCHED-RPT-LINE FROM PN-RPT-BLANK-LINE
077900     MOVE "PROOF TO PAY-RUN SUMMARY" TO PN-SEC-TITLE
078000     WRITE SCHED-RPT-LINE FROM PN-RPT-SECTION-LINE
078100     MOVE "PAY RUNS IN PERIOD:" TO PN-CNT-LABEL
078200     MOVE PN-RUN-COUNT TO PN-CNT-AMOUNT
078300     WRITE SCHED-RPT-LINE FROM PN-RPT-COUNT-LINE
078400     MOVE "SUMMARY PENSION DEDUCTED:" TO PN-TOT-LABEL
078500     MOVE PN-SUMM-PENSION TO PN-TOT-AMOUNT
078600     WRITE SCHED-RPT-LINE FROM PN-RPT-TOTAL-LINE
078700     MOVE "VARIANCE:" TO PN-TOT-LABEL
078800     MOVE PN-VARIANCE TO PN-TOT-AMOUNT
078900     WRITE SCHED-RPT-LINE FROM PN-RPT-TOTAL-LINE
079000     IF PN-SCHEDULE-PROVED
079100         MOVE "SCHEDULE PROVED - CONTRIBUTIONS SENT"
079200             TO PN-SEC-TITLE
079300     ELSE
079400         MOVE "*** SCHEDULE NOT SENT ***" TO PN-SEC-TITLE
079500     END-IF
079600     WRITE SCHED-RPT-LINE FROM PN-RPT-SECTION-LINE
079700     IF PN-NO-RULE-COUNT > ZERO
079800         MOVE "*** NO RULE - NO EMPLOYER CONTRIBUTION WORKED OUT"
079900             TO PN-SEC-TITLE
080000         WRITE SCHED-RPT-LINE FROM PN-RPT-SECTION-LINE
080100         IF RETURN-CODE < 4
080200             MOVE 4 TO RETURN-CODE
080300         END-IF
080400     END-IF.
080500 4000-EXIT.
080600     EXIT.
080700*
080800******************************************************************
080900* 5000-WRITE-PROVIDER-FILE - ONE CONTRIBUTION RECORD PER MEMBER IN
081000*                            SCHEDULE ORDER, THEN THE TRAILER.
081100******************************************************************
081200 5000-WRITE-PROVIDER-FILE.
081300     OPEN OUTPUT PROVIDER-FILE
081400     IF PN-PENSPROV-STATUS NOT = "00"
081500         DISPLAY "PENSCONT: UNABLE TO OPEN PROVIDER FILE, STATUS "
081600             PN-PENSPROV-STATUS
081700         MOVE 8 TO RETURN-CODE
081800         MOVE "N" TO PN-PROVED-SWITCH
081900         GO TO 5000-EXIT
082000     END-IF
082100     PERFORM 5100-WRITE-ONE-MEMBER THRU 5100-EXIT
082200         VARYING PN-OR-IDX FROM 1 BY 1
082300         UNTIL PN-OR-IDX > PN-ORDER-COUNT
082400     MOVE "*TRAILER" TO FT-TRAILER-TAG
082500     MOVE PN-MEMBER-COUNT TO FT-RECORD-COUNT
082600     MOVE PN-TOTAL-DUE TO FT-TOTAL-AMOUNT
082700     WRITE PROVIDER-CONTRIBUTION-RECORD FROM FILE-TRAILER-RECORD
082800     CLOSE PROVIDER-FILE.
082900 5000-EXIT.
083000     EXIT.
083100*
083200******************************************************************
083300* 5100-WRITE-ONE-MEMBER - ONE MEMBER'S CONTRIBUTION RECORD.
083400******************************************************************
083500 5100-WRITE-ONE-MEMBER.
083600     SET PN-MB-IDX TO PN-OR-MEMBER(PN-OR-IDX)
083700     MOVE SPACES TO PROVIDER-CONTRIBUTION-RECORD
083800     MOVE PN-MB-EMPLOYEE-ID(PN-MB-IDX) TO PV-MEMBER-ID
083900     MOVE PN-MB-NAME(PN-MB-IDX) TO PV-MEMBER-NAME
084000     MOVE PN-PERIOD-FROM TO PV-PERIOD-FROM
084100     MOVE PN-PERIOD-TO TO PV-PERIOD-TO
084200     MOVE PN-MB-PAY(PN-MB-IDX) TO PV-PENSIONABLE-PAY
084300     MOVE PN-MB-EE-PCT(PN-MB-IDX) TO PV-EE-PCT
084400     MOVE PN-MB-EE(PN-MB-IDX) TO PV-EE-CONTRIBUTION
084500     MOVE PN-MB-ER-PCT(PN-MB-IDX) TO PV-ER-PCT
084600     MOVE PN-MB-ER(PN-MB-IDX) TO PV-ER-CONTRIBUTION
084700     WRITE PROVIDER-CONTRIBUTION-RECORD.
084800 5100-EXIT.
084900     EXIT.
085000*
085100******************************************************************
085200* 5200-WRITE-PAYMENT - ONE PAYMENT RECORD TO THE PROVIDER FOR THE
085300*                      BANK UPLOAD, IN THE SAME LAYOUT AS THE
085400*                      NET-PAY DISBURSEMENTS, FOR THE EMPLOYEE AND
085500*                      EMPLOYER CONTRIBUTIONS TOGETHER.
085600******************************************************************
085700 5200-WRITE-PAYMENT.
085800     IF NOT PN-SCHEDULE-PROVED
085900         GO TO 5200-EXIT
086000     END-IF
086100     OPEN OUTPUT PENSION-PAYMENT-FILE
086200     IF PN-PENSPAY-STATUS NOT = "00"
086300         DISPLAY "PENSCONT: UNABLE TO OPEN PAYMENT FILE, STATUS "
086400             PN-PENSPAY-STATUS
086500         MOVE 8 TO RETURN-CODE
086600         MOVE "N" TO PN-PROVED-SWITCH
086700         GO TO 5200-EXIT
086800     END-IF
086900     MOVE SPACES TO BANK-DISBURSEMENT-RECORD
087000     MOVE ZERO TO BD-EMPLOYEE-ID
087100     MOVE PN-PROVIDER-NAME TO BD-EMPLOYEE-NAME
087200     MOVE PN-PROVIDER-SORT-CODE TO BD-BANK-SORT-CODE
087300     MOVE PN-PROVIDER-ACCOUNT TO BD-BANK-ACCOUNT-NO
087400     MOVE PN-TOTAL-DUE TO BD-PAYMENT-AMOUNT
087500     MOVE PN-TODAY-DATE TO BD-PAY-DATE
087600     MOVE PN-PERIOD-MONTH TO BD-PAY-PERIOD
087700     WRITE BANK-DISBURSEMENT-RECORD
087800     CLOSE PENSION-PAYMENT-FILE.
087900 5200-EXIT.
088000     EXIT.
088100*
088200******************************************************************
088300* 5300-RAISE-GL-POSTINGS - THE EMPLOYER COST GOES TO THE LEDGER
088400*                          AS PENDING BATCH 05 - DR EMPLOYER
088500*                          PENSION COST, CR THE PENSION CONTROL
088600*                          ACCOUNT THE PAYMENT TO THE PROVIDER
088700*                          CLEARS. THE MEMBERS' OWN CONTRIBUTIONS
088800*                          ARE ALREADY ON THE CONTROL ACCOUNT FROM
088900*                          THE PAY RUNS.
089000******************************************************************
089100 5300-RAISE-GL-POSTINGS.
089200     IF NOT PN-SCHEDULE-PROVED OR PN-TOTAL-ER = ZERO
089300         GO TO 5300-EXIT
089400     END-IF
089500     OPEN EXTEND GL-PENDING-FILE
089600     IF PN-GLPEND-STATUS NOT = "00"
089700         OPEN OUTPUT GL-PENDING-FILE
089800     END-IF
089900     IF PN-GLPEND-STATUS NOT = "00"
090000         DISPLAY "PENSCONT: UNABLE TO OPEN PENDING LEDGER FILE, "
090100             "STATUS " PN-GLPEND-STATUS " - EMPLOYER COST NOT "
090200             "POSTED"
090300         MOVE 8 TO RETURN-CODE
090400         GO TO 5300-EXIT
090500     END-IF
090600     MOVE SPACES TO PN-GL-REFERENCE
090700     IF PN-MONTH-RUN
090800         STRING "PENSION " PN-PERIOD-MONTH
090900             DELIMITED BY SIZE INTO PN-GL-REFERENCE
091000     ELSE
091100         STRING "PENSION " PN-PERIOD-FROM
091200             DELIMITED BY SIZE INTO PN-GL-REFERENCE
091300     END-IF
091400     MOVE "PE" TO PN-GL-TYPE
091500     MOVE "D" TO PN-GL-SIDE
091600     PERFORM 5310-WRITE-ONE-POSTING THRU 5310-EXIT
091700     MOVE "PN" TO PN-GL-TYPE
091800     MOVE "C" TO PN-GL-SIDE
091900     PERFORM 5310-WRITE-ONE-POSTING THRU 5310-EXIT
092000     CLOSE GL-PENDING-FILE.
092100 5300-EXIT.
092200     EXIT.
092300*
092400******************************************************************
092500* 5310-WRITE-ONE-POSTING - APPEND ONE PENDING LEDGER ROW FOR THE
092600*                          EMPLOYER CONTRIBUTION TOTAL.
092700******************************************************************
092800 5310-WRITE-ONE-POSTING.
092900     MOVE SPACES TO GL-PENDING-RECORD
093000     MOVE 5 TO GP-BATCH-NO
093100     MOVE PN-GL-TYPE TO GP-SOURCE-TYPE
093200     MOVE SPACES TO GP-SOURCE-CODE
093300     MOVE PN-GL-SIDE TO GP-SIDE
093400     MOVE PN-TOTAL-ER TO GP-AMOUNT
093500     MOVE "PENSCONT" TO GP-ORIGIN-PROGRAM
093600     MOVE PN-TODAY-DATE TO GP-ORIGIN-DATE
093700     MOVE PN-GL-REFERENCE TO GP-REFERENCE
093800     MOVE ZERO TO GP-POSTED-DATE
093900     WRITE GL-PENDING-RECORD.
094000 5310-EXIT.
094100     EXIT.
094200*
094300******************************************************************
094400* 5500-REWRITE-SNAPSHOT - ROLL THE SNAPSHOT FORWARD TO THE END OF
094500*                         THE PERIOD JUST SENT.
094600******************************************************************
094700 5500-REWRITE-SNAPSHOT.
094800     IF NOT PN-SCHEDULE-PROVED
094900         GO TO 5500-EXIT
095000     END-IF
095100     OPEN OUTPUT SNAPSHOT-FILE
095200     IF PN-PENSSNAP-STATUS NOT = "00"
095300         DISPLAY "PENSCONT: UNABLE TO REWRITE SNAPSHOT, STATUS "
095400             PN-PENSSNAP-STATUS
095500         MOVE 8 TO RETURN-CODE
095600         GO TO 5500-EXIT
095700     END-IF
095800     MOVE SPACES TO SNAPSHOT-RECORD
095900     MOVE PN-PERIOD-TO TO SN-SENT-TO-DATE
096000     MOVE PN-TODAY-DATE TO SN-LAST-RUN-DATE
096100     WRITE SNAPSHOT-RECORD
096200     CLOSE SNAPSHOT-FILE.
096300 5500-EXIT.
096400     EXIT.
096500*
096600******************************************************************
096700* 6000-TERMINATE - WRITE THE RUN RECORD TO THE SHARED AUDIT
096800*                  JOURNAL AND CLOSE ALL FILES.
096900******************************************************************
097000 6000-TERMINATE.
097100     IF PN-RUN-OK
097200         IF PN-PAYHIST-STATUS = "00" OR PN-PAYHIST-STATUS = "10"
097300             CLOSE PAY-HISTORY-FILE
097400         END-IF
097500         IF PN-PAYSUMM-STATUS = "00" OR PN-PAYSUMM-STATUS = "10"
097600             CLOSE PAY-SUMMARY-FILE
097700         END-IF
097800         IF PN-EMPMAST-STATUS = "00" OR PN-EMPMAST-STATUS = "10"
097900             CLOSE EMPLOYEE-MASTER-FILE
098000         END-IF
098100     END-IF
098200     PERFORM 6100-WRITE-AUDIT-JOURNAL THRU 6100-EXIT
098300     DISPLAY "PENSCONT: PERIOD " PN-PERIOD-FROM " TO "
098400         PN-PERIOD-TO " MEMBERS " PN-MEMBER-COUNT
098500         " EMPLOYEE " PN-TOTAL-EE " EMPLOYER " PN-TOTAL-ER
098600     CLOSE SCHEDULE-REPORT
098700     CLOSE AUDIT-JOURNAL-FILE.
098800 6000-EXIT.
098900     EXIT.
099000*
099100******************************************************************
099200* 6100-WRITE-AUDIT-JOURNAL - APPEND ONE RUN RECORD TO THE SHARED
099300*                            AUDIT JOURNAL.
099400******************************************************************
099500 6100-WRITE-AUDIT-JOURNAL.
099600     MOVE SPACES TO AUDIT-JOURNAL-RECORD
099700     MOVE "PENSCONT" TO AJ-PROGRAM-NAME
099800     MOVE PN-TODAY-DATE TO AJ-RUN-DATE
099900     ACCEPT AJ-RUN-TIME FROM TIME
100000     MOVE "EMPLOYEE CONTRIBS" TO AJ-TOTAL-1-LABEL
100100     MOVE PN-TOTAL-EE TO AJ-TOTAL-1-AMOUNT
100200     MOVE "EMPLOYER CONTRIBS" TO AJ-TOTAL-2-LABEL
100300     MOVE PN-TOTAL-ER TO AJ-TOTAL-2-AMOUNT
100310     MOVE RETURN-CODE TO AJ-RETURN-CODE
100400     WRITE AUDIT-JOURNAL-RECORD.
100500 6100-EXIT.
100600     EXIT.
100700 END PROGRAM PENSCONT.
