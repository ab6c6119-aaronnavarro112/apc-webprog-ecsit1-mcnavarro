000100******************************************************************
000200* AUTHOR:        P. MURPHY, PAYROLL SYSTEMS
000300* INSTALLATION:  ACME MANUFACTURING CORP - DATA PROCESSING
000400* DATE-WRITTEN:  2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:       LEAVER FINAL SETTLEMENT. PICKS UP THE LEAVER
000700*                SETTLEMENT REQUESTS CUT BY THE EMPLOYEE MASTER
000800*                MAINTENANCE WHEN AN EMPLOYEE IS TERMINATED AND,
000900*                FOR EACH LEAVER:
001000*                  - PAYS THE HOURS ON THE TIMESHEET HISTORY NOT
001100*                    YET PAID, UP TO THE LEAVING DATE, AND ANY
001200*                    RETRO PAY STILL OWED;
001300*                  - PAYS OUT THE UNTAKEN ANNUAL LEAVE - THE
001400*                    YEAR'S ENTITLEMENT PRO-RATED TO THE LEAVING
001500*                    DATE, LESS THE HOURS ALREADY TAKEN;
001600*                  - RUNS THE PAY RUN'S OWN TAX, PRSI, PENSION,
001700*                    ORDERS AND VOLUNTARY DEDUCTION CHAIN;
001800*                  - LISTS EVERY ATTACHMENT ORDER STILL OWING
001900*                    AFTER THE FINAL PAY SO THE COURT CAN BE TOLD;
002000*                  - PRINTS A CESSATION CERTIFICATE OF THE YEAR-
002100*                    TO-DATE PAY, TAX, PRSI AND PENSION AS AT
002200*                    LEAVING.
002300*                THE FINAL PAYMENTS GO TO THE BANK AS THEIR OWN
002400*                DISBURSEMENT BATCH (WITH ITS TRAILER), HELD ON
002500*                THE RELEASE CONTROL FILE UNDER SOURCE FINALPAY
002600*                FOR SUPERVISOR RELEASE. EACH SETTLEMENT APPENDS
002700*                A FINAL SETTLEMENT RECORD ("F") TO THE PAY
002800*                HISTORY, THE RUN APPENDS ONE TO THE PAY-RUN
002900*                SUMMARY, AND THE LEDGER POSTINGS ARE QUEUED AS
003000*                PENDING BATCH 07 FOR THE NEXT LEDGER EXTRACT.
003100*                A SETTLED REQUEST IS DROPPED FROM THE REQUEST
003200*                FILE, AS IS ONE THAT CAN NEVER BE SETTLED (NOT
003300*                ON THE MASTER, NOT A LEAVER, ALREADY SETTLED);
003400*                ANY OTHER REJECTED REQUEST WAITS FOR THE NEXT
003500*                RUN.
003600*                RETURN CODE 4 - REQUESTS REJECTED.
003700*                RETURN CODE 8 - RUN NOT DONE (FILES OR THE DAY'S
003800*                SETTLEMENT BATCH ALREADY RELEASED).
003900*
004000* MODIFICATION HISTORY
004100* DATE       INIT  DESCRIPTION
004200* ---------- ----  ----------------------------------------------
004300* 2026-10-15 PJM   ORIGINAL.
004310* 2026-10-15 PJM   THE AUDIT JOURNAL RECORD NOW CARRIES THE
004320*                  RETURN CODE THE RUN ENDED WITH.
004330* 2026-10-15 PJM   A LEAVER WHOSE PAYMENT IS HELD IS NOW KEPT ON
004340*                  THE REQUEST FILE UNSETTLED UNTIL THE HOLD IS
004350*                  LIFTED, INSTEAD OF BEING RECORDED SETTLED BUT
004360*                  UNPAID. A FULL RETRO TABLE NOW STOPS THE RUN.
004400******************************************************************
004500 IDENTIFICATION DIVISION.
004600 PROGRAM-ID. FINALPAY.
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT LEAVER-REQUEST-FILE ASSIGN TO "LEAVREQ"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS FP-LEAVREQ-STATUS.
005300     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS FP-RUNCTL-STATUS.
005600     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS RANDOM
005900         RECORD KEY IS EM-EMPLOYEE-ID
006000         FILE STATUS IS FP-EMPMAST-STATUS.
006100     SELECT RATE-TABLE-FILE ASSIGN TO "RATETAB"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS RANDOM
006400         RECORD KEY IS RT-KEY
006500         FILE STATUS IS FP-RATETAB-STATUS.
006600     SELECT VOLUNTARY-DEDUCTION-FILE ASSIGN TO "VOLDED"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS FP-VOLDED-STATUS.
006900     SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS FP-PAYCAL-STATUS.
007200     SELECT TIMESHEET-HISTORY-FILE ASSIGN TO "TIMEHIST"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS FP-TIMEHIST-STATUS.
007500     SELECT RETRO-PAY-FILE ASSIGN TO "RETROTRN"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS FP-RETROTRN-STATUS.
007800     SELECT EMPLOYEE-YTD-FILE ASSIGN TO "EMPYTD"
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS RANDOM
008100         RECORD KEY IS YT-KEY
008200         FILE STATUS IS FP-EMPYTD-STATUS.
008300     SELECT LEAVE-BALANCE-FILE ASSIGN TO "LEAVEBAL"
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS RANDOM
008600         RECORD KEY IS LB-EMPLOYEE-ID
008700         FILE STATUS IS FP-LEAVEBAL-STATUS.
008800     SELECT ATTACHMENT-ORDER-FILE ASSIGN TO "ATTORD"
008900         ORGANIZATION IS INDEXED
009000         ACCESS MODE IS DYNAMIC
009100         RECORD KEY IS AO-ORDER-REF
009200         FILE STATUS IS FP-ATTORD-STATUS.
009300     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
009400         ORGANIZATION IS LINE SEQUENTIAL
009500         FILE STATUS IS FP-PAYHIST-STATUS.
009600     SELECT PAY-SUMMARY-FILE ASSIGN TO "PAYSUMM"
009700         ORGANIZATION IS LINE SEQUENTIAL
009800         FILE STATUS IS FP-PAYSUMM-STATUS.
009900     SELECT BANK-DISBURSEMENT-FILE ASSIGN TO "LVRDISB"
010000         ORGANIZATION IS LINE SEQUENTIAL
010100         FILE STATUS IS FP-LVRDISB-STATUS.
010200     SELECT DISB-CONTROL-FILE ASSIGN TO "DISBCTL"
010300         ORGANIZATION IS INDEXED
010400         ACCESS MODE IS RANDOM
010500         RECORD KEY IS DC-CONTROL-KEY
010600         FILE STATUS IS FP-DISBCTL-STATUS.
010700     SELECT GL-PENDING-FILE ASSIGN TO "GLPEND"
010800         ORGANIZATION IS LINE SEQUENTIAL
010900         FILE STATUS IS FP-GLPEND-STATUS.
011000     SELECT CERTIFICATE-REPORT ASSIGN TO "LVRCERT"
011100         ORGANIZATION IS LINE SEQUENTIAL
011200         FILE STATUS IS FP-LVRCERT-STATUS.
011300     SELECT SETTLEMENT-REPORT ASSIGN TO "LVRRPT"
011400         ORGANIZATION IS LINE SEQUENTIAL
011500         FILE STATUS IS FP-LVRRPT-STATUS.
011600     SELECT AUDIT-JOURNAL-FILE ASSIGN TO "AUDITJNL"
011700         ORGANIZATION IS LINE SEQUENTIAL
011800         FILE STATUS IS FP-AUDITJNL-STATUS.
011900 DATA DIVISION.
012000 FILE SECTION.
012100 FD  LEAVER-REQUEST-FILE
012200     LABEL RECORDS ARE STANDARD.
012300 COPY LEAVREQ.
012400 FD  RUN-CONTROL-FILE
012500     LABEL RECORDS ARE STANDARD.
012600 COPY RUNCTL.
012700 FD  EMPLOYEE-MASTER-FILE
012800     LABEL RECORDS ARE STANDARD.
012900 COPY EMPMAST.
013000 FD  RATE-TABLE-FILE
013100     LABEL RECORDS ARE STANDARD.
013200 COPY RATETAB.
013300 FD  VOLUNTARY-DEDUCTION-FILE
013400     LABEL RECORDS ARE STANDARD.
013500 COPY VOLDED.
013600 FD  PAY-CALENDAR-FILE
013700     LABEL RECORDS ARE STANDARD.
013800 COPY PAYCAL.
013900 FD  TIMESHEET-HISTORY-FILE
014000     LABEL RECORDS ARE STANDARD.
014100 COPY TIMESHT.
014200 FD  RETRO-PAY-FILE
014300     LABEL RECORDS ARE STANDARD.
014400 COPY RETROTRN.
014500 FD  EMPLOYEE-YTD-FILE
014600     LABEL RECORDS ARE STANDARD.
014700 COPY EMPYTD.
014800 FD  LEAVE-BALANCE-FILE
014900     LABEL RECORDS ARE STANDARD.
015000 COPY LEAVEBAL.
015100 FD  ATTACHMENT-ORDER-FILE
015200     LABEL RECORDS ARE STANDARD.
015300 COPY ATTORD.
015400 FD  PAY-HISTORY-FILE
015500     LABEL RECORDS ARE STANDARD.
015600 COPY PAYHIST.
015700 FD  PAY-SUMMARY-FILE
015800     LABEL RECORDS ARE STANDARD.
015900 COPY PAYSUMM.
016000 FD  BANK-DISBURSEMENT-FILE
016100     LABEL RECORDS ARE STANDARD.
016200 COPY BANKDISB.
016300 FD  DISB-CONTROL-FILE
016400     LABEL RECORDS ARE STANDARD.
016500 COPY DISBCTL.
016600 FD  GL-PENDING-FILE
016700     LABEL RECORDS ARE STANDARD.
016800 COPY GLPEND.
016900 FD  CERTIFICATE-REPORT
017000     LABEL RECORDS ARE STANDARD
017100     RECORD CONTAINS 80 CHARACTERS.
017200 01  CERT-RPT-LINE               PIC X(80).
017300 FD  SETTLEMENT-REPORT
017400     LABEL RECORDS ARE STANDARD
017500     RECORD CONTAINS 80 CHARACTERS.
017600 01  SETL-RPT-LINE               PIC X(80).
017700 FD  AUDIT-JOURNAL-FILE
017800     LABEL RECORDS ARE STANDARD.
017900 COPY AUDITJNL.
018000 WORKING-STORAGE SECTION.
018100 77  FP-LEAVREQ-STATUS       PIC X(02).
018200 77  FP-RUNCTL-STATUS        PIC X(02).
018300 77  FP-EMPMAST-STATUS       PIC X(02).
018400 77  FP-RATETAB-STATUS       PIC X(02).
018500 77  FP-VOLDED-STATUS        PIC X(02).
018600 77  FP-PAYCAL-STATUS        PIC X(02).
018700 77  FP-TIMEHIST-STATUS      PIC X(02).
018800 77  FP-RETROTRN-STATUS      PIC X(02).
018900 77  FP-EMPYTD-STATUS        PIC X(02).
019000 77  FP-LEAVEBAL-STATUS      PIC X(02).
019100 77  FP-ATTORD-STATUS        PIC X(02).
019200 77  FP-PAYHIST-STATUS       PIC X(02).
019300 77  FP-PAYSUMM-STATUS       PIC X(02).
019400 77  FP-LVRDISB-STATUS       PIC X(02).
019500 77  FP-DISBCTL-STATUS       PIC X(02).
019600 77  FP-GLPEND-STATUS        PIC X(02).
019700 77  FP-LVRCERT-STATUS       PIC X(02).
019800 77  FP-LVRRPT-STATUS        PIC X(02).
019900 77  FP-AUDITJNL-STATUS      PIC X(02).
020000 77  FP-TODAY-DATE           PIC 9(08).
020100 77  FP-TAX-YEAR             PIC 9(04).
020200 77  FP-RUN-OK-SWITCH        PIC X(01) VALUE "Y".
020300     88  FP-RUN-OK                   VALUE "Y".
020400 77  FP-REQUEST-EOF-SWITCH   PIC X(01) VALUE "N".
020500     88  FP-END-OF-REQUESTS          VALUE "Y".
020600 77  FP-VOLDED-EOF-SWITCH    PIC X(01) VALUE "N".
020700     88  FP-END-OF-VOLDED            VALUE "Y".
020800 77  FP-PAYCAL-EOF-SWITCH    PIC X(01) VALUE "N".
020900     88  FP-END-OF-PAYCAL            VALUE "Y".
021000 77  FP-RETRO-EOF-SWITCH     PIC X(01) VALUE "N".
021100     88  FP-END-OF-RETRO             VALUE "Y".
021200 77  FP-HIST-EOF-SWITCH      PIC X(01) VALUE "N".
021300     88  FP-END-OF-HISTORY           VALUE "Y".
021400 77  FP-TS-EOF-SWITCH        PIC X(01) VALUE "N".
021500     88  FP-END-OF-TIMESHEETS        VALUE "Y".
021600 77  FP-ORDER-EOF-SWITCH     PIC X(01) VALUE "N".
021700     88  FP-END-OF-ORDERS            VALUE "Y".
021800 77  FP-ATTORD-OK-SWITCH     PIC X(01) VALUE "Y".
021900     88  FP-ATTORD-USABLE            VALUE "Y".
022000 77  FP-TIMEHIST-OK-SWITCH   PIC X(01) VALUE "Y".
022100     88  FP-TIMEHIST-USABLE          VALUE "Y".
022200 77  FP-SETTLED-SWITCH       PIC X(01) VALUE "N".
022300     88  FP-ALREADY-SETTLED          VALUE "Y".
022400 77  FP-YTD-FOUND-SWITCH     PIC X(01) VALUE "N".
022500     88  FP-YTD-FOUND                VALUE "Y".
022600 77  FP-CTL-FOUND-SWITCH     PIC X(01) VALUE "N".
022700     88  FP-CTL-FOUND                VALUE "Y".
022800 77  FP-RETRO-SETTLED-SWITCH PIC X(01) VALUE "N".
022900     88  FP-RETRO-SETTLED            VALUE "Y".
023000 77  FP-REJECT-REASON        PIC X(40) VALUE SPACES.
023100 77  FP-OUTCOME              PIC X(14) VALUE SPACES.
023200*
023300* RUN COUNTS AND TOTALS.
023400 77  FP-READ-COUNT           PIC 9(05) COMP VALUE ZERO.
023500 77  FP-DONE-COUNT           PIC 9(05) COMP VALUE ZERO.
023600 77  FP-REJECT-COUNT         PIC 9(05) COMP VALUE ZERO.
023700 77  FP-KEPT-COUNT           PIC 9(05) COMP VALUE ZERO.
023800 77  FP-HELD-COUNT           PIC 9(05) COMP VALUE ZERO.
023900 77  FP-OPEN-ORDER-COUNT     PIC 9(05) COMP VALUE ZERO.
024000 77  FP-GL-ROW-COUNT         PIC 9(05) COMP VALUE ZERO.
024100 77  FP-PAYMENT-COUNT        PIC 9(05) VALUE ZERO.
024200 77  FP-PAYMENT-TOTAL        PIC 9(09)V99 VALUE ZERO.
024300 77  FP-OPEN-ORDER-TOTAL     PIC 9(09)V99 VALUE ZERO.
024400*
024500* PAY-RUN SUMMARY FIGURES FOR THE RUN - ONE FINAL SETTLEMENT
024600* RECORD IS APPENDED AT THE END.
024700 01  FP-RUN-SUMMARY.
024800     05  FP-SUM-COUNT            PIC 9(05).
024900     05  FP-SUM-GROSS            PIC 9(09)V99.
025000     05  FP-SUM-TAX              PIC 9(09)V99.
025100     05  FP-SUM-PRSI             PIC 9(09)V99.
025200     05  FP-SUM-PENSION          PIC 9(09)V99.
025300     05  FP-SUM-VOLDED           PIC 9(09)V99.
025400     05  FP-SUM-ORDERS           PIC 9(09)V99.
025500     05  FP-SUM-NET              PIC 9(09)V99.
025600*
025700* THE LEAVER SETTLEMENT REQUESTS, LOADED AT INITIALIZATION. A
025800* REQUEST MARKED KEPT IS WRITTEN BACK FOR THE NEXT RUN.
025900 77  FP-REQUEST-COUNT        PIC 9(03) COMP VALUE ZERO.
026000 01  FP-REQUEST-TABLE.
026100     05  FP-RQ-ENTRY OCCURS 100 TIMES INDEXED BY FP-RQ-IDX.
026200         10  FP-RQ-RECORD        PIC X(32).
026300         10  FP-RQ-KEEP          PIC X(01).
026400*
026500* THE LEAVER IN HAND.
026600 77  FP-EMPLOYEE-ID          PIC 9(06) VALUE ZERO.
026700 77  FP-LEAVING-DATE         PIC 9(08) VALUE ZERO.
026800 01  FP-LEAVING-DATE-PARTS.
026900     05  FP-LEAVE-YEAR           PIC 9(04).
027000     05  FP-LEAVE-MONTH          PIC 9(02).
027100     05  FP-LEAVE-DAY            PIC 9(02).
027200 77  FP-FREQUENCY            PIC X(01) VALUE SPACE.
027300     88  FP-MONTHLY                  VALUE "M".
027400 77  FP-LAST-PERIOD          PIC 9(06) VALUE ZERO.
027500 77  FP-LAST-PAY-DATE        PIC 9(08) VALUE ZERO.
027600 77  FP-SETTLED-PAY-DATE     PIC 9(08) VALUE ZERO.
027700 77  FP-PAID-TO-DATE         PIC 9(08) VALUE ZERO.
027800 77  FP-FINAL-PERIOD         PIC 9(06) VALUE ZERO.
027900*
028000* CALENDAR WORK FOR PRO-RATING THE LEAVE YEAR. THE LEAVE YEAR
028100* RUNS WITH THE CALENDAR YEAR.
028200 01  FP-MONTH-DAYS-VALUES.
028300     05  FILLER              PIC X(36) VALUE
028400         "000031059090120151181212243273304334".
028500 01  FP-MONTH-DAYS-TABLE REDEFINES FP-MONTH-DAYS-VALUES.
028600     05  FP-DAYS-BEFORE      PIC 9(03) OCCURS 12 TIMES.
028700 77  FP-DAY-OF-YEAR          PIC 9(03) COMP VALUE ZERO.
028800 77  FP-DAYS-IN-YEAR         PIC 9(03) COMP VALUE ZERO.
028900 77  FP-LEAP-SWITCH          PIC X(01) VALUE "N".
029000     88  FP-LEAP-YEAR                VALUE "Y".
029100 77  FP-QUOTIENT             PIC 9(04) COMP VALUE ZERO.
029200 77  FP-REM-4                PIC 9(04) COMP VALUE ZERO.
029300 77  FP-REM-100              PIC 9(04) COMP VALUE ZERO.
029400 77  FP-REM-400              PIC 9(04) COMP VALUE ZERO.
029500*
029600* THE FINAL PAY.
029700 77  FP-OT-MULTIPLIER        PIC 9(01)V99 VALUE 1.50.
029800 77  FP-ORD-HOURS            PIC 9(05)V99 VALUE ZERO.
029900 77  FP-OT-HOURS             PIC 9(05)V99 VALUE ZERO.
030000 77  FP-TS-COUNT             PIC 9(03) COMP VALUE ZERO.
030100 77  FP-ENT-TO-DATE          PIC 9(05)V99 VALUE ZERO.
030200 77  FP-LEAVE-TAKEN          PIC 9(05)V99 VALUE ZERO.
030300 77  FP-LEAVE-DUE-HOURS      PIC 9(05)V99 VALUE ZERO.
030400 77  FP-LEAVE-PAY            PIC 9(07)V99 VALUE ZERO.
030500 77  FP-RETRO-PAY            PIC 9(07)V99 VALUE ZERO.
030600 77  FP-GROSS-PAY            PIC 9(07)V99 VALUE ZERO.
030700 77  FP-TAX                  PIC 9(07)V99 VALUE ZERO.
030800 77  FP-PRSI                 PIC 9(07)V99 VALUE ZERO.
030900 77  FP-PENSION              PIC 9(07)V99 VALUE ZERO.
031000 77  FP-DEDUCTIONS           PIC 9(07)V99 VALUE ZERO.
031100 77  FP-ATTACH-TOTAL         PIC 9(07)V99 VALUE ZERO.
031200 77  FP-VOL-DED-TOTAL        PIC 9(07)V99 VALUE ZERO.
031300 77  FP-WORK-DEDUCTION       PIC 9(07)V99 VALUE ZERO.
031400 77  FP-NETPAY               PIC 9(07)V99 VALUE ZERO.
031500 77  FP-NEW-ORD-COUNT        PIC 9(02) COMP VALUE ZERO.
031600 01  FP-NEW-ORDER-TABLE.
031700     05  FP-NO-ENTRY OCCURS 4 TIMES INDEXED BY FP-NO-IDX.
031800         10  FP-NO-REF           PIC X(10).
031900         10  FP-NO-AMOUNT        PIC 9(07)V99.
032000 77  FP-ORDER-BALANCE        PIC 9(07)V99 VALUE ZERO.
032100*
032200* TAX/PRSI RATES FOR THE TAX YEAR OF THE LEAVING DATE, AS THE
032300* PAY RUN LOOKS THEM UP - DEFAULTED WHEN THE YEAR/CLASS IS NOT
032400* ON FILE.
032500 77  FP-TAX-RATE-PCT         PIC 9(02)V99 VALUE ZERO.
032600 77  FP-HIGHER-RATE-PCT      PIC 9(02)V99 VALUE ZERO.
032700 77  FP-STD-BAND-LIMIT       PIC 9(07)V99 VALUE ZERO.
032800 77  FP-PRSI-RATE-PCT        PIC 9(02)V99 VALUE ZERO.
032900 77  FP-DEFAULT-TAX-RATE-PCT  PIC 9(02)V99 VALUE 20.00.
033000 77  FP-DEFAULT-PRSI-RATE-PCT PIC 9(02)V99 VALUE 04.00.
033100 77  FP-DEFAULT-HIGHER-PCT    PIC 9(02)V99 VALUE 40.00.
033200 77  FP-DEFAULT-BAND-LIMIT    PIC 9(07)V99 VALUE 850.00.
033300 77  FP-MONTHLY-BAND-FACTOR  PIC 9(01)V9(04) VALUE 4.3333.
033400 77  FP-BAND-LIMIT-USED      PIC 9(07)V99 VALUE ZERO.
033500*
033600* VOLUNTARY DEDUCTIONS MASTER, LOADED AT INITIALIZATION.
033700 77  FP-VOLDED-COUNT         PIC 9(03) COMP VALUE ZERO.
033800 01  FP-VOLDED-TABLE.
033900     05  FP-VD-ENTRY OCCURS 200 TIMES INDEXED BY FP-VD-IDX.
034000         10  FP-VD-EMPLOYEE-ID   PIC 9(06).
034100         10  FP-VD-DESC          PIC X(16).
034200         10  FP-VD-METHOD        PIC X(01).
034300         10  FP-VD-AMOUNT        PIC 9(05)V99.
034400         10  FP-VD-START         PIC 9(08).
034500         10  FP-VD-STOP          PIC 9(08).
034600*
034700* PAY CALENDAR, LOADED AT INITIALIZATION - TELLS HOW FAR THE
034800* LAST PERIOD PAID RAN AND WHICH PERIOD THE LEAVING DATE IS IN.
034900 77  FP-PAYCAL-COUNT         PIC 9(03) COMP VALUE ZERO.
035000 01  FP-PAYCAL-TABLE.
035100     05  FP-PC-ENTRY OCCURS 200 TIMES INDEXED BY FP-PC-IDX.
035200         10  FP-PC-PERIOD        PIC 9(06).
035300         10  FP-PC-FREQUENCY     PIC X(01).
035400         10  FP-PC-START         PIC 9(08).
035500         10  FP-PC-END           PIC 9(08).
035600*
035700* RETRO-PAY TRANSACTIONS, LOADED AT INITIALIZATION. A LEAVER'S
035800* RETRO IS PAID IN THE SETTLEMENT AND DROPPED FROM THE FILE.
035900 77  FP-RETRO-COUNT          PIC 9(03) COMP VALUE ZERO.
036000 01  FP-RETRO-TABLE.
036100     05  FP-RT-ENTRY OCCURS 100 TIMES INDEXED BY FP-RT-IDX.
036200         10  FP-RT-EMPLOYEE-ID   PIC 9(06).
036300         10  FP-RT-AMOUNT        PIC 9(07)V99.
036400         10  FP-RT-EFFECTIVE     PIC 9(08).
036500         10  FP-RT-SETTLED       PIC X(01).
036600*
036700* THE LEAVER'S ATTACHMENT ORDERS, LOADED FROM THE MASTER.
036800 77  FP-EMP-ORDER-COUNT      PIC 9(02) COMP VALUE ZERO.
036900 01  FP-EMP-ORDER-TABLE.
037000     05  FP-EO-ENTRY OCCURS 20 TIMES INDEXED BY FP-EO-IDX.
037100         10  FP-EO-REF           PIC X(10).
037200         10  FP-EO-OWED          PIC 9(07)V99.
037300         10  FP-EO-TAKEN         PIC 9(07)V99.
037400         10  FP-EO-PERIOD-AMT    PIC 9(05)V99.
037500         10  FP-EO-ARREARS       PIC 9(07)V99.
037600         10  FP-EO-PROTECTED     PIC 9(05)V99.
037700         10  FP-EO-STATUS        PIC X(01).
037800 77  FP-AO-DESIRED           PIC 9(07)V99 VALUE ZERO.
037900 77  FP-AO-REMAINING         PIC 9(07)V99 VALUE ZERO.
038000 77  FP-AO-AVAILABLE         PIC S9(07)V99 VALUE ZERO.
038100 77  FP-AO-TAKE              PIC 9(07)V99 VALUE ZERO.
038200*
038300* ONE PENDING LEDGER POSTING - SEE GLPEND.
038400 77  FP-GL-TYPE              PIC X(02) VALUE SPACES.
038500 77  FP-GL-SIDE              PIC X(01) VALUE SPACE.
038600 77  FP-GL-AMOUNT            PIC S9(09)V99 VALUE ZERO.
038700 77  FP-GL-REFERENCE         PIC X(20) VALUE SPACES.
038800*
038900* SHARED PAGE-NUMBERED MANAGEMENT REPORT HEADING - SEE RPTHDR.
039000 COPY RPTHDR.
039100*
039200* TRAILER CONTROL RECORD FOR THE FILE HAND-OFFS - SEE FILETRLR.
039300 COPY FILETRLR.
039400*
039500* CESSATION CERTIFICATE LINES - ONE CERTIFICATE PER LEAVER.
039600 01  FC-CERT-TITLE.
039700     05  FILLER              PIC X(36) VALUE
039800         "CERTIFICATE OF PAY, TAX AND PRSI ON".
039900     05  FILLER              PIC X(10) VALUE " CESSATION".
040000 01  FC-EMPLOYEE-LINE.
040100     05  FILLER              PIC X(11) VALUE "EMPLOYEE : ".
040200     05  FC-EMP-ID           PIC 9(06).
040300     05  FILLER              PIC X(02) VALUE SPACES.
040400     05  FC-EMP-NAME         PIC X(30).
040500 01  FC-YEAR-LINE.
040600     05  FILLER              PIC X(11) VALUE "TAX YEAR : ".
040700     05  FC-YEAR-DISPLAY     PIC 9(04).
040800 01  FC-DATE-LINE.
040900     05  FC-DTE-LABEL        PIC X(18).
041000     05  FC-DTE-VALUE        PIC 9999/99/99.
041100 01  FC-DETAIL-LINE.
041200     05  FC-DET-LABEL        PIC X(18).
041300     05  FC-DET-AMOUNT       PIC Z,ZZZ,ZZZ,ZZ9.99.
041400 01  FC-TEXT-LINE.
041500     05  FC-TXT-LABEL        PIC X(18).
041600     05  FC-TXT-VALUE        PIC X(50).
041700 01  FC-BLANK-LINE           PIC X(01) VALUE SPACE.
041800*
041900* SETTLEMENT RUN REPORT LINES.
042000 01  FP-RPT-COLUMN-LINE.
042100     05  FILLER              PIC X(08) VALUE "EMPLOYEE".
042200     05  FILLER              PIC X(10) VALUE "  LEFT ON ".
042300     05  FILLER              PIC X(10) VALUE "     HOURS".
042400     05  FILLER              PIC X(10) VALUE " LEAVE HRS".
042500     05  FILLER              PIC X(13) VALUE "        GROSS".
042600     05  FILLER              PIC X(13) VALUE "          NET".
042700     05  FILLER              PIC X(16) VALUE "  OUTCOME".
042800 01  FP-RPT-DETAIL-LINE.
042900     05  FP-DET-ID           PIC 9(06).
043000     05  FILLER              PIC X(02) VALUE SPACES.
043100     05  FP-DET-DATE         PIC 9(08).
043200     05  FILLER              PIC X(01) VALUE SPACES.
043300     05  FP-DET-HOURS        PIC ZZ,ZZ9.99.
043400     05  FILLER              PIC X(01) VALUE SPACES.
043500     05  FP-DET-LEAVE        PIC ZZ,ZZ9.99.
043600     05  FILLER              PIC X(01) VALUE SPACES.
043700     05  FP-DET-GROSS        PIC Z,ZZZ,ZZ9.99.
043800     05  FILLER              PIC X(01) VALUE SPACES.
043900     05  FP-DET-NET          PIC Z,ZZZ,ZZ9.99.
044000     05  FILLER              PIC X(02) VALUE SPACES.
044100     05  FP-DET-OUTCOME      PIC X(14).
044200 01  FP-RPT-ORDER-LINE.
044300     05  FILLER              PIC X(10) VALUE "   ORDER  ".
044400     05  FP-ORD-REF          PIC X(10).
044500     05  FILLER              PIC X(09) VALUE " BALANCE ".
044600     05  FP-ORD-BALANCE      PIC Z,ZZZ,ZZ9.99.
044700     05  FILLER              PIC X(09) VALUE " ARREARS ".
044800     05  FP-ORD-ARREARS      PIC Z,ZZZ,ZZ9.99.
044900     05  FILLER              PIC X(14) VALUE "  NOTIFY COURT".
045000 01  FP-RPT-REJECT-LINE.
045100     05  FP-REJ-ID           PIC X(06).
045200     05  FILLER              PIC X(02) VALUE SPACES.
045300     05  FP-REJ-DATE         PIC X(08).
045400     05  FILLER              PIC X(02) VALUE SPACES.
045500     05  FILLER              PIC X(11) VALUE "REJECTED - ".
045600     05  FP-REJ-REASON       PIC X(40).
045700     05  FILLER              PIC X(01) VALUE SPACES.
045800     05  FP-REJ-KEPT         PIC X(04).
045900 01  FP-RPT-TOTAL-LINE.
046000     05  FP-TOT-LABEL        PIC X(28).
046100     05  FP-TOT-AMOUNT       PIC ZZ,ZZ9.
046200 01  FP-RPT-MONEY-LINE.
046300     05  FP-MNY-LABEL        PIC X(28).
046400     05  FP-MNY-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
046500 01  FP-RPT-MESSAGE-LINE.
046600     05  FILLER              PIC X(04) VALUE "*** ".
046700     05  FP-MSG-TEXT         PIC X(60).
046800 01  FP-RPT-BLANK-LINE       PIC X(01) VALUE SPACE.
046900 PROCEDURE DIVISION.
047000 0000-MAINLINE.
047100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
047200     PERFORM 2000-PROCESS-LEAVER THRU 2000-EXIT
047300         VARYING FP-RQ-IDX FROM 1 BY 1
047400         UNTIL FP-RQ-IDX > FP-REQUEST-COUNT
047500     PERFORM 3000-TERMINATE THRU 3000-EXIT
047600     STOP RUN.
047700*
047800******************************************************************
047900* 1000-INITIALIZE - HEAD THE REPORT, OPEN THE MASTERS, REFUSE THE
048000*                   RUN IF THE DAY'S SETTLEMENT BATCH HAS ALREADY
048100*                   GONE TO THE BANK, AND LOAD THE REQUESTS AND
048200*                   THE REFERENCE TABLES.
048300******************************************************************
048400 1000-INITIALIZE.
048500     PERFORM 1100-GET-BUSINESS-DATE THRU 1100-EXIT
048600     OPEN OUTPUT SETTLEMENT-REPORT
048700     OPEN OUTPUT CERTIFICATE-REPORT
048800     OPEN EXTEND AUDIT-JOURNAL-FILE
048900     IF FP-AUDITJNL-STATUS NOT = "00"
049000         OPEN OUTPUT AUDIT-JOURNAL-FILE
049100     END-IF
049200     MOVE ZERO TO RPT-PAGE-NUMBER
049300     ADD 1 TO RPT-PAGE-NUMBER
049400     MOVE "LEAVER FINAL SETTLEMENTS" TO RPT-HDR-TITLE
049500     MOVE FP-TODAY-DATE TO RPT-HDR-RUN-DATE
049600     MOVE RPT-PAGE-NUMBER TO RPT-HDR-PAGE-NUMBER
049700     WRITE SETL-RPT-LINE FROM RPT-STD-HEADING-1
049800     WRITE SETL-RPT-LINE FROM RPT-STD-HEADING-2
049900     WRITE SETL-RPT-LINE FROM FP-RPT-COLUMN-LINE
050000     WRITE SETL-RPT-LINE FROM FP-RPT-BLANK-LINE
050100     INITIALIZE FP-RUN-SUMMARY
050200     PERFORM 1200-OPEN-FILES THRU 1200-EXIT
050300     IF FP-RUN-OK
050400         PERFORM 1300-CHECK-RELEASE THRU 1300-EXIT
050500     END-IF
050600     IF NOT FP-RUN-OK
050700         MOVE 8 TO RETURN-CODE
050800         MOVE "SETTLEMENT RUN NOT DONE - SEE MESSAGES"
050900             TO FP-MSG-TEXT
051000         WRITE SETL-RPT-LINE FROM FP-RPT-MESSAGE-LINE
051100         GO TO 1000-EXIT
051200     END-IF
051300     PERFORM 1400-LOAD-ONE-VOL-DED THRU 1400-EXIT
051400         UNTIL FP-END-OF-VOLDED
051500     IF FP-VOLDED-STATUS = "00" OR FP-VOLDED-STATUS = "10"
051600         CLOSE VOLUNTARY-DEDUCTION-FILE
051700     END-IF
051800     PERFORM 1500-LOAD-ONE-REQUEST THRU 1500-EXIT
051900         UNTIL FP-END-OF-REQUESTS
052000     CLOSE LEAVER-REQUEST-FILE
052100     IF NOT FP-RUN-OK
052200         MOVE ZERO TO FP-REQUEST-COUNT
052300         MOVE 8 TO RETURN-CODE
052400         MOVE "TOO MANY REQUESTS - SETTLEMENT RUN NOT DONE"
052500             TO FP-MSG-TEXT
052600         WRITE SETL-RPT-LINE FROM FP-RPT-MESSAGE-LINE
052700         GO TO 1000-EXIT
052800     END-IF
052900     PERFORM 1600-LOAD-ONE-CALENDAR THRU 1600-EXIT
053000         UNTIL FP-END-OF-PAYCAL
053100     IF FP-PAYCAL-STATUS = "00" OR FP-PAYCAL-STATUS = "10"
053200         CLOSE PAY-CALENDAR-FILE
053300     END-IF
053400     PERFORM 1700-LOAD-ONE-RETRO THRU 1700-EXIT
053500         UNTIL FP-END-OF-RETRO
053600     IF FP-RETROTRN-STATUS = "00" OR FP-RETROTRN-STATUS = "10"
053700         CLOSE RETRO-PAY-FILE
053710     END-IF
053720     IF NOT FP-RUN-OK
053730         MOVE ZERO TO FP-REQUEST-COUNT
053740         MOVE 8 TO RETURN-CODE
053750         MOVE "TOO MANY RETRO ROWS - SETTLEMENT RUN NOT DONE"
053760             TO FP-MSG-TEXT
053770         WRITE SETL-RPT-LINE FROM FP-RPT-MESSAGE-LINE
053800     END-IF.
053900 1000-EXIT.
054000     EXIT.
054100*
054200******************************************************************
054300* 1100-GET-BUSINESS-DATE - THE BUSINESS DATE COMES FROM THE
054400*                          SUITE RUN-CONTROL FILE; THE MACHINE
054500*                          DATE IS ONLY A FALLBACK.
054600******************************************************************
054700 1100-GET-BUSINESS-DATE.
054800     MOVE ZERO TO FP-TODAY-DATE
054900     OPEN INPUT RUN-CONTROL-FILE
055000     IF FP-RUNCTL-STATUS = "00"
055100         READ RUN-CONTROL-FILE
055200             AT END
055300                 CONTINUE
055400             NOT AT END
055500                 IF RC-BUSINESS-DATE NUMERIC
055600                     MOVE RC-BUSINESS-DATE TO FP-TODAY-DATE
055700                 END-IF
055800         END-READ
055900         CLOSE RUN-CONTROL-FILE
056000     END-IF
056100     IF FP-TODAY-DATE = ZERO
056200         ACCEPT FP-TODAY-DATE FROM DATE YYYYMMDD
056300         DISPLAY "FINALPAY: NO RUN CONTROL - USING MACHINE DATE "
056400             FP-TODAY-DATE
056500     END-IF.
056600 1100-EXIT.
056700     EXIT.
056800*
056900******************************************************************
057000* 1200-OPEN-FILES - OPEN THE REQUESTS, THE MASTERS AND THE FILES
057100*                   THE SETTLEMENTS ARE APPENDED TO. ANY FILE A
057200*                   SETTLEMENT CANNOT BE HALF-DONE WITHOUT STOPS
057300*                   THE RUN BEFORE THE FIRST LEAVER.
057400******************************************************************
057500 1200-OPEN-FILES.
057600     OPEN INPUT LEAVER-REQUEST-FILE
057700     IF FP-LEAVREQ-STATUS NOT = "00"
057800         DISPLAY "FINALPAY: UNABLE TO OPEN LEAVER REQUESTS, "
057900             "STATUS " FP-LEAVREQ-STATUS
058000         MOVE "N" TO FP-RUN-OK-SWITCH
058100     END-IF
058200     OPEN INPUT EMPLOYEE-MASTER-FILE
058300     IF FP-EMPMAST-STATUS NOT = "00"
058400         DISPLAY "FINALPAY: UNABLE TO OPEN EMPLOYEE MASTER, "
058500             "STATUS " FP-EMPMAST-STATUS
058600         MOVE "N" TO FP-RUN-OK-SWITCH
058700     END-IF
058800     OPEN INPUT RATE-TABLE-FILE
058900     IF FP-RATETAB-STATUS NOT = "00"
059000         DISPLAY "FINALPAY: UNABLE TO OPEN RATE TABLE, STATUS "
059100             FP-RATETAB-STATUS
059200         MOVE 4 TO RETURN-CODE
059300     END-IF
059400     OPEN INPUT VOLUNTARY-DEDUCTION-FILE
059500     IF FP-VOLDED-STATUS NOT = "00"
059600         DISPLAY "FINALPAY: NO VOLUNTARY DEDUCTIONS MASTER, "
059700             "STATUS " FP-VOLDED-STATUS
059800         MOVE "Y" TO FP-VOLDED-EOF-SWITCH
059900     END-IF
060000     OPEN INPUT PAY-CALENDAR-FILE
060100     IF FP-PAYCAL-STATUS NOT = "00"
060200         DISPLAY "FINALPAY: NO PAY CALENDAR, STATUS "
060300             FP-PAYCAL-STATUS " - LAST PAY DATE USED"
060400         MOVE "Y" TO FP-PAYCAL-EOF-SWITCH
060500     END-IF
060600     OPEN INPUT RETRO-PAY-FILE
060700     IF FP-RETROTRN-STATUS NOT = "00"
060800         DISPLAY "FINALPAY: NO RETRO PAY TRANSACTIONS, STATUS "
060900             FP-RETROTRN-STATUS
061000         MOVE "Y" TO FP-RETRO-EOF-SWITCH
061100     END-IF
061200     OPEN INPUT TIMESHEET-HISTORY-FILE
061300     IF FP-TIMEHIST-STATUS NOT = "00"
061400         DISPLAY "FINALPAY: NO TIMESHEET HISTORY, STATUS "
061500             FP-TIMEHIST-STATUS " - NO HOURS PAYABLE"
061600         MOVE "N" TO FP-TIMEHIST-OK-SWITCH
061700     ELSE
061800         CLOSE TIMESHEET-HISTORY-FILE
061900     END-IF
062000     OPEN I-O EMPLOYEE-YTD-FILE
062100     IF FP-EMPYTD-STATUS = "35"
062200         OPEN OUTPUT EMPLOYEE-YTD-FILE
062300         CLOSE EMPLOYEE-YTD-FILE
062400         OPEN I-O EMPLOYEE-YTD-FILE
062500     END-IF
062600     IF FP-EMPYTD-STATUS NOT = "00"
062700         DISPLAY "FINALPAY: UNABLE TO OPEN YTD FILE, STATUS "
062800             FP-EMPYTD-STATUS
062900         MOVE "N" TO FP-RUN-OK-SWITCH
063000     END-IF
063100     OPEN I-O LEAVE-BALANCE-FILE
063200     IF FP-LEAVEBAL-STATUS = "35"
063300         OPEN OUTPUT LEAVE-BALANCE-FILE
063400         CLOSE LEAVE-BALANCE-FILE
063500         OPEN I-O LEAVE-BALANCE-FILE
063600     END-IF
063700     IF FP-LEAVEBAL-STATUS NOT = "00"
063800         DISPLAY "FINALPAY: UNABLE TO OPEN LEAVE BALANCES, "
063900             "STATUS " FP-LEAVEBAL-STATUS
064000         MOVE "N" TO FP-RUN-OK-SWITCH
064100     END-IF
064200     OPEN I-O ATTACHMENT-ORDER-FILE
064300     IF FP-ATTORD-STATUS NOT = "00"
064400         DISPLAY "FINALPAY: NO ATTACHMENT ORDERS MASTER, STATUS "
064500             FP-ATTORD-STATUS
064600         MOVE "N" TO FP-ATTORD-OK-SWITCH
064700     END-IF
064800     OPEN INPUT PAY-HISTORY-FILE
064900     IF FP-PAYHIST-STATUS NOT = "00"
065000         DISPLAY "FINALPAY: UNABLE TO OPEN PAY HISTORY, STATUS "
065100             FP-PAYHIST-STATUS
065200         MOVE "N" TO FP-RUN-OK-SWITCH
065300     ELSE
065400         CLOSE PAY-HISTORY-FILE
065500     END-IF
065600     OPEN I-O DISB-CONTROL-FILE
065700     IF FP-DISBCTL-STATUS = "35"
065800         OPEN OUTPUT DISB-CONTROL-FILE
065900         CLOSE DISB-CONTROL-FILE
066000         OPEN I-O DISB-CONTROL-FILE
066100     END-IF
066200     IF FP-DISBCTL-STATUS NOT = "00"
066300         DISPLAY "FINALPAY: UNABLE TO OPEN RELEASE CONTROL, "
066400             "STATUS " FP-DISBCTL-STATUS
066500         MOVE "N" TO FP-RUN-OK-SWITCH
066600     END-IF
066700     OPEN EXTEND BANK-DISBURSEMENT-FILE
066800     IF FP-LVRDISB-STATUS NOT = "00"
066900         OPEN OUTPUT BANK-DISBURSEMENT-FILE
067000     END-IF
067100     IF FP-LVRDISB-STATUS NOT = "00"
067200         DISPLAY "FINALPAY: UNABLE TO OPEN SETTLEMENT PAYMENTS, "
067300             "STATUS " FP-LVRDISB-STATUS
067400         MOVE "N" TO FP-RUN-OK-SWITCH
067500     END-IF
067600     OPEN EXTEND GL-PENDING-FILE
067700     IF FP-GLPEND-STATUS NOT = "00"
067800         OPEN OUTPUT GL-PENDING-FILE
067900     END-IF
068000     IF FP-GLPEND-STATUS NOT = "00"
068100         DISPLAY "FINALPAY: UNABLE TO OPEN PENDING LEDGER FILE, "
068200             "STATUS " FP-GLPEND-STATUS
068300         MOVE "N" TO FP-RUN-OK-SWITCH
068400     END-IF.
068500 1200-EXIT.
068600     EXIT.
068700*
068800******************************************************************
068900* 1300-CHECK-RELEASE - THE DAY'S SETTLEMENT PAYMENTS GO TO THE
069000*                      BANK AS ONE HELD BATCH. ONCE A SUPERVISOR
069100*                      HAS RELEASED IT NOTHING MORE MAY BE ADDED
069200*                      UNDER THE SAME DATE - FURTHER LEAVERS WAIT
069300*                      FOR THE NEXT BUSINESS DATE.
069400******************************************************************
069500 1300-CHECK-RELEASE.
069600     MOVE FP-TODAY-DATE TO DC-BUSINESS-DATE
069700     MOVE "FINALPAY" TO DC-BATCH-SOURCE
069800     READ DISB-CONTROL-FILE
069900         INVALID KEY
070000             CONTINUE
070100         NOT INVALID KEY
070200             IF DC-RELEASED
070300                 DISPLAY "FINALPAY: SETTLEMENT BATCH FOR "
070400                     FP-TODAY-DATE " ALREADY RELEASED BY "
070500                     DC-RELEASED-BY " - RUN UNDER THE NEXT "
070600                     "BUSINESS DATE"
070700                 MOVE "N" TO FP-RUN-OK-SWITCH
070800             END-IF
070900     END-READ.
071000 1300-EXIT.
071100     EXIT.
071200*
071300******************************************************************
071400* 1400-LOAD-ONE-VOL-DED - LOAD ONE VOLUNTARY DEDUCTION ROW INTO
071500*                         THE TABLE FOR THE FINAL PAY.
071600******************************************************************
071700 1400-LOAD-ONE-VOL-DED.
071800     READ VOLUNTARY-DEDUCTION-FILE
071900         AT END
072000             MOVE "Y" TO FP-VOLDED-EOF-SWITCH
072100         NOT AT END
072200             IF FP-VOLDED-COUNT < 200
072300                 ADD 1 TO FP-VOLDED-COUNT
072400                 SET FP-VD-IDX TO FP-VOLDED-COUNT
072500                 MOVE VD-EMPLOYEE-ID
072600                     TO FP-VD-EMPLOYEE-ID(FP-VD-IDX)
072700                 MOVE VD-DESCRIPTION TO FP-VD-DESC(FP-VD-IDX)
072800                 MOVE VD-METHOD TO FP-VD-METHOD(FP-VD-IDX)
072900                 MOVE VD-AMOUNT TO FP-VD-AMOUNT(FP-VD-IDX)
073000                 MOVE VD-START-DATE TO FP-VD-START(FP-VD-IDX)
073100                 MOVE VD-STOP-DATE TO FP-VD-STOP(FP-VD-IDX)
073200             ELSE
073300                 DISPLAY "FINALPAY: DEDUCTIONS TABLE FULL, "
073400                     "SKIPPING EMPLOYEE " VD-EMPLOYEE-ID
073500                     " CODE " VD-DEDUCTION-CODE
073600             END-IF
073700     END-READ.
073800 1400-EXIT.
073900     EXIT.
074000*
074100******************************************************************
074200* 1500-LOAD-ONE-REQUEST - LOAD ONE LEAVER SETTLEMENT REQUEST.
074300*                         BLANK AND COMMENT LINES ARE PASSED OVER.
074400*                         MORE REQUESTS THAN THE TABLE HOLDS STOPS
074500*                         THE RUN WITH THE FILE LEFT AS IT IS.
074600******************************************************************
074700 1500-LOAD-ONE-REQUEST.
074800     READ LEAVER-REQUEST-FILE
074900         AT END
075000             MOVE "Y" TO FP-REQUEST-EOF-SWITCH
075100             GO TO 1500-EXIT
075200     END-READ
075300     IF LEAVER-REQUEST-RECORD = SPACES
075400             OR LEAVER-REQUEST-RECORD(1:1) = "*"
075500         GO TO 1500-EXIT
075600     END-IF
075700     IF FP-REQUEST-COUNT < 100
075800         ADD 1 TO FP-REQUEST-COUNT
075900         SET FP-RQ-IDX TO FP-REQUEST-COUNT
076000         MOVE LEAVER-REQUEST-RECORD TO FP-RQ-RECORD(FP-RQ-IDX)
076100         MOVE "N" TO FP-RQ-KEEP(FP-RQ-IDX)
076200     ELSE
076300         DISPLAY "FINALPAY: REQUEST TABLE FULL AT EMPLOYEE "
076400             LQ-EMPLOYEE-ID" - RUN STOPPED"
076500         MOVE "N" TO FP-RUN-OK-SWITCH
076600     END-IF.
076700 1500-EXIT.
076800     EXIT.
076900*
077000******************************************************************
077100* 1600-LOAD-ONE-CALENDAR - LOAD ONE PAY CALENDAR PERIOD.
077200******************************************************************
077300 1600-LOAD-ONE-CALENDAR.
077400     READ PAY-CALENDAR-FILE
077500         AT END
077600             MOVE "Y" TO FP-PAYCAL-EOF-SWITCH
077700             GO TO 1600-EXIT
077800     END-READ
077900     IF PC-PERIOD-NUMBER NOT NUMERIC
078000             OR PC-START-DATE NOT NUMERIC
078100             OR PC-END-DATE NOT NUMERIC
078200         GO TO 1600-EXIT
078300     END-IF
078400     IF FP-PAYCAL-COUNT < 200
078500         ADD 1 TO FP-PAYCAL-COUNT
078600         SET FP-PC-IDX TO FP-PAYCAL-COUNT
078700         MOVE PC-PERIOD-NUMBER TO FP-PC-PERIOD(FP-PC-IDX)
078800         MOVE PC-FREQUENCY TO FP-PC-FREQUENCY(FP-PC-IDX)
078900         MOVE PC-START-DATE TO FP-PC-START(FP-PC-IDX)
079000         MOVE PC-END-DATE TO FP-PC-END(FP-PC-IDX)
079100     ELSE
079200         DISPLAY "FINALPAY: CALENDAR TABLE FULL, SKIPPING PERIOD "
079300             PC-PERIOD-NUMBER
079400     END-IF.
079500 1600-EXIT.
079600     EXIT.
079700*
079800******************************************************************
079900* 1700-LOAD-ONE-RETRO - LOAD ONE RETRO-PAY TRANSACTION. EVERY ROW
079910*                       IS KEPT SO THE FILE CAN BE WRITTEN BACK
079920*                       WITHOUT THE ROWS THE SETTLEMENTS PAY. MORE
079930*                       ROWS THAN THE TABLE HOLDS STOPS THE RUN
079940*                       WITH THE FILES LEFT AS THEY ARE.
080200******************************************************************
080300 1700-LOAD-ONE-RETRO.
080400     READ RETRO-PAY-FILE
080500         AT END
080600             MOVE "Y" TO FP-RETRO-EOF-SWITCH
080700             GO TO 1700-EXIT
080800     END-READ
080900     IF FP-RETRO-COUNT < 100
081000         ADD 1 TO FP-RETRO-COUNT
081100         SET FP-RT-IDX TO FP-RETRO-COUNT
081200         MOVE RO-EMPLOYEE-ID TO FP-RT-EMPLOYEE-ID(FP-RT-IDX)
081300         IF RO-RETRO-GROSS NUMERIC
081400             MOVE RO-RETRO-GROSS TO FP-RT-AMOUNT(FP-RT-IDX)
081500         ELSE
081600             MOVE ZERO TO FP-RT-AMOUNT(FP-RT-IDX)
081700         END-IF
081800         MOVE RO-EFFECTIVE-DATE TO FP-RT-EFFECTIVE(FP-RT-IDX)
081900         MOVE "N" TO FP-RT-SETTLED(FP-RT-IDX)
082000     ELSE
082100         DISPLAY "FINALPAY: RETRO TABLE FULL AT EMPLOYEE "
082110             RO-EMPLOYEE-ID " - RUN STOPPED"
082120         MOVE "Y" TO FP-RETRO-EOF-SWITCH
082130         MOVE "N" TO FP-RUN-OK-SWITCH
082500     END-IF.
082600 1700-EXIT.
082700     EXIT.
082800*
082900******************************************************************
083000* 2000-PROCESS-LEAVER - CARRY ONE LEAVER SETTLEMENT REQUEST
083100*                       THROUGH: CHECK IT, FIND WHAT WAS LAST
083200*                       PAID, PAY THE HOURS, RETRO AND LEAVE STILL
083300*                       OWED, LIST THE ORDERS STILL OWING, THEN
083400*                       RECORD THE SETTLEMENT AND PRINT THE
083500*                       CERTIFICATE.
083600******************************************************************
083700 2000-PROCESS-LEAVER.
083800     MOVE FP-RQ-RECORD(FP-RQ-IDX) TO LEAVER-REQUEST-RECORD
083900     ADD 1 TO FP-READ-COUNT
084000     PERFORM 2050-VALIDATE-REQUEST THRU 2050-EXIT
084100     IF FP-REJECT-REASON = SPACES
084200         PERFORM 2100-FIND-LAST-PAY THRU 2100-EXIT
084300     END-IF
084400     IF FP-REJECT-REASON NOT = SPACES
084500         PERFORM 2950-REJECT-REQUEST THRU 2950-EXIT
084600         GO TO 2000-EXIT
084700     END-IF
084800     MOVE FP-LEAVE-YEAR TO FP-TAX-YEAR
084900     PERFORM 2150-FIND-PAID-TO-DATE THRU 2150-EXIT
085000     PERFORM 2200-COLLECT-HOURS THRU 2200-EXIT
085100     PERFORM 2250-COLLECT-RETRO THRU 2250-EXIT
085200     PERFORM 2300-WORK-OUT-LEAVE-DUE THRU 2300-EXIT
085300     PERFORM 2400-CALCULATE-FINAL-PAY THRU 2400-EXIT
085400     PERFORM 2500-SETTLE-PAYMENT THRU 2500-EXIT
085500     PERFORM 2550-WRITE-PAY-HISTORY THRU 2550-EXIT
085600     PERFORM 2600-RAISE-GL-POSTINGS THRU 2600-EXIT
085700     PERFORM 2800-REPORT-SETTLEMENT THRU 2800-EXIT
085800     PERFORM 2700-PRINT-CERTIFICATE THRU 2700-EXIT.
085900 2000-EXIT.
086000     EXIT.
086100*
086200******************************************************************
086300* 2050-VALIDATE-REQUEST - CHECK THE REQUEST AND FIND THE LEAVER.
086310*                         THE FIRST FAULT FOUND IS THE REASON THE
086320*                         REQUEST IS REJECTED. ONLY A FAULT THAT
086330*                         CAN BE PUT RIGHT KEEPS THE REQUEST. A
086340*                         LEAVER WHOSE PAYMENT IS HELD ON THE
086350*                         MASTER IS KEPT, UNTOUCHED, UNTIL THE
086360*                         HOLD IS LIFTED - NOTHING IS PAID, POSTED
086370*                         OR RECORDED AS SETTLED MEANWHILE.
086700******************************************************************
086800 2050-VALIDATE-REQUEST.
086900     MOVE SPACES TO FP-REJECT-REASON
087000     IF LQ-EMPLOYEE-ID NOT NUMERIC OR LQ-LEAVING-DATE NOT NUMERIC
087100         MOVE "EMPLOYEE ID OR LEAVING DATE NOT NUMERIC"
087200             TO FP-REJECT-REASON
087300         GO TO 2050-EXIT
087400     END-IF
087500     MOVE LQ-EMPLOYEE-ID TO FP-EMPLOYEE-ID
087600     MOVE LQ-LEAVING-DATE TO FP-LEAVING-DATE
087700     MOVE LQ-LEAVING-DATE TO FP-LEAVING-DATE-PARTS
087800     IF FP-LEAVE-MONTH < 1 OR FP-LEAVE-MONTH > 12
087900             OR FP-LEAVE-DAY < 1 OR FP-LEAVE-DAY > 31
088000         MOVE "LEAVING DATE NOT A VALID DATE" TO FP-REJECT-REASON
088100         GO TO 2050-EXIT
088200     END-IF
088300     IF FP-LEAVING-DATE > FP-TODAY-DATE
088400         MOVE "LEAVING DATE NOT YET REACHED" TO FP-REJECT-REASON
088500         MOVE "Y" TO FP-RQ-KEEP(FP-RQ-IDX)
088600         GO TO 2050-EXIT
088700     END-IF
088800     MOVE LQ-EMPLOYEE-ID TO EM-EMPLOYEE-ID
088900     READ EMPLOYEE-MASTER-FILE
089000         INVALID KEY
089100             MOVE "EMPLOYEE NOT ON MASTER" TO FP-REJECT-REASON
089200             GO TO 2050-EXIT
089300     END-READ
089400     IF NOT EM-INACTIVE
089500         MOVE "EMPLOYEE NO LONGER TERMINATED" TO FP-REJECT-REASON
089600         GO TO 2050-EXIT
089700     END-IF
089800     IF EM-HOURLY-RATE NOT NUMERIC OR EM-HOURLY-RATE = ZERO
089900         MOVE "NO HOURLY RATE ON MASTER" TO FP-REJECT-REASON
090000         MOVE "Y" TO FP-RQ-KEEP(FP-RQ-IDX)
090100         GO TO 2050-EXIT
090200     END-IF
090210     IF EM-PAYMENT-HELD
090220         ADD 1 TO FP-HELD-COUNT
090230         MOVE "PAYMENT HELD ON MASTER" TO FP-REJECT-REASON
090240         MOVE "Y" TO FP-RQ-KEEP(FP-RQ-IDX)
090250         GO TO 2050-EXIT
090260     END-IF
090300     IF EM-MONTHLY-PAID
090400         MOVE "M" TO FP-FREQUENCY
090500     ELSE
090600         MOVE "W" TO FP-FREQUENCY
090700     END-IF.
090800 2050-EXIT.
090900     EXIT.
091000*
091100******************************************************************
091200* 2100-FIND-LAST-PAY - READ THE PAY HISTORY FOR THE LEAVER. THE
091300*                      LATEST PERIOD AND PAY DATE PAID (A REVERSAL
091400*                      DOES NOT COUNT) MARK WHERE THE FINAL PAY
091500*                      STARTS; A FINAL SETTLEMENT NOT SINCE
091600*                      REVERSED MEANS THE LEAVER IS ALREADY
091700*                      SETTLED.
091800******************************************************************
091900 2100-FIND-LAST-PAY.
092000     MOVE ZERO TO FP-LAST-PERIOD
092100     MOVE ZERO TO FP-LAST-PAY-DATE
092200     MOVE ZERO TO FP-SETTLED-PAY-DATE
092300     MOVE "N" TO FP-SETTLED-SWITCH
092400     MOVE "N" TO FP-HIST-EOF-SWITCH
092500     OPEN INPUT PAY-HISTORY-FILE
092600     IF FP-PAYHIST-STATUS NOT = "00"
092700         MOVE "PAY HISTORY NOT AVAILABLE" TO FP-REJECT-REASON
092800         MOVE "Y" TO FP-RQ-KEEP(FP-RQ-IDX)
092900         GO TO 2100-EXIT
093000     END-IF
093100     PERFORM 2110-SCAN-ONE-HISTORY THRU 2110-EXIT
093200         UNTIL FP-END-OF-HISTORY
093300     CLOSE PAY-HISTORY-FILE
093400     IF FP-ALREADY-SETTLED
093500         MOVE "LEAVER ALREADY SETTLED" TO FP-REJECT-REASON
093600     END-IF.
093700 2100-EXIT.
093800     EXIT.
093900*
094000******************************************************************
094100* 2110-SCAN-ONE-HISTORY - TEST ONE PAY HISTORY RECORD.
094200******************************************************************
094300 2110-SCAN-ONE-HISTORY.
094400     READ PAY-HISTORY-FILE
094500         AT END
094600             MOVE "Y" TO FP-HIST-EOF-SWITCH
094700             GO TO 2110-EXIT
094800     END-READ
094900     IF PH-EMPLOYEE-ID NOT = FP-EMPLOYEE-ID
095000         GO TO 2110-EXIT
095100     END-IF
095200     IF PH-REVERSAL
095300         IF FP-ALREADY-SETTLED
095400                 AND PH-PAY-DATE = FP-SETTLED-PAY-DATE
095500             MOVE "N" TO FP-SETTLED-SWITCH
095600         END-IF
095700         GO TO 2110-EXIT
095800     END-IF
095900     IF PH-FINAL-SETTLEMENT
096000         MOVE "Y" TO FP-SETTLED-SWITCH
096100         MOVE PH-PAY-DATE TO FP-SETTLED-PAY-DATE
096200         GO TO 2110-EXIT
096300     END-IF
096400     IF PH-PAY-PERIOD NUMERIC AND PH-PAY-PERIOD > FP-LAST-PERIOD
096500         MOVE PH-PAY-PERIOD TO FP-LAST-PERIOD
096600     END-IF
096700     IF PH-PAY-DATE NUMERIC AND PH-PAY-DATE > FP-LAST-PAY-DATE
096800         MOVE PH-PAY-DATE TO FP-LAST-PAY-DATE
096900     END-IF.
097000 2110-EXIT.
097100     EXIT.
097200*
097300******************************************************************
097400* 2150-FIND-PAID-TO-DATE - THE LEAVER IS PAID UP TO THE END OF
097500*                          THE LAST CALENDAR PERIOD PAID (THE LAST
097600*                          PAY DATE WHEN THE PERIOD IS NOT ON THE
097700*                          CALENDAR). THE FINAL PAY GOES UNDER THE
097800*                          PERIOD THE LEAVING DATE FALLS IN.
097900******************************************************************
098000 2150-FIND-PAID-TO-DATE.
098100     MOVE FP-LAST-PAY-DATE TO FP-PAID-TO-DATE
098200     MOVE FP-LAST-PERIOD TO FP-FINAL-PERIOD
098300     PERFORM 2160-TEST-ONE-CALENDAR THRU 2160-EXIT
098400         VARYING FP-PC-IDX FROM 1 BY 1
098500         UNTIL FP-PC-IDX > FP-PAYCAL-COUNT.
098600 2150-EXIT.
098700     EXIT.
098800*
098900******************************************************************
099000* 2160-TEST-ONE-CALENDAR - TEST ONE CALENDAR PERIOD OF THE
099100*                          LEAVER'S PAY FREQUENCY.
099200******************************************************************
099300 2160-TEST-ONE-CALENDAR.
099400     IF FP-PC-FREQUENCY(FP-PC-IDX) NOT = FP-FREQUENCY
099500         GO TO 2160-EXIT
099600     END-IF
099700     IF FP-LAST-PERIOD > ZERO
099800             AND FP-PC-PERIOD(FP-PC-IDX) = FP-LAST-PERIOD
099900         MOVE FP-PC-END(FP-PC-IDX) TO FP-PAID-TO-DATE
100000     END-IF
100100     IF FP-LEAVING-DATE NOT < FP-PC-START(FP-PC-IDX)
100200             AND FP-LEAVING-DATE NOT > FP-PC-END(FP-PC-IDX)
100300         MOVE FP-PC-PERIOD(FP-PC-IDX) TO FP-FINAL-PERIOD
100400     END-IF.
100500 2160-EXIT.
100600     EXIT.
100700*
100800******************************************************************
100900* 2200-COLLECT-HOURS - TOTAL THE LEAVER'S HOURS ON THE TIMESHEET
101000*                      HISTORY DATED AFTER THE PAID-TO DATE AND ON
101100*                      OR BEFORE THE LEAVING DATE.
101200******************************************************************
101300 2200-COLLECT-HOURS.
101400     MOVE ZERO TO FP-ORD-HOURS
101500     MOVE ZERO TO FP-OT-HOURS
101600     MOVE ZERO TO FP-TS-COUNT
101700     IF NOT FP-TIMEHIST-USABLE
101800         GO TO 2200-EXIT
101900     END-IF
102000     MOVE "N" TO FP-TS-EOF-SWITCH
102100     OPEN INPUT TIMESHEET-HISTORY-FILE
102200     IF FP-TIMEHIST-STATUS NOT = "00"
102300         DISPLAY "FINALPAY: TIMESHEET HISTORY NOT AVAILABLE FOR "
102400             "EMPLOYEE " FP-EMPLOYEE-ID
102500         GO TO 2200-EXIT
102600     END-IF
102700     PERFORM 2210-TEST-ONE-TIMESHEET THRU 2210-EXIT
102800         UNTIL FP-END-OF-TIMESHEETS
102900     CLOSE TIMESHEET-HISTORY-FILE.
103000 2200-EXIT.
103100     EXIT.
103200*
103300******************************************************************
103400* 2210-TEST-ONE-TIMESHEET - ADD ONE TIMESHEET IN IF IT IS THE
103500*                           LEAVER'S AND NOT YET PAID. TRAILER
103600*                           RECORDS ARE PASSED OVER.
103700******************************************************************
103800 2210-TEST-ONE-TIMESHEET.
103900     READ TIMESHEET-HISTORY-FILE
104000         AT END
104100             MOVE "Y" TO FP-TS-EOF-SWITCH
104200             GO TO 2210-EXIT
104300     END-READ
104400     IF TIMESHEET-RECORD(1:8) = "*TRAILER"
104500         GO TO 2210-EXIT
104600     END-IF
104700     IF TS-EMPLOYEE-ID NOT = FP-EMPLOYEE-ID
104800         GO TO 2210-EXIT
104900     END-IF
105000     IF TS-PAY-PERIOD NOT NUMERIC
105100             OR TS-PAY-PERIOD NOT > FP-PAID-TO-DATE
105200             OR TS-PAY-PERIOD > FP-LEAVING-DATE
105300         GO TO 2210-EXIT
105400     END-IF
105500     IF TS-ORDINARY-HOURS NOT NUMERIC
105600             OR TS-OVERTIME-HOURS NOT NUMERIC
105700         GO TO 2210-EXIT
105800     END-IF
105900     ADD 1 TO FP-TS-COUNT
106000     ADD TS-ORDINARY-HOURS TO FP-ORD-HOURS
106100     ADD TS-OVERTIME-HOURS TO FP-OT-HOURS.
106200 2210-EXIT.
106300     EXIT.
106400*
106500******************************************************************
106600* 2250-COLLECT-RETRO - PICK UP ANY RETRO PAY STILL OWED TO THE
106700*                      LEAVER. THE ROWS ARE MARKED SETTLED AND
106800*                      LEFT OFF THE RETRO FILE WHEN IT IS WRITTEN
106900*                      BACK.
107000******************************************************************
107100 2250-COLLECT-RETRO.
107200     MOVE ZERO TO FP-RETRO-PAY
107300     PERFORM 2260-TEST-ONE-RETRO THRU 2260-EXIT
107400         VARYING FP-RT-IDX FROM 1 BY 1
107500         UNTIL FP-RT-IDX > FP-RETRO-COUNT.
107600 2250-EXIT.
107700     EXIT.
107800*
107900******************************************************************
108000* 2260-TEST-ONE-RETRO - TAKE ONE RETRO ROW IF IT IS THE LEAVER'S.
108100******************************************************************
108200 2260-TEST-ONE-RETRO.
108300     IF FP-RT-EMPLOYEE-ID(FP-RT-IDX) NOT = FP-EMPLOYEE-ID
108400             OR FP-RT-SETTLED(FP-RT-IDX) = "Y"
108500         GO TO 2260-EXIT
108600     END-IF
108700     ADD FP-RT-AMOUNT(FP-RT-IDX) TO FP-RETRO-PAY
108800     MOVE "Y" TO FP-RT-SETTLED(FP-RT-IDX)
108900     MOVE "Y" TO FP-RETRO-SETTLED-SWITCH.
109000 2260-EXIT.
109100     EXIT.
109200*
109300******************************************************************
109400* 2300-WORK-OUT-LEAVE-DUE - THE YEAR'S ANNUAL LEAVE ENTITLEMENT
109500*                           PRO-RATED TO THE LEAVING DATE (DAYS
109600*                           OF THE YEAR GONE OVER DAYS IN THE
109700*                           YEAR), LESS THE HOURS ALREADY TAKEN.
109800*                           LEAVE TAKEN AHEAD OF ENTITLEMENT IS
109900*                           NOT CLAWED BACK - NOTHING IS DUE.
110000******************************************************************
110100 2300-WORK-OUT-LEAVE-DUE.
110200     MOVE ZERO TO FP-ENT-TO-DATE
110300     MOVE ZERO TO FP-LEAVE-TAKEN
110400     MOVE ZERO TO FP-LEAVE-DUE-HOURS
110500     MOVE FP-EMPLOYEE-ID TO LB-EMPLOYEE-ID
110600     READ LEAVE-BALANCE-FILE
110700         INVALID KEY
110800             DISPLAY "FINALPAY: NO LEAVE BALANCE FOR EMPLOYEE "
110900                 FP-EMPLOYEE-ID " - NO LEAVE PAID OUT"
111000             GO TO 2300-EXIT
111100     END-READ
111200     MOVE "N" TO FP-LEAP-SWITCH
111300     DIVIDE FP-LEAVE-YEAR BY 4 GIVING FP-QUOTIENT
111400         REMAINDER FP-REM-4
111500     DIVIDE FP-LEAVE-YEAR BY 100 GIVING FP-QUOTIENT
111600         REMAINDER FP-REM-100
111700     DIVIDE FP-LEAVE-YEAR BY 400 GIVING FP-QUOTIENT
111800         REMAINDER FP-REM-400
111900     IF FP-REM-4 = ZERO
112000             AND (FP-REM-100 NOT = ZERO OR FP-REM-400 = ZERO)
112100         MOVE "Y" TO FP-LEAP-SWITCH
112200     END-IF
112300     COMPUTE FP-DAY-OF-YEAR =
112400         FP-DAYS-BEFORE(FP-LEAVE-MONTH) + FP-LEAVE-DAY
112500     IF FP-LEAP-YEAR
112600         MOVE 366 TO FP-DAYS-IN-YEAR
112700         IF FP-LEAVE-MONTH > 2
112800             ADD 1 TO FP-DAY-OF-YEAR
112900         END-IF
113000     ELSE
113100         MOVE 365 TO FP-DAYS-IN-YEAR
113200     END-IF
113300     IF FP-DAY-OF-YEAR > FP-DAYS-IN-YEAR
113400         MOVE FP-DAYS-IN-YEAR TO FP-DAY-OF-YEAR
113500     END-IF
113600     IF LB-ANNUAL-ENT-HOURS NUMERIC
113700         COMPUTE FP-ENT-TO-DATE ROUNDED =
113800             LB-ANNUAL-ENT-HOURS * FP-DAY-OF-YEAR
113900             / FP-DAYS-IN-YEAR
114000     END-IF
114100     IF LB-ANNUAL-TAKEN-HOURS NUMERIC
114200         MOVE LB-ANNUAL-TAKEN-HOURS TO FP-LEAVE-TAKEN
114300     END-IF
114400     IF FP-ENT-TO-DATE > FP-LEAVE-TAKEN
114500         COMPUTE FP-LEAVE-DUE-HOURS =
114600             FP-ENT-TO-DATE - FP-LEAVE-TAKEN
114700     END-IF.
114800 2300-EXIT.
114900     EXIT.
115000*
115100******************************************************************
115200* 2400-CALCULATE-FINAL-PAY - GROSS FROM THE UNPAID HOURS, THE
115300*                            LEAVE PAID OUT AND ANY RETRO, THEN
115400*                            THE PAY RUN'S OWN TAX, PRSI, PENSION,
115500*                            ORDERS AND VOLUNTARY DEDUCTION CHAIN
115600*                            FOR THE TAX YEAR OF THE LEAVING DATE.
115700*                            THE YTD FILE AND LEAVE BALANCE TAKE
115800*                            THE FINAL FIGURES.
115900******************************************************************
116000 2400-CALCULATE-FINAL-PAY.
116100     MOVE ZERO TO FP-TAX
116200     MOVE ZERO TO FP-PRSI
116300     MOVE ZERO TO FP-PENSION
116400     MOVE ZERO TO FP-DEDUCTIONS
116500     MOVE ZERO TO FP-ATTACH-TOTAL
116600     MOVE ZERO TO FP-VOL-DED-TOTAL
116700     MOVE ZERO TO FP-NETPAY
116800     MOVE ZERO TO FP-NEW-ORD-COUNT
116900     MOVE ZERO TO FP-EMP-ORDER-COUNT
117000     MOVE "N" TO FP-YTD-FOUND-SWITCH
117100     COMPUTE FP-LEAVE-PAY ROUNDED =
117200         FP-LEAVE-DUE-HOURS * EM-HOURLY-RATE
117300     COMPUTE FP-GROSS-PAY ROUNDED =
117400         FP-ORD-HOURS * EM-HOURLY-RATE
117500         + FP-OT-HOURS * EM-HOURLY-RATE * FP-OT-MULTIPLIER
117600         + FP-LEAVE-PAY
117700         + FP-RETRO-PAY
117800     PERFORM 2430-LOAD-EMPLOYEE-ORDERS THRU 2430-EXIT
117900     IF FP-GROSS-PAY = ZERO
118000         GO TO 2400-EXIT
118100     END-IF
118200     PERFORM 2410-LOOKUP-RATES THRU 2410-EXIT
118300     PERFORM 2420-COMPUTE-BANDED-TAX THRU 2420-EXIT
118400     COMPUTE FP-PRSI ROUNDED =
118500         FP-GROSS-PAY * FP-PRSI-RATE-PCT / 100
118600     COMPUTE FP-PENSION ROUNDED =
118700         FP-GROSS-PAY * EM-PENSION-PCT / 100
118800     COMPUTE FP-DEDUCTIONS = FP-TAX + FP-PRSI + FP-PENSION
118900     PERFORM 2440-APPLY-ONE-ORDER THRU 2440-EXIT
119000         VARYING FP-EO-IDX FROM 1 BY 1
119100         UNTIL FP-EO-IDX > FP-EMP-ORDER-COUNT
119200     ADD FP-ATTACH-TOTAL TO FP-DEDUCTIONS
119300     PERFORM 2450-APPLY-ONE-VOL-DED THRU 2450-EXIT
119400         VARYING FP-VD-IDX FROM 1 BY 1
119500         UNTIL FP-VD-IDX > FP-VOLDED-COUNT
119600     ADD FP-VOL-DED-TOTAL TO FP-DEDUCTIONS
119700     SUBTRACT FP-DEDUCTIONS FROM FP-GROSS-PAY GIVING FP-NETPAY
119800     PERFORM 2460-UPDATE-YTD THRU 2460-EXIT
119900     PERFORM 2470-UPDATE-LEAVE-BALANCE THRU 2470-EXIT
120000     ADD FP-GROSS-PAY TO FP-SUM-GROSS
120100     ADD FP-TAX TO FP-SUM-TAX
120200     ADD FP-PRSI TO FP-SUM-PRSI
120300     ADD FP-PENSION TO FP-SUM-PENSION
120400     ADD FP-VOL-DED-TOTAL TO FP-SUM-VOLDED
120500     ADD FP-ATTACH-TOTAL TO FP-SUM-ORDERS
120600     ADD FP-NETPAY TO FP-SUM-NET.
120700 2400-EXIT.
120800     EXIT.
120900*
121000******************************************************************
121100* 2410-LOOKUP-RATES - LOOK UP THE LEAVER'S TAX/PRSI RATES FOR THE
121200*                     TAX YEAR. FALLS BACK TO THE DEFAULT RATES,
121300*                     AS THE PAY RUN DOES.
121400******************************************************************
121500 2410-LOOKUP-RATES.
121600     MOVE FP-TAX-YEAR TO RT-TAX-YEAR
121700     MOVE EM-PRSI-CLASS TO RT-PRSI-CLASS
121800     IF FP-RATETAB-STATUS = "00" OR FP-RATETAB-STATUS = "23"
121900         READ RATE-TABLE-FILE
122000             INVALID KEY
122100                 MOVE FP-DEFAULT-TAX-RATE-PCT TO FP-TAX-RATE-PCT
122200                 MOVE FP-DEFAULT-PRSI-RATE-PCT TO FP-PRSI-RATE-PCT
122300                 MOVE FP-DEFAULT-HIGHER-PCT TO FP-HIGHER-RATE-PCT
122400                 MOVE FP-DEFAULT-BAND-LIMIT TO FP-STD-BAND-LIMIT
122500             NOT INVALID KEY
122600                 MOVE RT-TAX-RATE-PCT TO FP-TAX-RATE-PCT
122700                 MOVE RT-PRSI-RATE-PCT TO FP-PRSI-RATE-PCT
122800                 IF RT-STD-BAND-LIMIT NUMERIC
122900                         AND RT-HIGHER-RATE-PCT NUMERIC
123000                     MOVE RT-STD-BAND-LIMIT TO FP-STD-BAND-LIMIT
123100                     MOVE RT-HIGHER-RATE-PCT TO FP-HIGHER-RATE-PCT
123200                 ELSE
123300                     MOVE ZERO TO FP-STD-BAND-LIMIT
123400                     MOVE ZERO TO FP-HIGHER-RATE-PCT
123500                 END-IF
123600         END-READ
123700     ELSE
123800         MOVE FP-DEFAULT-TAX-RATE-PCT TO FP-TAX-RATE-PCT
123900         MOVE FP-DEFAULT-PRSI-RATE-PCT TO FP-PRSI-RATE-PCT
124000         MOVE FP-DEFAULT-HIGHER-PCT TO FP-HIGHER-RATE-PCT
124100         MOVE FP-DEFAULT-BAND-LIMIT TO FP-STD-BAND-LIMIT
124200     END-IF.
124300 2410-EXIT.
124400     EXIT.
124500*
124600******************************************************************
124700* 2420-COMPUTE-BANDED-TAX - THE PAY RUN'S BANDED TAX, LESS THE
124800*                           EMPLOYEE'S PERSONAL TAX CREDIT. THE
124900*                           WEEKLY BAND SCALES BY 52/12 FOR A
125000*                           MONTHLY-PAID LEAVER.
125100******************************************************************
125200 2420-COMPUTE-BANDED-TAX.
125300     MOVE FP-STD-BAND-LIMIT TO FP-BAND-LIMIT-USED
125400     IF FP-MONTHLY
125500         COMPUTE FP-BAND-LIMIT-USED ROUNDED =
125600             FP-STD-BAND-LIMIT * FP-MONTHLY-BAND-FACTOR
125700     END-IF
125800     IF FP-BAND-LIMIT-USED > ZERO
125900             AND FP-GROSS-PAY > FP-BAND-LIMIT-USED
126000         COMPUTE FP-TAX ROUNDED =
126100             FP-BAND-LIMIT-USED * FP-TAX-RATE-PCT / 100
126200             + (FP-GROSS-PAY - FP-BAND-LIMIT-USED)
126300             * FP-HIGHER-RATE-PCT / 100
126400     ELSE
126500         COMPUTE FP-TAX ROUNDED =
126600             FP-GROSS-PAY * FP-TAX-RATE-PCT / 100
126700     END-IF
126800     IF EM-TAX-CREDIT NUMERIC AND EM-TAX-CREDIT > ZERO
126900         IF EM-TAX-CREDIT > FP-TAX
127000             MOVE ZERO TO FP-TAX
127100         ELSE
127200             SUBTRACT EM-TAX-CREDIT FROM FP-TAX
127300         END-IF
127400     END-IF.
127500 2420-EXIT.
127600     EXIT.
127700*
127800******************************************************************
127900* 2430-LOAD-EMPLOYEE-ORDERS - LOAD THE LEAVER'S ORDERS NOT YET
128000*                             SATISFIED FROM THE ORDERS MASTER.
128100******************************************************************
128200 2430-LOAD-EMPLOYEE-ORDERS.
128300     IF NOT FP-ATTORD-USABLE
128400         GO TO 2430-EXIT
128500     END-IF
128600     MOVE "N" TO FP-ORDER-EOF-SWITCH
128700     MOVE LOW-VALUES TO AO-ORDER-REF
128800     START ATTACHMENT-ORDER-FILE
128900         KEY IS NOT LESS THAN AO-ORDER-REF
129000         INVALID KEY
129100             MOVE "Y" TO FP-ORDER-EOF-SWITCH
129200     END-START
129300     PERFORM 2435-LOAD-ONE-ORDER THRU 2435-EXIT
129400         UNTIL FP-END-OF-ORDERS.
129500 2430-EXIT.
129600     EXIT.
129700*
129800******************************************************************
129900* 2435-LOAD-ONE-ORDER - KEEP ONE ORDER IF IT IS THE LEAVER'S AND
130000*                       NOT YET SATISFIED.
130100******************************************************************
130200 2435-LOAD-ONE-ORDER.
130300     READ ATTACHMENT-ORDER-FILE NEXT RECORD
130400         AT END
130500             MOVE "Y" TO FP-ORDER-EOF-SWITCH
130600             GO TO 2435-EXIT
130700     END-READ
130800     IF AO-EMPLOYEE-ID NOT = FP-EMPLOYEE-ID OR AO-ORDER-SATISFIED
130900         GO TO 2435-EXIT
131000     END-IF
131100     IF FP-EMP-ORDER-COUNT < 20
131200         ADD 1 TO FP-EMP-ORDER-COUNT
131300         SET FP-EO-IDX TO FP-EMP-ORDER-COUNT
131400         MOVE AO-ORDER-REF TO FP-EO-REF(FP-EO-IDX)
131500         MOVE AO-TOTAL-OWED TO FP-EO-OWED(FP-EO-IDX)
131600         MOVE AO-AMOUNT-TAKEN TO FP-EO-TAKEN(FP-EO-IDX)
131700         MOVE AO-PER-PERIOD-AMOUNT TO FP-EO-PERIOD-AMT(FP-EO-IDX)
131800         MOVE AO-ARREARS TO FP-EO-ARREARS(FP-EO-IDX)
131900         MOVE AO-PROTECTED-NET TO FP-EO-PROTECTED(FP-EO-IDX)
132000         MOVE AO-STATUS TO FP-EO-STATUS(FP-EO-IDX)
132100     ELSE
132200         DISPLAY "FINALPAY: ORDERS TABLE FULL, SKIPPING "
132300             AO-ORDER-REF
132400     END-IF.
132500 2435-EXIT.
132600     EXIT.
132700*
132800******************************************************************
132900* 2440-APPLY-ONE-ORDER - APPLY ONE OF THE LEAVER'S ORDERS TO THE
133000*                        FINAL PAY, AS THE PAY RUN DOES: THE
133100*                        PERIOD AMOUNT PLUS ARREARS, CAPPED AT
133200*                        WHAT IS LEFT OWING AND AT WHAT THE PAY
133300*                        CAN COVER ABOVE THE PROTECTED NET. THE
133400*                        MASTER IS REWRITTEN AT ONCE.
133500******************************************************************
133600 2440-APPLY-ONE-ORDER.
133700     IF FP-EO-STATUS(FP-EO-IDX) = "S"
133800         GO TO 2440-EXIT
133900     END-IF
134000     COMPUTE FP-AO-REMAINING =
134100         FP-EO-OWED(FP-EO-IDX) - FP-EO-TAKEN(FP-EO-IDX)
134200     COMPUTE FP-AO-DESIRED =
134300         FP-EO-PERIOD-AMT(FP-EO-IDX) + FP-EO-ARREARS(FP-EO-IDX)
134400     IF FP-AO-DESIRED > FP-AO-REMAINING
134500         MOVE FP-AO-REMAINING TO FP-AO-DESIRED
134600     END-IF
134700     IF FP-AO-DESIRED = ZERO
134800         GO TO 2440-EXIT
134900     END-IF
135000     COMPUTE FP-AO-AVAILABLE =
135100         FP-GROSS-PAY - FP-DEDUCTIONS - FP-ATTACH-TOTAL
135200         - FP-EO-PROTECTED(FP-EO-IDX)
135300     IF FP-AO-AVAILABLE < ZERO
135400         MOVE ZERO TO FP-AO-TAKE
135500     ELSE
135600         IF FP-AO-DESIRED > FP-AO-AVAILABLE
135700             MOVE FP-AO-AVAILABLE TO FP-AO-TAKE
135800         ELSE
135900             MOVE FP-AO-DESIRED TO FP-AO-TAKE
136000         END-IF
136100     END-IF
136200     COMPUTE FP-EO-ARREARS(FP-EO-IDX) =
136300         FP-AO-DESIRED - FP-AO-TAKE
136400     ADD FP-AO-TAKE TO FP-EO-TAKEN(FP-EO-IDX)
136500     ADD FP-AO-TAKE TO FP-ATTACH-TOTAL
136600     IF FP-EO-TAKEN(FP-EO-IDX) >= FP-EO-OWED(FP-EO-IDX)
136700         MOVE "S" TO FP-EO-STATUS(FP-EO-IDX)
136800     END-IF
136900     IF FP-AO-TAKE > ZERO AND FP-NEW-ORD-COUNT < 4
137000         ADD 1 TO FP-NEW-ORD-COUNT
137100         SET FP-NO-IDX TO FP-NEW-ORD-COUNT
137200         MOVE FP-EO-REF(FP-EO-IDX) TO FP-NO-REF(FP-NO-IDX)
137300         MOVE FP-AO-TAKE TO FP-NO-AMOUNT(FP-NO-IDX)
137400     END-IF
137500     PERFORM 2445-POST-ORDER-TO-MASTER THRU 2445-EXIT.
137600 2440-EXIT.
137700     EXIT.
137800*
137900******************************************************************
138000* 2445-POST-ORDER-TO-MASTER - REWRITE THE ORDER'S MASTER RECORD
138100*                             WITH THE DRAWN-DOWN BALANCE AND
138200*                             ARREARS.
138300******************************************************************
138400 2445-POST-ORDER-TO-MASTER.
138500     MOVE FP-EO-REF(FP-EO-IDX) TO AO-ORDER-REF
138600     READ ATTACHMENT-ORDER-FILE
138700         INVALID KEY
138800             DISPLAY "FINALPAY: ORDER " FP-EO-REF(FP-EO-IDX)
138900                 " VANISHED FROM MASTER - NOT UPDATED"
139000         NOT INVALID KEY
139100             MOVE FP-EO-TAKEN(FP-EO-IDX) TO AO-AMOUNT-TAKEN
139200             MOVE FP-EO-ARREARS(FP-EO-IDX) TO AO-ARREARS
139300             MOVE FP-EO-STATUS(FP-EO-IDX) TO AO-STATUS
139400             REWRITE ATTACHMENT-ORDER-RECORD
139500     END-READ.
139600 2445-EXIT.
139700     EXIT.
139800*
139900******************************************************************
140000* 2450-APPLY-ONE-VOL-DED - APPLY ONE VOLUNTARY DEDUCTION ROW IF IT
140100*                          IS THE LEAVER'S AND WAS ACTIVE ON THE
140200*                          LEAVING DATE. ONE THE PAY CANNOT COVER
140300*                          IS SKIPPED, AS IN THE PAY RUN.
140400******************************************************************
140500 2450-APPLY-ONE-VOL-DED.
140600     IF FP-VD-EMPLOYEE-ID(FP-VD-IDX) NOT = FP-EMPLOYEE-ID
140700         GO TO 2450-EXIT
140800     END-IF
140900     IF FP-VD-START(FP-VD-IDX) > FP-LEAVING-DATE
141000         GO TO 2450-EXIT
141100     END-IF
141200     IF FP-VD-STOP(FP-VD-IDX) NOT = ZERO
141300             AND FP-VD-STOP(FP-VD-IDX) < FP-LEAVING-DATE
141400         GO TO 2450-EXIT
141500     END-IF
141600     IF FP-VD-METHOD(FP-VD-IDX) = "P"
141700         COMPUTE FP-WORK-DEDUCTION ROUNDED =
141800             FP-GROSS-PAY * FP-VD-AMOUNT(FP-VD-IDX) / 100
141900     ELSE
142000         MOVE FP-VD-AMOUNT(FP-VD-IDX) TO FP-WORK-DEDUCTION
142100     END-IF
142200     IF FP-DEDUCTIONS + FP-VOL-DED-TOTAL + FP-WORK-DEDUCTION
142300             > FP-GROSS-PAY
142400         GO TO 2450-EXIT
142500     END-IF
142600     ADD FP-WORK-DEDUCTION TO FP-VOL-DED-TOTAL.
142700 2450-EXIT.
142800     EXIT.
142900*
143000******************************************************************
143100* 2460-UPDATE-YTD - ROLL THE FINAL PAY INTO THE LEAVER'S YTD
143200*                   RECORD FOR THE TAX YEAR, BUILDING THE RECORD
143300*                   IF THERE IS NONE.
143400******************************************************************
143500 2460-UPDATE-YTD.
143600     MOVE FP-EMPLOYEE-ID TO YT-EMPLOYEE-ID
143700     MOVE FP-TAX-YEAR TO YT-TAX-YEAR
143800     READ EMPLOYEE-YTD-FILE
143900         INVALID KEY
144000             MOVE SPACES TO EMPLOYEE-YTD-RECORD
144100             MOVE FP-EMPLOYEE-ID TO YT-EMPLOYEE-ID
144200             MOVE FP-TAX-YEAR TO YT-TAX-YEAR
144300             MOVE EM-EMPLOYEE-NAME TO YT-EMPLOYEE-NAME
144400             MOVE FP-GROSS-PAY TO YT-GROSS-PAY
144500             MOVE FP-TAX TO YT-TAX
144600             MOVE FP-PRSI TO YT-PRSI
144700             MOVE FP-PENSION TO YT-PENSION
144800             MOVE FP-NETPAY TO YT-NET-PAY
144900             WRITE EMPLOYEE-YTD-RECORD
145000             END-WRITE
145100         NOT INVALID KEY
145200             ADD FP-GROSS-PAY TO YT-GROSS-PAY
145300             ADD FP-TAX TO YT-TAX
145400             ADD FP-PRSI TO YT-PRSI
145500             ADD FP-PENSION TO YT-PENSION
145600             ADD FP-NETPAY TO YT-NET-PAY
145700             REWRITE EMPLOYEE-YTD-RECORD
145800     END-READ
145900     MOVE "Y" TO FP-YTD-FOUND-SWITCH.
146000 2460-EXIT.
146100     EXIT.
146200*
146300******************************************************************
146400* 2470-UPDATE-LEAVE-BALANCE - THE LEAVE PAID OUT IS TAKEN, SO THE
146500*                             BALANCE LEFT ON FILE IS NIL.
146600******************************************************************
146700 2470-UPDATE-LEAVE-BALANCE.
146800     IF FP-LEAVE-DUE-HOURS = ZERO
146900         GO TO 2470-EXIT
147000     END-IF
147100     MOVE FP-EMPLOYEE-ID TO LB-EMPLOYEE-ID
147200     READ LEAVE-BALANCE-FILE
147300         INVALID KEY
147400             GO TO 2470-EXIT
147500     END-READ
147600     ADD FP-LEAVE-DUE-HOURS TO LB-ANNUAL-TAKEN-HOURS
147700     REWRITE LEAVE-BALANCE-RECORD.
147800 2470-EXIT.
147900     EXIT.
148000*
148100******************************************************************
148200* 2500-SETTLE-PAYMENT - PAY THE FINAL NET TO THE LEAVER'S BANK
148210*                       ACCOUNT. A HELD LEAVER NEVER GETS THIS FAR
148220*                       (SEE 2050).
148500******************************************************************
148600 2500-SETTLE-PAYMENT.
148700     MOVE "NOTHING DUE" TO FP-OUTCOME
148800     IF FP-NETPAY = ZERO
148900         GO TO 2500-EXIT
149000     END-IF
149600     MOVE EM-EMPLOYEE-ID TO BD-EMPLOYEE-ID
149700     MOVE EM-EMPLOYEE-NAME TO BD-EMPLOYEE-NAME
149800     MOVE EM-BANK-SORT-CODE TO BD-BANK-SORT-CODE
149900     MOVE EM-BANK-ACCOUNT-NO TO BD-BANK-ACCOUNT-NO
150000     MOVE FP-NETPAY TO BD-PAYMENT-AMOUNT
150100     MOVE FP-TODAY-DATE TO BD-PAY-DATE
150200     MOVE FP-FINAL-PERIOD TO BD-PAY-PERIOD
150300     WRITE BANK-DISBURSEMENT-RECORD
150400     ADD 1 TO FP-PAYMENT-COUNT
150500     ADD FP-NETPAY TO FP-PAYMENT-TOTAL
150600     MOVE "PAYMENT ISSUED" TO FP-OUTCOME.
150700 2500-EXIT.
150800     EXIT.
150900*
151000******************************************************************
151100* 2550-WRITE-PAY-HISTORY - APPEND THE FINAL SETTLEMENT RECORD,
151200*                          DATED THE BUSINESS DATE UNDER THE
151300*                          PERIOD THE LEAVING DATE FALLS IN. IT IS
151400*                          WRITTEN EVEN WHEN NOTHING WAS DUE - IT
151500*                          IS THE MARK THAT THE LEAVER IS SETTLED.
151600******************************************************************
151700 2550-WRITE-PAY-HISTORY.
151800     OPEN EXTEND PAY-HISTORY-FILE
151900     IF FP-PAYHIST-STATUS NOT = "00"
152000         DISPLAY "FINALPAY: UNABLE TO EXTEND PAY HISTORY, STATUS "
152100             FP-PAYHIST-STATUS
152200         MOVE 8 TO RETURN-CODE
152300         GO TO 2550-EXIT
152400     END-IF
152500     MOVE SPACES TO PAY-HISTORY-RECORD
152600     MOVE FP-EMPLOYEE-ID TO PH-EMPLOYEE-ID
152700     MOVE EM-EMPLOYEE-NAME TO PH-EMPLOYEE-NAME
152800     MOVE FP-TODAY-DATE TO PH-PAY-DATE
152900     MOVE FP-FINAL-PERIOD TO PH-PAY-PERIOD
153000     MOVE FP-FREQUENCY TO PH-PAY-FREQUENCY
153100     MOVE FP-ORD-HOURS TO PH-ORDINARY-HOURS
153200     MOVE FP-OT-HOURS TO PH-OVERTIME-HOURS
153300     MOVE FP-LEAVE-DUE-HOURS TO PH-ANNUAL-HOURS
153400     MOVE ZERO TO PH-SICK-HOURS
153500     MOVE ZERO TO PH-PUBHOL-HOURS
153600     MOVE EM-HOURLY-RATE TO PH-HOURLY-RATE
153700     MOVE FP-GROSS-PAY TO PH-GROSS-PAY
153800     MOVE FP-RETRO-PAY TO PH-RETRO-PAY
153900     MOVE FP-TAX TO PH-TAX
154000     MOVE FP-PRSI TO PH-PRSI
154100     MOVE FP-PENSION TO PH-PENSION
154200     MOVE FP-ATTACH-TOTAL TO PH-ORDERS
154300     MOVE FP-VOL-DED-TOTAL TO PH-VOLUNTARY-DED
154400     MOVE FP-NETPAY TO PH-NET-PAY
154500     PERFORM 2560-FILL-ONE-ORDER THRU 2560-EXIT
154600         VARYING FP-NO-IDX FROM 1 BY 1 UNTIL FP-NO-IDX > 4
154700     SET PH-FINAL-SETTLEMENT TO TRUE
154800     MOVE FP-TODAY-DATE TO PH-CORRECTION-DATE
154900     WRITE PAY-HISTORY-RECORD
155000     CLOSE PAY-HISTORY-FILE
155100     ADD 1 TO FP-SUM-COUNT.
155200 2550-EXIT.
155300     EXIT.
155400*
155500******************************************************************
155600* 2560-FILL-ONE-ORDER - ONE ORDER SLOT ON THE SETTLEMENT RECORD -
155700*                       THE ORDER TAKEN, OR BLANK AND ZERO WHEN
155800*                       THE SLOT IS UNUSED.
155900******************************************************************
156000 2560-FILL-ONE-ORDER.
156100     IF FP-NO-IDX > FP-NEW-ORD-COUNT
156200         MOVE SPACES TO PH-ORDER-REF(FP-NO-IDX)
156300         MOVE ZERO TO PH-ORDER-AMOUNT(FP-NO-IDX)
156400     ELSE
156500         MOVE FP-NO-REF(FP-NO-IDX) TO PH-ORDER-REF(FP-NO-IDX)
156600         MOVE FP-NO-AMOUNT(FP-NO-IDX)
156700             TO PH-ORDER-AMOUNT(FP-NO-IDX)
156800     END-IF.
156900 2560-EXIT.
157000     EXIT.
157100*
157200******************************************************************
157300* 2600-RAISE-GL-POSTINGS - RAISE THE FINAL PAY ON THE LEDGER AS
157400*                          PENDING BATCH 07 - PAYROLL COST IS THE
157500*                          DEBIT, THE DEDUCTION CONTROLS AND NET
157600*                          PAY CLEARING THE CREDITS, SO EACH
157700*                          SETTLEMENT BALANCES ON ITS OWN.
157800******************************************************************
157900 2600-RAISE-GL-POSTINGS.
158000     MOVE SPACES TO FP-GL-REFERENCE
158100     STRING "LEAVER " FP-EMPLOYEE-ID
158200         DELIMITED BY SIZE INTO FP-GL-REFERENCE
158300     MOVE "PY" TO FP-GL-TYPE
158400     MOVE "D" TO FP-GL-SIDE
158500     MOVE FP-GROSS-PAY TO FP-GL-AMOUNT
158600     PERFORM 2610-WRITE-ONE-POSTING THRU 2610-EXIT
158700     MOVE "C" TO FP-GL-SIDE
158800     MOVE "TX" TO FP-GL-TYPE
158900     MOVE FP-TAX TO FP-GL-AMOUNT
159000     PERFORM 2610-WRITE-ONE-POSTING THRU 2610-EXIT
159100     MOVE "PR" TO FP-GL-TYPE
159200     MOVE FP-PRSI TO FP-GL-AMOUNT
159300     PERFORM 2610-WRITE-ONE-POSTING THRU 2610-EXIT
159400     MOVE "PN" TO FP-GL-TYPE
159500     MOVE FP-PENSION TO FP-GL-AMOUNT
159600     PERFORM 2610-WRITE-ONE-POSTING THRU 2610-EXIT
159700     MOVE "VD" TO FP-GL-TYPE
159800     MOVE FP-VOL-DED-TOTAL TO FP-GL-AMOUNT
159900     PERFORM 2610-WRITE-ONE-POSTING THRU 2610-EXIT
160000     MOVE "AO" TO FP-GL-TYPE
160100     MOVE FP-ATTACH-TOTAL TO FP-GL-AMOUNT
160200     PERFORM 2610-WRITE-ONE-POSTING THRU 2610-EXIT
160300     MOVE "NP" TO FP-GL-TYPE
160400     MOVE FP-NETPAY TO FP-GL-AMOUNT
160500     PERFORM 2610-WRITE-ONE-POSTING THRU 2610-EXIT.
160600 2600-EXIT.
160700     EXIT.
160800*
160900******************************************************************
161000* 2610-WRITE-ONE-POSTING - APPEND ONE PENDING LEDGER ROW. A ZERO
161100*                          AMOUNT POSTS NOTHING.
161200******************************************************************
161300 2610-WRITE-ONE-POSTING.
161400     IF FP-GL-AMOUNT = ZERO
161500         GO TO 2610-EXIT
161600     END-IF
161700     MOVE SPACES TO GL-PENDING-RECORD
161800     MOVE 7 TO GP-BATCH-NO
161900     MOVE FP-GL-TYPE TO GP-SOURCE-TYPE
162000     MOVE SPACES TO GP-SOURCE-CODE
162100     MOVE FP-GL-SIDE TO GP-SIDE
162200     MOVE FP-GL-AMOUNT TO GP-AMOUNT
162300     MOVE "FINALPAY" TO GP-ORIGIN-PROGRAM
162400     MOVE FP-TODAY-DATE TO GP-ORIGIN-DATE
162500     MOVE FP-GL-REFERENCE TO GP-REFERENCE
162600     MOVE ZERO TO GP-POSTED-DATE
162700     WRITE GL-PENDING-RECORD
162800     ADD 1 TO FP-GL-ROW-COUNT.
162900 2610-EXIT.
163000     EXIT.
163100*
163200******************************************************************
163300* 2700-PRINT-CERTIFICATE - ONE CESSATION CERTIFICATE: THE LEAVING
163400*                          DATE, THE FINAL PAY, AND THE YEAR-TO-
163500*                          DATE PAY, TAX, PRSI AND PENSION FOR THE
163600*                          TAX YEAR AS AT LEAVING, WITH ANY ORDER
163700*                          STILL OWING.
163800******************************************************************
163900 2700-PRINT-CERTIFICATE.
164000     ADD 1 TO RPT-PAGE-NUMBER
164100     MOVE "CESSATION CERTIFICATE" TO RPT-HDR-TITLE
164200     MOVE FP-TODAY-DATE TO RPT-HDR-RUN-DATE
164300     MOVE RPT-PAGE-NUMBER TO RPT-HDR-PAGE-NUMBER
164400     WRITE CERT-RPT-LINE FROM RPT-STD-HEADING-1
164500     WRITE CERT-RPT-LINE FROM RPT-STD-HEADING-2
164600     WRITE CERT-RPT-LINE FROM FC-CERT-TITLE
164700     WRITE CERT-RPT-LINE FROM FC-BLANK-LINE
164800     MOVE EM-EMPLOYEE-ID TO FC-EMP-ID
164900     MOVE EM-EMPLOYEE-NAME TO FC-EMP-NAME
165000     WRITE CERT-RPT-LINE FROM FC-EMPLOYEE-LINE
165100     MOVE FP-TAX-YEAR TO FC-YEAR-DISPLAY
165200     WRITE CERT-RPT-LINE FROM FC-YEAR-LINE
165300     MOVE "LEAVING DATE:" TO FC-DTE-LABEL
165400     MOVE FP-LEAVING-DATE TO FC-DTE-VALUE
165500     WRITE CERT-RPT-LINE FROM FC-DATE-LINE
165600     WRITE CERT-RPT-LINE FROM FC-BLANK-LINE
165700     MOVE "FINAL PAY" TO FC-TXT-LABEL
165800     MOVE SPACES TO FC-TXT-VALUE
165900     WRITE CERT-RPT-LINE FROM FC-TEXT-LINE
166000     MOVE "HOURS WORKED:" TO FC-DET-LABEL
166100     COMPUTE FC-DET-AMOUNT = FP-ORD-HOURS + FP-OT-HOURS
166200     WRITE CERT-RPT-LINE FROM FC-DETAIL-LINE
166300     MOVE "LEAVE PAID OUT HRS:" TO FC-DET-LABEL
166400     MOVE FP-LEAVE-DUE-HOURS TO FC-DET-AMOUNT
166500     WRITE CERT-RPT-LINE FROM FC-DETAIL-LINE
166600     IF FP-RETRO-PAY > ZERO
166700         MOVE "RETRO PAY:" TO FC-DET-LABEL
166800         MOVE FP-RETRO-PAY TO FC-DET-AMOUNT
166900         WRITE CERT-RPT-LINE FROM FC-DETAIL-LINE
167000     END-IF
167100     MOVE "GROSS PAY:" TO FC-DET-LABEL
167200     MOVE FP-GROSS-PAY TO FC-DET-AMOUNT
167300     WRITE CERT-RPT-LINE FROM FC-DETAIL-LINE
167400     MOVE "NET PAY:" TO FC-DET-LABEL
167500     MOVE FP-NETPAY TO FC-DET-AMOUNT
167600     WRITE CERT-RPT-LINE FROM FC-DETAIL-LINE
167700     WRITE CERT-RPT-LINE FROM FC-BLANK-LINE
167800     MOVE "PAY AND TAX IN THE" TO FC-TXT-LABEL
167900     MOVE "TAX YEAR TO THE LEAVING DATE" TO FC-TXT-VALUE
168000     WRITE CERT-RPT-LINE FROM FC-TEXT-LINE
168100     MOVE FP-EMPLOYEE-ID TO YT-EMPLOYEE-ID
168200     MOVE FP-TAX-YEAR TO YT-TAX-YEAR
168300     READ EMPLOYEE-YTD-FILE
168400         INVALID KEY
168500             MOVE ZERO TO YT-GROSS-PAY
168600             MOVE ZERO TO YT-TAX
168700             MOVE ZERO TO YT-PRSI
168800             MOVE ZERO TO YT-PENSION
168900             MOVE ZERO TO YT-NET-PAY
169000     END-READ
169100     MOVE "GROSS PAY:" TO FC-DET-LABEL
169200     MOVE YT-GROSS-PAY TO FC-DET-AMOUNT
169300     WRITE CERT-RPT-LINE FROM FC-DETAIL-LINE
169400     MOVE "TAX DEDUCTED:" TO FC-DET-LABEL
169500     MOVE YT-TAX TO FC-DET-AMOUNT
169600     WRITE CERT-RPT-LINE FROM FC-DETAIL-LINE
169700     MOVE "PRSI DEDUCTED:" TO FC-DET-LABEL
169800     MOVE YT-PRSI TO FC-DET-AMOUNT
169900     WRITE CERT-RPT-LINE FROM FC-DETAIL-LINE
170000     MOVE "PENSION DEDUCTED:" TO FC-DET-LABEL
170100     MOVE YT-PENSION TO FC-DET-AMOUNT
170200     WRITE CERT-RPT-LINE FROM FC-DETAIL-LINE
170300     MOVE "NET PAY:" TO FC-DET-LABEL
170400     MOVE YT-NET-PAY TO FC-DET-AMOUNT
170500     WRITE CERT-RPT-LINE FROM FC-DETAIL-LINE
170600     IF FP-OPEN-ORDER-COUNT > ZERO
170700         WRITE CERT-RPT-LINE FROM FC-BLANK-LINE
170800         MOVE "NOTE:" TO FC-TXT-LABEL
170900         MOVE "ATTACHMENT ORDER STILL OWING - COURT TO BE TOLD"
171000             TO FC-TXT-VALUE
171100         WRITE CERT-RPT-LINE FROM FC-TEXT-LINE
171200     END-IF
171300     WRITE CERT-RPT-LINE FROM FC-BLANK-LINE
171400     WRITE CERT-RPT-LINE FROM FC-BLANK-LINE.
171500 2700-EXIT.
171600     EXIT.
171700*
171800******************************************************************
171900* 2800-REPORT-SETTLEMENT - ONE LINE ON THE RUN REPORT FOR A
172000*                          LEAVER SETTLED, FOLLOWED BY A LINE FOR
172100*                          EACH ATTACHMENT ORDER STILL OWING AFTER
172200*                          THE FINAL PAY - THE COURT MUST BE TOLD
172300*                          THE EMPLOYMENT HAS ENDED.
172400******************************************************************
172500 2800-REPORT-SETTLEMENT.
172600     ADD 1 TO FP-DONE-COUNT
172700     MOVE FP-EMPLOYEE-ID TO FP-DET-ID
172800     MOVE FP-LEAVING-DATE TO FP-DET-DATE
172900     COMPUTE FP-DET-HOURS = FP-ORD-HOURS + FP-OT-HOURS
173000     MOVE FP-LEAVE-DUE-HOURS TO FP-DET-LEAVE
173100     MOVE FP-GROSS-PAY TO FP-DET-GROSS
173200     MOVE FP-NETPAY TO FP-DET-NET
173300     MOVE FP-OUTCOME TO FP-DET-OUTCOME
173400     WRITE SETL-RPT-LINE FROM FP-RPT-DETAIL-LINE
173500     MOVE ZERO TO FP-OPEN-ORDER-COUNT
173600     PERFORM 2810-REPORT-ONE-ORDER THRU 2810-EXIT
173700         VARYING FP-EO-IDX FROM 1 BY 1
173800         UNTIL FP-EO-IDX > FP-EMP-ORDER-COUNT.
173900 2800-EXIT.
174000     EXIT.
174100*
174200******************************************************************
174300* 2810-REPORT-ONE-ORDER - LIST ONE ORDER IF IT IS STILL OWING.
174400******************************************************************
174500 2810-REPORT-ONE-ORDER.
174600     IF FP-EO-STATUS(FP-EO-IDX) = "S"
174700         GO TO 2810-EXIT
174800     END-IF
174900     IF FP-EO-TAKEN(FP-EO-IDX) < FP-EO-OWED(FP-EO-IDX)
175000         COMPUTE FP-ORDER-BALANCE =
175100             FP-EO-OWED(FP-EO-IDX) - FP-EO-TAKEN(FP-EO-IDX)
175200     ELSE
175300         MOVE ZERO TO FP-ORDER-BALANCE
175400     END-IF
175500     ADD 1 TO FP-OPEN-ORDER-COUNT
175600     ADD FP-ORDER-BALANCE TO FP-OPEN-ORDER-TOTAL
175700     MOVE FP-EO-REF(FP-EO-IDX) TO FP-ORD-REF
175800     MOVE FP-ORDER-BALANCE TO FP-ORD-BALANCE
175900     MOVE FP-EO-ARREARS(FP-EO-IDX) TO FP-ORD-ARREARS
176000     WRITE SETL-RPT-LINE FROM FP-RPT-ORDER-LINE.
176100 2810-EXIT.
176200     EXIT.
176300*
176400******************************************************************
176500* 2950-REJECT-REQUEST - ONE LINE ON THE RUN REPORT FOR A REQUEST
176600*                       NOT ACTED ON, WITH THE REASON AND WHETHER
176700*                       IT IS KEPT FOR THE NEXT RUN. NOTHING HAS
176800*                       BEEN UPDATED.
176900******************************************************************
177000 2950-REJECT-REQUEST.
177100     ADD 1 TO FP-REJECT-COUNT
177200     MOVE LQ-EMPLOYEE-ID TO FP-REJ-ID
177300     MOVE LQ-LEAVING-DATE TO FP-REJ-DATE
177400     MOVE FP-REJECT-REASON TO FP-REJ-REASON
177500     IF FP-RQ-KEEP(FP-RQ-IDX) = "Y"
177600         MOVE "KEPT" TO FP-REJ-KEPT
177700     ELSE
177800         MOVE SPACES TO FP-REJ-KEPT
177900     END-IF
178000     WRITE SETL-RPT-LINE FROM FP-RPT-REJECT-LINE.
178100 2950-EXIT.
178200     EXIT.
178300*
178400******************************************************************
178500* 3000-TERMINATE - CLOSE THE SETTLEMENT PAYMENT BATCH WITH ITS
178600*                  TRAILER AND HOLD IT FOR RELEASE, APPEND THE
178700*                  PAY-RUN SUMMARY RECORD, WRITE BACK THE RETRO
178800*                  AND REQUEST FILES, PRINT THE RUN TOTALS, SET
178900*                  THE RETURN CODE AND CLOSE ALL FILES.
179000******************************************************************
179100 3000-TERMINATE.
179200     IF NOT FP-RUN-OK
179300         DISPLAY "FINALPAY: RUN NOT DONE - REQUESTS LEFT AS THEY "
179400             "ARE"
179500         PERFORM 3500-WRITE-AUDIT-JOURNAL THRU 3500-EXIT
179600         CLOSE SETTLEMENT-REPORT
179700         CLOSE CERTIFICATE-REPORT
179800         CLOSE AUDIT-JOURNAL-FILE
179900         GO TO 3000-EXIT
180000     END-IF
180100     IF FP-PAYMENT-COUNT > ZERO
180200         MOVE "*TRAILER" TO FT-TRAILER-TAG
180300         MOVE FP-PAYMENT-COUNT TO FT-RECORD-COUNT
180400         MOVE FP-PAYMENT-TOTAL TO FT-TOTAL-AMOUNT
180500         WRITE BANK-DISBURSEMENT-RECORD
180600             FROM FILE-TRAILER-RECORD
180700         PERFORM 3100-HOLD-BATCH THRU 3100-EXIT
180800     END-IF
180900     IF FP-DONE-COUNT > ZERO
181000         PERFORM 3200-WRITE-PAY-SUMMARY THRU 3200-EXIT
181100     END-IF
181200     IF FP-RETRO-SETTLED
181300         PERFORM 3300-REWRITE-RETRO-FILE THRU 3300-EXIT
181400     END-IF
181500     PERFORM 3400-REWRITE-REQUESTS THRU 3400-EXIT
181600     WRITE SETL-RPT-LINE FROM FP-RPT-BLANK-LINE
181700     MOVE "REQUESTS READ:" TO FP-TOT-LABEL
181800     MOVE FP-READ-COUNT TO FP-TOT-AMOUNT
181900     WRITE SETL-RPT-LINE FROM FP-RPT-TOTAL-LINE
182000     MOVE "LEAVERS SETTLED:" TO FP-TOT-LABEL
182100     MOVE FP-DONE-COUNT TO FP-TOT-AMOUNT
182200     WRITE SETL-RPT-LINE FROM FP-RPT-TOTAL-LINE
182300     MOVE "REQUESTS REJECTED:" TO FP-TOT-LABEL
182400     MOVE FP-REJECT-COUNT TO FP-TOT-AMOUNT
182500     WRITE SETL-RPT-LINE FROM FP-RPT-TOTAL-LINE
182600     MOVE "REQUESTS KEPT FOR NEXT RUN:" TO FP-TOT-LABEL
182700     MOVE FP-KEPT-COUNT TO FP-TOT-AMOUNT
182800     WRITE SETL-RPT-LINE FROM FP-RPT-TOTAL-LINE
182900     MOVE "PAYMENTS ISSUED:" TO FP-TOT-LABEL
183000     MOVE FP-PAYMENT-COUNT TO FP-TOT-AMOUNT
183100     WRITE SETL-RPT-LINE FROM FP-RPT-TOTAL-LINE
183200     MOVE "PAYMENTS HELD:" TO FP-TOT-LABEL
183300     MOVE FP-HELD-COUNT TO FP-TOT-AMOUNT
183400     WRITE SETL-RPT-LINE FROM FP-RPT-TOTAL-LINE
183500     MOVE "PAYMENT BATCH TOTAL:" TO FP-MNY-LABEL
183600     MOVE FP-PAYMENT-TOTAL TO FP-MNY-AMOUNT
183700     WRITE SETL-RPT-LINE FROM FP-RPT-MONEY-LINE
183800     MOVE "ORDERS STILL OWING TOTAL:" TO FP-MNY-LABEL
183900     MOVE FP-OPEN-ORDER-TOTAL TO FP-MNY-AMOUNT
184000     WRITE SETL-RPT-LINE FROM FP-RPT-MONEY-LINE
184100     MOVE "PENDING LEDGER ROWS:" TO FP-TOT-LABEL
184200     MOVE FP-GL-ROW-COUNT TO FP-TOT-AMOUNT
184300     WRITE SETL-RPT-LINE FROM FP-RPT-TOTAL-LINE
184400     IF FP-OPEN-ORDER-TOTAL > ZERO
184500         MOVE "ATTACHMENT ORDERS STILL OWING - NOTIFY THE COURT"
184600             TO FP-MSG-TEXT
184700         WRITE SETL-RPT-LINE FROM FP-RPT-MESSAGE-LINE
184800     END-IF
184900     IF FP-REJECT-COUNT > ZERO AND RETURN-CODE < 4
185000         MOVE 4 TO RETURN-CODE
185100     END-IF
185200     DISPLAY "FINALPAY: READ " FP-READ-COUNT
185300         " SETTLED " FP-DONE-COUNT
185400         " REJECTED " FP-REJECT-COUNT
185500         " PAYMENTS " FP-PAYMENT-COUNT
185600     PERFORM 3500-WRITE-AUDIT-JOURNAL THRU 3500-EXIT
185700     CLOSE EMPLOYEE-MASTER-FILE
185800     CLOSE RATE-TABLE-FILE
185900     CLOSE EMPLOYEE-YTD-FILE
186000     CLOSE LEAVE-BALANCE-FILE
186100     IF FP-ATTORD-USABLE
186200         CLOSE ATTACHMENT-ORDER-FILE
186300     END-IF
186400     CLOSE BANK-DISBURSEMENT-FILE
186500     CLOSE DISB-CONTROL-FILE
186600     CLOSE GL-PENDING-FILE
186700     CLOSE CERTIFICATE-REPORT
186800     CLOSE SETTLEMENT-REPORT
186900     CLOSE AUDIT-JOURNAL-FILE.
187000 3000-EXIT.
187100     EXIT.
187200*
187300******************************************************************
187400* 3100-HOLD-BATCH - RECORD THE DAY'S SETTLEMENT PAYMENTS HELD ON
187500*                   THE RELEASE CONTROL FILE UNDER SOURCE
187600*                   FINALPAY. A SECOND RUN THE SAME DAY ADDS TO
187700*                   THE BATCH STILL HELD.
187800******************************************************************
187900 3100-HOLD-BATCH.
188000     MOVE FP-TODAY-DATE TO DC-BUSINESS-DATE
188100     MOVE "FINALPAY" TO DC-BATCH-SOURCE
188200     MOVE "N" TO FP-CTL-FOUND-SWITCH
188300     READ DISB-CONTROL-FILE
188400         INVALID KEY
188500             CONTINUE
188600         NOT INVALID KEY
188700             MOVE "Y" TO FP-CTL-FOUND-SWITCH
188800     END-READ
188900     IF FP-CTL-FOUND
189000         ADD FP-PAYMENT-COUNT TO DC-RECORD-COUNT
189100         ADD FP-PAYMENT-TOTAL TO DC-TOTAL-AMOUNT
189200     ELSE
189300         MOVE SPACES TO DISB-CONTROL-RECORD
189400         MOVE FP-TODAY-DATE TO DC-BUSINESS-DATE
189500         MOVE "FINALPAY" TO DC-BATCH-SOURCE
189600         MOVE FP-PAYMENT-COUNT TO DC-RECORD-COUNT
189700         MOVE FP-PAYMENT-TOTAL TO DC-TOTAL-AMOUNT
189800         MOVE ZERO TO DC-SWING-COUNT
189900         MOVE ZERO TO DC-FIRST-PAY-COUNT
190000         MOVE ZERO TO DC-MISSING-COUNT
190100     END-IF
190200     SET DC-HELD TO TRUE
190300     ACCEPT DC-HELD-DATE FROM DATE YYYYMMDD
190400     ACCEPT DC-HELD-TIME FROM TIME
190500     MOVE ZERO TO DC-RELEASE-DATE
190600     MOVE ZERO TO DC-RELEASE-TIME
190700     IF FP-CTL-FOUND
190800         REWRITE DISB-CONTROL-RECORD
190900     ELSE
191000         WRITE DISB-CONTROL-RECORD
191100     END-IF
191200     IF FP-DISBCTL-STATUS NOT = "00"
191300         DISPLAY "FINALPAY: UNABLE TO RECORD THE HELD BATCH, "
191400             "STATUS " FP-DISBCTL-STATUS
191500         MOVE 8 TO RETURN-CODE
191600         GO TO 3100-EXIT
191700     END-IF
191800     MOVE "SETTLEMENT PAYMENTS HELD - AWAITING SUPERVISOR RELEASE"
191900         TO FP-MSG-TEXT
192000     WRITE SETL-RPT-LINE FROM FP-RPT-MESSAGE-LINE.
192100 3100-EXIT.
192200     EXIT.
192300*
192400******************************************************************
192500* 3200-WRITE-PAY-SUMMARY - APPEND THE RUN'S FINAL SETTLEMENTS TO
192600*                          THE PAY-RUN SUMMARY FILE AS ONE RECORD
192700*                          UNDER TODAY'S DATE.
192800******************************************************************
192900 3200-WRITE-PAY-SUMMARY.
193000     OPEN EXTEND PAY-SUMMARY-FILE
193100     IF FP-PAYSUMM-STATUS NOT = "00"
193200         OPEN OUTPUT PAY-SUMMARY-FILE
193300     END-IF
193400     IF FP-PAYSUMM-STATUS NOT = "00"
193500         DISPLAY "FINALPAY: UNABLE TO WRITE PAY SUMMARY, STATUS "
193600             FP-PAYSUMM-STATUS
193700         MOVE 4 TO RETURN-CODE
193800         GO TO 3200-EXIT
193900     END-IF
194000     MOVE SPACES TO PAY-RUN-SUMMARY-RECORD
194100     MOVE FP-TODAY-DATE TO PP-RUN-DATE
194200     MOVE FP-SUM-COUNT TO PP-EMPLOYEE-COUNT
194300     MOVE FP-SUM-GROSS TO PP-TOTAL-GROSS
194400     MOVE FP-SUM-TAX TO PP-TOTAL-TAX
194500     MOVE FP-SUM-PRSI TO PP-TOTAL-PRSI
194600     MOVE FP-SUM-PENSION TO PP-TOTAL-PENSION
194700     MOVE FP-SUM-VOLDED TO PP-TOTAL-VOLDED
194800     MOVE FP-SUM-ORDERS TO PP-TOTAL-ORDERS
194900     MOVE FP-SUM-NET TO PP-TOTAL-NET
195000     SET PP-FINAL-SETTLEMENT TO TRUE
195100     WRITE PAY-RUN-SUMMARY-RECORD
195200     CLOSE PAY-SUMMARY-FILE.
195300 3200-EXIT.
195400     EXIT.
195500*
195600******************************************************************
195700* 3300-REWRITE-RETRO-FILE - WRITE THE RETRO FILE BACK WITH ONLY
195800*                           THE ROWS NO SETTLEMENT PAID.
195900******************************************************************
196000 3300-REWRITE-RETRO-FILE.
196100     OPEN OUTPUT RETRO-PAY-FILE
196200     IF FP-RETROTRN-STATUS NOT = "00"
196300         DISPLAY "FINALPAY: UNABLE TO REWRITE RETRO FILE, STATUS "
196400             FP-RETROTRN-STATUS
196500         MOVE 8 TO RETURN-CODE
196600         GO TO 3300-EXIT
196700     END-IF
196800     PERFORM 3310-WRITE-ONE-RETRO THRU 3310-EXIT
196900         VARYING FP-RT-IDX FROM 1 BY 1
197000         UNTIL FP-RT-IDX > FP-RETRO-COUNT
197100     CLOSE RETRO-PAY-FILE.
197200 3300-EXIT.
197300     EXIT.
197400*
197500******************************************************************
197600* 3310-WRITE-ONE-RETRO - WRITE ONE RETRO ROW BACK IF UNSETTLED.
197700******************************************************************
197800 3310-WRITE-ONE-RETRO.
197900     IF FP-RT-SETTLED(FP-RT-IDX) = "Y"
198000         GO TO 3310-EXIT
198100     END-IF
198200     MOVE SPACES TO RETRO-PAY-RECORD
198300     MOVE FP-RT-EMPLOYEE-ID(FP-RT-IDX) TO RO-EMPLOYEE-ID
198400     MOVE FP-RT-AMOUNT(FP-RT-IDX) TO RO-RETRO-GROSS
198500     MOVE FP-RT-EFFECTIVE(FP-RT-IDX) TO RO-EFFECTIVE-DATE
198600     WRITE RETRO-PAY-RECORD.
198700 3310-EXIT.
198800     EXIT.
198900*
199000******************************************************************
199100* 3400-REWRITE-REQUESTS - WRITE THE REQUEST FILE BACK WITH ONLY
199200*                         THE REQUESTS KEPT FOR THE NEXT RUN.
199300******************************************************************
199400 3400-REWRITE-REQUESTS.
199500     OPEN OUTPUT LEAVER-REQUEST-FILE
199600     IF FP-LEAVREQ-STATUS NOT = "00"
199700         DISPLAY "FINALPAY: UNABLE TO REWRITE REQUESTS, STATUS "
199800             FP-LEAVREQ-STATUS
199900         MOVE 8 TO RETURN-CODE
200000         GO TO 3400-EXIT
200100     END-IF
200200     PERFORM 3410-WRITE-ONE-REQUEST THRU 3410-EXIT
200300         VARYING FP-RQ-IDX FROM 1 BY 1
200400         UNTIL FP-RQ-IDX > FP-REQUEST-COUNT
200500     CLOSE LEAVER-REQUEST-FILE.
200600 3400-EXIT.
200700     EXIT.
200800*
200900******************************************************************
201000* 3410-WRITE-ONE-REQUEST - WRITE ONE REQUEST BACK IF KEPT.
201100******************************************************************
201200 3410-WRITE-ONE-REQUEST.
201300     IF FP-RQ-KEEP(FP-RQ-IDX) NOT = "Y"
201400         GO TO 3410-EXIT
201500     END-IF
201600     MOVE FP-RQ-RECORD(FP-RQ-IDX) TO LEAVER-REQUEST-RECORD
201700     WRITE LEAVER-REQUEST-RECORD
201800     ADD 1 TO FP-KEPT-COUNT.
201900 3410-EXIT.
202000     EXIT.
202100*
202200******************************************************************
202300* 3500-WRITE-AUDIT-JOURNAL - APPEND ONE RUN RECORD TO THE SHARED
202400*                            AUDIT JOURNAL.
202500******************************************************************
202600 3500-WRITE-AUDIT-JOURNAL.
202700     MOVE SPACES TO AUDIT-JOURNAL-RECORD
202800     MOVE "FINALPAY" TO AJ-PROGRAM-NAME
202900     MOVE FP-TODAY-DATE TO AJ-RUN-DATE
203000     ACCEPT AJ-RUN-TIME FROM TIME
203100     MOVE "LEAVERS SETTLED" TO AJ-TOTAL-1-LABEL
203200     MOVE FP-DONE-COUNT TO AJ-TOTAL-1-AMOUNT
203300     MOVE "SETTLEMENT PAYMENTS" TO AJ-TOTAL-2-LABEL
203400     MOVE FP-PAYMENT-TOTAL TO AJ-TOTAL-2-AMOUNT
203410     MOVE RETURN-CODE TO AJ-RETURN-CODE
203500     WRITE AUDIT-JOURNAL-RECORD.
203600 3500-EXIT.
203700     EXIT.
203800 END PROGRAM FINALPAY.
