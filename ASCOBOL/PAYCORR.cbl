000100******************************************************************
000200* AUTHOR:        P. MURPHY, PAYROLL SYSTEMS
000300* INSTALLATION:  ACME MANUFACTURING CORP - DATA PROCESSING
000400* DATE-WRITTEN:  2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:       OFF-CYCLE PAYROLL CORRECTION. PUTS RIGHT ONE
000700*                EMPLOYEE'S PAY FOR ONE PERIOD ALREADY PAID,
000800*                OUTSIDE THE PAY RUN, FROM A CORRECTION
000900*                TRANSACTION NAMING THE EMPLOYEE AND THE PAY DATE.
001000*                THE PERIOD AS PAID (FROM THE PAY HISTORY) IS
001100*                REVERSED AS A NEGATIVE IMAGE AGAINST THE YTD
001200*                FILE, THE LEAVE BALANCE AND THE ATTACHMENT
001300*                ORDERS IT DREW DOWN, AND - WHEN THE TRANSACTION
001400*                SAYS RE-PAY - RECALCULATED FROM THE CORRECTED
001500*                HOURS AT THE RATE ORIGINALLY PAID. THE NET
001600*                DIFFERENCE IS:
001700*                  - PAID AS ITS OWN BANK DISBURSEMENT BATCH (WITH
001800*                    ITS TRAILER), HELD ON THE RELEASE CONTROL
001900*                    FILE UNDER SOURCE PAYCORR FOR SUPERVISOR
002000*                    RELEASE,
002100*                  - OR, WHEN THE EMPLOYEE WAS OVERPAID, LISTED AS
002200*                    AN OVERPAYMENT TO RECOVER.
002300*                EVERY CORRECTION PRINTS A CORRECTION PAYSLIP,
002400*                APPENDS A REVERSAL (AND RECALCULATED) RECORD TO
002500*                THE PAY HISTORY AND THE PAY-RUN SUMMARY, AND
002600*                RAISES ITS NET ADJUSTMENT AS A BALANCED PENDING
002700*                LEDGER BATCH (BATCH 04) FOR THE NEXT LEDGER
002800*                EXTRACT.
002900*                RETURN CODE 4 - TRANSACTIONS REJECTED.
003000*                RETURN CODE 8 - RUN NOT DONE (FILES OR THE DAY'S
003100*                CORRECTION BATCH ALREADY RELEASED).
003200*
003300* MODIFICATION HISTORY
003400* DATE       INIT  DESCRIPTION
003500* ---------- ----  ----------------------------------------------
003600* 2026-10-15 PJM   ORIGINAL.
003610* 2026-10-15 PJM   THE AUDIT JOURNAL RECORD NOW CARRIES THE
003620*                  RETURN CODE THE RUN ENDED WITH.
003700******************************************************************
003800 IDENTIFICATION DIVISION.
003900 PROGRAM-ID. PAYCORR.
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT CORRECTION-FILE ASSIGN TO "CORRTRN"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS CX-CORRTRN-STATUS.
004600     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS CX-RUNCTL-STATUS.
004900     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS EM-EMPLOYEE-ID
005300         FILE STATUS IS CX-EMPMAST-STATUS.
005400     SELECT RATE-TABLE-FILE ASSIGN TO "RATETAB"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS RT-KEY
005800         FILE STATUS IS CX-RATETAB-STATUS.
005900     SELECT VOLUNTARY-DEDUCTION-FILE ASSIGN TO "VOLDED"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS CX-VOLDED-STATUS.
006200     SELECT EMPLOYEE-YTD-FILE ASSIGN TO "EMPYTD"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS RANDOM
006500         RECORD KEY IS YT-KEY
006600         FILE STATUS IS CX-EMPYTD-STATUS.
006700     SELECT LEAVE-BALANCE-FILE ASSIGN TO "LEAVEBAL"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS RANDOM
007000         RECORD KEY IS LB-EMPLOYEE-ID
007100         FILE STATUS IS CX-LEAVEBAL-STATUS.
007200     SELECT ATTACHMENT-ORDER-FILE ASSIGN TO "ATTORD"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS AO-ORDER-REF
007600         FILE STATUS IS CX-ATTORD-STATUS.
007700     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS CX-PAYHIST-STATUS.
008000     SELECT PAY-SUMMARY-FILE ASSIGN TO "PAYSUMM"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS CX-PAYSUMM-STATUS.
008300     SELECT BANK-DISBURSEMENT-FILE ASSIGN TO "CORRDISB"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS CX-CORRDISB-STATUS.
008600     SELECT DISB-CONTROL-FILE ASSIGN TO "DISBCTL"
008700         ORGANIZATION IS INDEXED
008800         ACCESS MODE IS RANDOM
008900         RECORD KEY IS DC-CONTROL-KEY
009000         FILE STATUS IS CX-DISBCTL-STATUS.
009100     SELECT GL-PENDING-FILE ASSIGN TO "GLPEND"
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS CX-GLPEND-STATUS.
009400     SELECT CORRECTION-SLIP-FILE ASSIGN TO "CORRSLIP"
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS CX-CORRSLIP-STATUS.
009700     SELECT CORRECTION-REPORT ASSIGN TO "CORRRPT"
009800         ORGANIZATION IS LINE SEQUENTIAL
009900         FILE STATUS IS CX-CORRRPT-STATUS.
010000     SELECT AUDIT-JOURNAL-FILE ASSIGN TO "AUDITJNL"
010100         ORGANIZATION IS LINE SEQUENTIAL
010200         FILE STATUS IS CX-AUDITJNL-STATUS.
010300 DATA DIVISION.
010400 FILE SECTION.
010500 FD  CORRECTION-FILE
010600     LABEL RECORDS ARE STANDARD.
010700 COPY CORRTRN.
010800 FD  RUN-CONTROL-FILE
010900     LABEL RECORDS ARE STANDARD.
011000 COPY RUNCTL.
011100 FD  EMPLOYEE-MASTER-FILE
011200     LABEL RECORDS ARE STANDARD.
011300 COPY EMPMAST.
011400 FD  RATE-TABLE-FILE
011500     LABEL RECORDS ARE STANDARD.
011600 COPY RATETAB.
011700 FD  VOLUNTARY-DEDUCTION-FILE
011800     LABEL RECORDS ARE STANDARD.
011900 COPY VOLDED.
012000 FD  EMPLOYEE-YTD-FILE
012100     LABEL RECORDS ARE STANDARD.
012200 COPY EMPYTD.
012300 FD  LEAVE-BALANCE-FILE
012400     LABEL RECORDS ARE STANDARD.
012500 COPY LEAVEBAL.
012600 FD  ATTACHMENT-ORDER-FILE
012700     LABEL RECORDS ARE STANDARD.
012800 COPY ATTORD.
012900 FD  PAY-HISTORY-FILE
013000     LABEL RECORDS ARE STANDARD.
013100 COPY PAYHIST.
013200 FD  PAY-SUMMARY-FILE
013300     LABEL RECORDS ARE STANDARD.
013400 COPY PAYSUMM.
013500 FD  BANK-DISBURSEMENT-FILE
013600     LABEL RECORDS ARE STANDARD.
013700 COPY BANKDISB.
013800 FD  DISB-CONTROL-FILE
013900     LABEL RECORDS ARE STANDARD.
014000 COPY DISBCTL.
014100 FD  GL-PENDING-FILE
014200     LABEL RECORDS ARE STANDARD.
014300 COPY GLPEND.
014400 FD  CORRECTION-SLIP-FILE
014500     LABEL RECORDS ARE STANDARD
014600     RECORD CONTAINS 80 CHARACTERS.
014700 01  CORR-SLIP-LINE              PIC X(80).
014800 FD  CORRECTION-REPORT
014900     LABEL RECORDS ARE STANDARD
015000     RECORD CONTAINS 80 CHARACTERS.
015100 01  CORR-RPT-LINE               PIC X(80).
015200 FD  AUDIT-JOURNAL-FILE
015300     LABEL RECORDS ARE STANDARD.
015400 COPY AUDITJNL.
015500 WORKING-STORAGE SECTION.
015600 77  CX-CORRTRN-STATUS       PIC X(02).
015700 77  CX-RUNCTL-STATUS        PIC X(02).
015800 77  CX-EMPMAST-STATUS       PIC X(02).
015900 77  CX-RATETAB-STATUS       PIC X(02).
016000 77  CX-VOLDED-STATUS        PIC X(02).
016100 77  CX-EMPYTD-STATUS        PIC X(02).
016200 77  CX-LEAVEBAL-STATUS      PIC X(02).
016300 77  CX-ATTORD-STATUS        PIC X(02).
016400 77  CX-PAYHIST-STATUS       PIC X(02).
016500 77  CX-PAYSUMM-STATUS       PIC X(02).
016600 77  CX-CORRDISB-STATUS      PIC X(02).
016700 77  CX-DISBCTL-STATUS       PIC X(02).
016800 77  CX-GLPEND-STATUS        PIC X(02).
016900 77  CX-CORRSLIP-STATUS      PIC X(02).
017000 77  CX-CORRRPT-STATUS       PIC X(02).
017100 77  CX-AUDITJNL-STATUS      PIC X(02).
017200 77  CX-TODAY-DATE           PIC 9(08).
017300 77  CX-TAX-YEAR             PIC 9(04).
017400 77  CX-EOF-SWITCH           PIC X(01) VALUE "N".
017500     88  CX-END-OF-CORRECTIONS       VALUE "Y".
017600 77  CX-RUN-OK-SWITCH        PIC X(01) VALUE "Y".
017700     88  CX-RUN-OK                   VALUE "Y".
017800 77  CX-HIST-EOF-SWITCH      PIC X(01) VALUE "N".
017900     88  CX-END-OF-HISTORY           VALUE "Y".
018000 77  CX-VOLDED-EOF-SWITCH    PIC X(01) VALUE "N".
018100     88  CX-END-OF-VOLDED            VALUE "Y".
018200 77  CX-ORDER-EOF-SWITCH     PIC X(01) VALUE "N".
018300     88  CX-END-OF-ORDERS            VALUE "Y".
018400 77  CX-ATTORD-OK-SWITCH     PIC X(01) VALUE "Y".
018500     88  CX-ATTORD-USABLE            VALUE "Y".
018600 77  CX-ORIG-FOUND-SWITCH    PIC X(01) VALUE "N".
018700     88  CX-ORIGINAL-FOUND           VALUE "Y".
018800 77  CX-YTD-FOUND-SWITCH     PIC X(01) VALUE "N".
018900     88  CX-YTD-FOUND                VALUE "Y".
019000 77  CX-CTL-FOUND-SWITCH     PIC X(01) VALUE "N".
019100     88  CX-CTL-FOUND                VALUE "Y".
019200 77  CX-REJECT-REASON        PIC X(40) VALUE SPACES.
019300 77  CX-OUTCOME              PIC X(18) VALUE SPACES.
019400*
019500* RUN COUNTS AND TOTALS.
019600 77  CX-READ-COUNT           PIC 9(05) COMP VALUE ZERO.
019700 77  CX-DONE-COUNT           PIC 9(05) COMP VALUE ZERO.
019800 77  CX-REJECT-COUNT         PIC 9(05) COMP VALUE ZERO.
019900 77  CX-HELD-COUNT           PIC 9(05) COMP VALUE ZERO.
020000 77  CX-RECOVER-COUNT        PIC 9(05) COMP VALUE ZERO.
020100 77  CX-GL-ROW-COUNT         PIC 9(05) COMP VALUE ZERO.
020200 77  CX-PAYMENT-COUNT        PIC 9(05) VALUE ZERO.
020300 77  CX-PAYMENT-TOTAL        PIC 9(09)V99 VALUE ZERO.
020400 77  CX-RECOVER-TOTAL        PIC 9(09)V99 VALUE ZERO.
020500 77  CX-NET-ADJUST-TOTAL     PIC S9(09)V99 VALUE ZERO.
020600*
020700* PAY-RUN SUMMARY FIGURES FOR THE RUN - ONE REVERSAL RECORD AND
020800* ONE RECALCULATED RECORD ARE APPENDED AT THE END.
020900 01  CX-REV-SUMMARY.
021000     05  CX-REV-COUNT            PIC 9(05).
021100     05  CX-REV-GROSS            PIC 9(09)V99.
021200     05  CX-REV-TAX              PIC 9(09)V99.
021300     05  CX-REV-PRSI             PIC 9(09)V99.
021400     05  CX-REV-PENSION          PIC 9(09)V99.
021500     05  CX-REV-VOLDED           PIC 9(09)V99.
021600     05  CX-REV-ORDERS           PIC 9(09)V99.
021700     05  CX-REV-NET              PIC 9(09)V99.
021800 01  CX-COR-SUMMARY.
021900     05  CX-COR-COUNT            PIC 9(05).
022000     05  CX-COR-GROSS            PIC 9(09)V99.
022100     05  CX-COR-TAX              PIC 9(09)V99.
022200     05  CX-COR-PRSI             PIC 9(09)V99.
022300     05  CX-COR-PENSION          PIC 9(09)V99.
022400     05  CX-COR-VOLDED           PIC 9(09)V99.
022500     05  CX-COR-ORDERS           PIC 9(09)V99.
022600     05  CX-COR-NET              PIC 9(09)V99.
022700*
022800* THE PERIOD AS LAST PAID - THE PAY RUN'S OWN RECORD, OR THE
022900* LATEST RECALCULATION IF IT HAS BEEN CORRECTED BEFORE.
023000 77  CX-ORIG-PERIOD          PIC 9(06) VALUE ZERO.
023100 77  CX-ORIG-FREQUENCY       PIC X(01) VALUE SPACE.
023200     88  CX-ORIG-MONTHLY             VALUE "M".
023300 77  CX-ORIG-ORD-HOURS       PIC 9(05)V99 VALUE ZERO.
023400 77  CX-ORIG-OT-HOURS        PIC 9(05)V99 VALUE ZERO.
023500 77  CX-ORIG-ANN-HOURS       PIC 9(05)V99 VALUE ZERO.
023600 77  CX-ORIG-SICK-HOURS      PIC 9(05)V99 VALUE ZERO.
023700 77  CX-ORIG-PUBHOL-HOURS    PIC 9(05)V99 VALUE ZERO.
023800 77  CX-ORIG-RATE            PIC 9(02)V99 VALUE ZERO.
023900 77  CX-ORIG-GROSS           PIC 9(07)V99 VALUE ZERO.
024000 77  CX-ORIG-RETRO           PIC 9(07)V99 VALUE ZERO.
024100 77  CX-ORIG-TAX             PIC 9(07)V99 VALUE ZERO.
024200 77  CX-ORIG-PRSI            PIC 9(07)V99 VALUE ZERO.
024300 77  CX-ORIG-PENSION         PIC 9(07)V99 VALUE ZERO.
024400 77  CX-ORIG-ORDERS          PIC 9(07)V99 VALUE ZERO.
024500 77  CX-ORIG-VOLDED          PIC 9(07)V99 VALUE ZERO.
024600 77  CX-ORIG-NET             PIC 9(07)V99 VALUE ZERO.
024700 01  CX-ORIG-ORDER-TABLE.
024800     05  CX-OO-ENTRY OCCURS 4 TIMES INDEXED BY CX-OO-IDX.
024900         10  CX-OO-REF           PIC X(10).
025000         10  CX-OO-AMOUNT        PIC 9(07)V99.
025100*
025200* THE RECALCULATED PERIOD - ALL ZERO FOR A REVERSAL ONLY.
025300 77  CX-OT-MULTIPLIER        PIC 9(01)V99 VALUE 1.50.
025400 77  CX-LEAVE-PAY            PIC 9(07)V99 VALUE ZERO.
025500 77  CX-GROSS-PAY            PIC 9(07)V99 VALUE ZERO.
025600 77  CX-TAX                  PIC 9(07)V99 VALUE ZERO.
025700 77  CX-PRSI                 PIC 9(07)V99 VALUE ZERO.
025800 77  CX-PENSION              PIC 9(07)V99 VALUE ZERO.
025900 77  CX-DEDUCTIONS           PIC 9(07)V99 VALUE ZERO.
026000 77  CX-ATTACH-TOTAL         PIC 9(07)V99 VALUE ZERO.
026100 77  CX-VOL-DED-TOTAL        PIC 9(07)V99 VALUE ZERO.
026200 77  CX-WORK-DEDUCTION       PIC 9(07)V99 VALUE ZERO.
026300 77  CX-NETPAY               PIC 9(07)V99 VALUE ZERO.
026400 77  CX-NEW-ORD-COUNT        PIC 9(02) COMP VALUE ZERO.
026500 01  CX-NEW-ORDER-TABLE.
026600     05  CX-NO-ENTRY OCCURS 4 TIMES INDEXED BY CX-NO-IDX.
026700         10  CX-NO-REF           PIC X(10).
026800         10  CX-NO-AMOUNT        PIC 9(07)V99.
026900*
027000* SETTLEMENT OF THE DIFFERENCE.
027100 77  CX-NET-ADJUST           PIC S9(07)V99 VALUE ZERO.
027200 77  CX-PAY-AMOUNT           PIC 9(07)V99 VALUE ZERO.
027300 77  CX-RECOVER-AMOUNT       PIC 9(07)V99 VALUE ZERO.
027400 77  CX-WORK-ARREARS         PIC S9(07)V99 VALUE ZERO.
027500*
027600* TAX/PRSI RATES FOR THE ORIGINAL PERIOD'S TAX YEAR, AS THE PAY
027700* RUN LOOKS THEM UP - DEFAULTED WHEN THE YEAR/CLASS IS NOT ON
027800* FILE.
027900 77  CX-TAX-RATE-PCT         PIC 9(02)V99 VALUE ZERO.
028000 77  CX-HIGHER-RATE-PCT      PIC 9(02)V99 VALUE ZERO.
028100 77  CX-STD-BAND-LIMIT       PIC 9(07)V99 VALUE ZERO.
028200 77  CX-PRSI-RATE-PCT        PIC 9(02)V99 VALUE ZERO.
028300 77  CX-DEFAULT-TAX-RATE-PCT  PIC 9(02)V99 VALUE 20.00.
028400 77  CX-DEFAULT-PRSI-RATE-PCT PIC 9(02)V99 VALUE 04.00.
028500 77  CX-DEFAULT-HIGHER-PCT    PIC 9(02)V99 VALUE 40.00.
028600 77  CX-DEFAULT-BAND-LIMIT    PIC 9(07)V99 VALUE 850.00.
028700 77  CX-MONTHLY-BAND-FACTOR  PIC 9(01)V9(04) VALUE 4.3333.
028800 77  CX-BAND-LIMIT-USED      PIC 9(07)V99 VALUE ZERO.
028900*
029000* VOLUNTARY DEDUCTIONS MASTER, LOADED AT INITIALIZATION.
029100 77  CX-VOLDED-COUNT         PIC 9(03) COMP VALUE ZERO.
029200 01  CX-VOLDED-TABLE.
029300     05  CX-VD-ENTRY OCCURS 200 TIMES INDEXED BY CX-VD-IDX.
029400         10  CX-VD-EMPLOYEE-ID   PIC 9(06).
029500         10  CX-VD-DESC          PIC X(16).
029600         10  CX-VD-METHOD        PIC X(01).
029700         10  CX-VD-AMOUNT        PIC 9(05)V99.
029800         10  CX-VD-START         PIC 9(08).
029900         10  CX-VD-STOP          PIC 9(08).
030000*
030100* THE EMPLOYEE'S ATTACHMENT ORDERS, LOADED FROM THE MASTER FOR
030200* EACH RE-PAY ONCE THE ORIGINAL PERIOD HAS BEEN PUT BACK.
030300 77  CX-EMP-ORDER-COUNT      PIC 9(02) COMP VALUE ZERO.
030400 01  CX-EMP-ORDER-TABLE.
030500     05  CX-EO-ENTRY OCCURS 20 TIMES INDEXED BY CX-EO-IDX.
030600         10  CX-EO-REF           PIC X(10).
030700         10  CX-EO-OWED          PIC 9(07)V99.
030800         10  CX-EO-TAKEN         PIC 9(07)V99.
030900         10  CX-EO-PERIOD-AMT    PIC 9(05)V99.
031000         10  CX-EO-ARREARS       PIC 9(07)V99.
031100         10  CX-EO-PROTECTED     PIC 9(05)V99.
031200         10  CX-EO-STATUS        PIC X(01).
031300 77  CX-AO-DESIRED           PIC 9(07)V99 VALUE ZERO.
031400 77  CX-AO-REMAINING         PIC 9(07)V99 VALUE ZERO.
031500 77  CX-AO-AVAILABLE         PIC S9(07)V99 VALUE ZERO.
031600 77  CX-AO-TAKE              PIC 9(07)V99 VALUE ZERO.
031700*
031800* ONE PENDING LEDGER POSTING - SEE GLPEND.
031900 77  CX-GL-TYPE              PIC X(02) VALUE SPACES.
032000 77  CX-GL-SIDE              PIC X(01) VALUE SPACE.
032100 77  CX-GL-AMOUNT            PIC S9(09)V99 VALUE ZERO.
032200 77  CX-GL-REFERENCE         PIC X(20) VALUE SPACES.
032300*
032400* SHARED PAGE-NUMBERED MANAGEMENT REPORT HEADING - SEE RPTHDR.
032500 COPY RPTHDR.
032600*
032700* TRAILER CONTROL RECORD FOR THE FILE HAND-OFFS - SEE FILETRLR.
032800 COPY FILETRLR.
032900*
033000* CORRECTION PAYSLIP LINES - ONE SLIP PER CORRECTION.
033100 01  CS-EMPLOYEE-LINE.
033200     05  FILLER              PIC X(11) VALUE "EMPLOYEE : ".
033300     05  CS-EMP-ID           PIC 9(06).
033400     05  FILLER              PIC X(02) VALUE SPACES.
033500     05  CS-EMP-NAME         PIC X(30).
033600 01  CS-DETAIL-LINE.
033700     05  CS-DET-LABEL        PIC X(18).
033800     05  CS-DET-AMOUNT       PIC ZZ,ZZZ,ZZ9.99.
033900 01  CS-SIGNED-LINE.
034000     05  CS-SGN-LABEL        PIC X(18).
034100     05  CS-SGN-AMOUNT       PIC -Z,ZZZ,ZZ9.99.
034200 01  CS-DATE-LINE.
034300     05  CS-DTE-LABEL        PIC X(18).
034400     05  CS-DTE-VALUE        PIC 9999/99/99.
034500 01  CS-TEXT-LINE.
034600     05  CS-TXT-LABEL        PIC X(18).
034700     05  CS-TXT-VALUE        PIC X(40).
034800 01  CS-BLANK-LINE           PIC X(01) VALUE SPACE.
034900*
035000* CORRECTION RUN REPORT LINES.
035100 01  CX-RPT-COLUMN-LINE.
035200     05  FILLER              PIC X(08) VALUE "EMPLOYEE".
035300     05  FILLER              PIC X(10) VALUE "  PAY DATE".
035400     05  FILLER              PIC X(02) VALUE " A".
035500     05  FILLER              PIC X(13) VALUE "     ORIG NET".
035600     05  FILLER              PIC X(13) VALUE "      NEW NET".
035700     05  FILLER              PIC X(15) VALUE "     ADJUSTMENT".
035800     05  FILLER              PIC X(19) VALUE "  OUTCOME".
035900 01  CX-RPT-DETAIL-LINE.
036000     05  CX-DET-ID           PIC 9(06).
036100     05  FILLER              PIC X(02) VALUE SPACES.
036200     05  CX-DET-DATE         PIC 9(08).
036300     05  FILLER              PIC X(02) VALUE SPACES.
036400     05  CX-DET-ACTION       PIC X(01).
036500     05  FILLER              PIC X(01) VALUE SPACES.
036600     05  CX-DET-ORIG-NET     PIC Z,ZZZ,ZZ9.99.
036700     05  FILLER              PIC X(01) VALUE SPACES.
036800     05  CX-DET-NEW-NET      PIC Z,ZZZ,ZZ9.99.
036900     05  FILLER              PIC X(01) VALUE SPACES.
037000     05  CX-DET-ADJUST       PIC -Z,ZZZ,ZZ9.99.
037100     05  FILLER              PIC X(02) VALUE SPACES.
037200     05  CX-DET-OUTCOME      PIC X(18).
037300 01  CX-RPT-REJECT-LINE.
037400     05  CX-REJ-ID           PIC X(06).
037500     05  FILLER              PIC X(02) VALUE SPACES.
037600     05  CX-REJ-DATE         PIC X(08).
037700     05  FILLER              PIC X(02) VALUE SPACES.
037800     05  CX-REJ-ACTION       PIC X(01).
037900     05  FILLER              PIC X(03) VALUE SPACES.
038000     05  FILLER              PIC X(11) VALUE "REJECTED - ".
038100     05  CX-REJ-REASON       PIC X(40).
038200 01  CX-RPT-TOTAL-LINE.
038300     05  CX-TOT-LABEL        PIC X(28).
038400     05  CX-TOT-AMOUNT       PIC ZZ,ZZ9.
038500 01  CX-RPT-MONEY-LINE.
038600     05  CX-MNY-LABEL        PIC X(28).
038700     05  CX-MNY-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
038800 01  CX-RPT-MESSAGE-LINE.
038900     05  FILLER              PIC X(04) VALUE "*** ".
039000     05  CX-MSG-TEXT         PIC X(60).
039100 01  CX-RPT-BLANK-LINE       PIC X(01) VALUE SPACE.
039200 PROCEDURE DIVISION.
039300 0000-MAINLINE.
039400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
039500     PERFORM 2000-PROCESS-CORRECTION THRU 2000-EXIT
039600         UNTIL CX-END-OF-CORRECTIONS
039700     PERFORM 3000-TERMINATE THRU 3000-EXIT
039800     STOP RUN.
039900*
040000******************************************************************
040100* 1000-INITIALIZE - HEAD THE REPORT, OPEN THE MASTERS AND REFUSE
040200*                   THE RUN IF THE DAY'S CORRECTION BATCH HAS
040300*                   ALREADY GONE TO THE BANK.
040400******************************************************************
040500 1000-INITIALIZE.
040600     PERFORM 1100-GET-BUSINESS-DATE THRU 1100-EXIT
040700     OPEN OUTPUT CORRECTION-REPORT
040800     OPEN OUTPUT CORRECTION-SLIP-FILE
040900     OPEN EXTEND AUDIT-JOURNAL-FILE
041000     IF CX-AUDITJNL-STATUS NOT = "00"
041100         OPEN OUTPUT AUDIT-JOURNAL-FILE
041200     END-IF
041300     MOVE ZERO TO RPT-PAGE-NUMBER
041400     ADD 1 TO RPT-PAGE-NUMBER
041500     MOVE "PAYROLL CORRECTIONS" TO RPT-HDR-TITLE
041600     MOVE CX-TODAY-DATE TO RPT-HDR-RUN-DATE
041700     MOVE RPT-PAGE-NUMBER TO RPT-HDR-PAGE-NUMBER
041800     WRITE CORR-RPT-LINE FROM RPT-STD-HEADING-1
041900     WRITE CORR-RPT-LINE FROM RPT-STD-HEADING-2
042000     WRITE CORR-RPT-LINE FROM CX-RPT-COLUMN-LINE
042100     WRITE CORR-RPT-LINE FROM CX-RPT-BLANK-LINE
042200     INITIALIZE CX-REV-SUMMARY
042300     INITIALIZE CX-COR-SUMMARY
042400     PERFORM 1200-OPEN-FILES THRU 1200-EXIT
042500     IF CX-RUN-OK
042600         PERFORM 1300-CHECK-RELEASE THRU 1300-EXIT
042700     END-IF
042800     IF NOT CX-RUN-OK
042900         MOVE "Y" TO CX-EOF-SWITCH
043000         MOVE 8 TO RETURN-CODE
043100         MOVE "CORRECTION RUN NOT DONE - SEE MESSAGES"
043200             TO CX-MSG-TEXT
043300         WRITE CORR-RPT-LINE FROM CX-RPT-MESSAGE-LINE
043400         GO TO 1000-EXIT
043500     END-IF
043600     PERFORM 1400-LOAD-ONE-VOL-DED THRU 1400-EXIT
043700         UNTIL CX-END-OF-VOLDED
043800     IF CX-VOLDED-STATUS = "00" OR CX-VOLDED-STATUS = "10"
043900         CLOSE VOLUNTARY-DEDUCTION-FILE
044000     END-IF.
044100 1000-EXIT.
044200     EXIT.
044300*
044400******************************************************************
044500* 1100-GET-BUSINESS-DATE - THE BUSINESS DATE COMES FROM THE
044600*                          SUITE RUN-CONTROL FILE; THE MACHINE
044700*                          DATE IS ONLY A FALLBACK.
044800******************************************************************
044900 1100-GET-BUSINESS-DATE.
045000     MOVE ZERO TO CX-TODAY-DATE
045100     OPEN INPUT RUN-CONTROL-FILE
045200     IF CX-RUNCTL-STATUS = "00"
045300         READ RUN-CONTROL-FILE
045400             AT END
045500                 CONTINUE
045600             NOT AT END
045700                 IF RC-BUSINESS-DATE NUMERIC
045800                     MOVE RC-BUSINESS-DATE TO CX-TODAY-DATE
045900                 END-IF
046000         END-READ
046100         CLOSE RUN-CONTROL-FILE
046200     END-IF
046300     IF CX-TODAY-DATE = ZERO
046400         ACCEPT CX-TODAY-DATE FROM DATE YYYYMMDD
046500         DISPLAY "PAYCORR: NO RUN CONTROL - USING MACHINE DATE "
046600             CX-TODAY-DATE
046700     END-IF.
046800 1100-EXIT.
046900     EXIT.
047000*
047100******************************************************************
047200* 1200-OPEN-FILES - OPEN THE TRANSACTIONS, THE MASTERS AND THE
047300*                   FILES THE CORRECTIONS ARE APPENDED TO. ANY
047400*                   FILE A CORRECTION CANNOT BE HALF-DONE WITHOUT
047500*                   STOPS THE RUN BEFORE THE FIRST TRANSACTION.
047600******************************************************************
047700 1200-OPEN-FILES.
047800     OPEN INPUT CORRECTION-FILE
047900     IF CX-CORRTRN-STATUS NOT = "00"
048000         DISPLAY "PAYCORR: UNABLE TO OPEN CORRECTIONS, STATUS "
048100             CX-CORRTRN-STATUS
048200         MOVE "N" TO CX-RUN-OK-SWITCH
048300     END-IF
048400     OPEN INPUT EMPLOYEE-MASTER-FILE
048500     IF CX-EMPMAST-STATUS NOT = "00"
048600         DISPLAY "PAYCORR: UNABLE TO OPEN EMPLOYEE MASTER, "
048700             "STATUS " CX-EMPMAST-STATUS
048800         MOVE "N" TO CX-RUN-OK-SWITCH
048900     END-IF
049000     OPEN INPUT RATE-TABLE-FILE
049100     IF CX-RATETAB-STATUS NOT = "00"
049200         DISPLAY "PAYCORR: UNABLE TO OPEN RATE TABLE, STATUS "
049300             CX-RATETAB-STATUS
049400         MOVE 4 TO RETURN-CODE
049500     END-IF
049600     OPEN INPUT VOLUNTARY-DEDUCTION-FILE
049700     IF CX-VOLDED-STATUS NOT = "00"
049800         DISPLAY "PAYCORR: NO VOLUNTARY DEDUCTIONS MASTER, "
049900             "STATUS " CX-VOLDED-STATUS
050000         MOVE "Y" TO CX-VOLDED-EOF-SWITCH
050100     END-IF
050200     OPEN I-O EMPLOYEE-YTD-FILE
050300     IF CX-EMPYTD-STATUS = "35"
050400         OPEN OUTPUT EMPLOYEE-YTD-FILE
050500         CLOSE EMPLOYEE-YTD-FILE
050600         OPEN I-O EMPLOYEE-YTD-FILE
050700     END-IF
050800     IF CX-EMPYTD-STATUS NOT = "00"
050900         DISPLAY "PAYCORR: UNABLE TO OPEN YTD FILE, STATUS "
051000             CX-EMPYTD-STATUS
051100         MOVE "N" TO CX-RUN-OK-SWITCH
051200     END-IF
051300     OPEN I-O LEAVE-BALANCE-FILE
051400     IF CX-LEAVEBAL-STATUS = "35"
051500         OPEN OUTPUT LEAVE-BALANCE-FILE
051600         CLOSE LEAVE-BALANCE-FILE
051700         OPEN I-O LEAVE-BALANCE-FILE
051800     END-IF
051900     IF CX-LEAVEBAL-STATUS NOT = "00"
052000         DISPLAY "PAYCORR: UNABLE TO OPEN LEAVE BALANCES, STATUS "
052100             CX-LEAVEBAL-STATUS
052200         MOVE "N" TO CX-RUN-OK-SWITCH
052300     END-IF
052400     OPEN I-O ATTACHMENT-ORDER-FILE
052500     IF CX-ATTORD-STATUS NOT = "00"
052600         DISPLAY "PAYCORR: NO ATTACHMENT ORDERS MASTER, STATUS "
052700             CX-ATTORD-STATUS
052800         MOVE "N" TO CX-ATTORD-OK-SWITCH
052900     END-IF
053000     OPEN INPUT PAY-HISTORY-FILE
053100     IF CX-PAYHIST-STATUS NOT = "00"
053200         DISPLAY "PAYCORR: UNABLE TO OPEN PAY HISTORY, STATUS "
053300             CX-PAYHIST-STATUS
053400         MOVE "N" TO CX-RUN-OK-SWITCH
053500     ELSE
053600         CLOSE PAY-HISTORY-FILE
053700     END-IF
053800     OPEN I-O DISB-CONTROL-FILE
053900     IF CX-DISBCTL-STATUS = "35"
054000         OPEN OUTPUT DISB-CONTROL-FILE
054100         CLOSE DISB-CONTROL-FILE
054200         OPEN I-O DISB-CONTROL-FILE
054300     END-IF
054400     IF CX-DISBCTL-STATUS NOT = "00"
054500         DISPLAY "PAYCORR: UNABLE TO OPEN RELEASE CONTROL, "
054600             "STATUS " CX-DISBCTL-STATUS
054700         MOVE "N" TO CX-RUN-OK-SWITCH
054800     END-IF
054900     OPEN EXTEND BANK-DISBURSEMENT-FILE
055000     IF CX-CORRDISB-STATUS NOT = "00"
055100         OPEN OUTPUT BANK-DISBURSEMENT-FILE
055200     END-IF
055300     IF CX-CORRDISB-STATUS NOT = "00"
055400         DISPLAY "PAYCORR: UNABLE TO OPEN CORRECTION PAYMENTS, "
055500             "STATUS " CX-CORRDISB-STATUS
055600         MOVE "N" TO CX-RUN-OK-SWITCH
055700     END-IF
055800     OPEN EXTEND GL-PENDING-FILE
055900     IF CX-GLPEND-STATUS NOT = "00"
056000         OPEN OUTPUT GL-PENDING-FILE
056100     END-IF
056200     IF CX-GLPEND-STATUS NOT = "00"
056300         DISPLAY "PAYCORR: UNABLE TO OPEN PENDING LEDGER FILE, "
056400             "STATUS " CX-GLPEND-STATUS
056500         MOVE "N" TO CX-RUN-OK-SWITCH
056600     END-IF.
056700 1200-EXIT.
056800     EXIT.
056900*
057000******************************************************************
057100* 1300-CHECK-RELEASE - THE DAY'S CORRECTION PAYMENTS GO TO THE
057200*                      BANK AS ONE HELD BATCH. ONCE A SUPERVISOR
057300*                      HAS RELEASED IT NOTHING MORE MAY BE ADDED
057400*                      UNDER THE SAME DATE - FURTHER CORRECTIONS
057500*                      WAIT FOR THE NEXT BUSINESS DATE.
057600******************************************************************
057700 1300-CHECK-RELEASE.
057800     MOVE CX-TODAY-DATE TO DC-BUSINESS-DATE
057900     MOVE "PAYCORR" TO DC-BATCH-SOURCE
058000     READ DISB-CONTROL-FILE
058100         INVALID KEY
058200             CONTINUE
058300         NOT INVALID KEY
058400             IF DC-RELEASED
058500                 DISPLAY "PAYCORR: CORRECTION BATCH FOR "
058600                     CX-TODAY-DATE " ALREADY RELEASED BY "
058700                     DC-RELEASED-BY " - RUN UNDER THE NEXT "
058800                     "BUSINESS DATE"
058900                 MOVE "N" TO CX-RUN-OK-SWITCH
059000             END-IF
059100     END-READ.
059200 1300-EXIT.
059300     EXIT.
059400*
059500******************************************************************
059600* 1400-LOAD-ONE-VOL-DED - LOAD ONE VOLUNTARY DEDUCTION ROW INTO
059700*                         THE TABLE FOR THE RE-PAY CALCULATION.
059800******************************************************************
059900 1400-LOAD-ONE-VOL-DED.
060000     READ VOLUNTARY-DEDUCTION-FILE
060100         AT END
060200             MOVE "Y" TO CX-VOLDED-EOF-SWITCH
060300         NOT AT END
060400             IF CX-VOLDED-COUNT < 200
060500                 ADD 1 TO CX-VOLDED-COUNT
060600                 SET CX-VD-IDX TO CX-VOLDED-COUNT
060700                 MOVE VD-EMPLOYEE-ID
060800                     TO CX-VD-EMPLOYEE-ID(CX-VD-IDX)
060900                 MOVE VD-DESCRIPTION TO CX-VD-DESC(CX-VD-IDX)
061000                 MOVE VD-METHOD TO CX-VD-METHOD(CX-VD-IDX)
061100                 MOVE VD-AMOUNT TO CX-VD-AMOUNT(CX-VD-IDX)
061200                 MOVE VD-START-DATE TO CX-VD-START(CX-VD-IDX)
061300                 MOVE VD-STOP-DATE TO CX-VD-STOP(CX-VD-IDX)
061400             ELSE
061500                 DISPLAY "PAYCORR: DEDUCTIONS TABLE FULL, "
061600                     "SKIPPING EMPLOYEE " VD-EMPLOYEE-ID
061700                     " CODE " VD-DEDUCTION-CODE
061800             END-IF
061900     END-READ.
062000 1400-EXIT.
062100     EXIT.
062200*
062300******************************************************************
062400* 2000-PROCESS-CORRECTION - READ ONE CORRECTION TRANSACTION AND
062500*                           CARRY IT THROUGH: FIND THE PERIOD AS
062600*                           PAID, REVERSE IT, RE-PAY IT IF ASKED,
062700*                           SETTLE THE DIFFERENCE, THEN RECORD AND
062800*                           PRINT THE CORRECTION.
062900******************************************************************
063000 2000-PROCESS-CORRECTION.
063100     READ CORRECTION-FILE
063200         AT END
063300             MOVE "Y" TO CX-EOF-SWITCH
063400             GO TO 2000-EXIT
063500     END-READ
063600     IF PAY-CORRECTION-RECORD = SPACES
063700             OR PAY-CORRECTION-RECORD(1:1) = "*"
063800         GO TO 2000-EXIT
063900     END-IF
064000     ADD 1 TO CX-READ-COUNT
064100     PERFORM 2050-VALIDATE-TRANSACTION THRU 2050-EXIT
064200     IF CX-REJECT-REASON = SPACES
064300         PERFORM 2100-FIND-ORIGINAL THRU 2100-EXIT
064400     END-IF
064500     IF CX-REJECT-REASON NOT = SPACES
064600         PERFORM 2850-REJECT-TRANSACTION THRU 2850-EXIT
064700         GO TO 2000-EXIT
064800     END-IF
064900     MOVE CR-PAY-DATE(1:4) TO CX-TAX-YEAR
065000     MOVE "N" TO CX-YTD-FOUND-SWITCH
065100     PERFORM 2200-REVERSE-ORIGINAL THRU 2200-EXIT
065200     MOVE ZERO TO CX-LEAVE-PAY
065300     MOVE ZERO TO CX-GROSS-PAY
065400     MOVE ZERO TO CX-TAX
065500     MOVE ZERO TO CX-PRSI
065600     MOVE ZERO TO CX-PENSION
065700     MOVE ZERO TO CX-DEDUCTIONS
065800     MOVE ZERO TO CX-ATTACH-TOTAL
065900     MOVE ZERO TO CX-VOL-DED-TOTAL
066000     MOVE ZERO TO CX-NETPAY
066100     MOVE ZERO TO CX-NEW-ORD-COUNT
066200     IF CR-REVERSE-AND-REPAY
066300         PERFORM 2300-RECALCULATE-PAY THRU 2300-EXIT
066400     END-IF
066500     PERFORM 2400-SETTLE-PAYMENT THRU 2400-EXIT
066600     PERFORM 2500-WRITE-PAY-HISTORY THRU 2500-EXIT
066700     PERFORM 2600-RAISE-GL-POSTINGS THRU 2600-EXIT
066800     PERFORM 2700-PRINT-CORRECTION-SLIP THRU 2700-EXIT
066900     PERFORM 2800-REPORT-CORRECTION THRU 2800-EXIT.
067000 2000-EXIT.
067100     EXIT.
067200*
067300******************************************************************
067400* 2050-VALIDATE-TRANSACTION - CHECK THE TRANSACTION AND FIND THE
067500*                             EMPLOYEE. THE FIRST FAULT FOUND IS
067600*                             THE REASON THE TRANSACTION IS
067700*                             REJECTED.
067800******************************************************************
067900 2050-VALIDATE-TRANSACTION.
068000     MOVE SPACES TO CX-REJECT-REASON
068100     IF CR-EMPLOYEE-ID NOT NUMERIC OR CR-PAY-DATE NOT NUMERIC
068200         MOVE "EMPLOYEE ID OR PAY DATE NOT NUMERIC"
068300             TO CX-REJECT-REASON
068400         GO TO 2050-EXIT
068500     END-IF
068600     IF NOT CR-REVERSE-ONLY AND NOT CR-REVERSE-AND-REPAY
068700         MOVE "ACTION MUST BE R (REVERSE) OR P (RE-PAY)"
068800             TO CX-REJECT-REASON
068900         GO TO 2050-EXIT
069000     END-IF
069100     IF CR-REVERSE-AND-REPAY
069200         IF CR-ORDINARY-HOURS NOT NUMERIC
069300                 OR CR-OVERTIME-HOURS NOT NUMERIC
069400                 OR CR-ANNUAL-HOURS NOT NUMERIC
069500                 OR CR-SICK-HOURS NOT NUMERIC
069600                 OR CR-PUBHOL-HOURS NOT NUMERIC
069700             MOVE "CORRECTED HOURS NOT NUMERIC"
069800                 TO CX-REJECT-REASON
069900             GO TO 2050-EXIT
070000         END-IF
070100     END-IF
070200     MOVE CR-EMPLOYEE-ID TO EM-EMPLOYEE-ID
070300     READ EMPLOYEE-MASTER-FILE
070400         INVALID KEY
070500             MOVE "EMPLOYEE NOT ON MASTER" TO CX-REJECT-REASON
070600     END-READ.
070700 2050-EXIT.
070800     EXIT.
070900*
071000******************************************************************
071100* 2100-FIND-ORIGINAL - READ THE PAY HISTORY FOR THE EMPLOYEE AND
071200*                      PAY DATE. THE LAST PAY-RUN OR RECALCULATED
071300*                      RECORD NOT SINCE REVERSED IS THE PERIOD AS
071400*                      IT NOW STANDS - THE ONE TO REVERSE.
071500******************************************************************
071600 2100-FIND-ORIGINAL.
071700     MOVE "N" TO CX-ORIG-FOUND-SWITCH
071800     MOVE "N" TO CX-HIST-EOF-SWITCH
071900     OPEN INPUT PAY-HISTORY-FILE
072000     IF CX-PAYHIST-STATUS NOT = "00"
072100         MOVE "PAY HISTORY NOT AVAILABLE" TO CX-REJECT-REASON
072200         GO TO 2100-EXIT
072300     END-IF
072400     PERFORM 2110-SCAN-ONE-HISTORY THRU 2110-EXIT
072500         UNTIL CX-END-OF-HISTORY
072600     CLOSE PAY-HISTORY-FILE
072700     IF NOT CX-ORIGINAL-FOUND
072800         MOVE "NO UNREVERSED PAY FOR THAT DATE"
072900             TO CX-REJECT-REASON
073000         GO TO 2100-EXIT
073100     END-IF
073200     IF CR-REVERSE-AND-REPAY AND CX-ORIG-RATE = ZERO
073300         MOVE "NO HOURLY RATE ON THE PERIOD AS PAID"
073400             TO CX-REJECT-REASON
073500     END-IF.
073600 2100-EXIT.
073700     EXIT.
073800*
073900******************************************************************
074000* 2110-SCAN-ONE-HISTORY - TEST ONE PAY HISTORY RECORD. A REVERSAL
074100*                         CANCELS THE RECORD BEFORE IT; ANY OTHER
074200*                         RECORD BECOMES THE PERIOD AS PAID.
074300******************************************************************
074400 2110-SCAN-ONE-HISTORY.
074500     READ PAY-HISTORY-FILE
074600         AT END
074700             MOVE "Y" TO CX-HIST-EOF-SWITCH
074800             GO TO 2110-EXIT
074900     END-READ
075000     IF PH-EMPLOYEE-ID NOT = CR-EMPLOYEE-ID
075100             OR PH-PAY-DATE NOT = CR-PAY-DATE
075200         GO TO 2110-EXIT
075300     END-IF
075400     IF PH-REVERSAL
075500         MOVE "N" TO CX-ORIG-FOUND-SWITCH
075600         GO TO 2110-EXIT
075700     END-IF
075800     MOVE "Y" TO CX-ORIG-FOUND-SWITCH
075900     MOVE PH-PAY-PERIOD TO CX-ORIG-PERIOD
076000     MOVE PH-PAY-FREQUENCY TO CX-ORIG-FREQUENCY
076100     MOVE PH-ORDINARY-HOURS TO CX-ORIG-ORD-HOURS
076200     MOVE PH-OVERTIME-HOURS TO CX-ORIG-OT-HOURS
076300     MOVE PH-ANNUAL-HOURS TO CX-ORIG-ANN-HOURS
076400     MOVE PH-SICK-HOURS TO CX-ORIG-SICK-HOURS
076500     MOVE PH-PUBHOL-HOURS TO CX-ORIG-PUBHOL-HOURS
076600     MOVE PH-HOURLY-RATE TO CX-ORIG-RATE
076700     MOVE PH-GROSS-PAY TO CX-ORIG-GROSS
076800     MOVE PH-RETRO-PAY TO CX-ORIG-RETRO
076900     MOVE PH-TAX TO CX-ORIG-TAX
077000     MOVE PH-PRSI TO CX-ORIG-PRSI
077100     MOVE PH-PENSION TO CX-ORIG-PENSION
077200     MOVE PH-ORDERS TO CX-ORIG-ORDERS
077300     MOVE PH-VOLUNTARY-DED TO CX-ORIG-VOLDED
077400     MOVE PH-NET-PAY TO CX-ORIG-NET
077500     PERFORM 2120-SAVE-ONE-ORDER THRU 2120-EXIT
077600         VARYING CX-OO-IDX FROM 1 BY 1 UNTIL CX-OO-IDX > 4.
077700 2110-EXIT.
077800     EXIT.
077900*
078000******************************************************************
078100* 2120-SAVE-ONE-ORDER - KEEP ONE ORDER SLOT OF THE PERIOD AS PAID.
078200******************************************************************
078300 2120-SAVE-ONE-ORDER.
078400     MOVE PH-ORDER-REF(CX-OO-IDX) TO CX-OO-REF(CX-OO-IDX)
078500     IF PH-ORDER-AMOUNT(CX-OO-IDX) NUMERIC
078600         MOVE PH-ORDER-AMOUNT(CX-OO-IDX)
078700             TO CX-OO-AMOUNT(CX-OO-IDX)
078800     ELSE
078900         MOVE ZERO TO CX-OO-AMOUNT(CX-OO-IDX)
079000     END-IF.
079100 2120-EXIT.
079200     EXIT.
079300*
079400******************************************************************
079500* 2200-REVERSE-ORIGINAL - TAKE THE PERIOD AS PAID BACK OFF THE YTD
079600*                         FILE AND THE LEAVE BALANCE, AND PUT BACK
079700*                         EVERY ORDER AMOUNT IT TOOK. NO FIGURE IS
079800*                         TAKEN BELOW ZERO.
079900******************************************************************
080000 2200-REVERSE-ORIGINAL.
080100     PERFORM 2210-REVERSE-YTD THRU 2210-EXIT
080200     PERFORM 2220-REVERSE-LEAVE THRU 2220-EXIT
080300     PERFORM 2230-RESTORE-ONE-ORDER THRU 2230-EXIT
080400         VARYING CX-OO-IDX FROM 1 BY 1 UNTIL CX-OO-IDX > 4
080500     ADD 1 TO CX-REV-COUNT
080600     ADD CX-ORIG-GROSS TO CX-REV-GROSS
080700     ADD CX-ORIG-TAX TO CX-REV-TAX
080800     ADD CX-ORIG-PRSI TO CX-REV-PRSI
080900     ADD CX-ORIG-PENSION TO CX-REV-PENSION
081000     ADD CX-ORIG-VOLDED TO CX-REV-VOLDED
081100     ADD CX-ORIG-ORDERS TO CX-REV-ORDERS
081200     ADD CX-ORIG-NET TO CX-REV-NET.
081300 2200-EXIT.
081400     EXIT.
081500*
081600******************************************************************
081700* 2210-REVERSE-YTD - TAKE THE PERIOD OFF THE EMPLOYEE'S YTD RECORD
081800*                    FOR THE TAX YEAR OF THE ORIGINAL PAY DATE.
081900******************************************************************
082000 2210-REVERSE-YTD.
082100     MOVE CR-EMPLOYEE-ID TO YT-EMPLOYEE-ID
082200     MOVE CX-TAX-YEAR TO YT-TAX-YEAR
082300     READ EMPLOYEE-YTD-FILE
082400         INVALID KEY
082500             DISPLAY "PAYCORR: NO YTD RECORD FOR EMPLOYEE "
082600                 CR-EMPLOYEE-ID " YEAR " CX-TAX-YEAR
082700                 " - NOTHING TO REVERSE"
082800             GO TO 2210-EXIT
082900     END-READ
083000     IF YT-GROSS-PAY < CX-ORIG-GROSS
083100         MOVE ZERO TO YT-GROSS-PAY
083200     ELSE
083300         SUBTRACT CX-ORIG-GROSS FROM YT-GROSS-PAY
083400     END-IF
083500     IF YT-TAX < CX-ORIG-TAX
083600         MOVE ZERO TO YT-TAX
083700     ELSE
083800         SUBTRACT CX-ORIG-TAX FROM YT-TAX
083900     END-IF
084000     IF YT-PRSI < CX-ORIG-PRSI
084100         MOVE ZERO TO YT-PRSI
084200     ELSE
084300         SUBTRACT CX-ORIG-PRSI FROM YT-PRSI
084400     END-IF
084500     IF YT-PENSION < CX-ORIG-PENSION
084600         MOVE ZERO TO YT-PENSION
084700     ELSE
084800         SUBTRACT CX-ORIG-PENSION FROM YT-PENSION
084900     END-IF
085000     IF YT-NET-PAY < CX-ORIG-NET
085100         MOVE ZERO TO YT-NET-PAY
085200     ELSE
085300         SUBTRACT CX-ORIG-NET FROM YT-NET-PAY
085400     END-IF
085500     REWRITE EMPLOYEE-YTD-RECORD
085600     MOVE "Y" TO CX-YTD-FOUND-SWITCH.
085700 2210-EXIT.
085800     EXIT.
085900*
086000******************************************************************
086100* 2220-REVERSE-LEAVE - GIVE BACK THE ANNUAL AND SICK LEAVE HOURS
086200*                      THE PERIOD DREW DOWN.
086300******************************************************************
086400 2220-REVERSE-LEAVE.
086500     IF CX-ORIG-ANN-HOURS = ZERO AND CX-ORIG-SICK-HOURS = ZERO
086600         GO TO 2220-EXIT
086700     END-IF
086800     MOVE CR-EMPLOYEE-ID TO LB-EMPLOYEE-ID
086900     READ LEAVE-BALANCE-FILE
087000         INVALID KEY
087100             DISPLAY "PAYCORR: NO LEAVE BALANCE FOR EMPLOYEE "
087200                 CR-EMPLOYEE-ID " - LEAVE NOT GIVEN BACK"
087300             GO TO 2220-EXIT
087400     END-READ
087500     IF LB-ANNUAL-TAKEN-HOURS < CX-ORIG-ANN-HOURS
087600         MOVE ZERO TO LB-ANNUAL-TAKEN-HOURS
087700     ELSE
087800         SUBTRACT CX-ORIG-ANN-HOURS FROM LB-ANNUAL-TAKEN-HOURS
087900     END-IF
088000     IF LB-SICK-TAKEN-HOURS < CX-ORIG-SICK-HOURS
088100         MOVE ZERO TO LB-SICK-TAKEN-HOURS
088200     ELSE
088300         SUBTRACT CX-ORIG-SICK-HOURS FROM LB-SICK-TAKEN-HOURS
088400     END-IF
088500     REWRITE LEAVE-BALANCE-RECORD.
088600 2220-EXIT.
088700     EXIT.
088800*
088900******************************************************************
089000* 2230-RESTORE-ONE-ORDER - PUT ONE ORDER AMOUNT THE PERIOD TOOK
089100*                          BACK ON THE ORDER: THE AMOUNT TAKEN
089200*                          COMES DOWN, THE ARREARS GO BACK TO WHAT
089300*                          THEY WERE BEFORE THE PERIOD, AND A
089400*                          SATISFIED ORDER IS ACTIVE AGAIN.
089500******************************************************************
089600 2230-RESTORE-ONE-ORDER.
089700     IF CX-OO-REF(CX-OO-IDX) = SPACES
089800             OR CX-OO-AMOUNT(CX-OO-IDX) = ZERO
089900         GO TO 2230-EXIT
090000     END-IF
090100     IF NOT CX-ATTORD-USABLE
090200         DISPLAY "PAYCORR: ORDER " CX-OO-REF(CX-OO-IDX)
090300             " NOT RESTORED - NO ORDERS MASTER"
090400         MOVE 4 TO RETURN-CODE
090500         GO TO 2230-EXIT
090600     END-IF
090700     MOVE CX-OO-REF(CX-OO-IDX) TO AO-ORDER-REF
090800     READ ATTACHMENT-ORDER-FILE
090900         INVALID KEY
091000             DISPLAY "PAYCORR: ORDER " CX-OO-REF(CX-OO-IDX)
091100                 " VANISHED FROM MASTER - NOT RESTORED"
091200             MOVE 4 TO RETURN-CODE
091300             GO TO 2230-EXIT
091400     END-READ
091500     IF AO-AMOUNT-TAKEN < CX-OO-AMOUNT(CX-OO-IDX)
091600         MOVE ZERO TO AO-AMOUNT-TAKEN
091700     ELSE
091800         SUBTRACT CX-OO-AMOUNT(CX-OO-IDX) FROM AO-AMOUNT-TAKEN
091900     END-IF
092000     COMPUTE CX-WORK-ARREARS = AO-ARREARS
092100         + CX-OO-AMOUNT(CX-OO-IDX) - AO-PER-PERIOD-AMOUNT
092200     IF CX-WORK-ARREARS < ZERO
092300         MOVE ZERO TO AO-ARREARS
092400     ELSE
092500         MOVE CX-WORK-ARREARS TO AO-ARREARS
092600     END-IF
092700     IF AO-AMOUNT-TAKEN < AO-TOTAL-OWED
092800         MOVE "A" TO AO-STATUS
092900     END-IF
093000     REWRITE ATTACHMENT-ORDER-RECORD.
093100 2230-EXIT.
093200     EXIT.
093300*
093400******************************************************************
093500* 2300-RECALCULATE-PAY - RE-PAY THE PERIOD FROM THE CORRECTED
093600*                        HOURS AT THE RATE ORIGINALLY PAID, WITH
093700*                        ANY RETRO PAID IN THE PERIOD, THROUGH THE
093800*                        PAY RUN'S OWN TAX, PRSI, PENSION, ORDERS
093900*                        AND VOLUNTARY DEDUCTION CHAIN FOR THE TAX
094000*                        YEAR OF THE ORIGINAL PAY DATE. THE YTD
094100*                        FILE AND LEAVE BALANCE TAKE THE NEW
094200*                        FIGURES.
094300******************************************************************
094400 2300-RECALCULATE-PAY.
094500     COMPUTE CX-LEAVE-PAY ROUNDED =
094600         (CR-ANNUAL-HOURS + CR-SICK-HOURS + CR-PUBHOL-HOURS)
094700         * CX-ORIG-RATE
094800     COMPUTE CX-GROSS-PAY ROUNDED =
094900         CR-ORDINARY-HOURS * CX-ORIG-RATE
095000         + CR-OVERTIME-HOURS * CX-ORIG-RATE * CX-OT-MULTIPLIER
095100         + CX-LEAVE-PAY
095200         + CX-ORIG-RETRO
095300     PERFORM 2310-LOOKUP-RATES THRU 2310-EXIT
095400     PERFORM 2320-COMPUTE-BANDED-TAX THRU 2320-EXIT
095500     COMPUTE CX-PRSI ROUNDED =
095600         CX-GROSS-PAY * CX-PRSI-RATE-PCT / 100
095700     COMPUTE CX-PENSION ROUNDED =
095800         CX-GROSS-PAY * EM-PENSION-PCT / 100
095900     COMPUTE CX-DEDUCTIONS = CX-TAX + CX-PRSI + CX-PENSION
096000     PERFORM 2330-LOAD-EMPLOYEE-ORDERS THRU 2330-EXIT
096100     PERFORM 2340-APPLY-ONE-ORDER THRU 2340-EXIT
096200         VARYING CX-EO-IDX FROM 1 BY 1
096300         UNTIL CX-EO-IDX > CX-EMP-ORDER-COUNT
096400     ADD CX-ATTACH-TOTAL TO CX-DEDUCTIONS
096500     PERFORM 2350-APPLY-ONE-VOL-DED THRU 2350-EXIT
096600         VARYING CX-VD-IDX FROM 1 BY 1
096700         UNTIL CX-VD-IDX > CX-VOLDED-COUNT
096800     ADD CX-VOL-DED-TOTAL TO CX-DEDUCTIONS
096900     SUBTRACT CX-DEDUCTIONS FROM CX-GROSS-PAY GIVING CX-NETPAY
097000     PERFORM 2360-UPDATE-YTD THRU 2360-EXIT
097100     PERFORM 2370-UPDATE-LEAVE-BALANCE THRU 2370-EXIT
097200     ADD 1 TO CX-COR-COUNT
097300     ADD CX-GROSS-PAY TO CX-COR-GROSS
097400     ADD CX-TAX TO CX-COR-TAX
097500     ADD CX-PRSI TO CX-COR-PRSI
097600     ADD CX-PENSION TO CX-COR-PENSION
097700     ADD CX-VOL-DED-TOTAL TO CX-COR-VOLDED
097800     ADD CX-ATTACH-TOTAL TO CX-COR-ORDERS
097900     ADD CX-NETPAY TO CX-COR-NET.
098000 2300-EXIT.
098100     EXIT.
098200*
098300******************************************************************
098400* 2310-LOOKUP-RATES - LOOK UP THE EMPLOYEE'S TAX/PRSI RATES FOR
098500*                     THE ORIGINAL PERIOD'S TAX YEAR. FALLS BACK
098600*                     TO THE DEFAULT RATES, AS THE PAY RUN DOES.
098700******************************************************************
098800 2310-LOOKUP-RATES.
098900     MOVE CX-TAX-YEAR TO RT-TAX-YEAR
099000     MOVE EM-PRSI-CLASS TO RT-PRSI-CLASS
099100     IF CX-RATETAB-STATUS = "00" OR CX-RATETAB-STATUS = "23"
099200         READ RATE-TABLE-FILE
099300             INVALID KEY
099400                 MOVE CX-DEFAULT-TAX-RATE-PCT TO CX-TAX-RATE-PCT
099500                 MOVE CX-DEFAULT-PRSI-RATE-PCT TO CX-PRSI-RATE-PCT
099600                 MOVE CX-DEFAULT-HIGHER-PCT TO CX-HIGHER-RATE-PCT
099700                 MOVE CX-DEFAULT-BAND-LIMIT TO CX-STD-BAND-LIMIT
099800             NOT INVALID KEY
099900                 MOVE RT-TAX-RATE-PCT TO CX-TAX-RATE-PCT
100000                 MOVE RT-PRSI-RATE-PCT TO CX-PRSI-RATE-PCT
100100                 IF RT-STD-BAND-LIMIT NUMERIC
100200                         AND RT-HIGHER-RATE-PCT NUMERIC
100300                     MOVE RT-STD-BAND-LIMIT TO CX-STD-BAND-LIMIT
100400                     MOVE RT-HIGHER-RATE-PCT TO CX-HIGHER-RATE-PCT
100500                 ELSE
100600                     MOVE ZERO TO CX-STD-BAND-LIMIT
100700                     MOVE ZERO TO CX-HIGHER-RATE-PCT
100800                 END-IF
100900         END-READ
101000     ELSE
101100         MOVE CX-DEFAULT-TAX-RATE-PCT TO CX-TAX-RATE-PCT
101200         MOVE CX-DEFAULT-PRSI-RATE-PCT TO CX-PRSI-RATE-PCT
101300         MOVE CX-DEFAULT-HIGHER-PCT TO CX-HIGHER-RATE-PCT
101400         MOVE CX-DEFAULT-BAND-LIMIT TO CX-STD-BAND-LIMIT
101500     END-IF.
101600 2310-EXIT.
101700     EXIT.
101800*
101900******************************************************************
102000* 2320-COMPUTE-BANDED-TAX - THE PAY RUN'S BANDED TAX, LESS THE
102100*                           EMPLOYEE'S PERSONAL TAX CREDIT. THE
102200*                           WEEKLY BAND SCALES BY 52/12 FOR A
102300*                           PERIOD PAID MONTHLY.
102400******************************************************************
102500 2320-COMPUTE-BANDED-TAX.
102600     MOVE CX-STD-BAND-LIMIT TO CX-BAND-LIMIT-USED
102700     IF CX-ORIG-MONTHLY
102800         COMPUTE CX-BAND-LIMIT-USED ROUNDED =
102900             CX-STD-BAND-LIMIT * CX-MONTHLY-BAND-FACTOR
103000     END-IF
103100     IF CX-BAND-LIMIT-USED > ZERO
103200             AND CX-GROSS-PAY > CX-BAND-LIMIT-USED
103300         COMPUTE CX-TAX ROUNDED =
103400             CX-BAND-LIMIT-USED * CX-TAX-RATE-PCT / 100
103500             + (CX-GROSS-PAY - CX-BAND-LIMIT-USED)
103600             * CX-HIGHER-RATE-PCT / 100
103700     ELSE
103800         COMPUTE CX-TAX ROUNDED =
103900             CX-GROSS-PAY * CX-TAX-RATE-PCT / 100
104000     END-IF
104100     IF EM-TAX-CREDIT NUMERIC AND EM-TAX-CREDIT > ZERO
104200         IF EM-TAX-CREDIT > CX-TAX
104300             MOVE ZERO TO CX-TAX
104400         ELSE
104500             SUBTRACT EM-TAX-CREDIT FROM CX-TAX
104600         END-IF
104700     END-IF.
104800 2320-EXIT.
104900     EXIT.
105000*
105100******************************************************************
105200* 2330-LOAD-EMPLOYEE-ORDERS - LOAD THE EMPLOYEE'S UNSATISFIED
105300*                             ORDERS FROM THE MASTER, AS THEY
105400*                             STAND NOW THE ORIGINAL PERIOD HAS
105500*                             BEEN PUT BACK.
105600******************************************************************
105700 2330-LOAD-EMPLOYEE-ORDERS.
105800     MOVE ZERO TO CX-EMP-ORDER-COUNT
105900     IF NOT CX-ATTORD-USABLE
106000         GO TO 2330-EXIT
106100     END-IF
106200     MOVE "N" TO CX-ORDER-EOF-SWITCH
106300     MOVE LOW-VALUES TO AO-ORDER-REF
106400     START ATTACHMENT-ORDER-FILE
106500         KEY IS NOT LESS THAN AO-ORDER-REF
106600         INVALID KEY
106700             MOVE "Y" TO CX-ORDER-EOF-SWITCH
106800     END-START
106900     PERFORM 2335-LOAD-ONE-ORDER THRU 2335-EXIT
107000         UNTIL CX-END-OF-ORDERS.
107100 2330-EXIT.
107200     EXIT.
107300*
107400******************************************************************
107500* 2335-LOAD-ONE-ORDER - KEEP ONE ORDER IF IT IS THE EMPLOYEE'S AND
107600*                       NOT YET SATISFIED.
107700******************************************************************
107800 2335-LOAD-ONE-ORDER.
107900     READ ATTACHMENT-ORDER-FILE NEXT RECORD
108000         AT END
108100             MOVE "Y" TO CX-ORDER-EOF-SWITCH
108200             GO TO 2335-EXIT
108300     END-READ
108400     IF AO-EMPLOYEE-ID NOT = CR-EMPLOYEE-ID OR AO-ORDER-SATISFIED
108500         GO TO 2335-EXIT
108600     END-IF
108700     IF CX-EMP-ORDER-COUNT < 20
108800         ADD 1 TO CX-EMP-ORDER-COUNT
108900         SET CX-EO-IDX TO CX-EMP-ORDER-COUNT
109000         MOVE AO-ORDER-REF TO CX-EO-REF(CX-EO-IDX)
109100         MOVE AO-TOTAL-OWED TO CX-EO-OWED(CX-EO-IDX)
109200         MOVE AO-AMOUNT-TAKEN TO CX-EO-TAKEN(CX-EO-IDX)
109300         MOVE AO-PER-PERIOD-AMOUNT TO CX-EO-PERIOD-AMT(CX-EO-IDX)
109400         MOVE AO-ARREARS TO CX-EO-ARREARS(CX-EO-IDX)
109500         MOVE AO-PROTECTED-NET TO CX-EO-PROTECTED(CX-EO-IDX)
109600         MOVE AO-STATUS TO CX-EO-STATUS(CX-EO-IDX)
109700     ELSE
109800         DISPLAY "PAYCORR: ORDERS TABLE FULL, SKIPPING "
109900             AO-ORDER-REF
110000     END-IF.
110100 2335-EXIT.
110200     EXIT.
110300*
110400******************************************************************
110500* 2340-APPLY-ONE-ORDER - APPLY ONE OF THE EMPLOYEE'S ORDERS TO THE
110600*                        RE-PAID PERIOD, AS THE PAY RUN DOES: THE
110700*                        PERIOD AMOUNT PLUS ARREARS, CAPPED AT
110800*                        WHAT IS LEFT OWING AND AT WHAT THE PAY
110900*                        CAN COVER ABOVE THE PROTECTED NET. THE
111000*                        MASTER IS REWRITTEN AT ONCE.
111100******************************************************************
111200 2340-APPLY-ONE-ORDER.
111300     IF CX-EO-STATUS(CX-EO-IDX) = "S"
111400         GO TO 2340-EXIT
111500     END-IF
111600     COMPUTE CX-AO-REMAINING =
111700         CX-EO-OWED(CX-EO-IDX) - CX-EO-TAKEN(CX-EO-IDX)
111800     COMPUTE CX-AO-DESIRED =
111900         CX-EO-PERIOD-AMT(CX-EO-IDX) + CX-EO-ARREARS(CX-EO-IDX)
112000     IF CX-AO-DESIRED > CX-AO-REMAINING
112100         MOVE CX-AO-REMAINING TO CX-AO-DESIRED
112200     END-IF
112300     IF CX-AO-DESIRED = ZERO
112400         GO TO 2340-EXIT
112500     END-IF
112600     COMPUTE CX-AO-AVAILABLE =
112700         CX-GROSS-PAY - CX-DEDUCTIONS - CX-ATTACH-TOTAL
112800         - CX-EO-PROTECTED(CX-EO-IDX)
112900     IF CX-AO-AVAILABLE < ZERO
113000         MOVE ZERO TO CX-AO-TAKE
113100     ELSE
113200         IF CX-AO-DESIRED > CX-AO-AVAILABLE
113300             MOVE CX-AO-AVAILABLE TO CX-AO-TAKE
113400         ELSE
113500             MOVE CX-AO-DESIRED TO CX-AO-TAKE
113600         END-IF
113700     END-IF
113800     COMPUTE CX-EO-ARREARS(CX-EO-IDX) =
113900         CX-AO-DESIRED - CX-AO-TAKE
114000     ADD CX-AO-TAKE TO CX-EO-TAKEN(CX-EO-IDX)
114100     ADD CX-AO-TAKE TO CX-ATTACH-TOTAL
114200     IF CX-EO-TAKEN(CX-EO-IDX) >= CX-EO-OWED(CX-EO-IDX)
114300         MOVE "S" TO CX-EO-STATUS(CX-EO-IDX)
114400     END-IF
114500     IF CX-AO-TAKE > ZERO AND CX-NEW-ORD-COUNT < 4
114600         ADD 1 TO CX-NEW-ORD-COUNT
114700         SET CX-NO-IDX TO CX-NEW-ORD-COUNT
114800         MOVE CX-EO-REF(CX-EO-IDX) TO CX-NO-REF(CX-NO-IDX)
114900         MOVE CX-AO-TAKE TO CX-NO-AMOUNT(CX-NO-IDX)
115000     END-IF
115100     PERFORM 2345-POST-ORDER-TO-MASTER THRU 2345-EXIT.
115200 2340-EXIT.
115300     EXIT.
115400*
115500******************************************************************
115600* 2345-POST-ORDER-TO-MASTER - REWRITE THE ORDER'S MASTER RECORD
115700*                             WITH THE DRAWN-DOWN BALANCE AND
115800*                             ARREARS.
115900******************************************************************
116000 2345-POST-ORDER-TO-MASTER.
116100     MOVE CX-EO-REF(CX-EO-IDX) TO AO-ORDER-REF
116200     READ ATTACHMENT-ORDER-FILE
116300         INVALID KEY
116400             DISPLAY "PAYCORR: ORDER " CX-EO-REF(CX-EO-IDX)
116500                 " VANISHED FROM MASTER - NOT UPDATED"
116600         NOT INVALID KEY
116700             MOVE CX-EO-TAKEN(CX-EO-IDX) TO AO-AMOUNT-TAKEN
116800             MOVE CX-EO-ARREARS(CX-EO-IDX) TO AO-ARREARS
116900             MOVE CX-EO-STATUS(CX-EO-IDX) TO AO-STATUS
117000             REWRITE ATTACHMENT-ORDER-RECORD
117100     END-READ.
117200 2345-EXIT.
117300     EXIT.
117400*
117500******************************************************************
117600* 2350-APPLY-ONE-VOL-DED - APPLY ONE VOLUNTARY DEDUCTION ROW IF IT
117700*                          IS THE EMPLOYEE'S AND WAS ACTIVE ON THE
117800*                          ORIGINAL PAY DATE. ONE THE PAY CANNOT
117900*                          COVER IS SKIPPED, AS IN THE PAY RUN.
118000******************************************************************
118100 2350-APPLY-ONE-VOL-DED.
118200     IF CX-VD-EMPLOYEE-ID(CX-VD-IDX) NOT = CR-EMPLOYEE-ID
118300         GO TO 2350-EXIT
118400     END-IF
118500     IF CX-VD-START(CX-VD-IDX) > CR-PAY-DATE
118600         GO TO 2350-EXIT
118700     END-IF
118800     IF CX-VD-STOP(CX-VD-IDX) NOT = ZERO
118900             AND CX-VD-STOP(CX-VD-IDX) < CR-PAY-DATE
119000         GO TO 2350-EXIT
119100     END-IF
119200     IF CX-VD-METHOD(CX-VD-IDX) = "P"
119300         COMPUTE CX-WORK-DEDUCTION ROUNDED =
119400             CX-GROSS-PAY * CX-VD-AMOUNT(CX-VD-IDX) / 100
119500     ELSE
119600         MOVE CX-VD-AMOUNT(CX-VD-IDX) TO CX-WORK-DEDUCTION
119700     END-IF
119800     IF CX-DEDUCTIONS + CX-VOL-DED-TOTAL + CX-WORK-DEDUCTION
119900             > CX-GROSS-PAY
120000         GO TO 2350-EXIT
120100     END-IF
120200     ADD CX-WORK-DEDUCTION TO CX-VOL-DED-TOTAL.
120300 2350-EXIT.
120400     EXIT.
120500*
120600******************************************************************
120700* 2360-UPDATE-YTD - ROLL THE RE-PAID PERIOD INTO THE EMPLOYEE'S
120800*                   YTD RECORD FOR THE ORIGINAL TAX YEAR, BUILDING
120900*                   THE RECORD IF THERE IS NONE.
121000******************************************************************
121100 2360-UPDATE-YTD.
121200     MOVE CR-EMPLOYEE-ID TO YT-EMPLOYEE-ID
121300     MOVE CX-TAX-YEAR TO YT-TAX-YEAR
121400     READ EMPLOYEE-YTD-FILE
121500         INVALID KEY
121600             MOVE SPACES TO EMPLOYEE-YTD-RECORD
121700             MOVE CR-EMPLOYEE-ID TO YT-EMPLOYEE-ID
121800             MOVE CX-TAX-YEAR TO YT-TAX-YEAR
121900             MOVE EM-EMPLOYEE-NAME TO YT-EMPLOYEE-NAME
122000             MOVE CX-GROSS-PAY TO YT-GROSS-PAY
122100             MOVE CX-TAX TO YT-TAX
122200             MOVE CX-PRSI TO YT-PRSI
122300             MOVE CX-PENSION TO YT-PENSION
122400             MOVE CX-NETPAY TO YT-NET-PAY
122500             WRITE EMPLOYEE-YTD-RECORD
122600             END-WRITE
122700         NOT INVALID KEY
122800             ADD CX-GROSS-PAY TO YT-GROSS-PAY
122900             ADD CX-TAX TO YT-TAX
123000             ADD CX-PRSI TO YT-PRSI
123100             ADD CX-PENSION TO YT-PENSION
123200             ADD CX-NETPAY TO YT-NET-PAY
123300             REWRITE EMPLOYEE-YTD-RECORD
123400     END-READ
123500     MOVE "Y" TO CX-YTD-FOUND-SWITCH.
123600 2360-EXIT.
123700     EXIT.
123800*
123900******************************************************************
124000* 2370-UPDATE-LEAVE-BALANCE - DRAW THE RE-PAID PERIOD'S ANNUAL AND
124100*                             SICK LEAVE DOWN FROM THE BALANCE.
124200******************************************************************
124300 2370-UPDATE-LEAVE-BALANCE.
124400     IF CR-ANNUAL-HOURS = ZERO AND CR-SICK-HOURS = ZERO
124500         GO TO 2370-EXIT
124600     END-IF
124700     MOVE CR-EMPLOYEE-ID TO LB-EMPLOYEE-ID
124800     READ LEAVE-BALANCE-FILE
124900         INVALID KEY
125000             MOVE SPACES TO LEAVE-BALANCE-RECORD
125100             MOVE CR-EMPLOYEE-ID TO LB-EMPLOYEE-ID
125200             MOVE EM-EMPLOYEE-NAME TO LB-EMPLOYEE-NAME
125300             MOVE ZERO TO LB-ANNUAL-ENT-HOURS
125400             MOVE CR-ANNUAL-HOURS TO LB-ANNUAL-TAKEN-HOURS
125500             MOVE CR-SICK-HOURS TO LB-SICK-TAKEN-HOURS
125600             WRITE LEAVE-BALANCE-RECORD
125700             END-WRITE
125800         NOT INVALID KEY
125900             ADD CR-ANNUAL-HOURS TO LB-ANNUAL-TAKEN-HOURS
126000             ADD CR-SICK-HOURS TO LB-SICK-TAKEN-HOURS
126100             REWRITE LEAVE-BALANCE-RECORD
126200     END-READ.
126300 2370-EXIT.
126400     EXIT.
126500*
126600******************************************************************
126700* 2400-SETTLE-PAYMENT - WORK OUT WHAT MOVES. WHEN THE BANK
126800*                       RETURNED THE ORIGINAL PAYMENT THE WHOLE
126900*                       NEW NET IS PAID; OTHERWISE ONLY THE
127000*                       SHORTFALL ON WHAT WAS SENT, AND AN
127100*                       OVERPAYMENT IS LEFT TO BE RECOVERED. AN
127200*                       EMPLOYEE WHOSE PAYMENT IS HELD ON THE
127300*                       MASTER IS NOT SENT ANYTHING.
127400******************************************************************
127500 2400-SETTLE-PAYMENT.
127600     COMPUTE CX-NET-ADJUST = CX-NETPAY - CX-ORIG-NET
127700     ADD CX-NET-ADJUST TO CX-NET-ADJUST-TOTAL
127800     MOVE ZERO TO CX-PAY-AMOUNT
127900     MOVE ZERO TO CX-RECOVER-AMOUNT
128000     IF CR-ORIGINAL-WAS-RETURNED
128100         MOVE CX-NETPAY TO CX-PAY-AMOUNT
128200     ELSE
128300         IF CX-NET-ADJUST > ZERO
128400             MOVE CX-NET-ADJUST TO CX-PAY-AMOUNT
128500         ELSE
128600             COMPUTE CX-RECOVER-AMOUNT = ZERO - CX-NET-ADJUST
128700         END-IF
128800     END-IF
128900     MOVE "NO PAYMENT DUE" TO CX-OUTCOME
129000     IF CX-RECOVER-AMOUNT > ZERO
129100         ADD 1 TO CX-RECOVER-COUNT
129200         ADD CX-RECOVER-AMOUNT TO CX-RECOVER-TOTAL
129300         MOVE "TO RECOVER" TO CX-OUTCOME
129400     END-IF
129500     IF CX-PAY-AMOUNT = ZERO
129600         GO TO 2400-EXIT
129700     END-IF
129800     IF EM-PAYMENT-HELD
129900         ADD 1 TO CX-HELD-COUNT
130000         MOVE "PAYMENT HELD" TO CX-OUTCOME
130100         GO TO 2400-EXIT
130200     END-IF
130300     PERFORM 2410-WRITE-DISBURSEMENT THRU 2410-EXIT
130400     MOVE "PAYMENT ISSUED" TO CX-OUTCOME.
130500 2400-EXIT.
130600     EXIT.
130700*
130800******************************************************************
130900* 2410-WRITE-DISBURSEMENT - ONE CORRECTION PAYMENT, DATED THE
131000*                           BUSINESS DATE AND CARRYING THE PERIOD
131100*                           IT PUTS RIGHT.
131200******************************************************************
131300 2410-WRITE-DISBURSEMENT.
131400     MOVE EM-EMPLOYEE-ID TO BD-EMPLOYEE-ID
131500     MOVE EM-EMPLOYEE-NAME TO BD-EMPLOYEE-NAME
131600     MOVE EM-BANK-SORT-CODE TO BD-BANK-SORT-CODE
131700     MOVE EM-BANK-ACCOUNT-NO TO BD-BANK-ACCOUNT-NO
131800     MOVE CX-PAY-AMOUNT TO BD-PAYMENT-AMOUNT
131900     MOVE CX-TODAY-DATE TO BD-PAY-DATE
132000     MOVE CX-ORIG-PERIOD TO BD-PAY-PERIOD
132100     WRITE BANK-DISBURSEMENT-RECORD
132200     ADD 1 TO CX-PAYMENT-COUNT
132300     ADD CX-PAY-AMOUNT TO CX-PAYMENT-TOTAL.
132400 2410-EXIT.
132500     EXIT.
132600*
132700******************************************************************
132800* 2500-WRITE-PAY-HISTORY - APPEND THE REVERSAL IMAGE OF THE PERIOD
132900*                          AS PAID AND, ON A RE-PAY, THE
133000*                          RECALCULATED PERIOD - BOTH UNDER THE
133100*                          ORIGINAL PAY DATE AND PERIOD, STAMPED
133200*                          WITH TODAY'S DATE.
133300******************************************************************
133400 2500-WRITE-PAY-HISTORY.
133500     OPEN EXTEND PAY-HISTORY-FILE
133600     IF CX-PAYHIST-STATUS NOT = "00"
133700         DISPLAY "PAYCORR: UNABLE TO EXTEND PAY HISTORY, STATUS "
133800             CX-PAYHIST-STATUS
133900         MOVE 8 TO RETURN-CODE
134000         GO TO 2500-EXIT
134100     END-IF
134200     MOVE SPACES TO PAY-HISTORY-RECORD
134300     MOVE CR-EMPLOYEE-ID TO PH-EMPLOYEE-ID
134400     MOVE EM-EMPLOYEE-NAME TO PH-EMPLOYEE-NAME
134500     MOVE CR-PAY-DATE TO PH-PAY-DATE
134600     MOVE CX-ORIG-PERIOD TO PH-PAY-PERIOD
134700     MOVE CX-ORIG-FREQUENCY TO PH-PAY-FREQUENCY
134800     MOVE CX-ORIG-ORD-HOURS TO PH-ORDINARY-HOURS
134900     MOVE CX-ORIG-OT-HOURS TO PH-OVERTIME-HOURS
135000     MOVE CX-ORIG-ANN-HOURS TO PH-ANNUAL-HOURS
135100     MOVE CX-ORIG-SICK-HOURS TO PH-SICK-HOURS
135200     MOVE CX-ORIG-PUBHOL-HOURS TO PH-PUBHOL-HOURS
135300     MOVE CX-ORIG-RATE TO PH-HOURLY-RATE
135400     MOVE CX-ORIG-GROSS TO PH-GROSS-PAY
135500     MOVE CX-ORIG-RETRO TO PH-RETRO-PAY
135600     MOVE CX-ORIG-TAX TO PH-TAX
135700     MOVE CX-ORIG-PRSI TO PH-PRSI
135800     MOVE CX-ORIG-PENSION TO PH-PENSION
135900     MOVE CX-ORIG-ORDERS TO PH-ORDERS
136000     MOVE CX-ORIG-VOLDED TO PH-VOLUNTARY-DED
136100     MOVE CX-ORIG-NET TO PH-NET-PAY
136200     PERFORM 2510-FILL-ONE-REV-ORDER THRU 2510-EXIT
136300         VARYING CX-OO-IDX FROM 1 BY 1 UNTIL CX-OO-IDX > 4
136400     SET PH-REVERSAL TO TRUE
136500     MOVE CX-TODAY-DATE TO PH-CORRECTION-DATE
136600     WRITE PAY-HISTORY-RECORD
136700     IF CR-REVERSE-AND-REPAY
136800         MOVE CR-ORDINARY-HOURS TO PH-ORDINARY-HOURS
136900         MOVE CR-OVERTIME-HOURS TO PH-OVERTIME-HOURS
137000         MOVE CR-ANNUAL-HOURS TO PH-ANNUAL-HOURS
137100         MOVE CR-SICK-HOURS TO PH-SICK-HOURS
137200         MOVE CR-PUBHOL-HOURS TO PH-PUBHOL-HOURS
137300         MOVE CX-GROSS-PAY TO PH-GROSS-PAY
137400         MOVE CX-TAX TO PH-TAX
137500         MOVE CX-PRSI TO PH-PRSI
137600         MOVE CX-PENSION TO PH-PENSION
137700         MOVE CX-ATTACH-TOTAL TO PH-ORDERS
137800         MOVE CX-VOL-DED-TOTAL TO PH-VOLUNTARY-DED
137900         MOVE CX-NETPAY TO PH-NET-PAY
138000         PERFORM 2520-FILL-ONE-NEW-ORDER THRU 2520-EXIT
138100             VARYING CX-NO-IDX FROM 1 BY 1 UNTIL CX-NO-IDX > 4
138200         SET PH-CORRECTION TO TRUE
138300         WRITE PAY-HISTORY-RECORD
138400     END-IF
138500     CLOSE PAY-HISTORY-FILE.
138600 2500-EXIT.
138700     EXIT.
138800*
138900******************************************************************
139000* 2510-FILL-ONE-REV-ORDER - ONE ORDER SLOT ON THE REVERSAL RECORD,
139100*                           AS IT WAS ON THE PERIOD AS PAID.
139200******************************************************************
139300 2510-FILL-ONE-REV-ORDER.
139400     MOVE CX-OO-REF(CX-OO-IDX) TO PH-ORDER-REF(CX-OO-IDX)
139500     MOVE CX-OO-AMOUNT(CX-OO-IDX) TO PH-ORDER-AMOUNT(CX-OO-IDX).
139600 2510-EXIT.
139700     EXIT.
139800*
139900******************************************************************
140000* 2520-FILL-ONE-NEW-ORDER - ONE ORDER SLOT ON THE RECALCULATED
140100*                           RECORD - THE ORDER TAKEN, OR BLANK AND
140200*                           ZERO WHEN THE SLOT IS UNUSED.
140300******************************************************************
140400 2520-FILL-ONE-NEW-ORDER.
140500     IF CX-NO-IDX > CX-NEW-ORD-COUNT
140600         MOVE SPACES TO PH-ORDER-REF(CX-NO-IDX)
140700         MOVE ZERO TO PH-ORDER-AMOUNT(CX-NO-IDX)
140800     ELSE
140900         MOVE CX-NO-REF(CX-NO-IDX) TO PH-ORDER-REF(CX-NO-IDX)
141000         MOVE CX-NO-AMOUNT(CX-NO-IDX)
141100             TO PH-ORDER-AMOUNT(CX-NO-IDX)
141200     END-IF.
141300 2520-EXIT.
141400     EXIT.
141500*
141600******************************************************************
141700* 2600-RAISE-GL-POSTINGS - RAISE THE CORRECTION'S NET EFFECT ON
141800*                          THE LEDGER AS PENDING BATCH 04 - NEW
141900*                          FIGURE LESS ORIGINAL, BY POSTING TYPE.
142000*                          PAYROLL COST IS THE DEBIT, THE
142100*                          DEDUCTION CONTROLS AND NET PAY CLEARING
142200*                          THE CREDITS, SO EACH CORRECTION
142300*                          BALANCES ON ITS OWN. A NEGATIVE
142400*                          DIFFERENCE FLIPS THE SIDE WHEN THE
142500*                          EXTRACT POSTS IT.
142600******************************************************************
142700 2600-RAISE-GL-POSTINGS.
142800     MOVE SPACES TO CX-GL-REFERENCE
142900     STRING "EMP" CR-EMPLOYEE-ID " PD" CR-PAY-DATE
143000         DELIMITED BY SIZE INTO CX-GL-REFERENCE
143100     MOVE "PY" TO CX-GL-TYPE
143200     MOVE "D" TO CX-GL-SIDE
143300     COMPUTE CX-GL-AMOUNT = CX-GROSS-PAY - CX-ORIG-GROSS
143400     PERFORM 2610-WRITE-ONE-POSTING THRU 2610-EXIT
143500     MOVE "C" TO CX-GL-SIDE
143600     MOVE "TX" TO CX-GL-TYPE
143700     COMPUTE CX-GL-AMOUNT = CX-TAX - CX-ORIG-TAX
143800     PERFORM 2610-WRITE-ONE-POSTING THRU 2610-EXIT
143900     MOVE "PR" TO CX-GL-TYPE
144000     COMPUTE CX-GL-AMOUNT = CX-PRSI - CX-ORIG-PRSI
144100     PERFORM 2610-WRITE-ONE-POSTING THRU 2610-EXIT
144200     MOVE "PN" TO CX-GL-TYPE
144300     COMPUTE CX-GL-AMOUNT = CX-PENSION - CX-ORIG-PENSION
144400     PERFORM 2610-WRITE-ONE-POSTING THRU 2610-EXIT
144500     MOVE "VD" TO CX-GL-TYPE
144600     COMPUTE CX-GL-AMOUNT = CX-VOL-DED-TOTAL - CX-ORIG-VOLDED
144700     PERFORM 2610-WRITE-ONE-POSTING THRU 2610-EXIT
144800     MOVE "AO" TO CX-GL-TYPE
144900     COMPUTE CX-GL-AMOUNT = CX-ATTACH-TOTAL - CX-ORIG-ORDERS
145000     PERFORM 2610-WRITE-ONE-POSTING THRU 2610-EXIT
145100     MOVE "NP" TO CX-GL-TYPE
145200     MOVE CX-NET-ADJUST TO CX-GL-AMOUNT
145300     PERFORM 2610-WRITE-ONE-POSTING THRU 2610-EXIT.
145400 2600-EXIT.
145500     EXIT.
145600*
145700******************************************************************
145800* 2610-WRITE-ONE-POSTING - APPEND ONE PENDING LEDGER ROW. A ZERO
145900*                          DIFFERENCE POSTS NOTHING.
146000******************************************************************
146100 2610-WRITE-ONE-POSTING.
146200     IF CX-GL-AMOUNT = ZERO
146300         GO TO 2610-EXIT
146400     END-IF
146500     MOVE SPACES TO GL-PENDING-RECORD
146600     MOVE 4 TO GP-BATCH-NO
146700     MOVE CX-GL-TYPE TO GP-SOURCE-TYPE
146800     MOVE SPACES TO GP-SOURCE-CODE
146900     MOVE CX-GL-SIDE TO GP-SIDE
147000     MOVE CX-GL-AMOUNT TO GP-AMOUNT
147100     MOVE "PAYCORR" TO GP-ORIGIN-PROGRAM
147200     MOVE CX-TODAY-DATE TO GP-ORIGIN-DATE
147300     MOVE CX-GL-REFERENCE TO GP-REFERENCE
147400     MOVE ZERO TO GP-POSTED-DATE
147500     WRITE GL-PENDING-RECORD
147600     ADD 1 TO CX-GL-ROW-COUNT.
147700 2610-EXIT.
147800     EXIT.
147900*
148000******************************************************************
148100* 2700-PRINT-CORRECTION-SLIP - ONE CORRECTION PAYSLIP: THE PERIOD
148200*                              AS PAID, THE PERIOD AS RE-PAID,
148300*                              THE NET ADJUSTMENT AND HOW IT IS
148400*                              SETTLED, AND THE YTD FIGURES AFTER
148500*                              THE CORRECTION.
148600******************************************************************
148700 2700-PRINT-CORRECTION-SLIP.
148800     ADD 1 TO RPT-PAGE-NUMBER
148900     MOVE "CORRECTION PAYSLIP" TO RPT-HDR-TITLE
149000     MOVE CX-TODAY-DATE TO RPT-HDR-RUN-DATE
149100     MOVE RPT-PAGE-NUMBER TO RPT-HDR-PAGE-NUMBER
149200     WRITE CORR-SLIP-LINE FROM RPT-STD-HEADING-1
149300     WRITE CORR-SLIP-LINE FROM RPT-STD-HEADING-2
149400     MOVE EM-EMPLOYEE-ID TO CS-EMP-ID
149500     MOVE EM-EMPLOYEE-NAME TO CS-EMP-NAME
149600     WRITE CORR-SLIP-LINE FROM CS-EMPLOYEE-LINE
149700     MOVE "ORIG PAY DATE:" TO CS-DTE-LABEL
149800     MOVE CR-PAY-DATE TO CS-DTE-VALUE
149900     WRITE CORR-SLIP-LINE FROM CS-DATE-LINE
150000     MOVE "PAY PERIOD:" TO CS-DET-LABEL
150100     MOVE CX-ORIG-PERIOD TO CS-DET-AMOUNT
150200     WRITE CORR-SLIP-LINE FROM CS-DETAIL-LINE
150300     MOVE "REASON:" TO CS-TXT-LABEL
150400     MOVE CR-REASON TO CS-TXT-VALUE
150500     WRITE CORR-SLIP-LINE FROM CS-TEXT-LINE
150600     MOVE "REQUESTED BY:" TO CS-TXT-LABEL
150700     MOVE CR-REQUESTED-BY TO CS-TXT-VALUE
150800     WRITE CORR-SLIP-LINE FROM CS-TEXT-LINE
150900     WRITE CORR-SLIP-LINE FROM CS-BLANK-LINE
151000     MOVE "AS PAID" TO CS-TXT-LABEL
151100     MOVE SPACES TO CS-TXT-VALUE
151200     WRITE CORR-SLIP-LINE FROM CS-TEXT-LINE
151300     MOVE "HOURLY RATE:" TO CS-DET-LABEL
151400     MOVE CX-ORIG-RATE TO CS-DET-AMOUNT
151500     WRITE CORR-SLIP-LINE FROM CS-DETAIL-LINE
151600     MOVE "GROSS PAY:" TO CS-DET-LABEL
151700     MOVE CX-ORIG-GROSS TO CS-DET-AMOUNT
151800     WRITE CORR-SLIP-LINE FROM CS-DETAIL-LINE
151900     MOVE "TAX:" TO CS-DET-LABEL
152000     MOVE CX-ORIG-TAX TO CS-DET-AMOUNT
152100     WRITE CORR-SLIP-LINE FROM CS-DETAIL-LINE
152200     MOVE "PRSI:" TO CS-DET-LABEL
152300     MOVE CX-ORIG-PRSI TO CS-DET-AMOUNT
152400     WRITE CORR-SLIP-LINE FROM CS-DETAIL-LINE
152500     MOVE "PENSION:" TO CS-DET-LABEL
152600     MOVE CX-ORIG-PENSION TO CS-DET-AMOUNT
152700     WRITE CORR-SLIP-LINE FROM CS-DETAIL-LINE
152800     MOVE "ORDERS:" TO CS-DET-LABEL
152900     MOVE CX-ORIG-ORDERS TO CS-DET-AMOUNT
153000     WRITE CORR-SLIP-LINE FROM CS-DETAIL-LINE
153100     MOVE "VOLUNTARY DEDS:" TO CS-DET-LABEL
153200     MOVE CX-ORIG-VOLDED TO CS-DET-AMOUNT
153300     WRITE CORR-SLIP-LINE FROM CS-DETAIL-LINE
153400     MOVE "NET PAY:" TO CS-DET-LABEL
153500     MOVE CX-ORIG-NET TO CS-DET-AMOUNT
153600     WRITE CORR-SLIP-LINE FROM CS-DETAIL-LINE
153700     WRITE CORR-SLIP-LINE FROM CS-BLANK-LINE
153800     IF CR-REVERSE-AND-REPAY
153900         PERFORM 2710-PRINT-REPAID-PERIOD THRU 2710-EXIT
154000     ELSE
154100         MOVE "PERIOD REVERSED" TO CS-TXT-LABEL
154200         MOVE "NOT RE-PAID" TO CS-TXT-VALUE
154300         WRITE CORR-SLIP-LINE FROM CS-TEXT-LINE
154400         WRITE CORR-SLIP-LINE FROM CS-BLANK-LINE
154500     END-IF
154600     MOVE "NET ADJUSTMENT:" TO CS-SGN-LABEL
154700     MOVE CX-NET-ADJUST TO CS-SGN-AMOUNT
154800     WRITE CORR-SLIP-LINE FROM CS-SIGNED-LINE
154900     IF CX-PAY-AMOUNT > ZERO
155000         IF EM-PAYMENT-HELD
155100             MOVE "PAYMENT HELD:" TO CS-DET-LABEL
155200         ELSE
155300             MOVE "PAYMENT ISSUED:" TO CS-DET-LABEL
155400         END-IF
155500         MOVE CX-PAY-AMOUNT TO CS-DET-AMOUNT
155600         WRITE CORR-SLIP-LINE FROM CS-DETAIL-LINE
155700     END-IF
155800     IF CX-RECOVER-AMOUNT > ZERO
155900         MOVE "TO RECOVER:" TO CS-DET-LABEL
156000         MOVE CX-RECOVER-AMOUNT TO CS-DET-AMOUNT
156100         WRITE CORR-SLIP-LINE FROM CS-DETAIL-LINE
156200         MOVE SPACES TO CS-TXT-LABEL
156300         MOVE "OVERPAYMENT - TO BE RECOVERED" TO CS-TXT-VALUE
156400         WRITE CORR-SLIP-LINE FROM CS-TEXT-LINE
156500     END-IF
156600     IF CX-YTD-FOUND
156700         WRITE CORR-SLIP-LINE FROM CS-BLANK-LINE
156800         MOVE "YTD GROSS PAY:" TO CS-DET-LABEL
156900         MOVE YT-GROSS-PAY TO CS-DET-AMOUNT
157000         WRITE CORR-SLIP-LINE FROM CS-DETAIL-LINE
157100         MOVE "YTD TAX:" TO CS-DET-LABEL
157200         MOVE YT-TAX TO CS-DET-AMOUNT
157300         WRITE CORR-SLIP-LINE FROM CS-DETAIL-LINE
157400         MOVE "YTD PRSI:" TO CS-DET-LABEL
157500         MOVE YT-PRSI TO CS-DET-AMOUNT
157600         WRITE CORR-SLIP-LINE FROM CS-DETAIL-LINE
157700         MOVE "YTD PENSION:" TO CS-DET-LABEL
157800         MOVE YT-PENSION TO CS-DET-AMOUNT
157900         WRITE CORR-SLIP-LINE FROM CS-DETAIL-LINE
158000         MOVE "YTD NET PAY:" TO CS-DET-LABEL
158100         MOVE YT-NET-PAY TO CS-DET-AMOUNT
158200         WRITE CORR-SLIP-LINE FROM CS-DETAIL-LINE
158300     END-IF
158400     WRITE CORR-SLIP-LINE FROM CS-BLANK-LINE
158500     WRITE CORR-SLIP-LINE FROM CS-BLANK-LINE.
158600 2700-EXIT.
158700     EXIT.
158800*
158900******************************************************************
159000* 2710-PRINT-REPAID-PERIOD - THE RE-PAID PERIOD ON THE CORRECTION
159100*                            PAYSLIP.
159200******************************************************************
159300 2710-PRINT-REPAID-PERIOD.
159400     MOVE "AS CORRECTED" TO CS-TXT-LABEL
159500     MOVE SPACES TO CS-TXT-VALUE
159600     WRITE CORR-SLIP-LINE FROM CS-TEXT-LINE
159700     MOVE "ORDINARY HOURS:" TO CS-DET-LABEL
159800     MOVE CR-ORDINARY-HOURS TO CS-DET-AMOUNT
159900     WRITE CORR-SLIP-LINE FROM CS-DETAIL-LINE
160000     MOVE "OVERTIME HOURS:" TO CS-DET-LABEL
160100     MOVE CR-OVERTIME-HOURS TO CS-DET-AMOUNT
160200     WRITE CORR-SLIP-LINE FROM CS-DETAIL-LINE
160300     IF CR-ANNUAL-HOURS > ZERO
160400         MOVE "ANNUAL LEAVE HRS:" TO CS-DET-LABEL
160500         MOVE CR-ANNUAL-HOURS TO CS-DET-AMOUNT
160600         WRITE CORR-SLIP-LINE FROM CS-DETAIL-LINE
160700     END-IF
160800     IF CR-SICK-HOURS > ZERO
160900         MOVE "SICK LEAVE HRS:" TO CS-DET-LABEL
161000         MOVE CR-SICK-HOURS TO CS-DET-AMOUNT
161100         WRITE CORR-SLIP-LINE FROM CS-DETAIL-LINE
161200     END-IF
161300     IF CR-PUBHOL-HOURS > ZERO
161400         MOVE "PUB HOLIDAY HRS:" TO CS-DET-LABEL
161500         MOVE CR-PUBHOL-HOURS TO CS-DET-AMOUNT
161600         WRITE CORR-SLIP-LINE FROM CS-DETAIL-LINE
161700     END-IF
161800     IF CX-ORIG-RETRO > ZERO
161900         MOVE "RETRO PAY:" TO CS-DET-LABEL
162000         MOVE CX-ORIG-RETRO TO CS-DET-AMOUNT
162100         WRITE CORR-SLIP-LINE FROM CS-DETAIL-LINE
162200     END-IF
162300     MOVE "GROSS PAY:" TO CS-DET-LABEL
162400     MOVE CX-GROSS-PAY TO CS-DET-AMOUNT
162500     WRITE CORR-SLIP-LINE FROM CS-DETAIL-LINE
162600     MOVE "TAX:" TO CS-DET-LABEL
162700     MOVE CX-TAX TO CS-DET-AMOUNT
162800     WRITE CORR-SLIP-LINE FROM CS-DETAIL-LINE
162900     MOVE "PRSI:" TO CS-DET-LABEL
163000     MOVE CX-PRSI TO CS-DET-AMOUNT
163100     WRITE CORR-SLIP-LINE FROM CS-DETAIL-LINE
163200     MOVE "PENSION:" TO CS-DET-LABEL
163300     MOVE CX-PENSION TO CS-DET-AMOUNT
163400     WRITE CORR-SLIP-LINE FROM CS-DETAIL-LINE
163500     MOVE "ORDERS:" TO CS-DET-LABEL
163600     MOVE CX-ATTACH-TOTAL TO CS-DET-AMOUNT
163700     WRITE CORR-SLIP-LINE FROM CS-DETAIL-LINE
163800     MOVE "VOLUNTARY DEDS:" TO CS-DET-LABEL
163900     MOVE CX-VOL-DED-TOTAL TO CS-DET-AMOUNT
164000     WRITE CORR-SLIP-LINE FROM CS-DETAIL-LINE
164100     MOVE "NET PAY:" TO CS-DET-LABEL
164200     MOVE CX-NETPAY TO CS-DET-AMOUNT
164300     WRITE CORR-SLIP-LINE FROM CS-DETAIL-LINE
164400     WRITE CORR-SLIP-LINE FROM CS-BLANK-LINE.
164500 2710-EXIT.
164600     EXIT.
164700*
164800******************************************************************
164900* 2800-REPORT-CORRECTION - ONE LINE ON THE RUN REPORT FOR A
165000*                          CORRECTION DONE.
165100******************************************************************
165200 2800-REPORT-CORRECTION.
165300     ADD 1 TO CX-DONE-COUNT
165400     MOVE CR-EMPLOYEE-ID TO CX-DET-ID
165500     MOVE CR-PAY-DATE TO CX-DET-DATE
165600     MOVE CR-ACTION TO CX-DET-ACTION
165700     MOVE CX-ORIG-NET TO CX-DET-ORIG-NET
165800     MOVE CX-NETPAY TO CX-DET-NEW-NET
165900     MOVE CX-NET-ADJUST TO CX-DET-ADJUST
166000     MOVE CX-OUTCOME TO CX-DET-OUTCOME
166100     WRITE CORR-RPT-LINE FROM CX-RPT-DETAIL-LINE.
166200 2800-EXIT.
166300     EXIT.
166400*
166500******************************************************************
166600* 2850-REJECT-TRANSACTION - ONE LINE ON THE RUN REPORT FOR A
166700*                           TRANSACTION NOT ACTED ON, WITH THE
166800*                           REASON. NOTHING HAS BEEN UPDATED.
166900******************************************************************
167000 2850-REJECT-TRANSACTION.
167100     ADD 1 TO CX-REJECT-COUNT
167200     MOVE CR-EMPLOYEE-ID TO CX-REJ-ID
167300     MOVE CR-PAY-DATE TO CX-REJ-DATE
167400     MOVE CR-ACTION TO CX-REJ-ACTION
167500     MOVE CX-REJECT-REASON TO CX-REJ-REASON
167600     WRITE CORR-RPT-LINE FROM CX-RPT-REJECT-LINE.
167700 2850-EXIT.
167800     EXIT.
167900*
168000******************************************************************
168100* 3000-TERMINATE - CLOSE THE CORRECTION PAYMENT BATCH WITH ITS
168200*                  TRAILER AND HOLD IT FOR RELEASE, APPEND THE
168300*                  PAY-RUN SUMMARY RECORDS, PRINT THE RUN TOTALS,
168400*                  SET THE RETURN CODE AND CLOSE ALL FILES.
168500******************************************************************
168600 3000-TERMINATE.
168700     IF CX-PAYMENT-COUNT > ZERO
168800         MOVE "*TRAILER" TO FT-TRAILER-TAG
168900         MOVE CX-PAYMENT-COUNT TO FT-RECORD-COUNT
169000         MOVE CX-PAYMENT-TOTAL TO FT-TOTAL-AMOUNT
169100         WRITE BANK-DISBURSEMENT-RECORD
169200             FROM FILE-TRAILER-RECORD
169300         PERFORM 3100-HOLD-BATCH THRU 3100-EXIT
169400     END-IF
169500     IF CX-DONE-COUNT > ZERO
169600         PERFORM 3200-WRITE-PAY-SUMMARY THRU 3200-EXIT
169700     END-IF
169800     WRITE CORR-RPT-LINE FROM CX-RPT-BLANK-LINE
169900     MOVE "TRANSACTIONS READ:" TO CX-TOT-LABEL
170000     MOVE CX-READ-COUNT TO CX-TOT-AMOUNT
170100     WRITE CORR-RPT-LINE FROM CX-RPT-TOTAL-LINE
170200     MOVE "CORRECTIONS DONE:" TO CX-TOT-LABEL
170300     MOVE CX-DONE-COUNT TO CX-TOT-AMOUNT
170400     WRITE CORR-RPT-LINE FROM CX-RPT-TOTAL-LINE
170500     MOVE "TRANSACTIONS REJECTED:" TO CX-TOT-LABEL
170600     MOVE CX-REJECT-COUNT TO CX-TOT-AMOUNT
170700     WRITE CORR-RPT-LINE FROM CX-RPT-TOTAL-LINE
170800     MOVE "PAYMENTS ISSUED:" TO CX-TOT-LABEL
170900     MOVE CX-PAYMENT-COUNT TO CX-TOT-AMOUNT
171000     WRITE CORR-RPT-LINE FROM CX-RPT-TOTAL-LINE
171100     MOVE "PAYMENTS HELD:" TO CX-TOT-LABEL
171200     MOVE CX-HELD-COUNT TO CX-TOT-AMOUNT
171300     WRITE CORR-RPT-LINE FROM CX-RPT-TOTAL-LINE
171400     MOVE "OVERPAYMENTS TO RECOVER:" TO CX-TOT-LABEL
171500     MOVE CX-RECOVER-COUNT TO CX-TOT-AMOUNT
171600     WRITE CORR-RPT-LINE FROM CX-RPT-TOTAL-LINE
171700     MOVE "PAYMENT BATCH TOTAL:" TO CX-MNY-LABEL
171800     MOVE CX-PAYMENT-TOTAL TO CX-MNY-AMOUNT
171900     WRITE CORR-RPT-LINE FROM CX-RPT-MONEY-LINE
172000     MOVE "TOTAL TO RECOVER:" TO CX-MNY-LABEL
172100     MOVE CX-RECOVER-TOTAL TO CX-MNY-AMOUNT
172200     WRITE CORR-RPT-LINE FROM CX-RPT-MONEY-LINE
172300     MOVE "NET PAY ADJUSTMENT:" TO CX-MNY-LABEL
172400     MOVE CX-NET-ADJUST-TOTAL TO CX-MNY-AMOUNT
172500     WRITE CORR-RPT-LINE FROM CX-RPT-MONEY-LINE
172600     MOVE "PENDING LEDGER ROWS:" TO CX-TOT-LABEL
172700     MOVE CX-GL-ROW-COUNT TO CX-TOT-AMOUNT
172800     WRITE CORR-RPT-LINE FROM CX-RPT-TOTAL-LINE
172900     IF CX-REJECT-COUNT > ZERO AND RETURN-CODE < 4
173000         MOVE 4 TO RETURN-CODE
173100     END-IF
173200     DISPLAY "PAYCORR: READ " CX-READ-COUNT
173300         " CORRECTED " CX-DONE-COUNT
173400         " REJECTED " CX-REJECT-COUNT
173500         " PAYMENTS " CX-PAYMENT-COUNT
173600     PERFORM 3300-WRITE-AUDIT-JOURNAL THRU 3300-EXIT
173700     CLOSE CORRECTION-FILE
173800     CLOSE EMPLOYEE-MASTER-FILE
173900     CLOSE RATE-TABLE-FILE
174000     CLOSE EMPLOYEE-YTD-FILE
174100     CLOSE LEAVE-BALANCE-FILE
174200     IF CX-ATTORD-USABLE
174300         CLOSE ATTACHMENT-ORDER-FILE
174400     END-IF
174500     CLOSE BANK-DISBURSEMENT-FILE
174600     CLOSE DISB-CONTROL-FILE
174700     CLOSE GL-PENDING-FILE
174800     CLOSE CORRECTION-SLIP-FILE
174900     CLOSE CORRECTION-REPORT
175000     CLOSE AUDIT-JOURNAL-FILE.
175100 3000-EXIT.
175200     EXIT.
175300*
175400******************************************************************
175500* 3100-HOLD-BATCH - RECORD THE DAY'S CORRECTION PAYMENTS HELD ON
175600*                   THE RELEASE CONTROL FILE UNDER SOURCE PAYCORR.
175700*                   A SECOND RUN THE SAME DAY ADDS TO THE BATCH
175800*                   STILL HELD; BANKREL PROVES EVERY SEGMENT DATED
175900*                   THE DAY BEFORE IT RELEASES THEM.
176000******************************************************************
176100 3100-HOLD-BATCH.
176200     MOVE CX-TODAY-DATE TO DC-BUSINESS-DATE
176300     MOVE "PAYCORR" TO DC-BATCH-SOURCE
176400     MOVE "N" TO CX-CTL-FOUND-SWITCH
176500     READ DISB-CONTROL-FILE
176600         INVALID KEY
176700             CONTINUE
176800         NOT INVALID KEY
176900             MOVE "Y" TO CX-CTL-FOUND-SWITCH
177000     END-READ
177100     IF CX-CTL-FOUND
177200         ADD CX-PAYMENT-COUNT TO DC-RECORD-COUNT
177300         ADD CX-PAYMENT-TOTAL TO DC-TOTAL-AMOUNT
177400     ELSE
177500         MOVE SPACES TO DISB-CONTROL-RECORD
177600         MOVE CX-TODAY-DATE TO DC-BUSINESS-DATE
177700         MOVE "PAYCORR" TO DC-BATCH-SOURCE
177800         MOVE CX-PAYMENT-COUNT TO DC-RECORD-COUNT
177900         MOVE CX-PAYMENT-TOTAL TO DC-TOTAL-AMOUNT
178000         MOVE ZERO TO DC-SWING-COUNT
178100         MOVE ZERO TO DC-FIRST-PAY-COUNT
178200         MOVE ZERO TO DC-MISSING-COUNT
178300     END-IF
178400     SET DC-HELD TO TRUE
178500     ACCEPT DC-HELD-DATE FROM DATE YYYYMMDD
178600     ACCEPT DC-HELD-TIME FROM TIME
178700     MOVE ZERO TO DC-RELEASE-DATE
178800     MOVE ZERO TO DC-RELEASE-TIME
178900     IF CX-CTL-FOUND
179000         REWRITE DISB-CONTROL-RECORD
179100     ELSE
179200         WRITE DISB-CONTROL-RECORD
179300     END-IF
179400     IF CX-DISBCTL-STATUS NOT = "00"
179500         DISPLAY "PAYCORR: UNABLE TO RECORD THE HELD BATCH, "
179600             "STATUS " CX-DISBCTL-STATUS
179700         MOVE 8 TO RETURN-CODE
179800         GO TO 3100-EXIT
179900     END-IF
180000     MOVE "CORRECTION PAYMENTS HELD - AWAITING SUPERVISOR RELEASE"
180100         TO CX-MSG-TEXT
180200     WRITE CORR-RPT-LINE FROM CX-RPT-MESSAGE-LINE.
180300 3100-EXIT.
180400     EXIT.
180500*
180600******************************************************************
180700* 3200-WRITE-PAY-SUMMARY - APPEND THE RUN'S REVERSALS AND
180800*                          RECALCULATIONS TO THE PAY-RUN SUMMARY
180900*                          FILE, ONE RECORD EACH, UNDER TODAY'S
181000*                          DATE.
181100******************************************************************
181200 3200-WRITE-PAY-SUMMARY.
181300     OPEN EXTEND PAY-SUMMARY-FILE
181400     IF CX-PAYSUMM-STATUS NOT = "00"
181500         OPEN OUTPUT PAY-SUMMARY-FILE
181600     END-IF
181700     IF CX-PAYSUMM-STATUS NOT = "00"
181800         DISPLAY "PAYCORR: UNABLE TO WRITE PAY SUMMARY, STATUS "
181900             CX-PAYSUMM-STATUS
182000         MOVE 4 TO RETURN-CODE
182100         GO TO 3200-EXIT
182200     END-IF
182300     MOVE SPACES TO PAY-RUN-SUMMARY-RECORD
182400     MOVE CX-TODAY-DATE TO PP-RUN-DATE
182500     MOVE CX-REV-COUNT TO PP-EMPLOYEE-COUNT
182600     MOVE CX-REV-GROSS TO PP-TOTAL-GROSS
182700     MOVE CX-REV-TAX TO PP-TOTAL-TAX
182800     MOVE CX-REV-PRSI TO PP-TOTAL-PRSI
182900     MOVE CX-REV-PENSION TO PP-TOTAL-PENSION
183000     MOVE CX-REV-VOLDED TO PP-TOTAL-VOLDED
183100     MOVE CX-REV-ORDERS TO PP-TOTAL-ORDERS
183200     MOVE CX-REV-NET TO PP-TOTAL-NET
183300     SET PP-REVERSAL TO TRUE
183400     WRITE PAY-RUN-SUMMARY-RECORD
183500     IF CX-COR-COUNT > ZERO
183600         MOVE SPACES TO PAY-RUN-SUMMARY-RECORD
183700         MOVE CX-TODAY-DATE TO PP-RUN-DATE
183800         MOVE CX-COR-COUNT TO PP-EMPLOYEE-COUNT
183900         MOVE CX-COR-GROSS TO PP-TOTAL-GROSS
184000         MOVE CX-COR-TAX TO PP-TOTAL-TAX
184100         MOVE CX-COR-PRSI TO PP-TOTAL-PRSI
184200         MOVE CX-COR-PENSION TO PP-TOTAL-PENSION
184300         MOVE CX-COR-VOLDED TO PP-TOTAL-VOLDED
184400         MOVE CX-COR-ORDERS TO PP-TOTAL-ORDERS
184500         MOVE CX-COR-NET TO PP-TOTAL-NET
184600         SET PP-CORRECTION TO TRUE
184700         WRITE PAY-RUN-SUMMARY-RECORD
184800     END-IF
184900     CLOSE PAY-SUMMARY-FILE.
185000 3200-EXIT.
185100     EXIT.
185200*
185300******************************************************************
185400* 3300-WRITE-AUDIT-JOURNAL - APPEND ONE RUN RECORD TO THE SHARED
185500*                            AUDIT JOURNAL.
185600******************************************************************
185700 3300-WRITE-AUDIT-JOURNAL.
185800     MOVE SPACES TO AUDIT-JOURNAL-RECORD
185900     MOVE "PAYCORR" TO AJ-PROGRAM-NAME
186000     MOVE CX-TODAY-DATE TO AJ-RUN-DATE
186100     ACCEPT AJ-RUN-TIME FROM TIME
186200     MOVE "NET PAY ADJUSTMENT" TO AJ-TOTAL-1-LABEL
186300     MOVE CX-NET-ADJUST-TOTAL TO AJ-TOTAL-1-AMOUNT
186400     MOVE "CORRECTION PAYMENTS" TO AJ-TOTAL-2-LABEL
186500     MOVE CX-PAYMENT-TOTAL TO AJ-TOTAL-2-AMOUNT
186510     MOVE RETURN-CODE TO AJ-RETURN-CODE
186600     WRITE AUDIT-JOURNAL-RECORD.
186700 3300-EXIT.
186800     EXIT.
186900 END PROGRAM PAYCORR.
