000100******************************************************************
000200* AUTHOR:        P. MURPHY, PAYROLL SYSTEMS
000300* INSTALLATION:  ACME MANUFACTURING CORP - DATA PROCESSING
000400* DATE-WRITTEN:  2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:       PAY-REGISTER COMPARISON. RUNS AFTER THE PAY
000700*                CALCULATION AND BEFORE ANY MONEY LEAVES. SETS
000800*                EVERY EMPLOYEE PAID ON THIS BUSINESS DATE (FROM
000900*                THE PAY HISTORY FILE) AGAINST WHAT THEY WERE PAID
001000*                THE PERIOD BEFORE AND LISTS:
001100*                  - NET PAY SWINGS OVER THE TOLERANCE, UP OR DOWN
001200*                  - FIRST-TIME PAYEES (NO EARLIER HISTORY)
001300*                  - EMPLOYEES PAID LAST PERIOD OF A FREQUENCY DUE
001400*                    TODAY BUT NOT PAID THIS TIME, WITH THE REASON
001500*                    THE EMPLOYEE MASTER GIVES.
001600*                THE DAY'S BANK DISBURSEMENT BATCH IS PROVEN
001700*                AGAINST ITS TRAILER AND AGAINST THE PAY HISTORY,
001800*                THEN RECORDED HELD ON THE DISBURSEMENT RELEASE
001900*                CONTROL FILE. BANKREL WILL NOT EXTRACT IT FOR
002000*                THE BANK UNTIL A SUPERVISOR RELEASES IT.
002100*                RETURN CODE 4 - EXCEPTIONS LISTED FOR REVIEW.
002200*                RETURN CODE 8 - THE BATCH DOES NOT PROVE; IT IS
002300*                NOT HELD FOR RELEASE.
002310*                AN EMPLOYEE PAID TODAY WHOSE BANK DETAILS WERE
002320*                CHANGED AND APPROVED SINCE THEIR LAST PAY IS
002330*                BEING PAID TO THAT ACCOUNT FOR THE FIRST TIME -
002340*                EACH ONE IS LISTED FOR SIGN-OFF BEFORE RELEASE.
002400*
002500* MODIFICATION HISTORY
002600* DATE       INIT  DESCRIPTION
002700* ---------- ----  ----------------------------------------------
002800* 2026-10-15 PJM   ORIGINAL.
002810* 2026-10-15 PJM   PAY HISTORY RECORDS WRITTEN BY THE CORRECTION
002820*                  RUN (REVERSALS AND RECALCULATIONS) ARE PASSED
002830*                  OVER - THE REGISTER COMPARES PAY-RUN RECORDS
002840*                  AND PROVES THE PAY RUN'S OWN BATCH.
002850* 2026-10-15 PJM   FIRST PAYMENTS TO NEWLY APPROVED BANK ACCOUNTS
002860*                  (BANKCHG) LISTED FOR SIGN-OFF AND COUNTED ON
002870*                  THE HELD BATCH.
002880* 2026-10-15 PJM   THE AUDIT JOURNAL RECORD NOW CARRIES THE
002890*                  RETURN CODE THE RUN ENDED WITH.
002900******************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. PAYREG.
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS RG-RUNCTL-STATUS.
003800     SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS RG-PAYCAL-STATUS.
004100     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS RG-PAYHIST-STATUS.
004400     SELECT BANK-DISBURSEMENT-FILE ASSIGN TO "BANKDISB"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS RG-BANKDISB-STATUS.
004700     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS EM-EMPLOYEE-ID
005100         FILE STATUS IS RG-EMPMAST-STATUS.
005200     SELECT DISB-CONTROL-FILE ASSIGN TO "DISBCTL"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS DC-CONTROL-KEY
005600         FILE STATUS IS RG-DISBCTL-STATUS.
005610     SELECT BANK-CHANGE-FILE ASSIGN TO "BANKCHG"
005620         ORGANIZATION IS INDEXED
005630         ACCESS MODE IS RANDOM
005640         RECORD KEY IS BC-EMPLOYEE-ID
005650         FILE STATUS IS RG-BANKCHG-STATUS.
005700     SELECT REGISTER-REPORT ASSIGN TO "PAYREGRP"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS RG-PAYREGRP-STATUS.
006000     SELECT AUDIT-JOURNAL-FILE ASSIGN TO "AUDITJNL"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS RG-AUDITJNL-STATUS.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  RUN-CONTROL-FILE
006600     LABEL RECORDS ARE STANDARD.
006700 COPY RUNCTL.
006800 FD  PAY-CALENDAR-FILE
006900     LABEL RECORDS ARE STANDARD.
007000 COPY PAYCAL.
007100 FD  PAY-HISTORY-FILE
007200     LABEL RECORDS ARE STANDARD.
007300 COPY PAYHIST.
007400 FD  BANK-DISBURSEMENT-FILE
007500     LABEL RECORDS ARE STANDARD.
007600 COPY BANKDISB.
007700 FD  EMPLOYEE-MASTER-FILE
007800     LABEL RECORDS ARE STANDARD.
007900 COPY EMPMAST.
008000 FD  DISB-CONTROL-FILE
008100     LABEL RECORDS ARE STANDARD.
008200 COPY DISBCTL.
008210 FD  BANK-CHANGE-FILE
008220     LABEL RECORDS ARE STANDARD.
008230 COPY BANKCHG.
008300 FD  REGISTER-REPORT
008400     LABEL RECORDS ARE STANDARD
008500     RECORD CONTAINS 80 CHARACTERS.
008600 01  REGISTER-RPT-LINE           PIC X(80).
008700 FD  AUDIT-JOURNAL-FILE
008800     LABEL RECORDS ARE STANDARD.
008900 COPY AUDITJNL.
009000 WORKING-STORAGE SECTION.
009100 77  RG-RUNCTL-STATUS        PIC X(02).
009200 77  RG-PAYCAL-STATUS        PIC X(02).
009300 77  RG-PAYHIST-STATUS       PIC X(02).
009400 77  RG-BANKDISB-STATUS      PIC X(02).
009500 77  RG-EMPMAST-STATUS       PIC X(02).
009600 77  RG-DISBCTL-STATUS       PIC X(02).
009610 77  RG-BANKCHG-STATUS       PIC X(02).
009700 77  RG-PAYREGRP-STATUS      PIC X(02).
009800 77  RG-AUDITJNL-STATUS      PIC X(02).
009900 77  RG-TODAY-DATE           PIC 9(08).
010000*
010100* NET PAY MAY MOVE BY THIS PERCENTAGE OF LAST PERIOD'S NET, UP OR
010200* DOWN, BEFORE THE EMPLOYEE IS LISTED FOR REVIEW.
010300 77  RG-SWING-PCT            PIC 9(03) VALUE 25.
010400*
010500* SHARED PAGE-NUMBERED MANAGEMENT REPORT HEADING - SEE RPTHDR.
010600 COPY RPTHDR.
010700*
010800* TRAILER CONTROL RECORD FOR THE FILE HAND-OFFS - SEE FILETRLR.
010900 COPY FILETRLR.
011000 77  RG-CAL-EOF-SWITCH       PIC X(01) VALUE "N".
011100     88  RG-END-OF-CALENDAR          VALUE "Y".
011200 77  RG-CALENDAR-SWITCH      PIC X(01) VALUE "Y".
011300     88  RG-CALENDAR-PRESENT         VALUE "Y".
011400 77  RG-HIST-EOF-SWITCH      PIC X(01) VALUE "N".
011500     88  RG-END-OF-HISTORY           VALUE "Y".
011600 77  RG-DISB-EOF-SWITCH      PIC X(01) VALUE "N".
011700     88  RG-END-OF-DISBURSEMENTS     VALUE "Y".
011800 77  RG-EMPMAST-OK-SWITCH    PIC X(01) VALUE "Y".
011900     88  RG-EMPMAST-USABLE           VALUE "Y".
012000 77  RG-DISBCTL-OK-SWITCH    PIC X(01) VALUE "Y".
012100     88  RG-DISBCTL-USABLE           VALUE "Y".
012110 77  RG-BANKCHG-OK-SWITCH    PIC X(01) VALUE "Y".
012120     88  RG-BANKCHG-USABLE           VALUE "Y".
012200 77  RG-PROOF-SWITCH         PIC X(01) VALUE "Y".
012300     88  RG-PROOF-OK                 VALUE "Y".
012400 77  RG-CTL-FOUND-SWITCH     PIC X(01) VALUE "N".
012500     88  RG-CTL-FOUND                VALUE "Y".
012600*
012700* WHICH FREQUENCIES ARE PAID TODAY, AND EACH ONE'S PREVIOUS PAY
012800* DATE ON THE CALENDAR - AN EMPLOYEE PAID ON THAT DATE BUT NOT
012900* TODAY IS MISSING.
013000 77  RG-WEEKLY-DUE-SWITCH    PIC X(01) VALUE "N".
013100     88  RG-WEEKLY-DUE               VALUE "Y".
013200 77  RG-MONTHLY-DUE-SWITCH   PIC X(01) VALUE "N".
013300     88  RG-MONTHLY-DUE              VALUE "Y".
013400 77  RG-WEEKLY-PRIOR-DATE    PIC 9(08) VALUE ZERO.
013500 77  RG-MONTHLY-PRIOR-DATE   PIC 9(08) VALUE ZERO.
013600 77  RG-HIST-LATEST-DATE     PIC 9(08) VALUE ZERO.
013700*
013800* THE BANK FILE IS READ BATCH BY BATCH - EACH BATCH ENDS WITH ITS
013900* TRAILER. ONLY BATCHES CARRYING TODAY'S PAY DATE ARE HELD.
014000 77  RG-SEG-COUNT            PIC 9(05) VALUE ZERO.
014100 77  RG-SEG-AMOUNT           PIC 9(09)V99 VALUE ZERO.
014200 77  RG-SEG-TODAY-SWITCH     PIC X(01) VALUE "N".
014300     88  RG-SEG-IS-TODAY             VALUE "Y".
014400 77  RG-BANK-COUNT           PIC 9(05) VALUE ZERO.
014500 77  RG-BANK-AMOUNT          PIC 9(09)V99 VALUE ZERO.
014600 77  RG-HIST-CUR-COUNT       PIC 9(05) VALUE ZERO.
014700 77  RG-HIST-CUR-AMOUNT      PIC 9(09)V99 VALUE ZERO.
014800*
014900 77  RG-PAYEE-COUNT          PIC 9(05) COMP VALUE ZERO.
015000 77  RG-SWING-COUNT          PIC 9(05) COMP VALUE ZERO.
015100 77  RG-FIRST-COUNT          PIC 9(05) COMP VALUE ZERO.
015200 77  RG-MISSING-COUNT        PIC 9(05) COMP VALUE ZERO.
015210 77  RG-NEW-ACCOUNT-COUNT    PIC 9(05) COMP VALUE ZERO.
015300 77  RG-EXCEPTION-COUNT      PIC 9(05) COMP VALUE ZERO.
015400 77  RG-NET-DIFF             PIC S9(07)V99 VALUE ZERO.
015500 77  RG-NET-LIMIT            PIC 9(07)V99 VALUE ZERO.
015600*
015700* ONE ENTRY PER EMPLOYEE ON THE PAY HISTORY - THE LATEST EARLIER
015800* PAY DATE AND ITS NET, AND TODAY'S NET IF PAID TODAY.
015900 77  RG-EMP-COUNT            PIC 9(04) COMP VALUE ZERO.
016000 01  RG-EMP-TABLE.
016100     05  RG-ET-ENTRY OCCURS 1000 TIMES INDEXED BY RG-ET-IDX.
016200         10  RG-ET-EMPLOYEE-ID   PIC 9(06).
016300         10  RG-ET-NAME          PIC X(30).
016400         10  RG-ET-FREQUENCY     PIC X(01).
016500             88  RG-ET-MONTHLY-PAID  VALUE "M".
016600         10  RG-ET-PRIOR-DATE    PIC 9(08).
016700         10  RG-ET-PRIOR-NET     PIC 9(07)V99.
016800         10  RG-ET-PAID-FLAG     PIC X(01).
016900             88  RG-ET-PAID-NOW      VALUE "Y".
017000         10  RG-ET-CUR-NET       PIC 9(07)V99.
017007*
017014* FIRST PAYMENTS TO NEWLY APPROVED BANK ACCOUNTS, HELD FOR THE
017021* SIGN-OFF LIST PRINTED AFTER THE COMPARISON.
017028 77  RG-NA-COUNT             PIC 9(04) COMP VALUE ZERO.
017035 01  RG-NEW-ACCOUNT-TABLE.
017042     05  RG-NA-ENTRY OCCURS 200 TIMES INDEXED BY RG-NA-IDX.
017049         10  RG-NA-EMPLOYEE-ID   PIC 9(06).
017056         10  RG-NA-NAME          PIC X(20).
017063         10  RG-NA-SORT-CODE     PIC 9(06).
017070         10  RG-NA-ACCOUNT-NO    PIC 9(08).
017077         10  RG-NA-NET           PIC 9(07)V99.
017084         10  RG-NA-APPROVED-BY   PIC X(08).
017100*
017200 01  RG-RPT-COLUMN-LINE.
017300     05  FILLER              PIC X(08) VALUE "EMPLOYEE".
017400     05  FILLER              PIC X(21) VALUE "NAME".
017500     05  FILLER              PIC X(13) VALUE "   PRIOR NET".
017600     05  FILLER              PIC X(14) VALUE "     THIS NET".
017700     05  FILLER              PIC X(24) VALUE "EXCEPTION".
017800 01  RG-RPT-DETAIL-LINE.
017900     05  RG-DET-ID           PIC 9(06).
018000     05  FILLER              PIC X(02) VALUE SPACES.
018100     05  RG-DET-NAME         PIC X(20).
018200     05  FILLER              PIC X(01) VALUE SPACES.
018300     05  RG-DET-PRIOR-NET    PIC Z,ZZZ,ZZ9.99.
018400     05  FILLER              PIC X(01) VALUE SPACES.
018500     05  RG-DET-CUR-NET      PIC Z,ZZZ,ZZ9.99.
018600     05  FILLER              PIC X(02) VALUE SPACES.
018700     05  RG-DET-REASON       PIC X(24).
018800 01  RG-RPT-TOTAL-LINE.
018900     05  RG-TOT-LABEL        PIC X(28).
019000     05  RG-TOT-AMOUNT       PIC ZZ,ZZ9.
019100 01  RG-RPT-MONEY-LINE.
019200     05  RG-MNY-LABEL        PIC X(28).
019300     05  RG-MNY-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
019400 01  RG-RPT-MESSAGE-LINE.
019500     05  FILLER              PIC X(04) VALUE "*** ".
019600     05  RG-MSG-TEXT         PIC X(60).
019605 01  RG-RPT-NEWACCT-COLUMNS.
019610     05  FILLER              PIC X(29) VALUE "EMPLOYEE NAME".
019615     05  FILLER              PIC X(16) VALUE "SORT   ACCOUNT".
019620     05  FILLER              PIC X(13) VALUE "    THIS NET".
019625     05  FILLER              PIC X(20) VALUE "APPROVER SIGN-OFF".
019630 01  RG-RPT-NEWACCT-LINE.
019635     05  RG-NAL-ID           PIC 9(06).
019640     05  FILLER              PIC X(02) VALUE SPACES.
019645     05  RG-NAL-NAME         PIC X(20).
019650     05  FILLER              PIC X(01) VALUE SPACES.
019655     05  RG-NAL-SORT-CODE    PIC 9(06).
019660     05  FILLER              PIC X(01) VALUE SPACES.
019665     05  RG-NAL-ACCOUNT-NO   PIC 9(08).
019670     05  FILLER              PIC X(01) VALUE SPACES.
019675     05  RG-NAL-NET          PIC Z,ZZZ,ZZ9.99.
019680     05  FILLER              PIC X(01) VALUE SPACES.
019685     05  RG-NAL-APPROVED-BY  PIC X(08).
019690     05  FILLER              PIC X(01) VALUE SPACES.
019695     05  FILLER              PIC X(10) VALUE "__________".
019700 01  RG-RPT-BLANK-LINE       PIC X(01) VALUE SPACE.
019800 PROCEDURE DIVISION.
019900 0000-MAINLINE.
020000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
020100     PERFORM 2000-LOAD-ONE-HISTORY THRU 2000-EXIT
020200         UNTIL RG-END-OF-HISTORY
020300     IF NOT RG-CALENDAR-PRESENT
020400         MOVE RG-HIST-LATEST-DATE TO RG-WEEKLY-PRIOR-DATE
020500         MOVE RG-HIST-LATEST-DATE TO RG-MONTHLY-PRIOR-DATE
020600     END-IF
020700     PERFORM 2500-PROVE-ONE-DISBURSEMENT THRU 2500-EXIT
020800         UNTIL RG-END-OF-DISBURSEMENTS
020900     PERFORM 3000-COMPARE-ONE-EMPLOYEE THRU 3000-EXIT
021000         VARYING RG-ET-IDX FROM 1 BY 1
021100         UNTIL RG-ET-IDX > RG-EMP-COUNT
021110     PERFORM 3600-PRINT-NEW-ACCOUNTS THRU 3600-EXIT
021200     PERFORM 4000-HOLD-BATCH THRU 4000-EXIT
021300     PERFORM 5000-TERMINATE THRU 5000-EXIT
021400     STOP RUN.
021500*
021600******************************************************************
021700* 1000-INITIALIZE - OPEN ALL FILES, FIND TODAY'S PAY PERIODS ON
021800*                   THE CALENDAR AND HEAD THE REGISTER REPORT.
021900******************************************************************
022000 1000-INITIALIZE.
022100     PERFORM 1100-GET-BUSINESS-DATE THRU 1100-EXIT
022200     PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT
022300     OPEN INPUT PAY-HISTORY-FILE
022400     IF RG-PAYHIST-STATUS NOT = "00"
022500         DISPLAY "PAYREG: UNABLE TO OPEN PAY HISTORY, STATUS "
022600             RG-PAYHIST-STATUS
022700         MOVE "Y" TO RG-HIST-EOF-SWITCH
022800         MOVE "N" TO RG-PROOF-SWITCH
022900         MOVE 8 TO RETURN-CODE
023000     END-IF
023100     OPEN INPUT BANK-DISBURSEMENT-FILE
023200     IF RG-BANKDISB-STATUS NOT = "00"
023300         DISPLAY "PAYREG: UNABLE TO OPEN DISBURSEMENTS, STATUS "
023400             RG-BANKDISB-STATUS
023500         MOVE "Y" TO RG-DISB-EOF-SWITCH
023600         MOVE "N" TO RG-PROOF-SWITCH
023700         MOVE 8 TO RETURN-CODE
023800     END-IF
023900     OPEN INPUT EMPLOYEE-MASTER-FILE
024000     IF RG-EMPMAST-STATUS NOT = "00"
024100         DISPLAY "PAYREG: UNABLE TO OPEN EMPLOYEE MASTER, "
024200             "STATUS " RG-EMPMAST-STATUS
024300             " - MISSING PAYEES LISTED WITHOUT A REASON"
024400         MOVE "N" TO RG-EMPMAST-OK-SWITCH
024500     END-IF
024600     OPEN I-O DISB-CONTROL-FILE
024700     IF RG-DISBCTL-STATUS = "35"
024800         OPEN OUTPUT DISB-CONTROL-FILE
024900         CLOSE DISB-CONTROL-FILE
025000         OPEN I-O DISB-CONTROL-FILE
025100     END-IF
025200     IF RG-DISBCTL-STATUS NOT = "00"
025300         DISPLAY "PAYREG: UNABLE TO OPEN RELEASE CONTROL, "
025400             "STATUS " RG-DISBCTL-STATUS
025500         MOVE "N" TO RG-DISBCTL-OK-SWITCH
025600         MOVE 8 TO RETURN-CODE
025700     END-IF
025707     OPEN I-O BANK-CHANGE-FILE
025714     IF RG-BANKCHG-STATUS = "35"
025721         MOVE "N" TO RG-BANKCHG-OK-SWITCH
025728     ELSE
025735         IF RG-BANKCHG-STATUS NOT = "00"
025742             DISPLAY "PAYREG: UNABLE TO OPEN BANK CHANGES, "
025749                 "STATUS " RG-BANKCHG-STATUS
025756             MOVE "N" TO RG-BANKCHG-OK-SWITCH
025763             MOVE "N" TO RG-PROOF-SWITCH
025770             MOVE 8 TO RETURN-CODE
025777         END-IF
025784     END-IF
025800     OPEN OUTPUT REGISTER-REPORT
025900     OPEN EXTEND AUDIT-JOURNAL-FILE
026000     IF RG-AUDITJNL-STATUS NOT = "00"
026100         OPEN OUTPUT AUDIT-JOURNAL-FILE
026200     END-IF
026300     MOVE ZERO TO RPT-PAGE-NUMBER
026400     ADD 1 TO RPT-PAGE-NUMBER
026500     MOVE "PAY-REGISTER COMPARISON" TO RPT-HDR-TITLE
026600     MOVE RG-TODAY-DATE TO RPT-HDR-RUN-DATE
026700     MOVE RPT-PAGE-NUMBER TO RPT-HDR-PAGE-NUMBER
026800     WRITE REGISTER-RPT-LINE FROM RPT-STD-HEADING-1
026900     WRITE REGISTER-RPT-LINE FROM RPT-STD-HEADING-2
027000     WRITE REGISTER-RPT-LINE FROM RG-RPT-COLUMN-LINE
027100     WRITE REGISTER-RPT-LINE FROM RG-RPT-BLANK-LINE.
027200 1000-EXIT.
027300     EXIT.
027400*
027500******************************************************************
027600* 1100-GET-BUSINESS-DATE - THE BUSINESS DATE COMES FROM THE
027700*                          SUITE RUN-CONTROL FILE; THE MACHINE
027800*                          DATE IS ONLY A FALLBACK.
027900******************************************************************
028000 1100-GET-BUSINESS-DATE.
028100     MOVE ZERO TO RG-TODAY-DATE
028200     OPEN INPUT RUN-CONTROL-FILE
028300     IF RG-RUNCTL-STATUS = "00"
028400         READ RUN-CONTROL-FILE
028500             AT END
028600                 CONTINUE
028700             NOT AT END
028800                 IF RC-BUSINESS-DATE NUMERIC
028900                     MOVE RC-BUSINESS-DATE TO RG-TODAY-DATE
029000                 END-IF
029100         END-READ
029200         CLOSE RUN-CONTROL-FILE
029300     END-IF
029400     IF RG-TODAY-DATE = ZERO
029500         ACCEPT RG-TODAY-DATE FROM DATE YYYYMMDD
029600         DISPLAY "PAYREG: NO RUN CONTROL - USING MACHINE DATE "
029700             RG-TODAY-DATE
029800     END-IF.
029900 1100-EXIT.
030000     EXIT.
030100*
030200******************************************************************
030300* 1200-LOAD-CALENDAR - FIND WHICH FREQUENCIES ARE PAID TODAY AND
030400*                      THE PAY DATE BEFORE TODAY FOR EACH. WITH
030500*                      NO CALENDAR EVERY EMPLOYEE IS DUE, AS IN
030600*                      THE PAY RUN, AND THE LATEST EARLIER DATE
030700*                      ON THE PAY HISTORY IS TAKEN AS THE PRIOR
030800*                      PERIOD.
030900******************************************************************
031000 1200-LOAD-CALENDAR.
031100     OPEN INPUT PAY-CALENDAR-FILE
031200     IF RG-PAYCAL-STATUS NOT = "00"
031300         DISPLAY "PAYREG: NO PAY CALENDAR, STATUS "
031400             RG-PAYCAL-STATUS
031500             " - EVERY EMPLOYEE TREATED AS DUE"
031600         MOVE "N" TO RG-CALENDAR-SWITCH
031700         MOVE "Y" TO RG-WEEKLY-DUE-SWITCH
031800         MOVE "Y" TO RG-MONTHLY-DUE-SWITCH
031900         GO TO 1200-EXIT
032000     END-IF
032100     PERFORM 1210-SCAN-ONE-PERIOD THRU 1210-EXIT
032200         UNTIL RG-END-OF-CALENDAR
032300     CLOSE PAY-CALENDAR-FILE.
032400 1200-EXIT.
032500     EXIT.
032600*
032700******************************************************************
032800* 1210-SCAN-ONE-PERIOD - TEST ONE CALENDAR PERIOD'S PAY DATE
032900*                        AGAINST THE BUSINESS DATE.
033000******************************************************************
033100 1210-SCAN-ONE-PERIOD.
033200     READ PAY-CALENDAR-FILE
033300         AT END
033400             MOVE "Y" TO RG-CAL-EOF-SWITCH
033500             GO TO 1210-EXIT
033600     END-READ
033700     IF PC-PAY-DATE NOT NUMERIC
033800         GO TO 1210-EXIT
033900     END-IF
034000     IF PC-PAY-DATE = RG-TODAY-DATE
034100         IF PC-WEEKLY
034200             MOVE "Y" TO RG-WEEKLY-DUE-SWITCH
034300         END-IF
034400         IF PC-MONTHLY
034500             MOVE "Y" TO RG-MONTHLY-DUE-SWITCH
034600         END-IF
034700     END-IF
034800     IF PC-PAY-DATE < RG-TODAY-DATE
034900         IF PC-WEEKLY AND PC-PAY-DATE > RG-WEEKLY-PRIOR-DATE
035000             MOVE PC-PAY-DATE TO RG-WEEKLY-PRIOR-DATE
035100         END-IF
035200         IF PC-MONTHLY AND PC-PAY-DATE > RG-MONTHLY-PRIOR-DATE
035300             MOVE PC-PAY-DATE TO RG-MONTHLY-PRIOR-DATE
035400         END-IF
035500     END-IF.
035600 1210-EXIT.
035700     EXIT.
035800*
035900******************************************************************
036000* 2000-LOAD-ONE-HISTORY - FOLD ONE PAY HISTORY RECORD INTO THE
036100*                         EMPLOYEE TABLE - TODAY'S PAY INTO THE
036200*                         CURRENT NET, AN EARLIER DATE INTO THE
036300*                         PRIOR NET IF IT IS THE LATEST SEEN.
036400*                         RECORDS DATED AFTER TODAY ARE IGNORED.
036410*                         SO ARE THE CORRECTION RUN'S RECORDS.
036500******************************************************************
036600 2000-LOAD-ONE-HISTORY.
036700     READ PAY-HISTORY-FILE
036800         AT END
036900             MOVE "Y" TO RG-HIST-EOF-SWITCH
037000             GO TO 2000-EXIT
037100     END-READ
037200     IF PH-PAY-DATE NOT NUMERIC OR PH-NET-PAY NOT NUMERIC
037300         GO TO 2000-EXIT
037400     END-IF
037410     IF NOT PH-REGULAR-PAY
037420         GO TO 2000-EXIT
037430     END-IF
037500     IF PH-PAY-DATE > RG-TODAY-DATE
037600         GO TO 2000-EXIT
037700     END-IF
037800     SET RG-ET-IDX TO 1
037900     SEARCH RG-ET-ENTRY
038000         AT END
038100             PERFORM 2100-ADD-EMPLOYEE THRU 2100-EXIT
038200         WHEN RG-ET-IDX > RG-EMP-COUNT
038300             PERFORM 2100-ADD-EMPLOYEE THRU 2100-EXIT
038400         WHEN RG-ET-EMPLOYEE-ID(RG-ET-IDX) = PH-EMPLOYEE-ID
038500             CONTINUE
038600     END-SEARCH
038700     IF RG-ET-IDX = ZERO
038800         GO TO 2000-EXIT
038900     END-IF
039000     IF PH-PAY-DATE = RG-TODAY-DATE
039100         MOVE "Y" TO RG-ET-PAID-FLAG(RG-ET-IDX)
039200         MOVE PH-EMPLOYEE-NAME TO RG-ET-NAME(RG-ET-IDX)
039300         MOVE PH-PAY-FREQUENCY TO RG-ET-FREQUENCY(RG-ET-IDX)
039400         ADD PH-NET-PAY TO RG-ET-CUR-NET(RG-ET-IDX)
039500         ADD 1 TO RG-HIST-CUR-COUNT
039600         ADD PH-NET-PAY TO RG-HIST-CUR-AMOUNT
039700         GO TO 2000-EXIT
039800     END-IF
039900     IF PH-PAY-DATE > RG-HIST-LATEST-DATE
040000         MOVE PH-PAY-DATE TO RG-HIST-LATEST-DATE
040100     END-IF
040200     IF PH-PAY-DATE = RG-ET-PRIOR-DATE(RG-ET-IDX)
040300         ADD PH-NET-PAY TO RG-ET-PRIOR-NET(RG-ET-IDX)
040400     END-IF
040500     IF PH-PAY-DATE > RG-ET-PRIOR-DATE(RG-ET-IDX)
040600         MOVE PH-PAY-DATE TO RG-ET-PRIOR-DATE(RG-ET-IDX)
040700         MOVE PH-NET-PAY TO RG-ET-PRIOR-NET(RG-ET-IDX)
040800         IF NOT RG-ET-PAID-NOW(RG-ET-IDX)
040900             MOVE PH-EMPLOYEE-NAME TO RG-ET-NAME(RG-ET-IDX)
041000             MOVE PH-PAY-FREQUENCY
041100                 TO RG-ET-FREQUENCY(RG-ET-IDX)
041200         END-IF
041300     END-IF.
041400 2000-EXIT.
041500     EXIT.
041600*
041700******************************************************************
041800* 2100-ADD-EMPLOYEE - OPEN A TABLE ENTRY FOR AN EMPLOYEE NOT YET
041900*                     SEEN ON THE HISTORY. A FULL TABLE LEAVES
042000*                     THE INDEX AT ZERO AND THE RECORD SKIPPED.
042100******************************************************************
042200 2100-ADD-EMPLOYEE.
042300     IF RG-EMP-COUNT < 1000
042400         ADD 1 TO RG-EMP-COUNT
042500         SET RG-ET-IDX TO RG-EMP-COUNT
042600         MOVE PH-EMPLOYEE-ID TO RG-ET-EMPLOYEE-ID(RG-ET-IDX)
042700         MOVE PH-EMPLOYEE-NAME TO RG-ET-NAME(RG-ET-IDX)
042800         MOVE PH-PAY-FREQUENCY TO RG-ET-FREQUENCY(RG-ET-IDX)
042900         MOVE ZERO TO RG-ET-PRIOR-DATE(RG-ET-IDX)
043000         MOVE ZERO TO RG-ET-PRIOR-NET(RG-ET-IDX)
043100         MOVE "N" TO RG-ET-PAID-FLAG(RG-ET-IDX)
043200         MOVE ZERO TO RG-ET-CUR-NET(RG-ET-IDX)
043300     ELSE
043400         DISPLAY "PAYREG: EMPLOYEE TABLE FULL, SKIPPING "
043500             "EMPLOYEE " PH-EMPLOYEE-ID
043600         SET RG-ET-IDX TO ZERO
043700     END-IF.
043800 2100-EXIT.
043900     EXIT.
044000*
044100******************************************************************
044200* 2500-PROVE-ONE-DISBURSEMENT - READ ONE BANK DISBURSEMENT RECORD.
044300*                               EACH BATCH IS PROVEN AGAINST ITS
044400*                               TRAILER WHEN THE TRAILER IS READ.
044500******************************************************************
044600 2500-PROVE-ONE-DISBURSEMENT.
044700     READ BANK-DISBURSEMENT-FILE
044800         AT END
044900             MOVE "Y" TO RG-DISB-EOF-SWITCH
045000             IF RG-SEG-COUNT > ZERO AND RG-SEG-IS-TODAY
045100                 DISPLAY "PAYREG: DISBURSEMENT TRAILER MISSING - "
045200                     "COUNTED " RG-SEG-COUNT " UNPROVEN RECORDS/"
045300                     RG-SEG-AMOUNT
045400                 MOVE "N" TO RG-PROOF-SWITCH
045500                 MOVE 8 TO RETURN-CODE
045600             END-IF
045700         NOT AT END
045800             IF BANK-DISBURSEMENT-RECORD(1:8) = "*TRAILER"
045900                 PERFORM 2550-VERIFY-TRAILER THRU 2550-EXIT
046000             ELSE
046100                 ADD 1 TO RG-SEG-COUNT
046200                 IF BD-PAYMENT-AMOUNT NUMERIC
046300                     ADD BD-PAYMENT-AMOUNT TO RG-SEG-AMOUNT
046400                 END-IF
046500                 IF BD-PAY-DATE = RG-TODAY-DATE
046600                     MOVE "Y" TO RG-SEG-TODAY-SWITCH
046700                 END-IF
046800             END-IF
046900     END-READ.
047000 2500-EXIT.
047100     EXIT.
047200*
047300******************************************************************
047400* 2550-VERIFY-TRAILER - PROVE THE BATCH JUST READ AGAINST ITS
047500*                       TRAILER. A BATCH FOR TODAY THAT PROVES IS
047600*                       ADDED TO THE AMOUNT TO BE HELD; ONE THAT
047700*                       DOES NOT STOPS THE HOLD WITH RETURN
047800*                       CODE 8.
047900******************************************************************
048000 2550-VERIFY-TRAILER.
048100     MOVE BANK-DISBURSEMENT-RECORD TO FILE-TRAILER-RECORD
048200     IF RG-SEG-IS-TODAY
048300         IF FT-RECORD-COUNT NOT = RG-SEG-COUNT
048400                 OR FT-TOTAL-AMOUNT NOT = RG-SEG-AMOUNT
048500             DISPLAY "PAYREG: DISBURSEMENT TRAILER MISMATCH - "
048600                 "EXPECTED " FT-RECORD-COUNT " RECORDS/"
048700                 FT-TOTAL-AMOUNT ", COUNTED " RG-SEG-COUNT
048800                 " RECORDS/" RG-SEG-AMOUNT
048900             MOVE "N" TO RG-PROOF-SWITCH
049000             MOVE 8 TO RETURN-CODE
049100         ELSE
049200             ADD RG-SEG-COUNT TO RG-BANK-COUNT
049300             ADD RG-SEG-AMOUNT TO RG-BANK-AMOUNT
049400         END-IF
049500     END-IF
049600     MOVE ZERO TO RG-SEG-COUNT
049700     MOVE ZERO TO RG-SEG-AMOUNT
049800     MOVE "N" TO RG-SEG-TODAY-SWITCH.
049900 2550-EXIT.
050000     EXIT.
050100*
050200******************************************************************
050300* 3000-COMPARE-ONE-EMPLOYEE - SET ONE EMPLOYEE'S PAY TODAY
050400*                             AGAINST THEIR PREVIOUS PERIOD.
050500******************************************************************
050600 3000-COMPARE-ONE-EMPLOYEE.
050700     IF NOT RG-ET-PAID-NOW(RG-ET-IDX)
050800         PERFORM 3300-CHECK-MISSING THRU 3300-EXIT
050900         GO TO 3000-EXIT
051000     END-IF
051100     ADD 1 TO RG-PAYEE-COUNT
051110     IF RG-BANKCHG-USABLE
051120         PERFORM 3400-CHECK-NEW-ACCOUNT THRU 3400-EXIT
051130     END-IF
051200     IF RG-ET-PRIOR-DATE(RG-ET-IDX) = ZERO
051300         ADD 1 TO RG-FIRST-COUNT
051400         MOVE "FIRST-TIME PAYEE" TO RG-DET-REASON
051500         PERFORM 3500-PRINT-EXCEPTION THRU 3500-EXIT
051600         GO TO 3000-EXIT
051700     END-IF
051800     PERFORM 3200-TEST-SWING THRU 3200-EXIT.
051900 3000-EXIT.
052000     EXIT.
052100*
052200******************************************************************
052300* 3200-TEST-SWING - LIST THE EMPLOYEE WHEN NET PAY HAS MOVED BY
052400*                   MORE THAN THE TOLERANCE SINCE LAST PERIOD.
052500******************************************************************
052600 3200-TEST-SWING.
052700     COMPUTE RG-NET-DIFF = RG-ET-CUR-NET(RG-ET-IDX)
052800         - RG-ET-PRIOR-NET(RG-ET-IDX)
052900     COMPUTE RG-NET-LIMIT ROUNDED =
053000         RG-ET-PRIOR-NET(RG-ET-IDX) * RG-SWING-PCT / 100
053100     IF RG-NET-DIFF > RG-NET-LIMIT
053200         ADD 1 TO RG-SWING-COUNT
053300         MOVE "NET PAY UP OVER LIMIT" TO RG-DET-REASON
053400         PERFORM 3500-PRINT-EXCEPTION THRU 3500-EXIT
053500         GO TO 3200-EXIT
053600     END-IF
053700     IF RG-NET-DIFF < ZERO
053800             AND (ZERO - RG-NET-DIFF) > RG-NET-LIMIT
053900         ADD 1 TO RG-SWING-COUNT
054000         MOVE "NET PAY DOWN OVER LIMIT" TO RG-DET-REASON
054100         PERFORM 3500-PRINT-EXCEPTION THRU 3500-EXIT
054200     END-IF.
054300 3200-EXIT.
054400     EXIT.
054500*
054600******************************************************************
054700* 3300-CHECK-MISSING - AN EMPLOYEE NOT PAID TODAY IS MISSING WHEN
054800*                      THEIR FREQUENCY IS DUE TODAY AND THEY WERE
054900*                      PAID ON THAT FREQUENCY'S PREVIOUS PAY
055000*                      DATE. THE MASTER SAYS WHY, WHERE IT CAN.
055100******************************************************************
055200 3300-CHECK-MISSING.
055300     IF RG-ET-MONTHLY-PAID(RG-ET-IDX)
055400         IF NOT RG-MONTHLY-DUE
055500                 OR RG-ET-PRIOR-DATE(RG-ET-IDX)
055600                     NOT = RG-MONTHLY-PRIOR-DATE
055700             GO TO 3300-EXIT
055800         END-IF
055900     ELSE
056000         IF NOT RG-WEEKLY-DUE
056100                 OR RG-ET-PRIOR-DATE(RG-ET-IDX)
056200                     NOT = RG-WEEKLY-PRIOR-DATE
056300             GO TO 3300-EXIT
056400         END-IF
056500     END-IF
056600     ADD 1 TO RG-MISSING-COUNT
056700     MOVE "MISSING - NOT PAID" TO RG-DET-REASON
056800     IF RG-EMPMAST-USABLE
056900         MOVE RG-ET-EMPLOYEE-ID(RG-ET-IDX) TO EM-EMPLOYEE-ID
057000         READ EMPLOYEE-MASTER-FILE
057100             INVALID KEY
057200                 MOVE "MISSING - NOT ON MASTER" TO RG-DET-REASON
057300             NOT INVALID KEY
057400                 IF EM-INACTIVE
057500                     MOVE "MISSING - INACTIVE"
057600                         TO RG-DET-REASON
057700                 END-IF
057800                 IF EM-PAYMENT-HELD
057900                     MOVE "MISSING - PAYMENT HELD"
058000                         TO RG-DET-REASON
058100                 END-IF
058200         END-READ
058300     END-IF
058400     PERFORM 3500-PRINT-EXCEPTION THRU 3500-EXIT.
058500 3300-EXIT.
058600     EXIT.
058700*
058800******************************************************************
058802* 3400-CHECK-NEW-ACCOUNT - AN APPROVED BANK-DETAIL CHANGE NOT YET
058804*                          PAID TO (OR FIRST PAID TODAY, ON A
058806*                          RERUN) MAKES TODAY'S PAYMENT THE FIRST
058808*                          TO THE NEW ACCOUNT. THE CHANGE IS
058810*                          STAMPED WITH TODAY AND THE EMPLOYEE
058811*                          KEPT FOR THE SIGN-OFF LIST.
058812******************************************************************
058814 3400-CHECK-NEW-ACCOUNT.
058816     MOVE RG-ET-EMPLOYEE-ID(RG-ET-IDX) TO BC-EMPLOYEE-ID
058818     READ BANK-CHANGE-FILE
058820         INVALID KEY
058822             GO TO 3400-EXIT
058824     END-READ
058826     IF NOT BC-APPROVED OR BC-APPROVED-DATE > RG-TODAY-DATE
058828         GO TO 3400-EXIT
058830     END-IF
058832     IF BC-FIRST-PAY-DATE NOT = ZERO
058834             AND BC-FIRST-PAY-DATE NOT = RG-TODAY-DATE
058836         GO TO 3400-EXIT
058838     END-IF
058840     ADD 1 TO RG-NEW-ACCOUNT-COUNT
058842     ADD 1 TO RG-EXCEPTION-COUNT
058844     MOVE RG-TODAY-DATE TO BC-FIRST-PAY-DATE
058846     REWRITE BANK-CHANGE-RECORD
058848     IF RG-BANKCHG-STATUS NOT = "00"
058850         DISPLAY "PAYREG: UNABLE TO STAMP BANK CHANGE FOR "
058852             BC-EMPLOYEE-ID ", STATUS " RG-BANKCHG-STATUS
058854     END-IF
058856     IF RG-NA-COUNT < 200
058858         ADD 1 TO RG-NA-COUNT
058860         SET RG-NA-IDX TO RG-NA-COUNT
058862         MOVE BC-EMPLOYEE-ID TO RG-NA-EMPLOYEE-ID(RG-NA-IDX)
058864         MOVE RG-ET-NAME(RG-ET-IDX) TO RG-NA-NAME(RG-NA-IDX)
058866         MOVE BC-NEW-SORT-CODE TO RG-NA-SORT-CODE(RG-NA-IDX)
058868         MOVE BC-NEW-ACCOUNT-NO TO RG-NA-ACCOUNT-NO(RG-NA-IDX)
058870         MOVE RG-ET-CUR-NET(RG-ET-IDX) TO RG-NA-NET(RG-NA-IDX)
058872         MOVE BC-APPROVED-BY TO RG-NA-APPROVED-BY(RG-NA-IDX)
058874     ELSE
058876         DISPLAY "PAYREG: NEW-ACCOUNT LIST FULL, NOT LISTED "
058878             BC-EMPLOYEE-ID
058880     END-IF.
058882 3400-EXIT.
058884     EXIT.
058886*
058888******************************************************************
058900* 3500-PRINT-EXCEPTION - ONE REGISTER EXCEPTION LINE FOR THE
059000*                        EMPLOYEE AT RG-ET-IDX.
059100******************************************************************
059200 3500-PRINT-EXCEPTION.
059300     ADD 1 TO RG-EXCEPTION-COUNT
059400     MOVE RG-ET-EMPLOYEE-ID(RG-ET-IDX) TO RG-DET-ID
059500     MOVE RG-ET-NAME(RG-ET-IDX) TO RG-DET-NAME
059600     MOVE RG-ET-PRIOR-NET(RG-ET-IDX) TO RG-DET-PRIOR-NET
059700     MOVE RG-ET-CUR-NET(RG-ET-IDX) TO RG-DET-CUR-NET
059800     WRITE REGISTER-RPT-LINE FROM RG-RPT-DETAIL-LINE.
059900 3500-EXIT.
060000     EXIT.
060100*
060200******************************************************************
060202* 3600-PRINT-NEW-ACCOUNTS - THE SIGN-OFF LIST OF FIRST PAYMENTS TO
060204*                           NEWLY APPROVED BANK ACCOUNTS. EACH
060205*                           LINE IS CHECKED AND INITIALLED
060206*                           BEFORE THE BATCH IS RELEASED TO THE
060208*                           BANK.
060210******************************************************************
060212 3600-PRINT-NEW-ACCOUNTS.
060214     IF RG-NA-COUNT = ZERO
060216         GO TO 3600-EXIT
060218     END-IF
060220     WRITE REGISTER-RPT-LINE FROM RG-RPT-BLANK-LINE
060222     MOVE "FIRST PAYMENTS TO NEW BANK ACCOUNTS - SIGN OFF EACH"
060224         TO RG-MSG-TEXT
060226     WRITE REGISTER-RPT-LINE FROM RG-RPT-MESSAGE-LINE
060228     WRITE REGISTER-RPT-LINE FROM RG-RPT-NEWACCT-COLUMNS
060230     PERFORM 3650-PRINT-ONE-NEW-ACCOUNT THRU 3650-EXIT
060232         VARYING RG-NA-IDX FROM 1 BY 1
060234         UNTIL RG-NA-IDX > RG-NA-COUNT
060236     WRITE REGISTER-RPT-LINE FROM RG-RPT-BLANK-LINE.
060238 3600-EXIT.
060240     EXIT.
060242*
060244******************************************************************
060246* 3650-PRINT-ONE-NEW-ACCOUNT - ONE SIGN-OFF LINE.
060248******************************************************************
060250 3650-PRINT-ONE-NEW-ACCOUNT.
060252     MOVE RG-NA-EMPLOYEE-ID(RG-NA-IDX) TO RG-NAL-ID
060254     MOVE RG-NA-NAME(RG-NA-IDX) TO RG-NAL-NAME
060256     MOVE RG-NA-SORT-CODE(RG-NA-IDX) TO RG-NAL-SORT-CODE
060258     MOVE RG-NA-ACCOUNT-NO(RG-NA-IDX) TO RG-NAL-ACCOUNT-NO
060260     MOVE RG-NA-NET(RG-NA-IDX) TO RG-NAL-NET
060262     MOVE RG-NA-APPROVED-BY(RG-NA-IDX) TO RG-NAL-APPROVED-BY
060264     WRITE REGISTER-RPT-LINE FROM RG-RPT-NEWACCT-LINE.
060266 3650-EXIT.
060268     EXIT.
060270*
060272******************************************************************
060300* 4000-HOLD-BATCH - WHEN TODAY'S BANK BATCH PROVES AGAINST ITS
060400*                   TRAILER AND AGAINST THE PAY HISTORY, RECORD
060500*                   IT HELD ON THE RELEASE CONTROL FILE. A BATCH
060600*                   ALREADY RELEASED AT THE SAME COUNT AND TOTAL
060700*                   IS LEFT RELEASED; ANY CHANGE HOLDS IT AGAIN.
060800******************************************************************
060900 4000-HOLD-BATCH.
061000     IF RG-PROOF-OK
061100             AND (RG-BANK-COUNT NOT = RG-HIST-CUR-COUNT
061200              OR RG-BANK-AMOUNT NOT = RG-HIST-CUR-AMOUNT)
061300         DISPLAY "PAYREG: BANK FILE " RG-BANK-COUNT
061400             " PAYMENTS/" RG-BANK-AMOUNT " DOES NOT AGREE WITH "
061500             "PAY HISTORY " RG-HIST-CUR-COUNT " PAYMENTS/"
061600             RG-HIST-CUR-AMOUNT
061700         MOVE "N" TO RG-PROOF-SWITCH
061800         MOVE 8 TO RETURN-CODE
061900     END-IF
062000     IF NOT RG-PROOF-OK OR NOT RG-DISBCTL-USABLE
062100         MOVE "BANK BATCH DOES NOT PROVE - NOT HELD FOR RELEASE"
062200             TO RG-MSG-TEXT
062300         WRITE REGISTER-RPT-LINE FROM RG-RPT-MESSAGE-LINE
062400         GO TO 4000-EXIT
062500     END-IF
062600     IF RG-BANK-COUNT = ZERO
062700         MOVE "NO PAYMENTS ON THE BANK FILE FOR TODAY"
062800             TO RG-MSG-TEXT
062900         WRITE REGISTER-RPT-LINE FROM RG-RPT-MESSAGE-LINE
063000         GO TO 4000-EXIT
063100     END-IF
063200     MOVE RG-TODAY-DATE TO DC-BUSINESS-DATE
063300     MOVE "PROG5" TO DC-BATCH-SOURCE
063400     MOVE "N" TO RG-CTL-FOUND-SWITCH
063500     READ DISB-CONTROL-FILE
063600         INVALID KEY
063700             CONTINUE
063800         NOT INVALID KEY
063900             MOVE "Y" TO RG-CTL-FOUND-SWITCH
064000     END-READ
064100     IF RG-CTL-FOUND AND DC-RELEASED
064200             AND DC-RECORD-COUNT = RG-BANK-COUNT
064300             AND DC-TOTAL-AMOUNT = RG-BANK-AMOUNT
064400         MOVE "BATCH ALREADY RELEASED - UNCHANGED SINCE RELEASE"
064500             TO RG-MSG-TEXT
064600         WRITE REGISTER-RPT-LINE FROM RG-RPT-MESSAGE-LINE
064700         GO TO 4000-EXIT
064800     END-IF
064900     MOVE SPACES TO DISB-CONTROL-RECORD
065000     MOVE RG-TODAY-DATE TO DC-BUSINESS-DATE
065100     MOVE "PROG5" TO DC-BATCH-SOURCE
065200     MOVE RG-BANK-COUNT TO DC-RECORD-COUNT
065300     MOVE RG-BANK-AMOUNT TO DC-TOTAL-AMOUNT
065400     SET DC-HELD TO TRUE
065500     MOVE RG-SWING-COUNT TO DC-SWING-COUNT
065600     MOVE RG-FIRST-COUNT TO DC-FIRST-PAY-COUNT
065700     MOVE RG-MISSING-COUNT TO DC-MISSING-COUNT
065710     MOVE RG-NEW-ACCOUNT-COUNT TO DC-NEW-ACCOUNT-COUNT
065800     ACCEPT DC-HELD-DATE FROM DATE YYYYMMDD
065900     ACCEPT DC-HELD-TIME FROM TIME
066000     MOVE ZERO TO DC-RELEASE-DATE
066100     MOVE ZERO TO DC-RELEASE-TIME
066200     IF RG-CTL-FOUND
066300         REWRITE DISB-CONTROL-RECORD
066400     ELSE
066500         WRITE DISB-CONTROL-RECORD
066600     END-IF
066700     IF RG-DISBCTL-STATUS NOT = "00"
066800         DISPLAY "PAYREG: UNABLE TO RECORD THE HELD BATCH, "
066900             "STATUS " RG-DISBCTL-STATUS
067000         MOVE 8 TO RETURN-CODE
067100         GO TO 4000-EXIT
067200     END-IF
067300     MOVE "BANK BATCH HELD - AWAITING SUPERVISOR RELEASE"
067400         TO RG-MSG-TEXT
067500     WRITE REGISTER-RPT-LINE FROM RG-RPT-MESSAGE-LINE.
067600 4000-EXIT.
067700     EXIT.
067800*
067900******************************************************************
068000* 5000-TERMINATE - PRINT THE RUN TOTALS, SET THE RETURN CODE,
068100*                  WRITE THE AUDIT JOURNAL RECORD AND CLOSE ALL
068200*                  FILES.
068300******************************************************************
068400 5000-TERMINATE.
068500     WRITE REGISTER-RPT-LINE FROM RG-RPT-BLANK-LINE
068600     MOVE "EMPLOYEES PAID TODAY:" TO RG-TOT-LABEL
068700     MOVE RG-PAYEE-COUNT TO RG-TOT-AMOUNT
068800     WRITE REGISTER-RPT-LINE FROM RG-RPT-TOTAL-LINE
068900     MOVE "NET PAY SWINGS:" TO RG-TOT-LABEL
069000     MOVE RG-SWING-COUNT TO RG-TOT-AMOUNT
069100     WRITE REGISTER-RPT-LINE FROM RG-RPT-TOTAL-LINE
069200     MOVE "FIRST-TIME PAYEES:" TO RG-TOT-LABEL
069300     MOVE RG-FIRST-COUNT TO RG-TOT-AMOUNT
069400     WRITE REGISTER-RPT-LINE FROM RG-RPT-TOTAL-LINE
069500     MOVE "MISSING THIS PERIOD:" TO RG-TOT-LABEL
069600     MOVE RG-MISSING-COUNT TO RG-TOT-AMOUNT
069700     WRITE REGISTER-RPT-LINE FROM RG-RPT-TOTAL-LINE
069710     MOVE "FIRST PAYS TO NEW ACCOUNTS:" TO RG-TOT-LABEL
069720     MOVE RG-NEW-ACCOUNT-COUNT TO RG-TOT-AMOUNT
069730     WRITE REGISTER-RPT-LINE FROM RG-RPT-TOTAL-LINE
069800     MOVE "BANK PAYMENTS:" TO RG-TOT-LABEL
069900     MOVE RG-BANK-COUNT TO RG-TOT-AMOUNT
070000     WRITE REGISTER-RPT-LINE FROM RG-RPT-TOTAL-LINE
070100     MOVE "BANK BATCH TOTAL:" TO RG-MNY-LABEL
070200     MOVE RG-BANK-AMOUNT TO RG-MNY-AMOUNT
070300     WRITE REGISTER-RPT-LINE FROM RG-RPT-MONEY-LINE
070400     IF RG-EXCEPTION-COUNT > ZERO AND RETURN-CODE < 4
070500         MOVE 4 TO RETURN-CODE
070600     END-IF
070700     DISPLAY "PAYREG: PAID " RG-PAYEE-COUNT
070800         " SWINGS " RG-SWING-COUNT
070900         " FIRST-TIME " RG-FIRST-COUNT
071000         " MISSING " RG-MISSING-COUNT
071010         " NEW ACCOUNTS " RG-NEW-ACCOUNT-COUNT
071100     PERFORM 5100-WRITE-AUDIT-JOURNAL THRU 5100-EXIT
071200     CLOSE PAY-HISTORY-FILE
071300     CLOSE BANK-DISBURSEMENT-FILE
071400     IF RG-EMPMAST-USABLE
071500         CLOSE EMPLOYEE-MASTER-FILE
071600     END-IF
071700     IF RG-DISBCTL-USABLE
071800         CLOSE DISB-CONTROL-FILE
071810     END-IF
071820     IF RG-BANKCHG-USABLE
071830         CLOSE BANK-CHANGE-FILE
071900     END-IF
072000     CLOSE REGISTER-REPORT
072100     CLOSE AUDIT-JOURNAL-FILE.
072200 5000-EXIT.
072300     EXIT.
072400*
072500******************************************************************
072600* 5100-WRITE-AUDIT-JOURNAL - APPEND ONE RUN RECORD TO THE SHARED
072700*                            AUDIT JOURNAL.
072800******************************************************************
072900 5100-WRITE-AUDIT-JOURNAL.
073000     MOVE SPACES TO AUDIT-JOURNAL-RECORD
073100     MOVE "PAYREG" TO AJ-PROGRAM-NAME
073200     MOVE RG-TODAY-DATE TO AJ-RUN-DATE
073300     ACCEPT AJ-RUN-TIME FROM TIME
073400     MOVE "BANK BATCH TOTAL" TO AJ-TOTAL-1-LABEL
073500     MOVE RG-BANK-AMOUNT TO AJ-TOTAL-1-AMOUNT
073600     MOVE "REGISTER EXCEPTIONS" TO AJ-TOTAL-2-LABEL
073700     MOVE RG-EXCEPTION-COUNT TO AJ-TOTAL-2-AMOUNT
073710     MOVE RETURN-CODE TO AJ-RETURN-CODE
073800     WRITE AUDIT-JOURNAL-RECORD.
073900 5100-EXIT.
074000     EXIT.
074100 END PROGRAM PAYREG.
