000100******************************************************************
000200* AUTHOR:        P. MURPHY, PAYROLL SYSTEMS
000300* INSTALLATION:  ACME MANUFACTURING CORP - DATA PROCESSING
000400* DATE-WRITTEN:  2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:       TERM REPORT CARDS. FOR THE TERM ON THE RCPARM
000700*                CARD PRINTS ONE REPORT CARD PAGE (RPTCARDS) PER
000800*                ENROLLED STUDENT WITH RESULTS ON THE ASSESSMENT
000900*                RESULTS MASTER, CLASS BY CLASS IN CLASS MASTER
001000*                ORDER. EACH CARD SHOWS EVERY SUBJECT MARK WITH
001100*                THE CLASS AVERAGE FOR THAT SUBJECT AND THE
001200*                TEACHER'S COMMENT, THE STUDENT'S AVERAGE MARK,
001300*                AND THEIR ATTENDANCE OVER THE TERM FROM THE
001400*                ATTENDANCE HISTORY (LATE COUNTS AS ATTENDED). THE
001500*                PRINCIPAL'S SUMMARY (RCSUMRPT) GIVES, CLASS BY
001600*                CLASS, THE STUDENTS, AVERAGE, LOWEST AND HIGHEST
001700*                MARK IN EACH SUBJECT AND THE CARDS PRINTED. WHEN
001800*                THE SCHOOL'S WITHHOLDING POLICY IS ON (Y ON THE
001900*                CARD), A STUDENT WITH A FEE INVOICE STILL UNPAID
002000*                MORE THAN 90 DAYS AFTER IT WAS RAISED GETS NO
002100*                CARD; THEY ARE LISTED ON THE SUMMARY WITH THE
002200*                AMOUNT OVERDUE INSTEAD. ENROLLED STUDENTS WITH NO
002300*                RESULTS FOR THE TERM ARE LISTED TOO.
002400*                RCPARM: COLS 1-6 TERM, COL 8 WITHHOLDING POLICY
002500*                (Y OR N), COLS 10-17 TERM START DATE, COLS 19-26
002600*                TERM END DATE (BLANK - THE BUSINESS DATE).
002700*                RC=4 - STUDENTS WITH NO RESULTS, NO ATTENDANCE
002800*                       HISTORY OR A TABLE FULL.
002900*                RC=8 - RUN REFUSED (BAD CARD, NO CLASS MASTER,
003000*                       ROSTER OR RESULTS MASTER, OR THE POLICY IS
003100*                       ON AND THE FEE INVOICES CANNOT BE READ).
003200*
003300* MODIFICATION HISTORY
003400* DATE       INIT  DESCRIPTION
003500* ---------- ----  ----------------------------------------------
003600* 2026-10-15 PJM   ORIGINAL.
003610* 2026-10-15 PJM   THE AUDIT JOURNAL RECORD NOW CARRIES THE
003620*                  RETURN CODE THE RUN ENDED WITH.
003700******************************************************************
003800 IDENTIFICATION DIVISION.
003900 PROGRAM-ID. RPTCARD.
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT PARAMETER-FILE ASSIGN TO "RCPARM"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS RK-RCPARM-STATUS.
004600     SELECT CLASS-MASTER-FILE ASSIGN TO "CLASMAST"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS RK-CLASMAST-STATUS.
004900     SELECT STUDENT-ROSTER-FILE ASSIGN TO "STUROSTR"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS RK-STUROSTR-STATUS.
005200     SELECT ASSESSMENT-RESULT-FILE ASSIGN TO "ASSRSLT"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS RS-RESULT-KEY
005600         FILE STATUS IS RK-ASSRSLT-STATUS.
005700     SELECT ATTENDANCE-HISTORY-FILE ASSIGN TO "ATTHIST"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS AH-HISTORY-KEY
006100         FILE STATUS IS RK-ATTHIST-STATUS.
006200     SELECT FEE-INVOICE-FILE ASSIGN TO "FEEINV"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS SEQUENTIAL
006500         RECORD KEY IS FI-INVOICE-NO
006600         FILE STATUS IS RK-FEEINV-STATUS.
006700     SELECT REPORT-CARD-FILE ASSIGN TO "RPTCARDS"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS RK-RPTCARDS-STATUS.
007000     SELECT SUMMARY-REPORT ASSIGN TO "RCSUMRPT"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS RK-RCSUMRPT-STATUS.
007300     SELECT AUDIT-JOURNAL-FILE ASSIGN TO "AUDITJNL"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS RK-AUDITJNL-STATUS.
007600     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS RK-RUNCTL-STATUS.
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  PARAMETER-FILE
008200     LABEL RECORDS ARE STANDARD.
008300 01  PARAMETER-RECORD.
008400     05  PM-TERM                 PIC X(06).
008500     05  FILLER                  PIC X(01).
008600     05  PM-WITHHOLD-POLICY      PIC X(01).
008700     05  FILLER                  PIC X(01).
008800     05  PM-TERM-START-DATE      PIC X(08).
008900     05  FILLER                  PIC X(01).
009000     05  PM-TERM-END-DATE        PIC X(08).
009100     05  FILLER                  PIC X(54).
009200 FD  CLASS-MASTER-FILE
009300     LABEL RECORDS ARE STANDARD.
009400 COPY CLASMAST.
009500 FD  STUDENT-ROSTER-FILE
009600     LABEL RECORDS ARE STANDARD.
009700 COPY STUROSTER.
009800 FD  ASSESSMENT-RESULT-FILE
009900     LABEL RECORDS ARE STANDARD.
010000 COPY ASSRSLT.
010100 FD  ATTENDANCE-HISTORY-FILE
010200     LABEL RECORDS ARE STANDARD.
010300 COPY ATTHIST.
010400 FD  FEE-INVOICE-FILE
010500     LABEL RECORDS ARE STANDARD.
010600 COPY FEEINV.
010700 FD  REPORT-CARD-FILE
010800     LABEL RECORDS ARE STANDARD
010900     RECORD CONTAINS 80 CHARACTERS.
011000 01  REPORT-CARD-LINE            PIC X(80).
011100 FD  SUMMARY-REPORT
011200     LABEL RECORDS ARE STANDARD
011300     RECORD CONTAINS 80 CHARACTERS.
011400 01  SUMMARY-RPT-LINE            PIC X(80).
011500 FD  AUDIT-JOURNAL-FILE
011600     LABEL RECORDS ARE STANDARD.
011700 COPY AUDITJNL.
011800 FD  RUN-CONTROL-FILE
011900     LABEL RECORDS ARE STANDARD.
012000 COPY RUNCTL.
012100 WORKING-STORAGE SECTION.
012200 77  RK-RCPARM-STATUS        PIC X(02).
012300 77  RK-CLASMAST-STATUS      PIC X(02).
012400 77  RK-STUROSTR-STATUS      PIC X(02).
012500 77  RK-ASSRSLT-STATUS       PIC X(02).
012600 77  RK-ATTHIST-STATUS       PIC X(02).
012700 77  RK-FEEINV-STATUS        PIC X(02).
012800 77  RK-RPTCARDS-STATUS      PIC X(02).
012900 77  RK-RCSUMRPT-STATUS      PIC X(02).
013000 77  RK-AUDITJNL-STATUS      PIC X(02).
013100 77  RK-RUNCTL-STATUS        PIC X(02).
013200 77  RK-TODAY-DATE           PIC 9(08).
013300*
013400* SHARED PAGE-NUMBERED MANAGEMENT REPORT HEADING - SEE RPTHDR.
013500 COPY RPTHDR.
013600*
013700 77  RK-TERM                 PIC X(06) VALUE SPACES.
013800 77  RK-TERM-START-DATE      PIC 9(08) VALUE ZERO.
013900 77  RK-TERM-END-DATE        PIC 9(08) VALUE ZERO.
014000 77  RK-WITHHOLD-SWITCH      PIC X(01) VALUE "N".
014100     88  RK-WITHHOLD-POLICY          VALUE "Y".
014200 77  RK-RUN-SWITCH           PIC X(01) VALUE "Y".
014300     88  RK-RUN-OK                   VALUE "Y".
014400 77  RK-RESULTS-SWITCH       PIC X(01) VALUE "N".
014500     88  RK-RESULTS-OPEN             VALUE "Y".
014600 77  RK-ATTEND-SWITCH        PIC X(01) VALUE "N".
014700     88  RK-ATTENDANCE-KEPT          VALUE "Y".
014800 77  RK-CLASS-EOF-SWITCH     PIC X(01) VALUE "N".
014900     88  RK-END-OF-CLASSES           VALUE "Y".
015000 77  RK-ROSTER-EOF-SWITCH    PIC X(01) VALUE "N".
015100     88  RK-END-OF-ROSTER            VALUE "Y".
015200 77  RK-INV-EOF-SWITCH       PIC X(01) VALUE "N".
015300     88  RK-END-OF-INVOICES          VALUE "Y".
015400 77  RK-RSLT-EOF-SWITCH      PIC X(01) VALUE "N".
015500     88  RK-END-OF-RESULTS           VALUE "Y".
015600 77  RK-HIST-EOF-SWITCH      PIC X(01) VALUE "N".
015700     88  RK-END-OF-HISTORY           VALUE "Y".
015800 77  RK-CLASS-COUNT          PIC 9(03) COMP VALUE ZERO.
015900 77  RK-ROSTER-COUNT         PIC 9(05) COMP VALUE ZERO.
016000 77  RK-ARREARS-COUNT        PIC 9(05) COMP VALUE ZERO.
016100 77  RK-SUBJECT-COUNT        PIC 9(03) COMP VALUE ZERO.
016200 77  RK-WITHHELD-COUNT       PIC 9(05) COMP VALUE ZERO.
016300 77  RK-NO-RESULT-COUNT      PIC 9(05) COMP VALUE ZERO.
016400 77  RK-UNKNOWN-CLASS-COUNT  PIC 9(05) COMP VALUE ZERO.
016500 77  RK-RESULTS-READ         PIC 9(05) COMP VALUE ZERO.
016600 77  RK-CARDS-PRINTED        PIC 9(05) COMP VALUE ZERO.
016700 77  RK-INSERT-SUB           PIC 9(03) COMP VALUE ZERO.
016800 77  RK-SHIFT-SUB            PIC 9(03) COMP VALUE ZERO.
016900 77  RK-WORK-CLASS-CODE      PIC X(04) VALUE SPACES.
017000 77  RK-WORK-STUDENT-ID      PIC 9(06) VALUE ZERO.
017100 77  RK-WORK-SUBJECT-KEY     PIC X(08) VALUE SPACES.
017200 77  RK-OVERDUE-AMOUNT       PIC 9(07)V99 VALUE ZERO.
017300 77  RK-AVERAGE-MARK         PIC 9(03)V9 VALUE ZERO.
017400 77  RK-RATE-PCT             PIC 9(03)V9 VALUE ZERO.
017500 77  RK-EDIT-AVERAGE         PIC ZZ9.9.
017600 77  RK-EDIT-COUNT           PIC ZZ9.
017700 77  RK-EDIT-DATE            PIC 9999/99/99.
017800 77  RK-CLASS-TOTAL-MARKS    PIC 9(07) VALUE ZERO.
017900 77  RK-CLASS-TOTAL-ENTRIES  PIC 9(05) VALUE ZERO.
018000*
018100* FEE ARREARS CUTOFF - TODAY MINUS 90 DAYS, WORKED OUT BY
018200* BORROWING BACK THROUGH MONTH AND YEAR ENDS AS THE FEE POSTING
018300* RUN DOES. AN OPEN INVOICE DATED BEFORE IT IS OVER 90 DAYS.
018400 77  RK-AGE-DAYS             PIC 9(03) COMP VALUE 90.
018500 77  RK-CUTOFF-DATE          PIC 9(08) VALUE ZERO.
018600 77  RK-WORK-YEAR            PIC 9(04) COMP VALUE ZERO.
018700 77  RK-WORK-MONTH           PIC S9(03) COMP VALUE ZERO.
018800 77  RK-WORK-DAY             PIC S9(04) COMP VALUE ZERO.
018900 77  RK-MONTH-LEN            PIC 9(02) COMP VALUE ZERO.
019000 77  RK-LEAP-REMAINDER       PIC 9(03) COMP VALUE ZERO.
019100 77  RK-LEAP-QUOTIENT        PIC 9(04) COMP VALUE ZERO.
019200*
019300 01  RK-MONTH-DAY-VALUES.
019400     05  FILLER              PIC X(24) VALUE
019500         "312831303130313130313031".
019600 01  RK-MONTH-DAY-TABLE REDEFINES RK-MONTH-DAY-VALUES.
019700     05  RK-DAYS-IN-MONTH OCCURS 12 TIMES PIC 9(02).
019800*
019900* A CARD DATE BROKEN DOWN FOR THE CALENDAR CHECK.
020000 01  RK-CHECK-DATE           PIC 9(08) VALUE ZERO.
020100 01  RK-CHECK-DATE-PARTS REDEFINES RK-CHECK-DATE.
020200     05  RK-CHECK-YEAR       PIC 9(04).
020300     05  RK-CHECK-MONTH      PIC 9(02).
020400         88  RK-VALID-MONTH          VALUES 1 THRU 12.
020500     05  RK-CHECK-DAY        PIC 9(02).
020600         88  RK-VALID-DAY            VALUES 1 THRU 31.
020700*
020800* THE STUDENT ON THE CARD BEING PRINTED.
020900 01  RK-STUDENT-TOTALS.
021000     05  RK-ST-SUBJECTS      PIC 9(03) VALUE ZERO.
021100     05  RK-ST-TOTAL-MARKS   PIC 9(05) VALUE ZERO.
021200     05  RK-ST-MARKED-DAYS   PIC 9(05) VALUE ZERO.
021300     05  RK-ST-ATTENDED-DAYS PIC 9(05) VALUE ZERO.
021400*
021500* ONE ROW PER CLASS ON THE CLASS MASTER, IN FILE ORDER.
021600 01  RK-CLASS-TABLE.
021700     05  RK-CLASS-ENTRY OCCURS 50 TIMES INDEXED BY RK-CL-IDX.
021800         10  RK-CL-CLASS-CODE    PIC X(04).
021900         10  RK-CL-DESCRIPTION   PIC X(20).
022000         10  RK-CL-CARDS         PIC 9(05).
022100         10  RK-CL-WITHHELD      PIC 9(05).
022200         10  RK-CL-NO-RESULTS    PIC 9(05).
022300*
022400* THE STUDENT ROSTER AS IT STANDS TODAY.
022500 01  RK-ROSTER-TABLE.
022600     05  RK-ROSTER-ENTRY OCCURS 1000 TIMES INDEXED BY RK-RO-IDX.
022700         10  RK-RO-STUDENT-ID    PIC 9(06).
022800         10  RK-RO-STUDENT-NAME  PIC X(30).
022900         10  RK-RO-CLASS-CODE    PIC X(04).
023000         10  RK-RO-STATUS        PIC X(01).
023100             88  RK-RO-ENROLLED          VALUE "E".
023200*
023300* STUDENTS WITH FEES UNPAID OVER 90 DAYS - BUILT ONLY WHEN THE
023400* WITHHOLDING POLICY IS ON.
023500 01  RK-ARREARS-TABLE.
023600     05  RK-ARREARS-ENTRY OCCURS 1000 TIMES INDEXED BY RK-AR-IDX.
023700         10  RK-AR-STUDENT-ID    PIC 9(06).
023800         10  RK-AR-OVERDUE       PIC 9(07)V99.
023900         10  RK-AR-OLDEST-DATE   PIC 9(08).
024000*
024100* ONE ROW PER CLASS AND SUBJECT FOR THE TERM, KEPT IN CLASS AND
024200* SUBJECT ORDER - A NEW ONE IS SLOTTED IN WHERE IT BELONGS.
024300 01  RK-SUBJECT-TABLE.
024400     05  RK-SUBJECT-ENTRY OCCURS 400 TIMES INDEXED BY RK-SB-IDX.
024500         10  RK-SB-KEY.
024600             15  RK-SB-CLASS-CODE    PIC X(04).
024700             15  RK-SB-SUBJECT-CODE  PIC X(04).
024800         10  RK-SB-STUDENTS      PIC 9(05).
024900         10  RK-SB-TOTAL-MARKS   PIC 9(07).
025000         10  RK-SB-LOWEST        PIC 9(03).
025100         10  RK-SB-HIGHEST       PIC 9(03).
025200*
025300* CARDS WITHHELD AND STUDENTS WITH NO RESULTS, LISTED ON THE
025400* SUMMARY AT THE END. OVERFLOW BEYOND 200 ROWS IS COUNTED BUT NOT
025500* LISTED.
025600 01  RK-WITHHELD-TABLE.
025700     05  RK-WITHHELD-ENTRY OCCURS 200 TIMES INDEXED BY RK-WH-IDX.
025800         10  RK-WH-STUDENT-ID    PIC 9(06).
025900         10  RK-WH-STUDENT-NAME  PIC X(30).
026000         10  RK-WH-CLASS-CODE    PIC X(04).
026100         10  RK-WH-OVERDUE       PIC 9(07)V99.
026200         10  RK-WH-OLDEST-DATE   PIC 9(08).
026300 01  RK-NO-RESULT-TABLE.
026400     05  RK-NO-RESULT-ENTRY OCCURS 200 TIMES INDEXED BY RK-NR-IDX.
026500         10  RK-NR-STUDENT-ID    PIC 9(06).
026600         10  RK-NR-STUDENT-NAME  PIC X(30).
026700         10  RK-NR-CLASS-CODE    PIC X(04).
026800*
026900 01  RK-CARD-LABEL-LINE.
027000     05  RK-CARD-LABEL       PIC X(14).
027100     05  RK-CARD-TEXT        PIC X(66).
027200 01  RK-CARD-SUBJECT-HEADING.
027300     05  FILLER              PIC X(40) VALUE
027400         "SUBJ  MRK    C-AVG    TEACHER'S COMMENT ".
027500     05  FILLER              PIC X(40) VALUE SPACES.
027600 01  RK-CARD-SUBJECT-LINE.
027700     05  RK-CD-SUBJECT-CODE  PIC X(04).
027800     05  FILLER              PIC X(02) VALUE SPACES.
027900     05  RK-CD-MARK          PIC ZZ9.
028000     05  FILLER              PIC X(04) VALUE SPACES.
028100     05  RK-CD-CLASS-AVERAGE PIC ZZ9.9.
028200     05  FILLER              PIC X(04) VALUE SPACES.
028300     05  RK-CD-COMMENT       PIC X(40).
028400     05  FILLER              PIC X(18) VALUE SPACES.
028500 01  RK-RPT-SECTION-LINE.
028600     05  RK-SECTION-TITLE    PIC X(60).
028700     05  FILLER              PIC X(20) VALUE SPACES.
028800 01  RK-RPT-SUBJECT-HEADING.
028900     05  FILLER              PIC X(40) VALUE
029000         "  SUBJ  STUDNT      AVG   LOW   HGH     ".
029100     05  FILLER              PIC X(40) VALUE SPACES.
029200 01  RK-RPT-SUBJECT-LINE.
029300     05  FILLER              PIC X(02) VALUE SPACES.
029400     05  RK-SL-SUBJECT-CODE  PIC X(04).
029500     05  FILLER              PIC X(02) VALUE SPACES.
029600     05  RK-SL-STUDENTS      PIC ZZ,ZZ9.
029700     05  FILLER              PIC X(04) VALUE SPACES.
029800     05  RK-SL-AVERAGE       PIC ZZ9.9.
029900     05  FILLER              PIC X(03) VALUE SPACES.
030000     05  RK-SL-LOWEST        PIC ZZ9.
030100     05  FILLER              PIC X(03) VALUE SPACES.
030200     05  RK-SL-HIGHEST       PIC ZZ9.
030300 01  RK-RPT-STUDENT-HEADING.
030400     05  FILLER              PIC X(40) VALUE
030500         "STUDNT NAME                           CL".
030600     05  FILLER              PIC X(40) VALUE
030700         "AS     OWING  OLDEST INV                ".
030800 01  RK-RPT-STUDENT-LINE.
030900     05  RK-SD-STUDENT-ID    PIC 9(06).
031000     05  FILLER              PIC X(01) VALUE SPACES.
031100     05  RK-SD-STUDENT-NAME  PIC X(30).
031200     05  FILLER              PIC X(01) VALUE SPACES.
031300     05  RK-SD-CLASS-CODE    PIC X(04).
031400     05  FILLER              PIC X(01) VALUE SPACES.
031500     05  RK-SD-OVERDUE       PIC ZZ,ZZ9.99.
031600     05  FILLER              PIC X(02) VALUE SPACES.
031700     05  RK-SD-OLDEST-DATE   PIC 9999/99/99.
031800 01  RK-RPT-TOTAL-LINE.
031900     05  RK-TOT-LABEL        PIC X(32).
032000     05  RK-TOT-COUNT        PIC ZZ,ZZ9.
032100 01  RK-RPT-MESSAGE-LINE.
032200     05  FILLER              PIC X(04) VALUE "*** ".
032300     05  RK-MSG-TEXT         PIC X(60).
032400 01  RK-RPT-BLANK-LINE       PIC X(01) VALUE SPACE.
032500 PROCEDURE DIVISION.
032600 0000-MAINLINE.
032700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
032800     IF RK-RUN-OK
032900         PERFORM 2000-BUILD-CLASS-AVERAGES THRU 2000-EXIT
033000         PERFORM 3000-PRINT-REPORT-CARDS THRU 3000-EXIT
033100         PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT
033200     END-IF
033300     PERFORM 9000-TERMINATE THRU 9000-EXIT
033400     STOP RUN.
033500*
033600******************************************************************
033700* 1000-INITIALIZE - GET THE BUSINESS DATE, READ THE PARAMETER
033800*                   CARD, LOAD THE CLASS MASTER, THE ROSTER AND -
033900*                   WHEN THE WITHHOLDING POLICY IS ON - THE FEE
034000*                   ARREARS, AND OPEN THE RESULTS MASTER AND THE
034100*                   ATTENDANCE HISTORY.
034200******************************************************************
034300 1000-INITIALIZE.
034400     PERFORM 1300-GET-BUSINESS-DATE THRU 1300-EXIT
034500     INITIALIZE RK-CLASS-TABLE RK-ROSTER-TABLE RK-ARREARS-TABLE
034600         RK-SUBJECT-TABLE
034700     OPEN OUTPUT REPORT-CARD-FILE
034800     OPEN OUTPUT SUMMARY-REPORT
034900     OPEN EXTEND AUDIT-JOURNAL-FILE
035000     IF RK-AUDITJNL-STATUS NOT = "00"
035100         OPEN OUTPUT AUDIT-JOURNAL-FILE
035200     END-IF
035300     MOVE ZERO TO RPT-PAGE-NUMBER
035400     ADD 1 TO RPT-PAGE-NUMBER
035500     MOVE "TERM RESULTS SUMMARY" TO RPT-HDR-TITLE
035600     MOVE RK-TODAY-DATE TO RPT-HDR-RUN-DATE
035700     MOVE RPT-PAGE-NUMBER TO RPT-HDR-PAGE-NUMBER
035800     WRITE SUMMARY-RPT-LINE FROM RPT-STD-HEADING-1
035900     WRITE SUMMARY-RPT-LINE FROM RPT-STD-HEADING-2
036000     MOVE ZERO TO RPT-PAGE-NUMBER
036100     PERFORM 1100-READ-PARAMETER THRU 1100-EXIT
036200     IF NOT RK-RUN-OK
036300         GO TO 1000-EXIT
036400     END-IF
036500     MOVE "TERM" TO RK-SECTION-TITLE
036600     MOVE RK-TERM TO RK-SECTION-TITLE(6:6)
036700     MOVE RK-TERM-START-DATE TO RK-EDIT-DATE
036800     MOVE RK-EDIT-DATE TO RK-SECTION-TITLE(13:10)
036900     MOVE "TO" TO RK-SECTION-TITLE(24:2)
037000     MOVE RK-TERM-END-DATE TO RK-EDIT-DATE
037100     MOVE RK-EDIT-DATE TO RK-SECTION-TITLE(27:10)
037200     IF RK-WITHHOLD-POLICY
037300         MOVE "FEE WITHHOLDING ON" TO RK-SECTION-TITLE(39:18)
037400     ELSE
037500         MOVE "FEE WITHHOLDING OFF" TO RK-SECTION-TITLE(39:19)
037600     END-IF
037700     WRITE SUMMARY-RPT-LINE FROM RK-RPT-SECTION-LINE
037800     PERFORM 1200-LOAD-CLASSES THRU 1200-EXIT
037900     IF NOT RK-RUN-OK
038000         GO TO 1000-EXIT
038100     END-IF
038200     PERFORM 1400-LOAD-ROSTER THRU 1400-EXIT
038300     IF NOT RK-RUN-OK
038400         GO TO 1000-EXIT
038500     END-IF
038600     IF RK-WITHHOLD-POLICY
038700         PERFORM 1600-LOAD-ARREARS THRU 1600-EXIT
038800         IF NOT RK-RUN-OK
038900             GO TO 1000-EXIT
039000         END-IF
039100     END-IF
039200     OPEN INPUT ASSESSMENT-RESULT-FILE
039300     IF RK-ASSRSLT-STATUS NOT = "00"
039400         DISPLAY "RPTCARD: UNABLE TO OPEN RESULTS MASTER, STATUS "
039500             RK-ASSRSLT-STATUS
039600         MOVE "NO ASSESSMENT RESULTS MASTER - RUN REFUSED"
039700             TO RK-MSG-TEXT
039800         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
039900         GO TO 1000-EXIT
040000     END-IF
040100     MOVE "Y" TO RK-RESULTS-SWITCH
040200     OPEN INPUT ATTENDANCE-HISTORY-FILE
040300     IF RK-ATTHIST-STATUS = "00"
040400         MOVE "Y" TO RK-ATTEND-SWITCH
040500     ELSE
040600         DISPLAY "RPTCARD: NO ATTENDANCE HISTORY, STATUS "
040700             RK-ATTHIST-STATUS
040800         MOVE "NO ATTENDANCE HISTORY - CARDS SHOW NONE"
040900             TO RK-MSG-TEXT
041000         WRITE SUMMARY-RPT-LINE FROM RK-RPT-MESSAGE-LINE
041100         IF RETURN-CODE < 4
041200             MOVE 4 TO RETURN-CODE
041300         END-IF
041400     END-IF.
041500 1000-EXIT.
041600     EXIT.
041700*
041800******************************************************************
041900* 1100-READ-PARAMETER - READ AND CHECK THE PARAMETER CARD. THE
042000*                       TERM AND ITS START DATE ARE REQUIRED; A
042100*                       BLANK END DATE IS THE BUSINESS DATE.
042200******************************************************************
042300 1100-READ-PARAMETER.
042400     OPEN INPUT PARAMETER-FILE
042500     IF RK-RCPARM-STATUS NOT = "00"
042600         MOVE "NO PARAMETER CARD - RUN REFUSED" TO RK-MSG-TEXT
042700         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
042800         GO TO 1100-EXIT
042900     END-IF
043000     READ PARAMETER-FILE
043100         AT END
043200             MOVE "PARAMETER CARD IS EMPTY - RUN REFUSED"
043300                 TO RK-MSG-TEXT
043400             PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
043500     END-READ
043600     CLOSE PARAMETER-FILE
043700     IF NOT RK-RUN-OK
043800         GO TO 1100-EXIT
043900     END-IF
044000     DISPLAY "RPTCARD: PARAMETER CARD - " PARAMETER-RECORD
044100     IF PM-TERM = SPACES
044200         MOVE "NO TERM ON THE PARAMETER CARD - RUN REFUSED"
044300             TO RK-MSG-TEXT
044400         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
044500         GO TO 1100-EXIT
044600     END-IF
044700     MOVE PM-TERM TO RK-TERM
044800     IF PM-WITHHOLD-POLICY = "Y"
044900         MOVE "Y" TO RK-WITHHOLD-SWITCH
045000     ELSE
045100         IF PM-WITHHOLD-POLICY NOT = "N"
045200                 AND PM-WITHHOLD-POLICY NOT = SPACE
045300             MOVE "WITHHOLDING POLICY NOT Y OR N - RUN REFUSED"
045400                 TO RK-MSG-TEXT
045500             PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
045600             GO TO 1100-EXIT
045700         END-IF
045800     END-IF
045900     IF PM-TERM-START-DATE NOT NUMERIC
046000         MOVE "TERM START DATE NOT NUMERIC - RUN REFUSED"
046100             TO RK-MSG-TEXT
046200         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
046300         GO TO 1100-EXIT
046400     END-IF
046500     MOVE PM-TERM-START-DATE TO RK-CHECK-DATE
046600     IF NOT RK-VALID-MONTH OR NOT RK-VALID-DAY
046700         MOVE "TERM START DATE INVALID - RUN REFUSED"
046800             TO RK-MSG-TEXT
046900         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
047000         GO TO 1100-EXIT
047100     END-IF
047200     MOVE RK-CHECK-DATE TO RK-TERM-START-DATE
047300     MOVE RK-TODAY-DATE TO RK-TERM-END-DATE
047400     IF PM-TERM-END-DATE = SPACES
047500         GO TO 1100-EXIT
047600     END-IF
047700     IF PM-TERM-END-DATE NOT NUMERIC
047800         MOVE "TERM END DATE NOT NUMERIC - RUN REFUSED"
047900             TO RK-MSG-TEXT
048000         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
048100         GO TO 1100-EXIT
048200     END-IF
048300     MOVE PM-TERM-END-DATE TO RK-CHECK-DATE
048400     IF NOT RK-VALID-MONTH OR NOT RK-VALID-DAY
048500             OR RK-CHECK-DATE < RK-TERM-START-DATE
048600         MOVE "TERM END DATE INVALID OR BEFORE START - REFUSED"
048700             TO RK-MSG-TEXT
048800         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
048900         GO TO 1100-EXIT
049000     END-IF
049100     MOVE RK-CHECK-DATE TO RK-TERM-END-DATE.
049200 1100-EXIT.
049300     EXIT.
049400*
049500******************************************************************
049600* 1200-LOAD-CLASSES - LOAD THE CLASS MASTER INTO THE CLASS TABLE.
049700******************************************************************
049800 1200-LOAD-CLASSES.
049900     OPEN INPUT CLASS-MASTER-FILE
050000     IF RK-CLASMAST-STATUS NOT = "00"
050100         DISPLAY "RPTCARD: UNABLE TO OPEN CLASS MASTER, STATUS "
050200             RK-CLASMAST-STATUS
050300         MOVE "NO CLASS MASTER - RUN REFUSED" TO RK-MSG-TEXT
050400         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
050500         GO TO 1200-EXIT
050600     END-IF
050700     PERFORM 1250-LOAD-ONE-CLASS THRU 1250-EXIT
050800         UNTIL RK-END-OF-CLASSES
050900     CLOSE CLASS-MASTER-FILE.
051000 1200-EXIT.
051100     EXIT.
051200*
051300******************************************************************
051400* 1250-LOAD-ONE-CLASS - READ ONE CLASS MASTER RECORD INTO THE
051500*                       NEXT ROW OF THE CLASS TABLE.
051600******************************************************************
051700 1250-LOAD-ONE-CLASS.
051800     READ CLASS-MASTER-FILE
051900         AT END
052000             MOVE "Y" TO RK-CLASS-EOF-SWITCH
052100             GO TO 1250-EXIT
052200     END-READ
052300     IF RK-CLASS-COUNT NOT < 50
052400         DISPLAY "RPTCARD: CLASS TABLE FULL, SKIPPING "
052500             CM-CLASS-CODE
052600         IF RETURN-CODE < 4
052700             MOVE 4 TO RETURN-CODE
052800         END-IF
052900         GO TO 1250-EXIT
053000     END-IF
053100     ADD 1 TO RK-CLASS-COUNT
053200     SET RK-CL-IDX TO RK-CLASS-COUNT
053300     MOVE CM-CLASS-CODE TO RK-CL-CLASS-CODE(RK-CL-IDX)
053400     MOVE CM-DESCRIPTION TO RK-CL-DESCRIPTION(RK-CL-IDX).
053500 1250-EXIT.
053600     EXIT.
053700*
053800******************************************************************
053900* 1300-GET-BUSINESS-DATE - THE RUN DATE COMES FROM THE SUITE
054000*                          RUN-CONTROL FILE; THE MACHINE DATE IS
054100*                          ONLY A FALLBACK.
054200******************************************************************
054300 1300-GET-BUSINESS-DATE.
054400     MOVE ZERO TO RK-TODAY-DATE
054500     OPEN INPUT RUN-CONTROL-FILE
054600     IF RK-RUNCTL-STATUS = "00"
054700         READ RUN-CONTROL-FILE
054800             AT END
054900                 CONTINUE
055000             NOT AT END
055100                 IF RC-BUSINESS-DATE NUMERIC
055200                     MOVE RC-BUSINESS-DATE TO RK-TODAY-DATE
055300                 END-IF
055400         END-READ
055500         CLOSE RUN-CONTROL-FILE
055600     END-IF
055700     IF RK-TODAY-DATE = ZERO
055800         ACCEPT RK-TODAY-DATE FROM DATE YYYYMMDD
055900         DISPLAY "RPTCARD: NO RUN CONTROL - USING MACHINE "
056000             "DATE " RK-TODAY-DATE
056100     END-IF.
056200 1300-EXIT.
056300     EXIT.
056400*
056500******************************************************************
056600* 1400-LOAD-ROSTER - LOAD THE STUDENT ROSTER INTO THE ROSTER
056700*                    TABLE. AN ENROLLED STUDENT WHOSE CLASS IS NOT
056800*                    ON THE CLASS MASTER CANNOT BE PLACED IN CLASS
056900*                    ORDER AND IS COUNTED.
057000******************************************************************
057100 1400-LOAD-ROSTER.
057200     OPEN INPUT STUDENT-ROSTER-FILE
057300     IF RK-STUROSTR-STATUS NOT = "00"
057400         DISPLAY "RPTCARD: UNABLE TO OPEN STUDENT ROSTER, STATUS "
057500             RK-STUROSTR-STATUS
057600         MOVE "NO STUDENT ROSTER - RUN REFUSED" TO RK-MSG-TEXT
057700         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
057800         GO TO 1400-EXIT
057900     END-IF
058000     PERFORM 1450-LOAD-ONE-STUDENT THRU 1450-EXIT
058100         UNTIL RK-END-OF-ROSTER
058200     CLOSE STUDENT-ROSTER-FILE.
058300 1400-EXIT.
058400     EXIT.
058500*
058600******************************************************************
058700* 1450-LOAD-ONE-STUDENT - READ ONE ROSTER RECORD INTO THE NEXT ROW
058800*                         OF THE ROSTER TABLE.
058900******************************************************************
059000 1450-LOAD-ONE-STUDENT.
059100     READ STUDENT-ROSTER-FILE
059200         AT END
059300             MOVE "Y" TO RK-ROSTER-EOF-SWITCH
059400             GO TO 1450-EXIT
059500     END-READ
059600     IF RK-ROSTER-COUNT NOT < 1000
059700         DISPLAY "RPTCARD: ROSTER TABLE FULL, SKIPPING "
059800             SR-STUDENT-ID
059900         IF RETURN-CODE < 4
060000             MOVE 4 TO RETURN-CODE
060100         END-IF
060200         GO TO 1450-EXIT
060300     END-IF
060400     ADD 1 TO RK-ROSTER-COUNT
060500     SET RK-RO-IDX TO RK-ROSTER-COUNT
060600     MOVE SR-STUDENT-ID TO RK-RO-STUDENT-ID(RK-RO-IDX)
060700     MOVE SR-STUDENT-NAME TO RK-RO-STUDENT-NAME(RK-RO-IDX)
060800     MOVE SR-CLASS-CODE TO RK-RO-CLASS-CODE(RK-RO-IDX)
060900     MOVE SR-STATUS TO RK-RO-STATUS(RK-RO-IDX)
061000     IF NOT SR-ENROLLED
061100         GO TO 1450-EXIT
061200     END-IF
061300     MOVE SR-CLASS-CODE TO RK-WORK-CLASS-CODE
061400     PERFORM 1500-FIND-CLASS THRU 1500-EXIT
061500     IF RK-CL-IDX = ZERO
061600         DISPLAY "RPTCARD: STUDENT " SR-STUDENT-ID
061700             " IN CLASS " SR-CLASS-CODE " NOT ON CLASS MASTER"
061800         ADD 1 TO RK-UNKNOWN-CLASS-COUNT
061900     END-IF.
062000 1450-EXIT.
062100     EXIT.
062200*
062300******************************************************************
062400* 1500-FIND-CLASS - POINT RK-CL-IDX AT THE CLASS TABLE ROW FOR
062500*                   RK-WORK-CLASS-CODE. ZERO WHEN THE CLASS IS NOT
062600*                   ON THE CLASS MASTER.
062700******************************************************************
062800 1500-FIND-CLASS.
062900     SET RK-CL-IDX TO 1
063000     SEARCH RK-CLASS-ENTRY
063100         AT END
063200             SET RK-CL-IDX TO ZERO
063300         WHEN RK-CL-IDX > RK-CLASS-COUNT
063400             SET RK-CL-IDX TO ZERO
063500         WHEN RK-CL-CLASS-CODE(RK-CL-IDX) = RK-WORK-CLASS-CODE
063600             CONTINUE
063700     END-SEARCH.
063800 1500-EXIT.
063900     EXIT.
064000*
064100******************************************************************
064200* 1600-LOAD-ARREARS - READ THE WHOLE FEE INVOICE MASTER AND TOTAL,
064300*                     STUDENT BY STUDENT, WHAT IS STILL OWED ON
064400*                     OPEN INVOICES DATED BEFORE THE 90-DAY
064500*                     CUTOFF. WITH THE POLICY ON, A MASTER THAT
064600*                     CANNOT BE READ REFUSES THE RUN - CARDS MUST
064700*                     NOT GO OUT UNCHECKED.
064800******************************************************************
064900 1600-LOAD-ARREARS.
065000     PERFORM 1700-COMPUTE-CUTOFF-DATE THRU 1700-EXIT
065100     OPEN INPUT FEE-INVOICE-FILE
065200     IF RK-FEEINV-STATUS NOT = "00"
065300         DISPLAY "RPTCARD: UNABLE TO OPEN INVOICE MASTER, STATUS "
065400             RK-FEEINV-STATUS
065500         MOVE "NO FEE INVOICE MASTER - RUN REFUSED" TO RK-MSG-TEXT
065600         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
065700         GO TO 1600-EXIT
065800     END-IF
065900     PERFORM 1650-CHECK-ONE-INVOICE THRU 1650-EXIT
066000         UNTIL RK-END-OF-INVOICES
066100     CLOSE FEE-INVOICE-FILE.
066200 1600-EXIT.
066300     EXIT.
066400*
066500******************************************************************
066600* 1650-CHECK-ONE-INVOICE - ADD AN OPEN INVOICE OVER 90 DAYS OLD TO
066700*                          ITS STUDENT'S ROW OF THE ARREARS TABLE.
066800******************************************************************
066900 1650-CHECK-ONE-INVOICE.
067000     READ FEE-INVOICE-FILE NEXT RECORD
067100         AT END
067200             MOVE "Y" TO RK-INV-EOF-SWITCH
067300             GO TO 1650-EXIT
067400     END-READ
067500     IF NOT FI-OPEN
067600         GO TO 1650-EXIT
067700     END-IF
067800     IF FI-INVOICE-DATE NOT < RK-CUTOFF-DATE
067900         GO TO 1650-EXIT
068000     END-IF
068100     IF FI-AMOUNT-PAID NOT < FI-AMOUNT-BILLED
068200         GO TO 1650-EXIT
068300     END-IF
068400     MOVE FI-STUDENT-ID TO RK-WORK-STUDENT-ID
068500     PERFORM 1660-FIND-ARREARS THRU 1660-EXIT
068600     IF RK-AR-IDX = ZERO
068700         IF RK-ARREARS-COUNT NOT < 1000
068800             DISPLAY "RPTCARD: ARREARS TABLE FULL AT INVOICE "
068900                 FI-INVOICE-NO
069000             IF RETURN-CODE < 4
069100                 MOVE 4 TO RETURN-CODE
069200             END-IF
069300             GO TO 1650-EXIT
069400         END-IF
069500         ADD 1 TO RK-ARREARS-COUNT
069600         SET RK-AR-IDX TO RK-ARREARS-COUNT
069700         MOVE FI-STUDENT-ID TO RK-AR-STUDENT-ID(RK-AR-IDX)
069800         MOVE FI-INVOICE-DATE TO RK-AR-OLDEST-DATE(RK-AR-IDX)
069900     END-IF
070000     COMPUTE RK-AR-OVERDUE(RK-AR-IDX) = RK-AR-OVERDUE(RK-AR-IDX)
070100         + FI-AMOUNT-BILLED - FI-AMOUNT-PAID
070200     IF FI-INVOICE-DATE < RK-AR-OLDEST-DATE(RK-AR-IDX)
070300         MOVE FI-INVOICE-DATE TO RK-AR-OLDEST-DATE(RK-AR-IDX)
070400     END-IF.
070500 1650-EXIT.
070600     EXIT.
070700*
070800******************************************************************
070900* 1660-FIND-ARREARS - POINT RK-AR-IDX AT THE ARREARS ROW FOR RK-
071000*                     WORK-STUDENT-ID. ZERO WHEN THE STUDENT OWES
071100*                     NOTHING OVER 90 DAYS.
071200******************************************************************
071300 1660-FIND-ARREARS.
071400     SET RK-AR-IDX TO 1
071500     SEARCH RK-ARREARS-ENTRY
071600         AT END
071700             SET RK-AR-IDX TO ZERO
071800         WHEN RK-AR-IDX > RK-ARREARS-COUNT
071900             SET RK-AR-IDX TO ZERO
072000         WHEN RK-AR-STUDENT-ID(RK-AR-IDX) = RK-WORK-STUDENT-ID
072100             CONTINUE
072200     END-SEARCH.
072300 1660-EXIT.
072400     EXIT.
072500*
072600******************************************************************
072700* 1700-COMPUTE-CUTOFF-DATE - TODAY MINUS RK-AGE-DAYS, BORROWING
072800*                            BACK THROUGH MONTH AND YEAR ENDS AS
072900*                            NEEDED.
073000******************************************************************
073100 1700-COMPUTE-CUTOFF-DATE.
073200     MOVE RK-TODAY-DATE(1:4) TO RK-WORK-YEAR
073300     MOVE RK-TODAY-DATE(5:2) TO RK-WORK-MONTH
073400     MOVE RK-TODAY-DATE(7:2) TO RK-WORK-DAY
073500     SUBTRACT RK-AGE-DAYS FROM RK-WORK-DAY
073600     PERFORM 1710-BORROW-ONE-MONTH THRU 1710-EXIT
073700         UNTIL RK-WORK-DAY > ZERO
073800     COMPUTE RK-CUTOFF-DATE =
073900         RK-WORK-YEAR * 10000 + RK-WORK-MONTH * 100
074000         + RK-WORK-DAY.
074100 1700-EXIT.
074200     EXIT.
074300*
074400******************************************************************
074500* 1710-BORROW-ONE-MONTH - STEP THE WORKING DATE BACK ONE MONTH,
074600*                         ADDING THAT MONTH'S DAY COUNT (WITH
074700*                         THE LEAP-FEBRUARY ADJUSTMENT).
074800******************************************************************
074900 1710-BORROW-ONE-MONTH.
075000     SUBTRACT 1 FROM RK-WORK-MONTH
075100     IF RK-WORK-MONTH < 1
075200         MOVE 12 TO RK-WORK-MONTH
075300         SUBTRACT 1 FROM RK-WORK-YEAR
075400     END-IF
075500     MOVE RK-DAYS-IN-MONTH(RK-WORK-MONTH) TO RK-MONTH-LEN
075600     IF RK-WORK-MONTH = 2
075700         PERFORM 1720-CHECK-LEAP-YEAR THRU 1720-EXIT
075800     END-IF
075900     ADD RK-MONTH-LEN TO RK-WORK-DAY.
076000 1710-EXIT.
076100     EXIT.
076200*
076300******************************************************************
076400* 1720-CHECK-LEAP-YEAR - FEBRUARY HAS 29 DAYS IN A LEAP YEAR.
076500******************************************************************
076600 1720-CHECK-LEAP-YEAR.
076700     DIVIDE RK-WORK-YEAR BY 4 GIVING RK-LEAP-QUOTIENT
076800         REMAINDER RK-LEAP-REMAINDER
076900     IF RK-LEAP-REMAINDER = ZERO
077000         MOVE 29 TO RK-MONTH-LEN
077100     END-IF
077200     DIVIDE RK-WORK-YEAR BY 100 GIVING RK-LEAP-QUOTIENT
077300         REMAINDER RK-LEAP-REMAINDER
077400     IF RK-LEAP-REMAINDER = ZERO
077500         MOVE 28 TO RK-MONTH-LEN
077600         DIVIDE RK-WORK-YEAR BY 400 GIVING RK-LEAP-QUOTIENT
077700             REMAINDER RK-LEAP-REMAINDER
077800         IF RK-LEAP-REMAINDER = ZERO
077900             MOVE 29 TO RK-MONTH-LEN
078000         END-IF
078100     END-IF.
078200 1720-EXIT.
078300     EXIT.
078400*
078500******************************************************************
078600* 1900-REFUSE-RUN - PRINT WHY THE RUN WAS REFUSED AND END RETURN
078700*                   CODE 8.
078800******************************************************************
078900 1900-REFUSE-RUN.
079000     MOVE "N" TO RK-RUN-SWITCH
079100     WRITE SUMMARY-RPT-LINE FROM RK-RPT-MESSAGE-LINE
079200     DISPLAY "RPTCARD: " RK-MSG-TEXT
079300     MOVE 8 TO RETURN-CODE.
079400 1900-EXIT.
079500     EXIT.
079600*
079700******************************************************************
079800* 2000-BUILD-CLASS-AVERAGES - READ EVERY RESULT FOR THE TERM AND
079900*                             TOTAL THE MARKS BY CLASS AND
080000*                             SUBJECT, SO EACH CARD CAN SHOW THE
080100*                             CLASS AVERAGE BESIDE THE STUDENT'S
080200*                             MARK.
080300******************************************************************
080400 2000-BUILD-CLASS-AVERAGES.
080500     MOVE RK-TERM TO RS-TERM
080600     MOVE ZERO TO RS-STUDENT-ID
080700     MOVE LOW-VALUES TO RS-SUBJECT-CODE
080800     MOVE "N" TO RK-RSLT-EOF-SWITCH
080900     START ASSESSMENT-RESULT-FILE
081000         KEY IS NOT LESS THAN RS-RESULT-KEY
081100         INVALID KEY
081200             MOVE "Y" TO RK-RSLT-EOF-SWITCH
081300     END-START
081400     PERFORM 2100-TOTAL-ONE-RESULT THRU 2100-EXIT
081500         UNTIL RK-END-OF-RESULTS.
081600 2000-EXIT.
081700     EXIT.
081800*
081900******************************************************************
082000* 2100-TOTAL-ONE-RESULT - ADD ONE RESULT TO ITS CLASS AND SUBJECT
082100*                         ROW. THE TERM'S RESULTS END AT THE FIRST
082200*                         RECORD FOR ANOTHER TERM.
082300******************************************************************
082400 2100-TOTAL-ONE-RESULT.
082500     READ ASSESSMENT-RESULT-FILE NEXT RECORD
082600         AT END
082700             MOVE "Y" TO RK-RSLT-EOF-SWITCH
082800             GO TO 2100-EXIT
082900     END-READ
083000     IF RS-TERM NOT = RK-TERM
083100         MOVE "Y" TO RK-RSLT-EOF-SWITCH
083200         GO TO 2100-EXIT
083300     END-IF
083400     ADD 1 TO RK-RESULTS-READ
083500     MOVE RS-CLASS-CODE TO RK-WORK-SUBJECT-KEY(1:4)
083600     MOVE RS-SUBJECT-CODE TO RK-WORK-SUBJECT-KEY(5:4)
083700     PERFORM 2200-FIND-SUBJECT THRU 2200-EXIT
083800     IF RK-SB-IDX = ZERO
083900         GO TO 2100-EXIT
084000     END-IF
084100     IF RK-SB-STUDENTS(RK-SB-IDX) = ZERO
084200         MOVE RS-MARK TO RK-SB-LOWEST(RK-SB-IDX)
084300         MOVE RS-MARK TO RK-SB-HIGHEST(RK-SB-IDX)
084400     END-IF
084500     ADD 1 TO RK-SB-STUDENTS(RK-SB-IDX)
084600     ADD RS-MARK TO RK-SB-TOTAL-MARKS(RK-SB-IDX)
084700     IF RS-MARK < RK-SB-LOWEST(RK-SB-IDX)
084800         MOVE RS-MARK TO RK-SB-LOWEST(RK-SB-IDX)
084900     END-IF
085000     IF RS-MARK > RK-SB-HIGHEST(RK-SB-IDX)
085100         MOVE RS-MARK TO RK-SB-HIGHEST(RK-SB-IDX)
085200     END-IF.
085300 2100-EXIT.
085400     EXIT.
085500*
085600******************************************************************
085700* 2200-FIND-SUBJECT - POINT RK-SB-IDX AT THE ROW FOR RK-WORK-
085800*                     SUBJECT-KEY, SLOTTING A NEW ROW IN CLASS AND
085900*                     SUBJECT ORDER THE FIRST TIME IT IS SEEN.
086000*                     ZERO WHEN THE TABLE IS FULL.
086100******************************************************************
086200 2200-FIND-SUBJECT.
086300     SET RK-SB-IDX TO 1
086400     SEARCH RK-SUBJECT-ENTRY
086500         AT END
086600             SET RK-SB-IDX TO ZERO
086700         WHEN RK-SB-IDX > RK-SUBJECT-COUNT
086800             CONTINUE
086900         WHEN RK-SB-KEY(RK-SB-IDX) NOT < RK-WORK-SUBJECT-KEY
087000             CONTINUE
087100     END-SEARCH
087200     IF RK-SB-IDX NOT = ZERO
087300         IF RK-SB-IDX NOT > RK-SUBJECT-COUNT
087400             IF RK-SB-KEY(RK-SB-IDX) = RK-WORK-SUBJECT-KEY
087500                 GO TO 2200-EXIT
087600             END-IF
087700         END-IF
087800     END-IF
087900     IF RK-SUBJECT-COUNT NOT < 400
088000         DISPLAY "RPTCARD: SUBJECT TABLE FULL, SKIPPING "
088100             RK-WORK-SUBJECT-KEY
088200         IF RETURN-CODE < 4
088300             MOVE 4 TO RETURN-CODE
088400         END-IF
088500         SET RK-SB-IDX TO ZERO
088600         GO TO 2200-EXIT
088700     END-IF
088800     SET RK-INSERT-SUB TO RK-SB-IDX
088900     PERFORM 2250-SHIFT-ONE-ROW THRU 2250-EXIT
089000         VARYING RK-SHIFT-SUB FROM RK-SUBJECT-COUNT BY -1
089100         UNTIL RK-SHIFT-SUB < RK-INSERT-SUB
089200     ADD 1 TO RK-SUBJECT-COUNT
089300     SET RK-SB-IDX TO RK-INSERT-SUB
089400     INITIALIZE RK-SUBJECT-ENTRY(RK-SB-IDX)
089500     MOVE RK-WORK-SUBJECT-KEY TO RK-SB-KEY(RK-SB-IDX).
089600 2200-EXIT.
089700     EXIT.
089800*
089900******************************************************************
090000* 2250-SHIFT-ONE-ROW - MOVE THE ROW AT RK-SHIFT-SUB DOWN ONE PLACE
090100*                      TO MAKE ROOM FOR A NEW CLASS AND SUBJECT.
090200******************************************************************
090300 2250-SHIFT-ONE-ROW.
090400     MOVE RK-SUBJECT-ENTRY(RK-SHIFT-SUB)
090500         TO RK-SUBJECT-ENTRY(RK-SHIFT-SUB + 1).
090600 2250-EXIT.
090700     EXIT.
090800*
090900******************************************************************
091000* 2300-LOOK-UP-SUBJECT - POINT RK-SB-IDX AT THE EXISTING ROW FOR
091100*                        RK-WORK-SUBJECT-KEY WITHOUT ADDING ONE.
091200*                        ZERO WHEN THERE IS NONE.
091300******************************************************************
091400 2300-LOOK-UP-SUBJECT.
091500     SET RK-SB-IDX TO 1
091600     SEARCH RK-SUBJECT-ENTRY
091700         AT END
091800             SET RK-SB-IDX TO ZERO
091900         WHEN RK-SB-IDX > RK-SUBJECT-COUNT
092000             SET RK-SB-IDX TO ZERO
092100         WHEN RK-SB-KEY(RK-SB-IDX) = RK-WORK-SUBJECT-KEY
092200             CONTINUE
092300     END-SEARCH.
092400 2300-EXIT.
092500     EXIT.
092600*
092700******************************************************************
092800* 3000-PRINT-REPORT-CARDS - CLASS BY CLASS IN CLASS MASTER ORDER,
092900*                           AND WITHIN A CLASS IN ROSTER ORDER,
093000*                           PRINT A CARD FOR EVERY ENROLLED
093100*                           STUDENT.
093200******************************************************************
093300 3000-PRINT-REPORT-CARDS.
093400     PERFORM 3050-CARDS-FOR-ONE-CLASS THRU 3050-EXIT
093500         VARYING RK-CL-IDX FROM 1 BY 1
093600         UNTIL RK-CL-IDX > RK-CLASS-COUNT.
093700 3000-EXIT.
093800     EXIT.
093900*
094000******************************************************************
094100* 3050-CARDS-FOR-ONE-CLASS - WALK THE ROSTER FOR THE STUDENTS OF
094200*                            THE CLASS AT RK-CL-IDX.
094300******************************************************************
094400 3050-CARDS-FOR-ONE-CLASS.
094500     PERFORM 3100-CARD-FOR-ONE-STUDENT THRU 3100-EXIT
094600         VARYING RK-RO-IDX FROM 1 BY 1
094700         UNTIL RK-RO-IDX > RK-ROSTER-COUNT.
094800 3050-EXIT.
094900     EXIT.
095000*
095100******************************************************************
095200* 3100-CARD-FOR-ONE-STUDENT - FOR AN ENROLLED STUDENT OF THE
095300*                             CLASS: LIST THEM IF THEY HAVE NO
095400*                             RESULTS THIS TERM, LIST THEM AS
095500*                             WITHHELD IF THE POLICY IS ON AND
095600*                             THEY ARE IN ARREARS, OTHERWISE PRINT
095700*                             THEIR CARD.
095800******************************************************************
095900 3100-CARD-FOR-ONE-STUDENT.
096000     IF RK-RO-CLASS-CODE(RK-RO-IDX)
096100             NOT = RK-CL-CLASS-CODE(RK-CL-IDX)
096200         GO TO 3100-EXIT
096300     END-IF
096400     IF NOT RK-RO-ENROLLED(RK-RO-IDX)
096500         GO TO 3100-EXIT
096600     END-IF
096700     MOVE RK-TERM TO RS-TERM
096800     MOVE RK-RO-STUDENT-ID(RK-RO-IDX) TO RS-STUDENT-ID
096900     MOVE LOW-VALUES TO RS-SUBJECT-CODE
097000     MOVE "N" TO RK-RSLT-EOF-SWITCH
097100     START ASSESSMENT-RESULT-FILE
097200         KEY IS NOT LESS THAN RS-RESULT-KEY
097300         INVALID KEY
097400             MOVE "Y" TO RK-RSLT-EOF-SWITCH
097500     END-START
097600     IF NOT RK-END-OF-RESULTS
097700         PERFORM 3450-READ-NEXT-RESULT THRU 3450-EXIT
097800     END-IF
097900     IF RK-END-OF-RESULTS
098000         PERFORM 3150-LIST-NO-RESULTS THRU 3150-EXIT
098100         GO TO 3100-EXIT
098200     END-IF
098300     IF RK-WITHHOLD-POLICY
098400         MOVE RK-RO-STUDENT-ID(RK-RO-IDX) TO RK-WORK-STUDENT-ID
098500         PERFORM 1660-FIND-ARREARS THRU 1660-EXIT
098600         IF RK-AR-IDX NOT = ZERO
098700             PERFORM 3170-LIST-WITHHELD THRU 3170-EXIT
098800             GO TO 3100-EXIT
098900         END-IF
099000     END-IF
099100     PERFORM 3200-GET-ATTENDANCE THRU 3200-EXIT
099200     PERFORM 3300-PRINT-CARD-HEADING THRU 3300-EXIT
099300     PERFORM 3400-PRINT-ONE-SUBJECT THRU 3400-EXIT
099400         UNTIL RK-END-OF-RESULTS
099500     PERFORM 3500-PRINT-CARD-FOOTING THRU 3500-EXIT
099600     ADD 1 TO RK-CARDS-PRINTED
099700     ADD 1 TO RK-CL-CARDS(RK-CL-IDX).
099800 3100-EXIT.
099900     EXIT.
100000*
100100******************************************************************
100200* 3150-LIST-NO-RESULTS - KEEP AN ENROLLED STUDENT WITH NO RESULTS
100300*                        THIS TERM FOR THE SUMMARY.
100400******************************************************************
100500 3150-LIST-NO-RESULTS.
100600     ADD 1 TO RK-NO-RESULT-COUNT
100700     ADD 1 TO RK-CL-NO-RESULTS(RK-CL-IDX)
100800     IF RK-NO-RESULT-COUNT > 200
100900         GO TO 3150-EXIT
101000     END-IF
101100     SET RK-NR-IDX TO RK-NO-RESULT-COUNT
101200     MOVE RK-RO-STUDENT-ID(RK-RO-IDX)
101300         TO RK-NR-STUDENT-ID(RK-NR-IDX)
101400     MOVE RK-RO-STUDENT-NAME(RK-RO-IDX)
101500         TO RK-NR-STUDENT-NAME(RK-NR-IDX)
101600     MOVE RK-RO-CLASS-CODE(RK-RO-IDX)
101700         TO RK-NR-CLASS-CODE(RK-NR-IDX).
101800 3150-EXIT.
101900     EXIT.
102000*
102100******************************************************************
102200* 3170-LIST-WITHHELD - KEEP A STUDENT WHOSE CARD IS WITHHELD FOR
102300*                      FEES, WITH WHAT IS OVERDUE, FOR THE
102400*                      SUMMARY.
102500******************************************************************
102600 3170-LIST-WITHHELD.
102700     ADD 1 TO RK-WITHHELD-COUNT
102800     ADD 1 TO RK-CL-WITHHELD(RK-CL-IDX)
102900     IF RK-WITHHELD-COUNT > 200
103000         GO TO 3170-EXIT
103100     END-IF
103200     SET RK-WH-IDX TO RK-WITHHELD-COUNT
103300     MOVE RK-RO-STUDENT-ID(RK-RO-IDX)
103400         TO RK-WH-STUDENT-ID(RK-WH-IDX)
103500     MOVE RK-RO-STUDENT-NAME(RK-RO-IDX)
103600         TO RK-WH-STUDENT-NAME(RK-WH-IDX)
103700     MOVE RK-RO-CLASS-CODE(RK-RO-IDX)
103800         TO RK-WH-CLASS-CODE(RK-WH-IDX)
103900     MOVE RK-AR-OVERDUE(RK-AR-IDX) TO RK-WH-OVERDUE(RK-WH-IDX)
104000     MOVE RK-AR-OLDEST-DATE(RK-AR-IDX)
104100         TO RK-WH-OLDEST-DATE(RK-WH-IDX).
104200 3170-EXIT.
104300     EXIT.
104400*
104500******************************************************************
104600* 3200-GET-ATTENDANCE - COUNT THE STUDENT'S MARKED DAYS AND DAYS
104700*                       ATTENDED BETWEEN THE TERM START AND END
104800*                       DATES ON THE ATTENDANCE HISTORY.
104900******************************************************************
105000 3200-GET-ATTENDANCE.
105100     INITIALIZE RK-STUDENT-TOTALS
105200     IF NOT RK-ATTENDANCE-KEPT
105300         GO TO 3200-EXIT
105400     END-IF
105500     MOVE RK-RO-STUDENT-ID(RK-RO-IDX) TO AH-STUDENT-ID
105600     MOVE RK-TERM-START-DATE TO AH-ATTEND-DATE
105700     MOVE "N" TO RK-HIST-EOF-SWITCH
105800     START ATTENDANCE-HISTORY-FILE
105900         KEY IS NOT LESS THAN AH-HISTORY-KEY
106000         INVALID KEY
106100             MOVE "Y" TO RK-HIST-EOF-SWITCH
106200     END-START
106300     PERFORM 3250-COUNT-ONE-DAY THRU 3250-EXIT
106400         UNTIL RK-END-OF-HISTORY.
106500 3200-EXIT.
106600     EXIT.
106700*
106800******************************************************************
106900* 3250-COUNT-ONE-DAY - COUNT ONE ATTENDANCE HISTORY DAY. THE
107000*                      STUDENT'S TERM ENDS AT THE FIRST RECORD FOR
107100*                      ANOTHER STUDENT OR AFTER THE TERM END DATE.
107200******************************************************************
107300 3250-COUNT-ONE-DAY.
107400     READ ATTENDANCE-HISTORY-FILE NEXT RECORD
107500         AT END
107600             MOVE "Y" TO RK-HIST-EOF-SWITCH
107700             GO TO 3250-EXIT
107800     END-READ
107900     IF AH-STUDENT-ID NOT = RK-RO-STUDENT-ID(RK-RO-IDX)
108000             OR AH-ATTEND-DATE > RK-TERM-END-DATE
108100         MOVE "Y" TO RK-HIST-EOF-SWITCH
108200         GO TO 3250-EXIT
108300     END-IF
108400     ADD 1 TO RK-ST-MARKED-DAYS
108500     IF NOT AH-ABSENT
108600         ADD 1 TO RK-ST-ATTENDED-DAYS
108700     END-IF.
108800 3250-EXIT.
108900     EXIT.
109000*
109100******************************************************************
109200* 3300-PRINT-CARD-HEADING - START A NEW CARD PAGE WITH THE
109300*                           STUDENT, CLASS AND TERM.
109400******************************************************************
109500 3300-PRINT-CARD-HEADING.
109600     ADD 1 TO RPT-PAGE-NUMBER
109700     MOVE "TERM REPORT CARD" TO RPT-HDR-TITLE
109800     MOVE RK-TODAY-DATE TO RPT-HDR-RUN-DATE
109900     MOVE RPT-PAGE-NUMBER TO RPT-HDR-PAGE-NUMBER
110000     WRITE REPORT-CARD-LINE FROM RPT-STD-HEADING-1
110100     WRITE REPORT-CARD-LINE FROM RPT-STD-HEADING-2
110200     MOVE "STUDENT:" TO RK-CARD-LABEL
110300     MOVE SPACES TO RK-CARD-TEXT
110400     MOVE RK-RO-STUDENT-ID(RK-RO-IDX) TO RK-CARD-TEXT(1:6)
110500     MOVE RK-RO-STUDENT-NAME(RK-RO-IDX) TO RK-CARD-TEXT(8:30)
110600     WRITE REPORT-CARD-LINE FROM RK-CARD-LABEL-LINE
110700     MOVE "CLASS:" TO RK-CARD-LABEL
110800     MOVE SPACES TO RK-CARD-TEXT
110900     MOVE RK-CL-CLASS-CODE(RK-CL-IDX) TO RK-CARD-TEXT(1:4)
111000     MOVE RK-CL-DESCRIPTION(RK-CL-IDX) TO RK-CARD-TEXT(8:20)
111100     WRITE REPORT-CARD-LINE FROM RK-CARD-LABEL-LINE
111200     MOVE "TERM:" TO RK-CARD-LABEL
111300     MOVE SPACES TO RK-CARD-TEXT
111400     MOVE RK-TERM TO RK-CARD-TEXT(1:6)
111500     WRITE REPORT-CARD-LINE FROM RK-CARD-LABEL-LINE
111600     WRITE REPORT-CARD-LINE FROM RK-RPT-BLANK-LINE
111700     WRITE REPORT-CARD-LINE FROM RK-CARD-SUBJECT-HEADING.
111800 3300-EXIT.
111900     EXIT.
112000*
112100******************************************************************
112200* 3400-PRINT-ONE-SUBJECT - PRINT THE CURRENT RESULT WITH ITS CLASS
112300*                          AVERAGE, THEN READ THE STUDENT'S NEXT.
112400******************************************************************
112500 3400-PRINT-ONE-SUBJECT.
112600     MOVE RS-SUBJECT-CODE TO RK-CD-SUBJECT-CODE
112700     MOVE RS-MARK TO RK-CD-MARK
112800     MOVE RS-COMMENT TO RK-CD-COMMENT
112900     MOVE RS-CLASS-CODE TO RK-WORK-SUBJECT-KEY(1:4)
113000     MOVE RS-SUBJECT-CODE TO RK-WORK-SUBJECT-KEY(5:4)
113100     PERFORM 2300-LOOK-UP-SUBJECT THRU 2300-EXIT
113200     MOVE ZERO TO RK-AVERAGE-MARK
113300     IF RK-SB-IDX NOT = ZERO
113400         COMPUTE RK-AVERAGE-MARK ROUNDED =
113500             RK-SB-TOTAL-MARKS(RK-SB-IDX)
113600             / RK-SB-STUDENTS(RK-SB-IDX)
113700     END-IF
113800     MOVE RK-AVERAGE-MARK TO RK-CD-CLASS-AVERAGE
113900     WRITE REPORT-CARD-LINE FROM RK-CARD-SUBJECT-LINE
114000     ADD 1 TO RK-ST-SUBJECTS
114100     ADD RS-MARK TO RK-ST-TOTAL-MARKS
114200     PERFORM 3450-READ-NEXT-RESULT THRU 3450-EXIT.
114300 3400-EXIT.
114400     EXIT.
114500*
114600******************************************************************
114700* 3450-READ-NEXT-RESULT - READ THE NEXT RESULT. THE STUDENT'S
114800*                         RESULTS END AT THE FIRST RECORD FOR
114900*                         ANOTHER STUDENT OR ANOTHER TERM.
115000******************************************************************
115100 3450-READ-NEXT-RESULT.
115200     READ ASSESSMENT-RESULT-FILE NEXT RECORD
115300         AT END
115400             MOVE "Y" TO RK-RSLT-EOF-SWITCH
115500             GO TO 3450-EXIT
115600     END-READ
115700     IF RS-TERM NOT = RK-TERM
115800             OR RS-STUDENT-ID NOT = RK-RO-STUDENT-ID(RK-RO-IDX)
115900         MOVE "Y" TO RK-RSLT-EOF-SWITCH
116000     END-IF.
116100 3450-EXIT.
116200     EXIT.
116300*
116400******************************************************************
116500* 3500-PRINT-CARD-FOOTING - THE STUDENT'S AVERAGE MARK AND TERM
116600*                           ATTENDANCE.
116700******************************************************************
116800 3500-PRINT-CARD-FOOTING.
116900     WRITE REPORT-CARD-LINE FROM RK-RPT-BLANK-LINE
117000     COMPUTE RK-AVERAGE-MARK ROUNDED =
117100         RK-ST-TOTAL-MARKS / RK-ST-SUBJECTS
117200     MOVE "AVERAGE MARK:" TO RK-CARD-LABEL
117300     MOVE SPACES TO RK-CARD-TEXT
117400     MOVE RK-AVERAGE-MARK TO RK-EDIT-AVERAGE
117500     MOVE RK-EDIT-AVERAGE TO RK-CARD-TEXT(1:5)
117600     MOVE "OVER" TO RK-CARD-TEXT(8:4)
117700     MOVE RK-ST-SUBJECTS TO RK-EDIT-COUNT
117800     MOVE RK-EDIT-COUNT TO RK-CARD-TEXT(13:3)
117900     MOVE "SUBJECTS" TO RK-CARD-TEXT(17:8)
118000     WRITE REPORT-CARD-LINE FROM RK-CARD-LABEL-LINE
118100     MOVE "ATTENDANCE:" TO RK-CARD-LABEL
118200     MOVE SPACES TO RK-CARD-TEXT
118300     IF RK-ST-MARKED-DAYS = ZERO
118400         MOVE "NO DAYS RECORDED THIS TERM" TO RK-CARD-TEXT
118500     ELSE
118600         COMPUTE RK-RATE-PCT ROUNDED =
118700             RK-ST-ATTENDED-DAYS * 100 / RK-ST-MARKED-DAYS
118800         MOVE RK-RATE-PCT TO RK-EDIT-AVERAGE
118900         MOVE RK-EDIT-AVERAGE TO RK-CARD-TEXT(1:5)
119000         MOVE "%" TO RK-CARD-TEXT(6:1)
119100         MOVE "-" TO RK-CARD-TEXT(8:1)
119200         MOVE RK-ST-ATTENDED-DAYS TO RK-EDIT-COUNT
119300         MOVE RK-EDIT-COUNT TO RK-CARD-TEXT(10:3)
119400         MOVE "OF" TO RK-CARD-TEXT(14:2)
119500         MOVE RK-ST-MARKED-DAYS TO RK-EDIT-COUNT
119600         MOVE RK-EDIT-COUNT TO RK-CARD-TEXT(17:3)
119700         MOVE "SCHOOL DAYS ATTENDED" TO RK-CARD-TEXT(21:20)
119800     END-IF
119900     WRITE REPORT-CARD-LINE FROM RK-CARD-LABEL-LINE
120000     WRITE REPORT-CARD-LINE FROM RK-RPT-BLANK-LINE
120100     WRITE REPORT-CARD-LINE FROM RK-RPT-BLANK-LINE.
120200 3500-EXIT.
120300     EXIT.
120400*
120500******************************************************************
120600* 4000-PRINT-SUMMARY - THE PRINCIPAL'S SUMMARY: CLASS BY CLASS
120700*                      THE SUBJECT RESULTS AND CARDS PRINTED, THEN
120800*                      THE CARDS WITHHELD AND THE STUDENTS WITH NO
120900*                      RESULTS.
121000******************************************************************
121100 4000-PRINT-SUMMARY.
121200     PERFORM 4100-SUMMARISE-ONE-CLASS THRU 4100-EXIT
121300         VARYING RK-CL-IDX FROM 1 BY 1
121400         UNTIL RK-CL-IDX > RK-CLASS-COUNT
121500     WRITE SUMMARY-RPT-LINE FROM RK-RPT-BLANK-LINE
121600     MOVE "REPORT CARDS WITHHELD - FEES UNPAID OVER 90 DAYS"
121700         TO RK-SECTION-TITLE
121800     WRITE SUMMARY-RPT-LINE FROM RK-RPT-SECTION-LINE
121900     IF NOT RK-WITHHOLD-POLICY
122000         MOVE "WITHHOLDING POLICY OFF - NO CARDS WITHHELD"
122100             TO RK-MSG-TEXT
122200         WRITE SUMMARY-RPT-LINE FROM RK-RPT-MESSAGE-LINE
122300     ELSE
122400         WRITE SUMMARY-RPT-LINE FROM RK-RPT-STUDENT-HEADING
122500         PERFORM 4300-PRINT-ONE-WITHHELD THRU 4300-EXIT
122600             VARYING RK-WH-IDX FROM 1 BY 1
122700             UNTIL RK-WH-IDX > RK-WITHHELD-COUNT
122800                OR RK-WH-IDX > 200
122900         IF RK-WITHHELD-COUNT = ZERO
123000             MOVE "NONE" TO RK-MSG-TEXT
123100             WRITE SUMMARY-RPT-LINE FROM RK-RPT-MESSAGE-LINE
123200         END-IF
123300     END-IF
123400     WRITE SUMMARY-RPT-LINE FROM RK-RPT-BLANK-LINE
123500     MOVE "ENROLLED STUDENTS WITH NO RESULTS THIS TERM"
123600         TO RK-SECTION-TITLE
123700     WRITE SUMMARY-RPT-LINE FROM RK-RPT-SECTION-LINE
123800     WRITE SUMMARY-RPT-LINE FROM RK-RPT-STUDENT-HEADING
123900     PERFORM 4400-PRINT-ONE-NO-RESULT THRU 4400-EXIT
124000         VARYING RK-NR-IDX FROM 1 BY 1
124100         UNTIL RK-NR-IDX > RK-NO-RESULT-COUNT
124200            OR RK-NR-IDX > 200
124300     IF RK-NO-RESULT-COUNT = ZERO
124400         MOVE "NONE" TO RK-MSG-TEXT
124500         WRITE SUMMARY-RPT-LINE FROM RK-RPT-MESSAGE-LINE
124600     ELSE
124700         IF RETURN-CODE < 4
124800             MOVE 4 TO RETURN-CODE
124900         END-IF
125000     END-IF
125100     WRITE SUMMARY-RPT-LINE FROM RK-RPT-BLANK-LINE
125200     MOVE "RESULTS READ FOR THE TERM" TO RK-TOT-LABEL
125300     MOVE RK-RESULTS-READ TO RK-TOT-COUNT
125400     WRITE SUMMARY-RPT-LINE FROM RK-RPT-TOTAL-LINE
125500     MOVE "REPORT CARDS PRINTED" TO RK-TOT-LABEL
125600     MOVE RK-CARDS-PRINTED TO RK-TOT-COUNT
125700     WRITE SUMMARY-RPT-LINE FROM RK-RPT-TOTAL-LINE
125800     MOVE "REPORT CARDS WITHHELD" TO RK-TOT-LABEL
125900     MOVE RK-WITHHELD-COUNT TO RK-TOT-COUNT
126000     WRITE SUMMARY-RPT-LINE FROM RK-RPT-TOTAL-LINE
126100     MOVE "STUDENTS WITH NO RESULTS" TO RK-TOT-LABEL
126200     MOVE RK-NO-RESULT-COUNT TO RK-TOT-COUNT
126300     WRITE SUMMARY-RPT-LINE FROM RK-RPT-TOTAL-LINE
126400     IF RK-UNKNOWN-CLASS-COUNT > ZERO
126500         MOVE "STUDENTS IN A CLASS NOT ON FILE" TO RK-TOT-LABEL
126600         MOVE RK-UNKNOWN-CLASS-COUNT TO RK-TOT-COUNT
126700         WRITE SUMMARY-RPT-LINE FROM RK-RPT-TOTAL-LINE
126800         IF RETURN-CODE < 4
126900             MOVE 4 TO RETURN-CODE
127000         END-IF
127100     END-IF.
127200 4000-EXIT.
127300     EXIT.
127400*
127500******************************************************************
127600* 4100-SUMMARISE-ONE-CLASS - THE CLASS HEADING, ITS SUBJECT LINES
127700*                            AND OVERALL AVERAGE, AND ITS CARDS
127800*                            PRINTED, WITHHELD AND WITHOUT
127900*                            RESULTS.
128000******************************************************************
128100 4100-SUMMARISE-ONE-CLASS.
128200     WRITE SUMMARY-RPT-LINE FROM RK-RPT-BLANK-LINE
128300     MOVE "CLASS" TO RK-SECTION-TITLE
128400     MOVE RK-CL-CLASS-CODE(RK-CL-IDX) TO RK-SECTION-TITLE(7:4)
128500     MOVE RK-CL-DESCRIPTION(RK-CL-IDX) TO RK-SECTION-TITLE(12:20)
128600     WRITE SUMMARY-RPT-LINE FROM RK-RPT-SECTION-LINE
128700     MOVE ZERO TO RK-CLASS-TOTAL-MARKS RK-CLASS-TOTAL-ENTRIES
128800     WRITE SUMMARY-RPT-LINE FROM RK-RPT-SUBJECT-HEADING
128900     PERFORM 4200-PRINT-ONE-SUBJECT THRU 4200-EXIT
129000         VARYING RK-SB-IDX FROM 1 BY 1
129100         UNTIL RK-SB-IDX > RK-SUBJECT-COUNT
129200     IF RK-CLASS-TOTAL-ENTRIES > ZERO
129300         COMPUTE RK-AVERAGE-MARK ROUNDED =
129400             RK-CLASS-TOTAL-MARKS / RK-CLASS-TOTAL-ENTRIES
129500         MOVE SPACES TO RK-SL-SUBJECT-CODE
129600         MOVE "ALL" TO RK-SL-SUBJECT-CODE
129700         MOVE RK-CLASS-TOTAL-ENTRIES TO RK-SL-STUDENTS
129800         MOVE RK-AVERAGE-MARK TO RK-SL-AVERAGE
129900         MOVE ZERO TO RK-SL-LOWEST RK-SL-HIGHEST
130000         WRITE SUMMARY-RPT-LINE FROM RK-RPT-SUBJECT-LINE
130100     ELSE
130200         MOVE "NO RESULTS RECORDED FOR THIS CLASS" TO RK-MSG-TEXT
130300         WRITE SUMMARY-RPT-LINE FROM RK-RPT-MESSAGE-LINE
130400     END-IF
130500     MOVE "  CARDS PRINTED" TO RK-TOT-LABEL
130600     MOVE RK-CL-CARDS(RK-CL-IDX) TO RK-TOT-COUNT
130700     WRITE SUMMARY-RPT-LINE FROM RK-RPT-TOTAL-LINE
130800     MOVE "  CARDS WITHHELD" TO RK-TOT-LABEL
130900     MOVE RK-CL-WITHHELD(RK-CL-IDX) TO RK-TOT-COUNT
131000     WRITE SUMMARY-RPT-LINE FROM RK-RPT-TOTAL-LINE
131100     MOVE "  STUDENTS WITH NO RESULTS" TO RK-TOT-LABEL
131200     MOVE RK-CL-NO-RESULTS(RK-CL-IDX) TO RK-TOT-COUNT
131300     WRITE SUMMARY-RPT-LINE FROM RK-RPT-TOTAL-LINE.
131400 4100-EXIT.
131500     EXIT.
131600*
131700******************************************************************
131800* 4200-PRINT-ONE-SUBJECT - ONE SUBJECT LINE FOR THE CLASS AT RK-
131900*                          CL-IDX, ADDING TO THE CLASS'S OVERALL
132000*                          AVERAGE.
132100******************************************************************
132200 4200-PRINT-ONE-SUBJECT.
132300     IF RK-SB-CLASS-CODE(RK-SB-IDX)
132400             NOT = RK-CL-CLASS-CODE(RK-CL-IDX)
132500         GO TO 4200-EXIT
132600     END-IF
132700     ADD RK-SB-TOTAL-MARKS(RK-SB-IDX) TO RK-CLASS-TOTAL-MARKS
132800     ADD RK-SB-STUDENTS(RK-SB-IDX) TO RK-CLASS-TOTAL-ENTRIES
132900     COMPUTE RK-AVERAGE-MARK ROUNDED =
133000         RK-SB-TOTAL-MARKS(RK-SB-IDX) / RK-SB-STUDENTS(RK-SB-IDX)
133100     MOVE RK-SB-SUBJECT-CODE(RK-SB-IDX) TO RK-SL-SUBJECT-CODE
133200     MOVE RK-SB-STUDENTS(RK-SB-IDX) TO RK-SL-STUDENTS
133300     MOVE RK-AVERAGE-MARK TO RK-SL-AVERAGE
133400     MOVE RK-SB-LOWEST(RK-SB-IDX) TO RK-SL-LOWEST
133500     MOVE RK-SB-HIGHEST(RK-SB-IDX) TO RK-SL-HIGHEST
133600     WRITE SUMMARY-RPT-LINE FROM RK-RPT-SUBJECT-LINE.
133700 4200-EXIT.
133800     EXIT.
133900*
134000******************************************************************
134100* 4300-PRINT-ONE-WITHHELD - ONE WITHHELD-CARD LINE.
134200******************************************************************
134300 4300-PRINT-ONE-WITHHELD.
134400     MOVE RK-WH-STUDENT-ID(RK-WH-IDX) TO RK-SD-STUDENT-ID
134500     MOVE RK-WH-STUDENT-NAME(RK-WH-IDX) TO RK-SD-STUDENT-NAME
134600     MOVE RK-WH-CLASS-CODE(RK-WH-IDX) TO RK-SD-CLASS-CODE
134700     MOVE RK-WH-OVERDUE(RK-WH-IDX) TO RK-SD-OVERDUE
134800     MOVE RK-WH-OLDEST-DATE(RK-WH-IDX) TO RK-SD-OLDEST-DATE
134900     WRITE SUMMARY-RPT-LINE FROM RK-RPT-STUDENT-LINE.
135000 4300-EXIT.
135100     EXIT.
135200*
135300******************************************************************
135400* 4400-PRINT-ONE-NO-RESULT - ONE NO-RESULTS LINE. NOTHING IS OWED
135500*                            OR DATED, SO THOSE COLUMNS ARE BLANK.
135600******************************************************************
135700 4400-PRINT-ONE-NO-RESULT.
135800     MOVE RK-NR-STUDENT-ID(RK-NR-IDX) TO RK-SD-STUDENT-ID
135900     MOVE RK-NR-STUDENT-NAME(RK-NR-IDX) TO RK-SD-STUDENT-NAME
136000     MOVE RK-NR-CLASS-CODE(RK-NR-IDX) TO RK-SD-CLASS-CODE
136100     MOVE ZERO TO RK-SD-OVERDUE RK-SD-OLDEST-DATE
136200     MOVE RK-RPT-STUDENT-LINE TO SUMMARY-RPT-LINE
136300     MOVE SPACES TO SUMMARY-RPT-LINE(44:21)
136400     WRITE SUMMARY-RPT-LINE.
136500 4400-EXIT.
136600     EXIT.
136700*
136800******************************************************************
136900* 9000-TERMINATE - WRITE THE AUDIT JOURNAL RECORD AND CLOSE ALL
137000*                  FILES.
137100******************************************************************
137200 9000-TERMINATE.
137300     IF RK-RUN-OK
137400         DISPLAY "RPTCARD: " RK-CARDS-PRINTED " CARDS PRINTED, "
137500             RK-WITHHELD-COUNT " WITHHELD, "
137600             RK-NO-RESULT-COUNT " WITH NO RESULTS"
137700     END-IF
137800     PERFORM 9100-WRITE-AUDIT-JOURNAL THRU 9100-EXIT
137900     IF RK-RESULTS-OPEN
138000         CLOSE ASSESSMENT-RESULT-FILE
138100     END-IF
138200     IF RK-ATTENDANCE-KEPT
138300         CLOSE ATTENDANCE-HISTORY-FILE
138400     END-IF
138500     CLOSE REPORT-CARD-FILE
138600     CLOSE SUMMARY-REPORT
138700     CLOSE AUDIT-JOURNAL-FILE.
138800 9000-EXIT.
138900     EXIT.
139000*
139100******************************************************************
139200* 9100-WRITE-AUDIT-JOURNAL - APPEND ONE RUN RECORD TO THE SHARED
139300*                            AUDIT JOURNAL.
139400******************************************************************
139500 9100-WRITE-AUDIT-JOURNAL.
139600     MOVE SPACES TO AUDIT-JOURNAL-RECORD
139700     MOVE "RPTCARD" TO AJ-PROGRAM-NAME
139800     MOVE RK-TODAY-DATE TO AJ-RUN-DATE
139900     ACCEPT AJ-RUN-TIME FROM TIME
140000     MOVE ZERO TO AJ-TOTAL-1-AMOUNT AJ-TOTAL-2-AMOUNT
140100     IF NOT RK-RUN-OK
140200         MOVE "RUN REFUSED" TO AJ-TOTAL-1-LABEL
140300     ELSE
140400         MOVE "REPORT CARDS PRINTED" TO AJ-TOTAL-1-LABEL
140500         MOVE RK-CARDS-PRINTED TO AJ-TOTAL-1-AMOUNT
140600         MOVE "REPORT CARDS WITHHELD" TO AJ-TOTAL-2-LABEL
140700         MOVE RK-WITHHELD-COUNT TO AJ-TOTAL-2-AMOUNT
140800     END-IF
140810     MOVE RETURN-CODE TO AJ-RETURN-CODE
140900     WRITE AUDIT-JOURNAL-RECORD.
141000 9100-EXIT.
141100     EXIT.
141200 END PROGRAM RPTCARD.
