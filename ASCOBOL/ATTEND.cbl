000100******************************************************************
000200* AUTHOR:        P. MURPHY, PAYROLL SYSTEMS
000300* INSTALLATION:  ACME MANUFACTURING CORP - DATA PROCESSING
000400* DATE-WRITTEN:  2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:       DAILY STUDENT ATTENDANCE REGISTER AND ABSENCE
000700*                FOLLOW-UP. READS THE DAY'S REGISTER MARKS
000800*                (ATTTRN) - PRESENT, ABSENT OR LATE, WITH AN
000900*                ABSENCE REASON CODE - AND ACCEPTS A MARK ONLY FOR
001000*                A STUDENT ENROLLED ON THE ROSTER IN THE CLASS
001100*                THAT MARKED THEM. ACCEPTED MARKS ARE KEPT ON THE
001200*                CUMULATIVE ATTENDANCE HISTORY (ATTHIST), ONE
001300*                RECORD PER STUDENT PER DAY; A LATER MARK FOR THE
001400*                SAME DAY REPLACES THE EARLIER ONE, SO A RERUN OR
001500*                A CORRECTED REGISTER IS SAFE. THEN PRINTS:
001600*                  - THE DAILY REPORT (ATTDRPT) - REJECTED MARKS
001700*                    AND, FOR EVERY CLASS ON THE CLASS MASTER,
001800*                    ENROLLED, PRESENT, LATE, ABSENT AND NOT
001900*                    MARKED FOR THE BUSINESS DATE. A CLASS WITH
002000*                    NOBODY MARKED IS FLAGGED NO REGISTER.
002100*                  - THE FOLLOW-UP LIST (ATTFRPT) - EVERY STUDENT
002200*                    STILL ENROLLED WHOSE CURRENT RUN OF
002300*                    CONSECUTIVE ABSENCES HAS REACHED THE TRIGGER,
002400*                    OR WHOSE ATTENDANCE RATE SINCE THE START OF
002500*                    TERM IS BELOW THE REPORTING THRESHOLD. LATE
002600*                    COUNTS AS ATTENDED.
002700*                THE ATTPARM CARD CARRIES THE TERM START DATE
002800*                (COLS 1-8), THE CONSECUTIVE-ABSENCE TRIGGER
002900*                (COLS 10-11, DEFAULT 3) AND THE RATE THRESHOLD
003000*                AS A PERCENTAGE TO ONE DECIMAL (COLS 13-15, 900
003100*                MEANING 90.0, THE DEFAULT).
003200*                RC=4 - MARKS REJECTED, NO REGISTERS RECEIVED OR A
003300*                       TABLE FULL.
003400*                RC=8 - RUN REFUSED (NO TERM START, NO CLASS
003500*                       MASTER OR ROSTER) OR THE HISTORY COULD NOT
003600*                       BE UPDATED.
003700*
003800* MODIFICATION HISTORY
003900* DATE       INIT  DESCRIPTION
004000* ---------- ----  ----------------------------------------------
004100* 2026-10-15 PJM   ORIGINAL.
004110* 2026-10-15 PJM   THE AUDIT JOURNAL RECORD NOW CARRIES THE
004120*                  RETURN CODE THE RUN ENDED WITH.
004200******************************************************************
004300 IDENTIFICATION DIVISION.
004400 PROGRAM-ID. ATTEND.
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT PARAMETER-FILE ASSIGN TO "ATTPARM"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS AN-ATTPARM-STATUS.
005100     SELECT CLASS-MASTER-FILE ASSIGN TO "CLASMAST"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS AN-CLASMAST-STATUS.
005400     SELECT STUDENT-ROSTER-FILE ASSIGN TO "STUROSTR"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS AN-STUROSTR-STATUS.
005700     SELECT ATTENDANCE-TRANSACTION-FILE ASSIGN TO "ATTTRN"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS AN-ATTTRN-STATUS.
006000     SELECT ATTENDANCE-HISTORY-FILE ASSIGN TO "ATTHIST"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS AH-HISTORY-KEY
006400         FILE STATUS IS AN-ATTHIST-STATUS.
006500     SELECT DAILY-REPORT ASSIGN TO "ATTDRPT"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS AN-ATTDRPT-STATUS.
006800     SELECT FOLLOW-UP-REPORT ASSIGN TO "ATTFRPT"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS AN-ATTFRPT-STATUS.
007100     SELECT AUDIT-JOURNAL-FILE ASSIGN TO "AUDITJNL"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS AN-AUDITJNL-STATUS.
007400     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS AN-RUNCTL-STATUS.
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  PARAMETER-FILE
008000     LABEL RECORDS ARE STANDARD.
008100 01  PARAMETER-RECORD.
008200     05  PM-TERM-START-DATE      PIC X(08).
008300     05  FILLER                  PIC X(01).
008400     05  PM-ABSENCE-TRIGGER      PIC X(02).
008500     05  FILLER                  PIC X(01).
008600     05  PM-RATE-THRESHOLD       PIC X(03).
008700     05  FILLER                  PIC X(65).
008800 FD  CLASS-MASTER-FILE
008900     LABEL RECORDS ARE STANDARD.
009000 COPY CLASMAST.
009100 FD  STUDENT-ROSTER-FILE
009200     LABEL RECORDS ARE STANDARD.
009300 COPY STUROSTER.
009400 FD  ATTENDANCE-TRANSACTION-FILE
009500     LABEL RECORDS ARE STANDARD.
009600 COPY ATTTRN.
009700 FD  ATTENDANCE-HISTORY-FILE
009800     LABEL RECORDS ARE STANDARD.
009900 COPY ATTHIST.
010000 FD  DAILY-REPORT
010100     LABEL RECORDS ARE STANDARD
010200     RECORD CONTAINS 80 CHARACTERS.
010300 01  DAILY-RPT-LINE              PIC X(80).
010400 FD  FOLLOW-UP-REPORT
010500     LABEL RECORDS ARE STANDARD
010600     RECORD CONTAINS 80 CHARACTERS.
010700 01  FOLLOW-UP-RPT-LINE          PIC X(80).
010800 FD  AUDIT-JOURNAL-FILE
010900     LABEL RECORDS ARE STANDARD.
011000 COPY AUDITJNL.
011100 FD  RUN-CONTROL-FILE
011200     LABEL RECORDS ARE STANDARD.
011300 COPY RUNCTL.
011400 WORKING-STORAGE SECTION.
011500 77  AN-ATTPARM-STATUS       PIC X(02).
011600 77  AN-CLASMAST-STATUS      PIC X(02).
011700 77  AN-STUROSTR-STATUS      PIC X(02).
011800 77  AN-ATTTRN-STATUS        PIC X(02).
011900 77  AN-ATTHIST-STATUS       PIC X(02).
012000 77  AN-ATTDRPT-STATUS       PIC X(02).
012100 77  AN-ATTFRPT-STATUS       PIC X(02).
012200 77  AN-AUDITJNL-STATUS      PIC X(02).
012300 77  AN-RUNCTL-STATUS        PIC X(02).
012400 77  AN-TODAY-DATE           PIC 9(08).
012500*
012600* SHARED PAGE-NUMBERED MANAGEMENT REPORT HEADING - SEE RPTHDR.
012700 COPY RPTHDR.
012800*
012900* FOLLOW-UP RULES FROM THE ATTPARM CARD. THE DEFAULTS STAND WHEN
013000* THE CARD LEAVES A FIELD BLANK.
013100 77  AN-TERM-START-DATE      PIC 9(08) VALUE ZERO.
013200 77  AN-ABSENCE-TRIGGER      PIC 9(02) VALUE 3.
013300 77  AN-RATE-THRESHOLD       PIC 9(02)V9 VALUE 90.0.
013400 77  AN-THRESHOLD-TENTHS     PIC 9(03) VALUE ZERO.
013500 77  AN-RUN-SWITCH           PIC X(01) VALUE "Y".
013600     88  AN-RUN-OK                   VALUE "Y".
013700 77  AN-HISTORY-SWITCH       PIC X(01) VALUE "N".
013800     88  AN-HISTORY-OPEN             VALUE "Y".
013900 77  AN-CLASS-EOF-SWITCH     PIC X(01) VALUE "N".
014000     88  AN-END-OF-CLASSES           VALUE "Y".
014100 77  AN-ROSTER-EOF-SWITCH    PIC X(01) VALUE "N".
014200     88  AN-END-OF-ROSTER            VALUE "Y".
014300 77  AN-TRAN-EOF-SWITCH      PIC X(01) VALUE "N".
014400     88  AN-END-OF-TRANSACTIONS      VALUE "Y".
014500 77  AN-HIST-EOF-SWITCH      PIC X(01) VALUE "N".
014600     88  AN-END-OF-HISTORY           VALUE "Y".
014700 77  AN-STUDENT-SWITCH       PIC X(01) VALUE "N".
014800     88  AN-HAVE-STUDENT             VALUE "Y".
014900 77  AN-CLASS-COUNT          PIC 9(03) COMP VALUE ZERO.
015000 77  AN-ROSTER-COUNT         PIC 9(05) COMP VALUE ZERO.
015100 77  AN-LINES-READ           PIC 9(05) COMP VALUE ZERO.
015200 77  AN-MARKS-ADDED          PIC 9(05) COMP VALUE ZERO.
015300 77  AN-MARKS-REPLACED       PIC 9(05) COMP VALUE ZERO.
015400 77  AN-LINES-REJECTED       PIC 9(05) COMP VALUE ZERO.
015500 77  AN-HISTORY-FAILED       PIC 9(05) COMP VALUE ZERO.
015600 77  AN-STUDENTS-SCANNED     PIC 9(05) COMP VALUE ZERO.
015700 77  AN-FOLLOW-UP-COUNT      PIC 9(05) COMP VALUE ZERO.
015800 77  AN-WORK-STUDENT-ID      PIC 9(06) VALUE ZERO.
015900 77  AN-WORK-CLASS-CODE      PIC X(04) VALUE SPACES.
016000 77  AN-REJECT-REASON        PIC X(30) VALUE SPACES.
016100 77  AN-RATE-PCT             PIC 9(03)V9 VALUE ZERO.
016200 77  AN-EDIT-RATE            PIC ZZ9.9.
016300 77  AN-ATTENDED-DAYS        PIC 9(05) VALUE ZERO.
016400*
016500* A REGISTER DATE BROKEN DOWN FOR THE CALENDAR CHECK.
016600 01  AN-CHECK-DATE           PIC 9(08) VALUE ZERO.
016700 01  AN-CHECK-DATE-PARTS REDEFINES AN-CHECK-DATE.
016800     05  AN-CHECK-YEAR       PIC 9(04).
016900     05  AN-CHECK-MONTH      PIC 9(02).
017000         88  AN-VALID-MONTH          VALUES 1 THRU 12.
017100     05  AN-CHECK-DAY        PIC 9(02).
017200         88  AN-VALID-DAY            VALUES 1 THRU 31.
017300*
017400* ONE STUDENT'S TERM TO DATE, BUILT UP WHILE THEIR HISTORY IS
017500* READ IN DATE ORDER. THE RUN OF ABSENCES GOES BACK TO ZERO ON
017600* ANY DAY THE STUDENT ATTENDED, SO AT THE END IT IS THE RUN THAT
017700* IS STILL CURRENT.
017800 01  AN-STUDENT-TOTALS.
017900     05  AN-ST-STUDENT-ID    PIC 9(06) VALUE ZERO.
018000     05  AN-ST-MARKED        PIC 9(05) VALUE ZERO.
018100     05  AN-ST-PRESENT       PIC 9(05) VALUE ZERO.
018200     05  AN-ST-LATE          PIC 9(05) VALUE ZERO.
018300     05  AN-ST-ABSENT        PIC 9(05) VALUE ZERO.
018400     05  AN-ST-UNEXPLAINED   PIC 9(05) VALUE ZERO.
018500     05  AN-ST-ABSENCE-RUN   PIC 9(05) VALUE ZERO.
018600*
018700* ONE ROW PER CLASS ON THE CLASS MASTER, IN FILE ORDER. ENROLLED
018800* COMES FROM THE ROSTER; THE MARKS ARE THE BUSINESS DATE'S ONLY.
018900 01  AN-CLASS-TABLE.
019000     05  AN-CLASS-ENTRY OCCURS 50 TIMES INDEXED BY AN-CL-IDX.
019100         10  AN-CL-CLASS-CODE    PIC X(04).
019200         10  AN-CL-DESCRIPTION   PIC X(20).
019300         10  AN-CL-ENROLLED      PIC 9(05).
019400         10  AN-CL-PRESENT       PIC 9(05).
019500         10  AN-CL-LATE          PIC 9(05).
019600         10  AN-CL-ABSENT        PIC 9(05).
019700*
019800* THE STUDENT ROSTER AS IT STANDS TODAY.
019900 01  AN-ROSTER-TABLE.
020000     05  AN-ROSTER-ENTRY OCCURS 1000 TIMES INDEXED BY AN-RO-IDX.
020100         10  AN-RO-STUDENT-ID    PIC 9(06).
020200         10  AN-RO-STUDENT-NAME  PIC X(30).
020300         10  AN-RO-CLASS-CODE    PIC X(04).
020400         10  AN-RO-STATUS        PIC X(01).
020500             88  AN-RO-ENROLLED          VALUE "E".
020600*
020700* WHOLE-SCHOOL TOTALS FOR THE BUSINESS DATE.
020800 01  AN-DAY-TOTALS.
020900     05  AN-DT-ENROLLED      PIC 9(05) VALUE ZERO.
021000     05  AN-DT-PRESENT       PIC 9(05) VALUE ZERO.
021100     05  AN-DT-LATE          PIC 9(05) VALUE ZERO.
021200     05  AN-DT-ABSENT        PIC 9(05) VALUE ZERO.
021300     05  AN-DT-MARKED        PIC 9(05) VALUE ZERO.
021400     05  AN-DT-NOT-MARKED    PIC 9(05) VALUE ZERO.
021500*
021600 01  AN-RPT-SECTION-LINE.
021700     05  AN-SECTION-TITLE    PIC X(60).
021800     05  FILLER              PIC X(20) VALUE SPACES.
021900 01  AN-RPT-REJECT-HEADING.
022000     05  FILLER              PIC X(40) VALUE
022100         "STUDNT CLAS DATE     M RS REASON        ".
022200     05  FILLER              PIC X(40) VALUE SPACES.
022300 01  AN-RPT-REJECT-LINE.
022400     05  AN-RJ-STUDENT-ID    PIC X(06).
022500     05  FILLER              PIC X(01) VALUE SPACES.
022600     05  AN-RJ-CLASS-CODE    PIC X(04).
022700     05  FILLER              PIC X(01) VALUE SPACES.
022800     05  AN-RJ-DATE          PIC X(08).
022900     05  FILLER              PIC X(01) VALUE SPACES.
023000     05  AN-RJ-MARK          PIC X(01).
023100     05  FILLER              PIC X(01) VALUE SPACES.
023200     05  AN-RJ-REASON-CODE   PIC X(02).
023300     05  FILLER              PIC X(01) VALUE SPACES.
023400     05  AN-RJ-REASON        PIC X(30).
023500 01  AN-RPT-CLASS-HEADING.
023600     05  FILLER              PIC X(40) VALUE
023700         "CLAS  DESCRIPTION          ENROLD PRESNT".
023800     05  FILLER              PIC X(40) VALUE
023900         "   LATE ABSENT NO MRK  ATT% NOTE        ".
024000 01  AN-RPT-CLASS-LINE.
024100     05  AN-CS-CLASS-CODE    PIC X(04).
024200     05  FILLER              PIC X(02) VALUE SPACES.
024300     05  AN-CS-DESCRIPTION   PIC X(20).
024400     05  FILLER              PIC X(01) VALUE SPACES.
024500     05  AN-CS-ENROLLED      PIC ZZ,ZZ9.
024600     05  FILLER              PIC X(01) VALUE SPACES.
024700     05  AN-CS-PRESENT       PIC ZZ,ZZ9.
024800     05  FILLER              PIC X(01) VALUE SPACES.
024900     05  AN-CS-LATE          PIC ZZ,ZZ9.
025000     05  FILLER              PIC X(01) VALUE SPACES.
025100     05  AN-CS-ABSENT        PIC ZZ,ZZ9.
025200     05  FILLER              PIC X(01) VALUE SPACES.
025300     05  AN-CS-NOT-MARKED    PIC ZZ,ZZ9.
025400     05  FILLER              PIC X(01) VALUE SPACES.
025500     05  AN-CS-RATE-PCT      PIC ZZ9.9.
025600     05  FILLER              PIC X(01) VALUE SPACES.
025700     05  AN-CS-NOTE          PIC X(11).
025800 01  AN-RPT-FOLLOW-HEADING.
025900     05  FILLER              PIC X(40) VALUE
026000         "STUDNT NAME                 CLAS DAY ABS".
026100     05  FILLER              PIC X(40) VALUE
026200         " UNX LTE RATE% RUN FOLLOW-UP            ".
026300 01  AN-RPT-FOLLOW-LINE.
026400     05  AN-FU-STUDENT-ID    PIC 9(06).
026500     05  FILLER              PIC X(01) VALUE SPACES.
026600     05  AN-FU-STUDENT-NAME  PIC X(20).
026700     05  FILLER              PIC X(01) VALUE SPACES.
026800     05  AN-FU-CLASS-CODE    PIC X(04).
026900     05  FILLER              PIC X(01) VALUE SPACES.
027000     05  AN-FU-MARKED        PIC ZZ9.
027100     05  FILLER              PIC X(01) VALUE SPACES.
027200     05  AN-FU-ABSENT        PIC ZZ9.
027300     05  FILLER              PIC X(01) VALUE SPACES.
027400     05  AN-FU-UNEXPLAINED   PIC ZZ9.
027500     05  FILLER              PIC X(01) VALUE SPACES.
027600     05  AN-FU-LATE          PIC ZZ9.
027700     05  FILLER              PIC X(01) VALUE SPACES.
027800     05  AN-FU-RATE-PCT      PIC ZZ9.9.
027900     05  FILLER              PIC X(01) VALUE SPACES.
028000     05  AN-FU-ABSENCE-RUN   PIC ZZ9.
028100     05  FILLER              PIC X(01) VALUE SPACES.
028200     05  AN-FU-REASON        PIC X(16).
028300 01  AN-RPT-TOTAL-LINE.
028400     05  AN-TOT-LABEL        PIC X(32).
028500     05  AN-TOT-COUNT        PIC ZZ,ZZ9.
028600 01  AN-RPT-MESSAGE-LINE.
028700     05  FILLER              PIC X(04) VALUE "*** ".
028800     05  AN-MSG-TEXT         PIC X(60).
028900 01  AN-RPT-BLANK-LINE       PIC X(01) VALUE SPACE.
029000 PROCEDURE DIVISION.
029100 0000-MAINLINE.
029200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
029300     IF AN-RUN-OK
029400         PERFORM 2000-RECORD-REGISTERS THRU 2000-EXIT
029500         PERFORM 3000-SCAN-HISTORY THRU 3000-EXIT
029600         PERFORM 4000-PRINT-CLASS-SUMMARY THRU 4000-EXIT
029700     END-IF
029800     PERFORM 9000-TERMINATE THRU 9000-EXIT
029900     STOP RUN.
030000*
030100******************************************************************
030200* 1000-INITIALIZE - GET THE BUSINESS DATE, OPEN THE REPORTS, READ
030300*                   THE PARAMETER CARD, LOAD THE CLASS MASTER AND
030400*                   THE ROSTER, AND OPEN THE ATTENDANCE HISTORY
030500*                   (CREATING IT ON THE FIRST RUN).
030600******************************************************************
030700 1000-INITIALIZE.
030800     PERFORM 1300-GET-BUSINESS-DATE THRU 1300-EXIT
030900     INITIALIZE AN-CLASS-TABLE AN-ROSTER-TABLE
031000     OPEN OUTPUT DAILY-REPORT
031100     OPEN OUTPUT FOLLOW-UP-REPORT
031200     OPEN EXTEND AUDIT-JOURNAL-FILE
031300     IF AN-AUDITJNL-STATUS NOT = "00"
031400         OPEN OUTPUT AUDIT-JOURNAL-FILE
031500     END-IF
031600     MOVE ZERO TO RPT-PAGE-NUMBER
031700     ADD 1 TO RPT-PAGE-NUMBER
031800     MOVE AN-TODAY-DATE TO RPT-HDR-RUN-DATE
031900     MOVE RPT-PAGE-NUMBER TO RPT-HDR-PAGE-NUMBER
032000     MOVE "DAILY ATTENDANCE REGISTER" TO RPT-HDR-TITLE
032100     WRITE DAILY-RPT-LINE FROM RPT-STD-HEADING-1
032200     WRITE DAILY-RPT-LINE FROM RPT-STD-HEADING-2
032300     MOVE "ATTENDANCE FOLLOW-UP LIST" TO RPT-HDR-TITLE
032400     WRITE FOLLOW-UP-RPT-LINE FROM RPT-STD-HEADING-1
032500     WRITE FOLLOW-UP-RPT-LINE FROM RPT-STD-HEADING-2
032600     PERFORM 1100-READ-PARAMETER THRU 1100-EXIT
032700     IF NOT AN-RUN-OK
032800         GO TO 1000-EXIT
032900     END-IF
033000     MOVE "TERM START" TO AN-SECTION-TITLE
033100     MOVE AN-TERM-START-DATE TO AN-SECTION-TITLE(12:8)
033200     MOVE "ABSENCE RUN" TO AN-SECTION-TITLE(22:11)
033300     MOVE AN-ABSENCE-TRIGGER TO AN-SECTION-TITLE(34:2)
033400     MOVE "RATE BELOW" TO AN-SECTION-TITLE(38:10)
033500     MOVE AN-RATE-THRESHOLD TO AN-EDIT-RATE
033600     MOVE AN-EDIT-RATE TO AN-SECTION-TITLE(49:5)
033700     MOVE "%" TO AN-SECTION-TITLE(54:1)
033800     WRITE DAILY-RPT-LINE FROM AN-RPT-SECTION-LINE
033900     WRITE FOLLOW-UP-RPT-LINE FROM AN-RPT-SECTION-LINE
034000     PERFORM 1200-LOAD-CLASSES THRU 1200-EXIT
034100     IF NOT AN-RUN-OK
034200         GO TO 1000-EXIT
034300     END-IF
034400     PERFORM 1400-LOAD-ROSTER THRU 1400-EXIT
034500     IF NOT AN-RUN-OK
034600         GO TO 1000-EXIT
034700     END-IF
034800     OPEN I-O ATTENDANCE-HISTORY-FILE
034900     IF AN-ATTHIST-STATUS = "35"
035000         OPEN OUTPUT ATTENDANCE-HISTORY-FILE
035100         CLOSE ATTENDANCE-HISTORY-FILE
035200         OPEN I-O ATTENDANCE-HISTORY-FILE
035300     END-IF
035400     IF AN-ATTHIST-STATUS NOT = "00"
035500         DISPLAY "ATTEND: UNABLE TO OPEN ATTENDANCE HISTORY, "
035600             "STATUS " AN-ATTHIST-STATUS
035700         MOVE "ATTENDANCE HISTORY UNUSABLE - RUN REFUSED"
035800             TO AN-MSG-TEXT
035900         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
036000         GO TO 1000-EXIT
036100     END-IF
036200     MOVE "Y" TO AN-HISTORY-SWITCH.
036300 1000-EXIT.
036400     EXIT.
036500*
036600******************************************************************
036700* 1100-READ-PARAMETER - READ THE ATTPARM CARD. THE TERM START
036800*                       DATE IS REQUIRED - WITHOUT IT THERE IS NO
036900*                       TERM RATE TO WORK OUT. A BLANK TRIGGER OR
037000*                       THRESHOLD KEEPS THE DEFAULT.
037100******************************************************************
037200 1100-READ-PARAMETER.
037300     OPEN INPUT PARAMETER-FILE
037400     IF AN-ATTPARM-STATUS NOT = "00"
037500         MOVE "NO ATTENDANCE PARAMETER CARD - RUN REFUSED"
037600             TO AN-MSG-TEXT
037700         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
037800         GO TO 1100-EXIT
037900     END-IF
038000     READ PARAMETER-FILE
038100         AT END
038200             MOVE "PARAMETER CARD IS EMPTY - RUN REFUSED"
038300                 TO AN-MSG-TEXT
038400             PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
038500     END-READ
038600     CLOSE PARAMETER-FILE
038700     IF NOT AN-RUN-OK
038800         GO TO 1100-EXIT
038900     END-IF
039000     IF PM-TERM-START-DATE NOT NUMERIC
039100         DISPLAY "ATTEND: BAD PARAMETER CARD - " PARAMETER-RECORD
039200         MOVE "TERM START DATE NOT NUMERIC - RUN REFUSED"
039300             TO AN-MSG-TEXT
039400         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
039500         GO TO 1100-EXIT
039600     END-IF
039700     MOVE PM-TERM-START-DATE TO AN-CHECK-DATE
039800     IF NOT AN-VALID-MONTH OR NOT AN-VALID-DAY
039900             OR AN-CHECK-DATE > AN-TODAY-DATE
040000         DISPLAY "ATTEND: BAD PARAMETER CARD - " PARAMETER-RECORD
040100         MOVE "TERM START DATE INVALID OR AFTER TODAY - REFUSED"
040200             TO AN-MSG-TEXT
040300         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
040400         GO TO 1100-EXIT
040500     END-IF
040600     MOVE AN-CHECK-DATE TO AN-TERM-START-DATE
040700     IF PM-ABSENCE-TRIGGER NUMERIC
040800         IF PM-ABSENCE-TRIGGER NOT = "00"
040900             MOVE PM-ABSENCE-TRIGGER TO AN-ABSENCE-TRIGGER
041000         END-IF
041100     END-IF
041200     IF PM-RATE-THRESHOLD NUMERIC
041300         IF PM-RATE-THRESHOLD NOT = "000"
041400             MOVE PM-RATE-THRESHOLD TO AN-THRESHOLD-TENTHS
041500             COMPUTE AN-RATE-THRESHOLD = AN-THRESHOLD-TENTHS / 10
041600         END-IF
041700     END-IF.
041800 1100-EXIT.
041900     EXIT.
042000*
042100******************************************************************
042200* 1200-LOAD-CLASSES - LOAD THE CLASS MASTER INTO THE CLASS TABLE.
042300******************************************************************
042400 1200-LOAD-CLASSES.
042500     OPEN INPUT CLASS-MASTER-FILE
042600     IF AN-CLASMAST-STATUS NOT = "00"
042700         DISPLAY "ATTEND: UNABLE TO OPEN CLASS MASTER, STATUS "
042800             AN-CLASMAST-STATUS
042900         MOVE "NO CLASS MASTER - RUN REFUSED" TO AN-MSG-TEXT
043000         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
043100         GO TO 1200-EXIT
043200     END-IF
043300     PERFORM 1250-LOAD-ONE-CLASS THRU 1250-EXIT
043400         UNTIL AN-END-OF-CLASSES
043500     CLOSE CLASS-MASTER-FILE.
043600 1200-EXIT.
043700     EXIT.
043800*
043900******************************************************************
044000* 1250-LOAD-ONE-CLASS - READ ONE CLASS MASTER RECORD INTO THE
044100*                       NEXT ROW OF THE CLASS TABLE.
044200******************************************************************
044300 1250-LOAD-ONE-CLASS.
044400     READ CLASS-MASTER-FILE
044500         AT END
044600             MOVE "Y" TO AN-CLASS-EOF-SWITCH
044700             GO TO 1250-EXIT
044800     END-READ
044900     IF AN-CLASS-COUNT NOT < 50
045000         DISPLAY "ATTEND: CLASS TABLE FULL, SKIPPING "
045100             CM-CLASS-CODE
045200         IF RETURN-CODE < 4
045300             MOVE 4 TO RETURN-CODE
045400         END-IF
045500         GO TO 1250-EXIT
045600     END-IF
045700     ADD 1 TO AN-CLASS-COUNT
045800     SET AN-CL-IDX TO AN-CLASS-COUNT
045900     MOVE CM-CLASS-CODE TO AN-CL-CLASS-CODE(AN-CL-IDX)
046000     MOVE CM-DESCRIPTION TO AN-CL-DESCRIPTION(AN-CL-IDX).
046100 1250-EXIT.
046200     EXIT.
046300*
046400******************************************************************
046500* 1300-GET-BUSINESS-DATE - THE RUN DATE COMES FROM THE SUITE
046600*                          RUN-CONTROL FILE; THE MACHINE DATE IS
046700*                          ONLY A FALLBACK.
046800******************************************************************
046900 1300-GET-BUSINESS-DATE.
047000     MOVE ZERO TO AN-TODAY-DATE
047100     OPEN INPUT RUN-CONTROL-FILE
047200     IF AN-RUNCTL-STATUS = "00"
047300         READ RUN-CONTROL-FILE
047400             AT END
047500                 CONTINUE
047600             NOT AT END
047700                 IF RC-BUSINESS-DATE NUMERIC
047800                     MOVE RC-BUSINESS-DATE TO AN-TODAY-DATE
047900                 END-IF
048000         END-READ
048100         CLOSE RUN-CONTROL-FILE
048200     END-IF
048300     IF AN-TODAY-DATE = ZERO
048400         ACCEPT AN-TODAY-DATE FROM DATE YYYYMMDD
048500         DISPLAY "ATTEND: NO RUN CONTROL - USING MACHINE "
048600             "DATE " AN-TODAY-DATE
048700     END-IF.
048800 1300-EXIT.
048900     EXIT.
049000*
049100******************************************************************
049200* 1400-LOAD-ROSTER - LOAD THE STUDENT ROSTER INTO THE ROSTER TABLE
049300*                    AND COUNT EACH CLASS'S ENROLLED STUDENTS.
049400******************************************************************
049500 1400-LOAD-ROSTER.
049600     OPEN INPUT STUDENT-ROSTER-FILE
049700     IF AN-STUROSTR-STATUS NOT = "00"
049800         DISPLAY "ATTEND: UNABLE TO OPEN STUDENT ROSTER, STATUS "
049900             AN-STUROSTR-STATUS
050000         MOVE "NO STUDENT ROSTER - RUN REFUSED" TO AN-MSG-TEXT
050100         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
050200         GO TO 1400-EXIT
050300     END-IF
050400     PERFORM 1450-LOAD-ONE-STUDENT THRU 1450-EXIT
050500         UNTIL AN-END-OF-ROSTER
050600     CLOSE STUDENT-ROSTER-FILE.
050700 1400-EXIT.
050800     EXIT.
050900*
051000******************************************************************
051100* 1450-LOAD-ONE-STUDENT - READ ONE ROSTER RECORD INTO THE NEXT ROW
051200*                         OF THE ROSTER TABLE.
051300******************************************************************
051400 1450-LOAD-ONE-STUDENT.
051500     READ STUDENT-ROSTER-FILE
051600         AT END
051700             MOVE "Y" TO AN-ROSTER-EOF-SWITCH
051800             GO TO 1450-EXIT
051900     END-READ
052000     IF AN-ROSTER-COUNT NOT < 1000
052100         DISPLAY "ATTEND: ROSTER TABLE FULL, SKIPPING "
052200             SR-STUDENT-ID
052300         IF RETURN-CODE < 4
052400             MOVE 4 TO RETURN-CODE
052500         END-IF
052600         GO TO 1450-EXIT
052700     END-IF
052800     ADD 1 TO AN-ROSTER-COUNT
052900     SET AN-RO-IDX TO AN-ROSTER-COUNT
053000     MOVE SR-STUDENT-ID TO AN-RO-STUDENT-ID(AN-RO-IDX)
053100     MOVE SR-STUDENT-NAME TO AN-RO-STUDENT-NAME(AN-RO-IDX)
053200     MOVE SR-CLASS-CODE TO AN-RO-CLASS-CODE(AN-RO-IDX)
053300     MOVE SR-STATUS TO AN-RO-STATUS(AN-RO-IDX)
053400     IF NOT SR-ENROLLED
053500         GO TO 1450-EXIT
053600     END-IF
053700     MOVE SR-CLASS-CODE TO AN-WORK-CLASS-CODE
053800     PERFORM 1600-FIND-CLASS THRU 1600-EXIT
053900     IF AN-CL-IDX NOT = ZERO
054000         ADD 1 TO AN-CL-ENROLLED(AN-CL-IDX)
054100     END-IF.
054200 1450-EXIT.
054300     EXIT.
054400*
054500******************************************************************
054600* 1500-FIND-STUDENT - POINT AN-RO-IDX AT THE ROSTER ROW FOR AN-
054700*                     WORK-STUDENT-ID. ZERO WHEN NOT ON THE
054800*                     ROSTER.
054900******************************************************************
055000 1500-FIND-STUDENT.
055100     SET AN-RO-IDX TO 1
055200     SEARCH AN-ROSTER-ENTRY
055300         AT END
055400             SET AN-RO-IDX TO ZERO
055500         WHEN AN-RO-IDX > AN-ROSTER-COUNT
055600             SET AN-RO-IDX TO ZERO
055700         WHEN AN-RO-STUDENT-ID(AN-RO-IDX) = AN-WORK-STUDENT-ID
055800             CONTINUE
055900     END-SEARCH.
056000 1500-EXIT.
056100     EXIT.
056200*
056300******************************************************************
056400* 1600-FIND-CLASS - POINT AN-CL-IDX AT THE CLASS TABLE ROW FOR
056500*                   AN-WORK-CLASS-CODE. ZERO WHEN THE CLASS IS NOT
056600*                   ON THE CLASS MASTER.
056700******************************************************************
056800 1600-FIND-CLASS.
056900     SET AN-CL-IDX TO 1
057000     SEARCH AN-CLASS-ENTRY
057100         AT END
057200             SET AN-CL-IDX TO ZERO
057300         WHEN AN-CL-IDX > AN-CLASS-COUNT
057400             SET AN-CL-IDX TO ZERO
057500         WHEN AN-CL-CLASS-CODE(AN-CL-IDX) = AN-WORK-CLASS-CODE
057600             CONTINUE
057700     END-SEARCH.
057800 1600-EXIT.
057900     EXIT.
058000*
058100******************************************************************
058200* 1900-REFUSE-RUN - PRINT WHY THE RUN WAS REFUSED AND END RETURN
058300*                   CODE 8.
058400******************************************************************
058500 1900-REFUSE-RUN.
058600     MOVE "N" TO AN-RUN-SWITCH
058700     WRITE DAILY-RPT-LINE FROM AN-RPT-MESSAGE-LINE
058800     DISPLAY "ATTEND: " AN-MSG-TEXT
058900     MOVE 8 TO RETURN-CODE.
059000 1900-EXIT.
059100     EXIT.
059200*
059300******************************************************************
059400* 2000-RECORD-REGISTERS - CHECK EVERY REGISTER MARK ON THE
059500*                         TRANSACTION FILE AND RECORD THE GOOD
059600*                         ONES ON THE ATTENDANCE HISTORY. REJECTS
059700*                         ARE LISTED ON THE DAILY REPORT.
059800******************************************************************
059900 2000-RECORD-REGISTERS.
060000     WRITE DAILY-RPT-LINE FROM AN-RPT-BLANK-LINE
060100     MOVE "REGISTER MARKS REJECTED" TO AN-SECTION-TITLE
060200     WRITE DAILY-RPT-LINE FROM AN-RPT-SECTION-LINE
060300     WRITE DAILY-RPT-LINE FROM AN-RPT-REJECT-HEADING
060400     OPEN INPUT ATTENDANCE-TRANSACTION-FILE
060500     IF AN-ATTTRN-STATUS NOT = "00"
060600         DISPLAY "ATTEND: NO ATTENDANCE REGISTERS, STATUS "
060700             AN-ATTTRN-STATUS
060800         MOVE "NO ATTENDANCE REGISTERS RECEIVED" TO AN-MSG-TEXT
060900         WRITE DAILY-RPT-LINE FROM AN-RPT-MESSAGE-LINE
061000         IF RETURN-CODE < 4
061100             MOVE 4 TO RETURN-CODE
061200         END-IF
061300         GO TO 2000-EXIT
061400     END-IF
061500     PERFORM 2100-RECORD-ONE-MARK THRU 2100-EXIT
061600         UNTIL AN-END-OF-TRANSACTIONS
061700     CLOSE ATTENDANCE-TRANSACTION-FILE
061800     IF AN-LINES-REJECTED = ZERO
061900         MOVE "NONE" TO AN-MSG-TEXT
062000         WRITE DAILY-RPT-LINE FROM AN-RPT-MESSAGE-LINE
062100     END-IF
062200     IF AN-LINES-REJECTED > ZERO AND RETURN-CODE < 4
062300         MOVE 4 TO RETURN-CODE
062400     END-IF
062500     WRITE DAILY-RPT-LINE FROM AN-RPT-BLANK-LINE
062600     MOVE "REGISTER LINES READ" TO AN-TOT-LABEL
062700     MOVE AN-LINES-READ TO AN-TOT-COUNT
062800     WRITE DAILY-RPT-LINE FROM AN-RPT-TOTAL-LINE
062900     MOVE "MARKS ADDED TO HISTORY" TO AN-TOT-LABEL
063000     MOVE AN-MARKS-ADDED TO AN-TOT-COUNT
063100     WRITE DAILY-RPT-LINE FROM AN-RPT-TOTAL-LINE
063200     MOVE "MARKS REPLACING AN EARLIER MARK" TO AN-TOT-LABEL
063300     MOVE AN-MARKS-REPLACED TO AN-TOT-COUNT
063400     WRITE DAILY-RPT-LINE FROM AN-RPT-TOTAL-LINE
063500     MOVE "MARKS REJECTED" TO AN-TOT-LABEL
063600     MOVE AN-LINES-REJECTED TO AN-TOT-COUNT
063700     WRITE DAILY-RPT-LINE FROM AN-RPT-TOTAL-LINE
063800     IF AN-HISTORY-FAILED > ZERO
063900         MOVE "MARKS NOT RECORDED - RERUN" TO AN-TOT-LABEL
064000         MOVE AN-HISTORY-FAILED TO AN-TOT-COUNT
064100         WRITE DAILY-RPT-LINE FROM AN-RPT-TOTAL-LINE
064200         MOVE 8 TO RETURN-CODE
064300     END-IF.
064400 2000-EXIT.
064500     EXIT.
064600*
064700******************************************************************
064800* 2100-RECORD-ONE-MARK - READ ONE REGISTER MARK, CHECK IT, AND
064900*                        WRITE IT TO THE HISTORY - OR, WHEN THE
065000*                        STUDENT ALREADY HAS A MARK FOR THAT DAY,
065100*                        REPLACE IT.
065200******************************************************************
065300 2100-RECORD-ONE-MARK.
065400     READ ATTENDANCE-TRANSACTION-FILE
065500         AT END
065600             MOVE "Y" TO AN-TRAN-EOF-SWITCH
065700             GO TO 2100-EXIT
065800     END-READ
065900     ADD 1 TO AN-LINES-READ
066000     IF AE-STUDENT-ID NOT NUMERIC
066100         MOVE "STUDENT ID NOT NUMERIC" TO AN-REJECT-REASON
066200         PERFORM 2900-REJECT-MARK THRU 2900-EXIT
066300         GO TO 2100-EXIT
066400     END-IF
066500     IF NOT AE-VALID-MARK
066600         MOVE "MARK NOT P, A OR L" TO AN-REJECT-REASON
066700         PERFORM 2900-REJECT-MARK THRU 2900-EXIT
066800         GO TO 2100-EXIT
066900     END-IF
067000     IF AE-ATTEND-DATE NOT NUMERIC
067100         MOVE "DATE NOT NUMERIC" TO AN-REJECT-REASON
067200         PERFORM 2900-REJECT-MARK THRU 2900-EXIT
067300         GO TO 2100-EXIT
067400     END-IF
067500     MOVE AE-ATTEND-DATE TO AN-CHECK-DATE
067600     IF NOT AN-VALID-MONTH OR NOT AN-VALID-DAY
067700         MOVE "NOT A CALENDAR DATE" TO AN-REJECT-REASON
067800         PERFORM 2900-REJECT-MARK THRU 2900-EXIT
067900         GO TO 2100-EXIT
068000     END-IF
068100     IF AE-ATTEND-DATE > AN-TODAY-DATE
068200         MOVE "DATE AFTER THE BUSINESS DATE" TO AN-REJECT-REASON
068300         PERFORM 2900-REJECT-MARK THRU 2900-EXIT
068400         GO TO 2100-EXIT
068500     END-IF
068600     IF AE-ATTEND-DATE < AN-TERM-START-DATE
068700         MOVE "DATE BEFORE THE START OF TERM" TO AN-REJECT-REASON
068800         PERFORM 2900-REJECT-MARK THRU 2900-EXIT
068900         GO TO 2100-EXIT
069000     END-IF
069100     MOVE AE-STUDENT-ID TO AN-WORK-STUDENT-ID
069200     PERFORM 1500-FIND-STUDENT THRU 1500-EXIT
069300     IF AN-RO-IDX = ZERO
069400         MOVE "STUDENT NOT ON ROSTER" TO AN-REJECT-REASON
069500         PERFORM 2900-REJECT-MARK THRU 2900-EXIT
069600         GO TO 2100-EXIT
069700     END-IF
069800     IF NOT AN-RO-ENROLLED(AN-RO-IDX)
069900         MOVE "STUDENT NOT ENROLLED" TO AN-REJECT-REASON
070000         PERFORM 2900-REJECT-MARK THRU 2900-EXIT
070100         GO TO 2100-EXIT
070200     END-IF
070300     IF AN-RO-CLASS-CODE(AN-RO-IDX) NOT = AE-CLASS-CODE
070400         MOVE "STUDENT NOT IN THIS CLASS" TO AN-REJECT-REASON
070500         PERFORM 2900-REJECT-MARK THRU 2900-EXIT
070600         GO TO 2100-EXIT
070700     END-IF
070800     MOVE SPACES TO ATTENDANCE-HISTORY-RECORD
070900     MOVE AE-STUDENT-ID TO AH-STUDENT-ID
071000     MOVE AE-ATTEND-DATE TO AH-ATTEND-DATE
071100     MOVE AE-CLASS-CODE TO AH-CLASS-CODE
071200     MOVE AE-MARK TO AH-MARK
071300     IF NOT AE-PRESENT
071400         MOVE AE-REASON-CODE TO AH-REASON-CODE
071500     END-IF
071600     MOVE AN-TODAY-DATE TO AH-RECORDED-DATE
071700     WRITE ATTENDANCE-HISTORY-RECORD
071800         INVALID KEY
071900             PERFORM 2200-REPLACE-MARK THRU 2200-EXIT
072000         NOT INVALID KEY
072100             ADD 1 TO AN-MARKS-ADDED
072200     END-WRITE.
072300 2100-EXIT.
072400     EXIT.
072500*
072600******************************************************************
072700* 2200-REPLACE-MARK - THE STUDENT ALREADY HAS A MARK FOR THE DAY -
072800*                     THE NEWER REGISTER REPLACES IT.
072900******************************************************************
073000 2200-REPLACE-MARK.
073100     REWRITE ATTENDANCE-HISTORY-RECORD
073200         INVALID KEY
073300             DISPLAY "ATTEND: HISTORY UPDATE FAILED FOR "
073400                 AH-STUDENT-ID " " AH-ATTEND-DATE ", STATUS "
073500                 AN-ATTHIST-STATUS
073600             ADD 1 TO AN-HISTORY-FAILED
073700         NOT INVALID KEY
073800             ADD 1 TO AN-MARKS-REPLACED
073900     END-REWRITE.
074000 2200-EXIT.
074100     EXIT.
074200*
074300******************************************************************
074400* 2900-REJECT-MARK - LIST A REJECTED REGISTER MARK WITH THE
074500*                    REASON IN AN-REJECT-REASON.
074600******************************************************************
074700 2900-REJECT-MARK.
074800     ADD 1 TO AN-LINES-REJECTED
074900     MOVE AE-STUDENT-ID TO AN-RJ-STUDENT-ID
075000     MOVE AE-CLASS-CODE TO AN-RJ-CLASS-CODE
075100     MOVE AE-ATTEND-DATE TO AN-RJ-DATE
075200     MOVE AE-MARK TO AN-RJ-MARK
075300     MOVE AE-REASON-CODE TO AN-RJ-REASON-CODE
075400     MOVE AN-REJECT-REASON TO AN-RJ-REASON
075500     WRITE DAILY-RPT-LINE FROM AN-RPT-REJECT-LINE.
075600 2900-EXIT.
075700     EXIT.
075800*
075900******************************************************************
076000* 3000-SCAN-HISTORY - READ THE WHOLE ATTENDANCE HISTORY IN STUDENT
076100*                     AND DATE ORDER. EACH STUDENT'S TERM TO DATE
076200*                     IS TESTED FOR FOLLOW-UP AT THE CHANGE OF
076300*                     STUDENT, AND THE BUSINESS DATE'S MARKS ARE
076400*                     COUNTED INTO THE CLASS TABLE.
076500******************************************************************
076600 3000-SCAN-HISTORY.
076700     MOVE "STUDENTS FOR ATTENDANCE FOLLOW-UP" TO AN-SECTION-TITLE
076800     WRITE FOLLOW-UP-RPT-LINE FROM AN-RPT-BLANK-LINE
076900     WRITE FOLLOW-UP-RPT-LINE FROM AN-RPT-SECTION-LINE
077000     WRITE FOLLOW-UP-RPT-LINE FROM AN-RPT-FOLLOW-HEADING
077100     MOVE LOW-VALUES TO AH-HISTORY-KEY
077200     START ATTENDANCE-HISTORY-FILE
077300         KEY IS NOT LESS THAN AH-HISTORY-KEY
077400         INVALID KEY
077500             MOVE "Y" TO AN-HIST-EOF-SWITCH
077600     END-START
077700     PERFORM 3100-SCAN-ONE-RECORD THRU 3100-EXIT
077800         UNTIL AN-END-OF-HISTORY
077900     IF AN-HAVE-STUDENT
078000         PERFORM 3500-TEST-STUDENT THRU 3500-EXIT
078100     END-IF
078200     IF AN-FOLLOW-UP-COUNT = ZERO
078300         MOVE "NO STUDENTS FOR FOLLOW-UP" TO AN-MSG-TEXT
078400         WRITE FOLLOW-UP-RPT-LINE FROM AN-RPT-MESSAGE-LINE
078500     END-IF
078600     WRITE FOLLOW-UP-RPT-LINE FROM AN-RPT-BLANK-LINE
078700     MOVE "STUDENTS WITH HISTORY" TO AN-TOT-LABEL
078800     MOVE AN-STUDENTS-SCANNED TO AN-TOT-COUNT
078900     WRITE FOLLOW-UP-RPT-LINE FROM AN-RPT-TOTAL-LINE
079000     MOVE "STUDENTS FOR FOLLOW-UP" TO AN-TOT-LABEL
079100     MOVE AN-FOLLOW-UP-COUNT TO AN-TOT-COUNT
079200     WRITE FOLLOW-UP-RPT-LINE FROM AN-RPT-TOTAL-LINE.
079300 3000-EXIT.
079400     EXIT.
079500*
079600******************************************************************
079700* 3100-SCAN-ONE-RECORD - READ THE NEXT HISTORY RECORD, CLOSING OFF
079800*                        THE PREVIOUS STUDENT AT A CHANGE OF
079900*                        STUDENT. ONLY DAYS FROM THE START OF TERM
080000*                        COUNT TOWARDS THE RATE AND THE RUN.
080100******************************************************************
080200 3100-SCAN-ONE-RECORD.
080300     READ ATTENDANCE-HISTORY-FILE NEXT RECORD
080400         AT END
080500             MOVE "Y" TO AN-HIST-EOF-SWITCH
080600             GO TO 3100-EXIT
080700     END-READ
080800     IF AN-HAVE-STUDENT
080900         IF AH-STUDENT-ID NOT = AN-ST-STUDENT-ID
081000             PERFORM 3500-TEST-STUDENT THRU 3500-EXIT
081100             MOVE "N" TO AN-STUDENT-SWITCH
081200         END-IF
081300     END-IF
081400     IF NOT AN-HAVE-STUDENT
081500         INITIALIZE AN-STUDENT-TOTALS
081600         MOVE AH-STUDENT-ID TO AN-ST-STUDENT-ID
081700         MOVE "Y" TO AN-STUDENT-SWITCH
081800         ADD 1 TO AN-STUDENTS-SCANNED
081900     END-IF
082000     IF AH-ATTEND-DATE = AN-TODAY-DATE
082100         PERFORM 3200-COUNT-TODAY THRU 3200-EXIT
082200     END-IF
082300     IF AH-ATTEND-DATE < AN-TERM-START-DATE
082400         GO TO 3100-EXIT
082500     END-IF
082600     ADD 1 TO AN-ST-MARKED
082700     IF AH-ABSENT
082800         ADD 1 TO AN-ST-ABSENT AN-ST-ABSENCE-RUN
082900         IF AH-REASON-CODE = SPACES
083000             ADD 1 TO AN-ST-UNEXPLAINED
083100         END-IF
083200         GO TO 3100-EXIT
083300     END-IF
083400     MOVE ZERO TO AN-ST-ABSENCE-RUN
083500     IF AH-LATE
083600         ADD 1 TO AN-ST-LATE
083700     ELSE
083800         ADD 1 TO AN-ST-PRESENT
083900     END-IF.
084000 3100-EXIT.
084100     EXIT.
084200*
084300******************************************************************
084400* 3200-COUNT-TODAY - COUNT A BUSINESS-DATE MARK AGAINST THE CLASS
084500*                    THAT MARKED IT.
084600******************************************************************
084700 3200-COUNT-TODAY.
084800     MOVE AH-CLASS-CODE TO AN-WORK-CLASS-CODE
084900     PERFORM 1600-FIND-CLASS THRU 1600-EXIT
085000     IF AN-CL-IDX = ZERO
085100         GO TO 3200-EXIT
085200     END-IF
085300     IF AH-PRESENT
085400         ADD 1 TO AN-CL-PRESENT(AN-CL-IDX)
085500     END-IF
085600     IF AH-LATE
085700         ADD 1 TO AN-CL-LATE(AN-CL-IDX)
085800     END-IF
085900     IF AH-ABSENT
086000         ADD 1 TO AN-CL-ABSENT(AN-CL-IDX)
086100     END-IF.
086200 3200-EXIT.
086300     EXIT.
086400*
086500******************************************************************
086600* 3500-TEST-STUDENT - WORK OUT THE TERM ATTENDANCE RATE FOR THE
086700*                     STUDENT JUST FINISHED AND LIST THEM FOR
086800*                     FOLLOW-UP IF THEY ARE STILL ENROLLED AND
086900*                     EITHER THE ABSENCE RUN HAS REACHED THE
087000*                     TRIGGER OR THE RATE IS BELOW THE THRESHOLD.
087100******************************************************************
087200 3500-TEST-STUDENT.
087300     IF AN-ST-MARKED = ZERO
087400         GO TO 3500-EXIT
087500     END-IF
087600     MOVE AN-ST-STUDENT-ID TO AN-WORK-STUDENT-ID
087700     PERFORM 1500-FIND-STUDENT THRU 1500-EXIT
087800     IF AN-RO-IDX = ZERO
087900         GO TO 3500-EXIT
088000     END-IF
088100     IF NOT AN-RO-ENROLLED(AN-RO-IDX)
088200         GO TO 3500-EXIT
088300     END-IF
088400     COMPUTE AN-ATTENDED-DAYS = AN-ST-PRESENT + AN-ST-LATE
088500     COMPUTE AN-RATE-PCT ROUNDED =
088600         AN-ATTENDED-DAYS * 100 / AN-ST-MARKED
088700     MOVE SPACES TO AN-FU-REASON
088800     IF AN-ST-ABSENCE-RUN NOT < AN-ABSENCE-TRIGGER
088900         MOVE "ABSENCE RUN" TO AN-FU-REASON
089000     END-IF
089100     IF AN-RATE-PCT < AN-RATE-THRESHOLD
089200         IF AN-FU-REASON = SPACES
089300             MOVE "LOW RATE" TO AN-FU-REASON
089400         ELSE
089500             MOVE "ABSENCE RUN+RATE" TO AN-FU-REASON
089600         END-IF
089700     END-IF
089800     IF AN-FU-REASON = SPACES
089900         GO TO 3500-EXIT
090000     END-IF
090100     ADD 1 TO AN-FOLLOW-UP-COUNT
090200     MOVE AN-ST-STUDENT-ID TO AN-FU-STUDENT-ID
090300     MOVE AN-RO-STUDENT-NAME(AN-RO-IDX) TO AN-FU-STUDENT-NAME
090400     MOVE AN-RO-CLASS-CODE(AN-RO-IDX) TO AN-FU-CLASS-CODE
090500     MOVE AN-ST-MARKED TO AN-FU-MARKED
090600     MOVE AN-ST-ABSENT TO AN-FU-ABSENT
090700     MOVE AN-ST-UNEXPLAINED TO AN-FU-UNEXPLAINED
090800     MOVE AN-ST-LATE TO AN-FU-LATE
090900     MOVE AN-RATE-PCT TO AN-FU-RATE-PCT
091000     MOVE AN-ST-ABSENCE-RUN TO AN-FU-ABSENCE-RUN
091100     WRITE FOLLOW-UP-RPT-LINE FROM AN-RPT-FOLLOW-LINE.
091200 3500-EXIT.
091300     EXIT.
091400*
091500******************************************************************
091600* 4000-PRINT-CLASS-SUMMARY - PRINT THE BUSINESS DATE'S MARKS FOR
091700*                            EVERY CLASS ON THE CLASS MASTER, AND
091800*                            THE WHOLE-SCHOOL TOTAL.
091900******************************************************************
092000 4000-PRINT-CLASS-SUMMARY.
092100     WRITE DAILY-RPT-LINE FROM AN-RPT-BLANK-LINE
092200     MOVE "CLASS ATTENDANCE FOR" TO AN-SECTION-TITLE
092300     MOVE AN-TODAY-DATE TO AN-SECTION-TITLE(22:8)
092400     WRITE DAILY-RPT-LINE FROM AN-RPT-SECTION-LINE
092500     WRITE DAILY-RPT-LINE FROM AN-RPT-CLASS-HEADING
092600     PERFORM 4100-PRINT-ONE-CLASS THRU 4100-EXIT
092700         VARYING AN-CL-IDX FROM 1 BY 1
092800         UNTIL AN-CL-IDX > AN-CLASS-COUNT
092900     WRITE DAILY-RPT-LINE FROM AN-RPT-BLANK-LINE
093000     MOVE "ALL" TO AN-CS-CLASS-CODE
093100     MOVE "SCHOOL TOTAL" TO AN-CS-DESCRIPTION
093200     MOVE AN-DT-ENROLLED TO AN-CS-ENROLLED
093300     MOVE AN-DT-PRESENT TO AN-CS-PRESENT
093400     MOVE AN-DT-LATE TO AN-CS-LATE
093500     MOVE AN-DT-ABSENT TO AN-CS-ABSENT
093600     MOVE AN-DT-NOT-MARKED TO AN-CS-NOT-MARKED
093700     MOVE ZERO TO AN-RATE-PCT
093800     IF AN-DT-MARKED > ZERO
093900         COMPUTE AN-ATTENDED-DAYS = AN-DT-PRESENT + AN-DT-LATE
094000         COMPUTE AN-RATE-PCT ROUNDED =
094100             AN-ATTENDED-DAYS * 100 / AN-DT-MARKED
094200     END-IF
094300     MOVE AN-RATE-PCT TO AN-CS-RATE-PCT
094400     MOVE SPACES TO AN-CS-NOTE
094500     WRITE DAILY-RPT-LINE FROM AN-RPT-CLASS-LINE.
094600 4000-EXIT.
094700     EXIT.
094800*
094900******************************************************************
095000* 4100-PRINT-ONE-CLASS - PRINT ONE CLASS'S LINE AND ADD IT TO THE
095100*                        SCHOOL TOTAL. NOT MARKED IS ENROLLED
095200*                        LESS THOSE MARKED; A CLASS WITH STUDENTS
095300*                        BUT NO MARKS AT ALL HAS SENT NO REGISTER.
095400******************************************************************
095500 4100-PRINT-ONE-CLASS.
095600     MOVE AN-CL-CLASS-CODE(AN-CL-IDX) TO AN-CS-CLASS-CODE
095700     MOVE AN-CL-DESCRIPTION(AN-CL-IDX) TO AN-CS-DESCRIPTION
095800     MOVE AN-CL-ENROLLED(AN-CL-IDX) TO AN-CS-ENROLLED
095900     MOVE AN-CL-PRESENT(AN-CL-IDX) TO AN-CS-PRESENT
096000     MOVE AN-CL-LATE(AN-CL-IDX) TO AN-CS-LATE
096100     MOVE AN-CL-ABSENT(AN-CL-IDX) TO AN-CS-ABSENT
096200     COMPUTE AN-ATTENDED-DAYS =
096300         AN-CL-PRESENT(AN-CL-IDX) + AN-CL-LATE(AN-CL-IDX)
096400     COMPUTE AN-DT-MARKED = AN-DT-MARKED + AN-ATTENDED-DAYS
096500         + AN-CL-ABSENT(AN-CL-IDX)
096600     MOVE ZERO TO AN-RATE-PCT
096700     MOVE SPACES TO AN-CS-NOTE
096800     IF AN-ATTENDED-DAYS + AN-CL-ABSENT(AN-CL-IDX) > ZERO
096900         COMPUTE AN-RATE-PCT ROUNDED = AN-ATTENDED-DAYS * 100
097000             / (AN-ATTENDED-DAYS + AN-CL-ABSENT(AN-CL-IDX))
097100     ELSE
097200         IF AN-CL-ENROLLED(AN-CL-IDX) > ZERO
097300             MOVE "NO REGISTER" TO AN-CS-NOTE
097400         END-IF
097500     END-IF
097600     MOVE AN-RATE-PCT TO AN-CS-RATE-PCT
097700     MOVE ZERO TO AN-CS-NOT-MARKED
097800     IF AN-CL-ENROLLED(AN-CL-IDX) > AN-ATTENDED-DAYS
097900             + AN-CL-ABSENT(AN-CL-IDX)
098000         COMPUTE AN-CS-NOT-MARKED = AN-CL-ENROLLED(AN-CL-IDX)
098100             - AN-ATTENDED-DAYS - AN-CL-ABSENT(AN-CL-IDX)
098200         COMPUTE AN-DT-NOT-MARKED = AN-DT-NOT-MARKED
098300             + AN-CL-ENROLLED(AN-CL-IDX)
098400             - AN-ATTENDED-DAYS - AN-CL-ABSENT(AN-CL-IDX)
098500     END-IF
098600     ADD AN-CL-ENROLLED(AN-CL-IDX) TO AN-DT-ENROLLED
098700     ADD AN-CL-PRESENT(AN-CL-IDX) TO AN-DT-PRESENT
098800     ADD AN-CL-LATE(AN-CL-IDX) TO AN-DT-LATE
098900     ADD AN-CL-ABSENT(AN-CL-IDX) TO AN-DT-ABSENT
099000     WRITE DAILY-RPT-LINE FROM AN-RPT-CLASS-LINE.
099100 4100-EXIT.
099200     EXIT.
099300*
099400******************************************************************
099500* 9000-TERMINATE - WRITE THE AUDIT JOURNAL RECORD AND CLOSE ALL
099600*                  FILES.
099700******************************************************************
099800 9000-TERMINATE.
099900     IF AN-RUN-OK
100000         DISPLAY "ATTEND: " AN-LINES-READ " MARKS READ, "
100100             AN-LINES-REJECTED " REJECTED, "
100200             AN-FOLLOW-UP-COUNT " STUDENTS FOR FOLLOW-UP"
100300     END-IF
100400     PERFORM 9100-WRITE-AUDIT-JOURNAL THRU 9100-EXIT
100500     IF AN-HISTORY-OPEN
100600         CLOSE ATTENDANCE-HISTORY-FILE
100700     END-IF
100800     CLOSE DAILY-REPORT
100900     CLOSE FOLLOW-UP-REPORT
101000     CLOSE AUDIT-JOURNAL-FILE.
101100 9000-EXIT.
101200     EXIT.
101300*
101400******************************************************************
101500* 9100-WRITE-AUDIT-JOURNAL - APPEND ONE RUN RECORD TO THE SHARED
101600*                            AUDIT JOURNAL.
101700******************************************************************
101800 9100-WRITE-AUDIT-JOURNAL.
101900     MOVE SPACES TO AUDIT-JOURNAL-RECORD
102000     MOVE "ATTEND" TO AJ-PROGRAM-NAME
102100     MOVE AN-TODAY-DATE TO AJ-RUN-DATE
102200     ACCEPT AJ-RUN-TIME FROM TIME
102300     MOVE ZERO TO AJ-TOTAL-1-AMOUNT AJ-TOTAL-2-AMOUNT
102400     IF NOT AN-RUN-OK
102500         MOVE "RUN REFUSED" TO AJ-TOTAL-1-LABEL
102600     ELSE
102700         MOVE "MARKS RECORDED" TO AJ-TOTAL-1-LABEL
102800         COMPUTE AJ-TOTAL-1-AMOUNT =
102900             AN-MARKS-ADDED + AN-MARKS-REPLACED
103000         MOVE "FOLLOW-UP STUDENTS" TO AJ-TOTAL-2-LABEL
103100         MOVE AN-FOLLOW-UP-COUNT TO AJ-TOTAL-2-AMOUNT
103200     END-IF
103210     MOVE RETURN-CODE TO AJ-RETURN-CODE
103300     WRITE AUDIT-JOURNAL-RECORD.
103400 9100-EXIT.
103500     EXIT.
103600 END PROGRAM ATTEND.
