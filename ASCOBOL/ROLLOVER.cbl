000100******************************************************************
000200* AUTHOR:        P. MURPHY, PAYROLL SYSTEMS
000300* INSTALLATION:  ACME MANUFACTURING CORP - DATA PROCESSING
000400* DATE-WRITTEN:  2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:       ACADEMIC YEAR-END ROLLOVER. CLOSES THE ACADEMIC
000700*                YEAR ON THE ROLLPARM CARD BY WRITING NEXT YEAR'S
000800*                STUDENT ROSTER (NEWROSTR) FROM THIS YEAR'S,
000900*                DRIVEN BY THE PROMOTION MAP ON THE CLASS MASTER
001000*                (CM-NEXT-CLASS-CODE). EACH ENROLLED STUDENT MOVES
001100*                UP TO THEIR CLASS'S NEXT CLASS, OR IS MARKED
001200*                GRADUATED WHEN THE CLASS MAPS TO "GRAD"; A
001300*                STUDENT FLAGGED ON THE HELD-BACK FILE (HELDBACK)
001400*                STAYS IN THE SAME CLASS. WAITLISTED STUDENTS MOVE
001500*                UP WITH THEIR YEAR GROUP AND STAY WAITLISTED,
001600*                EXCEPT THAT A WAITING LIST FOR A FINAL-YEAR CLASS
001700*                IS CLOSED (WITHDRAWN). WITHDRAWN AND GRADUATED
001800*                STUDENTS ARE CARRIED FORWARD UNCHANGED. THE
001900*                REPORT (ROLLRPT) LISTS EVERY STUDENT'S BEFORE AND
002000*                AFTER CLASS AND, CLASS BY CLASS, THE ENROLMENT
002100*                BEFORE AND AFTER AGAINST CM-CAPACITY. A COMMITTED
002200*                ROLLOVER IS RECORDED ON THE ROLLOVER CONTROL FILE
002300*                (ROLLCTL); THE RUN IS REFUSED FOR A YEAR ALREADY
002400*                ROLLED OVER.
002500*                ROLLPARM: COLS 1-4 ACADEMIC YEAR BEING CLOSED.
002600*                RC=4 - A CLASS IS OVER CAPACITY NEXT YEAR.
002700*                RC=8 - RUN REFUSED (BAD CARD, YEAR ALREADY
002800*                       ROLLED OVER, PROMOTION MAP INCOMPLETE, NO
002900*                       ROSTER) OR NOT COMMITTED (A HELD-BACK FLAG
003000*                       REJECTED, A STUDENT IN A CLASS NOT ON THE
003100*                       CLASS MASTER, A WRITE ERROR) - NEWROSTR
003200*                       MUST NOT REPLACE THE ROSTER.
003300*
003400* MODIFICATION HISTORY
003500* DATE       INIT  DESCRIPTION
003600* ---------- ----  ----------------------------------------------
003700* 2026-10-15 PJM   ORIGINAL.
003710* 2026-10-15 PJM   THE AUDIT JOURNAL RECORD NOW CARRIES THE
003720*                  RETURN CODE THE RUN ENDED WITH.
003730* 2026-10-15 PJM   THE CONTROL RECORD'S LAST YEAR CLOSED AND
003740*                  ROLLOVER DATE ARE KEPT BEFORE THE FILE IS
003750*                  CLOSED AND TESTED FROM THERE.
003800******************************************************************
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID. ROLLOVER.
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT PARAMETER-FILE ASSIGN TO "ROLLPARM"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS YR-ROLLPARM-STATUS.
004700     SELECT ROLLOVER-CONTROL-FILE ASSIGN TO "ROLLCTL"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS YR-ROLLCTL-STATUS.
005000     SELECT CLASS-MASTER-FILE ASSIGN TO "CLASMAST"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS YR-CLASMAST-STATUS.
005300     SELECT HELD-BACK-FILE ASSIGN TO "HELDBACK"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS YR-HELDBACK-STATUS.
005600     SELECT STUDENT-ROSTER-FILE ASSIGN TO "STUROSTR"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS YR-STUROSTR-STATUS.
005900     SELECT NEW-ROSTER-FILE ASSIGN TO "NEWROSTR"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS YR-NEWROSTR-STATUS.
006200     SELECT ROLLOVER-REPORT ASSIGN TO "ROLLRPT"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS YR-ROLLRPT-STATUS.
006500     SELECT AUDIT-JOURNAL-FILE ASSIGN TO "AUDITJNL"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS YR-AUDITJNL-STATUS.
006800     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS YR-RUNCTL-STATUS.
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  PARAMETER-FILE
007400     LABEL RECORDS ARE STANDARD.
007500 01  PARAMETER-RECORD.
007600     05  PM-ACADEMIC-YEAR        PIC X(04).
007700     05  FILLER                  PIC X(76).
007800 FD  ROLLOVER-CONTROL-FILE
007900     LABEL RECORDS ARE STANDARD.
008000 COPY ROLLCTL.
008100 FD  CLASS-MASTER-FILE
008200     LABEL RECORDS ARE STANDARD.
008300 COPY CLASMAST.
008400 FD  HELD-BACK-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 COPY ROLLHELD.
008700 FD  STUDENT-ROSTER-FILE
008800     LABEL RECORDS ARE STANDARD.
008900 COPY STUROSTER.
009000 FD  NEW-ROSTER-FILE
009100     LABEL RECORDS ARE STANDARD.
009200 01  NEW-ROSTER-RECORD           PIC X(56).
009300 FD  ROLLOVER-REPORT
009400     LABEL RECORDS ARE STANDARD
009500     RECORD CONTAINS 80 CHARACTERS.
009600 01  ROLLOVER-RPT-LINE           PIC X(80).
009700 FD  AUDIT-JOURNAL-FILE
009800     LABEL RECORDS ARE STANDARD.
009900 COPY AUDITJNL.
010000 FD  RUN-CONTROL-FILE
010100     LABEL RECORDS ARE STANDARD.
010200 COPY RUNCTL.
010300 WORKING-STORAGE SECTION.
010400 77  YR-ROLLPARM-STATUS      PIC X(02).
010500 77  YR-ROLLCTL-STATUS       PIC X(02).
010600 77  YR-CLASMAST-STATUS      PIC X(02).
010700 77  YR-HELDBACK-STATUS      PIC X(02).
010800 77  YR-STUROSTR-STATUS      PIC X(02).
010900 77  YR-NEWROSTR-STATUS      PIC X(02).
011000 77  YR-ROLLRPT-STATUS       PIC X(02).
011100 77  YR-AUDITJNL-STATUS      PIC X(02).
011200 77  YR-RUNCTL-STATUS        PIC X(02).
011300 77  YR-TODAY-DATE           PIC 9(08).
011400*
011500* SHARED PAGE-NUMBERED MANAGEMENT REPORT HEADING - SEE RPTHDR.
011600 COPY RPTHDR.
011700*
011800 77  YR-ACADEMIC-YEAR        PIC 9(04) VALUE ZERO.
011900 77  YR-RUN-SWITCH           PIC X(01) VALUE "Y".
012000     88  YR-RUN-OK                   VALUE "Y".
012100 77  YR-COMMIT-SWITCH        PIC X(01) VALUE "Y".
012200     88  YR-COMMIT-OK                VALUE "Y".
012300 77  YR-ROSTERS-SWITCH       PIC X(01) VALUE "N".
012400     88  YR-ROSTERS-OPEN             VALUE "Y".
012500 77  YR-CLASS-EOF-SWITCH     PIC X(01) VALUE "N".
012600     88  YR-END-OF-CLASSES           VALUE "Y".
012700 77  YR-HELD-EOF-SWITCH      PIC X(01) VALUE "N".
012800     88  YR-END-OF-HELD-BACK         VALUE "Y".
012900 77  YR-ROSTER-EOF-SWITCH    PIC X(01) VALUE "N".
013000     88  YR-END-OF-ROSTER            VALUE "Y".
013100 77  YR-CLASS-COUNT          PIC 9(03) COMP VALUE ZERO.
013200 77  YR-HELD-COUNT           PIC 9(03) COMP VALUE ZERO.
013300 77  YR-FROM-SUB             PIC 9(03) COMP VALUE ZERO.
013400 77  YR-TO-SUB               PIC 9(03) COMP VALUE ZERO.
013500 77  YR-UNMAPPED-COUNT       PIC 9(03) COMP VALUE ZERO.
013600 77  YR-HELD-REJECT-COUNT    PIC 9(03) COMP VALUE ZERO.
013700 77  YR-OVER-CAPACITY-COUNT  PIC 9(03) COMP VALUE ZERO.
013800 77  YR-WORK-CLASS-CODE      PIC X(04) VALUE SPACES.
013900 77  YR-WORK-STUDENT-ID      PIC X(06) VALUE SPACES.
014000 77  YR-EDIT-YEAR            PIC 9(04).
014100 77  YR-EDIT-DATE            PIC 9999/99/99.
014110 77  YR-LAST-YEAR-CLOSED     PIC 9(04) VALUE ZERO.
014120 77  YR-LAST-ROLLOVER-DATE   PIC 9(08) VALUE ZERO.
014200*
014300* RUN TOTALS - ONE PER OUTCOME A ROSTER RECORD CAN HAVE.
014400 01  YR-TOTALS.
014500     05  YR-RECORDS-READ         PIC 9(05) VALUE ZERO.
014600     05  YR-RECORDS-WRITTEN      PIC 9(05) VALUE ZERO.
014700     05  YR-STUDENTS-PROMOTED    PIC 9(05) VALUE ZERO.
014800     05  YR-STUDENTS-GRADUATED   PIC 9(05) VALUE ZERO.
014900     05  YR-STUDENTS-HELD-BACK   PIC 9(05) VALUE ZERO.
015000     05  YR-WAITLIST-MOVED       PIC 9(05) VALUE ZERO.
015100     05  YR-WAITLIST-CLOSED      PIC 9(05) VALUE ZERO.
015200     05  YR-CARRIED-UNCHANGED    PIC 9(05) VALUE ZERO.
015300     05  YR-NOT-MOVED            PIC 9(05) VALUE ZERO.
015400*
015500* ONE ROW PER CLASS ON THE CLASS MASTER, IN FILE ORDER, WITH ITS
015600* ENROLMENT BEFORE THE ROLLOVER AND WHAT MOVED OUT AND IN.
015700 01  YR-CLASS-TABLE.
015800     05  YR-CLASS-ENTRY OCCURS 50 TIMES INDEXED BY YR-CL-IDX.
015900         10  YR-CL-CLASS-CODE    PIC X(04).
016000         10  YR-CL-DESCRIPTION   PIC X(20).
016100         10  YR-CL-CAPACITY      PIC 9(03).
016200         10  YR-CL-NEXT-CLASS    PIC X(04).
016300             88  YR-CL-GRADUATES         VALUE "GRAD".
016400         10  YR-CL-BEFORE        PIC 9(03).
016500         10  YR-CL-OUT           PIC 9(03).
016600         10  YR-CL-IN            PIC 9(03).
016700         10  YR-CL-HELD-BACK     PIC 9(03).
016800         10  YR-CL-AFTER         PIC 9(03).
016900         10  YR-CL-WAIT-AFTER    PIC 9(03).
017000*
017100* THE HELD-BACK FLAGS, EACH MARKED APPLIED OR REJECTED AS THE
017200* ROSTER IS ROLLED. ONE NEVER MATCHED IS NOT ON THE ROSTER.
017300 01  YR-HELD-TABLE.
017400     05  YR-HELD-ENTRY OCCURS 200 TIMES INDEXED BY YR-HB-IDX.
017500         10  YR-HB-STUDENT-ID    PIC X(06).
017600         10  YR-HB-CLASS-CODE    PIC X(04).
017700         10  YR-HB-REASON        PIC X(30).
017800         10  YR-HB-RESULT        PIC X(01).
017900             88  YR-HB-UNMATCHED         VALUE " ".
018000             88  YR-HB-APPLIED           VALUE "A".
018100             88  YR-HB-REJECTED          VALUE "R".
018200         10  YR-HB-REJECT-TEXT   PIC X(28).
018300*
018400 01  YR-RPT-SECTION-LINE.
018500     05  YR-SECTION-TITLE    PIC X(60).
018600     05  FILLER              PIC X(20) VALUE SPACES.
018700 01  YR-RPT-MOVE-HEADING.
018800     05  FILLER              PIC X(07) VALUE "STUDNT ".
018900     05  FILLER              PIC X(31) VALUE "NAME".
019000     05  FILLER              PIC X(07) VALUE "FROM".
019100     05  FILLER              PIC X(06) VALUE "TO".
019200     05  FILLER              PIC X(29) VALUE "ACTION".
019300 01  YR-RPT-MOVE-LINE.
019400     05  YR-MV-STUDENT-ID    PIC 9(06).
019500     05  FILLER              PIC X(01) VALUE SPACES.
019600     05  YR-MV-STUDENT-NAME  PIC X(30).
019700     05  FILLER              PIC X(01) VALUE SPACES.
019800     05  YR-MV-FROM-CLASS    PIC X(04).
019900     05  FILLER              PIC X(03) VALUE SPACES.
020000     05  YR-MV-TO-CLASS      PIC X(04).
020100     05  FILLER              PIC X(02) VALUE SPACES.
020200     05  YR-MV-ACTION        PIC X(29).
020300 01  YR-RPT-HELD-HEADING.
020400     05  FILLER              PIC X(07) VALUE "STUDNT ".
020500     05  FILLER              PIC X(05) VALUE "CLAS ".
020600     05  FILLER              PIC X(31) VALUE "REASON HELD BACK".
020700     05  FILLER              PIC X(37) VALUE "WHY REJECTED".
020800 01  YR-RPT-HELD-LINE.
020900     05  YR-HL-STUDENT-ID    PIC X(06).
021000     05  FILLER              PIC X(01) VALUE SPACES.
021100     05  YR-HL-CLASS-CODE    PIC X(04).
021200     05  FILLER              PIC X(01) VALUE SPACES.
021300     05  YR-HL-REASON        PIC X(30).
021400     05  FILLER              PIC X(01) VALUE SPACES.
021500     05  YR-HL-REJECT-TEXT   PIC X(28).
021600     05  FILLER              PIC X(09) VALUE SPACES.
021700 01  YR-RPT-CLASS-HEADING.
021800     05  FILLER              PIC X(26) VALUE "CLAS DESCRIPTION".
021900     05  FILLER              PIC X(06) VALUE "CAP".
022000     05  FILLER              PIC X(06) VALUE "BFR".
022100     05  FILLER              PIC X(06) VALUE "OUT".
022200     05  FILLER              PIC X(06) VALUE " IN".
022300     05  FILLER              PIC X(06) VALUE "AFT".
022400     05  FILLER              PIC X(05) VALUE "WTL".
022500     05  FILLER              PIC X(19) VALUE "NEXT YEAR".
022600 01  YR-RPT-CLASS-LINE.
022700     05  YR-CS-CLASS-CODE    PIC X(04).
022800     05  FILLER              PIC X(01) VALUE SPACES.
022900     05  YR-CS-DESCRIPTION   PIC X(20).
023000     05  FILLER              PIC X(01) VALUE SPACES.
023100     05  YR-CS-CAPACITY      PIC ZZ9.
023200     05  FILLER              PIC X(03) VALUE SPACES.
023300     05  YR-CS-BEFORE        PIC ZZ9.
023400     05  FILLER              PIC X(03) VALUE SPACES.
023500     05  YR-CS-OUT           PIC ZZ9.
023600     05  FILLER              PIC X(03) VALUE SPACES.
023700     05  YR-CS-IN            PIC ZZ9.
023800     05  FILLER              PIC X(03) VALUE SPACES.
023900     05  YR-CS-AFTER         PIC ZZ9.
024000     05  FILLER              PIC X(03) VALUE SPACES.
024100     05  YR-CS-WAIT-AFTER    PIC ZZ9.
024200     05  FILLER              PIC X(02) VALUE SPACES.
024300     05  YR-CS-FLAG          PIC X(19).
024400 01  YR-RPT-TOTAL-LINE.
024500     05  YR-TOT-LABEL        PIC X(32).
024600     05  YR-TOT-COUNT        PIC ZZ,ZZ9.
024700 01  YR-RPT-MESSAGE-LINE.
024800     05  FILLER              PIC X(04) VALUE "*** ".
024900     05  YR-MSG-TEXT         PIC X(60).
025000 01  YR-RPT-BLANK-LINE       PIC X(01) VALUE SPACE.
025100 PROCEDURE DIVISION.
025200 0000-MAINLINE.
025300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
025400     IF YR-RUN-OK
025500         PERFORM 2000-ROLL-ROSTER THRU 2000-EXIT
025600         PERFORM 3000-CHECK-HELD-BACK THRU 3000-EXIT
025700         PERFORM 4000-PRINT-CLASS-SUMMARY THRU 4000-EXIT
025800         PERFORM 5000-COMMIT-ROLLOVER THRU 5000-EXIT
025900     END-IF
026000     PERFORM 9000-TERMINATE THRU 9000-EXIT
026100     STOP RUN.
026200*
026300******************************************************************
026400* 1000-INITIALIZE - GET THE BUSINESS DATE, READ THE PARAMETER CARD
026500*                   AND THE ROLLOVER CONTROL RECORD, LOAD AND
026600*                   CHECK THE CLASS MASTER'S PROMOTION MAP, LOAD
026700*                   THE HELD-BACK FLAGS AND OPEN THIS YEAR'S AND
026800*                   NEXT YEAR'S ROSTERS.
026900******************************************************************
027000 1000-INITIALIZE.
027100     PERFORM 1300-GET-BUSINESS-DATE THRU 1300-EXIT
027200     INITIALIZE YR-CLASS-TABLE YR-HELD-TABLE
027300     OPEN OUTPUT ROLLOVER-REPORT
027400     OPEN EXTEND AUDIT-JOURNAL-FILE
027500     IF YR-AUDITJNL-STATUS NOT = "00"
027600         OPEN OUTPUT AUDIT-JOURNAL-FILE
027700     END-IF
027800     MOVE ZERO TO RPT-PAGE-NUMBER
027900     ADD 1 TO RPT-PAGE-NUMBER
028000     MOVE "ACADEMIC YEAR-END ROLLOVER" TO RPT-HDR-TITLE
028100     MOVE YR-TODAY-DATE TO RPT-HDR-RUN-DATE
028200     MOVE RPT-PAGE-NUMBER TO RPT-HDR-PAGE-NUMBER
028300     WRITE ROLLOVER-RPT-LINE FROM RPT-STD-HEADING-1
028400     WRITE ROLLOVER-RPT-LINE FROM RPT-STD-HEADING-2
028500     PERFORM 1100-READ-PARAMETER THRU 1100-EXIT
028600     IF NOT YR-RUN-OK
028700         GO TO 1000-EXIT
028800     END-IF
028900     MOVE "CLOSING ACADEMIC YEAR" TO YR-SECTION-TITLE
029000     MOVE YR-ACADEMIC-YEAR TO YR-SECTION-TITLE(23:4)
029100     WRITE ROLLOVER-RPT-LINE FROM YR-RPT-SECTION-LINE
029200     PERFORM 1150-CHECK-CONTROL THRU 1150-EXIT
029300     IF NOT YR-RUN-OK
029400         GO TO 1000-EXIT
029500     END-IF
029600     PERFORM 1200-LOAD-CLASSES THRU 1200-EXIT
029700     IF NOT YR-RUN-OK
029800         GO TO 1000-EXIT
029900     END-IF
030000     PERFORM 1400-CHECK-PROMOTION-MAP THRU 1400-EXIT
030100     IF NOT YR-RUN-OK
030200         GO TO 1000-EXIT
030300     END-IF
030400     PERFORM 1600-LOAD-HELD-BACK THRU 1600-EXIT
030500     IF NOT YR-RUN-OK
030600         GO TO 1000-EXIT
030700     END-IF
030800     OPEN INPUT STUDENT-ROSTER-FILE
030900     IF YR-STUROSTR-STATUS NOT = "00"
031000         DISPLAY "ROLLOVER: UNABLE TO OPEN STUDENT ROSTER, "
031100             "STATUS " YR-STUROSTR-STATUS
031200         MOVE "NO STUDENT ROSTER - RUN REFUSED" TO YR-MSG-TEXT
031300         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
031400         GO TO 1000-EXIT
031500     END-IF
031600     OPEN OUTPUT NEW-ROSTER-FILE
031700     IF YR-NEWROSTR-STATUS NOT = "00"
031800         DISPLAY "ROLLOVER: UNABLE TO OPEN NEW ROSTER, STATUS "
031900             YR-NEWROSTR-STATUS
032000         CLOSE STUDENT-ROSTER-FILE
032100         MOVE "NEW ROSTER CANNOT BE WRITTEN - RUN REFUSED"
032200             TO YR-MSG-TEXT
032300         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
032400         GO TO 1000-EXIT
032500     END-IF
032600     MOVE "Y" TO YR-ROSTERS-SWITCH.
032700 1000-EXIT.
032800     EXIT.
032900*
033000******************************************************************
033100* 1100-READ-PARAMETER - READ THE ACADEMIC YEAR BEING CLOSED FROM
033200*                       THE PARAMETER CARD. THERE IS NO DEFAULT -
033300*                       THE OPERATOR MUST NAME THE YEAR.
033400******************************************************************
033500 1100-READ-PARAMETER.
033600     OPEN INPUT PARAMETER-FILE
033700     IF YR-ROLLPARM-STATUS NOT = "00"
033800         MOVE "NO PARAMETER CARD - RUN REFUSED" TO YR-MSG-TEXT
033900         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
034000         GO TO 1100-EXIT
034100     END-IF
034200     READ PARAMETER-FILE
034300         AT END
034400             MOVE "PARAMETER CARD IS EMPTY - RUN REFUSED"
034500                 TO YR-MSG-TEXT
034600             PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
034700     END-READ
034800     CLOSE PARAMETER-FILE
034900     IF NOT YR-RUN-OK
035000         GO TO 1100-EXIT
035100     END-IF
035200     DISPLAY "ROLLOVER: PARAMETER CARD - " PARAMETER-RECORD
035300     IF PM-ACADEMIC-YEAR NOT NUMERIC
035400         MOVE "ACADEMIC YEAR NOT NUMERIC - RUN REFUSED"
035500             TO YR-MSG-TEXT
035600         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
035700         GO TO 1100-EXIT
035800     END-IF
035900     MOVE PM-ACADEMIC-YEAR TO YR-ACADEMIC-YEAR.
036000 1100-EXIT.
036100     EXIT.
036200*
036300******************************************************************
036400* 1150-CHECK-CONTROL - READ THE ROLLOVER CONTROL RECORD. NO FILE,
036500*                      OR AN EMPTY ONE, MEANS NO ROLLOVER HAS EVER
036600*                      BEEN COMMITTED. A YEAR ALREADY CLOSED, OR
036700*                      AN EARLIER ONE, IS REFUSED.
036800******************************************************************
036900 1150-CHECK-CONTROL.
037000     OPEN INPUT ROLLOVER-CONTROL-FILE
037100     IF YR-ROLLCTL-STATUS NOT = "00"
037200         GO TO 1150-EXIT
037300     END-IF
037400     READ ROLLOVER-CONTROL-FILE
037500         AT END
037600             MOVE ZERO TO YR-LAST-YEAR-CLOSED
037610                 YR-LAST-ROLLOVER-DATE
037620         NOT AT END
037630             MOVE YC-LAST-YEAR-CLOSED TO YR-LAST-YEAR-CLOSED
037640             MOVE YC-ROLLOVER-DATE TO YR-LAST-ROLLOVER-DATE
037700     END-READ
037800     CLOSE ROLLOVER-CONTROL-FILE
037900     IF YR-LAST-YEAR-CLOSED NOT NUMERIC
038000         GO TO 1150-EXIT
038100     END-IF
038200     IF YR-ACADEMIC-YEAR > YR-LAST-YEAR-CLOSED
038300         GO TO 1150-EXIT
038400     END-IF
038500     MOVE YR-LAST-ROLLOVER-DATE TO YR-EDIT-DATE
038600     MOVE YR-LAST-YEAR-CLOSED TO YR-EDIT-YEAR
038700     DISPLAY "ROLLOVER: ACADEMIC YEAR " YR-EDIT-YEAR
038800         " WAS ROLLED OVER ON " YR-EDIT-DATE
038900     MOVE "ACADEMIC YEAR      ALREADY ROLLED OVER - RUN REFUSED"
039000         TO YR-MSG-TEXT
039100     MOVE YR-ACADEMIC-YEAR TO YR-MSG-TEXT(15:4)
039200     PERFORM 1900-REFUSE-RUN THRU 1900-EXIT.
039300 1150-EXIT.
039400     EXIT.
039500*
039600******************************************************************
039700* 1200-LOAD-CLASSES - LOAD THE CLASS MASTER, WITH EACH CLASS'S
039800*                     CAPACITY AND NEXT-YEAR CLASS, INTO THE CLASS
039900*                     TABLE. THE ROLLOVER CANNOT PLACE STUDENTS
040000*                     WITHOUT IT.
040100******************************************************************
040200 1200-LOAD-CLASSES.
040300     OPEN INPUT CLASS-MASTER-FILE
040400     IF YR-CLASMAST-STATUS NOT = "00"
040500         DISPLAY "ROLLOVER: UNABLE TO OPEN CLASS MASTER, STATUS "
040600             YR-CLASMAST-STATUS
040700         MOVE "NO CLASS MASTER - RUN REFUSED" TO YR-MSG-TEXT
040800         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
040900         GO TO 1200-EXIT
041000     END-IF
041100     PERFORM 1250-LOAD-ONE-CLASS THRU 1250-EXIT
041200         UNTIL YR-END-OF-CLASSES
041300     CLOSE CLASS-MASTER-FILE.
041400 1200-EXIT.
041500     EXIT.
041600*
041700******************************************************************
041800* 1250-LOAD-ONE-CLASS - READ ONE CLASS MASTER RECORD INTO THE NEXT
041900*                       ROW OF THE CLASS TABLE. A CLASS THAT DOES
042000*                       NOT FIT WOULD LEAVE ITS STUDENTS UNPLACED,
042100*                       SO IT REFUSES THE RUN.
042200******************************************************************
042300 1250-LOAD-ONE-CLASS.
042400     READ CLASS-MASTER-FILE
042500         AT END
042600             MOVE "Y" TO YR-CLASS-EOF-SWITCH
042700             GO TO 1250-EXIT
042800     END-READ
042900     IF YR-CLASS-COUNT NOT < 50
043000         DISPLAY "ROLLOVER: CLASS TABLE FULL AT " CM-CLASS-CODE
043100         MOVE "MORE THAN 50 CLASSES - RUN REFUSED" TO YR-MSG-TEXT
043200         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
043300         MOVE "Y" TO YR-CLASS-EOF-SWITCH
043400         GO TO 1250-EXIT
043500     END-IF
043600     ADD 1 TO YR-CLASS-COUNT
043700     SET YR-CL-IDX TO YR-CLASS-COUNT
043800     MOVE CM-CLASS-CODE TO YR-CL-CLASS-CODE(YR-CL-IDX)
043900     MOVE CM-DESCRIPTION TO YR-CL-DESCRIPTION(YR-CL-IDX)
044000     MOVE CM-CAPACITY TO YR-CL-CAPACITY(YR-CL-IDX)
044100     MOVE CM-NEXT-CLASS-CODE TO YR-CL-NEXT-CLASS(YR-CL-IDX).
044200 1250-EXIT.
044300     EXIT.
044400*
044500******************************************************************
044600* 1300-GET-BUSINESS-DATE - THE RUN DATE COMES FROM THE SUITE
044700*                          RUN-CONTROL FILE; THE MACHINE DATE IS
044800*                          ONLY A FALLBACK.
044900******************************************************************
045000 1300-GET-BUSINESS-DATE.
045100     MOVE ZERO TO YR-TODAY-DATE
045200     OPEN INPUT RUN-CONTROL-FILE
045300     IF YR-RUNCTL-STATUS = "00"
045400         READ RUN-CONTROL-FILE
045500             AT END
045600                 CONTINUE
045700             NOT AT END
045800                 IF RC-BUSINESS-DATE NUMERIC
045900                     MOVE RC-BUSINESS-DATE TO YR-TODAY-DATE
046000                 END-IF
046100         END-READ
046200         CLOSE RUN-CONTROL-FILE
046300     END-IF
046400     IF YR-TODAY-DATE = ZERO
046500         ACCEPT YR-TODAY-DATE FROM DATE YYYYMMDD
046600         DISPLAY "ROLLOVER: NO RUN CONTROL - USING MACHINE "
046700             "DATE " YR-TODAY-DATE
046800     END-IF.
046900 1300-EXIT.
047000     EXIT.
047100*
047200******************************************************************
047300* 1400-CHECK-PROMOTION-MAP - EVERY CLASS MUST MAP TO "GRAD" OR TO
047400*                            A CLASS ON THE CLASS MASTER. EACH GAP
047500*                            IS LISTED AND THE RUN IS REFUSED
047600*                            UNTIL THE MAP IS COMPLETE.
047700******************************************************************
047800 1400-CHECK-PROMOTION-MAP.
047900     PERFORM 1450-CHECK-ONE-MAPPING THRU 1450-EXIT
048000         VARYING YR-FROM-SUB FROM 1 BY 1
048100         UNTIL YR-FROM-SUB > YR-CLASS-COUNT
048200     IF YR-UNMAPPED-COUNT > ZERO
048300         MOVE "PROMOTION MAP INCOMPLETE - RUN REFUSED"
048400             TO YR-MSG-TEXT
048500         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
048600     END-IF.
048700 1400-EXIT.
048800     EXIT.
048900*
049000******************************************************************
049100* 1450-CHECK-ONE-MAPPING - CHECK THE NEXT-YEAR CLASS OF THE CLASS
049200*                          AT YR-FROM-SUB.
049300******************************************************************
049400 1450-CHECK-ONE-MAPPING.
049500     IF YR-CL-GRADUATES(YR-FROM-SUB)
049600         GO TO 1450-EXIT
049700     END-IF
049800     MOVE YR-CL-NEXT-CLASS(YR-FROM-SUB) TO YR-WORK-CLASS-CODE
049900     IF YR-WORK-CLASS-CODE NOT = SPACES
050000         PERFORM 1500-FIND-CLASS THRU 1500-EXIT
050100         IF YR-CL-IDX NOT = ZERO
050200             GO TO 1450-EXIT
050300         END-IF
050400     END-IF
050500     ADD 1 TO YR-UNMAPPED-COUNT
050600     MOVE "CLASS" TO YR-MSG-TEXT
050700     MOVE YR-CL-CLASS-CODE(YR-FROM-SUB) TO YR-MSG-TEXT(7:4)
050800     IF YR-WORK-CLASS-CODE = SPACES
050900         MOVE "HAS NO NEXT-YEAR CLASS ON THE MASTER"
051000             TO YR-MSG-TEXT(12:36)
051100     ELSE
051200         MOVE "MOVES UP TO" TO YR-MSG-TEXT(12:11)
051300         MOVE YR-WORK-CLASS-CODE TO YR-MSG-TEXT(24:4)
051400         MOVE "- NOT ON THE CLASS MASTER" TO YR-MSG-TEXT(29:25)
051500     END-IF
051600     WRITE ROLLOVER-RPT-LINE FROM YR-RPT-MESSAGE-LINE
051700     DISPLAY "ROLLOVER: " YR-MSG-TEXT.
051800 1450-EXIT.
051900     EXIT.
052000*
052100******************************************************************
052200* 1500-FIND-CLASS - POINT YR-CL-IDX AT THE CLASS TABLE ROW FOR
052300*                   YR-WORK-CLASS-CODE. ZERO WHEN THE CLASS IS NOT
052400*                   ON THE CLASS MASTER.
052500******************************************************************
052600 1500-FIND-CLASS.
052700     SET YR-CL-IDX TO 1
052800     SEARCH YR-CLASS-ENTRY
052900         AT END
053000             SET YR-CL-IDX TO ZERO
053100         WHEN YR-CL-IDX > YR-CLASS-COUNT
053200             SET YR-CL-IDX TO ZERO
053300         WHEN YR-CL-CLASS-CODE(YR-CL-IDX) = YR-WORK-CLASS-CODE
053400             CONTINUE
053500     END-SEARCH.
053600 1500-EXIT.
053700     EXIT.
053800*
053900******************************************************************
054000* 1600-LOAD-HELD-BACK - LOAD THE HELD-BACK FLAGS. NO FILE MEANS NO
054100*                       STUDENT IS HELD BACK THIS YEAR. MORE FLAGS
054200*                       THAN THE TABLE HOLDS WOULD PROMOTE
054300*                       STUDENTS WHO SHOULD REPEAT, SO IT REFUSES
054400*                       THE RUN.
054500******************************************************************
054600 1600-LOAD-HELD-BACK.
054700     OPEN INPUT HELD-BACK-FILE
054800     IF YR-HELDBACK-STATUS NOT = "00"
054900         DISPLAY "ROLLOVER: NO HELD-BACK FILE, STATUS "
055000             YR-HELDBACK-STATUS " - NO STUDENT HELD BACK"
055100         GO TO 1600-EXIT
055200     END-IF
055300     PERFORM 1650-LOAD-ONE-FLAG THRU 1650-EXIT
055400         UNTIL YR-END-OF-HELD-BACK
055500     CLOSE HELD-BACK-FILE.
055600 1600-EXIT.
055700     EXIT.
055800*
055900******************************************************************
056000* 1650-LOAD-ONE-FLAG - READ ONE HELD-BACK FLAG INTO THE TABLE. A
056100*                      FLAG REPEATED FOR THE SAME STUDENT IS
056200*                      IGNORED; A NON-NUMERIC STUDENT ID IS
056300*                      REJECTED STRAIGHT AWAY.
056400******************************************************************
056500 1650-LOAD-ONE-FLAG.
056600     READ HELD-BACK-FILE
056700         AT END
056800             MOVE "Y" TO YR-HELD-EOF-SWITCH
056900             GO TO 1650-EXIT
057000     END-READ
057100     MOVE HELD-BACK-RECORD(1:6) TO YR-WORK-STUDENT-ID
057200     PERFORM 1700-FIND-HELD-BACK THRU 1700-EXIT
057300     IF YR-HB-IDX NOT = ZERO
057400         DISPLAY "ROLLOVER: STUDENT " YR-WORK-STUDENT-ID
057500             " HELD BACK TWICE - SECOND FLAG IGNORED"
057600         GO TO 1650-EXIT
057700     END-IF
057800     IF YR-HELD-COUNT NOT < 200
057900         DISPLAY "ROLLOVER: HELD-BACK TABLE FULL AT "
058000             YR-WORK-STUDENT-ID
058100         MOVE "MORE THAN 200 STUDENTS HELD BACK - RUN REFUSED"
058200             TO YR-MSG-TEXT
058300         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
058400         MOVE "Y" TO YR-HELD-EOF-SWITCH
058500         GO TO 1650-EXIT
058600     END-IF
058700     ADD 1 TO YR-HELD-COUNT
058800     SET YR-HB-IDX TO YR-HELD-COUNT
058900     MOVE YR-WORK-STUDENT-ID TO YR-HB-STUDENT-ID(YR-HB-IDX)
059000     MOVE HB-CLASS-CODE TO YR-HB-CLASS-CODE(YR-HB-IDX)
059100     MOVE HB-REASON TO YR-HB-REASON(YR-HB-IDX)
059200     IF HB-STUDENT-ID NOT NUMERIC
059300         MOVE "R" TO YR-HB-RESULT(YR-HB-IDX)
059400         MOVE "STUDENT ID NOT NUMERIC"
059500             TO YR-HB-REJECT-TEXT(YR-HB-IDX)
059600     END-IF.
059700 1650-EXIT.
059800     EXIT.
059900*
060000******************************************************************
060100* 1700-FIND-HELD-BACK - POINT YR-HB-IDX AT THE HELD-BACK FLAG FOR
060200*                       YR-WORK-STUDENT-ID. ZERO WHEN THE STUDENT
060300*                       IS NOT FLAGGED.
060400******************************************************************
060500 1700-FIND-HELD-BACK.
060600     SET YR-HB-IDX TO 1
060700     SEARCH YR-HELD-ENTRY
060800         AT END
060900             SET YR-HB-IDX TO ZERO
061000         WHEN YR-HB-IDX > YR-HELD-COUNT
061100             SET YR-HB-IDX TO ZERO
061200         WHEN YR-HB-STUDENT-ID(YR-HB-IDX) = YR-WORK-STUDENT-ID
061300             CONTINUE
061400     END-SEARCH.
061500 1700-EXIT.
061600     EXIT.
061700*
061800******************************************************************
061900* 1900-REFUSE-RUN - PRINT WHY THE RUN WAS REFUSED AND END RETURN
062000*                   CODE 8.
062100******************************************************************
062200 1900-REFUSE-RUN.
062300     MOVE "N" TO YR-RUN-SWITCH
062400     WRITE ROLLOVER-RPT-LINE FROM YR-RPT-MESSAGE-LINE
062500     DISPLAY "ROLLOVER: " YR-MSG-TEXT
062600     MOVE 8 TO RETURN-CODE.
062700 1900-EXIT.
062800     EXIT.
062900*
063000******************************************************************
063100* 2000-ROLL-ROSTER - READ THIS YEAR'S ROSTER AND WRITE EVERY
063200*                    RECORD TO NEXT YEAR'S, LISTING WHERE EACH
063300*                    ENROLLED AND WAITLISTED STUDENT GOES.
063400******************************************************************
063500 2000-ROLL-ROSTER.
063600     WRITE ROLLOVER-RPT-LINE FROM YR-RPT-BLANK-LINE
063700     MOVE "STUDENT MOVEMENTS - THIS YEAR'S CLASS TO NEXT YEAR'S"
063800         TO YR-SECTION-TITLE
063900     WRITE ROLLOVER-RPT-LINE FROM YR-RPT-SECTION-LINE
064000     WRITE ROLLOVER-RPT-LINE FROM YR-RPT-MOVE-HEADING
064100     PERFORM 2100-ROLL-ONE-STUDENT THRU 2100-EXIT
064200         UNTIL YR-END-OF-ROSTER
064300     CLOSE STUDENT-ROSTER-FILE
064400     CLOSE NEW-ROSTER-FILE
064500     MOVE "N" TO YR-ROSTERS-SWITCH.
064600 2000-EXIT.
064700     EXIT.
064800*
064900******************************************************************
065000* 2100-ROLL-ONE-STUDENT - DECIDE NEXT YEAR'S CLASS AND STATUS FOR
065100*                         ONE ROSTER RECORD AND WRITE IT TO THE
065200*                         NEW ROSTER.
065300******************************************************************
065400 2100-ROLL-ONE-STUDENT.
065500     READ STUDENT-ROSTER-FILE
065600         AT END
065700             MOVE "Y" TO YR-ROSTER-EOF-SWITCH
065800             GO TO 2100-EXIT
065900     END-READ
066000     ADD 1 TO YR-RECORDS-READ
066100     MOVE SR-STUDENT-ID TO YR-WORK-STUDENT-ID
066200     PERFORM 1700-FIND-HELD-BACK THRU 1700-EXIT
066300     IF YR-HB-IDX NOT = ZERO
066400         IF NOT SR-ENROLLED
066500             MOVE "R" TO YR-HB-RESULT(YR-HB-IDX)
066600             MOVE "NOT AN ENROLLED STUDENT"
066700                 TO YR-HB-REJECT-TEXT(YR-HB-IDX)
066800             SET YR-HB-IDX TO ZERO
066900         END-IF
067000     END-IF
067100     MOVE SR-STUDENT-ID TO YR-MV-STUDENT-ID
067200     MOVE SR-STUDENT-NAME TO YR-MV-STUDENT-NAME
067300     MOVE SR-CLASS-CODE TO YR-MV-FROM-CLASS
067400     IF SR-ENROLLED
067500         PERFORM 2200-ROLL-ENROLLED THRU 2200-EXIT
067600     ELSE
067700         IF SR-WAITLISTED
067800             PERFORM 2300-ROLL-WAITLISTED THRU 2300-EXIT
067900         ELSE
068000             ADD 1 TO YR-CARRIED-UNCHANGED
068100         END-IF
068200     END-IF
068300     WRITE NEW-ROSTER-RECORD FROM STUDENT-ROSTER-RECORD
068400     IF YR-NEWROSTR-STATUS NOT = "00"
068500         DISPLAY "ROLLOVER: WRITE ERROR ON NEW ROSTER, STATUS "
068600             YR-NEWROSTR-STATUS " AT STUDENT " SR-STUDENT-ID
068700         MOVE "N" TO YR-COMMIT-SWITCH
068800         GO TO 2100-EXIT
068900     END-IF
069000     ADD 1 TO YR-RECORDS-WRITTEN.
069100 2100-EXIT.
069200     EXIT.
069300*
069400******************************************************************
069500* 2200-ROLL-ENROLLED - AN ENROLLED STUDENT IS HELD BACK IN THEIR
069600*                      CLASS, GRADUATES, OR MOVES UP TO THEIR
069700*                      CLASS'S NEXT-YEAR CLASS. A HELD-BACK FLAG
069800*                      KEYED FOR ANOTHER CLASS IS REJECTED AND THE
069900*                      STUDENT LEFT WHERE THEY ARE UNTIL IT IS PUT
070000*                      RIGHT.
070100******************************************************************
070200 2200-ROLL-ENROLLED.
070300     MOVE SR-CLASS-CODE TO YR-WORK-CLASS-CODE
070400     PERFORM 1500-FIND-CLASS THRU 1500-EXIT
070500     IF YR-CL-IDX = ZERO
070600         MOVE SR-CLASS-CODE TO YR-MV-TO-CLASS
070700         MOVE "NOT MOVED - CLASS NOT ON FILE" TO YR-MV-ACTION
070800         PERFORM 2400-NOT-MOVED THRU 2400-EXIT
070900         GO TO 2200-EXIT
071000     END-IF
071100     SET YR-FROM-SUB TO YR-CL-IDX
071200     ADD 1 TO YR-CL-BEFORE(YR-FROM-SUB)
071300     IF YR-HB-IDX NOT = ZERO
071400         IF YR-HB-CLASS-CODE(YR-HB-IDX) NOT = SR-CLASS-CODE
071500             MOVE "R" TO YR-HB-RESULT(YR-HB-IDX)
071600             MOVE "CLASS DOES NOT MATCH ROSTER"
071700                 TO YR-HB-REJECT-TEXT(YR-HB-IDX)
071800             ADD 1 TO YR-CL-AFTER(YR-FROM-SUB)
071900             MOVE SR-CLASS-CODE TO YR-MV-TO-CLASS
072000             MOVE "NOT MOVED - FLAG REJECTED" TO YR-MV-ACTION
072100             PERFORM 2400-NOT-MOVED THRU 2400-EXIT
072200             GO TO 2200-EXIT
072300         END-IF
072400         MOVE "A" TO YR-HB-RESULT(YR-HB-IDX)
072500         ADD 1 TO YR-STUDENTS-HELD-BACK
072600         ADD 1 TO YR-CL-HELD-BACK(YR-FROM-SUB)
072700         ADD 1 TO YR-CL-AFTER(YR-FROM-SUB)
072800         MOVE SR-CLASS-CODE TO YR-MV-TO-CLASS
072900         MOVE "HELD BACK" TO YR-MV-ACTION
073000         WRITE ROLLOVER-RPT-LINE FROM YR-RPT-MOVE-LINE
073100         GO TO 2200-EXIT
073200     END-IF
073300     ADD 1 TO YR-CL-OUT(YR-FROM-SUB)
073400     IF YR-CL-GRADUATES(YR-FROM-SUB)
073500         MOVE "G" TO SR-STATUS
073600         ADD 1 TO YR-STUDENTS-GRADUATED
073700         MOVE SPACES TO YR-MV-TO-CLASS
073800         MOVE "GRADUATED" TO YR-MV-ACTION
073900         WRITE ROLLOVER-RPT-LINE FROM YR-RPT-MOVE-LINE
074000         GO TO 2200-EXIT
074100     END-IF
074200     MOVE YR-CL-NEXT-CLASS(YR-FROM-SUB) TO YR-WORK-CLASS-CODE
074300     PERFORM 1500-FIND-CLASS THRU 1500-EXIT
074400     SET YR-TO-SUB TO YR-CL-IDX
074500     ADD 1 TO YR-CL-IN(YR-TO-SUB)
074600     ADD 1 TO YR-CL-AFTER(YR-TO-SUB)
074700     MOVE YR-WORK-CLASS-CODE TO SR-CLASS-CODE
074800     ADD 1 TO YR-STUDENTS-PROMOTED
074900     MOVE SR-CLASS-CODE TO YR-MV-TO-CLASS
075000     MOVE "PROMOTED" TO YR-MV-ACTION
075100     WRITE ROLLOVER-RPT-LINE FROM YR-RPT-MOVE-LINE.
075200 2200-EXIT.
075300     EXIT.
075400*
075500******************************************************************
075600* 2300-ROLL-WAITLISTED - A WAITLISTED STUDENT MOVES UP WITH THEIR
075700*                        YEAR GROUP AND STAYS ON THE WAITING LIST;
075800*                        THE WAITING LIST FOR A CLASS THAT
075900*                        GRADUATES IS CLOSED AND THE STUDENT
076000*                        MARKED WITHDRAWN.
076100******************************************************************
076200 2300-ROLL-WAITLISTED.
076300     MOVE SR-CLASS-CODE TO YR-WORK-CLASS-CODE
076400     PERFORM 1500-FIND-CLASS THRU 1500-EXIT
076500     IF YR-CL-IDX = ZERO
076600         MOVE SR-CLASS-CODE TO YR-MV-TO-CLASS
076700         MOVE "NOT MOVED - CLASS NOT ON FILE" TO YR-MV-ACTION
076800         PERFORM 2400-NOT-MOVED THRU 2400-EXIT
076900         GO TO 2300-EXIT
077000     END-IF
077100     SET YR-FROM-SUB TO YR-CL-IDX
077200     IF YR-CL-GRADUATES(YR-FROM-SUB)
077300         MOVE "D" TO SR-STATUS
077400         ADD 1 TO YR-WAITLIST-CLOSED
077500         MOVE SPACES TO YR-MV-TO-CLASS
077600         MOVE "WAITING LIST CLOSED" TO YR-MV-ACTION
077700         WRITE ROLLOVER-RPT-LINE FROM YR-RPT-MOVE-LINE
077800         GO TO 2300-EXIT
077900     END-IF
078000     MOVE YR-CL-NEXT-CLASS(YR-FROM-SUB) TO YR-WORK-CLASS-CODE
078100     PERFORM 1500-FIND-CLASS THRU 1500-EXIT
078200     SET YR-TO-SUB TO YR-CL-IDX
078300     ADD 1 TO YR-CL-WAIT-AFTER(YR-TO-SUB)
078400     MOVE YR-WORK-CLASS-CODE TO SR-CLASS-CODE
078500     ADD 1 TO YR-WAITLIST-MOVED
078600     MOVE SR-CLASS-CODE TO YR-MV-TO-CLASS
078700     MOVE "WAITLISTED - MOVED UP" TO YR-MV-ACTION
078800     WRITE ROLLOVER-RPT-LINE FROM YR-RPT-MOVE-LINE.
078900 2300-EXIT.
079000     EXIT.
079100*
079200******************************************************************
079300* 2400-NOT-MOVED - A STUDENT WHO CANNOT BE PLACED IS CARRIED
079400*                  FORWARD IN THEIR CLASS AS THEY ARE, AND THE
079500*                  ROLLOVER IS NOT COMMITTED UNTIL THEY ARE SORTED
079600*                  OUT.
079700******************************************************************
079800 2400-NOT-MOVED.
079900     ADD 1 TO YR-NOT-MOVED
080000     MOVE "N" TO YR-COMMIT-SWITCH
080100     WRITE ROLLOVER-RPT-LINE FROM YR-RPT-MOVE-LINE.
080200 2400-EXIT.
080300     EXIT.
080400*
080500******************************************************************
080600* 3000-CHECK-HELD-BACK - A FLAG NOT MATCHED TO ANY ROSTER RECORD
080700*                        IS FOR A STUDENT NOT ON THE ROSTER. LIST
080800*                        EVERY REJECTED FLAG; ANY REJECTION STOPS
080900*                        THE ROLLOVER BEING COMMITTED.
081000******************************************************************
081100 3000-CHECK-HELD-BACK.
081200     WRITE ROLLOVER-RPT-LINE FROM YR-RPT-BLANK-LINE
081300     MOVE "HELD-BACK FLAGS REJECTED" TO YR-SECTION-TITLE
081400     WRITE ROLLOVER-RPT-LINE FROM YR-RPT-SECTION-LINE
081500     WRITE ROLLOVER-RPT-LINE FROM YR-RPT-HELD-HEADING
081600     PERFORM 3100-CHECK-ONE-FLAG THRU 3100-EXIT
081700         VARYING YR-HB-IDX FROM 1 BY 1
081800         UNTIL YR-HB-IDX > YR-HELD-COUNT
081900     IF YR-HELD-REJECT-COUNT = ZERO
082000         MOVE "NONE" TO YR-MSG-TEXT
082100         WRITE ROLLOVER-RPT-LINE FROM YR-RPT-MESSAGE-LINE
082200     ELSE
082300         MOVE "N" TO YR-COMMIT-SWITCH
082400     END-IF.
082500 3000-EXIT.
082600     EXIT.
082700*
082800******************************************************************
082900* 3100-CHECK-ONE-FLAG - LIST ONE HELD-BACK FLAG IF IT WAS REJECTED
083000*                       OR NEVER MATCHED.
083100******************************************************************
083200 3100-CHECK-ONE-FLAG.
083300     IF YR-HB-APPLIED(YR-HB-IDX)
083400         GO TO 3100-EXIT
083500     END-IF
083600     IF YR-HB-UNMATCHED(YR-HB-IDX)
083700         MOVE "R" TO YR-HB-RESULT(YR-HB-IDX)
083800         MOVE "NOT ON THE ROSTER" TO YR-HB-REJECT-TEXT(YR-HB-IDX)
083900     END-IF
084000     ADD 1 TO YR-HELD-REJECT-COUNT
084100     MOVE YR-HB-STUDENT-ID(YR-HB-IDX) TO YR-HL-STUDENT-ID
084200     MOVE YR-HB-CLASS-CODE(YR-HB-IDX) TO YR-HL-CLASS-CODE
084300     MOVE YR-HB-REASON(YR-HB-IDX) TO YR-HL-REASON
084400     MOVE YR-HB-REJECT-TEXT(YR-HB-IDX) TO YR-HL-REJECT-TEXT
084500     WRITE ROLLOVER-RPT-LINE FROM YR-RPT-HELD-LINE.
084600 3100-EXIT.
084700     EXIT.
084800*
084900******************************************************************
085000* 4000-PRINT-CLASS-SUMMARY - CLASS BY CLASS, THIS YEAR'S
085100*                            ENROLMENT, WHO LEAVES AND JOINS, AND
085200*                            NEXT YEAR'S ENROLMENT AND WAITING
085300*                            LIST RE-TESTED AGAINST CAPACITY. THEN
085400*                            THE RUN TOTALS.
085500******************************************************************
085600 4000-PRINT-CLASS-SUMMARY.
085700     WRITE ROLLOVER-RPT-LINE FROM YR-RPT-BLANK-LINE
085800     MOVE "CLASS SIZES BEFORE AND AFTER THE ROLLOVER"
085900         TO YR-SECTION-TITLE
086000     WRITE ROLLOVER-RPT-LINE FROM YR-RPT-SECTION-LINE
086100     WRITE ROLLOVER-RPT-LINE FROM YR-RPT-CLASS-HEADING
086200     PERFORM 4100-PRINT-ONE-CLASS THRU 4100-EXIT
086300         VARYING YR-CL-IDX FROM 1 BY 1
086400         UNTIL YR-CL-IDX > YR-CLASS-COUNT
086500     IF YR-OVER-CAPACITY-COUNT > ZERO
086600         IF RETURN-CODE < 4
086700             MOVE 4 TO RETURN-CODE
086800         END-IF
086900     END-IF
087000     WRITE ROLLOVER-RPT-LINE FROM YR-RPT-BLANK-LINE
087100     MOVE "ROSTER RECORDS READ" TO YR-TOT-LABEL
087200     MOVE YR-RECORDS-READ TO YR-TOT-COUNT
087300     WRITE ROLLOVER-RPT-LINE FROM YR-RPT-TOTAL-LINE
087400     MOVE "NEW ROSTER RECORDS WRITTEN" TO YR-TOT-LABEL
087500     MOVE YR-RECORDS-WRITTEN TO YR-TOT-COUNT
087600     WRITE ROLLOVER-RPT-LINE FROM YR-RPT-TOTAL-LINE
087700     MOVE "STUDENTS PROMOTED" TO YR-TOT-LABEL
087800     MOVE YR-STUDENTS-PROMOTED TO YR-TOT-COUNT
087900     WRITE ROLLOVER-RPT-LINE FROM YR-RPT-TOTAL-LINE
088000     MOVE "STUDENTS GRADUATED" TO YR-TOT-LABEL
088100     MOVE YR-STUDENTS-GRADUATED TO YR-TOT-COUNT
088200     WRITE ROLLOVER-RPT-LINE FROM YR-RPT-TOTAL-LINE
088300     MOVE "STUDENTS HELD BACK" TO YR-TOT-LABEL
088400     MOVE YR-STUDENTS-HELD-BACK TO YR-TOT-COUNT
088500     WRITE ROLLOVER-RPT-LINE FROM YR-RPT-TOTAL-LINE
088600     MOVE "WAITLISTED - MOVED UP" TO YR-TOT-LABEL
088700     MOVE YR-WAITLIST-MOVED TO YR-TOT-COUNT
088800     WRITE ROLLOVER-RPT-LINE FROM YR-RPT-TOTAL-LINE
088900     MOVE "WAITLISTED - LIST CLOSED" TO YR-TOT-LABEL
089000     MOVE YR-WAITLIST-CLOSED TO YR-TOT-COUNT
089100     WRITE ROLLOVER-RPT-LINE FROM YR-RPT-TOTAL-LINE
089200     MOVE "WITHDRAWN/GRADUATED - UNCHANGED" TO YR-TOT-LABEL
089300     MOVE YR-CARRIED-UNCHANGED TO YR-TOT-COUNT
089400     WRITE ROLLOVER-RPT-LINE FROM YR-RPT-TOTAL-LINE
089500     MOVE "STUDENTS NOT MOVED" TO YR-TOT-LABEL
089600     MOVE YR-NOT-MOVED TO YR-TOT-COUNT
089700     WRITE ROLLOVER-RPT-LINE FROM YR-RPT-TOTAL-LINE
089800     MOVE "HELD-BACK FLAGS REJECTED" TO YR-TOT-LABEL
089900     MOVE YR-HELD-REJECT-COUNT TO YR-TOT-COUNT
090000     WRITE ROLLOVER-RPT-LINE FROM YR-RPT-TOTAL-LINE
090100     MOVE "CLASSES OVER CAPACITY" TO YR-TOT-LABEL
090200     MOVE YR-OVER-CAPACITY-COUNT TO YR-TOT-COUNT
090300     WRITE ROLLOVER-RPT-LINE FROM YR-RPT-TOTAL-LINE.
090400 4000-EXIT.
090500     EXIT.
090600*
090700******************************************************************
090800* 4100-PRINT-ONE-CLASS - ONE CLASS LINE, FLAGGED WHEN NEXT YEAR'S
090900*                        ENROLMENT IS OVER CAPACITY.
091000******************************************************************
091100 4100-PRINT-ONE-CLASS.
091200     MOVE YR-CL-CLASS-CODE(YR-CL-IDX) TO YR-CS-CLASS-CODE
091300     MOVE YR-CL-DESCRIPTION(YR-CL-IDX) TO YR-CS-DESCRIPTION
091400     MOVE YR-CL-CAPACITY(YR-CL-IDX) TO YR-CS-CAPACITY
091500     MOVE YR-CL-BEFORE(YR-CL-IDX) TO YR-CS-BEFORE
091600     MOVE YR-CL-OUT(YR-CL-IDX) TO YR-CS-OUT
091700     MOVE YR-CL-IN(YR-CL-IDX) TO YR-CS-IN
091800     MOVE YR-CL-AFTER(YR-CL-IDX) TO YR-CS-AFTER
091900     MOVE YR-CL-WAIT-AFTER(YR-CL-IDX) TO YR-CS-WAIT-AFTER
092000     MOVE SPACES TO YR-CS-FLAG
092100     IF YR-CL-AFTER(YR-CL-IDX) > YR-CL-CAPACITY(YR-CL-IDX)
092200         MOVE "*** OVER CAPACITY" TO YR-CS-FLAG
092300         ADD 1 TO YR-OVER-CAPACITY-COUNT
092400     ELSE
092500         IF YR-CL-GRADUATES(YR-CL-IDX)
092600             MOVE "FINAL YEAR" TO YR-CS-FLAG
092700         END-IF
092800     END-IF
092900     WRITE ROLLOVER-RPT-LINE FROM YR-RPT-CLASS-LINE.
093000 4100-EXIT.
093100     EXIT.
093200*
093300******************************************************************
093400* 5000-COMMIT-ROLLOVER - WHEN EVERY STUDENT WAS PLACED, EVERY
093500*                        HELD-BACK FLAG APPLIED AND THE NEW ROSTER
093600*                        WRITTEN CLEAN, RECORD THE YEAR AS CLOSED
093700*                        ON THE ROLLOVER CONTROL FILE. OTHERWISE
093800*                        END RETURN CODE 8 SO THE NEW ROSTER IS
093900*                        NOT COPIED OVER THIS YEAR'S.
094000******************************************************************
094100 5000-COMMIT-ROLLOVER.
094200     WRITE ROLLOVER-RPT-LINE FROM YR-RPT-BLANK-LINE
094300     IF NOT YR-COMMIT-OK
094400         MOVE "ROLLOVER NOT COMMITTED - CORRECT AND RERUN"
094500             TO YR-MSG-TEXT
094600         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
094700         GO TO 5000-EXIT
094800     END-IF
094900     MOVE SPACES TO ROLLOVER-CONTROL-RECORD
095000     MOVE YR-ACADEMIC-YEAR TO YC-LAST-YEAR-CLOSED
095100     MOVE YR-TODAY-DATE TO YC-ROLLOVER-DATE
095200     ACCEPT YC-ROLLOVER-TIME FROM TIME
095300     MOVE YR-STUDENTS-PROMOTED TO YC-STUDENTS-PROMOTED
095400     MOVE YR-STUDENTS-GRADUATED TO YC-STUDENTS-GRADUATED
095500     MOVE YR-STUDENTS-HELD-BACK TO YC-STUDENTS-HELD-BACK
095600     MOVE YR-WAITLIST-MOVED TO YC-WAITLIST-MOVED
095700     MOVE YR-WAITLIST-CLOSED TO YC-WAITLIST-CLOSED
095800     OPEN OUTPUT ROLLOVER-CONTROL-FILE
095900     IF YR-ROLLCTL-STATUS NOT = "00"
096000         DISPLAY "ROLLOVER: UNABLE TO WRITE ROLLOVER CONTROL, "
096100             "STATUS " YR-ROLLCTL-STATUS
096200         MOVE "ROLLOVER CONTROL NOT UPDATED - RERUN"
096300             TO YR-MSG-TEXT
096400         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
096500         GO TO 5000-EXIT
096600     END-IF
096700     WRITE ROLLOVER-CONTROL-RECORD
096800     CLOSE ROLLOVER-CONTROL-FILE
096900     MOVE "ACADEMIC YEAR      ROLLED OVER - NEW ROSTER READY"
097000         TO YR-MSG-TEXT
097100     MOVE YR-ACADEMIC-YEAR TO YR-MSG-TEXT(15:4)
097200     WRITE ROLLOVER-RPT-LINE FROM YR-RPT-MESSAGE-LINE.
097300 5000-EXIT.
097400     EXIT.
097500*
097600******************************************************************
097700* 9000-TERMINATE - WRITE THE AUDIT JOURNAL RECORD AND CLOSE ALL
097800*                  FILES.
097900******************************************************************
098000 9000-TERMINATE.
098100     IF YR-RUN-OK
098200         DISPLAY "ROLLOVER: " YR-STUDENTS-PROMOTED " PROMOTED, "
098300             YR-STUDENTS-GRADUATED " GRADUATED, "
098400             YR-STUDENTS-HELD-BACK " HELD BACK"
098500     END-IF
098600     PERFORM 9100-WRITE-AUDIT-JOURNAL THRU 9100-EXIT
098700     IF YR-ROSTERS-OPEN
098800         CLOSE STUDENT-ROSTER-FILE
098900         CLOSE NEW-ROSTER-FILE
099000     END-IF
099100     CLOSE ROLLOVER-REPORT
099200     CLOSE AUDIT-JOURNAL-FILE.
099300 9000-EXIT.
099400     EXIT.
099500*
099600******************************************************************
099700* 9100-WRITE-AUDIT-JOURNAL - APPEND ONE RUN RECORD TO THE SHARED
099800*                            AUDIT JOURNAL.
099900******************************************************************
100000 9100-WRITE-AUDIT-JOURNAL.
100100     MOVE SPACES TO AUDIT-JOURNAL-RECORD
100200     MOVE "ROLLOVER" TO AJ-PROGRAM-NAME
100300     MOVE YR-TODAY-DATE TO AJ-RUN-DATE
100400     ACCEPT AJ-RUN-TIME FROM TIME
100500     MOVE ZERO TO AJ-TOTAL-1-AMOUNT AJ-TOTAL-2-AMOUNT
100600     IF NOT YR-RUN-OK
100700         MOVE "RUN REFUSED" TO AJ-TOTAL-1-LABEL
100800     ELSE
100900         MOVE "STUDENTS PROMOTED" TO AJ-TOTAL-1-LABEL
101000         MOVE YR-STUDENTS-PROMOTED TO AJ-TOTAL-1-AMOUNT
101100         MOVE "STUDENTS GRADUATED" TO AJ-TOTAL-2-LABEL
101200         MOVE YR-STUDENTS-GRADUATED TO AJ-TOTAL-2-AMOUNT
101300     END-IF
101310     MOVE RETURN-CODE TO AJ-RETURN-CODE
101400     WRITE AUDIT-JOURNAL-RECORD.
101500 9100-EXIT.
101600     EXIT.
101700 END PROGRAM ROLLOVER.
