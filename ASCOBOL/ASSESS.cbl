000100******************************************************************
000200* AUTHOR:        P. MURPHY, PAYROLL SYSTEMS
000300* INSTALLATION:  ACME MANUFACTURING CORP - DATA PROCESSING
000400* DATE-WRITTEN:  2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:       ASSESSMENT RESULTS CAPTURE. READS THE TEACHERS'
000700*                MARK-SHEET TRANSACTIONS (ASSTRN) FOR THE TERM ON
000800*                THE ASPARM CARD AND ACCEPTS A MARK ONLY FOR A
000900*                STUDENT WHO IS ON THE STUDENT MASTER AND IS
001000*                ENROLLED ON THE ROSTER IN THE CLASS THE MARK
001100*                SHEET NAMES. ACCEPTED MARKS GO TO THE ASSESSMENT
001200*                RESULTS MASTER (ASSRSLT), ONE RECORD PER STUDENT
001300*                PER SUBJECT PER TERM; A SECOND MARK FOR THE SAME
001400*                STUDENT AND SUBJECT REPLACES THE FIRST, SO A
001500*                CORRECTED SHEET IS SIMPLY KEYED AGAIN. REJECTED
001600*                MARKS ARE LISTED WITH THE REASON. RUN AS OFTEN AS
001700*                MARK SHEETS COME IN; THE TERM REPORT CARDS ARE
001800*                PRINTED FROM THE MASTER BY RPTCARD.
001900*                RC=4 - MARKS REJECTED OR THE ROSTER TABLE FULL.
002000*                RC=8 - RUN REFUSED (NO TERM, NO STUDENT MASTER,
002100*                       ROSTER OR RESULTS MASTER) OR A RESULT
002200*                       COULD NOT BE RECORDED.
002300*
002400* MODIFICATION HISTORY
002500* DATE       INIT  DESCRIPTION
002600* ---------- ----  ----------------------------------------------
002700* 2026-10-15 PJM   ORIGINAL.
002710* 2026-10-15 PJM   THE AUDIT JOURNAL RECORD NOW CARRIES THE
002720*                  RETURN CODE THE RUN ENDED WITH.
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. ASSESS.
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT PARAMETER-FILE ASSIGN TO "ASPARM"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS AS-ASPARM-STATUS.
003700     SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS SM-STUDENT-ID
004100         FILE STATUS IS AS-STUMAST-STATUS.
004200     SELECT STUDENT-ROSTER-FILE ASSIGN TO "STUROSTR"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS AS-STUROSTR-STATUS.
004500     SELECT ASSESSMENT-TRANSACTION-FILE ASSIGN TO "ASSTRN"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS AS-ASSTRN-STATUS.
004800     SELECT ASSESSMENT-RESULT-FILE ASSIGN TO "ASSRSLT"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS RS-RESULT-KEY
005200         FILE STATUS IS AS-ASSRSLT-STATUS.
005300     SELECT CAPTURE-REPORT ASSIGN TO "ASSRPT"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS AS-ASSRPT-STATUS.
005600     SELECT AUDIT-JOURNAL-FILE ASSIGN TO "AUDITJNL"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS AS-AUDITJNL-STATUS.
005900     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS AS-RUNCTL-STATUS.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  PARAMETER-FILE
006500     LABEL RECORDS ARE STANDARD.
006600 01  PARAMETER-RECORD.
006700     05  PM-TERM                 PIC X(06).
006800     05  FILLER                  PIC X(74).
006900 FD  STUDENT-MASTER-FILE
007000     LABEL RECORDS ARE STANDARD.
007100 COPY STUMAST.
007200 FD  STUDENT-ROSTER-FILE
007300     LABEL RECORDS ARE STANDARD.
007400 COPY STUROSTER.
007500 FD  ASSESSMENT-TRANSACTION-FILE
007600     LABEL RECORDS ARE STANDARD.
007700 COPY ASSTRN.
007800 FD  ASSESSMENT-RESULT-FILE
007900     LABEL RECORDS ARE STANDARD.
008000 COPY ASSRSLT.
008100 FD  CAPTURE-REPORT
008200     LABEL RECORDS ARE STANDARD
008300     RECORD CONTAINS 80 CHARACTERS.
008400 01  CAPTURE-RPT-LINE            PIC X(80).
008500 FD  AUDIT-JOURNAL-FILE
008600     LABEL RECORDS ARE STANDARD.
008700 COPY AUDITJNL.
008800 FD  RUN-CONTROL-FILE
008900     LABEL RECORDS ARE STANDARD.
009000 COPY RUNCTL.
009100 WORKING-STORAGE SECTION.
009200 77  AS-ASPARM-STATUS        PIC X(02).
009300 77  AS-STUMAST-STATUS       PIC X(02).
009400 77  AS-STUROSTR-STATUS      PIC X(02).
009500 77  AS-ASSTRN-STATUS        PIC X(02).
009600 77  AS-ASSRSLT-STATUS       PIC X(02).
009700 77  AS-ASSRPT-STATUS        PIC X(02).
009800 77  AS-AUDITJNL-STATUS      PIC X(02).
009900 77  AS-RUNCTL-STATUS        PIC X(02).
010000 77  AS-TODAY-DATE           PIC 9(08).
010100*
010200* SHARED PAGE-NUMBERED MANAGEMENT REPORT HEADING - SEE RPTHDR.
010300 COPY RPTHDR.
010400*
010500 77  AS-TERM                 PIC X(06) VALUE SPACES.
010600 77  AS-HIGHEST-MARK         PIC 9(03) VALUE 100.
010700 77  AS-RUN-SWITCH           PIC X(01) VALUE "Y".
010800     88  AS-RUN-OK                   VALUE "Y".
010900 77  AS-FILES-SWITCH         PIC X(01) VALUE "N".
011000     88  AS-FILES-OPEN               VALUE "Y".
011100 77  AS-ROSTER-EOF-SWITCH    PIC X(01) VALUE "N".
011200     88  AS-END-OF-ROSTER            VALUE "Y".
011300 77  AS-TRAN-EOF-SWITCH      PIC X(01) VALUE "N".
011400     88  AS-END-OF-TRANSACTIONS      VALUE "Y".
011500 77  AS-ROSTER-COUNT         PIC 9(05) COMP VALUE ZERO.
011600 77  AS-LINES-READ           PIC 9(05) COMP VALUE ZERO.
011700 77  AS-RESULTS-ADDED        PIC 9(05) COMP VALUE ZERO.
011800 77  AS-RESULTS-REPLACED     PIC 9(05) COMP VALUE ZERO.
011900 77  AS-LINES-REJECTED       PIC 9(05) COMP VALUE ZERO.
012000 77  AS-RESULTS-FAILED       PIC 9(05) COMP VALUE ZERO.
012100 77  AS-WORK-STUDENT-ID      PIC 9(06) VALUE ZERO.
012200 77  AS-REJECT-REASON        PIC X(30) VALUE SPACES.
012300*
012400* THE STUDENT ROSTER AS IT STANDS TODAY.
012500 01  AS-ROSTER-TABLE.
012600     05  AS-ROSTER-ENTRY OCCURS 1000 TIMES INDEXED BY AS-RO-IDX.
012700         10  AS-RO-STUDENT-ID    PIC 9(06).
012800         10  AS-RO-CLASS-CODE    PIC X(04).
012900         10  AS-RO-STATUS        PIC X(01).
013000             88  AS-RO-ENROLLED          VALUE "E".
013100*
013200 01  AS-RPT-SECTION-LINE.
013300     05  AS-SECTION-TITLE    PIC X(60).
013400     05  FILLER              PIC X(20) VALUE SPACES.
013500 01  AS-RPT-REJECT-HEADING.
013600     05  FILLER              PIC X(40) VALUE
013700         "STUDNT CLAS SUBJ MRK REASON             ".
013800     05  FILLER              PIC X(40) VALUE SPACES.
013900 01  AS-RPT-REJECT-LINE.
014000     05  AS-RJ-STUDENT-ID    PIC X(06).
014100     05  FILLER              PIC X(01) VALUE SPACES.
014200     05  AS-RJ-CLASS-CODE    PIC X(04).
014300     05  FILLER              PIC X(01) VALUE SPACES.
014400     05  AS-RJ-SUBJECT-CODE  PIC X(04).
014500     05  FILLER              PIC X(01) VALUE SPACES.
014600     05  AS-RJ-MARK          PIC X(03).
014700     05  FILLER              PIC X(01) VALUE SPACES.
014800     05  AS-RJ-REASON        PIC X(30).
014900 01  AS-RPT-TOTAL-LINE.
015000     05  AS-TOT-LABEL        PIC X(32).
015100     05  AS-TOT-COUNT        PIC ZZ,ZZ9.
015200 01  AS-RPT-MESSAGE-LINE.
015300     05  FILLER              PIC X(04) VALUE "*** ".
015400     05  AS-MSG-TEXT         PIC X(60).
015500 01  AS-RPT-BLANK-LINE       PIC X(01) VALUE SPACE.
015600 PROCEDURE DIVISION.
015700 0000-MAINLINE.
015800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
015900     IF AS-RUN-OK
016000         PERFORM 2000-CAPTURE-RESULTS THRU 2000-EXIT
016100     END-IF
016200     PERFORM 9000-TERMINATE THRU 9000-EXIT
016300     STOP RUN.
016400*
016500******************************************************************
016600* 1000-INITIALIZE - GET THE BUSINESS DATE, READ THE TERM CARD,
016700*                   LOAD THE ROSTER AND OPEN THE STUDENT MASTER
016800*                   AND THE RESULTS MASTER (CREATING THE RESULTS
016900*                   MASTER ON THE FIRST RUN).
017000******************************************************************
017100 1000-INITIALIZE.
017200     PERFORM 1300-GET-BUSINESS-DATE THRU 1300-EXIT
017300     INITIALIZE AS-ROSTER-TABLE
017400     OPEN OUTPUT CAPTURE-REPORT
017500     OPEN EXTEND AUDIT-JOURNAL-FILE
017600     IF AS-AUDITJNL-STATUS NOT = "00"
017700         OPEN OUTPUT AUDIT-JOURNAL-FILE
017800     END-IF
017900     MOVE ZERO TO RPT-PAGE-NUMBER
018000     ADD 1 TO RPT-PAGE-NUMBER
018100     MOVE "ASSESSMENT RESULTS CAPTURE" TO RPT-HDR-TITLE
018200     MOVE AS-TODAY-DATE TO RPT-HDR-RUN-DATE
018300     MOVE RPT-PAGE-NUMBER TO RPT-HDR-PAGE-NUMBER
018400     WRITE CAPTURE-RPT-LINE FROM RPT-STD-HEADING-1
018500     WRITE CAPTURE-RPT-LINE FROM RPT-STD-HEADING-2
018600     PERFORM 1100-READ-PARAMETER THRU 1100-EXIT
018700     IF NOT AS-RUN-OK
018800         GO TO 1000-EXIT
018900     END-IF
019000     MOVE "TERM:" TO AS-SECTION-TITLE
019100     MOVE AS-TERM TO AS-SECTION-TITLE(7:6)
019200     WRITE CAPTURE-RPT-LINE FROM AS-RPT-SECTION-LINE
019300     PERFORM 1400-LOAD-ROSTER THRU 1400-EXIT
019400     IF NOT AS-RUN-OK
019500         GO TO 1000-EXIT
019600     END-IF
019700     OPEN INPUT STUDENT-MASTER-FILE
019800     IF AS-STUMAST-STATUS NOT = "00"
019900         DISPLAY "ASSESS: UNABLE TO OPEN STUDENT MASTER, STATUS "
020000             AS-STUMAST-STATUS
020100         MOVE "NO STUDENT MASTER - RUN REFUSED" TO AS-MSG-TEXT
020200         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
020300         GO TO 1000-EXIT
020400     END-IF
020500     OPEN I-O ASSESSMENT-RESULT-FILE
020600     IF AS-ASSRSLT-STATUS = "35"
020700         OPEN OUTPUT ASSESSMENT-RESULT-FILE
020800         CLOSE ASSESSMENT-RESULT-FILE
020900         OPEN I-O ASSESSMENT-RESULT-FILE
021000     END-IF
021100     IF AS-ASSRSLT-STATUS NOT = "00"
021200         DISPLAY "ASSESS: UNABLE TO OPEN RESULTS MASTER, STATUS "
021300             AS-ASSRSLT-STATUS
021400         CLOSE STUDENT-MASTER-FILE
021500         MOVE "RESULTS MASTER UNUSABLE - RUN REFUSED"
021600             TO AS-MSG-TEXT
021700         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
021800         GO TO 1000-EXIT
021900     END-IF
022000     MOVE "Y" TO AS-FILES-SWITCH.
022100 1000-EXIT.
022200     EXIT.
022300*
022400******************************************************************
022500* 1100-READ-PARAMETER - READ THE TERM CARD. THE TERM IS REQUIRED.
022600******************************************************************
022700 1100-READ-PARAMETER.
022800     OPEN INPUT PARAMETER-FILE
022900     IF AS-ASPARM-STATUS NOT = "00"
023000         MOVE "NO TERM CARD - RUN REFUSED" TO AS-MSG-TEXT
023100         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
023200         GO TO 1100-EXIT
023300     END-IF
023400     READ PARAMETER-FILE
023500         AT END
023600             MOVE "TERM CARD IS EMPTY - RUN REFUSED"
023700                 TO AS-MSG-TEXT
023800             PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
023900         NOT AT END
024000             MOVE PM-TERM TO AS-TERM
024100             IF AS-TERM = SPACES
024200                 MOVE "NO TERM ON THE TERM CARD - RUN REFUSED"
024300                     TO AS-MSG-TEXT
024400                 PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
024500             END-IF
024600     END-READ
024700     CLOSE PARAMETER-FILE.
024800 1100-EXIT.
024900     EXIT.
025000*
025100******************************************************************
025200* 1300-GET-BUSINESS-DATE - THE RUN DATE COMES FROM THE SUITE
025300*                          RUN-CONTROL FILE; THE MACHINE DATE IS
025400*                          ONLY A FALLBACK.
025500******************************************************************
025600 1300-GET-BUSINESS-DATE.
025700     MOVE ZERO TO AS-TODAY-DATE
025800     OPEN INPUT RUN-CONTROL-FILE
025900     IF AS-RUNCTL-STATUS = "00"
026000         READ RUN-CONTROL-FILE
026100             AT END
026200                 CONTINUE
026300             NOT AT END
026400                 IF RC-BUSINESS-DATE NUMERIC
026500                     MOVE RC-BUSINESS-DATE TO AS-TODAY-DATE
026600                 END-IF
026700         END-READ
026800         CLOSE RUN-CONTROL-FILE
026900     END-IF
027000     IF AS-TODAY-DATE = ZERO
027100         ACCEPT AS-TODAY-DATE FROM DATE YYYYMMDD
027200         DISPLAY "ASSESS: NO RUN CONTROL - USING MACHINE "
027300             "DATE " AS-TODAY-DATE
027400     END-IF.
027500 1300-EXIT.
027600     EXIT.
027700*
027800******************************************************************
027900* 1400-LOAD-ROSTER - LOAD THE STUDENT ROSTER INTO THE ROSTER
028000*                    TABLE.
028100******************************************************************
028200 1400-LOAD-ROSTER.
028300     OPEN INPUT STUDENT-ROSTER-FILE
028400     IF AS-STUROSTR-STATUS NOT = "00"
028500         DISPLAY "ASSESS: UNABLE TO OPEN STUDENT ROSTER, STATUS "
028600             AS-STUROSTR-STATUS
028700         MOVE "NO STUDENT ROSTER - RUN REFUSED" TO AS-MSG-TEXT
028800         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
028900         GO TO 1400-EXIT
029000     END-IF
029100     PERFORM 1450-LOAD-ONE-STUDENT THRU 1450-EXIT
029200         UNTIL AS-END-OF-ROSTER
029300     CLOSE STUDENT-ROSTER-FILE.
029400 1400-EXIT.
029500     EXIT.
029600*
029700******************************************************************
029800* 1450-LOAD-ONE-STUDENT - READ ONE ROSTER RECORD INTO THE NEXT ROW
029900*                         OF THE ROSTER TABLE.
030000******************************************************************
030100 1450-LOAD-ONE-STUDENT.
030200     READ STUDENT-ROSTER-FILE
030300         AT END
030400             MOVE "Y" TO AS-ROSTER-EOF-SWITCH
030500             GO TO 1450-EXIT
030600     END-READ
030700     IF AS-ROSTER-COUNT NOT < 1000
030800         DISPLAY "ASSESS: ROSTER TABLE FULL, SKIPPING "
030900             SR-STUDENT-ID
031000         IF RETURN-CODE < 4
031100             MOVE 4 TO RETURN-CODE
031200         END-IF
031300         GO TO 1450-EXIT
031400     END-IF
031500     ADD 1 TO AS-ROSTER-COUNT
031600     SET AS-RO-IDX TO AS-ROSTER-COUNT
031700     MOVE SR-STUDENT-ID TO AS-RO-STUDENT-ID(AS-RO-IDX)
031800     MOVE SR-CLASS-CODE TO AS-RO-CLASS-CODE(AS-RO-IDX)
031900     MOVE SR-STATUS TO AS-RO-STATUS(AS-RO-IDX).
032000 1450-EXIT.
032100     EXIT.
032200*
032300******************************************************************
032400* 1500-FIND-STUDENT - POINT AS-RO-IDX AT THE ROSTER ROW FOR AS-
032500*                     WORK-STUDENT-ID. ZERO WHEN NOT ON THE
032600*                     ROSTER.
032700******************************************************************
032800 1500-FIND-STUDENT.
032900     SET AS-RO-IDX TO 1
033000     SEARCH AS-ROSTER-ENTRY
033100         AT END
033200             SET AS-RO-IDX TO ZERO
033300         WHEN AS-RO-IDX > AS-ROSTER-COUNT
033400             SET AS-RO-IDX TO ZERO
033500         WHEN AS-RO-STUDENT-ID(AS-RO-IDX) = AS-WORK-STUDENT-ID
033600             CONTINUE
033700     END-SEARCH.
033800 1500-EXIT.
033900     EXIT.
034000*
034100******************************************************************
034200* 1900-REFUSE-RUN - PRINT WHY THE RUN WAS REFUSED AND END RETURN
034300*                   CODE 8.
034400******************************************************************
034500 1900-REFUSE-RUN.
034600     MOVE "N" TO AS-RUN-SWITCH
034700     WRITE CAPTURE-RPT-LINE FROM AS-RPT-MESSAGE-LINE
034800     DISPLAY "ASSESS: " AS-MSG-TEXT
034900     MOVE 8 TO RETURN-CODE.
035000 1900-EXIT.
035100     EXIT.
035200*
035300******************************************************************
035400* 2000-CAPTURE-RESULTS - CHECK EVERY MARK ON THE TRANSACTION FILE
035500*                        AND RECORD THE GOOD ONES ON THE RESULTS
035600*                        MASTER. REJECTS ARE LISTED.
035700******************************************************************
035800 2000-CAPTURE-RESULTS.
035900     WRITE CAPTURE-RPT-LINE FROM AS-RPT-BLANK-LINE
036000     MOVE "MARKS REJECTED" TO AS-SECTION-TITLE
036100     WRITE CAPTURE-RPT-LINE FROM AS-RPT-SECTION-LINE
036200     WRITE CAPTURE-RPT-LINE FROM AS-RPT-REJECT-HEADING
036300     OPEN INPUT ASSESSMENT-TRANSACTION-FILE
036400     IF AS-ASSTRN-STATUS NOT = "00"
036500         DISPLAY "ASSESS: NO RESULT TRANSACTIONS, STATUS "
036600             AS-ASSTRN-STATUS
036700         MOVE "NO RESULT TRANSACTIONS RECEIVED" TO AS-MSG-TEXT
036800         WRITE CAPTURE-RPT-LINE FROM AS-RPT-MESSAGE-LINE
036900         IF RETURN-CODE < 4
037000             MOVE 4 TO RETURN-CODE
037100         END-IF
037200         GO TO 2000-EXIT
037300     END-IF
037400     PERFORM 2100-CAPTURE-ONE-MARK THRU 2100-EXIT
037500         UNTIL AS-END-OF-TRANSACTIONS
037600     CLOSE ASSESSMENT-TRANSACTION-FILE
037700     IF AS-LINES-REJECTED = ZERO
037800         MOVE "NONE" TO AS-MSG-TEXT
037900         WRITE CAPTURE-RPT-LINE FROM AS-RPT-MESSAGE-LINE
038000     END-IF
038100     IF AS-LINES-REJECTED > ZERO AND RETURN-CODE < 4
038200         MOVE 4 TO RETURN-CODE
038300     END-IF
038400     WRITE CAPTURE-RPT-LINE FROM AS-RPT-BLANK-LINE
038500     MOVE "RESULT LINES READ" TO AS-TOT-LABEL
038600     MOVE AS-LINES-READ TO AS-TOT-COUNT
038700     WRITE CAPTURE-RPT-LINE FROM AS-RPT-TOTAL-LINE
038800     MOVE "RESULTS ADDED" TO AS-TOT-LABEL
038900     MOVE AS-RESULTS-ADDED TO AS-TOT-COUNT
039000     WRITE CAPTURE-RPT-LINE FROM AS-RPT-TOTAL-LINE
039100     MOVE "RESULTS CORRECTED" TO AS-TOT-LABEL
039200     MOVE AS-RESULTS-REPLACED TO AS-TOT-COUNT
039300     WRITE CAPTURE-RPT-LINE FROM AS-RPT-TOTAL-LINE
039400     MOVE "MARKS REJECTED" TO AS-TOT-LABEL
039500     MOVE AS-LINES-REJECTED TO AS-TOT-COUNT
039600     WRITE CAPTURE-RPT-LINE FROM AS-RPT-TOTAL-LINE
039700     IF AS-RESULTS-FAILED > ZERO
039800         MOVE "RESULTS NOT RECORDED - RERUN" TO AS-TOT-LABEL
039900         MOVE AS-RESULTS-FAILED TO AS-TOT-COUNT
040000         WRITE CAPTURE-RPT-LINE FROM AS-RPT-TOTAL-LINE
040100         MOVE 8 TO RETURN-CODE
040200     END-IF.
040300 2000-EXIT.
040400     EXIT.
040500*
040600******************************************************************
040700* 2100-CAPTURE-ONE-MARK - READ ONE MARK, CHECK IT AGAINST THE
040800*                         STUDENT MASTER AND THE ROSTER, AND WRITE
040900*                         IT TO THE RESULTS MASTER - OR, WHEN THE
041000*                         STUDENT ALREADY HAS A MARK FOR THE
041100*                         SUBJECT THIS TERM, REPLACE IT.
041200******************************************************************
041300 2100-CAPTURE-ONE-MARK.
041400     READ ASSESSMENT-TRANSACTION-FILE
041500         AT END
041600             MOVE "Y" TO AS-TRAN-EOF-SWITCH
041700             GO TO 2100-EXIT
041800     END-READ
041900     ADD 1 TO AS-LINES-READ
042000     IF AX-STUDENT-ID NOT NUMERIC
042100         MOVE "STUDENT ID NOT NUMERIC" TO AS-REJECT-REASON
042200         PERFORM 2900-REJECT-MARK THRU 2900-EXIT
042300         GO TO 2100-EXIT
042400     END-IF
042500     IF AX-SUBJECT-CODE = SPACES
042600         MOVE "NO SUBJECT CODE" TO AS-REJECT-REASON
042700         PERFORM 2900-REJECT-MARK THRU 2900-EXIT
042800         GO TO 2100-EXIT
042900     END-IF
043000     IF AX-MARK NOT NUMERIC
043100         MOVE "MARK NOT NUMERIC" TO AS-REJECT-REASON
043200         PERFORM 2900-REJECT-MARK THRU 2900-EXIT
043300         GO TO 2100-EXIT
043400     END-IF
043500     IF AX-MARK > AS-HIGHEST-MARK
043600         MOVE "MARK OVER 100" TO AS-REJECT-REASON
043700         PERFORM 2900-REJECT-MARK THRU 2900-EXIT
043800         GO TO 2100-EXIT
043900     END-IF
044000     MOVE AX-STUDENT-ID TO SM-STUDENT-ID
044100     READ STUDENT-MASTER-FILE
044200         INVALID KEY
044300             MOVE "STUDENT NOT ON STUDENT MASTER"
044400                 TO AS-REJECT-REASON
044500             PERFORM 2900-REJECT-MARK THRU 2900-EXIT
044600             GO TO 2100-EXIT
044700     END-READ
044800     MOVE AX-STUDENT-ID TO AS-WORK-STUDENT-ID
044900     PERFORM 1500-FIND-STUDENT THRU 1500-EXIT
045000     IF AS-RO-IDX = ZERO
045100         MOVE "STUDENT NOT ON ROSTER" TO AS-REJECT-REASON
045200         PERFORM 2900-REJECT-MARK THRU 2900-EXIT
045300         GO TO 2100-EXIT
045400     END-IF
045500     IF NOT AS-RO-ENROLLED(AS-RO-IDX)
045600         MOVE "STUDENT NOT ENROLLED" TO AS-REJECT-REASON
045700         PERFORM 2900-REJECT-MARK THRU 2900-EXIT
045800         GO TO 2100-EXIT
045900     END-IF
046000     IF AS-RO-CLASS-CODE(AS-RO-IDX) NOT = AX-CLASS-CODE
046100         MOVE "STUDENT NOT IN THIS CLASS" TO AS-REJECT-REASON
046200         PERFORM 2900-REJECT-MARK THRU 2900-EXIT
046300         GO TO 2100-EXIT
046400     END-IF
046500     MOVE SPACES TO ASSESSMENT-RESULT-RECORD
046600     MOVE AS-TERM TO RS-TERM
046700     MOVE AX-STUDENT-ID TO RS-STUDENT-ID
046800     MOVE AX-SUBJECT-CODE TO RS-SUBJECT-CODE
046900     MOVE AX-CLASS-CODE TO RS-CLASS-CODE
047000     MOVE AX-MARK TO RS-MARK
047100     MOVE AX-COMMENT TO RS-COMMENT
047200     MOVE AS-TODAY-DATE TO RS-RECORDED-DATE
047300     WRITE ASSESSMENT-RESULT-RECORD
047400         INVALID KEY
047500             PERFORM 2200-REPLACE-RESULT THRU 2200-EXIT
047600         NOT INVALID KEY
047700             ADD 1 TO AS-RESULTS-ADDED
047800     END-WRITE.
047900 2100-EXIT.
048000     EXIT.
048100*
048200******************************************************************
048300* 2200-REPLACE-RESULT - THE STUDENT ALREADY HAS A MARK FOR THE
048400*                       SUBJECT THIS TERM - THE NEWER ONE REPLACES
048500*                       IT.
048600******************************************************************
048700 2200-REPLACE-RESULT.
048800     REWRITE ASSESSMENT-RESULT-RECORD
048900         INVALID KEY
049000             DISPLAY "ASSESS: RESULT UPDATE FAILED FOR "
049100                 RS-STUDENT-ID " " RS-SUBJECT-CODE ", STATUS "
049200                 AS-ASSRSLT-STATUS
049300             ADD 1 TO AS-RESULTS-FAILED
049400         NOT INVALID KEY
049500             ADD 1 TO AS-RESULTS-REPLACED
049600     END-REWRITE.
049700 2200-EXIT.
049800     EXIT.
049900*
050000******************************************************************
050100* 2900-REJECT-MARK - LIST A REJECTED MARK WITH THE REASON IN AS-
050200*                    REJECT-REASON.
050300******************************************************************
050400 2900-REJECT-MARK.
050500     ADD 1 TO AS-LINES-REJECTED
050600     MOVE AX-STUDENT-ID TO AS-RJ-STUDENT-ID
050700     MOVE AX-CLASS-CODE TO AS-RJ-CLASS-CODE
050800     MOVE AX-SUBJECT-CODE TO AS-RJ-SUBJECT-CODE
050900     MOVE AX-MARK TO AS-RJ-MARK
051000     MOVE AS-REJECT-REASON TO AS-RJ-REASON
051100     WRITE CAPTURE-RPT-LINE FROM AS-RPT-REJECT-LINE.
051200 2900-EXIT.
051300     EXIT.
051400*
051500******************************************************************
051600* 9000-TERMINATE - WRITE THE AUDIT JOURNAL RECORD AND CLOSE ALL
051700*                  FILES.
051800******************************************************************
051900 9000-TERMINATE.
052000     IF AS-RUN-OK
052100         DISPLAY "ASSESS: " AS-LINES-READ " MARKS READ, "
052200             AS-LINES-REJECTED " REJECTED"
052300     END-IF
052400     PERFORM 9100-WRITE-AUDIT-JOURNAL THRU 9100-EXIT
052500     IF AS-FILES-OPEN
052600         CLOSE STUDENT-MASTER-FILE
052700         CLOSE ASSESSMENT-RESULT-FILE
052800     END-IF
052900     CLOSE CAPTURE-REPORT
053000     CLOSE AUDIT-JOURNAL-FILE.
053100 9000-EXIT.
053200     EXIT.
053300*
053400******************************************************************
053500* 9100-WRITE-AUDIT-JOURNAL - APPEND ONE RUN RECORD TO THE SHARED
053600*                            AUDIT JOURNAL.
053700******************************************************************
053800 9100-WRITE-AUDIT-JOURNAL.
053900     MOVE SPACES TO AUDIT-JOURNAL-RECORD
054000     MOVE "ASSESS" TO AJ-PROGRAM-NAME
054100     MOVE AS-TODAY-DATE TO AJ-RUN-DATE
054200     ACCEPT AJ-RUN-TIME FROM TIME
054300     MOVE ZERO TO AJ-TOTAL-1-AMOUNT AJ-TOTAL-2-AMOUNT
054400     IF NOT AS-RUN-OK
054500         MOVE "RUN REFUSED" TO AJ-TOTAL-1-LABEL
054600     ELSE
054700         MOVE "RESULTS RECORDED" TO AJ-TOTAL-1-LABEL
054800         COMPUTE AJ-TOTAL-1-AMOUNT =
054900             AS-RESULTS-ADDED + AS-RESULTS-REPLACED
055000         MOVE "MARKS REJECTED" TO AJ-TOTAL-2-LABEL
055100         MOVE AS-LINES-REJECTED TO AJ-TOTAL-2-AMOUNT
055200     END-IF
055210     MOVE RETURN-CODE TO AJ-RETURN-CODE
055300     WRITE AUDIT-JOURNAL-RECORD.
055400 9100-EXIT.
055500     EXIT.
055600 END PROGRAM ASSESS.
