000100******************************************************************
000200* AUTHOR:        P. MURPHY, PAYROLL SYSTEMS
000300* INSTALLATION:  ACME MANUFACTURING CORP - DATA PROCESSING
000400* DATE-WRITTEN:  2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:       SUPERVISOR APPROVAL AND POSTING OF A STOCKTAKE.
000700*                THE STKAPPR CARD NAMES THE STOCKTAKE (ITS FREEZE
000800*                DATE) AND THE APPROVING SUPERVISOR. THE STOCKTAKE
000900*                MUST HAVE HAD ITS VARIANCE REPORT PRINTED, AND
001000*                THE SNAPSHOT MUST STILL PROVE TO THE COUNT TOTALS
001100*                THAT REPORT RECORDED - A COUNT CHANGED SINCE IS
001200*                REFUSED UNTIL THE VARIANCE REPORT IS RERUN. EACH
001300*                COUNTED ITEM'S ADJUSTMENT (COUNTED LESS FROZEN
001400*                BOOK QUANTITY) IS THEN APPLIED TO ITS ON-HAND
001500*                QUANTITY ON THE ITEM MASTER AS IT STANDS NOW, SO
001600*                STOCK MOVEMENTS SINCE THE FREEZE ARE KEPT, NEVER
001700*                TAKING IT BELOW ZERO. EVERY ADJUSTMENT IS
001800*                WRITTEN TO THE STKADJ AUDIT TRAIL AND PRINTED.
001900*                ITEMS NEVER COUNTED ARE LISTED AND LEFT AS THEY
002000*                ARE. THE CONTROL RECORD IS STAMPED APPROVED
002100*                BEFORE THE FIRST ITEM IS TOUCHED AND POSTED WHEN
002200*                THE LAST IS DONE; A POSTING THAT STOPS PART WAY
002300*                IS RESUBMITTED AND CARRIES ON WITH THE ITEMS NOT
002400*                YET POSTED.
002500*                RC=4 - COUNTED ITEMS NO LONGER ON THE ITEM MASTER
002600*                       (NOT ADJUSTED).
002700*                RC=8 - POSTING REFUSED, OR NOT FINISHED - SEE THE
002800*                       REPORT. AN ITEM ADJUSTED BUT NOT MARKED
002810*                       POSTED MUST BE CHECKED BEFORE A RERUN.
002900*
003000* MODIFICATION HISTORY
003100* DATE       INIT  DESCRIPTION
003200* ---------- ----  ----------------------------------------------
003300* 2026-10-15 PJM   ORIGINAL.
003310* 2026-10-15 PJM   THE AUDIT JOURNAL RECORD NOW CARRIES THE
003320*                  RETURN CODE THE RUN ENDED WITH.
003330* 2026-10-15 PJM   AN ITEM ADJUSTED ON THE MASTER WHOSE SNAPSHOT
003340*                  COULD NOT BE MARKED POSTED NOW ENDS THE RUN
003350*                  RC=8 WITH A DO-NOT-RESUBMIT MESSAGE, SO A
003360*                  RERUN CANNOT ADJUST THE ITEM TWICE.
003400******************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. STKPOST.
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT PARAMETER-FILE ASSIGN TO "STKAPPR"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS SP-STKAPPR-STATUS.
004300     SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS IM-ITEM-CODE
004700         FILE STATUS IS SP-ITEMMAST-STATUS.
004800     SELECT SNAPSHOT-FILE ASSIGN TO "STKSNAP"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS SS-ITEM-CODE
005200         FILE STATUS IS SP-STKSNAP-STATUS.
005300     SELECT STOCKTAKE-CONTROL-FILE ASSIGN TO "STKCTL"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS SP-STKCTL-STATUS.
005600     SELECT ADJUSTMENT-TRAIL-FILE ASSIGN TO "STKADJ"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS SP-STKADJ-STATUS.
005900     SELECT POSTING-REPORT ASSIGN TO "STKPRPT"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS SP-STKPRPT-STATUS.
006200     SELECT AUDIT-JOURNAL-FILE ASSIGN TO "AUDITJNL"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS SP-AUDITJNL-STATUS.
006500     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS SP-RUNCTL-STATUS.
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  PARAMETER-FILE
007100     LABEL RECORDS ARE STANDARD.
007200 01  PARAMETER-RECORD.
007300     05  PM-STOCKTAKE-DATE       PIC 9(08).
007400     05  FILLER                  PIC X(01).
007500     05  PM-SUPERVISOR-ID        PIC X(08).
007600     05  FILLER                  PIC X(63).
007700 FD  ITEM-MASTER-FILE
007800     LABEL RECORDS ARE STANDARD.
007900 COPY ITEMMAST.
008000 FD  SNAPSHOT-FILE
008100     LABEL RECORDS ARE STANDARD.
008200 COPY STKSNAP.
008300 FD  STOCKTAKE-CONTROL-FILE
008400     LABEL RECORDS ARE STANDARD.
008500 01  CONTROL-FILE-RECORD         PIC X(123).
008600 FD  ADJUSTMENT-TRAIL-FILE
008700     LABEL RECORDS ARE STANDARD.
008800 COPY STKADJ.
008900 FD  POSTING-REPORT
009000     LABEL RECORDS ARE STANDARD
009100     RECORD CONTAINS 80 CHARACTERS.
009200 01  POSTING-RPT-LINE            PIC X(80).
009300 FD  AUDIT-JOURNAL-FILE
009400     LABEL RECORDS ARE STANDARD.
009500 COPY AUDITJNL.
009600 FD  RUN-CONTROL-FILE
009700     LABEL RECORDS ARE STANDARD.
009800 COPY RUNCTL.
009900 WORKING-STORAGE SECTION.
010000 77  SP-STKAPPR-STATUS       PIC X(02).
010100 77  SP-ITEMMAST-STATUS      PIC X(02).
010200 77  SP-STKSNAP-STATUS       PIC X(02).
010300 77  SP-STKCTL-STATUS        PIC X(02).
010400 77  SP-STKADJ-STATUS        PIC X(02).
010500 77  SP-STKPRPT-STATUS       PIC X(02).
010600 77  SP-AUDITJNL-STATUS      PIC X(02).
010700 77  SP-RUNCTL-STATUS        PIC X(02).
010800 77  SP-TODAY-DATE           PIC 9(08).
010810*
010820* THE STOCKTAKE CONTROL RECORD IS HELD HERE FROM THE READ TO THE
010830* REWRITE - THE FILE IS CLOSED IN BETWEEN. SEE STKCTL.
010840 COPY STKCTL.
010900*
011000* SHARED PAGE-NUMBERED MANAGEMENT REPORT HEADING - SEE RPTHDR.
011100 COPY RPTHDR.
011200 77  SP-PARM-OK-SWITCH       PIC X(01) VALUE "N".
011300     88  SP-PARM-OK                  VALUE "Y".
011400 77  SP-POST-SWITCH          PIC X(01) VALUE "Y".
011500     88  SP-POST-OK                  VALUE "Y".
011600 77  SP-RESUME-SWITCH        PIC X(01) VALUE "N".
011700     88  SP-RESUMING                 VALUE "Y".
011800 77  SP-ITEMMAST-OK-SWITCH   PIC X(01) VALUE "N".
011900     88  SP-ITEMMAST-USABLE          VALUE "Y".
012000 77  SP-STKSNAP-OK-SWITCH    PIC X(01) VALUE "N".
012100     88  SP-STKSNAP-USABLE           VALUE "Y".
012200 77  SP-STKADJ-OK-SWITCH     PIC X(01) VALUE "N".
012300     88  SP-STKADJ-USABLE            VALUE "Y".
012400 77  SP-SNAP-EOF-SWITCH      PIC X(01) VALUE "N".
012500     88  SP-END-OF-SNAPSHOT          VALUE "Y".
012510 77  SP-MARK-FAILED-SWITCH   PIC X(01) VALUE "N".
012520     88  SP-MARK-FAILED              VALUE "Y".
012600*
012700* THE SNAPSHOT IS RE-PROVED TO THE TOTALS THE VARIANCE REPORT
012800* RECORDED ON THE CONTROL FILE BEFORE ANYTHING IS POSTED.
012900 77  SP-PROOF-COUNTED        PIC 9(05) COMP VALUE ZERO.
013000 77  SP-PROOF-UNCOUNTED      PIC 9(05) COMP VALUE ZERO.
013100 77  SP-PROOF-VARIANCE-QTY   PIC S9(07) VALUE ZERO.
013200 77  SP-PROOF-VARIANCE-VAL   PIC S9(09)V99 VALUE ZERO.
013300 77  SP-VARIANCE-QTY         PIC S9(05) VALUE ZERO.
013400 77  SP-VARIANCE-VALUE       PIC S9(09)V99 VALUE ZERO.
013500 77  SP-NEW-ON-HAND          PIC S9(07) VALUE ZERO.
013600 77  SP-OLD-ON-HAND          PIC 9(05) VALUE ZERO.
013700 77  SP-ADJUSTED-COUNT       PIC 9(05) COMP VALUE ZERO.
013800 77  SP-ALREADY-POSTED-COUNT PIC 9(05) COMP VALUE ZERO.
013900 77  SP-NO-VARIANCE-COUNT    PIC 9(05) COMP VALUE ZERO.
014000 77  SP-UNCOUNTED-COUNT      PIC 9(05) COMP VALUE ZERO.
014100 77  SP-NOT-ON-MASTER-COUNT  PIC 9(05) COMP VALUE ZERO.
014200 77  SP-CLAMPED-COUNT        PIC 9(05) COMP VALUE ZERO.
014300 77  SP-FAILED-COUNT         PIC 9(05) COMP VALUE ZERO.
014310 77  SP-UNMARKED-COUNT       PIC 9(05) COMP VALUE ZERO.
014400 77  SP-NET-ADJUST-QTY       PIC S9(07) VALUE ZERO.
014500 77  SP-NET-ADJUST-VALUE     PIC S9(09)V99 VALUE ZERO.
014600*
014700 01  SP-RPT-DETAIL-LINE.
014800     05  SP-DET-LABEL        PIC X(28).
014900     05  SP-DET-TEXT         PIC X(40).
015000 01  SP-RPT-ITEM-HEADING.
015100     05  FILLER              PIC X(40) VALUE
015200         "ITEM   DP   BOOK  COUNT  ADJUST BEFORE  ".
015300     05  FILLER              PIC X(40) VALUE
015400         "AFTER   ADJ VALUE NOTE                  ".
015500 01  SP-RPT-ITEM-LINE.
015600     05  SP-IT-ITEM          PIC X(06).
015700     05  FILLER              PIC X(01) VALUE SPACES.
015800     05  SP-IT-DEPT          PIC X(02).
015900     05  FILLER              PIC X(01) VALUE SPACES.
016000     05  SP-IT-BOOK-QTY      PIC ZZ,ZZ9.
016100     05  FILLER              PIC X(01) VALUE SPACES.
016200     05  SP-IT-COUNTED-QTY   PIC ZZ,ZZ9.
016300     05  FILLER              PIC X(01) VALUE SPACES.
016400     05  SP-IT-ADJUST-QTY    PIC -ZZ,ZZ9.
016500     05  FILLER              PIC X(01) VALUE SPACES.
016600     05  SP-IT-BEFORE        PIC ZZ,ZZ9.
016700     05  FILLER              PIC X(01) VALUE SPACES.
016800     05  SP-IT-AFTER         PIC ZZ,ZZ9.
016900     05  FILLER              PIC X(01) VALUE SPACES.
017000     05  SP-IT-ADJUST-VALUE  PIC -ZZZ,ZZ9.99.
017100     05  FILLER              PIC X(01) VALUE SPACES.
017200     05  SP-IT-NOTE          PIC X(22).
017300 01  SP-RPT-TOTAL-LINE.
017400     05  SP-TOT-LABEL        PIC X(32).
017500     05  SP-TOT-COUNT        PIC ZZ,ZZ9.
017600     05  FILLER              PIC X(02) VALUE SPACES.
017700     05  SP-TOT-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
017800 01  SP-RPT-MESSAGE-LINE.
017900     05  FILLER              PIC X(04) VALUE "*** ".
018000     05  SP-MSG-TEXT         PIC X(60).
018100 01  SP-RPT-BLANK-LINE       PIC X(01) VALUE SPACE.
018200 PROCEDURE DIVISION.
018300 0000-MAINLINE.
018400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018500     IF SP-POST-OK
018600         PERFORM 2000-PROVE-SNAPSHOT THRU 2000-EXIT
018700     END-IF
018800     IF SP-POST-OK
018900         PERFORM 2500-MARK-APPROVED THRU 2500-EXIT
019000     END-IF
019100     IF SP-POST-OK
019200         PERFORM 3000-POST-ADJUSTMENTS THRU 3000-EXIT
019300         PERFORM 3500-MARK-POSTED THRU 3500-EXIT
019400     END-IF
019500     PERFORM 4000-TERMINATE THRU 4000-EXIT
019600     STOP RUN.
019700*
019800******************************************************************
019900* 1000-INITIALIZE - READ THE APPROVAL CARD, CHECK THE STOCKTAKE IS
020000*                   READY TO POST AND OPEN THE FILES THE POSTING
020100*                   NEEDS.
020200******************************************************************
020300 1000-INITIALIZE.
020400     PERFORM 1300-GET-BUSINESS-DATE THRU 1300-EXIT
020500     OPEN OUTPUT POSTING-REPORT
020600     OPEN EXTEND AUDIT-JOURNAL-FILE
020700     IF SP-AUDITJNL-STATUS NOT = "00"
020800         OPEN OUTPUT AUDIT-JOURNAL-FILE
020900     END-IF
021000     MOVE ZERO TO RPT-PAGE-NUMBER
021100     ADD 1 TO RPT-PAGE-NUMBER
021200     MOVE "STOCKTAKE ADJUSTMENT POSTING" TO RPT-HDR-TITLE
021300     MOVE SP-TODAY-DATE TO RPT-HDR-RUN-DATE
021400     MOVE RPT-PAGE-NUMBER TO RPT-HDR-PAGE-NUMBER
021500     WRITE POSTING-RPT-LINE FROM RPT-STD-HEADING-1
021600     WRITE POSTING-RPT-LINE FROM RPT-STD-HEADING-2
021700     PERFORM 1100-READ-PARAMETER THRU 1100-EXIT
021800     IF NOT SP-PARM-OK
021900         MOVE "N" TO SP-POST-SWITCH
022000         GO TO 1000-EXIT
022100     END-IF
022200     MOVE "STOCKTAKE FROZEN ON:" TO SP-DET-LABEL
022300     MOVE PM-STOCKTAKE-DATE TO SP-DET-TEXT
022400     WRITE POSTING-RPT-LINE FROM SP-RPT-DETAIL-LINE
022500     MOVE "APPROVING SUPERVISOR:" TO SP-DET-LABEL
022600     MOVE PM-SUPERVISOR-ID TO SP-DET-TEXT
022700     WRITE POSTING-RPT-LINE FROM SP-RPT-DETAIL-LINE
022800     OPEN INPUT STOCKTAKE-CONTROL-FILE
022900     IF SP-STKCTL-STATUS NOT = "00"
023000         MOVE "NO STOCKTAKE CONTROL FILE - POSTING REFUSED"
023100             TO SP-MSG-TEXT
023200         PERFORM 1900-REFUSE-POSTING THRU 1900-EXIT
023300         GO TO 1000-EXIT
023400     END-IF
023500     READ STOCKTAKE-CONTROL-FILE
023600         AT END
023700             MOVE "NO STOCKTAKE ON THE CONTROL FILE - REFUSED"
023800                 TO SP-MSG-TEXT
023900             PERFORM 1900-REFUSE-POSTING THRU 1900-EXIT
023950         NOT AT END
023960             MOVE CONTROL-FILE-RECORD TO STOCKTAKE-CONTROL-RECORD
024000     END-READ
024100     CLOSE STOCKTAKE-CONTROL-FILE
024200     IF NOT SP-POST-OK
024300         GO TO 1000-EXIT
024400     END-IF
024500     IF TC-STOCKTAKE-DATE NOT = PM-STOCKTAKE-DATE
024600         DISPLAY "STKPOST: CONTROL FILE HOLDS THE STOCKTAKE OF "
024700             TC-STOCKTAKE-DATE
024800         MOVE "NOT THE CURRENT STOCKTAKE - POSTING REFUSED"
024900             TO SP-MSG-TEXT
025000         PERFORM 1900-REFUSE-POSTING THRU 1900-EXIT
025100         GO TO 1000-EXIT
025200     END-IF
025300     IF TC-POSTED
025400         DISPLAY "STKPOST: STOCKTAKE ALREADY POSTED, APPROVED BY "
025500             TC-APPROVED-BY " ON " TC-APPROVED-DATE
025600         MOVE "STOCKTAKE ALREADY POSTED - POSTING REFUSED"
025700             TO SP-MSG-TEXT
025800         PERFORM 1900-REFUSE-POSTING THRU 1900-EXIT
025900         GO TO 1000-EXIT
026000     END-IF
026100     IF TC-CANCELLED
026200         MOVE "STOCKTAKE WAS CANCELLED - POSTING REFUSED"
026300             TO SP-MSG-TEXT
026400         PERFORM 1900-REFUSE-POSTING THRU 1900-EXIT
026500         GO TO 1000-EXIT
026600     END-IF
026700     IF TC-FROZEN
026800         MOVE "NO VARIANCE REPORT YET - POSTING REFUSED"
026900             TO SP-MSG-TEXT
027000         PERFORM 1900-REFUSE-POSTING THRU 1900-EXIT
027100         GO TO 1000-EXIT
027200     END-IF
027300     IF NOT TC-APPROVED AND NOT TC-VARIANCE-REPORTED
027400         MOVE "STOCKTAKE STATUS NOT RECOGNISED - REFUSED"
027500             TO SP-MSG-TEXT
027600         PERFORM 1900-REFUSE-POSTING THRU 1900-EXIT
027700         GO TO 1000-EXIT
027800     END-IF
027900     IF TC-APPROVED
028000         MOVE "Y" TO SP-RESUME-SWITCH
028100         MOVE "RESUMING POSTING APPROVED BY:" TO SP-DET-LABEL
028200         MOVE TC-APPROVED-BY TO SP-DET-TEXT
028300         WRITE POSTING-RPT-LINE FROM SP-RPT-DETAIL-LINE
028400     END-IF
028500     MOVE "VARIANCE REPORT OF:" TO SP-DET-LABEL
028600     MOVE TC-VARIANCE-DATE TO SP-DET-TEXT
028700     WRITE POSTING-RPT-LINE FROM SP-RPT-DETAIL-LINE
028800     OPEN I-O SNAPSHOT-FILE
028900     IF SP-STKSNAP-STATUS NOT = "00"
029000         DISPLAY "STKPOST: UNABLE TO OPEN SNAPSHOT, STATUS "
029100             SP-STKSNAP-STATUS
029200         MOVE "NO STOCKTAKE SNAPSHOT - POSTING REFUSED"
029300             TO SP-MSG-TEXT
029400         PERFORM 1900-REFUSE-POSTING THRU 1900-EXIT
029500         GO TO 1000-EXIT
029600     END-IF
029700     MOVE "Y" TO SP-STKSNAP-OK-SWITCH
029800     OPEN I-O ITEM-MASTER-FILE
029900     IF SP-ITEMMAST-STATUS NOT = "00"
030000         DISPLAY "STKPOST: UNABLE TO OPEN ITEM MASTER, STATUS "
030100             SP-ITEMMAST-STATUS
030200         MOVE "NO ITEM MASTER - POSTING REFUSED" TO SP-MSG-TEXT
030300         PERFORM 1900-REFUSE-POSTING THRU 1900-EXIT
030400         GO TO 1000-EXIT
030500     END-IF
030600     MOVE "Y" TO SP-ITEMMAST-OK-SWITCH
030700     OPEN EXTEND ADJUSTMENT-TRAIL-FILE
030800     IF SP-STKADJ-STATUS NOT = "00"
030900         OPEN OUTPUT ADJUSTMENT-TRAIL-FILE
031000     END-IF
031100     IF SP-STKADJ-STATUS NOT = "00"
031200         DISPLAY "STKPOST: UNABLE TO OPEN ADJUSTMENT TRAIL, "
031300             "STATUS " SP-STKADJ-STATUS
031400         MOVE "NO ADJUSTMENT AUDIT TRAIL - POSTING REFUSED"
031500             TO SP-MSG-TEXT
031600         PERFORM 1900-REFUSE-POSTING THRU 1900-EXIT
031700         GO TO 1000-EXIT
031800     END-IF
031900     MOVE "Y" TO SP-STKADJ-OK-SWITCH.
032000 1000-EXIT.
032100     EXIT.
032200*
032300******************************************************************
032400* 1100-READ-PARAMETER - READ AND CHECK THE APPROVAL CARD:
032500*                       STOCKTAKE DATE AND SUPERVISOR ID.
032600******************************************************************
032700 1100-READ-PARAMETER.
032800     OPEN INPUT PARAMETER-FILE
032900     IF SP-STKAPPR-STATUS NOT = "00"
033000         DISPLAY "STKPOST: UNABLE TO OPEN PARAMETER CARD, "
033100             "STATUS " SP-STKAPPR-STATUS
033200         MOVE 8 TO RETURN-CODE
033300         GO TO 1100-EXIT
033400     END-IF
033500     READ PARAMETER-FILE
033600         AT END
033700             DISPLAY "STKPOST: PARAMETER CARD IS EMPTY"
033800             MOVE 8 TO RETURN-CODE
033900         NOT AT END
034000             IF PM-STOCKTAKE-DATE NUMERIC
034100                     AND PM-STOCKTAKE-DATE NOT = ZERO
034200                     AND PM-SUPERVISOR-ID NOT = SPACES
034300                 MOVE "Y" TO SP-PARM-OK-SWITCH
034400             ELSE
034500                 DISPLAY "STKPOST: BAD PARAMETER CARD - "
034600                     PARAMETER-RECORD
034700                 MOVE 8 TO RETURN-CODE
034800             END-IF
034900     END-READ
035000     CLOSE PARAMETER-FILE.
035100 1100-EXIT.
035200     EXIT.
035300*
035400******************************************************************
035500* 1300-GET-BUSINESS-DATE - THE RUN DATE COMES FROM THE SUITE
035600*                          RUN-CONTROL FILE; THE MACHINE DATE IS
035700*                          ONLY A FALLBACK.
035800******************************************************************
035900 1300-GET-BUSINESS-DATE.
036000     MOVE ZERO TO SP-TODAY-DATE
036100     OPEN INPUT RUN-CONTROL-FILE
036200     IF SP-RUNCTL-STATUS = "00"
036300         READ RUN-CONTROL-FILE
036400             AT END
036500                 CONTINUE
036600             NOT AT END
036700                 IF RC-BUSINESS-DATE NUMERIC
036800                     MOVE RC-BUSINESS-DATE TO SP-TODAY-DATE
036900                 END-IF
037000         END-READ
037100         CLOSE RUN-CONTROL-FILE
037200     END-IF
037300     IF SP-TODAY-DATE = ZERO
037400         ACCEPT SP-TODAY-DATE FROM DATE YYYYMMDD
037500         DISPLAY "STKPOST: NO RUN CONTROL - USING MACHINE "
037600             "DATE " SP-TODAY-DATE
037700     END-IF.
037800 1300-EXIT.
037900     EXIT.
038000*
038100******************************************************************
038200* 1900-REFUSE-POSTING - PRINT WHY THE POSTING WAS REFUSED AND END
038300*                       RETURN CODE 8.
038400******************************************************************
038500 1900-REFUSE-POSTING.
038600     MOVE "N" TO SP-POST-SWITCH
038700     WRITE POSTING-RPT-LINE FROM SP-RPT-MESSAGE-LINE
038800     DISPLAY "STKPOST: " SP-MSG-TEXT
038900     MOVE 8 TO RETURN-CODE.
039000 1900-EXIT.
039100     EXIT.
039200*
039300******************************************************************
039400* 2000-PROVE-SNAPSHOT - TOTAL THE COUNTED AND UNCOUNTED ITEMS AND
039500*                       THE NET VARIANCE ON THE SNAPSHOT AND
039600*                       REFUSE THE POSTING UNLESS THEY ARE STILL
039700*                       WHAT THE VARIANCE REPORT SHOWED.
039800******************************************************************
039900 2000-PROVE-SNAPSHOT.
040000     PERFORM 2050-START-SNAPSHOT THRU 2050-EXIT
040100     PERFORM 2100-PROVE-ONE-ITEM THRU 2100-EXIT
040200         UNTIL SP-END-OF-SNAPSHOT
040300     IF SP-PROOF-COUNTED = TC-COUNTED-ITEMS
040400             AND SP-PROOF-UNCOUNTED = TC-UNCOUNTED-ITEMS
040500             AND SP-PROOF-VARIANCE-QTY = TC-NET-VARIANCE-QTY
040600             AND SP-PROOF-VARIANCE-VAL = TC-NET-VARIANCE-VALUE
040700         GO TO 2000-EXIT
040800     END-IF
040900     DISPLAY "STKPOST: SNAPSHOT " SP-PROOF-COUNTED "/"
041000         SP-PROOF-UNCOUNTED "/" SP-PROOF-VARIANCE-QTY
041100         ", VARIANCE REPORT " TC-COUNTED-ITEMS "/"
041200         TC-UNCOUNTED-ITEMS "/" TC-NET-VARIANCE-QTY
041300     MOVE "COUNT CHANGED SINCE THE VARIANCE REPORT - REFUSED"
041400         TO SP-MSG-TEXT
041500     PERFORM 1900-REFUSE-POSTING THRU 1900-EXIT.
041600 2000-EXIT.
041700     EXIT.
041800*
041900******************************************************************
042000* 2050-START-SNAPSHOT - POSITION AT THE FIRST SNAPSHOT RECORD FOR
042100*                       A PASS IN ITEM ORDER.
042200******************************************************************
042300 2050-START-SNAPSHOT.
042400     MOVE "N" TO SP-SNAP-EOF-SWITCH
042500     MOVE LOW-VALUES TO SS-ITEM-CODE
042600     START SNAPSHOT-FILE KEY IS NOT LESS THAN SS-ITEM-CODE
042700         INVALID KEY
042800             MOVE "Y" TO SP-SNAP-EOF-SWITCH
042900     END-START.
043000 2050-EXIT.
043100     EXIT.
043200*
043300******************************************************************
043400* 2100-PROVE-ONE-ITEM - ADD THE NEXT SNAPSHOT ITEM TO THE PROOF
043500*                       TOTALS, THE SAME WAY THE VARIANCE REPORT
043600*                       TOTALLED IT.
043700******************************************************************
043800 2100-PROVE-ONE-ITEM.
043900     READ SNAPSHOT-FILE NEXT RECORD
044000         AT END
044100             MOVE "Y" TO SP-SNAP-EOF-SWITCH
044200             GO TO 2100-EXIT
044300     END-READ
044400     IF SS-NOT-COUNTED
044500         ADD 1 TO SP-PROOF-UNCOUNTED
044600         GO TO 2100-EXIT
044700     END-IF
044800     ADD 1 TO SP-PROOF-COUNTED
044900     COMPUTE SP-VARIANCE-QTY = SS-COUNTED-QTY - SS-BOOK-QTY
045000     COMPUTE SP-VARIANCE-VALUE =
045100         SS-COUNTED-QTY * SS-STANDARD-COST
045200             - SS-BOOK-QTY * SS-STANDARD-COST
045300     ADD SP-VARIANCE-QTY TO SP-PROOF-VARIANCE-QTY
045400     ADD SP-VARIANCE-VALUE TO SP-PROOF-VARIANCE-VAL.
045500 2100-EXIT.
045600     EXIT.
045700*
045800******************************************************************
045900* 2500-MARK-APPROVED - STAMP THE CONTROL RECORD APPROVED WITH THE
046000*                      SUPERVISOR, TODAY AND NOW, BEFORE ANY ITEM
046100*                      IS TOUCHED. A RESUMED POSTING KEEPS THE
046200*                      ORIGINAL APPROVAL.
046300******************************************************************
046400 2500-MARK-APPROVED.
046500     IF SP-RESUMING
046600         GO TO 2500-EXIT
046700     END-IF
046800     MOVE "A" TO TC-STATUS
046900     MOVE PM-SUPERVISOR-ID TO TC-APPROVED-BY
047000     MOVE SP-TODAY-DATE TO TC-APPROVED-DATE
047100     ACCEPT TC-APPROVED-TIME FROM TIME
047200     PERFORM 2600-WRITE-CONTROL THRU 2600-EXIT.
047300 2500-EXIT.
047400     EXIT.
047500*
047600******************************************************************
047700* 2600-WRITE-CONTROL - REWRITE THE STOCKTAKE CONTROL FILE WITH THE
047800*                      RECORD AS IT NOW STANDS.
047900******************************************************************
048000 2600-WRITE-CONTROL.
048100     OPEN OUTPUT STOCKTAKE-CONTROL-FILE
048200     IF SP-STKCTL-STATUS NOT = "00"
048300         DISPLAY "STKPOST: UNABLE TO WRITE STOCKTAKE CONTROL, "
048400             "STATUS " SP-STKCTL-STATUS
048500         MOVE "STOCKTAKE CONTROL NOT UPDATED - RESUBMIT"
048600             TO SP-MSG-TEXT
048700         PERFORM 1900-REFUSE-POSTING THRU 1900-EXIT
048800         GO TO 2600-EXIT
048900     END-IF
049000     WRITE CONTROL-FILE-RECORD FROM STOCKTAKE-CONTROL-RECORD
049100     CLOSE STOCKTAKE-CONTROL-FILE.
049200 2600-EXIT.
049300     EXIT.
049400*
049500******************************************************************
049600* 3000-POST-ADJUSTMENTS - POST EVERY COUNTED ITEM NOT YET POSTED,
049700*                         LISTING THE ADJUSTMENTS AND THE ITEMS
049800*                         NEVER COUNTED.
049900******************************************************************
050000 3000-POST-ADJUSTMENTS.
050100     WRITE POSTING-RPT-LINE FROM SP-RPT-BLANK-LINE
050200     WRITE POSTING-RPT-LINE FROM SP-RPT-ITEM-HEADING
050300     PERFORM 2050-START-SNAPSHOT THRU 2050-EXIT
050400     PERFORM 3100-POST-ONE-ITEM THRU 3100-EXIT
050500         UNTIL SP-END-OF-SNAPSHOT.
050600 3000-EXIT.
050700     EXIT.
050800*
050900******************************************************************
051000* 3100-POST-ONE-ITEM - READ THE NEXT SNAPSHOT ITEM. AN UNCOUNTED
051100*                      ITEM IS LISTED AND LEFT ALONE. A COUNTED
051200*                      ITEM WITH A VARIANCE HAS IT ADDED TO ITS
051300*                      ON-HAND QUANTITY (NEVER BELOW ZERO),
051400*                      WRITTEN TO THE AUDIT TRAIL AND PRINTED.
051500*                      EITHER WAY A COUNTED ITEM IS MARKED POSTED
051600*                      ON THE SNAPSHOT SO A RESUBMITTED POSTING
051700*                      PASSES IT BY.
051800******************************************************************
051900 3100-POST-ONE-ITEM.
052000     READ SNAPSHOT-FILE NEXT RECORD
052100         AT END
052200             MOVE "Y" TO SP-SNAP-EOF-SWITCH
052300             GO TO 3100-EXIT
052400     END-READ
052500     IF SS-POSTED
052600         ADD 1 TO SP-ALREADY-POSTED-COUNT
052700         GO TO 3100-EXIT
052800     END-IF
052900     MOVE SS-ITEM-CODE TO SP-IT-ITEM
053000     MOVE SS-DEPT-CODE TO SP-IT-DEPT
053100     MOVE SS-BOOK-QTY TO SP-IT-BOOK-QTY
053200     MOVE SS-COUNTED-QTY TO SP-IT-COUNTED-QTY
053300     MOVE ZERO TO SP-IT-ADJUST-QTY SP-IT-BEFORE SP-IT-AFTER
053400         SP-IT-ADJUST-VALUE
053500     IF SS-NOT-COUNTED
053600         ADD 1 TO SP-UNCOUNTED-COUNT
053700         MOVE "NOT COUNTED - LEFT" TO SP-IT-NOTE
053800         WRITE POSTING-RPT-LINE FROM SP-RPT-ITEM-LINE
053900         GO TO 3100-EXIT
054000     END-IF
054100     COMPUTE SP-VARIANCE-QTY = SS-COUNTED-QTY - SS-BOOK-QTY
054200     IF SP-VARIANCE-QTY = ZERO
054300         ADD 1 TO SP-NO-VARIANCE-COUNT
054400         PERFORM 3300-MARK-ITEM-POSTED THRU 3300-EXIT
054500         GO TO 3100-EXIT
054600     END-IF
054700     MOVE SS-ITEM-CODE TO IM-ITEM-CODE
054800     READ ITEM-MASTER-FILE
054900         INVALID KEY
055000             ADD 1 TO SP-NOT-ON-MASTER-COUNT
055100             MOVE "NOT ON ITEM MASTER" TO SP-IT-NOTE
055200             WRITE POSTING-RPT-LINE FROM SP-RPT-ITEM-LINE
055300             PERFORM 3300-MARK-ITEM-POSTED THRU 3300-EXIT
055400             GO TO 3100-EXIT
055500     END-READ
055600     MOVE ZERO TO SP-OLD-ON-HAND
055700     IF IM-ON-HAND-QTY NUMERIC
055800         MOVE IM-ON-HAND-QTY TO SP-OLD-ON-HAND
055900     END-IF
056000     MOVE SPACES TO SP-IT-NOTE
056100     COMPUTE SP-NEW-ON-HAND = SP-OLD-ON-HAND + SP-VARIANCE-QTY
056200     IF SP-NEW-ON-HAND < ZERO
056300         MOVE ZERO TO SP-NEW-ON-HAND
056400         MOVE "SET TO ZERO, NOT BELOW" TO SP-IT-NOTE
056500         ADD 1 TO SP-CLAMPED-COUNT
056600     END-IF
056700     IF SP-NEW-ON-HAND > 99999
056800         MOVE 99999 TO SP-NEW-ON-HAND
056900         MOVE "HELD AT 99,999" TO SP-IT-NOTE
057000         ADD 1 TO SP-CLAMPED-COUNT
057100     END-IF
057200     MOVE SP-NEW-ON-HAND TO IM-ON-HAND-QTY
057300     REWRITE ITEM-MASTER-RECORD
057400         INVALID KEY
057500             DISPLAY "STKPOST: ITEM MASTER REWRITE FAILED FOR "
057600                 IM-ITEM-CODE ", STATUS " SP-ITEMMAST-STATUS
057700             ADD 1 TO SP-FAILED-COUNT
057800             MOVE "NOT POSTED - RESUBMIT" TO SP-IT-NOTE
057900             WRITE POSTING-RPT-LINE FROM SP-RPT-ITEM-LINE
058000             GO TO 3100-EXIT
058100     END-REWRITE
058200     COMPUTE SP-VARIANCE-VALUE =
058300         SP-VARIANCE-QTY * SS-STANDARD-COST
058400     PERFORM 3200-WRITE-ADJUSTMENT THRU 3200-EXIT
058500     PERFORM 3300-MARK-ITEM-POSTED THRU 3300-EXIT
058510     IF SP-MARK-FAILED
058520         ADD 1 TO SP-UNMARKED-COUNT
058530         MOVE "ADJUSTED, NOT MARKED" TO SP-IT-NOTE
058540     END-IF
058600     ADD 1 TO SP-ADJUSTED-COUNT
058700     ADD SP-VARIANCE-QTY TO SP-NET-ADJUST-QTY
058800     ADD SP-VARIANCE-VALUE TO SP-NET-ADJUST-VALUE
058900     MOVE SP-VARIANCE-QTY TO SP-IT-ADJUST-QTY
059000     MOVE SP-OLD-ON-HAND TO SP-IT-BEFORE
059100     MOVE SP-NEW-ON-HAND TO SP-IT-AFTER
059200     MOVE SP-VARIANCE-VALUE TO SP-IT-ADJUST-VALUE
059300     WRITE POSTING-RPT-LINE FROM SP-RPT-ITEM-LINE.
059400 3100-EXIT.
059500     EXIT.
059600*
059700******************************************************************
059800* 3200-WRITE-ADJUSTMENT - APPEND THE ADJUSTMENT JUST POSTED TO THE
059900*                         STOCKTAKE AUDIT TRAIL.
060000******************************************************************
060100 3200-WRITE-ADJUSTMENT.
060200     MOVE SPACES TO STOCK-ADJUSTMENT-RECORD
060300     MOVE TC-STOCKTAKE-DATE TO KA-STOCKTAKE-DATE
060400     MOVE SP-TODAY-DATE TO KA-POSTED-DATE
060500     MOVE SS-ITEM-CODE TO KA-ITEM-CODE
060600     MOVE SS-DEPT-CODE TO KA-DEPT-CODE
060700     MOVE SS-BOOK-QTY TO KA-BOOK-QTY
060800     MOVE SS-COUNTED-QTY TO KA-COUNTED-QTY
060900     MOVE SP-VARIANCE-QTY TO KA-ADJUSTMENT-QTY
061000     MOVE SP-OLD-ON-HAND TO KA-ON-HAND-BEFORE
061100     MOVE SP-NEW-ON-HAND TO KA-ON-HAND-AFTER
061200     MOVE SS-STANDARD-COST TO KA-STANDARD-COST
061300     MOVE SP-VARIANCE-VALUE TO KA-ADJUSTMENT-VALUE
061400     MOVE TC-APPROVED-BY TO KA-APPROVED-BY
061500     WRITE STOCK-ADJUSTMENT-RECORD.
061600 3200-EXIT.
061700     EXIT.
061800*
061900******************************************************************
062000* 3300-MARK-ITEM-POSTED - MARK THE CURRENT SNAPSHOT ITEM POSTED.
062100******************************************************************
062200 3300-MARK-ITEM-POSTED.
062210     MOVE "N" TO SP-MARK-FAILED-SWITCH
062300     MOVE "Y" TO SS-POSTED-SWITCH
062400     REWRITE STOCK-SNAPSHOT-RECORD
062500         INVALID KEY
062600             DISPLAY "STKPOST: SNAPSHOT REWRITE FAILED FOR "
062700                 SS-ITEM-CODE ", STATUS " SP-STKSNAP-STATUS
062710             MOVE "Y" TO SP-MARK-FAILED-SWITCH
062800             ADD 1 TO SP-FAILED-COUNT
062900     END-REWRITE.
063000 3300-EXIT.
063100     EXIT.
063200*
063300******************************************************************
063400* 3500-MARK-POSTED - WHEN EVERY ITEM WENT THROUGH, STAMP THE
063500*                    STOCKTAKE POSTED. OTHERWISE IT STAYS APPROVED
063600*                    FOR THE POSTING TO BE RESUBMITTED - UNLESS
063610*                    AN ITEM WAS ADJUSTED BUT NOT MARKED POSTED,
063620*                    WHEN IT MUST BE CHECKED BEFORE ANY RERUN.
063700******************************************************************
063800 3500-MARK-POSTED.
063810     IF SP-UNMARKED-COUNT > ZERO
063820         MOVE "ITEMS ADJUSTED, NOT MARKED - DO NOT RESUBMIT"
063830             TO SP-MSG-TEXT
063835         MOVE "UNTIL CHECKED" TO SP-MSG-TEXT(46:13)
063840         PERFORM 1900-REFUSE-POSTING THRU 1900-EXIT
063850         GO TO 3500-EXIT
063860     END-IF
063900     IF SP-FAILED-COUNT > ZERO
064000         MOVE "POSTING NOT FINISHED - RESUBMIT THE JOB"
064100             TO SP-MSG-TEXT
064200         PERFORM 1900-REFUSE-POSTING THRU 1900-EXIT
064300         GO TO 3500-EXIT
064400     END-IF
064500     MOVE "P" TO TC-STATUS
064600     ADD SP-ADJUSTED-COUNT TO TC-ADJUSTED-ITEMS
064700     PERFORM 2600-WRITE-CONTROL THRU 2600-EXIT
064800     IF SP-NOT-ON-MASTER-COUNT > ZERO
064900         IF RETURN-CODE < 4
065000             MOVE 4 TO RETURN-CODE
065100         END-IF
065200     END-IF.
065300 3500-EXIT.
065400     EXIT.
065500*
065600******************************************************************
065700* 4000-TERMINATE - PRINT THE POSTING TOTALS, WRITE THE AUDIT
065800*                  JOURNAL RECORD AND CLOSE ALL FILES.
065900******************************************************************
066000 4000-TERMINATE.
066100     WRITE POSTING-RPT-LINE FROM SP-RPT-BLANK-LINE
066200     MOVE ZERO TO SP-TOT-AMOUNT
066300     MOVE "ITEMS ADJUSTED:" TO SP-TOT-LABEL
066400     MOVE SP-ADJUSTED-COUNT TO SP-TOT-COUNT
066500     MOVE SP-NET-ADJUST-VALUE TO SP-TOT-AMOUNT
066600     WRITE POSTING-RPT-LINE FROM SP-RPT-TOTAL-LINE
066700     MOVE ZERO TO SP-TOT-AMOUNT
066800     MOVE "  OF WHICH HELD AT ZERO/LIMIT:" TO SP-TOT-LABEL
066900     MOVE SP-CLAMPED-COUNT TO SP-TOT-COUNT
067000     WRITE POSTING-RPT-LINE FROM SP-RPT-TOTAL-LINE
067100     MOVE "COUNTED, NO VARIANCE:" TO SP-TOT-LABEL
067200     MOVE SP-NO-VARIANCE-COUNT TO SP-TOT-COUNT
067300     WRITE POSTING-RPT-LINE FROM SP-RPT-TOTAL-LINE
067400     MOVE "NOT COUNTED - NOT ADJUSTED:" TO SP-TOT-LABEL
067500     MOVE SP-UNCOUNTED-COUNT TO SP-TOT-COUNT
067600     WRITE POSTING-RPT-LINE FROM SP-RPT-TOTAL-LINE
067700     MOVE "NOT ON ITEM MASTER:" TO SP-TOT-LABEL
067800     MOVE SP-NOT-ON-MASTER-COUNT TO SP-TOT-COUNT
067900     WRITE POSTING-RPT-LINE FROM SP-RPT-TOTAL-LINE
068000     MOVE "POSTED BY AN EARLIER RUN:" TO SP-TOT-LABEL
068100     MOVE SP-ALREADY-POSTED-COUNT TO SP-TOT-COUNT
068200     WRITE POSTING-RPT-LINE FROM SP-RPT-TOTAL-LINE
068300     MOVE "FAILED - RESUBMIT:" TO SP-TOT-LABEL
068400     MOVE SP-FAILED-COUNT TO SP-TOT-COUNT
068500     WRITE POSTING-RPT-LINE FROM SP-RPT-TOTAL-LINE
068510     MOVE "  OF WHICH ADJUSTED, NOT MARKED:" TO SP-TOT-LABEL
068520     MOVE SP-UNMARKED-COUNT TO SP-TOT-COUNT
068530     WRITE POSTING-RPT-LINE FROM SP-RPT-TOTAL-LINE
068600     DISPLAY "STKPOST: " SP-ADJUSTED-COUNT " ITEMS ADJUSTED, NET "
068700         SP-NET-ADJUST-VALUE
068800     PERFORM 4100-WRITE-AUDIT-JOURNAL THRU 4100-EXIT
068900     IF SP-STKSNAP-USABLE
069000         CLOSE SNAPSHOT-FILE
069100     END-IF
069200     IF SP-ITEMMAST-USABLE
069300         CLOSE ITEM-MASTER-FILE
069400     END-IF
069500     IF SP-STKADJ-USABLE
069600         CLOSE ADJUSTMENT-TRAIL-FILE
069700     END-IF
069800     CLOSE POSTING-REPORT
069900     CLOSE AUDIT-JOURNAL-FILE.
070000 4000-EXIT.
070100     EXIT.
070200*
070300******************************************************************
070400* 4100-WRITE-AUDIT-JOURNAL - APPEND ONE RUN RECORD TO THE SHARED
070500*                            AUDIT JOURNAL.
070600******************************************************************
070700 4100-WRITE-AUDIT-JOURNAL.
070800     MOVE SPACES TO AUDIT-JOURNAL-RECORD
070900     MOVE "STKPOST" TO AJ-PROGRAM-NAME
071000     MOVE SP-TODAY-DATE TO AJ-RUN-DATE
071100     ACCEPT AJ-RUN-TIME FROM TIME
071200     MOVE "NET STOCK ADJUSTMENT" TO AJ-TOTAL-1-LABEL
071300     MOVE SP-NET-ADJUST-VALUE TO AJ-TOTAL-1-AMOUNT
071400     MOVE "ITEMS ADJUSTED" TO AJ-TOTAL-2-LABEL
071500     MOVE SP-ADJUSTED-COUNT TO AJ-TOTAL-2-AMOUNT
071510     MOVE RETURN-CODE TO AJ-RETURN-CODE
071600     WRITE AUDIT-JOURNAL-RECORD.
071700 4100-EXIT.
071800     EXIT.
071900 END PROGRAM STKPOST.
