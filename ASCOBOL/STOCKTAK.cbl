000100******************************************************************
000200* AUTHOR:        P. MURPHY, PAYROLL SYSTEMS
000300* INSTALLATION:  ACME MANUFACTURING CORP - DATA PROCESSING
000400* DATE-WRITTEN:  2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:       SHOP STOCKTAKE - FREEZE AND VARIANCE REPORT. THE
000700*                STKPARM CARD NAMES THE FUNCTION:
000800*                FREEZE   - COPIES EVERY ITEM ON THE ITEM MASTER,
000900*                           WITH ITS ON-HAND (BOOK) QUANTITY AND
001000*                           STANDARD COST, TO THE STOCKTAKE
001100*                           SNAPSHOT AND OPENS A NEW STOCKTAKE ON
001200*                           THE CONTROL FILE. REFUSED WHILE
001300*                           ANOTHER STOCKTAKE IS STILL OPEN.
001400*                VARIANCE - READS THE WHOLE COUNT-SHEET FILE
001500*                           AGAINST THE SNAPSHOT (COUNTS FOR AN
001600*                           ITEM ADD UP, A RECOUNT REPLACES THEM)
001700*                           AND PRINTS BOOK AGAINST COUNTED
001800*                           QUANTITY AND VALUE ITEM BY ITEM AND BY
001900*                           DEPARTMENT. SHRINKAGE OVER THE
002000*                           TOLERANCE IS FLAGGED. ITEMS NEVER
002100*                           COUNTED ARE LISTED, NOT ASSUMED RIGHT,
002200*                           AND ARE NOT ADJUSTED. MAY BE RUN AS
002300*                           OFTEN AS NEEDED WHILE COUNT SHEETS
002400*                           COME IN; THE LAST REPORT IS THE ONE
002500*                           THE SUPERVISOR APPROVES IN JOB
002600*                           STKPOST.
002700*                CANCEL   - ABANDONS THE OPEN STOCKTAKE. NOTHING
002800*                           IS POSTED.
002900*                RC=4 - COUNT LINES REJECTED OR ITEMS NOT COUNTED.
003000*                RC=8 - FUNCTION REFUSED OR FILES UNUSABLE; THE
003100*                       CONTROL FILE IS NOT CHANGED.
003200*
003300* MODIFICATION HISTORY
003400* DATE       INIT  DESCRIPTION
003500* ---------- ----  ----------------------------------------------
003600* 2026-10-15 PJM   ORIGINAL.
003610* 2026-10-15 PJM   THE AUDIT JOURNAL RECORD NOW CARRIES THE
003620*                  RETURN CODE THE RUN ENDED WITH.
003700******************************************************************
003800 IDENTIFICATION DIVISION.
003900 PROGRAM-ID. STOCKTAK.
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT PARAMETER-FILE ASSIGN TO "STKPARM"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS TK-STKPARM-STATUS.
004600     SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS SEQUENTIAL
004900         RECORD KEY IS IM-ITEM-CODE
005000         FILE STATUS IS TK-ITEMMAST-STATUS.
005100     SELECT SNAPSHOT-FILE ASSIGN TO "STKSNAP"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS SS-ITEM-CODE
005500         FILE STATUS IS TK-STKSNAP-STATUS.
005600     SELECT STOCKTAKE-CONTROL-FILE ASSIGN TO "STKCTL"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS TK-STKCTL-STATUS.
005900     SELECT COUNT-SHEET-FILE ASSIGN TO "STKCOUNT"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS TK-STKCOUNT-STATUS.
006200     SELECT STOCKTAKE-REPORT ASSIGN TO "STKRPT"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS TK-STKRPT-STATUS.
006500     SELECT AUDIT-JOURNAL-FILE ASSIGN TO "AUDITJNL"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS TK-AUDITJNL-STATUS.
006800     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS TK-RUNCTL-STATUS.
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  PARAMETER-FILE
007400     LABEL RECORDS ARE STANDARD.
007500 01  PARAMETER-RECORD.
007600     05  PM-FUNCTION             PIC X(08).
007700     05  FILLER                  PIC X(72).
007800 FD  ITEM-MASTER-FILE
007900     LABEL RECORDS ARE STANDARD.
008000 COPY ITEMMAST.
008100 FD  SNAPSHOT-FILE
008200     LABEL RECORDS ARE STANDARD.
008300 COPY STKSNAP.
008400 FD  STOCKTAKE-CONTROL-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 01  CONTROL-FILE-RECORD         PIC X(123).
008700 FD  COUNT-SHEET-FILE
008800     LABEL RECORDS ARE STANDARD.
008900 COPY STKCOUNT.
009000 FD  STOCKTAKE-REPORT
009100     LABEL RECORDS ARE STANDARD
009200     RECORD CONTAINS 80 CHARACTERS.
009300 01  STOCKTAKE-RPT-LINE          PIC X(80).
009400 FD  AUDIT-JOURNAL-FILE
009500     LABEL RECORDS ARE STANDARD.
009600 COPY AUDITJNL.
009700 FD  RUN-CONTROL-FILE
009800     LABEL RECORDS ARE STANDARD.
009900 COPY RUNCTL.
010000 WORKING-STORAGE SECTION.
010100 77  TK-STKPARM-STATUS       PIC X(02).
010200 77  TK-ITEMMAST-STATUS      PIC X(02).
010300 77  TK-STKSNAP-STATUS       PIC X(02).
010400 77  TK-STKCTL-STATUS        PIC X(02).
010500 77  TK-STKCOUNT-STATUS      PIC X(02).
010600 77  TK-STKRPT-STATUS        PIC X(02).
010700 77  TK-AUDITJNL-STATUS      PIC X(02).
010800 77  TK-RUNCTL-STATUS        PIC X(02).
010900 77  TK-TODAY-DATE           PIC 9(08).
010910*
010920* THE STOCKTAKE CONTROL RECORD IS HELD HERE FROM THE READ TO THE
010930* REWRITE - THE FILE IS CLOSED IN BETWEEN. SEE STKCTL.
010940 COPY STKCTL.
011000*
011100* SHARED PAGE-NUMBERED MANAGEMENT REPORT HEADING - SEE RPTHDR.
011200 COPY RPTHDR.
011300*
011400* SHRINKAGE - COUNTED VALUE BELOW BOOK VALUE - OF MORE THAN THIS
011500* PERCENTAGE OF THE BOOK VALUE IS FLAGGED, FOR AN ITEM AND FOR A
011600* DEPARTMENT.
011700 77  TK-SHRINK-TOLERANCE-PCT PIC 9(02)V9 VALUE 2.0.
011800 77  TK-FUNCTION             PIC X(08) VALUE SPACES.
011900     88  TK-FREEZE                   VALUE "FREEZE".
012000     88  TK-VARIANCE                 VALUE "VARIANCE".
012100     88  TK-CANCEL                   VALUE "CANCEL".
012200     88  TK-VALID-FUNCTION           VALUE "FREEZE" "VARIANCE"
012300                                           "CANCEL".
012400 77  TK-RUN-SWITCH           PIC X(01) VALUE "Y".
012500     88  TK-RUN-OK                   VALUE "Y".
012600 77  TK-CONTROL-SWITCH       PIC X(01) VALUE "N".
012700     88  TK-CONTROL-FOUND            VALUE "Y".
012800 77  TK-ITEMS-EOF-SWITCH     PIC X(01) VALUE "N".
012900     88  TK-END-OF-ITEMS             VALUE "Y".
013000 77  TK-SNAP-EOF-SWITCH      PIC X(01) VALUE "N".
013100     88  TK-END-OF-SNAPSHOT          VALUE "Y".
013200 77  TK-COUNT-EOF-SWITCH     PIC X(01) VALUE "N".
013300     88  TK-END-OF-COUNTS            VALUE "Y".
013400 77  TK-OVER-SWITCH          PIC X(01) VALUE "N".
013500     88  TK-OVER-TOLERANCE           VALUE "Y".
013600 77  TK-WORK-DEPT-CODE       PIC X(02) VALUE SPACES.
013700 77  TK-INSERT-SUB           PIC 9(03) COMP VALUE ZERO.
013800 77  TK-SHIFT-SUB            PIC 9(03) COMP VALUE ZERO.
013900 77  TK-DEPT-COUNT           PIC 9(03) COMP VALUE ZERO.
014000 77  TK-LINES-READ           PIC 9(05) COMP VALUE ZERO.
014100 77  TK-LINES-APPLIED        PIC 9(05) COMP VALUE ZERO.
014200 77  TK-LINES-REJECTED       PIC 9(05) COMP VALUE ZERO.
014300 77  TK-RECOUNT-LINES        PIC 9(05) COMP VALUE ZERO.
014400 77  TK-COUNTED-ITEMS        PIC 9(05) COMP VALUE ZERO.
014500 77  TK-UNCOUNTED-ITEMS      PIC 9(05) COMP VALUE ZERO.
014600 77  TK-VARIANCE-ITEMS       PIC 9(05) COMP VALUE ZERO.
014700 77  TK-OVER-ITEMS           PIC 9(05) COMP VALUE ZERO.
014800 77  TK-OVER-DEPTS           PIC 9(03) COMP VALUE ZERO.
014900 77  TK-REJECT-REASON        PIC X(30) VALUE SPACES.
015000 77  TK-VARIANCE-QTY         PIC S9(05) VALUE ZERO.
015100 77  TK-BOOK-VALUE           PIC 9(09)V99 VALUE ZERO.
015200 77  TK-COUNTED-VALUE        PIC 9(09)V99 VALUE ZERO.
015300 77  TK-VARIANCE-VALUE       PIC S9(09)V99 VALUE ZERO.
015400 77  TK-PCT-BOOK-VALUE       PIC 9(09)V99 VALUE ZERO.
015500 77  TK-PCT-VARIANCE-VALUE   PIC S9(09)V99 VALUE ZERO.
015600 77  TK-SHRINK-PCT           PIC 9(03)V9 VALUE ZERO.
015700*
015800* RUN TOTALS ACROSS EVERY DEPARTMENT. BOOK AND COUNTED VALUES ARE
015900* FOR THE ITEMS THAT WERE COUNTED; THE UNCOUNTED BOOK VALUE IS
016000* KEPT APART.
016100 01  TK-GRAND-TOTALS.
016200     05  TK-GT-ITEMS         PIC 9(05) VALUE ZERO.
016300     05  TK-GT-BOOK-QTY      PIC 9(08) VALUE ZERO.
016400     05  TK-GT-FROZEN-VALUE  PIC 9(09)V99 VALUE ZERO.
016500     05  TK-GT-UNCOUNTED     PIC 9(05) VALUE ZERO.
016600     05  TK-GT-UNCOUNTED-VAL PIC 9(09)V99 VALUE ZERO.
016700     05  TK-GT-BOOK-VALUE    PIC 9(09)V99 VALUE ZERO.
016800     05  TK-GT-COUNTED-VALUE PIC 9(09)V99 VALUE ZERO.
016900     05  TK-GT-VARIANCE-QTY  PIC S9(07) VALUE ZERO.
017000     05  TK-GT-VARIANCE-VAL  PIC S9(09)V99 VALUE ZERO.
017100*
017200* ONE ROW PER DEPARTMENT, KEPT IN DEPARTMENT CODE ORDER - A NEW
017300* DEPARTMENT IS SLOTTED IN WHERE IT BELONGS.
017400 01  TK-DEPT-TABLE.
017500     05  TK-DEPT-ENTRY OCCURS 50 TIMES INDEXED BY TK-DP-IDX.
017600         10  TK-DP-DEPT-CODE     PIC X(02).
017700         10  TK-DP-ITEMS         PIC 9(05).
017800         10  TK-DP-BOOK-QTY      PIC 9(07).
017900         10  TK-DP-FROZEN-VALUE  PIC 9(09)V99.
018000         10  TK-DP-UNCOUNTED     PIC 9(05).
018100         10  TK-DP-BOOK-VALUE    PIC 9(09)V99.
018200         10  TK-DP-COUNTED-VALUE PIC 9(09)V99.
018300         10  TK-DP-VARIANCE-VAL  PIC S9(09)V99.
018400*
018500 01  TK-RPT-SECTION-LINE.
018600     05  TK-SECTION-TITLE    PIC X(50).
018700     05  FILLER              PIC X(30) VALUE SPACES.
018800 01  TK-RPT-FREEZE-HEADING.
018900     05  FILLER              PIC X(40) VALUE
019000         "DEPT     ITEMS    BOOK QTY      BOOK VAL".
019100     05  FILLER              PIC X(40) VALUE
019200         "UE                                      ".
019300 01  TK-RPT-FREEZE-LINE.
019400     05  TK-FZ-DEPT          PIC X(05).
019500     05  FILLER              PIC X(03) VALUE SPACES.
019600     05  TK-FZ-ITEMS         PIC ZZ,ZZ9.
019700     05  FILLER              PIC X(02) VALUE SPACES.
019800     05  TK-FZ-BOOK-QTY      PIC Z,ZZZ,ZZ9.
019900     05  FILLER              PIC X(02) VALUE SPACES.
020000     05  TK-FZ-VALUE         PIC ZZZ,ZZZ,ZZ9.99.
020100 01  TK-RPT-REJECT-HEADING.
020200     05  FILLER              PIC X(40) VALUE
020300         "ITEM   T  QTY    LOCN SHEET  REASON     ".
020400     05  FILLER              PIC X(40) VALUE SPACES.
020500 01  TK-RPT-REJECT-LINE.
020600     05  TK-RJ-ITEM          PIC X(06).
020700     05  FILLER              PIC X(01) VALUE SPACES.
020800     05  TK-RJ-TYPE          PIC X(01).
020900     05  FILLER              PIC X(02) VALUE SPACES.
021000     05  TK-RJ-QTY           PIC X(05).
021100     05  FILLER              PIC X(02) VALUE SPACES.
021200     05  TK-RJ-LOCATION      PIC X(04).
021300     05  FILLER              PIC X(01) VALUE SPACES.
021400     05  TK-RJ-SHEET         PIC X(06).
021500     05  FILLER              PIC X(01) VALUE SPACES.
021600     05  TK-RJ-REASON        PIC X(30).
021700 01  TK-RPT-ITEM-HEADING.
021800     05  FILLER              PIC X(40) VALUE
021900         "ITEM    DP  DESCRIPTION            BOOK ".
022000     05  FILLER              PIC X(40) VALUE
022100         " COUNT VAR QTY   VAR VALUE              ".
022200 01  TK-RPT-ITEM-LINE.
022300     05  TK-IT-ITEM          PIC X(06).
022400     05  FILLER              PIC X(02) VALUE SPACES.
022500     05  TK-IT-DEPT          PIC X(02).
022600     05  FILLER              PIC X(02) VALUE SPACES.
022700     05  TK-IT-DESCRIPTION   PIC X(20).
022800     05  FILLER              PIC X(01) VALUE SPACES.
022900     05  TK-IT-BOOK-QTY      PIC ZZ,ZZ9.
023000     05  FILLER              PIC X(01) VALUE SPACES.
023100     05  TK-IT-COUNTED-QTY   PIC ZZ,ZZ9.
023200     05  FILLER              PIC X(01) VALUE SPACES.
023300     05  TK-IT-VARIANCE-QTY  PIC -ZZ,ZZ9.
023400     05  FILLER              PIC X(01) VALUE SPACES.
023500     05  TK-IT-VARIANCE-VAL  PIC -ZZZ,ZZ9.99.
023600     05  FILLER              PIC X(01) VALUE SPACES.
023700     05  TK-IT-FLAG          PIC X(13).
023800 01  TK-RPT-UNCOUNTED-HEADING.
023900     05  FILLER              PIC X(40) VALUE
024000         "ITEM    DP  DESCRIPTION            BOOK ".
024100     05  FILLER              PIC X(40) VALUE
024200         "  BOOK VALUE                            ".
024300 01  TK-RPT-UNCOUNTED-LINE.
024400     05  TK-UC-ITEM          PIC X(06).
024500     05  FILLER              PIC X(02) VALUE SPACES.
024600     05  TK-UC-DEPT          PIC X(02).
024700     05  FILLER              PIC X(02) VALUE SPACES.
024800     05  TK-UC-DESCRIPTION   PIC X(20).
024900     05  FILLER              PIC X(01) VALUE SPACES.
025000     05  TK-UC-BOOK-QTY      PIC ZZ,ZZ9.
025100     05  FILLER              PIC X(01) VALUE SPACES.
025200     05  TK-UC-BOOK-VALUE    PIC ZZZ,ZZZ,ZZ9.99.
025300 01  TK-RPT-DEPT-HEADING-1.
025400     05  FILLER              PIC X(40) VALUE
025500         "              NOT     BOOK VALUE       C".
025600     05  FILLER              PIC X(40) VALUE
025700         "OUNTED      VARIANCE                    ".
025800 01  TK-RPT-DEPT-HEADING-2.
025900     05  FILLER              PIC X(40) VALUE
026000         "DEPT ITEMS COUNTD     OF COUNTED        ".
026100     05  FILLER              PIC X(40) VALUE
026200         " VALUE         VALUE SHRK%              ".
026300 01  TK-RPT-DEPT-LINE.
026400     05  TK-DL-DEPT          PIC X(04).
026500     05  TK-DL-ITEMS         PIC ZZ,ZZ9.
026600     05  FILLER              PIC X(01) VALUE SPACES.
026700     05  TK-DL-UNCOUNTED     PIC ZZ,ZZ9.
026800     05  FILLER              PIC X(02) VALUE SPACES.
026900     05  TK-DL-BOOK-VALUE    PIC ZZ,ZZZ,ZZ9.99.
027000     05  FILLER              PIC X(01) VALUE SPACES.
027100     05  TK-DL-COUNTED-VALUE PIC ZZ,ZZZ,ZZ9.99.
027200     05  FILLER              PIC X(01) VALUE SPACES.
027300     05  TK-DL-VARIANCE-VAL  PIC -Z,ZZZ,ZZ9.99.
027400     05  FILLER              PIC X(01) VALUE SPACES.
027500     05  TK-DL-SHRINK-PCT    PIC ZZ9.9.
027600     05  FILLER              PIC X(01) VALUE SPACES.
027700     05  TK-DL-FLAG          PIC X(10).
027800 01  TK-RPT-TOTAL-LINE.
027900     05  TK-TOT-LABEL        PIC X(32).
028000     05  TK-TOT-COUNT        PIC ZZ,ZZ9.
028100     05  FILLER              PIC X(02) VALUE SPACES.
028200     05  TK-TOT-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
028300 01  TK-RPT-MESSAGE-LINE.
028400     05  FILLER              PIC X(04) VALUE "*** ".
028500     05  TK-MSG-TEXT         PIC X(60).
028600 01  TK-RPT-BLANK-LINE       PIC X(01) VALUE SPACE.
028700 PROCEDURE DIVISION.
028800 0000-MAINLINE.
028900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
029000     IF TK-RUN-OK AND TK-FREEZE
029100         PERFORM 2000-FREEZE-STOCK THRU 2000-EXIT
029200     END-IF
029300     IF TK-RUN-OK AND TK-VARIANCE
029400         PERFORM 3000-REPORT-VARIANCE THRU 3000-EXIT
029500     END-IF
029600     IF TK-RUN-OK AND TK-CANCEL
029700         PERFORM 6000-CANCEL-STOCKTAKE THRU 6000-EXIT
029800     END-IF
029900     PERFORM 9000-TERMINATE THRU 9000-EXIT
030000     STOP RUN.
030100*
030200******************************************************************
030300* 1000-INITIALIZE - GET THE BUSINESS DATE, READ THE FUNCTION CARD
030400*                   AND THE STOCKTAKE CONTROL RECORD, AND CHECK
030500*                   THE FUNCTION IS ALLOWED AT THIS POINT IN THE
030600*                   STOCKTAKE.
030700******************************************************************
030800 1000-INITIALIZE.
030900     PERFORM 1300-GET-BUSINESS-DATE THRU 1300-EXIT
031000     INITIALIZE TK-DEPT-TABLE
031100     OPEN OUTPUT STOCKTAKE-REPORT
031200     OPEN EXTEND AUDIT-JOURNAL-FILE
031300     IF TK-AUDITJNL-STATUS NOT = "00"
031400         OPEN OUTPUT AUDIT-JOURNAL-FILE
031500     END-IF
031600     MOVE ZERO TO RPT-PAGE-NUMBER
031700     ADD 1 TO RPT-PAGE-NUMBER
031800     MOVE "SHOP STOCKTAKE" TO RPT-HDR-TITLE
031900     MOVE TK-TODAY-DATE TO RPT-HDR-RUN-DATE
032000     MOVE RPT-PAGE-NUMBER TO RPT-HDR-PAGE-NUMBER
032100     WRITE STOCKTAKE-RPT-LINE FROM RPT-STD-HEADING-1
032200     WRITE STOCKTAKE-RPT-LINE FROM RPT-STD-HEADING-2
032300     PERFORM 1100-READ-PARAMETER THRU 1100-EXIT
032400     IF NOT TK-RUN-OK
032500         GO TO 1000-EXIT
032600     END-IF
032700     MOVE "FUNCTION:" TO TK-SECTION-TITLE
032800     MOVE TK-FUNCTION TO TK-SECTION-TITLE(11:8)
032900     WRITE STOCKTAKE-RPT-LINE FROM TK-RPT-SECTION-LINE
033000     PERFORM 1200-READ-CONTROL THRU 1200-EXIT
033100     IF TK-CONTROL-FOUND
033200         MOVE "STOCKTAKE OF" TO TK-SECTION-TITLE
033300         MOVE TC-STOCKTAKE-DATE TO TK-SECTION-TITLE(14:8)
033400         MOVE "STATUS" TO TK-SECTION-TITLE(24:6)
033500         MOVE TC-STATUS TO TK-SECTION-TITLE(31:1)
033600         WRITE STOCKTAKE-RPT-LINE FROM TK-RPT-SECTION-LINE
033700     END-IF
033800     IF TK-FREEZE AND TK-CONTROL-FOUND
033900         IF TC-OPEN OR TC-APPROVED
034000             MOVE "STOCKTAKE STILL OPEN - POST OR CANCEL IT FIRST"
034100                 TO TK-MSG-TEXT
034200             PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
034300             GO TO 1000-EXIT
034400         END-IF
034500     END-IF
034600     IF TK-FREEZE
034700         GO TO 1000-EXIT
034800     END-IF
034900     IF NOT TK-CONTROL-FOUND
035000         MOVE "NO STOCKTAKE HAS BEEN FROZEN - RUN REFUSED"
035100             TO TK-MSG-TEXT
035200         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
035300         GO TO 1000-EXIT
035400     END-IF
035500     IF NOT TC-OPEN
035600         MOVE "NO OPEN STOCKTAKE - RUN REFUSED" TO TK-MSG-TEXT
035700         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
035800     END-IF.
035900 1000-EXIT.
036000     EXIT.
036100*
036200******************************************************************
036300* 1100-READ-PARAMETER - READ AND CHECK THE FUNCTION CARD.
036400******************************************************************
036500 1100-READ-PARAMETER.
036600     OPEN INPUT PARAMETER-FILE
036700     IF TK-STKPARM-STATUS NOT = "00"
036800         MOVE "NO FUNCTION CARD - RUN REFUSED" TO TK-MSG-TEXT
036900         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
037000         GO TO 1100-EXIT
037100     END-IF
037200     READ PARAMETER-FILE
037300         AT END
037400             MOVE "FUNCTION CARD IS EMPTY - RUN REFUSED"
037500                 TO TK-MSG-TEXT
037600             PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
037700         NOT AT END
037800             MOVE PM-FUNCTION TO TK-FUNCTION
037900             IF NOT TK-VALID-FUNCTION
038000                 DISPLAY "STOCKTAK: BAD FUNCTION CARD - "
038100                     PARAMETER-RECORD
038200                 MOVE "FUNCTION NOT FREEZE, VARIANCE OR CANCEL"
038300                     TO TK-MSG-TEXT
038400                 PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
038500             END-IF
038600     END-READ
038700     CLOSE PARAMETER-FILE.
038800 1100-EXIT.
038900     EXIT.
039000*
039100******************************************************************
039200* 1200-READ-CONTROL - READ THE STOCKTAKE CONTROL RECORD. NO FILE,
039300*                     OR AN EMPTY ONE, MEANS NO STOCKTAKE HAS EVER
039400*                     BEEN FROZEN.
039500******************************************************************
039600 1200-READ-CONTROL.
039700     OPEN INPUT STOCKTAKE-CONTROL-FILE
039800     IF TK-STKCTL-STATUS NOT = "00"
039900         GO TO 1200-EXIT
040000     END-IF
040100     READ STOCKTAKE-CONTROL-FILE
040200         AT END
040300             CONTINUE
040400         NOT AT END
040500             MOVE "Y" TO TK-CONTROL-SWITCH
040550             MOVE CONTROL-FILE-RECORD TO STOCKTAKE-CONTROL-RECORD
040600     END-READ
040700     CLOSE STOCKTAKE-CONTROL-FILE.
040800 1200-EXIT.
040900     EXIT.
041000*
041100******************************************************************
041200* 1300-GET-BUSINESS-DATE - THE RUN DATE COMES FROM THE SUITE
041300*                          RUN-CONTROL FILE; THE MACHINE DATE IS
041400*                          ONLY A FALLBACK.
041500******************************************************************
041600 1300-GET-BUSINESS-DATE.
041700     MOVE ZERO TO TK-TODAY-DATE
041800     OPEN INPUT RUN-CONTROL-FILE
041900     IF TK-RUNCTL-STATUS = "00"
042000         READ RUN-CONTROL-FILE
042100             AT END
042200                 CONTINUE
042300             NOT AT END
042400                 IF RC-BUSINESS-DATE NUMERIC
042500                     MOVE RC-BUSINESS-DATE TO TK-TODAY-DATE
042600                 END-IF
042700         END-READ
042800         CLOSE RUN-CONTROL-FILE
042900     END-IF
043000     IF TK-TODAY-DATE = ZERO
043100         ACCEPT TK-TODAY-DATE FROM DATE YYYYMMDD
043200         DISPLAY "STOCKTAK: NO RUN CONTROL - USING MACHINE "
043300             "DATE " TK-TODAY-DATE
043400     END-IF.
043500 1300-EXIT.
043600     EXIT.
043700*
043800******************************************************************
043900* 1700-FIND-DEPARTMENT - POINT TK-DP-IDX AT THE ROW FOR TK-WORK-
044000*                        DEPT-CODE, SLOTTING A NEW ROW IN CODE
044100*                        ORDER THE FIRST TIME THE DEPARTMENT IS
044200*                        SEEN. ZERO WHEN THE TABLE IS FULL.
044300******************************************************************
044400 1700-FIND-DEPARTMENT.
044500     SET TK-DP-IDX TO 1
044600     SEARCH TK-DEPT-ENTRY
044700         AT END
044800             SET TK-DP-IDX TO ZERO
044900         WHEN TK-DP-IDX > TK-DEPT-COUNT
045000             CONTINUE
045100         WHEN TK-DP-DEPT-CODE(TK-DP-IDX) NOT < TK-WORK-DEPT-CODE
045200             CONTINUE
045300     END-SEARCH
045400     IF TK-DP-IDX NOT = ZERO
045500         IF TK-DP-IDX NOT > TK-DEPT-COUNT
045600             IF TK-DP-DEPT-CODE(TK-DP-IDX) = TK-WORK-DEPT-CODE
045700                 GO TO 1700-EXIT
045800             END-IF
045900         END-IF
046000     END-IF
046100     IF TK-DEPT-COUNT NOT < 50
046200         DISPLAY "STOCKTAK: DEPARTMENT TABLE FULL, SKIPPING "
046300             TK-WORK-DEPT-CODE
046400         SET TK-DP-IDX TO ZERO
046500         GO TO 1700-EXIT
046600     END-IF
046700     SET TK-INSERT-SUB TO TK-DP-IDX
046800     PERFORM 1750-SHIFT-ONE-ROW THRU 1750-EXIT
046900         VARYING TK-SHIFT-SUB FROM TK-DEPT-COUNT BY -1
047000         UNTIL TK-SHIFT-SUB < TK-INSERT-SUB
047100     ADD 1 TO TK-DEPT-COUNT
047200     SET TK-DP-IDX TO TK-INSERT-SUB
047300     INITIALIZE TK-DEPT-ENTRY(TK-DP-IDX)
047400     MOVE TK-WORK-DEPT-CODE TO TK-DP-DEPT-CODE(TK-DP-IDX).
047500 1700-EXIT.
047600     EXIT.
047700*
047800******************************************************************
047900* 1750-SHIFT-ONE-ROW - MOVE THE ROW AT TK-SHIFT-SUB DOWN ONE PLACE
048000*                      TO MAKE ROOM FOR A NEW DEPARTMENT.
048100******************************************************************
048200 1750-SHIFT-ONE-ROW.
048300     MOVE TK-DEPT-ENTRY(TK-SHIFT-SUB)
048400         TO TK-DEPT-ENTRY(TK-SHIFT-SUB + 1).
048500 1750-EXIT.
048600     EXIT.
048700*
048800******************************************************************
048900* 1900-REFUSE-RUN - PRINT WHY THE FUNCTION WAS REFUSED AND END
049000*                   RETURN CODE 8.
049100******************************************************************
049200 1900-REFUSE-RUN.
049300     MOVE "N" TO TK-RUN-SWITCH
049400     WRITE STOCKTAKE-RPT-LINE FROM TK-RPT-MESSAGE-LINE
049500     DISPLAY "STOCKTAK: " TK-MSG-TEXT
049600     MOVE 8 TO RETURN-CODE.
049700 1900-EXIT.
049800     EXIT.
049900*
050000******************************************************************
050100* 2000-FREEZE-STOCK - COPY THE WHOLE ITEM MASTER TO A NEW
050200*                     SNAPSHOT, OPEN THE STOCKTAKE ON THE CONTROL
050300*                     FILE AND PRINT THE BOOK FIGURES FROZEN BY
050400*                     DEPARTMENT.
050500******************************************************************
050600 2000-FREEZE-STOCK.
050700     OPEN INPUT ITEM-MASTER-FILE
050800     IF TK-ITEMMAST-STATUS NOT = "00"
050900         DISPLAY "STOCKTAK: UNABLE TO OPEN ITEM MASTER, STATUS "
051000             TK-ITEMMAST-STATUS
051100         MOVE "NO ITEM MASTER - NOTHING FROZEN" TO TK-MSG-TEXT
051200         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
051300         GO TO 2000-EXIT
051400     END-IF
051500     OPEN OUTPUT SNAPSHOT-FILE
051600     IF TK-STKSNAP-STATUS NOT = "00"
051700         DISPLAY "STOCKTAK: UNABLE TO CREATE SNAPSHOT, STATUS "
051800             TK-STKSNAP-STATUS
051900         MOVE "SNAPSHOT NOT CREATED - NOTHING FROZEN"
052000             TO TK-MSG-TEXT
052100         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
052200         CLOSE ITEM-MASTER-FILE
052300         GO TO 2000-EXIT
052400     END-IF
052500     PERFORM 2100-FREEZE-ONE-ITEM THRU 2100-EXIT
052600         UNTIL TK-END-OF-ITEMS
052700     CLOSE ITEM-MASTER-FILE
052800     CLOSE SNAPSHOT-FILE
052900     INITIALIZE STOCKTAKE-CONTROL-RECORD
053000     MOVE TK-TODAY-DATE TO TC-STOCKTAKE-DATE
053100     MOVE "F" TO TC-STATUS
053200     MOVE TK-GT-ITEMS TO TC-FROZEN-ITEMS
053300     MOVE TK-GT-BOOK-QTY TO TC-FROZEN-QTY
053400     MOVE TK-GT-FROZEN-VALUE TO TC-FROZEN-VALUE
053500     PERFORM 5000-WRITE-CONTROL THRU 5000-EXIT
053600     MOVE "BOOK STOCK FROZEN FOR COUNTING" TO TK-SECTION-TITLE
053700     WRITE STOCKTAKE-RPT-LINE FROM TK-RPT-SECTION-LINE
053800     WRITE STOCKTAKE-RPT-LINE FROM TK-RPT-FREEZE-HEADING
053900     PERFORM 2200-PRINT-FREEZE-LINE THRU 2200-EXIT
054000         VARYING TK-DP-IDX FROM 1 BY 1
054100         UNTIL TK-DP-IDX > TK-DEPT-COUNT
054200     MOVE "TOTAL" TO TK-FZ-DEPT
054300     MOVE TK-GT-ITEMS TO TK-FZ-ITEMS
054400     MOVE TK-GT-BOOK-QTY TO TK-FZ-BOOK-QTY
054500     MOVE TK-GT-FROZEN-VALUE TO TK-FZ-VALUE
054600     WRITE STOCKTAKE-RPT-LINE FROM TK-RPT-FREEZE-LINE.
054700 2000-EXIT.
054800     EXIT.
054900*
055000******************************************************************
055100* 2100-FREEZE-ONE-ITEM - READ THE NEXT ITEM AND WRITE ITS BOOK
055200*                        QUANTITY AND COST TO THE SNAPSHOT, NOT
055300*                        YET COUNTED. A QUANTITY OR COST THAT IS
055400*                        NOT NUMERIC IS FROZEN AS ZERO.
055500******************************************************************
055600 2100-FREEZE-ONE-ITEM.
055700     READ ITEM-MASTER-FILE NEXT RECORD
055800         AT END
055900             MOVE "Y" TO TK-ITEMS-EOF-SWITCH
056000             GO TO 2100-EXIT
056100     END-READ
056200     MOVE SPACES TO STOCK-SNAPSHOT-RECORD
056300     MOVE IM-ITEM-CODE TO SS-ITEM-CODE
056400     MOVE IM-DEPT-CODE TO SS-DEPT-CODE
056500     MOVE IM-DESCRIPTION TO SS-DESCRIPTION
056600     MOVE ZERO TO SS-BOOK-QTY SS-STANDARD-COST
056700     IF IM-ON-HAND-QTY NUMERIC
056800         MOVE IM-ON-HAND-QTY TO SS-BOOK-QTY
056900     ELSE
057000         DISPLAY "STOCKTAK: ITEM " IM-ITEM-CODE
057100             " ON-HAND NOT NUMERIC - FROZEN AS ZERO"
057200     END-IF
057300     IF IM-STANDARD-COST NUMERIC
057400         MOVE IM-STANDARD-COST TO SS-STANDARD-COST
057500     END-IF
057600     MOVE ZERO TO SS-COUNTED-QTY SS-COUNT-LINES
057700     MOVE "N" TO SS-COUNT-STATUS SS-POSTED-SWITCH
057800     WRITE STOCK-SNAPSHOT-RECORD
057900         INVALID KEY
058000             DISPLAY "STOCKTAK: SNAPSHOT WRITE FAILED FOR "
058100                 SS-ITEM-CODE ", STATUS " TK-STKSNAP-STATUS
058200             GO TO 2100-EXIT
058300     END-WRITE
058400     COMPUTE TK-BOOK-VALUE = SS-BOOK-QTY * SS-STANDARD-COST
058500     ADD 1 TO TK-GT-ITEMS
058600     ADD SS-BOOK-QTY TO TK-GT-BOOK-QTY
058700     ADD TK-BOOK-VALUE TO TK-GT-FROZEN-VALUE
058800     MOVE SS-DEPT-CODE TO TK-WORK-DEPT-CODE
058900     PERFORM 1700-FIND-DEPARTMENT THRU 1700-EXIT
059000     IF TK-DP-IDX = ZERO
059100         GO TO 2100-EXIT
059200     END-IF
059300     ADD 1 TO TK-DP-ITEMS(TK-DP-IDX)
059400     ADD SS-BOOK-QTY TO TK-DP-BOOK-QTY(TK-DP-IDX)
059500     ADD TK-BOOK-VALUE TO TK-DP-FROZEN-VALUE(TK-DP-IDX).
059600 2100-EXIT.
059700     EXIT.
059800*
059900******************************************************************
060000* 2200-PRINT-FREEZE-LINE - PRINT THE BOOK FIGURES FROZEN FOR THE
060100*                          DEPARTMENT AT TK-DP-IDX.
060200******************************************************************
060300 2200-PRINT-FREEZE-LINE.
060400     MOVE TK-DP-DEPT-CODE(TK-DP-IDX) TO TK-FZ-DEPT
060500     MOVE TK-DP-ITEMS(TK-DP-IDX) TO TK-FZ-ITEMS
060600     MOVE TK-DP-BOOK-QTY(TK-DP-IDX) TO TK-FZ-BOOK-QTY
060700     MOVE TK-DP-FROZEN-VALUE(TK-DP-IDX) TO TK-FZ-VALUE
060800     WRITE STOCKTAKE-RPT-LINE FROM TK-RPT-FREEZE-LINE.
060900 2200-EXIT.
061000     EXIT.
061100*
061200******************************************************************
061300* 3000-REPORT-VARIANCE - CLEAR THE COUNTS ON THE SNAPSHOT, APPLY
061400*                        THE WHOLE COUNT-SHEET FILE TO IT, THEN
061500*                        PRINT THE ITEM VARIANCES, THE ITEMS NEVER
061600*                        COUNTED AND THE DEPARTMENT SUMMARY, AND
061700*                        RECORD THE REPORTED TOTALS ON THE CONTROL
061800*                        FILE FOR THE SUPERVISOR'S APPROVAL.
061900******************************************************************
062000 3000-REPORT-VARIANCE.
062100     OPEN I-O SNAPSHOT-FILE
062200     IF TK-STKSNAP-STATUS NOT = "00"
062300         DISPLAY "STOCKTAK: UNABLE TO OPEN SNAPSHOT, STATUS "
062400             TK-STKSNAP-STATUS
062500         MOVE "NO STOCKTAKE SNAPSHOT - NO VARIANCE REPORT"
062600             TO TK-MSG-TEXT
062700         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
062800         GO TO 3000-EXIT
062900     END-IF
063000     PERFORM 3050-START-SNAPSHOT THRU 3050-EXIT
063100     PERFORM 3100-CLEAR-ONE-COUNT THRU 3100-EXIT
063200         UNTIL TK-END-OF-SNAPSHOT
063300     MOVE "COUNT LINES REJECTED" TO TK-SECTION-TITLE
063400     WRITE STOCKTAKE-RPT-LINE FROM TK-RPT-SECTION-LINE
063500     WRITE STOCKTAKE-RPT-LINE FROM TK-RPT-REJECT-HEADING
063600     OPEN INPUT COUNT-SHEET-FILE
063700     IF TK-STKCOUNT-STATUS = "00"
063800         PERFORM 3200-APPLY-ONE-COUNT THRU 3200-EXIT
063900             UNTIL TK-END-OF-COUNTS
064000         CLOSE COUNT-SHEET-FILE
064100     ELSE
064200         DISPLAY "STOCKTAK: UNABLE TO OPEN COUNT SHEETS, STATUS "
064300             TK-STKCOUNT-STATUS " - NOTHING COUNTED"
064400         MOVE "NO COUNT-SHEET FILE - NOTHING COUNTED"
064500             TO TK-MSG-TEXT
064600         WRITE STOCKTAKE-RPT-LINE FROM TK-RPT-MESSAGE-LINE
064700     END-IF
064800     WRITE STOCKTAKE-RPT-LINE FROM TK-RPT-BLANK-LINE
064900     MOVE "BOOK AGAINST COUNTED - ITEMS WITH A VARIANCE"
065000         TO TK-SECTION-TITLE
065100     WRITE STOCKTAKE-RPT-LINE FROM TK-RPT-SECTION-LINE
065200     WRITE STOCKTAKE-RPT-LINE FROM TK-RPT-ITEM-HEADING
065300     PERFORM 3050-START-SNAPSHOT THRU 3050-EXIT
065400     PERFORM 3300-COMPARE-ONE-ITEM THRU 3300-EXIT
065500         UNTIL TK-END-OF-SNAPSHOT
065600     WRITE STOCKTAKE-RPT-LINE FROM TK-RPT-BLANK-LINE
065700     MOVE "ITEMS NOT COUNTED - BOOK QUANTITY NOT ADJUSTED"
065800         TO TK-SECTION-TITLE
065900     WRITE STOCKTAKE-RPT-LINE FROM TK-RPT-SECTION-LINE
066000     WRITE STOCKTAKE-RPT-LINE FROM TK-RPT-UNCOUNTED-HEADING
066100     PERFORM 3050-START-SNAPSHOT THRU 3050-EXIT
066200     PERFORM 3400-LIST-ONE-UNCOUNTED THRU 3400-EXIT
066300         UNTIL TK-END-OF-SNAPSHOT
066400     CLOSE SNAPSHOT-FILE
066500     PERFORM 3500-PRINT-DEPARTMENTS THRU 3500-EXIT
066600     MOVE "V" TO TC-STATUS
066700     MOVE TK-TODAY-DATE TO TC-VARIANCE-DATE
066800     MOVE TK-LINES-APPLIED TO TC-COUNT-LINES
066900     MOVE TK-COUNTED-ITEMS TO TC-COUNTED-ITEMS
067000     MOVE TK-UNCOUNTED-ITEMS TO TC-UNCOUNTED-ITEMS
067100     MOVE TK-GT-VARIANCE-QTY TO TC-NET-VARIANCE-QTY
067200     MOVE TK-GT-VARIANCE-VAL TO TC-NET-VARIANCE-VALUE
067300     PERFORM 5000-WRITE-CONTROL THRU 5000-EXIT
067400     IF TK-LINES-REJECTED > ZERO OR TK-UNCOUNTED-ITEMS > ZERO
067500         IF RETURN-CODE < 4
067600             MOVE 4 TO RETURN-CODE
067700         END-IF
067800     END-IF.
067900 3000-EXIT.
068000     EXIT.
068100*
068200******************************************************************
068300* 3050-START-SNAPSHOT - POSITION AT THE FIRST SNAPSHOT RECORD FOR
068400*                       A PASS IN ITEM ORDER.
068500******************************************************************
068600 3050-START-SNAPSHOT.
068700     MOVE "N" TO TK-SNAP-EOF-SWITCH
068800     MOVE LOW-VALUES TO SS-ITEM-CODE
068900     START SNAPSHOT-FILE KEY IS NOT LESS THAN SS-ITEM-CODE
069000         INVALID KEY
069100             MOVE "Y" TO TK-SNAP-EOF-SWITCH
069200     END-START.
069300 3050-EXIT.
069400     EXIT.
069500*
069600******************************************************************
069700* 3100-CLEAR-ONE-COUNT - SET THE NEXT SNAPSHOT ITEM BACK TO NOT
069800*                        COUNTED, SO THE COUNT SHEETS CAN BE
069900*                        APPLIED AFRESH.
070000******************************************************************
070100 3100-CLEAR-ONE-COUNT.
070200     READ SNAPSHOT-FILE NEXT RECORD
070300         AT END
070400             MOVE "Y" TO TK-SNAP-EOF-SWITCH
070500             GO TO 3100-EXIT
070600     END-READ
070700     MOVE ZERO TO SS-COUNTED-QTY SS-COUNT-LINES
070800     MOVE "N" TO SS-COUNT-STATUS
070900     REWRITE STOCK-SNAPSHOT-RECORD
071000         INVALID KEY
071100             DISPLAY "STOCKTAK: SNAPSHOT REWRITE FAILED FOR "
071200                 SS-ITEM-CODE ", STATUS " TK-STKSNAP-STATUS
071300     END-REWRITE.
071400 3100-EXIT.
071500     EXIT.
071600*
071700******************************************************************
071800* 3200-APPLY-ONE-COUNT - READ ONE COUNT-SHEET LINE AND APPLY IT TO
071900*                        ITS ITEM ON THE SNAPSHOT: A COUNT ADDS
072000*                        TO WHAT IS COUNTED SO FAR, A RECOUNT
072100*                        REPLACES IT. A LINE THAT CANNOT BE
072200*                        APPLIED IS LISTED WITH THE REASON.
072300******************************************************************
072400 3200-APPLY-ONE-COUNT.
072500     READ COUNT-SHEET-FILE
072600         AT END
072700             MOVE "Y" TO TK-COUNT-EOF-SWITCH
072800             GO TO 3200-EXIT
072900     END-READ
073000     ADD 1 TO TK-LINES-READ
073100     MOVE SPACES TO TK-REJECT-REASON
073200     IF KC-ITEM-CODE = SPACES
073300         MOVE "NO ITEM CODE" TO TK-REJECT-REASON
073400     END-IF
073500     IF TK-REJECT-REASON = SPACES AND NOT KC-VALID-TYPE
073600         MOVE "TYPE NOT C (COUNT) OR R (RECOUNT)"
073700             TO TK-REJECT-REASON
073800     END-IF
073900     IF TK-REJECT-REASON = SPACES AND KC-COUNTED-QTY NOT NUMERIC
074000         MOVE "QUANTITY NOT NUMERIC" TO TK-REJECT-REASON
074100     END-IF
074200     IF TK-REJECT-REASON NOT = SPACES
074300         PERFORM 3250-REJECT-COUNT THRU 3250-EXIT
074400         GO TO 3200-EXIT
074500     END-IF
074600     MOVE KC-ITEM-CODE TO SS-ITEM-CODE
074700     READ SNAPSHOT-FILE
074800         INVALID KEY
074900             MOVE "ITEM NOT IN FROZEN SNAPSHOT"
075000                 TO TK-REJECT-REASON
075100             PERFORM 3250-REJECT-COUNT THRU 3250-EXIT
075200             GO TO 3200-EXIT
075300     END-READ
075400     IF KC-RECOUNT
075500         MOVE KC-COUNTED-QTY TO SS-COUNTED-QTY
075600         ADD 1 TO TK-RECOUNT-LINES
075700     ELSE
075800         ADD KC-COUNTED-QTY TO SS-COUNTED-QTY
075900             ON SIZE ERROR
076000                 MOVE "ITEM COUNT TOO LARGE" TO TK-REJECT-REASON
076100                 PERFORM 3250-REJECT-COUNT THRU 3250-EXIT
076200                 GO TO 3200-EXIT
076300         END-ADD
076400     END-IF
076500     ADD 1 TO SS-COUNT-LINES
076600         ON SIZE ERROR
076700             CONTINUE
076800     END-ADD
076900     MOVE "C" TO SS-COUNT-STATUS
077000     REWRITE STOCK-SNAPSHOT-RECORD
077100         INVALID KEY
077200             DISPLAY "STOCKTAK: SNAPSHOT REWRITE FAILED FOR "
077300                 SS-ITEM-CODE ", STATUS " TK-STKSNAP-STATUS
077400             MOVE "SNAPSHOT COULD NOT BE UPDATED"
077500                 TO TK-REJECT-REASON
077600             PERFORM 3250-REJECT-COUNT THRU 3250-EXIT
077700             GO TO 3200-EXIT
077800     END-REWRITE
077900     ADD 1 TO TK-LINES-APPLIED.
078000 3200-EXIT.
078100     EXIT.
078200*
078300******************************************************************
078400* 3250-REJECT-COUNT - LIST THE COUNT LINE JUST READ AS REJECTED,
078500*                     WITH TK-REJECT-REASON.
078600******************************************************************
078700 3250-REJECT-COUNT.
078800     ADD 1 TO TK-LINES-REJECTED
078900     MOVE KC-ITEM-CODE TO TK-RJ-ITEM
079000     MOVE KC-COUNT-TYPE TO TK-RJ-TYPE
079100     MOVE STOCK-COUNT-RECORD(8:5) TO TK-RJ-QTY
079200     MOVE KC-LOCATION TO TK-RJ-LOCATION
079300     MOVE KC-SHEET-NUMBER TO TK-RJ-SHEET
079400     MOVE TK-REJECT-REASON TO TK-RJ-REASON
079500     WRITE STOCKTAKE-RPT-LINE FROM TK-RPT-REJECT-LINE.
079600 3250-EXIT.
079700     EXIT.
079800*
079900******************************************************************
080000* 3300-COMPARE-ONE-ITEM - READ THE NEXT SNAPSHOT ITEM AND ADD IT
080100*                         TO ITS DEPARTMENT. A COUNTED ITEM IS
080200*                         VALUED BOOK AND COUNTED AT THE FROZEN
080300*                         STANDARD COST, AND PRINTED WHEN THE TWO
080400*                         DIFFER. AN UNCOUNTED ITEM IS ONLY
080500*                         TALLIED HERE - IT IS LISTED AFTER.
080600******************************************************************
080700 3300-COMPARE-ONE-ITEM.
080800     READ SNAPSHOT-FILE NEXT RECORD
080900         AT END
081000             MOVE "Y" TO TK-SNAP-EOF-SWITCH
081100             GO TO 3300-EXIT
081200     END-READ
081300     MOVE SS-DEPT-CODE TO TK-WORK-DEPT-CODE
081400     PERFORM 1700-FIND-DEPARTMENT THRU 1700-EXIT
081500     IF TK-DP-IDX = ZERO
081600         GO TO 3300-EXIT
081700     END-IF
081800     ADD 1 TO TK-DP-ITEMS(TK-DP-IDX)
081900     ADD 1 TO TK-GT-ITEMS
082000     COMPUTE TK-BOOK-VALUE = SS-BOOK-QTY * SS-STANDARD-COST
082100     IF SS-NOT-COUNTED
082200         ADD 1 TO TK-UNCOUNTED-ITEMS
082300         ADD 1 TO TK-DP-UNCOUNTED(TK-DP-IDX)
082400         ADD TK-BOOK-VALUE TO TK-GT-UNCOUNTED-VAL
082500         GO TO 3300-EXIT
082600     END-IF
082700     ADD 1 TO TK-COUNTED-ITEMS
082800     COMPUTE TK-COUNTED-VALUE = SS-COUNTED-QTY * SS-STANDARD-COST
082900     COMPUTE TK-VARIANCE-QTY = SS-COUNTED-QTY - SS-BOOK-QTY
083000     COMPUTE TK-VARIANCE-VALUE = TK-COUNTED-VALUE - TK-BOOK-VALUE
083100     ADD TK-BOOK-VALUE TO TK-DP-BOOK-VALUE(TK-DP-IDX)
083200     ADD TK-COUNTED-VALUE TO TK-DP-COUNTED-VALUE(TK-DP-IDX)
083300     ADD TK-VARIANCE-VALUE TO TK-DP-VARIANCE-VAL(TK-DP-IDX)
083400     ADD TK-BOOK-VALUE TO TK-GT-BOOK-VALUE
083500     ADD TK-COUNTED-VALUE TO TK-GT-COUNTED-VALUE
083600     ADD TK-VARIANCE-QTY TO TK-GT-VARIANCE-QTY
083700     ADD TK-VARIANCE-VALUE TO TK-GT-VARIANCE-VAL
083800     IF TK-VARIANCE-QTY = ZERO
083900         GO TO 3300-EXIT
084000     END-IF
084100     ADD 1 TO TK-VARIANCE-ITEMS
084200     MOVE TK-BOOK-VALUE TO TK-PCT-BOOK-VALUE
084300     MOVE TK-VARIANCE-VALUE TO TK-PCT-VARIANCE-VALUE
084400     PERFORM 3800-TEST-SHRINKAGE THRU 3800-EXIT
084500     MOVE SS-ITEM-CODE TO TK-IT-ITEM
084600     MOVE SS-DEPT-CODE TO TK-IT-DEPT
084700     MOVE SS-DESCRIPTION TO TK-IT-DESCRIPTION
084800     MOVE SS-BOOK-QTY TO TK-IT-BOOK-QTY
084900     MOVE SS-COUNTED-QTY TO TK-IT-COUNTED-QTY
085000     MOVE TK-VARIANCE-QTY TO TK-IT-VARIANCE-QTY
085100     MOVE TK-VARIANCE-VALUE TO TK-IT-VARIANCE-VAL
085200     MOVE SPACES TO TK-IT-FLAG
085300     IF TK-OVER-TOLERANCE
085400         MOVE "** SHRINKAGE" TO TK-IT-FLAG
085500         ADD 1 TO TK-OVER-ITEMS
085600     END-IF
085700     WRITE STOCKTAKE-RPT-LINE FROM TK-RPT-ITEM-LINE.
085800 3300-EXIT.
085900     EXIT.
086000*
086100******************************************************************
086200* 3400-LIST-ONE-UNCOUNTED - READ THE NEXT SNAPSHOT ITEM AND LIST
086300*                           IT IF NO COUNT WAS APPLIED TO IT.
086400******************************************************************
086500 3400-LIST-ONE-UNCOUNTED.
086600     READ SNAPSHOT-FILE NEXT RECORD
086700         AT END
086800             MOVE "Y" TO TK-SNAP-EOF-SWITCH
086900             GO TO 3400-EXIT
087000     END-READ
087100     IF NOT SS-NOT-COUNTED
087200         GO TO 3400-EXIT
087300     END-IF
087400     MOVE SS-ITEM-CODE TO TK-UC-ITEM
087500     MOVE SS-DEPT-CODE TO TK-UC-DEPT
087600     MOVE SS-DESCRIPTION TO TK-UC-DESCRIPTION
087700     MOVE SS-BOOK-QTY TO TK-UC-BOOK-QTY
087800     COMPUTE TK-UC-BOOK-VALUE = SS-BOOK-QTY * SS-STANDARD-COST
087900     WRITE STOCKTAKE-RPT-LINE FROM TK-RPT-UNCOUNTED-LINE.
088000 3400-EXIT.
088100     EXIT.
088200*
088300******************************************************************
088400* 3500-PRINT-DEPARTMENTS - PRINT BOOK AGAINST COUNTED VALUE FOR
088500*                          EACH DEPARTMENT, FLAGGING SHRINKAGE
088600*                          OVER THE TOLERANCE, THEN THE RUN
088700*                          TOTALS.
088800******************************************************************
088900 3500-PRINT-DEPARTMENTS.
089000     WRITE STOCKTAKE-RPT-LINE FROM TK-RPT-BLANK-LINE
089100     MOVE "VARIANCE BY DEPARTMENT AT FROZEN STANDARD COST"
089200         TO TK-SECTION-TITLE
089300     WRITE STOCKTAKE-RPT-LINE FROM TK-RPT-SECTION-LINE
089400     WRITE STOCKTAKE-RPT-LINE FROM TK-RPT-DEPT-HEADING-1
089500     WRITE STOCKTAKE-RPT-LINE FROM TK-RPT-DEPT-HEADING-2
089600     PERFORM 3600-PRINT-DEPT-LINE THRU 3600-EXIT
089700         VARYING TK-DP-IDX FROM 1 BY 1
089800         UNTIL TK-DP-IDX > TK-DEPT-COUNT
089900     MOVE "ALL" TO TK-DL-DEPT
090000     MOVE TK-GT-ITEMS TO TK-DL-ITEMS
090100     MOVE TK-UNCOUNTED-ITEMS TO TK-DL-UNCOUNTED
090200     MOVE TK-GT-BOOK-VALUE TO TK-DL-BOOK-VALUE TK-PCT-BOOK-VALUE
090300     MOVE TK-GT-COUNTED-VALUE TO TK-DL-COUNTED-VALUE
090400     MOVE TK-GT-VARIANCE-VAL TO TK-DL-VARIANCE-VAL
090500         TK-PCT-VARIANCE-VALUE
090600     PERFORM 3800-TEST-SHRINKAGE THRU 3800-EXIT
090700     MOVE TK-SHRINK-PCT TO TK-DL-SHRINK-PCT
090800     MOVE SPACES TO TK-DL-FLAG
090900     IF TK-OVER-TOLERANCE
091000         MOVE "** OVER" TO TK-DL-FLAG
091100     END-IF
091200     WRITE STOCKTAKE-RPT-LINE FROM TK-RPT-DEPT-LINE
091300     WRITE STOCKTAKE-RPT-LINE FROM TK-RPT-BLANK-LINE
091400     MOVE ZERO TO TK-TOT-AMOUNT
091500     MOVE "COUNT LINES READ:" TO TK-TOT-LABEL
091600     MOVE TK-LINES-READ TO TK-TOT-COUNT
091700     WRITE STOCKTAKE-RPT-LINE FROM TK-RPT-TOTAL-LINE
091800     MOVE "COUNT LINES APPLIED:" TO TK-TOT-LABEL
091900     MOVE TK-LINES-APPLIED TO TK-TOT-COUNT
092000     WRITE STOCKTAKE-RPT-LINE FROM TK-RPT-TOTAL-LINE
092100     MOVE "  OF WHICH RECOUNTS:" TO TK-TOT-LABEL
092200     MOVE TK-RECOUNT-LINES TO TK-TOT-COUNT
092300     WRITE STOCKTAKE-RPT-LINE FROM TK-RPT-TOTAL-LINE
092400     MOVE "COUNT LINES REJECTED:" TO TK-TOT-LABEL
092500     MOVE TK-LINES-REJECTED TO TK-TOT-COUNT
092600     WRITE STOCKTAKE-RPT-LINE FROM TK-RPT-TOTAL-LINE
092700     MOVE "ITEMS COUNTED:" TO TK-TOT-LABEL
092800     MOVE TK-COUNTED-ITEMS TO TK-TOT-COUNT
092900     WRITE STOCKTAKE-RPT-LINE FROM TK-RPT-TOTAL-LINE
093000     MOVE "ITEMS WITH A VARIANCE:" TO TK-TOT-LABEL
093100     MOVE TK-VARIANCE-ITEMS TO TK-TOT-COUNT
093200     MOVE TK-GT-VARIANCE-VAL TO TK-TOT-AMOUNT
093300     WRITE STOCKTAKE-RPT-LINE FROM TK-RPT-TOTAL-LINE
093400     MOVE "ITEMS OVER SHRINKAGE TOLERANCE:" TO TK-TOT-LABEL
093500     MOVE TK-OVER-ITEMS TO TK-TOT-COUNT
093600     MOVE ZERO TO TK-TOT-AMOUNT
093700     WRITE STOCKTAKE-RPT-LINE FROM TK-RPT-TOTAL-LINE
093800     MOVE "DEPTS OVER SHRINKAGE TOLERANCE:" TO TK-TOT-LABEL
093900     MOVE TK-OVER-DEPTS TO TK-TOT-COUNT
094000     WRITE STOCKTAKE-RPT-LINE FROM TK-RPT-TOTAL-LINE
094100     MOVE "ITEMS NOT COUNTED (BOOK VALUE):" TO TK-TOT-LABEL
094200     MOVE TK-UNCOUNTED-ITEMS TO TK-TOT-COUNT
094300     MOVE TK-GT-UNCOUNTED-VAL TO TK-TOT-AMOUNT
094400     WRITE STOCKTAKE-RPT-LINE FROM TK-RPT-TOTAL-LINE
094500     MOVE "SHRINKAGE TOLERANCE PERCENT:" TO TK-TOT-LABEL
094600     MOVE ZERO TO TK-TOT-COUNT
094700     MOVE TK-SHRINK-TOLERANCE-PCT TO TK-TOT-AMOUNT
094800     WRITE STOCKTAKE-RPT-LINE FROM TK-RPT-TOTAL-LINE.
094900 3500-EXIT.
095000     EXIT.
095100*
095200******************************************************************
095300* 3600-PRINT-DEPT-LINE - PRINT THE VARIANCE FOR THE DEPARTMENT AT
095400*                        TK-DP-IDX.
095500******************************************************************
095600 3600-PRINT-DEPT-LINE.
095700     MOVE TK-DP-DEPT-CODE(TK-DP-IDX) TO TK-DL-DEPT
095800     MOVE TK-DP-ITEMS(TK-DP-IDX) TO TK-DL-ITEMS
095900     MOVE TK-DP-UNCOUNTED(TK-DP-IDX) TO TK-DL-UNCOUNTED
096000     MOVE TK-DP-BOOK-VALUE(TK-DP-IDX) TO TK-DL-BOOK-VALUE
096100         TK-PCT-BOOK-VALUE
096200     MOVE TK-DP-COUNTED-VALUE(TK-DP-IDX) TO TK-DL-COUNTED-VALUE
096300     MOVE TK-DP-VARIANCE-VAL(TK-DP-IDX) TO TK-DL-VARIANCE-VAL
096400         TK-PCT-VARIANCE-VALUE
096500     PERFORM 3800-TEST-SHRINKAGE THRU 3800-EXIT
096600     MOVE TK-SHRINK-PCT TO TK-DL-SHRINK-PCT
096700     MOVE SPACES TO TK-DL-FLAG
096800     IF TK-OVER-TOLERANCE
096900         MOVE "** OVER" TO TK-DL-FLAG
097000         ADD 1 TO TK-OVER-DEPTS
097100     END-IF
097200     WRITE STOCKTAKE-RPT-LINE FROM TK-RPT-DEPT-LINE.
097300 3600-EXIT.
097400     EXIT.
097500*
097600******************************************************************
097700* 3800-TEST-SHRINKAGE - SHRINKAGE PERCENTAGE OF TK-PCT-VARIANCE-
097800*                       VALUE OVER TK-PCT-BOOK-VALUE, AND WHETHER
097900*                       IT IS OVER THE TOLERANCE. A GAIN, OR NO
098000*                       BOOK VALUE, IS NO SHRINKAGE; TOO LARGE TO
098100*                       PRINT SHOWS AS 999.9.
098200******************************************************************
098300 3800-TEST-SHRINKAGE.
098400     MOVE ZERO TO TK-SHRINK-PCT
098500     MOVE "N" TO TK-OVER-SWITCH
098600     IF TK-PCT-VARIANCE-VALUE NOT < ZERO
098700             OR TK-PCT-BOOK-VALUE = ZERO
098800         GO TO 3800-EXIT
098900     END-IF
099000     COMPUTE TK-SHRINK-PCT ROUNDED =
099100         (ZERO - TK-PCT-VARIANCE-VALUE) * 100 / TK-PCT-BOOK-VALUE
099200         ON SIZE ERROR
099300             MOVE 999.9 TO TK-SHRINK-PCT
099400     END-COMPUTE
099500     IF TK-SHRINK-PCT > TK-SHRINK-TOLERANCE-PCT
099600         MOVE "Y" TO TK-OVER-SWITCH
099700     END-IF.
099800 3800-EXIT.
099900     EXIT.
100000*
100100******************************************************************
100200* 5000-WRITE-CONTROL - REWRITE THE STOCKTAKE CONTROL FILE WITH THE
100300*                      RECORD AS IT NOW STANDS.
100400******************************************************************
100500 5000-WRITE-CONTROL.
100600     OPEN OUTPUT STOCKTAKE-CONTROL-FILE
100700     IF TK-STKCTL-STATUS NOT = "00"
100800         DISPLAY "STOCKTAK: UNABLE TO WRITE STOCKTAKE CONTROL, "
100900             "STATUS " TK-STKCTL-STATUS
101000         MOVE "STOCKTAKE CONTROL NOT UPDATED - RERUN"
101100             TO TK-MSG-TEXT
101200         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
101300         GO TO 5000-EXIT
101400     END-IF
101500     WRITE CONTROL-FILE-RECORD FROM STOCKTAKE-CONTROL-RECORD
101600     CLOSE STOCKTAKE-CONTROL-FILE.
101700 5000-EXIT.
101800     EXIT.
101900*
102000******************************************************************
102100* 6000-CANCEL-STOCKTAKE - MARK THE OPEN STOCKTAKE CANCELLED. THE
102200*                         SNAPSHOT IS LEFT AS IT IS UNTIL THE NEXT
102300*                         FREEZE REPLACES IT.
102400******************************************************************
102500 6000-CANCEL-STOCKTAKE.
102600     MOVE "X" TO TC-STATUS
102700     PERFORM 5000-WRITE-CONTROL THRU 5000-EXIT
102800     IF TK-RUN-OK
102900         MOVE "STOCKTAKE CANCELLED - NOTHING POSTED"
103000             TO TK-MSG-TEXT
103100         WRITE STOCKTAKE-RPT-LINE FROM TK-RPT-MESSAGE-LINE
103200     END-IF.
103300 6000-EXIT.
103400     EXIT.
103500*
103600******************************************************************
103700* 9000-TERMINATE - WRITE THE AUDIT JOURNAL RECORD AND CLOSE ALL
103800*                  FILES.
103900******************************************************************
104000 9000-TERMINATE.
104100     IF TK-FREEZE
104200         DISPLAY "STOCKTAK: " TK-GT-ITEMS " ITEMS FROZEN AT "
104300             TK-GT-FROZEN-VALUE
104400     END-IF
104500     IF TK-VARIANCE
104600         DISPLAY "STOCKTAK: " TK-LINES-APPLIED " COUNT LINES, "
104700             TK-COUNTED-ITEMS " ITEMS COUNTED, "
104800             TK-UNCOUNTED-ITEMS " NOT COUNTED"
104900     END-IF
105000     PERFORM 9100-WRITE-AUDIT-JOURNAL THRU 9100-EXIT
105100     CLOSE STOCKTAKE-REPORT
105200     CLOSE AUDIT-JOURNAL-FILE.
105300 9000-EXIT.
105400     EXIT.
105500*
105600******************************************************************
105700* 9100-WRITE-AUDIT-JOURNAL - APPEND ONE RUN RECORD TO THE SHARED
105800*                            AUDIT JOURNAL.
105900******************************************************************
106000 9100-WRITE-AUDIT-JOURNAL.
106100     MOVE SPACES TO AUDIT-JOURNAL-RECORD
106200     MOVE "STOCKTAK" TO AJ-PROGRAM-NAME
106300     MOVE TK-TODAY-DATE TO AJ-RUN-DATE
106400     ACCEPT AJ-RUN-TIME FROM TIME
106500     MOVE ZERO TO AJ-TOTAL-1-AMOUNT AJ-TOTAL-2-AMOUNT
106600     IF NOT TK-RUN-OK
106700         MOVE "FUNCTION REFUSED" TO AJ-TOTAL-1-LABEL
106800     END-IF
106900     IF TK-RUN-OK AND TK-FREEZE
107000         MOVE "BOOK VALUE FROZEN" TO AJ-TOTAL-1-LABEL
107100         MOVE TK-GT-FROZEN-VALUE TO AJ-TOTAL-1-AMOUNT
107200         MOVE "ITEMS FROZEN" TO AJ-TOTAL-2-LABEL
107300         MOVE TK-GT-ITEMS TO AJ-TOTAL-2-AMOUNT
107400     END-IF
107500     IF TK-RUN-OK AND TK-VARIANCE
107600         MOVE "NET COUNT VARIANCE" TO AJ-TOTAL-1-LABEL
107700         MOVE TK-GT-VARIANCE-VAL TO AJ-TOTAL-1-AMOUNT
107800         MOVE "ITEMS NOT COUNTED" TO AJ-TOTAL-2-LABEL
107900         MOVE TK-UNCOUNTED-ITEMS TO AJ-TOTAL-2-AMOUNT
108000     END-IF
108100     IF TK-RUN-OK AND TK-CANCEL
108200         MOVE "STOCKTAKE CANCELLED" TO AJ-TOTAL-1-LABEL
108300         MOVE TC-FROZEN-VALUE TO AJ-TOTAL-1-AMOUNT
108400     END-IF
108410     MOVE RETURN-CODE TO AJ-RETURN-CODE
108500     WRITE AUDIT-JOURNAL-RECORD.
108600 9100-EXIT.
108700     EXIT.
108800 END PROGRAM STOCKTAK.
