000100******************************************************************
000200* AUTHOR:        P. MURPHY, PAYROLL SYSTEMS
000300* INSTALLATION:  ACME MANUFACTURING CORP - DATA PROCESSING
000400* DATE-WRITTEN:  2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:       NIGHTLY STOCK VALUATION AND SHOP MARGIN REPORT.
000700*                VALUES EVERY ITEM ON THE ITEM MASTER AT ITS
000800*                STANDARD COST (ON-HAND QUANTITY TIMES COST) AND
000900*                TOTALS THE VALUE BY DEPARTMENT, THEN SHOWS EACH
001000*                DEPARTMENT'S SALES, COST OF SALES AND GROSS
001100*                MARGIN PERCENTAGE FOR THE DAY AND FOR THE MONTH
001200*                TO DATE. THE DAY'S SALES ARE THE AMOUNTS THE TILL
001300*                TOOK ON THE SHOP SALES FILE; COST OF SALES IS
001400*                QUANTITY SOLD TIMES THE ITEM'S STANDARD COST. THE
001500*                MONTH TO DATE IS CARRIED FROM NIGHT TO NIGHT ON
001600*                DEPTMTD, WHICH THIS RUN REWRITES. RUN AFTER THE
001700*                STOCK MOVEMENT RUN, SO ON-HAND IS THE END-OF-DAY
001800*                FIGURE. SALES THAT CANNOT BE COSTED (ITEM NOT ON
001900*                THE MASTER OR NO STANDARD COST) ARE COUNTED ON
002000*                THE REPORT - THEIR MARGIN IS OVERSTATED BY THEIR
002100*                FULL AMOUNT.
002200*                RC=4 - SHOP SALES FILE MISSING, OR THE MONTH-TO-
002300*                       DATE FILE IS ALREADY POSTED PAST THIS
002400*                       BUSINESS DATE OR COULD NOT BE REWRITTEN.
002500*                RC=8 - ITEM MASTER COULD NOT BE OPENED; NO
002600*                       REPORT.
002700*
002800* MODIFICATION HISTORY
002900* DATE       INIT  DESCRIPTION
003000* ---------- ----  ----------------------------------------------
003100* 2026-10-15 PJM   ORIGINAL.
003110* 2026-10-15 PJM   THE AUDIT JOURNAL RECORD NOW CARRIES THE
003120*                  RETURN CODE THE RUN ENDED WITH.
003200******************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. STOCKVAL.
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS IM-ITEM-CODE
004200         FILE STATUS IS VL-ITEMMAST-STATUS.
004300     SELECT SHOP-SALES-FILE ASSIGN TO "SHOPTRN"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS VL-SHOPTRN-STATUS.
004600     SELECT DEPT-MTD-FILE ASSIGN TO "DEPTMTD"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS VL-DEPTMTD-STATUS.
004900     SELECT VALUATION-REPORT ASSIGN TO "STOCKVAL"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS VL-STOCKVAL-STATUS.
005200     SELECT AUDIT-JOURNAL-FILE ASSIGN TO "AUDITJNL"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS VL-AUDITJNL-STATUS.
005500     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS VL-RUNCTL-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  ITEM-MASTER-FILE
006100     LABEL RECORDS ARE STANDARD.
006200 COPY ITEMMAST.
006300 FD  SHOP-SALES-FILE
006400     LABEL RECORDS ARE STANDARD.
006500 COPY SHOPTRN.
006600 FD  DEPT-MTD-FILE
006700     LABEL RECORDS ARE STANDARD.
006800 COPY DEPTMTD.
006900 FD  VALUATION-REPORT
007000     LABEL RECORDS ARE STANDARD
007100     RECORD CONTAINS 80 CHARACTERS.
007200 01  VALUATION-RPT-LINE          PIC X(80).
007300 FD  AUDIT-JOURNAL-FILE
007400     LABEL RECORDS ARE STANDARD.
007500 COPY AUDITJNL.
007600 FD  RUN-CONTROL-FILE
007700     LABEL RECORDS ARE STANDARD.
007800 COPY RUNCTL.
007900 WORKING-STORAGE SECTION.
008000 77  VL-ITEMMAST-STATUS      PIC X(02).
008100 77  VL-SHOPTRN-STATUS       PIC X(02).
008200 77  VL-DEPTMTD-STATUS       PIC X(02).
008300 77  VL-STOCKVAL-STATUS      PIC X(02).
008400 77  VL-AUDITJNL-STATUS      PIC X(02).
008500 77  VL-RUNCTL-STATUS        PIC X(02).
008600 01  VL-TODAY-DATE           PIC 9(08).
008700 01  VL-TODAY-PARTS REDEFINES VL-TODAY-DATE.
008800     05  VL-TODAY-MONTH      PIC 9(06).
008900     05  FILLER              PIC 9(02).
009000*
009100* SHARED PAGE-NUMBERED MANAGEMENT REPORT HEADING - SEE RPTHDR.
009200 COPY RPTHDR.
009300 77  VL-ITEMMAST-OK-SWITCH   PIC X(01) VALUE "Y".
009400     88  VL-ITEMMAST-USABLE          VALUE "Y".
009500 77  VL-ITEM-FOUND-SWITCH    PIC X(01) VALUE "N".
009600     88  VL-ITEM-FOUND               VALUE "Y".
009700 77  VL-MTD-EOF-SWITCH       PIC X(01) VALUE "N".
009800     88  VL-END-OF-MTD               VALUE "Y".
009900 77  VL-SALES-EOF-SWITCH     PIC X(01) VALUE "N".
010000     88  VL-END-OF-SALES             VALUE "Y".
010100 77  VL-ITEMS-EOF-SWITCH     PIC X(01) VALUE "N".
010200     88  VL-END-OF-ITEMS             VALUE "Y".
010300 77  VL-MTD-AHEAD-SWITCH     PIC X(01) VALUE "N".
010400     88  VL-MTD-AHEAD                VALUE "Y".
010500 77  VL-WORK-DEPT-CODE       PIC X(02) VALUE SPACES.
010600 77  VL-INSERT-SUB           PIC 9(03) COMP VALUE ZERO.
010700 77  VL-SHIFT-SUB            PIC 9(03) COMP VALUE ZERO.
010800 77  VL-DEPT-COUNT           PIC 9(03) COMP VALUE ZERO.
010900 77  VL-SALES-COUNT          PIC 9(05) COMP VALUE ZERO.
011000 77  VL-ITEM-COUNT           PIC 9(05) COMP VALUE ZERO.
011100 77  VL-NO-COST-SALE-COUNT   PIC 9(05) COMP VALUE ZERO.
011200 77  VL-NO-COST-SALE-AMOUNT  PIC 9(07)V99 VALUE ZERO.
011300 77  VL-NO-COST-ITEM-COUNT   PIC 9(05) COMP VALUE ZERO.
011400 77  VL-SALE-COST            PIC 9(08)V99 VALUE ZERO.
011500 77  VL-ITEM-VALUE           PIC 9(10)V99 VALUE ZERO.
011600 77  VL-MTD-SALES            PIC 9(09)V99 VALUE ZERO.
011700 77  VL-MTD-COST             PIC 9(09)V99 VALUE ZERO.
011800 77  VL-MARGIN-SALES         PIC 9(09)V99 VALUE ZERO.
011900 77  VL-MARGIN-COST          PIC 9(09)V99 VALUE ZERO.
012000 77  VL-MARGIN-PCT           PIC S9(03)V9 VALUE ZERO.
012100*
012200* RUN TOTALS ACROSS EVERY DEPARTMENT.
012300 01  VL-GRAND-TOTALS.
012400     05  VL-GT-ITEMS         PIC 9(05) VALUE ZERO.
012500     05  VL-GT-ON-HAND       PIC 9(08) VALUE ZERO.
012600     05  VL-GT-STOCK-VALUE   PIC 9(10)V99 VALUE ZERO.
012700     05  VL-GT-DAY-SALES     PIC 9(08)V99 VALUE ZERO.
012800     05  VL-GT-DAY-COST      PIC 9(08)V99 VALUE ZERO.
012900     05  VL-GT-MTD-SALES     PIC 9(09)V99 VALUE ZERO.
013000     05  VL-GT-MTD-COST      PIC 9(09)V99 VALUE ZERO.
013100*
013200* ONE ROW PER DEPARTMENT, KEPT IN DEPARTMENT CODE ORDER - A NEW
013300* DEPARTMENT IS SLOTTED IN WHERE IT BELONGS. A ROW COMES FROM THE
013400* MONTH-TO-DATE FILE, THE DAY'S SALES OR THE ITEM MASTER,
013500* WHICHEVER MENTIONS THE DEPARTMENT FIRST. PRIOR SALES AND COST
013600* ARE THE MONTH BEFORE TODAY.
013700 01  VL-DEPT-TABLE.
013800     05  VL-DEPT-ENTRY OCCURS 50 TIMES INDEXED BY VL-DP-IDX.
013900         10  VL-DP-DEPT-CODE     PIC X(02).
014000         10  VL-DP-ITEMS         PIC 9(05).
014100         10  VL-DP-ON-HAND       PIC 9(07).
014200         10  VL-DP-STOCK-VALUE   PIC 9(09)V99.
014300         10  VL-DP-DAY-SALES     PIC 9(07)V99.
014400         10  VL-DP-DAY-COST      PIC 9(07)V99.
014500         10  VL-DP-PRIOR-SALES   PIC 9(09)V99.
014600         10  VL-DP-PRIOR-COST    PIC 9(09)V99.
014700*
014800 01  VL-RPT-SECTION-LINE.
014900     05  VL-SECTION-TITLE    PIC X(40).
015000     05  FILLER              PIC X(40) VALUE SPACES.
015100 01  VL-RPT-VALUE-HEADING.
015200     05  FILLER              PIC X(40) VALUE
015300         "DEPT     ITEMS      ON HAND       STOCK ".
015400     05  FILLER              PIC X(40) VALUE
015500         "VALUE                                   ".
015600 01  VL-RPT-VALUE-LINE.
015700     05  VL-VL-DEPT          PIC X(05).
015800     05  FILLER              PIC X(03) VALUE SPACES.
015900     05  VL-VL-ITEMS         PIC ZZ,ZZ9.
016000     05  FILLER              PIC X(04) VALUE SPACES.
016100     05  VL-VL-ON-HAND       PIC Z,ZZZ,ZZ9.
016200     05  FILLER              PIC X(04) VALUE SPACES.
016300     05  VL-VL-VALUE         PIC ZZZ,ZZZ,ZZ9.99.
016400 01  VL-RPT-MARGIN-HEADING-1.
016500     05  FILLER              PIC X(40) VALUE
016600         "          ---------- TODAY ----------   ".
016700     05  FILLER              PIC X(40) VALUE
016800         "        ------ MONTH TO DATE ------     ".
016900 01  VL-RPT-MARGIN-HEADING-2.
017000     05  FILLER              PIC X(40) VALUE
017100         "DEPT          SALES          COST     GM".
017200     05  FILLER              PIC X(40) VALUE
017300         "%           SALES           COST     GM%".
017400 01  VL-RPT-MARGIN-LINE.
017500     05  VL-MG-DEPT          PIC X(05).
017600     05  FILLER              PIC X(01) VALUE SPACES.
017700     05  VL-MG-DAY-SALES     PIC ZZ,ZZZ,ZZ9.99.
017800     05  FILLER              PIC X(01) VALUE SPACES.
017900     05  VL-MG-DAY-COST      PIC ZZ,ZZZ,ZZ9.99.
018000     05  FILLER              PIC X(01) VALUE SPACES.
018100     05  VL-MG-DAY-PCT       PIC ----9.9.
018200     05  FILLER              PIC X(02) VALUE SPACES.
018300     05  VL-MG-MTD-SALES     PIC ZZZ,ZZZ,ZZ9.99.
018400     05  FILLER              PIC X(01) VALUE SPACES.
018500     05  VL-MG-MTD-COST      PIC ZZZ,ZZZ,ZZ9.99.
018600     05  FILLER              PIC X(01) VALUE SPACES.
018700     05  VL-MG-MTD-PCT       PIC ----9.9.
018800 01  VL-RPT-TOTAL-LINE.
018900     05  VL-TOT-LABEL        PIC X(32).
019000     05  VL-TOT-COUNT        PIC ZZ,ZZ9.
019100     05  FILLER              PIC X(02) VALUE SPACES.
019200     05  VL-TOT-AMOUNT       PIC Z,ZZZ,ZZ9.99.
019300 01  VL-RPT-BLANK-LINE       PIC X(01) VALUE SPACE.
019400 PROCEDURE DIVISION.
019500 0000-MAINLINE.
019600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
019700     IF VL-ITEMMAST-USABLE
019800         PERFORM 1500-LOAD-MONTH-TO-DATE THRU 1500-EXIT
019900         PERFORM 2000-TOTAL-DAY-SALES THRU 2000-EXIT
020000         PERFORM 3000-VALUE-STOCK THRU 3000-EXIT
020100         PERFORM 4000-PRINT-REPORT THRU 4000-EXIT
020200         PERFORM 5000-WRITE-MONTH-TO-DATE THRU 5000-EXIT
020300     END-IF
020400     PERFORM 9000-TERMINATE THRU 9000-EXIT
020500     STOP RUN.
020600*
020700******************************************************************
020800* 1000-INITIALIZE - GET THE BUSINESS DATE AND OPEN THE ITEM
020900*                   MASTER, THE REPORT AND THE AUDIT JOURNAL.
021000******************************************************************
021100 1000-INITIALIZE.
021200     PERFORM 1300-GET-BUSINESS-DATE THRU 1300-EXIT
021300     INITIALIZE VL-DEPT-TABLE
021400     OPEN INPUT ITEM-MASTER-FILE
021500     IF VL-ITEMMAST-STATUS NOT = "00"
021600         DISPLAY "STOCKVAL: UNABLE TO OPEN ITEM MASTER, STATUS "
021700             VL-ITEMMAST-STATUS
021800         MOVE "N" TO VL-ITEMMAST-OK-SWITCH
021900         MOVE 8 TO RETURN-CODE
022000     END-IF
022100     OPEN OUTPUT VALUATION-REPORT
022200     OPEN EXTEND AUDIT-JOURNAL-FILE
022300     IF VL-AUDITJNL-STATUS NOT = "00"
022400         OPEN OUTPUT AUDIT-JOURNAL-FILE
022500     END-IF.
022600 1000-EXIT.
022700     EXIT.
022800*
022900******************************************************************
023000* 1300-GET-BUSINESS-DATE - THE RUN DATE COMES FROM THE SUITE
023100*                          RUN-CONTROL FILE; THE MACHINE DATE IS
023200*                          ONLY A FALLBACK.
023300******************************************************************
023400 1300-GET-BUSINESS-DATE.
023500     MOVE ZERO TO VL-TODAY-DATE
023600     OPEN INPUT RUN-CONTROL-FILE
023700     IF VL-RUNCTL-STATUS = "00"
023800         READ RUN-CONTROL-FILE
023900             AT END
024000                 CONTINUE
024100             NOT AT END
024200                 IF RC-BUSINESS-DATE NUMERIC
024300                     MOVE RC-BUSINESS-DATE TO VL-TODAY-DATE
024400                 END-IF
024500         END-READ
024600         CLOSE RUN-CONTROL-FILE
024700     END-IF
024800     IF VL-TODAY-DATE = ZERO
024900         ACCEPT VL-TODAY-DATE FROM DATE YYYYMMDD
025000         DISPLAY "STOCKVAL: NO RUN CONTROL - USING MACHINE "
025100             "DATE " VL-TODAY-DATE
025200     END-IF.
025300 1300-EXIT.
025400     EXIT.
025500*
025600******************************************************************
025700* 1500-LOAD-MONTH-TO-DATE - BRING IN LAST NIGHT'S MONTH-TO-DATE
025800*                           FIGURES. NO FILE (THE FIRST RUN)
025900*                           STARTS THE MONTH FROM ZERO.
026000******************************************************************
026100 1500-LOAD-MONTH-TO-DATE.
026200     OPEN INPUT DEPT-MTD-FILE
026300     IF VL-DEPTMTD-STATUS NOT = "00"
026400         DISPLAY "STOCKVAL: NO MONTH-TO-DATE FILE, STATUS "
026500             VL-DEPTMTD-STATUS " - MONTH STARTS FROM TODAY"
026600         GO TO 1500-EXIT
026700     END-IF
026800     PERFORM 1600-LOAD-ONE-DEPARTMENT THRU 1600-EXIT
026900         UNTIL VL-END-OF-MTD
027000     CLOSE DEPT-MTD-FILE
027100     IF VL-MTD-AHEAD
027200         DISPLAY "STOCKVAL: MONTH TO DATE ALREADY POSTED PAST "
027300             VL-TODAY-DATE " - SHOWN AS IT STANDS, NOT UPDATED"
027400         IF RETURN-CODE < 4
027500             MOVE 4 TO RETURN-CODE
027600         END-IF
027700     END-IF.
027800 1500-EXIT.
027900     EXIT.
028000*
028100******************************************************************
028200* 1600-LOAD-ONE-DEPARTMENT - READ ONE MONTH-TO-DATE RECORD AND
028300*                            WORK OUT THE DEPARTMENT'S FIGURES FOR
028400*                            THE MONTH BEFORE TODAY: A LAST DAY
028500*                            BEFORE TODAY JOINS THE PRIOR FIGURES;
028600*                            A LAST DAY OF TODAY IS A RERUN AND IS
028700*                            REPLACED; ANOTHER MONTH IS DROPPED.
028800******************************************************************
028900 1600-LOAD-ONE-DEPARTMENT.
029000     READ DEPT-MTD-FILE
029100         AT END
029200             MOVE "Y" TO VL-MTD-EOF-SWITCH
029300             GO TO 1600-EXIT
029400     END-READ
029500     IF DM-MONTH NOT = VL-TODAY-MONTH
029600         GO TO 1600-EXIT
029700     END-IF
029800     IF DM-PRIOR-SALES NOT NUMERIC OR DM-PRIOR-COST NOT NUMERIC
029900             OR DM-DAY-SALES NOT NUMERIC
030000             OR DM-DAY-COST NOT NUMERIC
030100         DISPLAY "STOCKVAL: MONTH-TO-DATE RECORD FOR DEPT "
030200             DM-DEPT-CODE " NOT NUMERIC - IGNORED"
030300         GO TO 1600-EXIT
030400     END-IF
030500     MOVE DM-DEPT-CODE TO VL-WORK-DEPT-CODE
030600     PERFORM 1700-FIND-DEPARTMENT THRU 1700-EXIT
030700     IF VL-DP-IDX = ZERO
030800         GO TO 1600-EXIT
030900     END-IF
031000     ADD DM-PRIOR-SALES TO VL-DP-PRIOR-SALES(VL-DP-IDX)
031100     ADD DM-PRIOR-COST TO VL-DP-PRIOR-COST(VL-DP-IDX)
031200     IF DM-LAST-DATE < VL-TODAY-DATE
031300         ADD DM-DAY-SALES TO VL-DP-PRIOR-SALES(VL-DP-IDX)
031400         ADD DM-DAY-COST TO VL-DP-PRIOR-COST(VL-DP-IDX)
031500     END-IF
031600     IF DM-LAST-DATE > VL-TODAY-DATE
031700         MOVE "Y" TO VL-MTD-AHEAD-SWITCH
031800         ADD DM-DAY-SALES TO VL-DP-PRIOR-SALES(VL-DP-IDX)
031900         ADD DM-DAY-COST TO VL-DP-PRIOR-COST(VL-DP-IDX)
032000     END-IF.
032100 1600-EXIT.
032200     EXIT.
032300*
032400******************************************************************
032500* 1700-FIND-DEPARTMENT - POINT VL-DP-IDX AT THE ROW FOR
032600*                        VL-WORK-DEPT-CODE, SLOTTING A NEW ROW IN
032700*                        CODE ORDER THE FIRST TIME THE DEPARTMENT
032800*                        IS SEEN. ZERO WHEN THE TABLE IS FULL.
032900******************************************************************
033000 1700-FIND-DEPARTMENT.
033100     SET VL-DP-IDX TO 1
033200     SEARCH VL-DEPT-ENTRY
033300         AT END
033400             SET VL-DP-IDX TO ZERO
033500         WHEN VL-DP-IDX > VL-DEPT-COUNT
033600             CONTINUE
033700         WHEN VL-DP-DEPT-CODE(VL-DP-IDX) NOT < VL-WORK-DEPT-CODE
033800             CONTINUE
033900     END-SEARCH
034000     IF VL-DP-IDX NOT = ZERO
034100         IF VL-DP-IDX NOT > VL-DEPT-COUNT
034200             IF VL-DP-DEPT-CODE(VL-DP-IDX) = VL-WORK-DEPT-CODE
034300                 GO TO 1700-EXIT
034400             END-IF
034500         END-IF
034600     END-IF
034700     IF VL-DEPT-COUNT NOT < 50
034800         DISPLAY "STOCKVAL: DEPARTMENT TABLE FULL, SKIPPING "
034900             VL-WORK-DEPT-CODE
035000         SET VL-DP-IDX TO ZERO
035100         GO TO 1700-EXIT
035200     END-IF
035300     SET VL-INSERT-SUB TO VL-DP-IDX
035400     PERFORM 1750-SHIFT-ONE-ROW THRU 1750-EXIT
035500         VARYING VL-SHIFT-SUB FROM VL-DEPT-COUNT BY -1
035600         UNTIL VL-SHIFT-SUB < VL-INSERT-SUB
035700     ADD 1 TO VL-DEPT-COUNT
035800     SET VL-DP-IDX TO VL-INSERT-SUB
035900     INITIALIZE VL-DEPT-ENTRY(VL-DP-IDX)
036000     MOVE VL-WORK-DEPT-CODE TO VL-DP-DEPT-CODE(VL-DP-IDX).
036100 1700-EXIT.
036200     EXIT.
036300*
036400******************************************************************
036500* 1750-SHIFT-ONE-ROW - MOVE THE ROW AT VL-SHIFT-SUB DOWN ONE PLACE
036600*                      TO MAKE ROOM FOR A NEW DEPARTMENT.
036700******************************************************************
036800 1750-SHIFT-ONE-ROW.
036900     MOVE VL-DEPT-ENTRY(VL-SHIFT-SUB)
037000         TO VL-DEPT-ENTRY(VL-SHIFT-SUB + 1).
037100 1750-EXIT.
037200     EXIT.
037300*
037400******************************************************************
037500* 2000-TOTAL-DAY-SALES - ADD EACH OF THE DAY'S TILL SALES TO ITS
037600*                        DEPARTMENT'S SALES AND COST OF SALES.
037700*                        TRAILER CONTROL RECORDS ARE READ PAST -
037800*                        THE SHOP TAKINGS RUN PROVES THEM.
037900******************************************************************
038000 2000-TOTAL-DAY-SALES.
038100     OPEN INPUT SHOP-SALES-FILE
038200     IF VL-SHOPTRN-STATUS NOT = "00"
038300         DISPLAY "STOCKVAL: UNABLE TO OPEN SHOP SALES, STATUS "
038400             VL-SHOPTRN-STATUS " - NO SALES FOR TODAY"
038500         IF RETURN-CODE < 4
038600             MOVE 4 TO RETURN-CODE
038700         END-IF
038800         GO TO 2000-EXIT
038900     END-IF
039000     PERFORM 2100-COST-ONE-SALE THRU 2100-EXIT
039100         UNTIL VL-END-OF-SALES
039200     CLOSE SHOP-SALES-FILE.
039300 2000-EXIT.
039400     EXIT.
039500*
039600******************************************************************
039700* 2100-COST-ONE-SALE - READ ONE SALE, FIND ITS DEPARTMENT (THE
039800*                      ITEM MASTER'S WHEN THE ITEM IS KNOWN,
039900*                      OTHERWISE THE CODE KEYED ON THE SALE) AND
040000*                      COST IT AT THE ITEM'S STANDARD COST.
040100******************************************************************
040200 2100-COST-ONE-SALE.
040300     READ SHOP-SALES-FILE
040400         AT END
040500             MOVE "Y" TO VL-SALES-EOF-SWITCH
040600             GO TO 2100-EXIT
040700     END-READ
040800     IF SHOP-SALES-RECORD(1:8) = "*TRAILER"
040900         GO TO 2100-EXIT
041000     END-IF
041100     IF ST-QUANTITY NOT NUMERIC OR ST-AMOUNT NOT NUMERIC
041200         DISPLAY "STOCKVAL: SALE " ST-TRANSACTION-NO
041300             " NOT NUMERIC - IGNORED"
041400         GO TO 2100-EXIT
041500     END-IF
041600     ADD 1 TO VL-SALES-COUNT
041700     MOVE ST-DEPT-CODE TO VL-WORK-DEPT-CODE
041800     MOVE "N" TO VL-ITEM-FOUND-SWITCH
041900     IF ST-ITEM-CODE NOT = SPACES
042000         MOVE ST-ITEM-CODE TO IM-ITEM-CODE
042100         READ ITEM-MASTER-FILE
042200             INVALID KEY
042300                 CONTINUE
042400             NOT INVALID KEY
042500                 MOVE IM-DEPT-CODE TO VL-WORK-DEPT-CODE
042600                 MOVE "Y" TO VL-ITEM-FOUND-SWITCH
042700         END-READ
042800     END-IF
042900     MOVE ZERO TO VL-SALE-COST
043000     IF VL-ITEM-FOUND
043100         COMPUTE VL-SALE-COST = ST-QUANTITY * IM-STANDARD-COST
043200     END-IF
043300     IF VL-SALE-COST = ZERO
043400         ADD 1 TO VL-NO-COST-SALE-COUNT
043500         ADD ST-AMOUNT TO VL-NO-COST-SALE-AMOUNT
043600     END-IF
043700     PERFORM 1700-FIND-DEPARTMENT THRU 1700-EXIT
043800     IF VL-DP-IDX = ZERO
043900         GO TO 2100-EXIT
044000     END-IF
044100     ADD ST-AMOUNT TO VL-DP-DAY-SALES(VL-DP-IDX)
044200     ADD VL-SALE-COST TO VL-DP-DAY-COST(VL-DP-IDX).
044300 2100-EXIT.
044400     EXIT.
044500*
044600******************************************************************
044700* 3000-VALUE-STOCK - READ THE WHOLE ITEM MASTER IN KEY ORDER AND
044800*                    ADD EACH ITEM'S ON-HAND QUANTITY AND VALUE AT
044900*                    STANDARD COST TO ITS DEPARTMENT.
045000******************************************************************
045100 3000-VALUE-STOCK.
045200     MOVE LOW-VALUES TO IM-ITEM-CODE
045300     START ITEM-MASTER-FILE KEY IS NOT LESS THAN IM-ITEM-CODE
045400         INVALID KEY
045500             MOVE "Y" TO VL-ITEMS-EOF-SWITCH
045600     END-START
045700     PERFORM 3100-VALUE-ONE-ITEM THRU 3100-EXIT
045800         UNTIL VL-END-OF-ITEMS.
045900 3000-EXIT.
046000     EXIT.
046100*
046200******************************************************************
046300* 3100-VALUE-ONE-ITEM - READ THE NEXT ITEM AND VALUE IT. AN ITEM
046400*                       WITH STOCK BUT NO STANDARD COST IS COUNTED
046500*                       - IT IS VALUED AT NOTHING.
046600******************************************************************
046700 3100-VALUE-ONE-ITEM.
046800     READ ITEM-MASTER-FILE NEXT RECORD
046900         AT END
047000             MOVE "Y" TO VL-ITEMS-EOF-SWITCH
047100             GO TO 3100-EXIT
047200     END-READ
047300     ADD 1 TO VL-ITEM-COUNT
047400     IF IM-ON-HAND-QTY NOT NUMERIC OR IM-STANDARD-COST NOT NUMERIC
047500         DISPLAY "STOCKVAL: ITEM " IM-ITEM-CODE
047600             " QUANTITY OR COST NOT NUMERIC - NOT VALUED"
047700         GO TO 3100-EXIT
047800     END-IF
047900     IF IM-STANDARD-COST = ZERO AND IM-ON-HAND-QTY > ZERO
048000         ADD 1 TO VL-NO-COST-ITEM-COUNT
048100     END-IF
048200     MOVE IM-DEPT-CODE TO VL-WORK-DEPT-CODE
048300     PERFORM 1700-FIND-DEPARTMENT THRU 1700-EXIT
048400     IF VL-DP-IDX = ZERO
048500         GO TO 3100-EXIT
048600     END-IF
048700     COMPUTE VL-ITEM-VALUE = IM-ON-HAND-QTY * IM-STANDARD-COST
048800     ADD 1 TO VL-DP-ITEMS(VL-DP-IDX)
048900     ADD IM-ON-HAND-QTY TO VL-DP-ON-HAND(VL-DP-IDX)
049000     ADD VL-ITEM-VALUE TO VL-DP-STOCK-VALUE(VL-DP-IDX).
049100 3100-EXIT.
049200     EXIT.
049300*
049400******************************************************************
049500* 4000-PRINT-REPORT - PRINT THE STOCK VALUATION BY DEPARTMENT,
049600*                     THEN THE DAY'S AND MONTH'S SALES, COST OF
049700*                     SALES AND GROSS MARGIN BY DEPARTMENT, THEN
049800*                     THE SALES AND ITEMS THAT COULD NOT BE
049900*                     COSTED.
050000******************************************************************
050100 4000-PRINT-REPORT.
050200     MOVE ZERO TO RPT-PAGE-NUMBER
050300     ADD 1 TO RPT-PAGE-NUMBER
050400     MOVE "STOCK VALUATION AND MARGIN" TO RPT-HDR-TITLE
050500     MOVE VL-TODAY-DATE TO RPT-HDR-RUN-DATE
050600     MOVE RPT-PAGE-NUMBER TO RPT-HDR-PAGE-NUMBER
050700     WRITE VALUATION-RPT-LINE FROM RPT-STD-HEADING-1
050800     WRITE VALUATION-RPT-LINE FROM RPT-STD-HEADING-2
050900     MOVE "STOCK ON HAND AT STANDARD COST" TO VL-SECTION-TITLE
051000     WRITE VALUATION-RPT-LINE FROM VL-RPT-SECTION-LINE
051100     WRITE VALUATION-RPT-LINE FROM VL-RPT-VALUE-HEADING
051200     PERFORM 4100-PRINT-VALUE-LINE THRU 4100-EXIT
051300         VARYING VL-DP-IDX FROM 1 BY 1
051400         UNTIL VL-DP-IDX > VL-DEPT-COUNT
051500     MOVE "TOTAL" TO VL-VL-DEPT
051600     MOVE VL-GT-ITEMS TO VL-VL-ITEMS
051700     MOVE VL-GT-ON-HAND TO VL-VL-ON-HAND
051800     MOVE VL-GT-STOCK-VALUE TO VL-VL-VALUE
051900     WRITE VALUATION-RPT-LINE FROM VL-RPT-VALUE-LINE
052000     WRITE VALUATION-RPT-LINE FROM VL-RPT-BLANK-LINE
052100     MOVE "SALES, COST OF SALES AND GROSS MARGIN"
052200         TO VL-SECTION-TITLE
052300     WRITE VALUATION-RPT-LINE FROM VL-RPT-SECTION-LINE
052400     WRITE VALUATION-RPT-LINE FROM VL-RPT-MARGIN-HEADING-1
052500     WRITE VALUATION-RPT-LINE FROM VL-RPT-MARGIN-HEADING-2
052600     PERFORM 4200-PRINT-MARGIN-LINE THRU 4200-EXIT
052700         VARYING VL-DP-IDX FROM 1 BY 1
052800         UNTIL VL-DP-IDX > VL-DEPT-COUNT
052900     MOVE "TOTAL" TO VL-MG-DEPT
053000     MOVE VL-GT-DAY-SALES TO VL-MG-DAY-SALES VL-MARGIN-SALES
053100     MOVE VL-GT-DAY-COST TO VL-MG-DAY-COST VL-MARGIN-COST
053200     PERFORM 4300-COMPUTE-MARGIN THRU 4300-EXIT
053300     MOVE VL-MARGIN-PCT TO VL-MG-DAY-PCT
053400     MOVE VL-GT-MTD-SALES TO VL-MG-MTD-SALES VL-MARGIN-SALES
053500     MOVE VL-GT-MTD-COST TO VL-MG-MTD-COST VL-MARGIN-COST
053600     PERFORM 4300-COMPUTE-MARGIN THRU 4300-EXIT
053700     MOVE VL-MARGIN-PCT TO VL-MG-MTD-PCT
053800     WRITE VALUATION-RPT-LINE FROM VL-RPT-MARGIN-LINE
053900     WRITE VALUATION-RPT-LINE FROM VL-RPT-BLANK-LINE
054000     MOVE "SALES READ TODAY:" TO VL-TOT-LABEL
054100     MOVE VL-SALES-COUNT TO VL-TOT-COUNT
054200     MOVE VL-GT-DAY-SALES TO VL-TOT-AMOUNT
054300     WRITE VALUATION-RPT-LINE FROM VL-RPT-TOTAL-LINE
054400     MOVE "SALES NOT COSTED (NO ITEM COST):" TO VL-TOT-LABEL
054500     MOVE VL-NO-COST-SALE-COUNT TO VL-TOT-COUNT
054600     MOVE VL-NO-COST-SALE-AMOUNT TO VL-TOT-AMOUNT
054700     WRITE VALUATION-RPT-LINE FROM VL-RPT-TOTAL-LINE
054800     MOVE "ITEMS ON THE MASTER:" TO VL-TOT-LABEL
054900     MOVE VL-ITEM-COUNT TO VL-TOT-COUNT
055000     MOVE ZERO TO VL-TOT-AMOUNT
055100     WRITE VALUATION-RPT-LINE FROM VL-RPT-TOTAL-LINE
055200     MOVE "ITEMS IN STOCK WITH NO COST:" TO VL-TOT-LABEL
055300     MOVE VL-NO-COST-ITEM-COUNT TO VL-TOT-COUNT
055400     WRITE VALUATION-RPT-LINE FROM VL-RPT-TOTAL-LINE
055500     IF VL-MTD-AHEAD
055600         MOVE "MONTH TO DATE NOT UPDATED - POSTED PAST TODAY"
055700             TO VALUATION-RPT-LINE
055800         WRITE VALUATION-RPT-LINE
055900     END-IF.
056000 4000-EXIT.
056100     EXIT.
056200*
056300******************************************************************
056400* 4100-PRINT-VALUE-LINE - PRINT THE STOCK VALUE FOR THE DEPARTMENT
056500*                         AT VL-DP-IDX AND ADD IT TO THE TOTALS.
056600******************************************************************
056700 4100-PRINT-VALUE-LINE.
056800     MOVE VL-DP-DEPT-CODE(VL-DP-IDX) TO VL-VL-DEPT
056900     MOVE VL-DP-ITEMS(VL-DP-IDX) TO VL-VL-ITEMS
057000     MOVE VL-DP-ON-HAND(VL-DP-IDX) TO VL-VL-ON-HAND
057100     MOVE VL-DP-STOCK-VALUE(VL-DP-IDX) TO VL-VL-VALUE
057200     WRITE VALUATION-RPT-LINE FROM VL-RPT-VALUE-LINE
057300     ADD VL-DP-ITEMS(VL-DP-IDX) TO VL-GT-ITEMS
057400     ADD VL-DP-ON-HAND(VL-DP-IDX) TO VL-GT-ON-HAND
057500     ADD VL-DP-STOCK-VALUE(VL-DP-IDX) TO VL-GT-STOCK-VALUE.
057600 4100-EXIT.
057700     EXIT.
057800*
057900******************************************************************
058000* 4200-PRINT-MARGIN-LINE - PRINT THE DAY'S AND MONTH'S SALES, COST
058100*                          AND GROSS MARGIN FOR THE DEPARTMENT AT
058200*                          VL-DP-IDX AND ADD THEM TO THE TOTALS.
058300*                          THE MONTH IS THE PRIOR FIGURES PLUS
058400*                          TODAY, UNLESS THE FILE IS ALREADY
058500*                          POSTED PAST TODAY.
058600******************************************************************
058700 4200-PRINT-MARGIN-LINE.
058800     MOVE VL-DP-DEPT-CODE(VL-DP-IDX) TO VL-MG-DEPT
058900     MOVE VL-DP-DAY-SALES(VL-DP-IDX) TO VL-MG-DAY-SALES
059000         VL-MARGIN-SALES
059100     MOVE VL-DP-DAY-COST(VL-DP-IDX) TO VL-MG-DAY-COST
059200         VL-MARGIN-COST
059300     PERFORM 4300-COMPUTE-MARGIN THRU 4300-EXIT
059400     MOVE VL-MARGIN-PCT TO VL-MG-DAY-PCT
059500     MOVE VL-DP-PRIOR-SALES(VL-DP-IDX) TO VL-MTD-SALES
059600     MOVE VL-DP-PRIOR-COST(VL-DP-IDX) TO VL-MTD-COST
059700     IF NOT VL-MTD-AHEAD
059800         ADD VL-DP-DAY-SALES(VL-DP-IDX) TO VL-MTD-SALES
059900         ADD VL-DP-DAY-COST(VL-DP-IDX) TO VL-MTD-COST
060000     END-IF
060100     MOVE VL-MTD-SALES TO VL-MG-MTD-SALES VL-MARGIN-SALES
060200     MOVE VL-MTD-COST TO VL-MG-MTD-COST VL-MARGIN-COST
060300     PERFORM 4300-COMPUTE-MARGIN THRU 4300-EXIT
060400     MOVE VL-MARGIN-PCT TO VL-MG-MTD-PCT
060500     WRITE VALUATION-RPT-LINE FROM VL-RPT-MARGIN-LINE
060600     ADD VL-DP-DAY-SALES(VL-DP-IDX) TO VL-GT-DAY-SALES
060700     ADD VL-DP-DAY-COST(VL-DP-IDX) TO VL-GT-DAY-COST
060800     ADD VL-MTD-SALES TO VL-GT-MTD-SALES
060900     ADD VL-MTD-COST TO VL-GT-MTD-COST.
061000 4200-EXIT.
061100     EXIT.
061200*
061300******************************************************************
061400* 4300-COMPUTE-MARGIN - GROSS MARGIN PERCENTAGE OF VL-MARGIN-SALES
061500*                       OVER VL-MARGIN-COST. NO SALES GIVES ZERO;
061600*                       A LOSS TOO LARGE TO PRINT SHOWS AS -999.9.
061700******************************************************************
061800 4300-COMPUTE-MARGIN.
061900     MOVE ZERO TO VL-MARGIN-PCT
062000     IF VL-MARGIN-SALES = ZERO
062100         GO TO 4300-EXIT
062200     END-IF
062300     COMPUTE VL-MARGIN-PCT ROUNDED =
062400         (VL-MARGIN-SALES - VL-MARGIN-COST) * 100
062500             / VL-MARGIN-SALES
062600         ON SIZE ERROR
062700             MOVE -999.9 TO VL-MARGIN-PCT
062800     END-COMPUTE.
062900 4300-EXIT.
063000     EXIT.
063100*
063200******************************************************************
063300* 5000-WRITE-MONTH-TO-DATE - REWRITE THE MONTH-TO-DATE FILE WITH
063400*                            TODAY AS THE LAST DAY POSTED. LEFT AS
063500*                            IT IS WHEN IT WAS ALREADY POSTED PAST
063600*                            TODAY.
063700******************************************************************
063800 5000-WRITE-MONTH-TO-DATE.
063900     IF VL-MTD-AHEAD
064000         GO TO 5000-EXIT
064100     END-IF
064200     OPEN OUTPUT DEPT-MTD-FILE
064300     IF VL-DEPTMTD-STATUS NOT = "00"
064400         DISPLAY "STOCKVAL: UNABLE TO WRITE MONTH-TO-DATE FILE, "
064500             "STATUS " VL-DEPTMTD-STATUS
064600         IF RETURN-CODE < 4
064700             MOVE 4 TO RETURN-CODE
064800         END-IF
064900         GO TO 5000-EXIT
065000     END-IF
065100     PERFORM 5100-WRITE-ONE-DEPARTMENT THRU 5100-EXIT
065200         VARYING VL-DP-IDX FROM 1 BY 1
065300         UNTIL VL-DP-IDX > VL-DEPT-COUNT
065400     CLOSE DEPT-MTD-FILE.
065500 5000-EXIT.
065600     EXIT.
065700*
065800******************************************************************
065900* 5100-WRITE-ONE-DEPARTMENT - WRITE THE MONTH-TO-DATE RECORD FOR
066000*                             THE DEPARTMENT AT VL-DP-IDX, IF IT
066100*                             HAS SOLD ANYTHING THIS MONTH.
066200******************************************************************
066300 5100-WRITE-ONE-DEPARTMENT.
066400     IF VL-DP-PRIOR-SALES(VL-DP-IDX) = ZERO
066500             AND VL-DP-PRIOR-COST(VL-DP-IDX) = ZERO
066600             AND VL-DP-DAY-SALES(VL-DP-IDX) = ZERO
066700             AND VL-DP-DAY-COST(VL-DP-IDX) = ZERO
066800         GO TO 5100-EXIT
066900     END-IF
067000     MOVE SPACES TO DEPT-MTD-RECORD
067100     MOVE VL-DP-DEPT-CODE(VL-DP-IDX) TO DM-DEPT-CODE
067200     MOVE VL-TODAY-MONTH TO DM-MONTH
067300     MOVE VL-TODAY-DATE TO DM-LAST-DATE
067400     MOVE VL-DP-PRIOR-SALES(VL-DP-IDX) TO DM-PRIOR-SALES
067500     MOVE VL-DP-PRIOR-COST(VL-DP-IDX) TO DM-PRIOR-COST
067600     MOVE VL-DP-DAY-SALES(VL-DP-IDX) TO DM-DAY-SALES
067700     MOVE VL-DP-DAY-COST(VL-DP-IDX) TO DM-DAY-COST
067800     WRITE DEPT-MTD-RECORD.
067900 5100-EXIT.
068000     EXIT.
068100*
068200******************************************************************
068300* 9000-TERMINATE - WRITE THE AUDIT JOURNAL RECORD AND CLOSE ALL
068400*                  FILES.
068500******************************************************************
068600 9000-TERMINATE.
068700     DISPLAY "STOCKVAL: " VL-ITEM-COUNT " ITEMS VALUED AT "
068800         VL-GT-STOCK-VALUE ", " VL-SALES-COUNT " SALES "
068900         VL-GT-DAY-SALES
069000     PERFORM 9100-WRITE-AUDIT-JOURNAL THRU 9100-EXIT
069100     IF VL-ITEMMAST-USABLE
069200         CLOSE ITEM-MASTER-FILE
069300     END-IF
069400     CLOSE VALUATION-REPORT
069500     CLOSE AUDIT-JOURNAL-FILE.
069600 9000-EXIT.
069700     EXIT.
069800*
069900******************************************************************
070000* 9100-WRITE-AUDIT-JOURNAL - APPEND ONE RUN RECORD TO THE SHARED
070100*                            AUDIT JOURNAL.
070200******************************************************************
070300 9100-WRITE-AUDIT-JOURNAL.
070400     MOVE SPACES TO AUDIT-JOURNAL-RECORD
070500     MOVE "STOCKVAL" TO AJ-PROGRAM-NAME
070600     MOVE VL-TODAY-DATE TO AJ-RUN-DATE
070700     ACCEPT AJ-RUN-TIME FROM TIME
070800     MOVE "STOCK VALUE AT COST" TO AJ-TOTAL-1-LABEL
070900     MOVE VL-GT-STOCK-VALUE TO AJ-TOTAL-1-AMOUNT
071000     MOVE "DAY SALES" TO AJ-TOTAL-2-LABEL
071100     MOVE VL-GT-DAY-SALES TO AJ-TOTAL-2-AMOUNT
071110     MOVE RETURN-CODE TO AJ-RETURN-CODE
071200     WRITE AUDIT-JOURNAL-RECORD.
071300 9100-EXIT.
071400     EXIT.
071500 END PROGRAM STOCKVAL.
