001300*                NOT ON THE MASTER, AND A DEDUCTION THAT WOULD
001400*                DRIVE ON-HAND BELOW ZERO (CLAMPED AT ZERO), ARE
001500*                LISTED AS EXCEPTIONS FOR THE STOCKROOM TO CHASE.
001510*                EACH DELIVERY LINE IS MATCHED TO THE LINE FOR
001520*                ITS ITEM ON THE PURCHASE ORDER IT QUOTES;
001530*                UNORDERED DELIVERIES, OVER-DELIVERIES AND
001540*                PART-DELIVERIES ARE REPORTED, AN OPEN ORDER WITH
001550*                NOTHING LEFT DUE IS CLOSED, AND THE ORDERS STILL
001560*                DUE IN ARE LISTED. REORDER ITEMS NOT ALREADY ON
001570*                ORDER ARE RAISED AS SUGGESTED PURCHASE ORDERS,
001580*                ONE PER PREFERRED SUPPLIER, FOR A BUYER TO
001590*                CONFIRM IN THE PURCHASE MAINTENANCE RUN.
001600* TECTONICS:     cobc -x -std=ibm STOCKRUN.cbl
001700*
001800* MODIFICATION HISTORY
002110* 2026-09-02 PJM   TRAILER CONTROL RECORDS ON THE SHOP SALES
002120*                  FILE ARE READ PAST - THE SHOP TAKINGS RUN
002130*                  PROVES THEM; THIS RUN ONLY MOVES STOCK.
002135* 2026-10-15 PJM   GOODS RECEIVED ARE MATCHED TO OPEN PURCHASE
002140*                  ORDER LINES (PURCHORD) BY THE PO NUMBER ON
002145*                  THE DELIVERY LINE. UNORDERED, OVER- AND PART-
002150*                  DELIVERIES REPORTED; FULLY RECEIVED ORDERS
002155*                  CLOSED; OUTSTANDING ORDERS LISTED. REORDER
002160*                  ITEMS WITH NOTHING ON ORDER ARE RAISED AS
002165*                  SUGGESTED ORDERS GROUPED BY PREFERRED
002170*                  SUPPLIER (SUPPMAST).
002175* 2026-10-15 PJM   ITEM SCAN RECORD KEPT IN STEP WITH THE ITEM
002180*                  MASTER'S NEW COST AND PRICE FIELDS.
002185* 2026-10-15 PJM   THE AUDIT JOURNAL RECORD NOW CARRIES THE
002190*                  RETURN CODE THE RUN ENDED WITH.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. STOCKRUN.
003500         ACCESS MODE IS SEQUENTIAL
003600         RECORD KEY IS IS-ITEM-CODE
003700         FILE STATUS IS SK-ITEMSCAN-STATUS.
003706     SELECT PURCH-ORDER-FILE ASSIGN TO "PURCHORD"
003712         ORGANIZATION IS INDEXED
003718         ACCESS MODE IS RANDOM
003724         RECORD KEY IS PO-KEY
003730         FILE STATUS IS SK-PURCHORD-STATUS.
003736     SELECT PURCH-ORDER-SCAN-FILE ASSIGN TO "PURCHORD"
003742         ORGANIZATION IS INDEXED
003748         ACCESS MODE IS SEQUENTIAL
003754         RECORD KEY IS PX-KEY
003760         FILE STATUS IS SK-PURCHSCN-STATUS.
003766     SELECT SUPPLIER-MASTER-FILE ASSIGN TO "SUPPMAST"
003772         ORGANIZATION IS INDEXED
003778         ACCESS MODE IS RANDOM
003784         RECORD KEY IS SU-SUPPLIER-ID
003790         FILE STATUS IS SK-SUPPMAST-STATUS.
003800     SELECT GOODS-RECEIVED-FILE ASSIGN TO "GOODSRCV"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS SK-GOODSRCV-STATUS.
006300     05  IS-DESCRIPTION          PIC X(20).
006400     05  IS-ON-HAND-QTY          PIC 9(05).
006500     05  IS-REORDER-POINT        PIC 9(05).
006510     05  IS-PREFERRED-SUPPLIER   PIC X(06).
006520     05  IS-STANDARD-COST        PIC 9(05)V99.
006521     05  IS-SELLING-PRICE        PIC 9(05)V99.
006522     05  IS-NEW-PRICE            PIC 9(05)V99.
006523     05  IS-NEW-PRICE-DATE       PIC 9(08).
006600     05  FILLER                  PIC X(10).
006603*
006606* THE PURCHASE ORDER FILE IS READ TWICE - RANDOMLY TO MATCH
006609* DELIVERIES AND CLOSE ORDERS, AND IN KEY ORDER FOR THE
006612* OUTSTANDING-ORDERS LIST. THE SCAN RECORD MIRRORS PURCHORD.
006615 FD  PURCH-ORDER-FILE
006618     LABEL RECORDS ARE STANDARD.
006621 COPY PURCHORD.
006624 FD  PURCH-ORDER-SCAN-FILE
006627     LABEL RECORDS ARE STANDARD.
006630 01  PURCH-ORDER-SCAN-RECORD.
006633     05  PX-KEY.
006636         10  PX-NUMBER           PIC 9(06).
006639         10  PX-ITEM-CODE        PIC X(06).
006642             88  PX-HEADER-RECORD    VALUE SPACES.
006645     05  PX-HEADER-DATA.
006648         10  PX-SUPPLIER-ID      PIC X(06).
006651         10  PX-RAISED-DATE      PIC 9(08).
006654         10  PX-STATUS           PIC X(01).
006657         10  FILLER              PIC X(35).
006660     05  PX-LINE-DATA REDEFINES PX-HEADER-DATA.
006663         10  PX-ORDERED-QTY      PIC 9(05).
006666         10  PX-RECEIVED-QTY     PIC 9(05).
006669         10  PX-LAST-RECEIVED    PIC 9(08).
006672         10  FILLER              PIC X(32).
006675 FD  SUPPLIER-MASTER-FILE
006678     LABEL RECORDS ARE STANDARD.
006681 COPY SUPPMAST.
006700 FD  GOODS-RECEIVED-FILE
006800     LABEL RECORDS ARE STANDARD.
006900 COPY GOODSRCV.
008800 77  SK-STOCKRPT-STATUS      PIC X(02).
008900 77  SK-AUDITJNL-STATUS      PIC X(02).
009000 77  SK-RUNCTL-STATUS        PIC X(02).
009010 77  SK-PURCHORD-STATUS      PIC X(02).
009020 77  SK-PURCHSCN-STATUS      PIC X(02).
009030 77  SK-SUPPMAST-STATUS      PIC X(02).
009100 77  SK-TODAY-DATE           PIC 9(08).
009200*
009300* SHARED PAGE-NUMBERED MANAGEMENT REPORT HEADING - SEE RPTHDR.
010000     88  SK-END-OF-SALES             VALUE "Y".
010100 77  SK-SCAN-EOF-SWITCH      PIC X(01) VALUE "N".
010200     88  SK-END-OF-SCAN              VALUE "Y".
010210 77  SK-PO-OK-SWITCH         PIC X(01) VALUE "Y".
010220     88  SK-PO-USABLE                VALUE "Y".
010230 77  SK-SUPPMAST-OK-SWITCH   PIC X(01) VALUE "Y".
010240     88  SK-SUPPMAST-USABLE          VALUE "Y".
010250 77  SK-ORDER-EOF-SWITCH     PIC X(01) VALUE "N".
010260     88  SK-END-OF-ORDERS            VALUE "Y".
010270 77  SK-SUPPLIER-OK-SWITCH   PIC X(01) VALUE "N".
010280     88  SK-SUPPLIER-ORDERABLE       VALUE "Y".
010300 77  SK-RECEIPT-COUNT        PIC 9(05) COMP VALUE ZERO.
010400 77  SK-RECEIPT-QTY          PIC 9(07) VALUE ZERO.
010500 77  SK-SALE-COUNT           PIC 9(05) COMP VALUE ZERO.
010700 77  SK-UNKNOWN-ITEM-COUNT   PIC 9(05) COMP VALUE ZERO.
010800 77  SK-NEGATIVE-COUNT       PIC 9(05) COMP VALUE ZERO.
010900 77  SK-REORDER-COUNT        PIC 9(05) COMP VALUE ZERO.
010901 77  SK-UNORDERED-COUNT      PIC 9(05) COMP VALUE ZERO.
010902 77  SK-OVER-COUNT           PIC 9(05) COMP VALUE ZERO.
010903 77  SK-PART-COUNT           PIC 9(05) COMP VALUE ZERO.
010904 77  SK-OUTSTANDING-COUNT    PIC 9(05) COMP VALUE ZERO.
010905 77  SK-AWAITING-COUNT       PIC 9(05) COMP VALUE ZERO.
010906 77  SK-CLOSED-COUNT         PIC 9(05) COMP VALUE ZERO.
010907 77  SK-RAISED-COUNT         PIC 9(05) COMP VALUE ZERO.
010908 77  SK-RAISED-LINE-COUNT    PIC 9(05) COMP VALUE ZERO.
010909 77  SK-HIGH-PO-NUMBER       PIC 9(06) VALUE ZERO.
010910 77  SK-DUE-QTY              PIC 9(05) VALUE ZERO.
010911 77  SK-ON-ORDER-QTY         PIC 9(07) VALUE ZERO.
010912 77  SK-SUGGEST-QTY          PIC 9(06) VALUE ZERO.
010913 77  SK-GROUP-SUPPLIER       PIC X(06).
010914 77  SK-SUPPLIER-NAME        PIC X(30).
010915 77  SK-SG-SUB               PIC 9(04) COMP VALUE ZERO.
010916 77  SK-SG-SUB2              PIC 9(04) COMP VALUE ZERO.
010917*
010918* THE PURCHASE ORDER THE OUTSTANDING-ORDERS SCAN IS CURRENTLY ON.
010919 01  SK-CURRENT-ORDER.
010920     05  SK-CUR-PO-NUMBER    PIC 9(06) VALUE ZERO.
010921     05  SK-CUR-SUPPLIER     PIC X(06) VALUE SPACES.
010922     05  SK-CUR-RAISED-DATE  PIC 9(08) VALUE ZERO.
010923     05  SK-CUR-STATUS       PIC X(01) VALUE SPACE.
010924         88  SK-CUR-SUGGESTED        VALUE "S".
010925         88  SK-CUR-OPEN             VALUE "O".
010926     05  SK-CUR-LINE-COUNT   PIC 9(03) COMP VALUE ZERO.
010927     05  SK-CUR-DUE-LINES    PIC 9(03) COMP VALUE ZERO.
010928*
010929* QUANTITY STILL DUE IN PER ITEM ON SUGGESTED AND OPEN ORDERS - AN
010930* ITEM ALREADY ON ORDER IS NOT SUGGESTED AGAIN.
010931 01  SK-ON-ORDER-TABLE.
010932     05  SK-OO-COUNT         PIC 9(04) COMP VALUE ZERO.
010933     05  SK-OO-ENTRY OCCURS 500 TIMES INDEXED BY SK-OO-IDX.
010934         10  SK-OO-ITEM      PIC X(06).
010935         10  SK-OO-QTY       PIC 9(07).
010936*
010937* OPEN ORDERS FOUND FULLY RECEIVED BY THE SCAN, CLOSED AFTER IT.
010938 01  SK-CLOSE-TABLE.
010939     05  SK-CL-COUNT         PIC 9(04) COMP VALUE ZERO.
010940     05  SK-CL-ENTRY OCCURS 200 TIMES INDEXED BY SK-CL-IDX.
010941         10  SK-CL-PO-NUMBER PIC 9(06).
010942         10  SK-CL-SUPPLIER  PIC X(06).
010943*
010944* REORDER ITEMS WITH NOTHING ON ORDER, WAITING TO BE GROUPED BY
010945* PREFERRED SUPPLIER INTO SUGGESTED PURCHASE ORDERS.
010946 01  SK-SUGGEST-TABLE.
010947     05  SK-SG-COUNT         PIC 9(04) COMP VALUE ZERO.
010948     05  SK-SG-ENTRY OCCURS 300 TIMES.
010949         10  SK-SG-ITEM      PIC X(06).
010950         10  SK-SG-DESC      PIC X(20).
010951         10  SK-SG-SUPPLIER  PIC X(06).
010952         10  SK-SG-QTY       PIC 9(05).
010953         10  SK-SG-FLAG      PIC X(01).
010954             88  SK-SG-PENDING       VALUE "P".
010955             88  SK-SG-RAISED        VALUE "R".
010956             88  SK-SG-NO-SUPPLIER   VALUE "X".
010957             88  SK-SG-ZERO-POINT    VALUE "Z".
010958             88  SK-SG-BAD-SUPPLIER  VALUE "U".
010959             88  SK-SG-NO-ORDER-FILE VALUE "F".
011000*
011100 01  SK-RPT-SECTION-LINE.
011200     05  SK-SEC-TITLE        PIC X(40).
012300     05  SK-RO-ON-HAND       PIC ZZ,ZZ9.
012400     05  FILLER              PIC X(10) VALUE "  REORDER:".
012500     05  SK-RO-REORDER       PIC ZZ,ZZ9.
012502     05  FILLER              PIC X(11) VALUE "  ON ORDER:".
012504     05  SK-RO-ON-ORDER      PIC ZZ,ZZ9.
012506 01  SK-RPT-RECEIPT-LINE.
012508     05  SK-RCV-ITEM         PIC X(06).
012510     05  FILLER              PIC X(05) VALUE "  PO ".
012512     05  SK-RCV-PO           PIC X(06).
012514     05  FILLER              PIC X(02) VALUE SPACES.
012516     05  SK-RCV-TEXT         PIC X(32).
012518     05  FILLER              PIC X(05) VALUE " ORD ".
012520     05  SK-RCV-ORDERED      PIC ZZ,ZZ9.
012522     05  FILLER              PIC X(06) VALUE " RCVD ".
012524     05  SK-RCV-RECEIVED     PIC ZZ,ZZ9.
012526 01  SK-RPT-ORDER-HEADING.
012528     05  FILLER              PIC X(18) VALUE "PO NO.  SUPPLIER  ".
012530     05  FILLER              PIC X(18) VALUE "ITEM    RAISED    ".
012532     05  FILLER              PIC X(17) VALUE "ORDERED  RECEIVED".
012534     05  FILLER              PIC X(08) VALUE "  DUE IN".
012536 01  SK-RPT-OUTSTANDING-LINE.
012538     05  SK-OS-PO            PIC 9(06).
012540     05  FILLER              PIC X(02) VALUE SPACES.
012542     05  SK-OS-SUPPLIER      PIC X(06).
012544     05  FILLER              PIC X(04) VALUE SPACES.
012546     05  SK-OS-ITEM          PIC X(06).
012548     05  FILLER              PIC X(02) VALUE SPACES.
012550     05  SK-OS-RAISED        PIC 9(08).
012552     05  FILLER              PIC X(03) VALUE SPACES.
012554     05  SK-OS-ORDERED       PIC ZZ,ZZ9.
012556     05  FILLER              PIC X(05) VALUE SPACES.
012558     05  SK-OS-RECEIVED      PIC ZZ,ZZ9.
012560     05  FILLER              PIC X(02) VALUE SPACES.
012562     05  SK-OS-DUE           PIC ZZ,ZZ9.
012564 01  SK-RPT-ORDER-LINE.
012566     05  FILLER              PIC X(03) VALUE "PO ".
012568     05  SK-OL-PO            PIC 9(06).
012570     05  FILLER              PIC X(02) VALUE SPACES.
012572     05  SK-OL-SUPPLIER      PIC X(06).
012574     05  FILLER              PIC X(02) VALUE SPACES.
012576     05  SK-OL-NAME          PIC X(30).
012578     05  FILLER              PIC X(02) VALUE SPACES.
012580     05  SK-OL-TEXT          PIC X(20).
012582 01  SK-RPT-SUGGEST-LINE.
012584     05  FILLER              PIC X(04) VALUE SPACES.
012586     05  SK-SL-ITEM          PIC X(06).
012588     05  FILLER              PIC X(02) VALUE SPACES.
012590     05  SK-SL-DESC          PIC X(20).
012592     05  FILLER              PIC X(07) VALUE "  QTY: ".
012594     05  SK-SL-QTY           PIC ZZ,ZZ9.
012600 01  SK-RPT-TOTAL-LINE.
012700     05  SK-TOT-LABEL        PIC X(24).
012800     05  SK-TOT-AMOUNT       PIC ZZZ,ZZ9.
013400         UNTIL SK-END-OF-GOODS
013500     PERFORM 2500-APPLY-ONE-SALE THRU 2500-EXIT
013600         UNTIL SK-END-OF-SALES
013610     PERFORM 2700-SCAN-PURCHASE-ORDERS THRU 2700-EXIT
013700     PERFORM 3000-PRINT-REORDER-REPORT THRU 3000-EXIT
013720     PERFORM 3500-RAISE-SUGGESTED-ORDERS THRU 3500-EXIT
013800     PERFORM 4000-TERMINATE THRU 4000-EXIT
013900     STOP RUN.
014000*
015200         MOVE "Y" TO SK-SALES-EOF-SWITCH
015300         MOVE "Y" TO SK-SCAN-EOF-SWITCH
015400         MOVE 8 TO RETURN-CODE
015403     END-IF
015406     OPEN I-O PURCH-ORDER-FILE
015409     IF SK-PURCHORD-STATUS = "35"
015412         OPEN OUTPUT PURCH-ORDER-FILE
015415         CLOSE PURCH-ORDER-FILE
015418         OPEN I-O PURCH-ORDER-FILE
015421     END-IF
015424     IF SK-PURCHORD-STATUS NOT = "00"
015427         DISPLAY "STOCKRUN: UNABLE TO OPEN PURCHASE ORDERS, "
015430             "STATUS "
015433             SK-PURCHORD-STATUS
015436         MOVE "N" TO SK-PO-OK-SWITCH
015439         IF RETURN-CODE < 4
015442             MOVE 4 TO RETURN-CODE
015445         END-IF
015448     END-IF
015451     OPEN INPUT SUPPLIER-MASTER-FILE
015454     IF SK-SUPPMAST-STATUS NOT = "00"
015457         DISPLAY "STOCKRUN: UNABLE TO OPEN SUPPLIER MASTER, "
015460             "STATUS "
015463             SK-SUPPMAST-STATUS
015466         MOVE "N" TO SK-SUPPMAST-OK-SWITCH
015469         IF RETURN-CODE < 4
015472             MOVE 4 TO RETURN-CODE
015475         END-IF
015500     END-IF
015600     OPEN INPUT GOODS-RECEIVED-FILE
015700     IF SK-GOODSRCV-STATUS NOT = "00"
021300*
021400******************************************************************
021500* 2000-APPLY-ONE-RECEIPT - BOOK ONE DELIVERY LINE ONTO THE ITEM
021600*                          MASTER ON-HAND QUANTITY AND MATCH IT
021610*                          TO ITS PURCHASE ORDER LINE.
021700******************************************************************
021800 2000-APPLY-ONE-RECEIPT.
021900     READ GOODS-RECEIVED-FILE
024100             REWRITE ITEM-MASTER-RECORD
024200             ADD 1 TO SK-RECEIPT-COUNT
024300             ADD GR-QUANTITY TO SK-RECEIPT-QTY
024310             PERFORM 2100-MATCH-TO-ORDER THRU 2100-EXIT
024400     END-READ.
024500 2000-EXIT.
024501     EXIT.
024502*
024503******************************************************************
024504* 2100-MATCH-TO-ORDER - FIND THE OPEN PURCHASE ORDER LINE FOR THE
024505*                       DELIVERY'S PO NUMBER AND ITEM AND ADD THE
024506*                       QUANTITY TO ITS RECEIVED TOTAL. THE GOODS
024507*                       ARE ON THE SHELF EITHER WAY, SO THE STOCK
024508*                       IS BOOKED REGARDLESS; A DELIVERY WITH NO
024509*                       MATCHING OPEN LINE IS REPORTED AS
024510*                       UNORDERED, AND ONE THAT TAKES THE LINE
024511*                       PAST (OR LEAVES IT SHORT OF) THE QUANTITY
024512*                       ORDERED AS AN OVER- (OR PART-) DELIVERY.
024513*                       DELIVERIES AGAINST AN ORDER ALREADY CLOSED
024514*                       ARE OVER-DELIVERIES.
024515******************************************************************
024516 2100-MATCH-TO-ORDER.
024517     IF NOT SK-PO-USABLE
024518         GO TO 2100-EXIT
024519     END-IF
024520     MOVE GR-ITEM-CODE TO SK-RCV-ITEM
024521     MOVE GR-PO-NUMBER TO SK-RCV-PO
024522     MOVE ZERO TO SK-RCV-ORDERED
024523     MOVE GR-QUANTITY TO SK-RCV-RECEIVED
024524     IF GR-PO-NUMBER NOT NUMERIC OR GR-PO-NUMBER = ZERO
024525         MOVE "UNORDERED - NO PO NUMBER QUOTED" TO SK-RCV-TEXT
024526         PERFORM 2190-REPORT-UNORDERED THRU 2190-EXIT
024527         GO TO 2100-EXIT
024528     END-IF
024529     MOVE GR-PO-NUMBER TO PO-NUMBER
024530     MOVE SPACES TO PO-ITEM-CODE
024531     READ PURCH-ORDER-FILE
024532         INVALID KEY
024533             MOVE "UNORDERED - PO NOT ON FILE" TO SK-RCV-TEXT
024534             PERFORM 2190-REPORT-UNORDERED THRU 2190-EXIT
024535             GO TO 2100-EXIT
024536     END-READ
024537     IF PO-SUGGESTED
024538         MOVE "UNORDERED - PO NOT CONFIRMED" TO SK-RCV-TEXT
024539         PERFORM 2190-REPORT-UNORDERED THRU 2190-EXIT
024540         GO TO 2100-EXIT
024541     END-IF
024542     IF PO-CANCELLED
024543         MOVE "UNORDERED - PO CANCELLED" TO SK-RCV-TEXT
024544         PERFORM 2190-REPORT-UNORDERED THRU 2190-EXIT
024545         GO TO 2100-EXIT
024546     END-IF
024547     MOVE GR-ITEM-CODE TO PO-ITEM-CODE
024548     READ PURCH-ORDER-FILE
024549         INVALID KEY
024550             MOVE "UNORDERED - ITEM NOT ON THE PO" TO SK-RCV-TEXT
024551             PERFORM 2190-REPORT-UNORDERED THRU 2190-EXIT
024552             GO TO 2100-EXIT
024553     END-READ
024554     ADD GR-QUANTITY TO PO-RECEIVED-QTY
024555     MOVE SK-TODAY-DATE TO PO-LAST-RECEIVED
024556     REWRITE PURCHASE-ORDER-RECORD
024557     IF SK-PURCHORD-STATUS NOT = "00"
024558         DISPLAY "STOCKRUN: UNABLE TO UPDATE PO " PO-NUMBER
024559             " ITEM " PO-ITEM-CODE ", STATUS " SK-PURCHORD-STATUS
024560         IF RETURN-CODE < 4
024561             MOVE 4 TO RETURN-CODE
024562         END-IF
024563         GO TO 2100-EXIT
024564     END-IF
024565     MOVE PO-ORDERED-QTY TO SK-RCV-ORDERED
024566     MOVE PO-RECEIVED-QTY TO SK-RCV-RECEIVED
024567     IF PO-RECEIVED-QTY > PO-ORDERED-QTY
024568         ADD 1 TO SK-OVER-COUNT
024569         MOVE "OVER-DELIVERY" TO SK-RCV-TEXT
024570         WRITE STOCK-RPT-LINE FROM SK-RPT-RECEIPT-LINE
024571     ELSE
024572         IF PO-RECEIVED-QTY < PO-ORDERED-QTY
024573             ADD 1 TO SK-PART-COUNT
024574             MOVE "PART-DELIVERY - BALANCE DUE" TO SK-RCV-TEXT
024575             WRITE STOCK-RPT-LINE FROM SK-RPT-RECEIPT-LINE
024576         END-IF
024577     END-IF.
024578 2100-EXIT.
024579     EXIT.
024580*
024581******************************************************************
024582* 2190-REPORT-UNORDERED - LIST ONE DELIVERY LINE THAT MATCHES NO
024583*                         OPEN PURCHASE ORDER LINE.
024584******************************************************************
024585 2190-REPORT-UNORDERED.
024586     ADD 1 TO SK-UNORDERED-COUNT
024587     WRITE STOCK-RPT-LINE FROM SK-RPT-RECEIPT-LINE.
024588 2190-EXIT.
024600     EXIT.
024700*
024800******************************************************************
029280     EXIT.
029300*
029400******************************************************************
029401* 2700-SCAN-PURCHASE-ORDERS - READ THE PURCHASE ORDER FILE IN KEY
029402*                             ORDER, NOW THE DAY'S DELIVERIES ARE
029403*                             ON IT. LISTS EVERY CONFIRMED LINE
029404*                             STILL DUE IN, TOTALS WHAT IS ON
029405*                             ORDER PER ITEM FOR THE REORDER TEST,
029406*                             FINDS THE HIGHEST PO NUMBER IN USE,
029407*                             AND CLOSES EACH OPEN ORDER WITH
029408*                             NOTHING LEFT DUE ON ANY LINE.
029409******************************************************************
029410 2700-SCAN-PURCHASE-ORDERS.
029411     IF NOT SK-PO-USABLE
029412         GO TO 2700-EXIT
029413     END-IF
029414     CLOSE PURCH-ORDER-FILE
029415     OPEN INPUT PURCH-ORDER-SCAN-FILE
029416     IF SK-PURCHSCN-STATUS NOT = "00"
029417         DISPLAY "STOCKRUN: UNABLE TO SCAN PURCHASE ORDERS, "
029418             "STATUS "
029419             SK-PURCHSCN-STATUS
029420         MOVE "N" TO SK-PO-OK-SWITCH
029421         IF RETURN-CODE < 4
029422             MOVE 4 TO RETURN-CODE
029423         END-IF
029424         GO TO 2700-EXIT
029425     END-IF
029426     WRITE STOCK-RPT-LINE FROM SK-RPT-BLANK-LINE
029427     MOVE "PURCHASE ORDERS OUTSTANDING - DUE IN" TO SK-SEC-TITLE
029428     WRITE STOCK-RPT-LINE FROM SK-RPT-SECTION-LINE
029429     WRITE STOCK-RPT-LINE FROM SK-RPT-ORDER-HEADING
029430     PERFORM 2710-SCAN-ONE-ORDER-RECORD THRU 2710-EXIT
029431         UNTIL SK-END-OF-ORDERS
029432     CLOSE PURCH-ORDER-SCAN-FILE
029433     OPEN I-O PURCH-ORDER-FILE
029434     IF SK-PURCHORD-STATUS NOT = "00"
029435         DISPLAY "STOCKRUN: UNABLE TO REOPEN PURCHASE ORDERS, "
029436             "STATUS " SK-PURCHORD-STATUS
029437         MOVE "N" TO SK-PO-OK-SWITCH
029438         IF RETURN-CODE < 4
029439             MOVE 4 TO RETURN-CODE
029440         END-IF
029441         GO TO 2700-EXIT
029442     END-IF
029443     IF SK-CL-COUNT > ZERO
029444         WRITE STOCK-RPT-LINE FROM SK-RPT-BLANK-LINE
029445         MOVE "PURCHASE ORDERS FULLY RECEIVED - CLOSED"
029446             TO SK-SEC-TITLE
029447         WRITE STOCK-RPT-LINE FROM SK-RPT-SECTION-LINE
029448         PERFORM 2750-CLOSE-ONE-ORDER THRU 2750-EXIT
029449             VARYING SK-CL-IDX FROM 1 BY 1
029450             UNTIL SK-CL-IDX > SK-CL-COUNT
029451     END-IF.
029452 2700-EXIT.
029453     EXIT.
029454*
029455******************************************************************
029456* 2720-END-OF-ONE-ORDER - AT THE END OF AN ORDER'S LINES, QUEUE AN
029457*                         OPEN ORDER WITH NOTHING LEFT DUE TO BE
029458*                         CLOSED.
029459******************************************************************
029460 2720-END-OF-ONE-ORDER.
029461     IF SK-CUR-OPEN AND SK-CUR-LINE-COUNT > ZERO
029462             AND SK-CUR-DUE-LINES = ZERO
029463         IF SK-CL-COUNT < 200
029464             ADD 1 TO SK-CL-COUNT
029465             MOVE SK-CUR-PO-NUMBER TO SK-CL-PO-NUMBER(SK-CL-COUNT)
029466             MOVE SK-CUR-SUPPLIER TO SK-CL-SUPPLIER(SK-CL-COUNT)
029467         ELSE
029468             DISPLAY "STOCKRUN: CLOSE TABLE FULL - PO "
029469                 SK-CUR-PO-NUMBER " CLOSES ON THE NEXT RUN"
029470         END-IF
029471     END-IF
029472     MOVE SPACE TO SK-CUR-STATUS.
029473 2720-EXIT.
029474     EXIT.
029475*
029476******************************************************************
029477* 2730-ADD-ON-ORDER - ADD THE QUANTITY STILL DUE ON ONE ORDER LINE
029478*                     TO ITS ITEM'S ON-ORDER TOTAL.
029479******************************************************************
029480 2730-ADD-ON-ORDER.
029481     SET SK-OO-IDX TO 1
029482     SEARCH SK-OO-ENTRY
029483         AT END
029484             DISPLAY "STOCKRUN: ON-ORDER TABLE FULL - ITEM "
029485                 PX-ITEM-CODE " NOT COUNTED AS ON ORDER"
029486         WHEN SK-OO-IDX > SK-OO-COUNT
029487             ADD 1 TO SK-OO-COUNT
029488             MOVE PX-ITEM-CODE TO SK-OO-ITEM(SK-OO-IDX)
029489             MOVE SK-DUE-QTY TO SK-OO-QTY(SK-OO-IDX)
029490         WHEN SK-OO-ITEM(SK-OO-IDX) = PX-ITEM-CODE
029491             ADD SK-DUE-QTY TO SK-OO-QTY(SK-OO-IDX)
029492     END-SEARCH.
029493 2730-EXIT.
029494     EXIT.
029495*
029496******************************************************************
029500* 3000-PRINT-REORDER-REPORT - SCAN THE UPDATED ITEM MASTER IN
029600*                             KEY ORDER AND LIST EVERY ITEM AT
029700*                             OR BELOW ITS REORDER POINT.
031900     EXIT.
032000*
032100******************************************************************
032101* 2710-SCAN-ONE-ORDER-RECORD - TAKE ONE PURCHASE ORDER RECORD. A
032102*                              HEADER STARTS A NEW ORDER; A LINE
032103*                              OF A SUGGESTED OR OPEN ORDER WITH
032104*                              QUANTITY STILL DUE COUNTS AS ON
032105*                              ORDER, AND IS LISTED IF THE ORDER
032106*                              HAS BEEN CONFIRMED.
032107******************************************************************
032108 2710-SCAN-ONE-ORDER-RECORD.
032109     READ PURCH-ORDER-SCAN-FILE
032110         AT END
032111             MOVE "Y" TO SK-ORDER-EOF-SWITCH
032112             PERFORM 2720-END-OF-ONE-ORDER THRU 2720-EXIT
032113             GO TO 2710-EXIT
032114     END-READ
032115     IF PX-NUMBER > SK-HIGH-PO-NUMBER
032116         MOVE PX-NUMBER TO SK-HIGH-PO-NUMBER
032117     END-IF
032118     IF PX-HEADER-RECORD
032119         PERFORM 2720-END-OF-ONE-ORDER THRU 2720-EXIT
032120         MOVE PX-NUMBER TO SK-CUR-PO-NUMBER
032121         MOVE PX-SUPPLIER-ID TO SK-CUR-SUPPLIER
032122         MOVE PX-RAISED-DATE TO SK-CUR-RAISED-DATE
032123         MOVE PX-STATUS TO SK-CUR-STATUS
032124         MOVE ZERO TO SK-CUR-LINE-COUNT
032125         MOVE ZERO TO SK-CUR-DUE-LINES
032126         IF SK-CUR-SUGGESTED
032127             ADD 1 TO SK-AWAITING-COUNT
032128         END-IF
032129         GO TO 2710-EXIT
032130     END-IF
032131     IF PX-NUMBER NOT = SK-CUR-PO-NUMBER
032132         GO TO 2710-EXIT
032133     END-IF
032134     IF NOT SK-CUR-SUGGESTED AND NOT SK-CUR-OPEN
032135         GO TO 2710-EXIT
032136     END-IF
032137     ADD 1 TO SK-CUR-LINE-COUNT
032138     IF PX-RECEIVED-QTY NOT < PX-ORDERED-QTY
032139         GO TO 2710-EXIT
032140     END-IF
032141     ADD 1 TO SK-CUR-DUE-LINES
032142     COMPUTE SK-DUE-QTY = PX-ORDERED-QTY - PX-RECEIVED-QTY
032143     PERFORM 2730-ADD-ON-ORDER THRU 2730-EXIT
032144     IF SK-CUR-OPEN
032145         ADD 1 TO SK-OUTSTANDING-COUNT
032146         MOVE PX-NUMBER TO SK-OS-PO
032147         MOVE SK-CUR-SUPPLIER TO SK-OS-SUPPLIER
032148         MOVE PX-ITEM-CODE TO SK-OS-ITEM
032149         MOVE SK-CUR-RAISED-DATE TO SK-OS-RAISED
032150         MOVE PX-ORDERED-QTY TO SK-OS-ORDERED
032151         MOVE PX-RECEIVED-QTY TO SK-OS-RECEIVED
032152         MOVE SK-DUE-QTY TO SK-OS-DUE
032153         WRITE STOCK-RPT-LINE FROM SK-RPT-OUTSTANDING-LINE
032154     END-IF.
032155 2710-EXIT.
032156     EXIT.
032157*
032158******************************************************************
032159* 2750-CLOSE-ONE-ORDER - MARK ONE FULLY RECEIVED ORDER CLOSED AND
032160*                        LIST IT.
032161******************************************************************
032162 2750-CLOSE-ONE-ORDER.
032163     MOVE SK-CL-PO-NUMBER(SK-CL-IDX) TO PO-NUMBER
032164     MOVE SPACES TO PO-ITEM-CODE
032165     READ PURCH-ORDER-FILE
032166         INVALID KEY
032167             DISPLAY "STOCKRUN: PO " PO-NUMBER
032168                 " HEADER MISSING - NOT CLOSED"
032169             GO TO 2750-EXIT
032170     END-READ
032171     SET PO-CLOSED TO TRUE
032172     MOVE SK-TODAY-DATE TO PO-CLOSED-DATE
032173     REWRITE PURCHASE-ORDER-RECORD
032174     IF SK-PURCHORD-STATUS NOT = "00"
032175         DISPLAY "STOCKRUN: UNABLE TO CLOSE PO " PO-NUMBER
032176             ", STATUS " SK-PURCHORD-STATUS
032177         IF RETURN-CODE < 4
032178             MOVE 4 TO RETURN-CODE
032179         END-IF
032180         GO TO 2750-EXIT
032181     END-IF
032182     ADD 1 TO SK-CLOSED-COUNT
032183     MOVE SK-CL-SUPPLIER(SK-CL-IDX) TO SK-GROUP-SUPPLIER
032184     PERFORM 3600-GET-SUPPLIER THRU 3600-EXIT
032185     MOVE PO-NUMBER TO SK-OL-PO
032186     MOVE SK-GROUP-SUPPLIER TO SK-OL-SUPPLIER
032187     MOVE SK-SUPPLIER-NAME TO SK-OL-NAME
032188     MOVE "CLOSED" TO SK-OL-TEXT
032189     WRITE STOCK-RPT-LINE FROM SK-RPT-ORDER-LINE.
032190 2750-EXIT.
032191     EXIT.
032192*
032193******************************************************************
032200* 3100-TEST-ONE-ITEM - LIST ONE ITEM IF IT NEEDS REORDERING, WITH
032210*                      WHAT IS ALREADY ON ORDER FOR IT. AN ITEM
032220*                      WITH NOTHING ON ORDER IS QUEUED FOR A
032230*                      SUGGESTED PURCHASE ORDER.
032300******************************************************************
032400 3100-TEST-ONE-ITEM.
032500     READ ITEM-SCAN-FILE
033300         MOVE IS-DESCRIPTION TO SK-RO-DESC
033400         MOVE IS-ON-HAND-QTY TO SK-RO-ON-HAND
033500         MOVE IS-REORDER-POINT TO SK-RO-REORDER
033510         PERFORM 3150-FIND-ON-ORDER THRU 3150-EXIT
033520         MOVE SK-ON-ORDER-QTY TO SK-RO-ON-ORDER
033600         WRITE STOCK-RPT-LINE FROM SK-RPT-REORDER-LINE
033610         IF SK-ON-ORDER-QTY = ZERO
033620             PERFORM 3200-QUEUE-SUGGESTION THRU 3200-EXIT
033630         END-IF
033700     END-IF.
033800 3100-EXIT.
033900     EXIT.
033901*
033902******************************************************************
033903* 3150-FIND-ON-ORDER - THE QUANTITY STILL DUE IN FOR THE ITEM ON
033904*                      SUGGESTED AND OPEN PURCHASE ORDERS.
033905******************************************************************
033906 3150-FIND-ON-ORDER.
033907     MOVE ZERO TO SK-ON-ORDER-QTY
033908     IF SK-OO-COUNT = ZERO
033909         GO TO 3150-EXIT
033910     END-IF
033911     SET SK-OO-IDX TO 1
033912     SEARCH SK-OO-ENTRY
033913         AT END
033914             CONTINUE
033915         WHEN SK-OO-IDX > SK-OO-COUNT
033916             CONTINUE
033917         WHEN SK-OO-ITEM(SK-OO-IDX) = IS-ITEM-CODE
033918             MOVE SK-OO-QTY(SK-OO-IDX) TO SK-ON-ORDER-QTY
033919     END-SEARCH.
033920 3150-EXIT.
033921     EXIT.
033922*
033923******************************************************************
033924* 3200-QUEUE-SUGGESTION - HOLD ONE REORDER ITEM FOR ITS SUGGESTED
033925*                         PURCHASE ORDER. THE QUANTITY SUGGESTED
033926*                         BRINGS ON-HAND BACK UP TO TWICE THE
033927*                         REORDER POINT; THE BUYER CAN AMEND IT
033928*                         BEFORE CONFIRMING. AN ITEM WITH NO
033929*                         PREFERRED SUPPLIER, OR A REORDER POINT
033930*                         OF ZERO, IS LEFT FOR THE BUYER TO ORDER
033931*                         BY HAND.
033932******************************************************************
033933 3200-QUEUE-SUGGESTION.
033934     IF SK-SG-COUNT NOT < 300
033935         DISPLAY "STOCKRUN: SUGGESTION TABLE FULL - ITEM "
033936             IS-ITEM-CODE " NOT SUGGESTED"
033937         GO TO 3200-EXIT
033938     END-IF
033939     ADD 1 TO SK-SG-COUNT
033940     MOVE IS-ITEM-CODE TO SK-SG-ITEM(SK-SG-COUNT)
033941     MOVE IS-DESCRIPTION TO SK-SG-DESC(SK-SG-COUNT)
033942     MOVE IS-PREFERRED-SUPPLIER TO SK-SG-SUPPLIER(SK-SG-COUNT)
033943     MOVE ZERO TO SK-SG-QTY(SK-SG-COUNT)
033944     IF IS-PREFERRED-SUPPLIER = SPACES
033945         SET SK-SG-NO-SUPPLIER(SK-SG-COUNT) TO TRUE
033946         GO TO 3200-EXIT
033947     END-IF
033948     IF IS-REORDER-POINT = ZERO
033949         SET SK-SG-ZERO-POINT(SK-SG-COUNT) TO TRUE
033950         GO TO 3200-EXIT
033951     END-IF
033952     COMPUTE SK-SUGGEST-QTY =
033953         IS-REORDER-POINT * 2 - IS-ON-HAND-QTY
033954     IF SK-SUGGEST-QTY > 99999
033955         MOVE 99999 TO SK-SUGGEST-QTY
033956     END-IF
033957     MOVE SK-SUGGEST-QTY TO SK-SG-QTY(SK-SG-COUNT)
033958     SET SK-SG-PENDING(SK-SG-COUNT) TO TRUE.
033959 3200-EXIT.
033960     EXIT.
033961*
033962******************************************************************
033963* 3500-RAISE-SUGGESTED-ORDERS - GROUP THE QUEUED REORDER ITEMS BY
033964*                               PREFERRED SUPPLIER AND WRITE ONE
033965*                               SUGGESTED PURCHASE ORDER PER
033966*                               SUPPLIER, NUMBERED ON FROM THE
033967*                               HIGHEST PO NUMBER IN USE. NOTHING
033968*                               IS DUE IN UNTIL A BUYER CONFIRMS
033969*                               THE ORDER. ITEMS THAT COULD NOT BE
033970*                               PUT ON AN ORDER ARE LISTED AFTER.
033971******************************************************************
033972 3500-RAISE-SUGGESTED-ORDERS.
033973     IF SK-SG-COUNT = ZERO
033974         GO TO 3500-EXIT
033975     END-IF
033976     WRITE STOCK-RPT-LINE FROM SK-RPT-BLANK-LINE
033977     MOVE "SUGGESTED PURCHASE ORDERS - TO CONFIRM" TO SK-SEC-TITLE
033978     WRITE STOCK-RPT-LINE FROM SK-RPT-SECTION-LINE
033979     PERFORM 3510-RAISE-ONE-ORDER THRU 3510-EXIT
033980         VARYING SK-SG-SUB FROM 1 BY 1
033981         UNTIL SK-SG-SUB > SK-SG-COUNT
033982     IF SK-RAISED-LINE-COUNT < SK-SG-COUNT
033983         WRITE STOCK-RPT-LINE FROM SK-RPT-BLANK-LINE
033984         MOVE "REORDER ITEMS TO ORDER BY HAND" TO SK-SEC-TITLE
033985         WRITE STOCK-RPT-LINE FROM SK-RPT-SECTION-LINE
033986         PERFORM 3550-LIST-NOT-RAISED THRU 3550-EXIT
033987             VARYING SK-SG-SUB FROM 1 BY 1
033988             UNTIL SK-SG-SUB > SK-SG-COUNT
033989     END-IF.
033990 3500-EXIT.
033991     EXIT.
034000*
034001******************************************************************
034002* 3510-RAISE-ONE-ORDER - THE FIRST ITEM STILL WAITING FOR AN ORDER
034003*                        STARTS ONE FOR ITS SUPPLIER, AND EVERY
034004*                        LATER ITEM WAITING ON THE SAME SUPPLIER
034005*                        GOES ON IT. A SUPPLIER NOT ON THE MASTER,
034006*                        OR INACTIVE, GETS NO ORDER.
034007******************************************************************
034008 3510-RAISE-ONE-ORDER.
034009     IF NOT SK-SG-PENDING(SK-SG-SUB)
034010         GO TO 3510-EXIT
034011     END-IF
034012     IF NOT SK-PO-USABLE
034013         SET SK-SG-NO-ORDER-FILE(SK-SG-SUB) TO TRUE
034014         GO TO 3510-EXIT
034015     END-IF
034016     MOVE SK-SG-SUPPLIER(SK-SG-SUB) TO SK-GROUP-SUPPLIER
034017     PERFORM 3600-GET-SUPPLIER THRU 3600-EXIT
034018     IF NOT SK-SUPPLIER-ORDERABLE
034019         PERFORM 3520-MARK-SUPPLIER-UNUSABLE THRU 3520-EXIT
034020             VARYING SK-SG-SUB2 FROM SK-SG-SUB BY 1
034021             UNTIL SK-SG-SUB2 > SK-SG-COUNT
034022         GO TO 3510-EXIT
034023     END-IF
034024     ADD 1 TO SK-HIGH-PO-NUMBER
034025     MOVE SPACES TO PURCHASE-ORDER-RECORD
034026     MOVE SK-HIGH-PO-NUMBER TO PO-NUMBER
034027     MOVE SK-GROUP-SUPPLIER TO PO-SUPPLIER-ID
034028     MOVE SK-TODAY-DATE TO PO-RAISED-DATE
034029     SET PO-SUGGESTED TO TRUE
034030     MOVE ZERO TO PO-CONFIRMED-DATE
034031     MOVE ZERO TO PO-CLOSED-DATE
034032     WRITE PURCHASE-ORDER-RECORD
034033     IF SK-PURCHORD-STATUS NOT = "00"
034034         DISPLAY "STOCKRUN: UNABLE TO WRITE PO " PO-NUMBER
034035             ", STATUS " SK-PURCHORD-STATUS
034036         MOVE "N" TO SK-PO-OK-SWITCH
034037         SET SK-SG-NO-ORDER-FILE(SK-SG-SUB) TO TRUE
034038         IF RETURN-CODE < 4
034039             MOVE 4 TO RETURN-CODE
034040         END-IF
034041         GO TO 3510-EXIT
034042     END-IF
034043     ADD 1 TO SK-RAISED-COUNT
034044     MOVE SK-HIGH-PO-NUMBER TO SK-OL-PO
034045     MOVE SK-GROUP-SUPPLIER TO SK-OL-SUPPLIER
034046     MOVE SK-SUPPLIER-NAME TO SK-OL-NAME
034047     MOVE "SUGGESTED" TO SK-OL-TEXT
034048     WRITE STOCK-RPT-LINE FROM SK-RPT-ORDER-LINE
034049     PERFORM 3530-ADD-ONE-ORDER-LINE THRU 3530-EXIT
034050         VARYING SK-SG-SUB2 FROM SK-SG-SUB BY 1
034051         UNTIL SK-SG-SUB2 > SK-SG-COUNT.
034052 3510-EXIT.
034053     EXIT.
034054*
034055******************************************************************
034056* 3520-MARK-SUPPLIER-UNUSABLE - NO ORDER FOR ANY ITEM WAITING ON A
034057*                               SUPPLIER THAT CANNOT BE ORDERED
034058*                               FROM.
034059******************************************************************
034060 3520-MARK-SUPPLIER-UNUSABLE.
034061     IF SK-SG-PENDING(SK-SG-SUB2)
034062             AND SK-SG-SUPPLIER(SK-SG-SUB2) = SK-GROUP-SUPPLIER
034063         SET SK-SG-BAD-SUPPLIER(SK-SG-SUB2) TO TRUE
034064     END-IF.
034065 3520-EXIT.
034066     EXIT.
034067*
034100******************************************************************
034200* 4000-TERMINATE - PRINT THE RUN TOTALS, WRITE THE AUDIT JOURNAL
034300*                  RECORD AND CLOSE.
036500     MOVE "ITEMS TO REORDER:" TO SK-TOT-LABEL
036600     MOVE SK-REORDER-COUNT TO SK-TOT-AMOUNT
036700     WRITE STOCK-RPT-LINE FROM SK-RPT-TOTAL-LINE
036704     MOVE "UNORDERED DELIVERIES:" TO SK-TOT-LABEL
036708     MOVE SK-UNORDERED-COUNT TO SK-TOT-AMOUNT
036712     WRITE STOCK-RPT-LINE FROM SK-RPT-TOTAL-LINE
036716     MOVE "OVER-DELIVERIES:" TO SK-TOT-LABEL
036720     MOVE SK-OVER-COUNT TO SK-TOT-AMOUNT
036724     WRITE STOCK-RPT-LINE FROM SK-RPT-TOTAL-LINE
036728     MOVE "PART-DELIVERIES:" TO SK-TOT-LABEL
036732     MOVE SK-PART-COUNT TO SK-TOT-AMOUNT
036736     WRITE STOCK-RPT-LINE FROM SK-RPT-TOTAL-LINE
036740     MOVE "ORDER LINES DUE IN:" TO SK-TOT-LABEL
036744     MOVE SK-OUTSTANDING-COUNT TO SK-TOT-AMOUNT
036748     WRITE STOCK-RPT-LINE FROM SK-RPT-TOTAL-LINE
036752     MOVE "ORDERS CLOSED:" TO SK-TOT-LABEL
036756     MOVE SK-CLOSED-COUNT TO SK-TOT-AMOUNT
036760     WRITE STOCK-RPT-LINE FROM SK-RPT-TOTAL-LINE
036764     MOVE "ORDERS AWAITING BUYER:" TO SK-TOT-LABEL
036768     MOVE SK-AWAITING-COUNT TO SK-TOT-AMOUNT
036772     WRITE STOCK-RPT-LINE FROM SK-RPT-TOTAL-LINE
036776     MOVE "SUGGESTED ORDERS RAISED:" TO SK-TOT-LABEL
036780     MOVE SK-RAISED-COUNT TO SK-TOT-AMOUNT
036784     WRITE STOCK-RPT-LINE FROM SK-RPT-TOTAL-LINE
036800     DISPLAY "STOCKRUN: RECEIVED " SK-RECEIPT-QTY
036900         " SOLD " SK-SOLD-QTY
037000         " UNKNOWN " SK-UNKNOWN-ITEM-COUNT
037100         " REORDER " SK-REORDER-COUNT
037110         " UNORDERED " SK-UNORDERED-COUNT
037120         " RAISED " SK-RAISED-COUNT
037200     PERFORM 4100-WRITE-AUDIT-JOURNAL THRU 4100-EXIT
037300     IF SK-GOODSRCV-STATUS = "00" OR SK-GOODSRCV-STATUS = "10"
037400         CLOSE GOODS-RECEIVED-FILE
037600     IF SK-SHOPTRN-STATUS = "00" OR SK-SHOPTRN-STATUS = "10"
037700         CLOSE SHOP-SALES-FILE
037800     END-IF
037810     IF SK-PO-USABLE
037820         CLOSE PURCH-ORDER-FILE
037830     END-IF
037840     IF SK-SUPPMAST-USABLE
037850         CLOSE SUPPLIER-MASTER-FILE
037860     END-IF
037900     CLOSE STOCK-REPORT
038000     CLOSE AUDIT-JOURNAL-FILE.
038100 4000-EXIT.
038200     EXIT.
038201*
038202******************************************************************
038203* 3530-ADD-ONE-ORDER-LINE - WRITE THE ORDER LINE FOR ONE ITEM
038204*                           WAITING ON THIS ORDER'S SUPPLIER.
038205******************************************************************
038206 3530-ADD-ONE-ORDER-LINE.
038207     IF NOT SK-SG-PENDING(SK-SG-SUB2)
038208         GO TO 3530-EXIT
038209     END-IF
038210     IF SK-SG-SUPPLIER(SK-SG-SUB2) NOT = SK-GROUP-SUPPLIER
038211         GO TO 3530-EXIT
038212     END-IF
038213     MOVE SPACES TO PURCHASE-ORDER-RECORD
038214     MOVE SK-HIGH-PO-NUMBER TO PO-NUMBER
038215     MOVE SK-SG-ITEM(SK-SG-SUB2) TO PO-ITEM-CODE
038216     MOVE SK-SG-QTY(SK-SG-SUB2) TO PO-ORDERED-QTY
038217     MOVE ZERO TO PO-RECEIVED-QTY
038218     MOVE ZERO TO PO-LAST-RECEIVED
038219     WRITE PURCHASE-ORDER-RECORD
038220     IF SK-PURCHORD-STATUS NOT = "00"
038221         DISPLAY "STOCKRUN: UNABLE TO WRITE PO " PO-NUMBER
038222             " ITEM " PO-ITEM-CODE ", STATUS " SK-PURCHORD-STATUS
038223         SET SK-SG-NO-ORDER-FILE(SK-SG-SUB2) TO TRUE
038224         IF RETURN-CODE < 4
038225             MOVE 4 TO RETURN-CODE
038226         END-IF
038227         GO TO 3530-EXIT
038228     END-IF
038229     SET SK-SG-RAISED(SK-SG-SUB2) TO TRUE
038230     ADD 1 TO SK-RAISED-LINE-COUNT
038231     MOVE SK-SG-ITEM(SK-SG-SUB2) TO SK-SL-ITEM
038232     MOVE SK-SG-DESC(SK-SG-SUB2) TO SK-SL-DESC
038233     MOVE SK-SG-QTY(SK-SG-SUB2) TO SK-SL-QTY
038234     WRITE STOCK-RPT-LINE FROM SK-RPT-SUGGEST-LINE.
038235 3530-EXIT.
038236     EXIT.
038237*
038238******************************************************************
038239* 3550-LIST-NOT-RAISED - LIST ONE REORDER ITEM THAT IS NOT ON A
038240*                        SUGGESTED ORDER, WITH THE REASON.
038241******************************************************************
038242 3550-LIST-NOT-RAISED.
038243     IF SK-SG-RAISED(SK-SG-SUB)
038244         GO TO 3550-EXIT
038245     END-IF
038246     MOVE SK-SG-ITEM(SK-SG-SUB) TO SK-EXC-ITEM
038247     IF SK-SG-NO-SUPPLIER(SK-SG-SUB)
038248         MOVE "NO PREFERRED SUPPLIER ON ITEM MASTER"
038249             TO SK-EXC-TEXT
038250     ELSE
038251         IF SK-SG-ZERO-POINT(SK-SG-SUB)
038252             MOVE "REORDER POINT IS ZERO" TO SK-EXC-TEXT
038253         ELSE
038254             IF SK-SG-BAD-SUPPLIER(SK-SG-SUB)
038255                 MOVE "SUPPLIER NOT ON MASTER OR INACTIVE"
038256                     TO SK-EXC-TEXT
038257             ELSE
038258                 MOVE "PURCHASE ORDER FILE NOT AVAILABLE"
038259                     TO SK-EXC-TEXT
038260             END-IF
038261         END-IF
038262     END-IF
038263     WRITE STOCK-RPT-LINE FROM SK-RPT-EXCEPTION-LINE.
038264 3550-EXIT.
038265     EXIT.
038266*
038267******************************************************************
038268* 3600-GET-SUPPLIER - LOOK UP THE SUPPLIER IN SK-GROUP-SUPPLIER ON
038269*                     THE SUPPLIER MASTER FOR ITS NAME, AND
038270*                     WHETHER IT CAN BE ORDERED FROM.
038271******************************************************************
038272 3600-GET-SUPPLIER.
038273     MOVE "N" TO SK-SUPPLIER-OK-SWITCH
038274     MOVE "** NOT ON SUPPLIER MASTER **" TO SK-SUPPLIER-NAME
038275     IF NOT SK-SUPPMAST-USABLE
038276         GO TO 3600-EXIT
038277     END-IF
038278     MOVE SK-GROUP-SUPPLIER TO SU-SUPPLIER-ID
038279     READ SUPPLIER-MASTER-FILE
038280         INVALID KEY
038281             GO TO 3600-EXIT
038282     END-READ
038283     MOVE SU-SUPPLIER-NAME TO SK-SUPPLIER-NAME
038284     IF SU-ACTIVE
038285         MOVE "Y" TO SK-SUPPLIER-OK-SWITCH
038286     END-IF.
038287 3600-EXIT.
038288     EXIT.
038300*
038400******************************************************************
038500* 4100-WRITE-AUDIT-JOURNAL - APPEND ONE RUN RECORD TO THE SHARED
039400     MOVE SK-SOLD-QTY TO AJ-TOTAL-1-AMOUNT
039500     MOVE "ITEMS TO REORDER" TO AJ-TOTAL-2-LABEL
039600     MOVE SK-REORDER-COUNT TO AJ-TOTAL-2-AMOUNT
039610     MOVE RETURN-CODE TO AJ-RETURN-CODE
039700     WRITE AUDIT-JOURNAL-RECORD.
039800 4100-EXIT.
039900     EXIT.
