000100******************************************************************
000200* AUTHOR:        P. MURPHY, PAYROLL SYSTEMS
000300* INSTALLATION:  ACME MANUFACTURING CORP - DATA PROCESSING
000400* DATE-WRITTEN:  2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:       PURCHASING MAINTENANCE. APPLIES THE DAY'S
000700*                SUPPLIER MASTER ADDS, CHANGES AND DEACTIVATIONS,
000800*                SETS EACH SHOP ITEM'S PREFERRED SUPPLIER, AND
000900*                TAKES THE BUYER'S DECISIONS ON THE PURCHASE
001000*                ORDERS THE NIGHTLY STOCK RUN SUGGESTED FROM ITS
001100*                REORDER REPORT: A SUGGESTED ORDER CAN HAVE LINES
001200*                AMENDED, ADDED OR DROPPED, AND IS THEN CONFIRMED
001300*                (WHICH OPENS IT - THE GOODS ARE DUE IN FROM THEN
001400*                ON) OR CANCELLED. AN OPEN ORDER CAN ALSO BE
001500*                CANCELLED. EVERY ORDER TRANSACTION NAMES THE
001600*                BUYER, WHO IS RECORDED ON THE ORDER WHEN IT IS
001700*                CONFIRMED. A CONFIRMED ORDER IS PRINTED IN FULL
001800*                FOR SENDING TO THE SUPPLIER. REJECTED
001900*                TRANSACTIONS ARE LISTED WITH THE REASON AND GIVE
002000*                RC=4.
002100*
002200*                TRANSACTION CODES -
002300*                  SA  ADD SUPPLIER          SC  CHANGE SUPPLIER
002400*                  SD  DEACTIVATE SUPPLIER   IS  ITEM'S SUPPLIER
002500*                  PQ  SET LINE QUANTITY (ZERO DROPS THE LINE, A
002600*                      NEW ITEM ADDS ONE) ON A SUGGESTED ORDER
002700*                  PC  CONFIRM ORDER         PX  CANCEL ORDER
002710*                  IP  ITEM'S STANDARD COST AND SELLING PRICE -
002720*                      ZERO LEAVES EITHER ONE AS IT IS; A PRICE
002730*                      WITH AN EFFECTIVE DATE AFTER TODAY IS HELD
002740*                      AS A PENDING CHANGE UNTIL THAT DATE
002800*
002900* MODIFICATION HISTORY
003000* DATE       INIT  DESCRIPTION
003100* ---------- ----  ----------------------------------------------
003200* 2026-10-15 PJM   ORIGINAL.
003210* 2026-10-15 PJM   ITEM COST AND PRICE TRANSACTION (IP) ADDED.
003220*                  A PRICE CHANGE CAN BE KEYED AHEAD WITH ITS
003230*                  EFFECTIVE DATE; A PENDING CHANGE WHOSE DATE HAS
003240*                  COME IS MADE THE SELLING PRICE WHEN THE ITEM IS
003250*                  NEXT PRICED.
003260* 2026-10-15 PJM   THE AUDIT JOURNAL RECORD NOW CARRIES THE
003270*                  RETURN CODE THE RUN ENDED WITH.
003300******************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. PURCHMNT.
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT SUPPLIER-MASTER-FILE ASSIGN TO "SUPPMAST"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS SU-SUPPLIER-ID
004300         FILE STATUS IS PM-SUPPMAST-STATUS.
004400     SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS IM-ITEM-CODE
004800         FILE STATUS IS PM-ITEMMAST-STATUS.
004900     SELECT PURCH-ORDER-FILE ASSIGN TO "PURCHORD"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS PO-KEY
005300         FILE STATUS IS PM-PURCHORD-STATUS.
005400     SELECT PURCH-MAINT-FILE ASSIGN TO "PURCHTRN"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS PM-PURCHTRN-STATUS.
005700     SELECT MAINT-REPORT ASSIGN TO "PURCHRPT"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS PM-PURCHRPT-STATUS.
006000     SELECT AUDIT-JOURNAL-FILE ASSIGN TO "AUDITJNL"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS PM-AUDITJNL-STATUS.
006300     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS PM-RUNCTL-STATUS.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  SUPPLIER-MASTER-FILE
006900     LABEL RECORDS ARE STANDARD.
007000 COPY SUPPMAST.
007100 FD  ITEM-MASTER-FILE
007200     LABEL RECORDS ARE STANDARD.
007300 COPY ITEMMAST.
007400 FD  PURCH-ORDER-FILE
007500     LABEL RECORDS ARE STANDARD.
007600 COPY PURCHORD.
007700 FD  PURCH-MAINT-FILE
007800     LABEL RECORDS ARE STANDARD.
007900 01  PURCH-MAINT-RECORD.
008000     05  PT-TRANS-CODE           PIC X(02).
008100         88  PT-SUPPLIER-ADD         VALUE "SA".
008200         88  PT-SUPPLIER-CHANGE      VALUE "SC".
008300         88  PT-SUPPLIER-DEACTIVATE  VALUE "SD".
008400         88  PT-ITEM-SUPPLIER        VALUE "IS".
008500         88  PT-ORDER-LINE-QTY       VALUE "PQ".
008600         88  PT-ORDER-CONFIRM        VALUE "PC".
008700         88  PT-ORDER-CANCEL         VALUE "PX".
008710         88  PT-ITEM-PRICE           VALUE "IP".
008800         88  PT-SUPPLIER-REQUEST     VALUE "SA" "SC" "SD".
008900         88  PT-ORDER-REQUEST        VALUE "PQ" "PC" "PX".
009000         88  PT-KNOWN-CODE           VALUE "SA" "SC" "SD" "IS"
009010                                           "IP" "PQ" "PC" "PX".
009200     05  PT-BUYER-ID             PIC X(08).
009300     05  PT-DETAIL               PIC X(50).
009400     05  PT-SUPPLIER-DETAIL REDEFINES PT-DETAIL.
009500         10  PT-SUPPLIER-ID      PIC X(06).
009600         10  PT-SUPPLIER-NAME    PIC X(30).
009700         10  PT-LEAD-DAYS        PIC 9(03).
009800         10  FILLER              PIC X(11).
009900     05  PT-ITEM-DETAIL REDEFINES PT-DETAIL.
010000         10  PT-IS-ITEM-CODE     PIC X(06).
010100         10  PT-IS-SUPPLIER-ID   PIC X(06).
010200         10  FILLER              PIC X(38).
010300     05  PT-ORDER-DETAIL REDEFINES PT-DETAIL.
010400         10  PT-PO-NUMBER        PIC 9(06).
010500         10  PT-PO-ITEM-CODE     PIC X(06).
010600         10  PT-PO-QUANTITY      PIC 9(05).
010700         10  FILLER              PIC X(33).
010709     05  PT-PRICE-DETAIL REDEFINES PT-DETAIL.
010718         10  PT-IP-ITEM-CODE     PIC X(06).
010727         10  PT-IP-COST          PIC 9(05)V99.
010736         10  PT-IP-PRICE         PIC 9(05)V99.
010745         10  PT-IP-EFFECTIVE     PIC 9(08).
010754         10  PT-IP-EFFECTIVE-PARTS REDEFINES PT-IP-EFFECTIVE.
010763             15  PT-IP-EFF-YEAR  PIC 9(04).
010772             15  PT-IP-EFF-MONTH PIC 9(02).
010781             15  PT-IP-EFF-DAY   PIC 9(02).
010790         10  FILLER              PIC X(22).
010800 FD  MAINT-REPORT
010900     LABEL RECORDS ARE STANDARD
011000     RECORD CONTAINS 80 CHARACTERS.
011100 01  MAINT-RPT-LINE              PIC X(80).
011200 FD  AUDIT-JOURNAL-FILE
011300     LABEL RECORDS ARE STANDARD.
011400 COPY AUDITJNL.
011500 FD  RUN-CONTROL-FILE
011600     LABEL RECORDS ARE STANDARD.
011700 COPY RUNCTL.
011800 WORKING-STORAGE SECTION.
011900 77  PM-SUPPMAST-STATUS      PIC X(02).
012000 77  PM-ITEMMAST-STATUS      PIC X(02).
012100 77  PM-PURCHORD-STATUS      PIC X(02).
012200 77  PM-PURCHTRN-STATUS      PIC X(02).
012300 77  PM-PURCHRPT-STATUS      PIC X(02).
012400 77  PM-AUDITJNL-STATUS      PIC X(02).
012500 77  PM-RUNCTL-STATUS        PIC X(02).
012600 77  PM-TODAY-DATE           PIC 9(08).
012700*
012800* SHARED PAGE-NUMBERED MANAGEMENT REPORT HEADING - SEE RPTHDR.
012900 COPY RPTHDR.
013000 77  PM-EOF-SWITCH           PIC X(01) VALUE "N".
013100     88  PM-END-OF-REQUESTS          VALUE "Y".
013200 77  PM-VALID-SWITCH         PIC X(01) VALUE "Y".
013300     88  PM-REQUEST-VALID            VALUE "Y".
013400 77  PM-LINES-EOF-SWITCH     PIC X(01) VALUE "N".
013500     88  PM-END-OF-LINES             VALUE "Y".
013600 77  PM-LIST-SWITCH          PIC X(01) VALUE "N".
013700     88  PM-LIST-LINES               VALUE "Y".
013800 77  PM-SUPP-ADDED-COUNT     PIC 9(05) COMP VALUE ZERO.
013900 77  PM-SUPP-CHANGED-COUNT   PIC 9(05) COMP VALUE ZERO.
014000 77  PM-SUPP-DEACT-COUNT     PIC 9(05) COMP VALUE ZERO.
014100 77  PM-ITEM-SET-COUNT       PIC 9(05) COMP VALUE ZERO.
014110 77  PM-ITEM-PRICED-COUNT    PIC 9(05) COMP VALUE ZERO.
014200 77  PM-LINE-AMEND-COUNT     PIC 9(05) COMP VALUE ZERO.
014300 77  PM-CONFIRMED-COUNT      PIC 9(05) COMP VALUE ZERO.
014400 77  PM-CANCELLED-COUNT      PIC 9(05) COMP VALUE ZERO.
014500 77  PM-REJECTED-COUNT       PIC 9(05) COMP VALUE ZERO.
014600 77  PM-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
014700 77  PM-SCAN-PO-NUMBER       PIC 9(06) VALUE ZERO.
014800 77  PM-OLD-QTY              PIC 9(05) VALUE ZERO.
014900 77  PM-OLD-SUPPLIER         PIC X(06).
014910 77  PM-OLD-COST             PIC 9(05)V99 VALUE ZERO.
014920 77  PM-OLD-PRICE            PIC 9(05)V99 VALUE ZERO.
014930 77  PM-OLD-NEW-PRICE        PIC 9(05)V99 VALUE ZERO.
014940 77  PM-OLD-PRICE-DATE       PIC 9(08) VALUE ZERO.
015000 77  PM-REJECT-REASON        PIC X(40).
015100 77  PM-APPLIED-TEXT         PIC X(40).
015200*
015300* THE ORDER HEADER, HELD WHILE THE ORDER'S LINES ARE READ PAST.
015400 01  PM-SAVED-ORDER          PIC X(62).
015500*
015600 01  PM-KEY-WORK.
015700     05  PM-KEY-1            PIC X(06).
015800     05  FILLER              PIC X(01) VALUE SPACE.
015900     05  PM-KEY-2            PIC X(06).
016000*
016100 01  PM-RPT-DETAIL-LINE.
016200     05  PM-RPT-CODE         PIC X(02).
016300     05  FILLER              PIC X(02) VALUE SPACES.
016400     05  PM-RPT-KEY          PIC X(13).
016500     05  FILLER              PIC X(02) VALUE SPACES.
016600     05  PM-RPT-ACTION       PIC X(09).
016700     05  PM-RPT-TEXT         PIC X(40).
016800 01  PM-RPT-SUPPLIER-IMAGE.
016900     05  PM-IMG-LABEL        PIC X(08).
017000     05  PM-IMG-ID           PIC X(06).
017100     05  FILLER              PIC X(01) VALUE SPACES.
017200     05  PM-IMG-NAME         PIC X(30).
017300     05  FILLER              PIC X(07) VALUE "  LEAD ".
017400     05  PM-IMG-LEAD-DAYS    PIC ZZ9.
017500     05  FILLER              PIC X(08) VALUE " STATUS ".
017600     05  PM-IMG-STATUS       PIC X(01).
017700 01  PM-RPT-QTY-LINE.
017800     05  FILLER              PIC X(19) VALUE SPACES.
017900     05  FILLER              PIC X(12) VALUE "ORDERED WAS ".
018000     05  PM-QTY-OLD          PIC ZZ,ZZ9.
018100     05  FILLER              PIC X(05) VALUE "  NOW".
018200     05  PM-QTY-NEW          PIC ZZ,ZZ9.
018208 01  PM-RPT-PRICE-IMAGE.
018216     05  FILLER              PIC X(06) VALUE SPACES.
018224     05  PM-PR-LABEL         PIC X(05).
018232     05  FILLER              PIC X(05) VALUE "COST ".
018240     05  PM-PR-COST          PIC ZZ,ZZ9.99.
018248     05  FILLER              PIC X(08) VALUE "  PRICE ".
018256     05  PM-PR-PRICE         PIC ZZ,ZZ9.99.
018264     05  FILLER              PIC X(07) VALUE "  NEXT ".
018272     05  PM-PR-NEW-PRICE     PIC ZZ,ZZ9.99.
018280     05  FILLER              PIC X(06) VALUE " FROM ".
018288     05  PM-PR-NEW-DATE      PIC 9(08).
018300 01  PM-RPT-ORDER-HEADING.
018400     05  FILLER              PIC X(03) VALUE "PO ".
018500     05  PM-OH-PO            PIC 9(06).
018600     05  FILLER              PIC X(11) VALUE "  SUPPLIER ".
018700     05  PM-OH-SUPPLIER      PIC X(06).
018800     05  FILLER              PIC X(02) VALUE SPACES.
018900     05  PM-OH-NAME          PIC X(30).
019000     05  FILLER              PIC X(02) VALUE SPACES.
019100     05  PM-OH-RAISED        PIC 9(08).
019200 01  PM-RPT-ORDER-LINE.
019300     05  FILLER              PIC X(04) VALUE SPACES.
019400     05  PM-OL-ITEM          PIC X(06).
019500     05  FILLER              PIC X(02) VALUE SPACES.
019600     05  PM-OL-DESC          PIC X(20).
019700     05  FILLER              PIC X(11) VALUE "  ORDERED: ".
019800     05  PM-OL-ORDERED       PIC ZZ,ZZ9.
019900     05  FILLER              PIC X(12) VALUE "  RECEIVED: ".
020000     05  PM-OL-RECEIVED      PIC ZZ,ZZ9.
020100 01  PM-RPT-TOTAL-LINE.
020200     05  PM-TOT-LABEL        PIC X(24).
020300     05  PM-TOT-AMOUNT       PIC ZZ,ZZ9.
020400 01  PM-RPT-BLANK-LINE       PIC X(01) VALUE SPACE.
020500 PROCEDURE DIVISION.
020600 0000-MAINLINE.
020700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
020800     PERFORM 2000-PROCESS-MAINT-REQUEST THRU 2000-EXIT
020900         UNTIL PM-END-OF-REQUESTS
021000     PERFORM 4000-TERMINATE THRU 4000-EXIT
021100     STOP RUN.
021200*
021300******************************************************************
021400* 1000-INITIALIZE - OPEN THE MASTERS, THE TRANSACTION FILE AND
021500*                   THE REPORT AND PRIME THE FIRST READ. THE
021600*                   SUPPLIER MASTER AND ORDER FILE ARE CREATED
021700*                   EMPTY ON THE FIRST RUN.
021800******************************************************************
021900 1000-INITIALIZE.
022000     OPEN I-O SUPPLIER-MASTER-FILE
022100     IF PM-SUPPMAST-STATUS = "35"
022200         OPEN OUTPUT SUPPLIER-MASTER-FILE
022300         CLOSE SUPPLIER-MASTER-FILE
022400         OPEN I-O SUPPLIER-MASTER-FILE
022500     END-IF
022600     IF PM-SUPPMAST-STATUS NOT = "00"
022700         DISPLAY "PURCHMNT: UNABLE TO OPEN SUPPLIER MASTER, "
022800             "STATUS " PM-SUPPMAST-STATUS
022900         MOVE "Y" TO PM-EOF-SWITCH
023000         MOVE 8 TO RETURN-CODE
023100     END-IF
023200     OPEN I-O ITEM-MASTER-FILE
023300     IF PM-ITEMMAST-STATUS NOT = "00"
023400         DISPLAY "PURCHMNT: UNABLE TO OPEN ITEM MASTER, STATUS "
023500             PM-ITEMMAST-STATUS
023600         MOVE "Y" TO PM-EOF-SWITCH
023700         MOVE 8 TO RETURN-CODE
023800     END-IF
023900     OPEN I-O PURCH-ORDER-FILE
024000     IF PM-PURCHORD-STATUS = "35"
024100         OPEN OUTPUT PURCH-ORDER-FILE
024200         CLOSE PURCH-ORDER-FILE
024300         OPEN I-O PURCH-ORDER-FILE
024400     END-IF
024500     IF PM-PURCHORD-STATUS NOT = "00"
024600         DISPLAY "PURCHMNT: UNABLE TO OPEN PURCHASE ORDERS, "
024700             "STATUS " PM-PURCHORD-STATUS
024800         MOVE "Y" TO PM-EOF-SWITCH
024900         MOVE 8 TO RETURN-CODE
025000     END-IF
025100     OPEN INPUT PURCH-MAINT-FILE
025200     IF PM-PURCHTRN-STATUS NOT = "00"
025300         DISPLAY "PURCHMNT: UNABLE TO OPEN MAINT REQUESTS, "
025400             "STATUS " PM-PURCHTRN-STATUS
025500         MOVE "Y" TO PM-EOF-SWITCH
025600         MOVE 8 TO RETURN-CODE
025700     END-IF
025800     OPEN OUTPUT MAINT-REPORT
025900     OPEN EXTEND AUDIT-JOURNAL-FILE
026000     IF PM-AUDITJNL-STATUS NOT = "00"
026100         OPEN OUTPUT AUDIT-JOURNAL-FILE
026200     END-IF
026300     PERFORM 1300-GET-BUSINESS-DATE THRU 1300-EXIT
026400     MOVE ZERO TO RPT-PAGE-NUMBER
026500     ADD 1 TO RPT-PAGE-NUMBER
026600     MOVE "PURCHASING MAINTENANCE" TO RPT-HDR-TITLE
026700     MOVE PM-TODAY-DATE TO RPT-HDR-RUN-DATE
026800     MOVE RPT-PAGE-NUMBER TO RPT-HDR-PAGE-NUMBER
026900     WRITE MAINT-RPT-LINE FROM RPT-STD-HEADING-1
027000     WRITE MAINT-RPT-LINE FROM RPT-STD-HEADING-2
027100     IF NOT PM-END-OF-REQUESTS
027200         PERFORM 1100-READ-MAINT-REQUEST THRU 1100-EXIT
027300     END-IF.
027400 1000-EXIT.
027500     EXIT.
027600*
027700******************************************************************
027800* 1100-READ-MAINT-REQUEST - READ THE NEXT MAINTENANCE
027900*                           TRANSACTION.
028000******************************************************************
028100 1100-READ-MAINT-REQUEST.
028200     READ PURCH-MAINT-FILE
028300         AT END
028400             MOVE "Y" TO PM-EOF-SWITCH
028500     END-READ.
028600 1100-EXIT.
028700     EXIT.
028800*
028900******************************************************************
029000* 1300-GET-BUSINESS-DATE - THE RUN DATE COMES FROM THE SUITE
029100*                          RUN-CONTROL FILE; THE MACHINE DATE IS
029200*                          ONLY A FALLBACK.
029300******************************************************************
029400 1300-GET-BUSINESS-DATE.
029500     MOVE ZERO TO PM-TODAY-DATE
029600     OPEN INPUT RUN-CONTROL-FILE
029700     IF PM-RUNCTL-STATUS = "00"
029800         READ RUN-CONTROL-FILE
029900             AT END
030000                 CONTINUE
030100             NOT AT END
030200                 IF RC-BUSINESS-DATE NUMERIC
030300                     MOVE RC-BUSINESS-DATE TO PM-TODAY-DATE
030400                 END-IF
030500         END-READ
030600         CLOSE RUN-CONTROL-FILE
030700     END-IF
030800     IF PM-TODAY-DATE = ZERO
030900         ACCEPT PM-TODAY-DATE FROM DATE YYYYMMDD
031000         DISPLAY "PURCHMNT: NO RUN CONTROL - USING MACHINE "
031100             "DATE " PM-TODAY-DATE
031200     END-IF.
031300 1300-EXIT.
031400     EXIT.
031500*
031600******************************************************************
031700* 2000-PROCESS-MAINT-REQUEST - BUILD THE REPORT KEY FOR ONE
031800*                              TRANSACTION, HAND IT TO THE
031900*                              PARAGRAPH FOR ITS CODE, THEN READ
032000*                              THE NEXT ONE.
032100******************************************************************
032200 2000-PROCESS-MAINT-REQUEST.
032300     MOVE "Y" TO PM-VALID-SWITCH
032400     MOVE SPACES TO PM-REJECT-REASON
032500     MOVE SPACES TO PM-KEY-WORK
032600     MOVE PT-TRANS-CODE TO PM-RPT-CODE
032700     IF PT-SUPPLIER-REQUEST
032800         MOVE PT-SUPPLIER-ID TO PM-KEY-1
032900     END-IF
033000     IF PT-ITEM-SUPPLIER
033100         MOVE PT-IS-ITEM-CODE TO PM-KEY-1
033200         MOVE PT-IS-SUPPLIER-ID TO PM-KEY-2
033210     END-IF
033220     IF PT-ITEM-PRICE
033230         MOVE PT-IP-ITEM-CODE TO PM-KEY-1
033300     END-IF
033400     IF PT-ORDER-REQUEST
033500         MOVE PT-PO-NUMBER TO PM-KEY-1
033600         MOVE PT-PO-ITEM-CODE TO PM-KEY-2
033700     END-IF
033800     MOVE PM-KEY-WORK TO PM-RPT-KEY
033900     IF NOT PT-KNOWN-CODE
034000         MOVE "INVALID TRANSACTION CODE" TO PM-REJECT-REASON
034100         PERFORM 2300-REJECT-MAINT-REQUEST THRU 2300-EXIT
034200     END-IF
034300     IF PT-SUPPLIER-ADD OR PT-SUPPLIER-CHANGE
034400         PERFORM 2100-EDIT-SUPPLIER THRU 2100-EXIT
034500         IF NOT PM-REQUEST-VALID
034600             PERFORM 2300-REJECT-MAINT-REQUEST THRU 2300-EXIT
034700         END-IF
034800     END-IF
034900     IF PM-REQUEST-VALID
035000         IF PT-SUPPLIER-ADD
035100             PERFORM 2200-ADD-SUPPLIER THRU 2200-EXIT
035200         END-IF
035300         IF PT-SUPPLIER-CHANGE
035400             PERFORM 2400-CHANGE-SUPPLIER THRU 2400-EXIT
035500         END-IF
035600         IF PT-SUPPLIER-DEACTIVATE
035700             PERFORM 2500-DEACTIVATE-SUPPLIER THRU 2500-EXIT
035800         END-IF
035900         IF PT-ITEM-SUPPLIER
036000             PERFORM 2700-SET-ITEM-SUPPLIER THRU 2700-EXIT
036010         END-IF
036020         IF PT-ITEM-PRICE
036030             PERFORM 2800-SET-ITEM-PRICE THRU 2800-EXIT
036100         END-IF
036200         IF PT-ORDER-LINE-QTY
036300             PERFORM 3200-SET-LINE-QUANTITY THRU 3200-EXIT
036400         END-IF
036500         IF PT-ORDER-CONFIRM
036600             PERFORM 3000-CONFIRM-ORDER THRU 3000-EXIT
036700         END-IF
036800         IF PT-ORDER-CANCEL
036900             PERFORM 3300-CANCEL-ORDER THRU 3300-EXIT
037000         END-IF
037100     END-IF
037200     PERFORM 1100-READ-MAINT-REQUEST THRU 1100-EXIT.
037300 2000-EXIT.
037400     EXIT.
037500*
037600******************************************************************
037700* 2100-EDIT-SUPPLIER - FIELD VALIDATION FOR SUPPLIER ADDS AND
037800*                      CHANGES - SUPPLIER ID, NAME AND LEAD DAYS.
037900******************************************************************
038000 2100-EDIT-SUPPLIER.
038100     IF PT-SUPPLIER-ID = SPACES
038200         MOVE "N" TO PM-VALID-SWITCH
038300         MOVE "SUPPLIER ID IS BLANK" TO PM-REJECT-REASON
038400         GO TO 2100-EXIT
038500     END-IF
038600     IF PT-SUPPLIER-NAME = SPACES OR PT-SUPPLIER-NAME = ZEROS
038700         MOVE "N" TO PM-VALID-SWITCH
038800         MOVE "NAME IS BLANK OR ALL ZEROS" TO PM-REJECT-REASON
038900         GO TO 2100-EXIT
039000     END-IF
039100     IF PT-LEAD-DAYS NOT NUMERIC
039200         MOVE "N" TO PM-VALID-SWITCH
039300         MOVE "LEAD DAYS NOT NUMERIC" TO PM-REJECT-REASON
039400     END-IF.
039500 2100-EXIT.
039600     EXIT.
039700*
039800******************************************************************
039900* 2200-ADD-SUPPLIER - WRITE THE NEW SUPPLIER TO THE MASTER. A
040000*                     DUPLICATE ID IS CAUGHT BY THE WRITE'S
040100*                     INVALID KEY CONDITION.
040200******************************************************************
040300 2200-ADD-SUPPLIER.
040400     MOVE SPACES TO SUPPLIER-MASTER-RECORD
040500     MOVE PT-SUPPLIER-ID TO SU-SUPPLIER-ID
040600     MOVE PT-SUPPLIER-NAME TO SU-SUPPLIER-NAME
040700     MOVE PT-LEAD-DAYS TO SU-LEAD-DAYS
040800     SET SU-ACTIVE TO TRUE
040900     WRITE SUPPLIER-MASTER-RECORD
041000         INVALID KEY
041100             MOVE "DUPLICATE SUPPLIER ID" TO PM-REJECT-REASON
041200             PERFORM 2300-REJECT-MAINT-REQUEST THRU 2300-EXIT
041300         NOT INVALID KEY
041400             ADD 1 TO PM-SUPP-ADDED-COUNT
041500             MOVE "SUPPLIER ADDED" TO PM-APPLIED-TEXT
041600             PERFORM 2350-REPORT-APPLIED THRU 2350-EXIT
041700             MOVE "AFTER:  " TO PM-IMG-LABEL
041800             PERFORM 2600-PRINT-SUPPLIER-IMAGE THRU 2600-EXIT
041900     END-WRITE.
042000 2200-EXIT.
042100     EXIT.
042200*
042300******************************************************************
042400* 2300-REJECT-MAINT-REQUEST - LOG A REJECTED TRANSACTION TO THE
042500*                             MAINTENANCE REPORT.
042600******************************************************************
042700 2300-REJECT-MAINT-REQUEST.
042800     MOVE "N" TO PM-VALID-SWITCH
042900     ADD 1 TO PM-REJECTED-COUNT
043000     MOVE "REJECTED " TO PM-RPT-ACTION
043100     MOVE PM-REJECT-REASON TO PM-RPT-TEXT
043200     WRITE MAINT-RPT-LINE FROM PM-RPT-DETAIL-LINE.
043300 2300-EXIT.
043400     EXIT.
043500*
043600******************************************************************
043700* 2350-REPORT-APPLIED - LOG AN APPLIED TRANSACTION TO THE
043800*                       MAINTENANCE REPORT.
043900******************************************************************
044000 2350-REPORT-APPLIED.
044100     MOVE "APPLIED  " TO PM-RPT-ACTION
044200     MOVE PM-APPLIED-TEXT TO PM-RPT-TEXT
044300     WRITE MAINT-RPT-LINE FROM PM-RPT-DETAIL-LINE.
044400 2350-EXIT.
044500     EXIT.
044600*
044700******************************************************************
044800* 2400-CHANGE-SUPPLIER - REPLACE THE SUPPLIER'S NAME AND LEAD DAYS
044900*                        FROM THE TRANSACTION, PRINTING THE BEFORE
045000*                        AND AFTER IMAGES.
045100******************************************************************
045200 2400-CHANGE-SUPPLIER.
045300     MOVE PT-SUPPLIER-ID TO SU-SUPPLIER-ID
045400     READ SUPPLIER-MASTER-FILE
045500         INVALID KEY
045600             MOVE "SUPPLIER NOT ON MASTER" TO PM-REJECT-REASON
045700             PERFORM 2300-REJECT-MAINT-REQUEST THRU 2300-EXIT
045800             GO TO 2400-EXIT
045900     END-READ
046000     MOVE "BEFORE: " TO PM-IMG-LABEL
046100     PERFORM 2600-PRINT-SUPPLIER-IMAGE THRU 2600-EXIT
046200     MOVE PT-SUPPLIER-NAME TO SU-SUPPLIER-NAME
046300     MOVE PT-LEAD-DAYS TO SU-LEAD-DAYS
046400     REWRITE SUPPLIER-MASTER-RECORD
046500         INVALID KEY
046600             MOVE "MASTER REWRITE FAILED" TO PM-REJECT-REASON
046700             PERFORM 2300-REJECT-MAINT-REQUEST THRU 2300-EXIT
046800         NOT INVALID KEY
046900             ADD 1 TO PM-SUPP-CHANGED-COUNT
047000             MOVE "SUPPLIER CHANGED" TO PM-APPLIED-TEXT
047100             PERFORM 2350-REPORT-APPLIED THRU 2350-EXIT
047200             MOVE "AFTER:  " TO PM-IMG-LABEL
047300             PERFORM 2600-PRINT-SUPPLIER-IMAGE THRU 2600-EXIT
047400     END-REWRITE.
047500 2400-EXIT.
047600     EXIT.
047700*
047800******************************************************************
047900* 2500-DEACTIVATE-SUPPLIER - MARK THE SUPPLIER INACTIVE SO NO MORE
048000*                            ORDERS ARE SUGGESTED ON IT. THE
048100*                            RECORD STAYS FOR THE ORDER HISTORY,
048200*                            AND ORDERS ALREADY OPEN STAY DUE IN.
048300******************************************************************
048400 2500-DEACTIVATE-SUPPLIER.
048500     MOVE PT-SUPPLIER-ID TO SU-SUPPLIER-ID
048600     READ SUPPLIER-MASTER-FILE
048700         INVALID KEY
048800             MOVE "SUPPLIER NOT ON MASTER" TO PM-REJECT-REASON
048900             PERFORM 2300-REJECT-MAINT-REQUEST THRU 2300-EXIT
049000             GO TO 2500-EXIT
049100     END-READ
049200     MOVE "BEFORE: " TO PM-IMG-LABEL
049300     PERFORM 2600-PRINT-SUPPLIER-IMAGE THRU 2600-EXIT
049400     SET SU-INACTIVE TO TRUE
049500     REWRITE SUPPLIER-MASTER-RECORD
049600         INVALID KEY
049700             MOVE "MASTER REWRITE FAILED" TO PM-REJECT-REASON
049800             PERFORM 2300-REJECT-MAINT-REQUEST THRU 2300-EXIT
049900         NOT INVALID KEY
050000             ADD 1 TO PM-SUPP-DEACT-COUNT
050100             MOVE "SUPPLIER DEACTIVATED" TO PM-APPLIED-TEXT
050200             PERFORM 2350-REPORT-APPLIED THRU 2350-EXIT
050300             MOVE "AFTER:  " TO PM-IMG-LABEL
050400             PERFORM 2600-PRINT-SUPPLIER-IMAGE THRU 2600-EXIT
050500     END-REWRITE.
050600 2500-EXIT.
050700     EXIT.
050800*
050900******************************************************************
051000* 2600-PRINT-SUPPLIER-IMAGE - THE SUPPLIER MASTER RECORD AS IT
051100*                             STANDS, UNDER THE LABEL ALREADY SET.
051200******************************************************************
051300 2600-PRINT-SUPPLIER-IMAGE.
051400     MOVE SU-SUPPLIER-ID TO PM-IMG-ID
051500     MOVE SU-SUPPLIER-NAME TO PM-IMG-NAME
051600     MOVE SU-LEAD-DAYS TO PM-IMG-LEAD-DAYS
051700     MOVE SU-STATUS TO PM-IMG-STATUS
051800     WRITE MAINT-RPT-LINE FROM PM-RPT-SUPPLIER-IMAGE.
051900 2600-EXIT.
052000     EXIT.
052100*
052200******************************************************************
052300* 2700-SET-ITEM-SUPPLIER - NAME THE PREFERRED SUPPLIER ON AN ITEM.
052400*                          THE SUPPLIER MUST BE ON THE MASTER AND
052500*                          ACTIVE.
052600******************************************************************
052700 2700-SET-ITEM-SUPPLIER.
052800     MOVE PT-IS-SUPPLIER-ID TO SU-SUPPLIER-ID
052900     READ SUPPLIER-MASTER-FILE
053000         INVALID KEY
053100             MOVE "SUPPLIER NOT ON MASTER" TO PM-REJECT-REASON
053200             PERFORM 2300-REJECT-MAINT-REQUEST THRU 2300-EXIT
053300             GO TO 2700-EXIT
053400     END-READ
053500     IF NOT SU-ACTIVE
053600         MOVE "SUPPLIER IS INACTIVE" TO PM-REJECT-REASON
053700         PERFORM 2300-REJECT-MAINT-REQUEST THRU 2300-EXIT
053800         GO TO 2700-EXIT
053900     END-IF
054000     MOVE PT-IS-ITEM-CODE TO IM-ITEM-CODE
054100     READ ITEM-MASTER-FILE
054200         INVALID KEY
054300             MOVE "ITEM NOT ON ITEM MASTER" TO PM-REJECT-REASON
054400             PERFORM 2300-REJECT-MAINT-REQUEST THRU 2300-EXIT
054500             GO TO 2700-EXIT
054600     END-READ
054700     MOVE IM-PREFERRED-SUPPLIER TO PM-OLD-SUPPLIER
054800     MOVE PT-IS-SUPPLIER-ID TO IM-PREFERRED-SUPPLIER
054900     REWRITE ITEM-MASTER-RECORD
055000         INVALID KEY
055100             MOVE "ITEM MASTER REWRITE FAILED" TO PM-REJECT-REASON
055200             PERFORM 2300-REJECT-MAINT-REQUEST THRU 2300-EXIT
055300         NOT INVALID KEY
055400             ADD 1 TO PM-ITEM-SET-COUNT
055500             MOVE SPACES TO PM-APPLIED-TEXT
055600             STRING "PREFERRED SUPPLIER WAS " DELIMITED BY SIZE
055700                 PM-OLD-SUPPLIER DELIMITED BY SIZE
055800                 INTO PM-APPLIED-TEXT
055900             PERFORM 2350-REPORT-APPLIED THRU 2350-EXIT
056000     END-REWRITE.
056100 2700-EXIT.
056200     EXIT.
056201*
056202******************************************************************
056203* 2800-SET-ITEM-PRICE - SET AN ITEM'S STANDARD COST AND SELLING
056204*                       PRICE. A NEW COST TAKES EFFECT AT ONCE. A
056205*                       NEW PRICE DATED AFTER TODAY IS HELD AS THE
056206*                       PENDING CHANGE (REPLACING ANY EARLIER
056207*                       ONE); OTHERWISE IT IS THE SELLING PRICE
056208*                       FROM TODAY. A PENDING CHANGE ALREADY IN
056209*                       FORCE IS MADE THE SELLING PRICE FIRST. THE
056210*                       ITEM'S BEFORE AND AFTER FIGURES ARE
056211*                       PRINTED.
056212******************************************************************
056213 2800-SET-ITEM-PRICE.
056214     IF PT-IP-COST NOT NUMERIC OR PT-IP-PRICE NOT NUMERIC
056215             OR PT-IP-EFFECTIVE NOT NUMERIC
056216         MOVE "COST, PRICE OR DATE NOT NUMERIC"
056217             TO PM-REJECT-REASON
056218         PERFORM 2300-REJECT-MAINT-REQUEST THRU 2300-EXIT
056219         GO TO 2800-EXIT
056220     END-IF
056221     IF PT-IP-COST = ZERO AND PT-IP-PRICE = ZERO
056222         MOVE "NO COST OR PRICE GIVEN" TO PM-REJECT-REASON
056223         PERFORM 2300-REJECT-MAINT-REQUEST THRU 2300-EXIT
056224         GO TO 2800-EXIT
056225     END-IF
056226     IF PT-IP-EFFECTIVE NOT = ZERO
056227         IF PT-IP-PRICE = ZERO
056228             MOVE "EFFECTIVE DATE GIVEN WITHOUT A PRICE"
056229                 TO PM-REJECT-REASON
056230             PERFORM 2300-REJECT-MAINT-REQUEST THRU 2300-EXIT
056231             GO TO 2800-EXIT
056232         END-IF
056233         IF PT-IP-EFF-MONTH < 1 OR PT-IP-EFF-MONTH > 12
056234                 OR PT-IP-EFF-DAY < 1 OR PT-IP-EFF-DAY > 31
056235             MOVE "EFFECTIVE DATE IS NOT A VALID DATE"
056236                 TO PM-REJECT-REASON
056237             PERFORM 2300-REJECT-MAINT-REQUEST THRU 2300-EXIT
056238             GO TO 2800-EXIT
056239         END-IF
056240     END-IF
056241     MOVE PT-IP-ITEM-CODE TO IM-ITEM-CODE
056242     READ ITEM-MASTER-FILE
056243         INVALID KEY
056244             MOVE "ITEM NOT ON ITEM MASTER" TO PM-REJECT-REASON
056245             PERFORM 2300-REJECT-MAINT-REQUEST THRU 2300-EXIT
056246             GO TO 2800-EXIT
056247     END-READ
056248     MOVE IM-STANDARD-COST TO PM-OLD-COST
056249     MOVE IM-SELLING-PRICE TO PM-OLD-PRICE
056250     MOVE IM-NEW-PRICE TO PM-OLD-NEW-PRICE
056251     MOVE IM-NEW-PRICE-DATE TO PM-OLD-PRICE-DATE
056252     MOVE "COST/PRICE SET" TO PM-APPLIED-TEXT
056253     IF IM-NEW-PRICE-DATE NOT = ZERO
056254             AND IM-NEW-PRICE-DATE NOT > PM-TODAY-DATE
056255         MOVE IM-NEW-PRICE TO IM-SELLING-PRICE
056256         MOVE ZERO TO IM-NEW-PRICE
056257         MOVE ZERO TO IM-NEW-PRICE-DATE
056258     END-IF
056259     IF PT-IP-COST NOT = ZERO
056260         MOVE PT-IP-COST TO IM-STANDARD-COST
056261     END-IF
056262     IF PT-IP-PRICE NOT = ZERO
056263         IF PT-IP-EFFECTIVE > PM-TODAY-DATE
056264             IF IM-NEW-PRICE-DATE NOT = ZERO
056265                 MOVE "PENDING PRICE CHANGE REPLACED"
056266                     TO PM-APPLIED-TEXT
056267             ELSE
056268                 MOVE "PRICE CHANGE PENDING" TO PM-APPLIED-TEXT
056269             END-IF
056270             MOVE PT-IP-PRICE TO IM-NEW-PRICE
056271             MOVE PT-IP-EFFECTIVE TO IM-NEW-PRICE-DATE
056272         ELSE
056273             MOVE PT-IP-PRICE TO IM-SELLING-PRICE
056274         END-IF
056275     END-IF
056276     REWRITE ITEM-MASTER-RECORD
056277         INVALID KEY
056278             MOVE "ITEM MASTER REWRITE FAILED" TO PM-REJECT-REASON
056279             PERFORM 2300-REJECT-MAINT-REQUEST THRU 2300-EXIT
056280             GO TO 2800-EXIT
056281     END-REWRITE
056282     ADD 1 TO PM-ITEM-PRICED-COUNT
056283     PERFORM 2350-REPORT-APPLIED THRU 2350-EXIT
056284     MOVE "WAS: " TO PM-PR-LABEL
056285     MOVE PM-OLD-COST TO PM-PR-COST
056286     MOVE PM-OLD-PRICE TO PM-PR-PRICE
056287     MOVE PM-OLD-NEW-PRICE TO PM-PR-NEW-PRICE
056288     MOVE PM-OLD-PRICE-DATE TO PM-PR-NEW-DATE
056289     WRITE MAINT-RPT-LINE FROM PM-RPT-PRICE-IMAGE
056290     MOVE "NOW: " TO PM-PR-LABEL
056291     MOVE IM-STANDARD-COST TO PM-PR-COST
056292     MOVE IM-SELLING-PRICE TO PM-PR-PRICE
056293     MOVE IM-NEW-PRICE TO PM-PR-NEW-PRICE
056294     MOVE IM-NEW-PRICE-DATE TO PM-PR-NEW-DATE
056295     WRITE MAINT-RPT-LINE FROM PM-RPT-PRICE-IMAGE.
056296 2800-EXIT.
056297     EXIT.
056300*
056400******************************************************************
056500* 3000-CONFIRM-ORDER - THE BUYER CONFIRMS A SUGGESTED ORDER. IT
056600*                      OPENS, SO ITS LINES ARE DUE IN AND THE
056700*                      STOCK RUN MATCHES DELIVERIES TO THEM, AND
056800*                      IS PRINTED IN FULL FOR SENDING TO THE
056900*                      SUPPLIER. AN ORDER WITH EVERY LINE DROPPED
057000*                      CANNOT BE CONFIRMED - IT SHOULD BE
057010*                      CANCELLED.
057100******************************************************************
057200 3000-CONFIRM-ORDER.
057300     PERFORM 3050-GET-ORDER-HEADER THRU 3050-EXIT
057400     IF NOT PM-REQUEST-VALID
057500         GO TO 3000-EXIT
057600     END-IF
057700     IF NOT PO-SUGGESTED
057800         MOVE "ONLY A SUGGESTED ORDER CAN BE CONFIRMED"
057900             TO PM-REJECT-REASON
058000         PERFORM 2300-REJECT-MAINT-REQUEST THRU 2300-EXIT
058100         GO TO 3000-EXIT
058200     END-IF
058300     MOVE PURCHASE-ORDER-RECORD TO PM-SAVED-ORDER
058400     MOVE "N" TO PM-LIST-SWITCH
058500     PERFORM 3100-SCAN-ORDER-LINES THRU 3100-EXIT
058600     IF PM-LINE-COUNT = ZERO
058700         MOVE "ORDER HAS NO LINES - CANCEL IT INSTEAD"
058800             TO PM-REJECT-REASON
058900         PERFORM 2300-REJECT-MAINT-REQUEST THRU 2300-EXIT
059000         GO TO 3000-EXIT
059100     END-IF
059200     MOVE PM-SAVED-ORDER TO PURCHASE-ORDER-RECORD
059300     SET PO-OPEN TO TRUE
059400     MOVE PT-BUYER-ID TO PO-CONFIRMED-BY
059500     MOVE PM-TODAY-DATE TO PO-CONFIRMED-DATE
059600     REWRITE PURCHASE-ORDER-RECORD
059700         INVALID KEY
059800             MOVE "ORDER REWRITE FAILED" TO PM-REJECT-REASON
059900             PERFORM 2300-REJECT-MAINT-REQUEST THRU 2300-EXIT
060000             GO TO 3000-EXIT
060100     END-REWRITE
060200     ADD 1 TO PM-CONFIRMED-COUNT
060300     MOVE SPACES TO PM-APPLIED-TEXT
060400     STRING "CONFIRMED BY " DELIMITED BY SIZE
060500         PT-BUYER-ID DELIMITED BY SPACE
060600         " - NOW DUE IN" DELIMITED BY SIZE
060700         INTO PM-APPLIED-TEXT
060800     PERFORM 2350-REPORT-APPLIED THRU 2350-EXIT
060900     PERFORM 3400-PRINT-ORDER THRU 3400-EXIT.
061000 3000-EXIT.
061100     EXIT.
061200*
061300******************************************************************
061400* 3050-GET-ORDER-HEADER - EDITS COMMON TO EVERY ORDER TRANSACTION
061500*                         - A BUYER MUST BE NAMED AND THE ORDER
061600*                         MUST BE ON FILE. LEAVES THE HEADER IN
061700*                         THE RECORD AREA.
061800******************************************************************
061900 3050-GET-ORDER-HEADER.
062000     IF PT-BUYER-ID = SPACES
062100         MOVE "BUYER ID IS BLANK" TO PM-REJECT-REASON
062200         PERFORM 2300-REJECT-MAINT-REQUEST THRU 2300-EXIT
062300         GO TO 3050-EXIT
062400     END-IF
062500     IF PT-PO-NUMBER NOT NUMERIC OR PT-PO-NUMBER = ZERO
062600         MOVE "PO NUMBER MISSING OR NOT NUMERIC"
062700             TO PM-REJECT-REASON
062800         PERFORM 2300-REJECT-MAINT-REQUEST THRU 2300-EXIT
062900         GO TO 3050-EXIT
063000     END-IF
063100     MOVE PT-PO-NUMBER TO PO-NUMBER
063200     MOVE SPACES TO PO-ITEM-CODE
063300     READ PURCH-ORDER-FILE
063400         INVALID KEY
063500             MOVE "PO NOT ON FILE" TO PM-REJECT-REASON
063600             PERFORM 2300-REJECT-MAINT-REQUEST THRU 2300-EXIT
063700     END-READ.
063800 3050-EXIT.
063900     EXIT.
064000*
064100******************************************************************
064200* 3100-SCAN-ORDER-LINES - COUNT THE LINES OF ORDER PT-PO-NUMBER,
064300*                         LISTING EACH ONE IF PM-LIST-LINES IS
064400*                         SET. THE HEADER SORTS FIRST, SO THE
064500*                         LINES ARE THE RECORDS AFTER IT WITH THE
064510*                         SAME NUMBER.
064600******************************************************************
064700 3100-SCAN-ORDER-LINES.
064800     MOVE ZERO TO PM-LINE-COUNT
064900     MOVE PT-PO-NUMBER TO PM-SCAN-PO-NUMBER
065000     MOVE PM-SCAN-PO-NUMBER TO PO-NUMBER
065100     MOVE SPACES TO PO-ITEM-CODE
065200     START PURCH-ORDER-FILE KEY IS > PO-KEY
065300         INVALID KEY
065400             GO TO 3100-EXIT
065500     END-START
065600     MOVE "N" TO PM-LINES-EOF-SWITCH
065700     PERFORM 3110-NEXT-ORDER-LINE THRU 3110-EXIT
065800         UNTIL PM-END-OF-LINES.
065900 3100-EXIT.
066000     EXIT.
066100*
066200******************************************************************
066300* 3110-NEXT-ORDER-LINE - TAKE THE NEXT LINE OF THE ORDER.
066400******************************************************************
066500 3110-NEXT-ORDER-LINE.
066600     READ PURCH-ORDER-FILE NEXT RECORD
066700         AT END
066800             MOVE "Y" TO PM-LINES-EOF-SWITCH
066900             GO TO 3110-EXIT
067000     END-READ
067100     IF PO-NUMBER NOT = PM-SCAN-PO-NUMBER
067200         MOVE "Y" TO PM-LINES-EOF-SWITCH
067300         GO TO 3110-EXIT
067400     END-IF
067500     ADD 1 TO PM-LINE-COUNT
067600     IF NOT PM-LIST-LINES
067700         GO TO 3110-EXIT
067800     END-IF
067900     MOVE PO-ITEM-CODE TO PM-OL-ITEM
068000     MOVE PO-ITEM-CODE TO IM-ITEM-CODE
068100     READ ITEM-MASTER-FILE
068200         INVALID KEY
068300             MOVE "** NOT ON ITEM MASTER" TO IM-DESCRIPTION
068400     END-READ
068500     MOVE IM-DESCRIPTION TO PM-OL-DESC
068600     MOVE PO-ORDERED-QTY TO PM-OL-ORDERED
068700     MOVE PO-RECEIVED-QTY TO PM-OL-RECEIVED
068800     WRITE MAINT-RPT-LINE FROM PM-RPT-ORDER-LINE.
068900 3110-EXIT.
069000     EXIT.
069100*
069200******************************************************************
069300* 3200-SET-LINE-QUANTITY - THE BUYER SETS THE QUANTITY ON ONE LINE
069400*                          OF A SUGGESTED ORDER. ZERO DROPS THE
069500*                          LINE; AN ITEM NOT YET ON THE ORDER IS
069600*                          ADDED AS A NEW LINE IF IT IS ON THE
069700*                          ITEM MASTER.
069800******************************************************************
069900 3200-SET-LINE-QUANTITY.
070000     PERFORM 3050-GET-ORDER-HEADER THRU 3050-EXIT
070100     IF NOT PM-REQUEST-VALID
070200         GO TO 3200-EXIT
070300     END-IF
070400     IF NOT PO-SUGGESTED
070500         MOVE "ONLY A SUGGESTED ORDER CAN BE AMENDED"
070600             TO PM-REJECT-REASON
070700         PERFORM 2300-REJECT-MAINT-REQUEST THRU 2300-EXIT
070800         GO TO 3200-EXIT
070900     END-IF
071000     IF PT-PO-ITEM-CODE = SPACES
071100         MOVE "ITEM CODE IS BLANK" TO PM-REJECT-REASON
071200         PERFORM 2300-REJECT-MAINT-REQUEST THRU 2300-EXIT
071300         GO TO 3200-EXIT
071400     END-IF
071500     IF PT-PO-QUANTITY NOT NUMERIC
071600         MOVE "QUANTITY NOT NUMERIC" TO PM-REJECT-REASON
071700         PERFORM 2300-REJECT-MAINT-REQUEST THRU 2300-EXIT
071800         GO TO 3200-EXIT
071900     END-IF
072000     MOVE PT-PO-ITEM-CODE TO PO-ITEM-CODE
072100     READ PURCH-ORDER-FILE
072200         INVALID KEY
072300             PERFORM 3250-ADD-ORDER-LINE THRU 3250-EXIT
072400             GO TO 3200-EXIT
072500     END-READ
072600     MOVE PO-ORDERED-QTY TO PM-OLD-QTY
072700     IF PT-PO-QUANTITY = ZERO
072800         DELETE PURCH-ORDER-FILE RECORD
072900             INVALID KEY
073000                 MOVE "ORDER LINE DELETE FAILED"
073100                     TO PM-REJECT-REASON
073200                 PERFORM 2300-REJECT-MAINT-REQUEST THRU 2300-EXIT
073300                 GO TO 3200-EXIT
073400         END-DELETE
073500         MOVE "LINE DROPPED" TO PM-APPLIED-TEXT
073600     ELSE
073700         MOVE PT-PO-QUANTITY TO PO-ORDERED-QTY
073800         REWRITE PURCHASE-ORDER-RECORD
073900             INVALID KEY
074000                 MOVE "ORDER REWRITE FAILED" TO PM-REJECT-REASON
074100                 PERFORM 2300-REJECT-MAINT-REQUEST THRU 2300-EXIT
074200                 GO TO 3200-EXIT
074300         END-REWRITE
074400         MOVE "LINE QUANTITY CHANGED" TO PM-APPLIED-TEXT
074500     END-IF
074600     ADD 1 TO PM-LINE-AMEND-COUNT
074700     PERFORM 2350-REPORT-APPLIED THRU 2350-EXIT
074800     MOVE PM-OLD-QTY TO PM-QTY-OLD
074900     MOVE PT-PO-QUANTITY TO PM-QTY-NEW
075000     WRITE MAINT-RPT-LINE FROM PM-RPT-QTY-LINE.
075100 3200-EXIT.
075200     EXIT.
075300*
075400******************************************************************
075500* 3250-ADD-ORDER-LINE - PUT AN ITEM NOT YET ON THE SUGGESTED ORDER
075600*                       ON IT AS A NEW LINE.
075700******************************************************************
075800 3250-ADD-ORDER-LINE.
075900     IF PT-PO-QUANTITY = ZERO
076000         MOVE "ITEM NOT ON THIS ORDER" TO PM-REJECT-REASON
076100         PERFORM 2300-REJECT-MAINT-REQUEST THRU 2300-EXIT
076200         GO TO 3250-EXIT
076300     END-IF
076400     MOVE PT-PO-ITEM-CODE TO IM-ITEM-CODE
076500     READ ITEM-MASTER-FILE
076600         INVALID KEY
076700             MOVE "ITEM NOT ON ITEM MASTER" TO PM-REJECT-REASON
076800             PERFORM 2300-REJECT-MAINT-REQUEST THRU 2300-EXIT
076900             GO TO 3250-EXIT
077000     END-READ
077100     MOVE SPACES TO PURCHASE-ORDER-RECORD
077200     MOVE PT-PO-NUMBER TO PO-NUMBER
077300     MOVE PT-PO-ITEM-CODE TO PO-ITEM-CODE
077400     MOVE PT-PO-QUANTITY TO PO-ORDERED-QTY
077500     MOVE ZERO TO PO-RECEIVED-QTY
077600     MOVE ZERO TO PO-LAST-RECEIVED
077700     WRITE PURCHASE-ORDER-RECORD
077800         INVALID KEY
077900             MOVE "ORDER LINE WRITE FAILED" TO PM-REJECT-REASON
078000             PERFORM 2300-REJECT-MAINT-REQUEST THRU 2300-EXIT
078100             GO TO 3250-EXIT
078200     END-WRITE
078300     ADD 1 TO PM-LINE-AMEND-COUNT
078400     MOVE "LINE ADDED" TO PM-APPLIED-TEXT
078500     PERFORM 2350-REPORT-APPLIED THRU 2350-EXIT
078600     MOVE ZERO TO PM-QTY-OLD
078700     MOVE PT-PO-QUANTITY TO PM-QTY-NEW
078800     WRITE MAINT-RPT-LINE FROM PM-RPT-QTY-LINE.
078900 3250-EXIT.
079000     EXIT.
079100*
079200******************************************************************
079300* 3300-CANCEL-ORDER - CANCEL A SUGGESTED OR OPEN ORDER. ANYTHING
079400*                     STILL DUE ON AN OPEN ORDER IS NO LONGER
079500*                     EXPECTED; A LATER DELIVERY AGAINST IT IS
079600*                     REPORTED AS UNORDERED. THE ORDER STAYS ON
079700*                     FILE FOR HISTORY.
079800******************************************************************
079900 3300-CANCEL-ORDER.
080000     PERFORM 3050-GET-ORDER-HEADER THRU 3050-EXIT
080100     IF NOT PM-REQUEST-VALID
080200         GO TO 3300-EXIT
080300     END-IF
080400     IF NOT PO-SUGGESTED AND NOT PO-OPEN
080500         MOVE "ORDER ALREADY CLOSED OR CANCELLED"
080600             TO PM-REJECT-REASON
080700         PERFORM 2300-REJECT-MAINT-REQUEST THRU 2300-EXIT
080800         GO TO 3300-EXIT
080900     END-IF
081000     SET PO-CANCELLED TO TRUE
081100     MOVE PM-TODAY-DATE TO PO-CLOSED-DATE
081200     REWRITE PURCHASE-ORDER-RECORD
081300         INVALID KEY
081400             MOVE "ORDER REWRITE FAILED" TO PM-REJECT-REASON
081500             PERFORM 2300-REJECT-MAINT-REQUEST THRU 2300-EXIT
081600             GO TO 3300-EXIT
081700     END-REWRITE
081800     ADD 1 TO PM-CANCELLED-COUNT
081900     MOVE SPACES TO PM-APPLIED-TEXT
082000     STRING "CANCELLED BY " DELIMITED BY SIZE
082100         PT-BUYER-ID DELIMITED BY SPACE
082200         INTO PM-APPLIED-TEXT
082300     PERFORM 2350-REPORT-APPLIED THRU 2350-EXIT
082400     PERFORM 3400-PRINT-ORDER THRU 3400-EXIT.
082500 3300-EXIT.
082600     EXIT.
082700*
082800******************************************************************
082900* 3400-PRINT-ORDER - PRINT THE ORDER IN THE RECORD AREA - ITS
083000*                    SUPPLIER AND EVERY LINE.
083100******************************************************************
083200 3400-PRINT-ORDER.
083300     MOVE PO-NUMBER TO PM-OH-PO
083400     MOVE PO-SUPPLIER-ID TO PM-OH-SUPPLIER
083500     MOVE PO-RAISED-DATE TO PM-OH-RAISED
083600     MOVE PO-SUPPLIER-ID TO SU-SUPPLIER-ID
083700     READ SUPPLIER-MASTER-FILE
083800         INVALID KEY
083900             MOVE "** NOT ON SUPPLIER MASTER **"
084000                 TO SU-SUPPLIER-NAME
084100     END-READ
084200     MOVE SU-SUPPLIER-NAME TO PM-OH-NAME
084300     WRITE MAINT-RPT-LINE FROM PM-RPT-ORDER-HEADING
084400     MOVE "Y" TO PM-LIST-SWITCH
084500     PERFORM 3100-SCAN-ORDER-LINES THRU 3100-EXIT
084600     WRITE MAINT-RPT-LINE FROM PM-RPT-BLANK-LINE.
084700 3400-EXIT.
084800     EXIT.
084900*
085000******************************************************************
085100* 4000-TERMINATE - PRINT THE RUN TOTALS, WRITE THE AUDIT JOURNAL
085200*                  RECORD AND CLOSE ALL FILES.
085300******************************************************************
085400 4000-TERMINATE.
085500     WRITE MAINT-RPT-LINE FROM PM-RPT-BLANK-LINE
085600     MOVE "SUPPLIERS ADDED:" TO PM-TOT-LABEL
085700     MOVE PM-SUPP-ADDED-COUNT TO PM-TOT-AMOUNT
085800     WRITE MAINT-RPT-LINE FROM PM-RPT-TOTAL-LINE
085900     MOVE "SUPPLIERS CHANGED:" TO PM-TOT-LABEL
086000     MOVE PM-SUPP-CHANGED-COUNT TO PM-TOT-AMOUNT
086100     WRITE MAINT-RPT-LINE FROM PM-RPT-TOTAL-LINE
086200     MOVE "SUPPLIERS DEACTIVATED:" TO PM-TOT-LABEL
086300     MOVE PM-SUPP-DEACT-COUNT TO PM-TOT-AMOUNT
086400     WRITE MAINT-RPT-LINE FROM PM-RPT-TOTAL-LINE
086500     MOVE "ITEM SUPPLIERS SET:" TO PM-TOT-LABEL
086600     MOVE PM-ITEM-SET-COUNT TO PM-TOT-AMOUNT
086700     WRITE MAINT-RPT-LINE FROM PM-RPT-TOTAL-LINE
086710     MOVE "ITEM PRICES SET:" TO PM-TOT-LABEL
086720     MOVE PM-ITEM-PRICED-COUNT TO PM-TOT-AMOUNT
086730     WRITE MAINT-RPT-LINE FROM PM-RPT-TOTAL-LINE
086800     MOVE "ORDER LINES AMENDED:" TO PM-TOT-LABEL
086900     MOVE PM-LINE-AMEND-COUNT TO PM-TOT-AMOUNT
087000     WRITE MAINT-RPT-LINE FROM PM-RPT-TOTAL-LINE
087100     MOVE "ORDERS CONFIRMED:" TO PM-TOT-LABEL
087200     MOVE PM-CONFIRMED-COUNT TO PM-TOT-AMOUNT
087300     WRITE MAINT-RPT-LINE FROM PM-RPT-TOTAL-LINE
087400     MOVE "ORDERS CANCELLED:" TO PM-TOT-LABEL
087500     MOVE PM-CANCELLED-COUNT TO PM-TOT-AMOUNT
087600     WRITE MAINT-RPT-LINE FROM PM-RPT-TOTAL-LINE
087700     MOVE "REQUESTS REJECTED:" TO PM-TOT-LABEL
087800     MOVE PM-REJECTED-COUNT TO PM-TOT-AMOUNT
087900     WRITE MAINT-RPT-LINE FROM PM-RPT-TOTAL-LINE
088000     DISPLAY "PURCHMNT: SUPPLIERS " PM-SUPP-ADDED-COUNT
088100         "/" PM-SUPP-CHANGED-COUNT "/" PM-SUPP-DEACT-COUNT
088200         " CONFIRMED " PM-CONFIRMED-COUNT
088300         " CANCELLED " PM-CANCELLED-COUNT
088400         " REJECTED " PM-REJECTED-COUNT
088500     IF PM-REJECTED-COUNT > ZERO AND RETURN-CODE < 4
088600         MOVE 4 TO RETURN-CODE
088700     END-IF
088800     PERFORM 4100-WRITE-AUDIT-JOURNAL THRU 4100-EXIT
088900     CLOSE SUPPLIER-MASTER-FILE
089000     CLOSE ITEM-MASTER-FILE
089100     CLOSE PURCH-ORDER-FILE
089200     CLOSE PURCH-MAINT-FILE
089300     CLOSE MAINT-REPORT
089400     CLOSE AUDIT-JOURNAL-FILE.
089500 4000-EXIT.
089600     EXIT.
089700*
089800******************************************************************
089900* 4100-WRITE-AUDIT-JOURNAL - APPEND ONE RUN RECORD TO THE SHARED
090000*                            AUDIT JOURNAL.
090100******************************************************************
090200 4100-WRITE-AUDIT-JOURNAL.
090300     MOVE SPACES TO AUDIT-JOURNAL-RECORD
090400     MOVE "PURCHMNT" TO AJ-PROGRAM-NAME
090500     MOVE PM-TODAY-DATE TO AJ-RUN-DATE
090600     ACCEPT AJ-RUN-TIME FROM TIME
090700     MOVE "APPLIED REQUESTS" TO AJ-TOTAL-1-LABEL
090800     COMPUTE AJ-TOTAL-1-AMOUNT = PM-SUPP-ADDED-COUNT
090900         + PM-SUPP-CHANGED-COUNT + PM-SUPP-DEACT-COUNT
091000         + PM-ITEM-SET-COUNT + PM-ITEM-PRICED-COUNT
091010         + PM-LINE-AMEND-COUNT
091100         + PM-CONFIRMED-COUNT + PM-CANCELLED-COUNT
091200     MOVE "REJECTED REQUESTS" TO AJ-TOTAL-2-LABEL
091300     MOVE PM-REJECTED-COUNT TO AJ-TOTAL-2-AMOUNT
091310     MOVE RETURN-CODE TO AJ-RETURN-CODE
091400     WRITE AUDIT-JOURNAL-RECORD.
091500 4100-EXIT.
091600     EXIT.
091700 END PROGRAM PURCHMNT.
