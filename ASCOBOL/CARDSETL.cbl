000100******************************************************************
000200* AUTHOR:        P. MURPHY, PAYROLL SYSTEMS
000300* INSTALLATION:  ACME MANUFACTURING CORP - DATA PROCESSING
000400* DATE-WRITTEN:  2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:       CARD AND MOBILE-WALLET SETTLEMENT RECONCILIATION.
000700*                THE DAY'S CARD AND MOBILE TAKINGS FROM THE EDITED
000800*                CASH FILE (VOIDS LEFT OUT, REFUNDS TAKEN OFF, THE
000900*                SAME RULES THE LEDGER EXTRACT USES) ARE ADDED TO
001000*                THE OPEN-ITEMS FILE BY BUSINESS DATE AND TENDER.
001100*                EACH LINE OF THE ACQUIRER'S SETTLEMENT FILE IS
001200*                THEN MATCHED TO THE TAKINGS IT SETTLES AND TAKEN
001300*                OFF, THE MERCHANT FEE DEDUCTED IS REPORTED, AND
001400*                THE TAKINGS STILL UNSETTLED ARE CARRIED FORWARD
001500*                AND AGED. A SETTLEMENT WITH NO MATCHING TAKINGS
001600*                IS LISTED AND NOT POSTED. THE SETTLED MONEY GOES
001700*                TO THE PENDING LEDGER FILE AS BATCH 06 - DR BANK
001800*                FOR THE NET PAID IN, DR MERCHANT FEES, CR THE
001900*                TENDER CLEARING ACCOUNT THE CASH RECEIPTS BATCH
002000*                DEBITED. THE SNAPSHOT FILE HOLDS THE LAST
002100*                BUSINESS DATE RECONCILED, SO A RERUN OF THE SAME
002200*                DATE CHANGES NOTHING.
002300*                RETURN CODE 4 - UNMATCHED OR INVALID SETTLEMENTS,
002400*                OVER-SETTLED OR OVERDUE TAKINGS (SEE THE REPORT).
002500*                RETURN CODE 8 - A FILE DID NOT PROVE OR COULD NOT
002600*                BE WRITTEN; NOTHING UPDATED.
002700*
002800* MODIFICATION HISTORY
002900* DATE       INIT  DESCRIPTION
003000* ---------- ----  ----------------------------------------------
003100* 2026-10-15 PJM   ORIGINAL.
003110* 2026-10-15 PJM   THE AUDIT JOURNAL RECORD NOW CARRIES THE
003120*                  RETURN CODE THE RUN ENDED WITH.
003130* 2026-10-15 PJM   BATCH 06 IS NOW QUEUED ONLY AFTER CARDOPEN
003140*                  AND CARDSNAP ARE WRITTEN BACK. A CASH FILE
003150*                  THAT WILL NOT OPEN IS NOW REPORTED AS SUCH.
003200******************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. CARDSETL.
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS CS-RUNCTL-STATUS.
004100     SELECT SNAPSHOT-FILE ASSIGN TO "CARDSNAP"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS CS-CARDSNAP-STATUS.
004400     SELECT CASH-TRANSACTION-FILE ASSIGN TO "CASHTRN"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS CS-CASHTRN-STATUS.
004700     SELECT SETTLEMENT-FILE ASSIGN TO "ACQSETL"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS CS-ACQSETL-STATUS.
005000     SELECT OPEN-ITEM-FILE ASSIGN TO "CARDOPEN"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS CS-CARDOPEN-STATUS.
005300     SELECT GL-PENDING-FILE ASSIGN TO "GLPEND"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS CS-GLPEND-STATUS.
005600     SELECT SETTLEMENT-REPORT ASSIGN TO "CARDRPT"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS CS-CARDRPT-STATUS.
005900     SELECT AUDIT-JOURNAL-FILE ASSIGN TO "AUDITJNL"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS CS-AUDITJNL-STATUS.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  RUN-CONTROL-FILE
006500     LABEL RECORDS ARE STANDARD.
006600 COPY RUNCTL.
006700 FD  SNAPSHOT-FILE
006800     LABEL RECORDS ARE STANDARD.
006900 01  SNAPSHOT-RECORD.
007000     05  SN-RECONCILED-DATE      PIC 9(08).
007100     05  SN-LAST-RUN-DATE        PIC 9(08).
007200     05  FILLER                  PIC X(10).
007300 FD  CASH-TRANSACTION-FILE
007400     LABEL RECORDS ARE STANDARD.
007500 COPY CASHTRN.
007600 FD  SETTLEMENT-FILE
007700     LABEL RECORDS ARE STANDARD.
007800 COPY ACQSETL.
007900 FD  OPEN-ITEM-FILE
008000     LABEL RECORDS ARE STANDARD.
008100 COPY CARDOPEN.
008200 FD  GL-PENDING-FILE
008300     LABEL RECORDS ARE STANDARD.
008400 COPY GLPEND.
008500 FD  SETTLEMENT-REPORT
008600     LABEL RECORDS ARE STANDARD
008700     RECORD CONTAINS 80 CHARACTERS.
008800 01  SETTLE-RPT-LINE             PIC X(80).
008900 FD  AUDIT-JOURNAL-FILE
009000     LABEL RECORDS ARE STANDARD.
009100 COPY AUDITJNL.
009200 WORKING-STORAGE SECTION.
009300 77  CS-RUNCTL-STATUS        PIC X(02).
009400 77  CS-CARDSNAP-STATUS      PIC X(02).
009500 77  CS-CASHTRN-STATUS       PIC X(02).
009600 77  CS-ACQSETL-STATUS       PIC X(02).
009700 77  CS-CARDOPEN-STATUS      PIC X(02).
009800 77  CS-GLPEND-STATUS        PIC X(02).
009900 77  CS-CARDRPT-STATUS       PIC X(02).
010000 77  CS-AUDITJNL-STATUS      PIC X(02).
010100 77  CS-TODAY-DATE           PIC 9(08).
010200*
010300* TAKINGS STILL UNSETTLED THIS MANY DAYS AFTER THE BUSINESS DATE
010400* ARE FLAGGED OVERDUE - THE ACQUIRER NORMALLY PAYS IN ONE OR TWO.
010500 77  CS-SETTLE-DAYS          PIC 9(03) VALUE 3.
010600*
010700* SHARED PAGE-NUMBERED MANAGEMENT REPORT HEADING - SEE RPTHDR.
010800 COPY RPTHDR.
010900*
011000* TRAILER CONTROL RECORD FOR THE FILE HAND-OFFS - SEE FILETRLR.
011100 COPY FILETRLR.
011200*
011300* THE ONE LIST OF VALID TENDER CODES - SEE TENDTAB.
011400 COPY TENDTAB.
011500 77  CS-RUN-OK-SWITCH        PIC X(01) VALUE "Y".
011600     88  CS-RUN-OK                   VALUE "Y".
011700 77  CS-DONE-SWITCH          PIC X(01) VALUE "N".
011800     88  CS-ALREADY-RECONCILED       VALUE "Y".
011900 77  CS-CASH-EOF-SWITCH      PIC X(01) VALUE "N".
012000     88  CS-END-OF-CASH              VALUE "Y".
012100 77  CS-SETL-EOF-SWITCH      PIC X(01) VALUE "N".
012200     88  CS-END-OF-SETTLEMENTS       VALUE "Y".
012300 77  CS-OPEN-EOF-SWITCH      PIC X(01) VALUE "N".
012400     88  CS-END-OF-OPEN-ITEMS        VALUE "Y".
012500 77  CS-CASH-TRLR-SWITCH     PIC X(01) VALUE "N".
012600     88  CS-CASH-TRAILER-SEEN        VALUE "Y".
012700 77  CS-OPEN-TRLR-SWITCH     PIC X(01) VALUE "N".
012800     88  CS-OPEN-TRAILER-SEEN        VALUE "Y".
012900 77  CS-ITEM-FOUND-SWITCH    PIC X(01) VALUE "N".
013000     88  CS-ITEM-FOUND               VALUE "Y".
013100*
013200* TRAILER PROOF COUNTERS FOR THE EDITED CASH FILE AND THE
013300* OPEN-ITEMS FILE.
013400 77  CS-CASH-TRLR-COUNT      PIC 9(05) VALUE ZERO.
013500 77  CS-CASH-TRLR-AMOUNT     PIC 9(09)V99 VALUE ZERO.
013600 77  CS-OPEN-TRLR-COUNT      PIC 9(05) VALUE ZERO.
013700 77  CS-OPEN-TRLR-AMOUNT     PIC S9(09)V99 VALUE ZERO.
013800 77  CS-OPEN-TRLR-CHECK      PIC 9(09)V99 VALUE ZERO.
013900*
014000* BY TENDER, IN TENDER TABLE ORDER - TODAY'S TAKINGS AND THE
014100* SETTLEMENTS APPLIED. ONLY CARD AND MOBILE ARE SETTLED.
014200 01  CS-TENDER-TOTALS.
014300     05  CS-TT-TAKINGS OCCURS 4 TIMES PIC S9(09)V99 VALUE ZERO.
014400     05  CS-TT-GROSS OCCURS 4 TIMES PIC S9(09)V99 VALUE ZERO.
014500     05  CS-TT-FEE OCCURS 4 TIMES PIC S9(09)V99 VALUE ZERO.
014600     05  CS-TT-NET OCCURS 4 TIMES PIC S9(09)V99 VALUE ZERO.
014700*
014800* THE OPEN ITEMS - CARRIED FORWARD FROM THE LAST RUN, PLUS TODAY.
014900 77  CS-OI-COUNT             PIC 9(04) COMP VALUE ZERO.
015000 01  CS-OPEN-ITEM-TABLE.
015100     05  CS-OI-ENTRY OCCURS 500 TIMES INDEXED BY CS-OI-IDX.
015200         10  CS-OI-TAKINGS-DATE  PIC 9(08).
015300         10  CS-OI-TENDER-TYPE   PIC X(02).
015400         10  CS-OI-TAKINGS       PIC S9(07)V99.
015500         10  CS-OI-SETTLED       PIC S9(07)V99.
015600         10  CS-OI-FEE           PIC S9(05)V99.
015700         10  CS-OI-LAST-SETTLE   PIC 9(08).
015800 77  CS-WORK-DATE            PIC 9(08) VALUE ZERO.
015900 77  CS-WORK-TENDER          PIC X(02) VALUE SPACES.
016000 77  CS-OUTSTANDING          PIC S9(07)V99 VALUE ZERO.
016100 77  CS-CHECK-GROSS          PIC 9(07)V99 VALUE ZERO.
016200*
016300* DAY NUMBERS FOR AGEING - DAYS SINCE 0001-01-01, SO TWO DATES
016400* CAN BE SUBTRACTED ACROSS A MONTH OR YEAR END.
016500 01  CS-DN-DATE              PIC 9(08) VALUE ZERO.
016600 01  CS-DN-DATE-PARTS REDEFINES CS-DN-DATE.
016700     05  CS-DN-YYYY          PIC 9(04).
016800     05  CS-DN-MM            PIC 9(02).
016900     05  CS-DN-DD            PIC 9(02).
017000 77  CS-DN-DAYS              PIC 9(07) VALUE ZERO.
017100 77  CS-DN-YEARS             PIC 9(04) VALUE ZERO.
017200 77  CS-DN-QUOTIENT          PIC 9(04) VALUE ZERO.
017300 77  CS-DN-REM-4             PIC 9(03) VALUE ZERO.
017400 77  CS-DN-REM-100           PIC 9(03) VALUE ZERO.
017500 77  CS-DN-REM-400           PIC 9(03) VALUE ZERO.
017600 77  CS-TODAY-DAYS           PIC 9(07) VALUE ZERO.
017700 77  CS-AGE-DAYS             PIC 9(05) VALUE ZERO.
017800 01  CS-DAYS-BEFORE-VALUES.
017900     05  FILLER              PIC X(36) VALUE
018000         "000031059090120151181212243273304334".
018100 01  CS-DAYS-BEFORE-TABLE REDEFINES CS-DAYS-BEFORE-VALUES.
018200     05  CS-DAYS-BEFORE-MONTH OCCURS 12 TIMES PIC 9(03).
018300*
018400* RUN TOTALS.
018500 77  CS-SETTLE-COUNT         PIC 9(05) COMP VALUE ZERO.
018600 77  CS-MATCHED-COUNT        PIC 9(05) COMP VALUE ZERO.
018700 77  CS-UNMATCHED-COUNT      PIC 9(05) COMP VALUE ZERO.
018800 77  CS-INVALID-COUNT        PIC 9(05) COMP VALUE ZERO.
018900 77  CS-OVER-COUNT           PIC 9(05) COMP VALUE ZERO.
019000 77  CS-CARRIED-COUNT        PIC 9(05) COMP VALUE ZERO.
019100 77  CS-OVERDUE-COUNT        PIC 9(05) COMP VALUE ZERO.
019200 77  CS-TOTAL-TAKINGS        PIC S9(09)V99 VALUE ZERO.
019300 77  CS-TOTAL-GROSS          PIC S9(09)V99 VALUE ZERO.
019400 77  CS-TOTAL-FEE            PIC S9(09)V99 VALUE ZERO.
019500 77  CS-TOTAL-NET            PIC S9(09)V99 VALUE ZERO.
019600 77  CS-UNMATCHED-AMOUNT     PIC S9(09)V99 VALUE ZERO.
019700 77  CS-TOTAL-UNSETTLED      PIC S9(09)V99 VALUE ZERO.
019800*
019900* ONE PENDING LEDGER POSTING - SEE GLPEND.
020000 77  CS-GL-TYPE              PIC X(02) VALUE SPACES.
020100 77  CS-GL-CODE              PIC X(02) VALUE SPACES.
020200 77  CS-GL-SIDE              PIC X(01) VALUE SPACE.
020300 77  CS-GL-AMOUNT            PIC S9(09)V99 VALUE ZERO.
020400 77  CS-GL-REFERENCE         PIC X(20) VALUE SPACES.
020500*
020600 01  CS-RPT-SECTION-LINE.
020700     05  CS-SEC-TITLE        PIC X(60).
020800 01  CS-RPT-SETTLE-COLUMNS.
020900     05  FILLER              PIC X(16) VALUE "TAKINGS TENDER".
021000     05  FILLER              PIC X(12) VALUE "     TAKINGS".
021100     05  FILLER              PIC X(12) VALUE "     SETTLED".
021200     05  FILLER              PIC X(11) VALUE "        FEE".
021300     05  FILLER              PIC X(12) VALUE "    NET PAID".
021400     05  FILLER              PIC X(17) VALUE " NOTE".
021500 01  CS-RPT-DETAIL-LINE.
021600     05  CS-DET-DATE         PIC 9(08).
021700     05  FILLER              PIC X(01) VALUE SPACES.
021800     05  CS-DET-TENDER       PIC X(06).
021900     05  FILLER              PIC X(01) VALUE SPACES.
022000     05  CS-DET-TAKINGS      PIC -ZZZ,ZZ9.99.
022100     05  FILLER              PIC X(01) VALUE SPACES.
022200     05  CS-DET-GROSS        PIC -ZZZ,ZZ9.99.
022300     05  FILLER              PIC X(01) VALUE SPACES.
022400     05  CS-DET-FEE          PIC -ZZ,ZZ9.99.
022500     05  FILLER              PIC X(01) VALUE SPACES.
022600     05  CS-DET-NET          PIC -ZZZ,ZZ9.99.
022700     05  FILLER              PIC X(01) VALUE SPACES.
022800     05  CS-DET-NOTE         PIC X(16).
022900 01  CS-RPT-OPEN-COLUMNS.
023000     05  FILLER              PIC X(16) VALUE "TAKINGS TENDER".
023100     05  FILLER              PIC X(12) VALUE "     TAKINGS".
023200     05  FILLER              PIC X(12) VALUE "     SETTLED".
023300     05  FILLER              PIC X(12) VALUE " OUTSTANDING".
023400     05  FILLER              PIC X(07) VALUE "   DAYS".
023500     05  FILLER              PIC X(17) VALUE " NOTE".
023600 01  CS-RPT-OPEN-LINE.
023700     05  CS-OPN-DATE         PIC 9(08).
023800     05  FILLER              PIC X(01) VALUE SPACES.
023900     05  CS-OPN-TENDER       PIC X(06).
024000     05  FILLER              PIC X(01) VALUE SPACES.
024100     05  CS-OPN-TAKINGS      PIC -ZZZ,ZZ9.99.
024200     05  FILLER              PIC X(01) VALUE SPACES.
024300     05  CS-OPN-SETTLED      PIC -ZZZ,ZZ9.99.
024400     05  FILLER              PIC X(01) VALUE SPACES.
024500     05  CS-OPN-OUTSTANDING  PIC -ZZZ,ZZ9.99.
024600     05  FILLER              PIC X(02) VALUE SPACES.
024700     05  CS-OPN-AGE          PIC ZZZZ9.
024800     05  FILLER              PIC X(01) VALUE SPACES.
024900     05  CS-OPN-NOTE         PIC X(16).
025000 01  CS-RPT-TOTAL-LINE.
025100     05  CS-TOT-LABEL        PIC X(28).
025200     05  CS-TOT-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
025300 01  CS-RPT-COUNT-LINE.
025400     05  CS-CNT-LABEL        PIC X(28).
025500     05  CS-CNT-AMOUNT       PIC ZZ,ZZ9.
025600 01  CS-RPT-MESSAGE-LINE.
025700     05  FILLER              PIC X(04) VALUE "*** ".
025800     05  CS-MSG-TEXT         PIC X(60).
025900 01  CS-RPT-BLANK-LINE       PIC X(01) VALUE SPACE.
026000 PROCEDURE DIVISION.
026100 0000-MAINLINE.
026200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
026300     IF CS-RUN-OK
026400         PERFORM 2000-TOTAL-ONE-CASH THRU 2000-EXIT
026500             UNTIL CS-END-OF-CASH
026600         PERFORM 2100-CHECK-CASH-PROOF THRU 2100-EXIT
026700     END-IF
026800     IF CS-RUN-OK
026900         PERFORM 2200-ADD-TODAYS-TAKINGS THRU 2200-EXIT
027000         PERFORM 3000-APPLY-ONE-SETTLEMENT THRU 3000-EXIT
027100             UNTIL CS-END-OF-SETTLEMENTS
027200         PERFORM 4000-LIST-OPEN-ITEMS THRU 4000-EXIT
027400     END-IF
027500     IF CS-RUN-OK
027600         PERFORM 5500-REWRITE-OPEN-ITEMS THRU 5500-EXIT
027700         PERFORM 5600-REWRITE-SNAPSHOT THRU 5600-EXIT
027800     END-IF
027810     IF CS-RUN-OK
027820         PERFORM 5000-RAISE-GL-POSTINGS THRU 5000-EXIT
027830     END-IF
027900     PERFORM 6000-TERMINATE THRU 6000-EXIT
028000     STOP RUN.
028100*
028200******************************************************************
028300* 1000-INITIALIZE - HEAD THE REPORT, REFUSE A DATE ALREADY
028400*                   RECONCILED, OPEN THE INPUT FILES AND LOAD THE
028500*                   OPEN ITEMS CARRIED FORWARD.
028600******************************************************************
028700 1000-INITIALIZE.
028800     PERFORM 1100-GET-BUSINESS-DATE THRU 1100-EXIT
028900     OPEN OUTPUT SETTLEMENT-REPORT
029000     OPEN EXTEND AUDIT-JOURNAL-FILE
029100     IF CS-AUDITJNL-STATUS NOT = "00"
029200         OPEN OUTPUT AUDIT-JOURNAL-FILE
029300     END-IF
029400     MOVE ZERO TO RPT-PAGE-NUMBER
029500     ADD 1 TO RPT-PAGE-NUMBER
029600     MOVE "CARD SETTLEMENT RECONCILIATION" TO RPT-HDR-TITLE
029700     MOVE CS-TODAY-DATE TO RPT-HDR-RUN-DATE
029800     MOVE RPT-PAGE-NUMBER TO RPT-HDR-PAGE-NUMBER
029900     WRITE SETTLE-RPT-LINE FROM RPT-STD-HEADING-1
030000     WRITE SETTLE-RPT-LINE FROM RPT-STD-HEADING-2
030100     PERFORM 1200-CHECK-SNAPSHOT THRU 1200-EXIT
030200     IF NOT CS-RUN-OK
030300         GO TO 1000-EXIT
030400     END-IF
030500     MOVE CS-TODAY-DATE TO CS-DN-DATE
030600     PERFORM 4200-DAY-NUMBER THRU 4200-EXIT
030700     MOVE CS-DN-DAYS TO CS-TODAY-DAYS
030800     OPEN INPUT CASH-TRANSACTION-FILE
030900     IF CS-CASHTRN-STATUS NOT = "00"
031000         DISPLAY "CARDSETL: UNABLE TO OPEN CASH FILE, STATUS "
031100             CS-CASHTRN-STATUS
031200         MOVE "N" TO CS-RUN-OK-SWITCH
031210         MOVE SPACES TO CS-ACQSETL-STATUS
031220         MOVE SPACES TO CS-MSG-TEXT
031230         STRING "CASH FILE NOT OPENED, STATUS " CS-CASHTRN-STATUS
031240             " - NOTHING RECONCILED" DELIMITED BY SIZE
031245             INTO CS-MSG-TEXT
031250         WRITE SETTLE-RPT-LINE FROM CS-RPT-MESSAGE-LINE
031260         MOVE 8 TO RETURN-CODE
031270         GO TO 1000-EXIT
031300     END-IF
031400     OPEN INPUT SETTLEMENT-FILE
031500     IF CS-ACQSETL-STATUS NOT = "00"
031600         DISPLAY "CARDSETL: NO ACQUIRER SETTLEMENT FILE, STATUS "
031700             CS-ACQSETL-STATUS " - TAKINGS CARRIED FORWARD ONLY"
031800         MOVE "Y" TO CS-SETL-EOF-SWITCH
031900     END-IF
032000     PERFORM 1300-LOAD-OPEN-ITEMS THRU 1300-EXIT
032100     IF NOT CS-RUN-OK
032200         MOVE "OPEN ITEMS DO NOT PROVE - NOTHING RECONCILED"
032300             TO CS-MSG-TEXT
032400         WRITE SETTLE-RPT-LINE FROM CS-RPT-MESSAGE-LINE
032500         MOVE 8 TO RETURN-CODE
032600     END-IF.
032700 1000-EXIT.
032800     EXIT.
032900*
033000******************************************************************
033100* 1100-GET-BUSINESS-DATE - THE BUSINESS DATE COMES FROM THE
033200*                          SUITE RUN-CONTROL FILE; THE MACHINE
033300*                          DATE IS ONLY A FALLBACK.
033400******************************************************************
033500 1100-GET-BUSINESS-DATE.
033600     MOVE ZERO TO CS-TODAY-DATE
033700     OPEN INPUT RUN-CONTROL-FILE
033800     IF CS-RUNCTL-STATUS = "00"
033900         READ RUN-CONTROL-FILE
034000             AT END
034100                 CONTINUE
034200             NOT AT END
034300                 IF RC-BUSINESS-DATE NUMERIC
034400                     MOVE RC-BUSINESS-DATE TO CS-TODAY-DATE
034500                 END-IF
034600         END-READ
034700         CLOSE RUN-CONTROL-FILE
034800     END-IF
034900     IF CS-TODAY-DATE = ZERO
035000         ACCEPT CS-TODAY-DATE FROM DATE YYYYMMDD
035100         DISPLAY "CARDSETL: NO RUN CONTROL - USING MACHINE DATE "
035200             CS-TODAY-DATE
035300     END-IF.
035400 1100-EXIT.
035500     EXIT.
035600*
035700******************************************************************
035800* 1200-CHECK-SNAPSHOT - THE SNAPSHOT HOLDS THE LAST BUSINESS DATE
035900*                       RECONCILED. THAT DATE OR AN EARLIER ONE
036000*                       HAS ALREADY HAD ITS TAKINGS AND
036100*                       SETTLEMENTS TAKEN UP, SO THE RUN CHANGES
036200*                       NOTHING. NO SNAPSHOT READS AS NOTHING
036300*                       RECONCILED.
036400******************************************************************
036500 1200-CHECK-SNAPSHOT.
036600     OPEN INPUT SNAPSHOT-FILE
036700     IF CS-CARDSNAP-STATUS NOT = "00"
036800         GO TO 1200-EXIT
036900     END-IF
037000     READ SNAPSHOT-FILE
037100         AT END
037200             MOVE ZERO TO SN-RECONCILED-DATE
037300     END-READ
037400     CLOSE SNAPSHOT-FILE
037500     IF SN-RECONCILED-DATE NUMERIC
037600             AND SN-RECONCILED-DATE NOT < CS-TODAY-DATE
037700         DISPLAY "CARDSETL: SETTLEMENTS ALREADY RECONCILED TO "
037800             SN-RECONCILED-DATE " - NOTHING DONE"
037900         MOVE "ALREADY RECONCILED FOR THIS DATE - NOTHING DONE"
038000             TO CS-MSG-TEXT
038100         WRITE SETTLE-RPT-LINE FROM CS-RPT-MESSAGE-LINE
038200         MOVE "Y" TO CS-DONE-SWITCH
038300         MOVE "N" TO CS-RUN-OK-SWITCH
038400     END-IF.
038500 1200-EXIT.
038600     EXIT.
038700*
038800******************************************************************
038900* 1300-LOAD-OPEN-ITEMS - LOAD THE ITEMS CARRIED FORWARD AND PROVE
039000*                        THEM AGAINST THE FILE'S TRAILER. NO FILE
039100*                        READS AS NO OPEN ITEMS; ITEMS WITH NO
039200*                        TRAILER, OR A TRAILER THAT DISAGREES,
039300*                        STOP THE RUN.
039400******************************************************************
039500 1300-LOAD-OPEN-ITEMS.
039600     OPEN INPUT OPEN-ITEM-FILE
039700     IF CS-CARDOPEN-STATUS NOT = "00"
039800         DISPLAY "CARDSETL: NO OPEN ITEMS FILE, STATUS "
039900             CS-CARDOPEN-STATUS " - STARTING WITH NONE"
040000         GO TO 1300-EXIT
040100     END-IF
040200     PERFORM 1310-LOAD-ONE-OPEN-ITEM THRU 1310-EXIT
040300         UNTIL CS-END-OF-OPEN-ITEMS
040400     CLOSE OPEN-ITEM-FILE
040500     IF CS-OI-COUNT > ZERO AND NOT CS-OPEN-TRAILER-SEEN
040600         DISPLAY "CARDSETL: OPEN ITEMS FILE HAS NO TRAILER - "
040700             "COUNTED " CS-OPEN-TRLR-COUNT " UNPROVEN ITEMS"
040800         MOVE "N" TO CS-RUN-OK-SWITCH
040900     END-IF.
041000 1300-EXIT.
041100     EXIT.
041200*
041300******************************************************************
041400* 1310-LOAD-ONE-OPEN-ITEM - ONE ITEM INTO THE TABLE, OR THE
041500*                           TRAILER PROVED.
041600******************************************************************
041700 1310-LOAD-ONE-OPEN-ITEM.
041800     READ OPEN-ITEM-FILE
041900         AT END
042000             MOVE "Y" TO CS-OPEN-EOF-SWITCH
042100             GO TO 1310-EXIT
042200     END-READ
042300     IF CARD-OPEN-ITEM-RECORD(1:8) = "*TRAILER"
042400         MOVE CARD-OPEN-ITEM-RECORD TO FILE-TRAILER-RECORD
042500         MOVE "Y" TO CS-OPEN-TRLR-SWITCH
042600         MOVE CS-OPEN-TRLR-AMOUNT TO CS-OPEN-TRLR-CHECK
042700         IF FT-RECORD-COUNT NOT = CS-OPEN-TRLR-COUNT
042800                 OR FT-TOTAL-AMOUNT NOT = CS-OPEN-TRLR-CHECK
042900             DISPLAY "CARDSETL: OPEN ITEMS TRAILER MISMATCH - "
043000                 "EXPECTED " FT-RECORD-COUNT " ITEMS/"
043100                 FT-TOTAL-AMOUNT ", COUNTED " CS-OPEN-TRLR-COUNT
043200                 " ITEMS/" CS-OPEN-TRLR-CHECK
043300             MOVE "N" TO CS-RUN-OK-SWITCH
043400         END-IF
043500         GO TO 1310-EXIT
043600     END-IF
043700     ADD 1 TO CS-OPEN-TRLR-COUNT
043800     ADD CO-TAKINGS-AMOUNT TO CS-OPEN-TRLR-AMOUNT
043900     IF CS-OI-COUNT < 500
044000         ADD 1 TO CS-OI-COUNT
044100         SET CS-OI-IDX TO CS-OI-COUNT
044200         MOVE CO-TAKINGS-DATE TO CS-OI-TAKINGS-DATE(CS-OI-IDX)
044300         MOVE CO-TENDER-TYPE TO CS-OI-TENDER-TYPE(CS-OI-IDX)
044400         MOVE CO-TAKINGS-AMOUNT TO CS-OI-TAKINGS(CS-OI-IDX)
044500         MOVE CO-SETTLED-AMOUNT TO CS-OI-SETTLED(CS-OI-IDX)
044600         MOVE CO-FEE-AMOUNT TO CS-OI-FEE(CS-OI-IDX)
044700         MOVE CO-LAST-SETTLE-DATE TO CS-OI-LAST-SETTLE(CS-OI-IDX)
044800     ELSE
044900         DISPLAY "CARDSETL: OPEN ITEM TABLE FULL AT "
045000             CO-TAKINGS-DATE " " CO-TENDER-TYPE
045100         MOVE "N" TO CS-RUN-OK-SWITCH
045200     END-IF.
045300 1310-EXIT.
045400     EXIT.
045500*
045600******************************************************************
045700* 2000-TOTAL-ONE-CASH - ADD ONE EDITED CASH TRANSACTION TO ITS
045800*                       TENDER'S TAKINGS - VOIDS EXCLUDED, REFUNDS
045900*                       NEGATIVE, AS IN THE LEDGER EXTRACT. EVERY
046000*                       DETAIL RECORD COUNTS TOWARDS THE TRAILER
046100*                       PROOF.
046200******************************************************************
046300 2000-TOTAL-ONE-CASH.
046400     READ CASH-TRANSACTION-FILE
046500         AT END
046600             MOVE "Y" TO CS-CASH-EOF-SWITCH
046700             GO TO 2000-EXIT
046800     END-READ
046900     IF CASH-TRANSACTION-RECORD(1:8) = "*TRAILER"
047000         PERFORM 2050-VERIFY-CASH-TRAILER THRU 2050-EXIT
047100         GO TO 2000-EXIT
047200     END-IF
047300     ADD 1 TO CS-CASH-TRLR-COUNT
047400     IF CT-AMOUNT NOT NUMERIC
047500         GO TO 2000-EXIT
047600     END-IF
047700     ADD CT-AMOUNT TO CS-CASH-TRLR-AMOUNT
047800     IF CT-VOID-TXN
047900         GO TO 2000-EXIT
048000     END-IF
048100     IF NOT CT-TENDER-CARD AND NOT CT-TENDER-MOBILE
048200         GO TO 2000-EXIT
048300     END-IF
048400     SET TT-IDX TO 1
048500     SEARCH TT-TENDER-ENTRY
048600         AT END
048700             CONTINUE
048800         WHEN TT-CODE(TT-IDX) = CT-TENDER-TYPE
048900             IF CT-REFUND-TXN
049000                 SUBTRACT CT-AMOUNT FROM CS-TT-TAKINGS(TT-IDX)
049100             ELSE
049200                 ADD CT-AMOUNT TO CS-TT-TAKINGS(TT-IDX)
049300             END-IF
049400     END-SEARCH.
049500 2000-EXIT.
049600     EXIT.
049700*
049800******************************************************************
049900* 2050-VERIFY-CASH-TRAILER - PROVE THE CASH RECORDS READ SINCE THE
050000*                            LAST TRAILER AGAINST THE EDIT'S
050100*                            TRAILER COUNT AND AMOUNT.
050200******************************************************************
050300 2050-VERIFY-CASH-TRAILER.
050400     MOVE CASH-TRANSACTION-RECORD TO FILE-TRAILER-RECORD
050500     MOVE "Y" TO CS-CASH-TRLR-SWITCH
050600     IF FT-RECORD-COUNT NOT = CS-CASH-TRLR-COUNT
050700             OR FT-TOTAL-AMOUNT NOT = CS-CASH-TRLR-AMOUNT
050800         DISPLAY "CARDSETL: CASH FILE TRAILER MISMATCH - "
050900             "EXPECTED " FT-RECORD-COUNT " RECORDS/"
051000             FT-TOTAL-AMOUNT
051100             ", COUNTED " CS-CASH-TRLR-COUNT " RECORDS/"
051200             CS-CASH-TRLR-AMOUNT
051300         MOVE "N" TO CS-RUN-OK-SWITCH
051400     END-IF
051500     MOVE ZERO TO CS-CASH-TRLR-COUNT
051600     MOVE ZERO TO CS-CASH-TRLR-AMOUNT.
051700 2050-EXIT.
051800     EXIT.
051900*
052000******************************************************************
052100* 2100-CHECK-CASH-PROOF - CASH RECORDS LEFT OVER AFTER THE LAST
052200*                         TRAILER MEAN THE FILE DID NOT ARRIVE
052300*                         WHOLE - THE TAKINGS CANNOT BE TRUSTED.
052400******************************************************************
052500 2100-CHECK-CASH-PROOF.
052600     IF CS-CASH-TRLR-COUNT > ZERO
052700         DISPLAY "CARDSETL: CASH FILE TRAILER MISSING - COUNTED "
052800             CS-CASH-TRLR-COUNT " UNPROVEN RECORDS/"
052900             CS-CASH-TRLR-AMOUNT
053000         MOVE "N" TO CS-RUN-OK-SWITCH
053100     END-IF
053200     IF NOT CS-RUN-OK
053300         MOVE "CASH FILE DOES NOT PROVE - NOTHING RECONCILED"
053400             TO CS-MSG-TEXT
053500         WRITE SETTLE-RPT-LINE FROM CS-RPT-MESSAGE-LINE
053600         MOVE 8 TO RETURN-CODE
053700     END-IF.
053800 2100-EXIT.
053900     EXIT.
054000*
054100******************************************************************
054200* 2200-ADD-TODAYS-TAKINGS - OPEN AN ITEM FOR EACH SETTLED TENDER
054300*                           TAKEN TODAY AND HEAD THE SETTLEMENT
054400*                           SECTION.
054500******************************************************************
054600 2200-ADD-TODAYS-TAKINGS.
054700     WRITE SETTLE-RPT-LINE FROM CS-RPT-BLANK-LINE
054800     MOVE "TAKINGS ADDED FOR SETTLEMENT" TO CS-SEC-TITLE
054900     WRITE SETTLE-RPT-LINE FROM CS-RPT-SECTION-LINE
055000     WRITE SETTLE-RPT-LINE FROM CS-RPT-SETTLE-COLUMNS
055100     PERFORM 2210-ADD-ONE-TENDER THRU 2210-EXIT
055200         VARYING TT-IDX FROM 1 BY 1 UNTIL TT-IDX > 4
055300     WRITE SETTLE-RPT-LINE FROM CS-RPT-BLANK-LINE
055400     MOVE "SETTLEMENTS RECEIVED FROM THE ACQUIRER" TO CS-SEC-TITLE
055500     WRITE SETTLE-RPT-LINE FROM CS-RPT-SECTION-LINE
055600     WRITE SETTLE-RPT-LINE FROM CS-RPT-SETTLE-COLUMNS.
055700 2200-EXIT.
055800     EXIT.
055900*
056000******************************************************************
056100* 2210-ADD-ONE-TENDER - TODAY'S TAKINGS FOR ONE CARD OR MOBILE
056200*                       TENDER BECOME AN OPEN ITEM.
056300******************************************************************
056400 2210-ADD-ONE-TENDER.
056500     IF TT-CODE(TT-IDX) NOT = "CD" AND TT-CODE(TT-IDX) NOT = "MW"
056600         GO TO 2210-EXIT
056700     END-IF
056800     IF CS-TT-TAKINGS(TT-IDX) = ZERO
056900         GO TO 2210-EXIT
057000     END-IF
057100     MOVE CS-TODAY-DATE TO CS-WORK-DATE
057200     MOVE TT-CODE(TT-IDX) TO CS-WORK-TENDER
057300     PERFORM 2300-FIND-OPEN-ITEM THRU 2300-EXIT
057400     IF NOT CS-ITEM-FOUND
057500         IF CS-OI-COUNT NOT < 500
057600             DISPLAY "CARDSETL: OPEN ITEM TABLE FULL - TAKINGS "
057700                 "FOR " CS-WORK-TENDER " NOT ADDED"
057800             MOVE "N" TO CS-RUN-OK-SWITCH
057900             MOVE 8 TO RETURN-CODE
058000             GO TO 2210-EXIT
058100         END-IF
058200         ADD 1 TO CS-OI-COUNT
058300         SET CS-OI-IDX TO CS-OI-COUNT
058400         MOVE CS-WORK-DATE TO CS-OI-TAKINGS-DATE(CS-OI-IDX)
058500         MOVE CS-WORK-TENDER TO CS-OI-TENDER-TYPE(CS-OI-IDX)
058600         MOVE ZERO TO CS-OI-TAKINGS(CS-OI-IDX)
058700         MOVE ZERO TO CS-OI-SETTLED(CS-OI-IDX)
058800         MOVE ZERO TO CS-OI-FEE(CS-OI-IDX)
058900         MOVE ZERO TO CS-OI-LAST-SETTLE(CS-OI-IDX)
059000     END-IF
059100     ADD CS-TT-TAKINGS(TT-IDX) TO CS-OI-TAKINGS(CS-OI-IDX)
059200     ADD CS-TT-TAKINGS(TT-IDX) TO CS-TOTAL-TAKINGS
059300     MOVE SPACES TO CS-RPT-DETAIL-LINE
059400     MOVE CS-WORK-DATE TO CS-DET-DATE
059500     MOVE TT-NAME(TT-IDX) TO CS-DET-TENDER
059600     MOVE CS-TT-TAKINGS(TT-IDX) TO CS-DET-TAKINGS
059700     MOVE ZERO TO CS-DET-GROSS
059800     MOVE ZERO TO CS-DET-FEE
059900     MOVE ZERO TO CS-DET-NET
060000     MOVE "OPENED" TO CS-DET-NOTE
060100     WRITE SETTLE-RPT-LINE FROM CS-RPT-DETAIL-LINE.
060200 2210-EXIT.
060300     EXIT.
060400*
060500******************************************************************
060600* 2300-FIND-OPEN-ITEM - LOOK UP THE OPEN ITEM FOR CS-WORK-DATE AND
060700*                       CS-WORK-TENDER. FOUND LEAVES CS-OI-IDX ON
060800*                       IT.
060900******************************************************************
061000 2300-FIND-OPEN-ITEM.
061100     MOVE "N" TO CS-ITEM-FOUND-SWITCH
061200     IF CS-OI-COUNT = ZERO
061300         GO TO 2300-EXIT
061400     END-IF
061500     SET CS-OI-IDX TO 1
061600     SEARCH CS-OI-ENTRY
061700         AT END
061800             CONTINUE
061900         WHEN CS-OI-IDX > CS-OI-COUNT
062000             CONTINUE
062100         WHEN CS-OI-TAKINGS-DATE(CS-OI-IDX) = CS-WORK-DATE
062200                 AND CS-OI-TENDER-TYPE(CS-OI-IDX) = CS-WORK-TENDER
062300             MOVE "Y" TO CS-ITEM-FOUND-SWITCH
062400     END-SEARCH.
062500 2300-EXIT.
062600     EXIT.
062700*
062800******************************************************************
062900* 3000-APPLY-ONE-SETTLEMENT - MATCH ONE ACQUIRER SETTLEMENT TO THE
063000*                             TAKINGS IT SETTLES AND TAKE IT OFF.
063100*                             A LINE THAT DOES NOT ADD UP, OR HAS
063200*                             NO MATCHING TAKINGS, IS LISTED AND
063300*                             NOT POSTED.
063400******************************************************************
063500 3000-APPLY-ONE-SETTLEMENT.
063600     READ SETTLEMENT-FILE
063700         AT END
063800             MOVE "Y" TO CS-SETL-EOF-SWITCH
063900             GO TO 3000-EXIT
064000     END-READ
064100     IF ACQUIRER-SETTLEMENT-RECORD = SPACES
064200         GO TO 3000-EXIT
064300     END-IF
064400     ADD 1 TO CS-SETTLE-COUNT
064500     MOVE SPACES TO CS-RPT-DETAIL-LINE
064600     MOVE ZERO TO CS-DET-TAKINGS
064700     MOVE ZERO TO CS-DET-GROSS
064800     MOVE ZERO TO CS-DET-FEE
064900     MOVE ZERO TO CS-DET-NET
065000     MOVE AQ-TENDER-TYPE TO CS-DET-TENDER
065100     IF AQ-TAKINGS-DATE NOT NUMERIC
065200             OR AQ-GROSS-AMOUNT NOT NUMERIC
065300             OR AQ-FEE-AMOUNT NOT NUMERIC
065400             OR AQ-NET-AMOUNT NOT NUMERIC
065500         ADD 1 TO CS-INVALID-COUNT
065600         MOVE ZERO TO CS-DET-DATE
065700         MOVE "INVALID RECORD" TO CS-DET-NOTE
065800         WRITE SETTLE-RPT-LINE FROM CS-RPT-DETAIL-LINE
065900         GO TO 3000-EXIT
066000     END-IF
066100     MOVE AQ-TAKINGS-DATE TO CS-DET-DATE
066200     MOVE AQ-GROSS-AMOUNT TO CS-DET-GROSS
066300     MOVE AQ-FEE-AMOUNT TO CS-DET-FEE
066400     MOVE AQ-NET-AMOUNT TO CS-DET-NET
066500     IF AQ-TENDER-TYPE NOT = "CD" AND AQ-TENDER-TYPE NOT = "MW"
066600         ADD 1 TO CS-INVALID-COUNT
066700         MOVE "NOT CARD/MOBILE" TO CS-DET-NOTE
066800         WRITE SETTLE-RPT-LINE FROM CS-RPT-DETAIL-LINE
066900         GO TO 3000-EXIT
067000     END-IF
067100     COMPUTE CS-CHECK-GROSS = AQ-NET-AMOUNT + AQ-FEE-AMOUNT
067200     IF CS-CHECK-GROSS NOT = AQ-GROSS-AMOUNT
067300         ADD 1 TO CS-INVALID-COUNT
067400         MOVE "NET+FEE NOT GROSS" TO CS-DET-NOTE
067500         WRITE SETTLE-RPT-LINE FROM CS-RPT-DETAIL-LINE
067600         GO TO 3000-EXIT
067700     END-IF
067800     SET TT-IDX TO 1
067900     SEARCH TT-TENDER-ENTRY
068000         AT END
068100             CONTINUE
068200         WHEN TT-CODE(TT-IDX) = AQ-TENDER-TYPE
068300             MOVE TT-NAME(TT-IDX) TO CS-DET-TENDER
068400     END-SEARCH
068500     MOVE AQ-TAKINGS-DATE TO CS-WORK-DATE
068600     MOVE AQ-TENDER-TYPE TO CS-WORK-TENDER
068700     PERFORM 2300-FIND-OPEN-ITEM THRU 2300-EXIT
068800     IF NOT CS-ITEM-FOUND
068900         ADD 1 TO CS-UNMATCHED-COUNT
069000         ADD AQ-GROSS-AMOUNT TO CS-UNMATCHED-AMOUNT
069100         MOVE "NO MATCH TAKINGS" TO CS-DET-NOTE
069200         WRITE SETTLE-RPT-LINE FROM CS-RPT-DETAIL-LINE
069300         GO TO 3000-EXIT
069400     END-IF
069500     ADD 1 TO CS-MATCHED-COUNT
069600     ADD AQ-GROSS-AMOUNT TO CS-OI-SETTLED(CS-OI-IDX)
069700     ADD AQ-FEE-AMOUNT TO CS-OI-FEE(CS-OI-IDX)
069800     IF AQ-SETTLE-DATE NUMERIC
069900         MOVE AQ-SETTLE-DATE TO CS-OI-LAST-SETTLE(CS-OI-IDX)
070000     ELSE
070100         MOVE CS-TODAY-DATE TO CS-OI-LAST-SETTLE(CS-OI-IDX)
070200     END-IF
070300     ADD AQ-GROSS-AMOUNT TO CS-TT-GROSS(TT-IDX)
070400     ADD AQ-FEE-AMOUNT TO CS-TT-FEE(TT-IDX)
070500     ADD AQ-NET-AMOUNT TO CS-TT-NET(TT-IDX)
070600     ADD AQ-GROSS-AMOUNT TO CS-TOTAL-GROSS
070700     ADD AQ-FEE-AMOUNT TO CS-TOTAL-FEE
070800     ADD AQ-NET-AMOUNT TO CS-TOTAL-NET
070900     MOVE CS-OI-TAKINGS(CS-OI-IDX) TO CS-DET-TAKINGS
071000     COMPUTE CS-OUTSTANDING = CS-OI-TAKINGS(CS-OI-IDX)
071100         - CS-OI-SETTLED(CS-OI-IDX)
071200     EVALUATE TRUE
071300         WHEN CS-OUTSTANDING = ZERO
071400             MOVE "SETTLED" TO CS-DET-NOTE
071500         WHEN CS-OUTSTANDING > ZERO
071600             MOVE "PART SETTLED" TO CS-DET-NOTE
071700         WHEN OTHER
071800             MOVE "OVER-SETTLED" TO CS-DET-NOTE
071900     END-EVALUATE
072000     WRITE SETTLE-RPT-LINE FROM CS-RPT-DETAIL-LINE.
072100 3000-EXIT.
072200     EXIT.
072300*
072400******************************************************************
072500* 4000-LIST-OPEN-ITEMS - EVERY ITEM NOT SETTLED TO THE PENNY IS
072600*                        CARRIED FORWARD. LIST EACH WITH ITS AGE
072700*                        IN DAYS, FLAGGING THOSE OVERDUE AND THOSE
072800*                        SETTLED FOR MORE THAN WAS TAKEN.
072900******************************************************************
073000 4000-LIST-OPEN-ITEMS.
073100     WRITE SETTLE-RPT-LINE FROM CS-RPT-BLANK-LINE
073200     MOVE "UNSETTLED TAKINGS CARRIED FORWARD" TO CS-SEC-TITLE
073300     WRITE SETTLE-RPT-LINE FROM CS-RPT-SECTION-LINE
073400     WRITE SETTLE-RPT-LINE FROM CS-RPT-OPEN-COLUMNS
073500     IF CS-OI-COUNT > ZERO
073600         PERFORM 4100-LIST-ONE-OPEN-ITEM THRU 4100-EXIT
073700             VARYING CS-OI-IDX FROM 1 BY 1
073800             UNTIL CS-OI-IDX > CS-OI-COUNT
073900     END-IF.
074000 4000-EXIT.
074100     EXIT.
074200*
074300******************************************************************
074400* 4100-LIST-ONE-OPEN-ITEM - ONE CARRIED-FORWARD LINE.
074500******************************************************************
074600 4100-LIST-ONE-OPEN-ITEM.
074700     COMPUTE CS-OUTSTANDING = CS-OI-TAKINGS(CS-OI-IDX)
074800         - CS-OI-SETTLED(CS-OI-IDX)
074900     IF CS-OUTSTANDING = ZERO
075000         GO TO 4100-EXIT
075100     END-IF
075200     ADD 1 TO CS-CARRIED-COUNT
075300     ADD CS-OUTSTANDING TO CS-TOTAL-UNSETTLED
075400     MOVE CS-OI-TAKINGS-DATE(CS-OI-IDX) TO CS-DN-DATE
075500     PERFORM 4200-DAY-NUMBER THRU 4200-EXIT
075600     IF CS-DN-DAYS > CS-TODAY-DAYS
075700         MOVE ZERO TO CS-AGE-DAYS
075800     ELSE
075900         COMPUTE CS-AGE-DAYS = CS-TODAY-DAYS - CS-DN-DAYS
076000     END-IF
076100     MOVE SPACES TO CS-RPT-OPEN-LINE
076200     MOVE CS-OI-TAKINGS-DATE(CS-OI-IDX) TO CS-OPN-DATE
076300     MOVE CS-OI-TENDER-TYPE(CS-OI-IDX) TO CS-OPN-TENDER
076400     SET TT-IDX TO 1
076500     SEARCH TT-TENDER-ENTRY
076600         AT END
076700             CONTINUE
076800         WHEN TT-CODE(TT-IDX) = CS-OI-TENDER-TYPE(CS-OI-IDX)
076900             MOVE TT-NAME(TT-IDX) TO CS-OPN-TENDER
077000     END-SEARCH
077100     MOVE CS-OI-TAKINGS(CS-OI-IDX) TO CS-OPN-TAKINGS
077200     MOVE CS-OI-SETTLED(CS-OI-IDX) TO CS-OPN-SETTLED
077300     MOVE CS-OUTSTANDING TO CS-OPN-OUTSTANDING
077400     MOVE CS-AGE-DAYS TO CS-OPN-AGE
077500     IF CS-OUTSTANDING < ZERO
077600         ADD 1 TO CS-OVER-COUNT
077700         MOVE "OVER-SETTLED" TO CS-OPN-NOTE
077800     ELSE
077900         IF CS-AGE-DAYS > CS-SETTLE-DAYS
078000             ADD 1 TO CS-OVERDUE-COUNT
078100             MOVE "OVERDUE" TO CS-OPN-NOTE
078200         END-IF
078300     END-IF
078400     WRITE SETTLE-RPT-LINE FROM CS-RPT-OPEN-LINE.
078500 4100-EXIT.
078600     EXIT.
078700*
078800******************************************************************
078900* 4200-DAY-NUMBER - CS-DN-DATE (YYYYMMDD) TO A DAY NUMBER IN
079000*                   CS-DN-DAYS, COUNTING LEAP YEARS THE GREGORIAN
079100*                   WAY.
079200******************************************************************
079300 4200-DAY-NUMBER.
079400     MOVE ZERO TO CS-DN-DAYS
079500     IF CS-DN-DATE NOT NUMERIC
079600             OR CS-DN-MM = ZERO OR CS-DN-MM > 12
079700             OR CS-DN-YYYY = ZERO
079800         GO TO 4200-EXIT
079900     END-IF
080000     COMPUTE CS-DN-YEARS = CS-DN-YYYY - 1
080100     COMPUTE CS-DN-DAYS = CS-DN-YEARS * 365
080200         + CS-DAYS-BEFORE-MONTH(CS-DN-MM) + CS-DN-DD
080300     DIVIDE CS-DN-YEARS BY 4 GIVING CS-DN-QUOTIENT
080400     ADD CS-DN-QUOTIENT TO CS-DN-DAYS
080500     DIVIDE CS-DN-YEARS BY 100 GIVING CS-DN-QUOTIENT
080600     SUBTRACT CS-DN-QUOTIENT FROM CS-DN-DAYS
080700     DIVIDE CS-DN-YEARS BY 400 GIVING CS-DN-QUOTIENT
080800     ADD CS-DN-QUOTIENT TO CS-DN-DAYS
080900     IF CS-DN-MM > 2
081000         DIVIDE CS-DN-YYYY BY 4 GIVING CS-DN-QUOTIENT
081100             REMAINDER CS-DN-REM-4
081200         DIVIDE CS-DN-YYYY BY 100 GIVING CS-DN-QUOTIENT
081300             REMAINDER CS-DN-REM-100
081400         DIVIDE CS-DN-YYYY BY 400 GIVING CS-DN-QUOTIENT
081500             REMAINDER CS-DN-REM-400
081600         IF CS-DN-REM-4 = ZERO
081700                 AND (CS-DN-REM-100 NOT = ZERO
081800                      OR CS-DN-REM-400 = ZERO)
081900             ADD 1 TO CS-DN-DAYS
082000         END-IF
082100     END-IF.
082200 4200-EXIT.
082300     EXIT.
082400*
082500******************************************************************
082600* 5000-RAISE-GL-POSTINGS - THE SETTLEMENTS MATCHED TODAY GO TO THE
082700*                          LEDGER AS PENDING BATCH 06, BY
082800*                          TENDER - DR BANK FOR THE NET PAID IN,
082900*                          DR MERCHANT FEES FOR THE FEE, CR TENDER
083000*                          CLEARING FOR THE GROSS. BALANCED
083100*                          BECAUSE EVERY LINE POSTED HAS GROSS =
083200*                          NET + FEE.
083210*                          IT RUNS ONLY ONCE THE OPEN ITEMS AND
083220*                          SNAPSHOT ARE WRITTEN BACK, SO A RERUN
083230*                          CANNOT QUEUE THE SAME BATCH TWICE.
083300******************************************************************
083400 5000-RAISE-GL-POSTINGS.
083500     IF CS-TOTAL-GROSS = ZERO
083600         GO TO 5000-EXIT
083700     END-IF
083800     OPEN EXTEND GL-PENDING-FILE
083900     IF CS-GLPEND-STATUS NOT = "00"
084000         OPEN OUTPUT GL-PENDING-FILE
084100     END-IF
084200     IF CS-GLPEND-STATUS NOT = "00"
084300         DISPLAY "CARDSETL: UNABLE TO OPEN PENDING LEDGER FILE, "
084400             "STATUS " CS-GLPEND-STATUS " - BATCH 06 NOT QUEUED"
084410         MOVE "BATCH 06 NOT QUEUED - RAISE IT BY HAND"
084420             TO CS-MSG-TEXT
084430         WRITE SETTLE-RPT-LINE FROM CS-RPT-MESSAGE-LINE
084500         MOVE "N" TO CS-RUN-OK-SWITCH
084600         MOVE 8 TO RETURN-CODE
084700         GO TO 5000-EXIT
084800     END-IF
084900     MOVE SPACES TO CS-GL-REFERENCE
085000     STRING "CARD SETTLE " CS-TODAY-DATE
085100         DELIMITED BY SIZE INTO CS-GL-REFERENCE
085200     PERFORM 5100-POST-ONE-TENDER THRU 5100-EXIT
085300         VARYING TT-IDX FROM 1 BY 1 UNTIL TT-IDX > 4
085400     CLOSE GL-PENDING-FILE.
085500 5000-EXIT.
085600     EXIT.
085700*
085800******************************************************************
085900* 5100-POST-ONE-TENDER - THE THREE POSTINGS FOR ONE TENDER'S
086000*                        SETTLEMENTS.
086100******************************************************************
086200 5100-POST-ONE-TENDER.
086300     IF CS-TT-GROSS(TT-IDX) = ZERO
086400         GO TO 5100-EXIT
086500     END-IF
086600     MOVE "BK" TO CS-GL-TYPE
086700     MOVE SPACES TO CS-GL-CODE
086800     MOVE "D" TO CS-GL-SIDE
086900     MOVE CS-TT-NET(TT-IDX) TO CS-GL-AMOUNT
087000     PERFORM 5110-WRITE-ONE-POSTING THRU 5110-EXIT
087100     MOVE "MF" TO CS-GL-TYPE
087200     MOVE TT-CODE(TT-IDX) TO CS-GL-CODE
087300     MOVE "D" TO CS-GL-SIDE
087400     MOVE CS-TT-FEE(TT-IDX) TO CS-GL-AMOUNT
087500     PERFORM 5110-WRITE-ONE-POSTING THRU 5110-EXIT
087600     MOVE "TC" TO CS-GL-TYPE
087700     MOVE TT-CODE(TT-IDX) TO CS-GL-CODE
087800     MOVE "C" TO CS-GL-SIDE
087900     MOVE CS-TT-GROSS(TT-IDX) TO CS-GL-AMOUNT
088000     PERFORM 5110-WRITE-ONE-POSTING THRU 5110-EXIT.
088100 5100-EXIT.
088200     EXIT.
088300*
088400******************************************************************
088500* 5110-WRITE-ONE-POSTING - APPEND ONE PENDING LEDGER ROW. A ZERO
088600*                          AMOUNT (A FEE-FREE SETTLEMENT) WRITES
088700*                          NOTHING.
088800******************************************************************
088900 5110-WRITE-ONE-POSTING.
089000     IF CS-GL-AMOUNT = ZERO
089100         GO TO 5110-EXIT
089200     END-IF
089300     MOVE SPACES TO GL-PENDING-RECORD
089400     MOVE 6 TO GP-BATCH-NO
089500     MOVE CS-GL-TYPE TO GP-SOURCE-TYPE
089600     MOVE CS-GL-CODE TO GP-SOURCE-CODE
089700     MOVE CS-GL-SIDE TO GP-SIDE
089800     MOVE CS-GL-AMOUNT TO GP-AMOUNT
089900     MOVE "CARDSETL" TO GP-ORIGIN-PROGRAM
090000     MOVE CS-TODAY-DATE TO GP-ORIGIN-DATE
090100     MOVE CS-GL-REFERENCE TO GP-REFERENCE
090200     MOVE ZERO TO GP-POSTED-DATE
090300     WRITE GL-PENDING-RECORD.
090400 5110-EXIT.
090500     EXIT.
090600*
090700******************************************************************
090800* 5500-REWRITE-OPEN-ITEMS - WRITE BACK EVERY ITEM STILL
090900*                           OUTSTANDING, THEN THE TRAILER.
091000******************************************************************
091100 5500-REWRITE-OPEN-ITEMS.
091200     OPEN OUTPUT OPEN-ITEM-FILE
091300     IF CS-CARDOPEN-STATUS NOT = "00"
091400         DISPLAY "CARDSETL: UNABLE TO REWRITE OPEN ITEMS, STATUS "
091500             CS-CARDOPEN-STATUS
091600         MOVE "N" TO CS-RUN-OK-SWITCH
091700         MOVE 8 TO RETURN-CODE
091800         GO TO 5500-EXIT
091900     END-IF
092000     MOVE ZERO TO CS-OPEN-TRLR-COUNT
092100     MOVE ZERO TO CS-OPEN-TRLR-AMOUNT
092200     IF CS-OI-COUNT > ZERO
092300         PERFORM 5510-WRITE-ONE-OPEN-ITEM THRU 5510-EXIT
092400             VARYING CS-OI-IDX FROM 1 BY 1
092500             UNTIL CS-OI-IDX > CS-OI-COUNT
092600     END-IF
092700     MOVE "*TRAILER" TO FT-TRAILER-TAG
092800     MOVE CS-OPEN-TRLR-COUNT TO FT-RECORD-COUNT
092900     MOVE CS-OPEN-TRLR-AMOUNT TO FT-TOTAL-AMOUNT
093000     WRITE CARD-OPEN-ITEM-RECORD FROM FILE-TRAILER-RECORD
093100     CLOSE OPEN-ITEM-FILE.
093200 5500-EXIT.
093300     EXIT.
093400*
093500******************************************************************
093600* 5510-WRITE-ONE-OPEN-ITEM - ONE ITEM NOT YET SETTLED TO THE
093700*                            PENNY.
093800******************************************************************
093900 5510-WRITE-ONE-OPEN-ITEM.
094000     IF CS-OI-TAKINGS(CS-OI-IDX) = CS-OI-SETTLED(CS-OI-IDX)
094100         GO TO 5510-EXIT
094200     END-IF
094300     MOVE SPACES TO CARD-OPEN-ITEM-RECORD
094400     MOVE CS-OI-TAKINGS-DATE(CS-OI-IDX) TO CO-TAKINGS-DATE
094500     MOVE CS-OI-TENDER-TYPE(CS-OI-IDX) TO CO-TENDER-TYPE
094600     MOVE CS-OI-TAKINGS(CS-OI-IDX) TO CO-TAKINGS-AMOUNT
094700     MOVE CS-OI-SETTLED(CS-OI-IDX) TO CO-SETTLED-AMOUNT
094800     MOVE CS-OI-FEE(CS-OI-IDX) TO CO-FEE-AMOUNT
094900     MOVE CS-OI-LAST-SETTLE(CS-OI-IDX) TO CO-LAST-SETTLE-DATE
095000     WRITE CARD-OPEN-ITEM-RECORD
095100     ADD 1 TO CS-OPEN-TRLR-COUNT
095200     ADD CO-TAKINGS-AMOUNT TO CS-OPEN-TRLR-AMOUNT.
095300 5510-EXIT.
095400     EXIT.
095500*
095600******************************************************************
095700* 5600-REWRITE-SNAPSHOT - RECORD TODAY AS RECONCILED. IF IT
095710*                         CANNOT BE WRITTEN NO LEDGER BATCH IS
095720*                         QUEUED.
095800******************************************************************
095900 5600-REWRITE-SNAPSHOT.
096000     IF NOT CS-RUN-OK
096100         GO TO 5600-EXIT
096200     END-IF
096300     OPEN OUTPUT SNAPSHOT-FILE
096400     IF CS-CARDSNAP-STATUS NOT = "00"
096500         DISPLAY "CARDSETL: UNABLE TO REWRITE SNAPSHOT, STATUS "
096600             CS-CARDSNAP-STATUS
096610         MOVE "N" TO CS-RUN-OK-SWITCH
096700         MOVE 8 TO RETURN-CODE
096800         GO TO 5600-EXIT
096900     END-IF
097000     MOVE SPACES TO SNAPSHOT-RECORD
097100     MOVE CS-TODAY-DATE TO SN-RECONCILED-DATE
097200     ACCEPT SN-LAST-RUN-DATE FROM DATE YYYYMMDD
097300     WRITE SNAPSHOT-RECORD
097400     CLOSE SNAPSHOT-FILE.
097500 5600-EXIT.
097600     EXIT.
097700*
097800******************************************************************
097900* 6000-TERMINATE - PRINT THE RUN TOTALS, SET THE RETURN CODE,
098000*                  WRITE THE AUDIT JOURNAL RECORD AND CLOSE ALL
098100*                  FILES.
098200******************************************************************
098300 6000-TERMINATE.
098400     WRITE SETTLE-RPT-LINE FROM CS-RPT-BLANK-LINE
098500     MOVE "CARD/MOBILE TAKINGS ADDED:" TO CS-TOT-LABEL
098600     MOVE CS-TOTAL-TAKINGS TO CS-TOT-AMOUNT
098700     WRITE SETTLE-RPT-LINE FROM CS-RPT-TOTAL-LINE
098800     MOVE "SETTLEMENT LINES READ:" TO CS-CNT-LABEL
098900     MOVE CS-SETTLE-COUNT TO CS-CNT-AMOUNT
099000     WRITE SETTLE-RPT-LINE FROM CS-RPT-COUNT-LINE
099100     MOVE "SETTLEMENTS MATCHED:" TO CS-CNT-LABEL
099200     MOVE CS-MATCHED-COUNT TO CS-CNT-AMOUNT
099300     WRITE SETTLE-RPT-LINE FROM CS-RPT-COUNT-LINE
099400     MOVE "GROSS SETTLED:" TO CS-TOT-LABEL
099500     MOVE CS-TOTAL-GROSS TO CS-TOT-AMOUNT
099600     WRITE SETTLE-RPT-LINE FROM CS-RPT-TOTAL-LINE
099700     MOVE "MERCHANT FEES DEDUCTED:" TO CS-TOT-LABEL
099800     MOVE CS-TOTAL-FEE TO CS-TOT-AMOUNT
099900     WRITE SETTLE-RPT-LINE FROM CS-RPT-TOTAL-LINE
100000     MOVE "NET PAID INTO BANK:" TO CS-TOT-LABEL
100100     MOVE CS-TOTAL-NET TO CS-TOT-AMOUNT
100200     WRITE SETTLE-RPT-LINE FROM CS-RPT-TOTAL-LINE
100300     MOVE "UNMATCHED SETTLEMENTS:" TO CS-CNT-LABEL
100400     MOVE CS-UNMATCHED-COUNT TO CS-CNT-AMOUNT
100500     WRITE SETTLE-RPT-LINE FROM CS-RPT-COUNT-LINE
100600     MOVE "UNMATCHED AMOUNT:" TO CS-TOT-LABEL
100700     MOVE CS-UNMATCHED-AMOUNT TO CS-TOT-AMOUNT
100800     WRITE SETTLE-RPT-LINE FROM CS-RPT-TOTAL-LINE
100900     MOVE "INVALID SETTLEMENT LINES:" TO CS-CNT-LABEL
101000     MOVE CS-INVALID-COUNT TO CS-CNT-AMOUNT
101100     WRITE SETTLE-RPT-LINE FROM CS-RPT-COUNT-LINE
101200     MOVE "ITEMS CARRIED FORWARD:" TO CS-CNT-LABEL
101300     MOVE CS-CARRIED-COUNT TO CS-CNT-AMOUNT
101400     WRITE SETTLE-RPT-LINE FROM CS-RPT-COUNT-LINE
101500     MOVE "UNSETTLED TAKINGS:" TO CS-TOT-LABEL
101600     MOVE CS-TOTAL-UNSETTLED TO CS-TOT-AMOUNT
101700     WRITE SETTLE-RPT-LINE FROM CS-RPT-TOTAL-LINE
101800     MOVE "OVERDUE ITEMS:" TO CS-CNT-LABEL
101900     MOVE CS-OVERDUE-COUNT TO CS-CNT-AMOUNT
102000     WRITE SETTLE-RPT-LINE FROM CS-RPT-COUNT-LINE
102100     MOVE "OVER-SETTLED ITEMS:" TO CS-CNT-LABEL
102200     MOVE CS-OVER-COUNT TO CS-CNT-AMOUNT
102300     WRITE SETTLE-RPT-LINE FROM CS-RPT-COUNT-LINE
102400     IF RETURN-CODE < 4
102500             AND (CS-UNMATCHED-COUNT > ZERO
102600              OR CS-INVALID-COUNT > ZERO
102700              OR CS-OVERDUE-COUNT > ZERO
102800              OR CS-OVER-COUNT > ZERO)
102900         MOVE 4 TO RETURN-CODE
103000     END-IF
103100     DISPLAY "CARDSETL: TAKINGS " CS-TOTAL-TAKINGS
103200         " SETTLED " CS-TOTAL-GROSS " FEES " CS-TOTAL-FEE
103300         " UNMATCHED " CS-UNMATCHED-COUNT
103400         " CARRIED " CS-CARRIED-COUNT
103500     PERFORM 6100-WRITE-AUDIT-JOURNAL THRU 6100-EXIT
103600     IF NOT CS-ALREADY-RECONCILED
103700         IF CS-CASHTRN-STATUS = "00" OR CS-CASHTRN-STATUS = "10"
103800             CLOSE CASH-TRANSACTION-FILE
103900         END-IF
104000         IF CS-ACQSETL-STATUS = "00" OR CS-ACQSETL-STATUS = "10"
104100             CLOSE SETTLEMENT-FILE
104200         END-IF
104300     END-IF
104400     CLOSE SETTLEMENT-REPORT
104500     CLOSE AUDIT-JOURNAL-FILE.
104600 6000-EXIT.
104700     EXIT.
104800*
104900******************************************************************
105000* 6100-WRITE-AUDIT-JOURNAL - APPEND ONE RUN RECORD TO THE SHARED
105100*                            AUDIT JOURNAL.
105200******************************************************************
105300 6100-WRITE-AUDIT-JOURNAL.
105400     MOVE SPACES TO AUDIT-JOURNAL-RECORD
105500     MOVE "CARDSETL" TO AJ-PROGRAM-NAME
105600     MOVE CS-TODAY-DATE TO AJ-RUN-DATE
105700     ACCEPT AJ-RUN-TIME FROM TIME
105800     MOVE "GROSS SETTLED" TO AJ-TOTAL-1-LABEL
105900     MOVE CS-TOTAL-GROSS TO AJ-TOTAL-1-AMOUNT
106000     MOVE "UNSETTLED TAKINGS" TO AJ-TOTAL-2-LABEL
106100     MOVE CS-TOTAL-UNSETTLED TO AJ-TOTAL-2-AMOUNT
106110     MOVE RETURN-CODE TO AJ-RETURN-CODE
106200     WRITE AUDIT-JOURNAL-RECORD.
106300 6100-EXIT.
106400     EXIT.
106500 END PROGRAM CARDSETL.
