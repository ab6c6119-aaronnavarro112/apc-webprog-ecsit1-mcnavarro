000100******************************************************************
000200* AUTHOR:        P. MURPHY, PAYROLL SYSTEMS
000300* INSTALLATION:  ACME MANUFACTURING CORP - DATA PROCESSING
000400* DATE-WRITTEN:  2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:       MORNING OPERATIONS REPORT - ONE SUMMARY OF HOW
000700*                THE NIGHT'S DAILY CHAIN WENT FOR THE BUSINESS
000800*                DATE ON RUN CONTROL, RUN AS THE LAST STEP OF THE
000900*                CHAIN WHETHER OR NOT THE STEPS BEFORE IT RAN.
001000*                FROM THE SHARED AUDIT JOURNAL IT LISTS EVERY
001100*                EXPECTED STEP WITH ITS RETURN CODE AND KEY
001200*                TOTALS, NAMING ANY STEP THAT NEVER WROTE A
001300*                JOURNAL RECORD (FLUSHED OR ABENDED). THE LAST RUN
001400*                ATTEMPT COUNTS - EACH BACKUP RECORD FOR THE DATE
001500*                STARTS A NEW ONE. OTHER PROGRAMS THAT JOURNALLED
001600*                THE DATE ARE LISTED AFTER THE CHAIN. THE FILES
001700*                HANDED BETWEEN STEPS ARE PROVED AGAINST THEIR
001800*                TRAILER CONTROL RECORDS (THE TIMESHEET AMOUNT IS
001900*                HOURS; ONLY TODAY'S DISBURSEMENT BATCHES COUNT),
002000*                THE RUN-CONTROL STATUS IS SHOWN, AND THE REPORT
002100*                ENDS WITH THE MORNING SHIFT'S ACTION LIST - WHAT
002200*                TO RE-KEY, WHAT TO SIGN OFF (INCLUDING HELD BANK
002300*                BATCHES, AN OPEN STOCKTAKE AND BANK-DETAIL
002400*                CHANGES AWAITING APPROVAL) AND WHAT TO RERUN.
002500*                RC=4 - ACTIONS LISTED FOR THE MORNING SHIFT.
002600*                RC=8 - THE BUSINESS DATE IS NOT MARKED COMPLETE,
002700*                       OR THERE IS NO RUN CONTROL OR AUDIT
002800*                       JOURNAL TO REPORT ON.
002900*
003000* MODIFICATION HISTORY
003100* DATE       INIT  DESCRIPTION
003200* ---------- ----  ----------------------------------------------
003300* 2026-10-15 PJM   ORIGINAL.
003400******************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. OPSRPT.
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS OP-RUNCTL-STATUS.
004300     SELECT AUDIT-JOURNAL-FILE ASSIGN TO "AUDITJNL"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS OP-AUDITJNL-STATUS.
004600     SELECT SHOP-SALES-FILE ASSIGN TO "SHOPTRN"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS OP-SHOPTRN-STATUS.
004900     SELECT CASH-TRANSACTION-FILE ASSIGN TO "CASHTRN"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS OP-CASHTRN-STATUS.
005200     SELECT TIMESHEET-FILE ASSIGN TO "TIMESHT"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS OP-TIMESHT-STATUS.
005500     SELECT BANK-DISBURSEMENT-FILE ASSIGN TO "BANKDISB"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS OP-BANKDISB-STATUS.
005800     SELECT DISB-CONTROL-FILE ASSIGN TO "DISBCTL"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS SEQUENTIAL
006100         RECORD KEY IS DC-CONTROL-KEY
006200         FILE STATUS IS OP-DISBCTL-STATUS.
006300     SELECT BANK-CHANGE-FILE ASSIGN TO "BANKCHG"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS SEQUENTIAL
006600         RECORD KEY IS BC-EMPLOYEE-ID
006700         FILE STATUS IS OP-BANKCHG-STATUS.
006800     SELECT STOCKTAKE-CONTROL-FILE ASSIGN TO "STKCTL"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS OP-STKCTL-STATUS.
007100     SELECT OPERATIONS-REPORT ASSIGN TO "OPSRPT"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS OP-OPSRPT-STATUS.
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  RUN-CONTROL-FILE
007700     LABEL RECORDS ARE STANDARD.
007800 COPY RUNCTL.
007900 FD  AUDIT-JOURNAL-FILE
008000     LABEL RECORDS ARE STANDARD.
008100 COPY AUDITJNL.
008200 FD  SHOP-SALES-FILE
008300     LABEL RECORDS ARE STANDARD.
008400 COPY SHOPTRN.
008500 FD  CASH-TRANSACTION-FILE
008600     LABEL RECORDS ARE STANDARD.
008700 COPY CASHTRN.
008800 FD  TIMESHEET-FILE
008900     LABEL RECORDS ARE STANDARD.
009000 COPY TIMESHT.
009100 FD  BANK-DISBURSEMENT-FILE
009200     LABEL RECORDS ARE STANDARD.
009300 COPY BANKDISB.
009400 FD  DISB-CONTROL-FILE
009500     LABEL RECORDS ARE STANDARD.
009600 COPY DISBCTL.
009700 FD  BANK-CHANGE-FILE
009800     LABEL RECORDS ARE STANDARD.
009900 COPY BANKCHG.
010000 FD  STOCKTAKE-CONTROL-FILE
010100     LABEL RECORDS ARE STANDARD.
010200 COPY STKCTL.
010300 FD  OPERATIONS-REPORT
010400     LABEL RECORDS ARE STANDARD
010500     RECORD CONTAINS 80 CHARACTERS.
010600 01  OPERATIONS-RPT-LINE         PIC X(80).
010700 WORKING-STORAGE SECTION.
010800 77  OP-RUNCTL-STATUS        PIC X(02).
010900 77  OP-AUDITJNL-STATUS      PIC X(02).
011000 77  OP-SHOPTRN-STATUS       PIC X(02).
011100 77  OP-CASHTRN-STATUS       PIC X(02).
011200 77  OP-TIMESHT-STATUS       PIC X(02).
011300 77  OP-BANKDISB-STATUS      PIC X(02).
011400 77  OP-DISBCTL-STATUS       PIC X(02).
011500 77  OP-BANKCHG-STATUS       PIC X(02).
011600 77  OP-STKCTL-STATUS        PIC X(02).
011700 77  OP-OPSRPT-STATUS        PIC X(02).
011800 77  OP-TODAY-DATE           PIC 9(08).
011900*
012000* SHARED PAGE-NUMBERED MANAGEMENT REPORT HEADING - SEE RPTHDR.
012100 COPY RPTHDR.
012200*
012300* SHARED TRAILER CONTROL RECORD LAYOUT - SEE FILETRLR.
012400 COPY FILETRLR.
012500*
012600 77  OP-RUN-SWITCH           PIC X(01) VALUE "Y".
012700     88  OP-RUN-OK                   VALUE "Y".
012800 77  OP-COMPLETE-SWITCH      PIC X(01) VALUE "N".
012900     88  OP-DAY-COMPLETE             VALUE "Y".
013000 77  OP-EOF-SWITCH           PIC X(01) VALUE "N".
013100     88  OP-END-OF-FILE              VALUE "Y".
013200 77  OP-SEG-TODAY-SWITCH     PIC X(01) VALUE "N".
013300     88  OP-SEG-IS-TODAY             VALUE "Y".
013400 77  OP-ATTEMPT-COUNT        PIC 9(03) COMP VALUE ZERO.
013500 77  OP-JOURNAL-COUNT        PIC 9(07) COMP VALUE ZERO.
013600 77  OP-STEPS-RUN            PIC 9(03) COMP VALUE ZERO.
013700 77  OP-STEPS-MISSING        PIC 9(03) COMP VALUE ZERO.
013800 77  OP-OTHER-COUNT          PIC 9(03) COMP VALUE ZERO.
013900 77  OP-OTHER-OVERFLOW       PIC 9(03) COMP VALUE ZERO.
014000 77  OP-ACTION-COUNT         PIC 9(03) COMP VALUE ZERO.
014100 77  OP-ACTION-OVERFLOW      PIC 9(03) COMP VALUE ZERO.
014200 77  OP-PENDING-CHANGES      PIC 9(05) COMP VALUE ZERO.
014300 77  OP-ST-SUB               PIC 9(02) COMP VALUE ZERO.
014400 77  OP-OR-SUB               PIC 9(02) COMP VALUE ZERO.
014500 77  OP-TF-SUB               PIC 9(01) COMP VALUE ZERO.
014600 77  OP-AC-SUB               PIC 9(02) COMP VALUE ZERO.
014650 77  OP-FOUND-SUB            PIC 9(02) COMP VALUE ZERO.
014700 77  OP-SEG-COUNT            PIC 9(07) VALUE ZERO.
014800 77  OP-SEG-AMOUNT           PIC 9(09)V99 VALUE ZERO.
014900 77  OP-WORK-PROGRAM         PIC X(08) VALUE SPACES.
015000 77  OP-WORK-KIND            PIC X(01) VALUE SPACE.
015100 77  OP-PRINT-KIND           PIC X(01) VALUE SPACE.
015200 77  OP-WORK-RC              PIC X(04) VALUE SPACES.
015300 77  OP-WORK-RC-NUM REDEFINES OP-WORK-RC PIC 9(04).
015400 77  OP-WORK-AMOUNT          PIC S9(09)V99 VALUE ZERO.
015500 77  OP-EDIT-DATE            PIC 9999/99/99.
015600 77  OP-EDIT-RC              PIC ZZZ9.
015700 77  OP-EDIT-COUNT           PIC ZZZZ9.
015800*
015900* THE STEPS OF THE DAILY CHAIN IN RUN ORDER, EACH WITH ITS OWN
016000* REPORT, WHETHER IT IS ADVISORY (ITS FAILURE DOES NOT HOLD THE
016100* DAY OPEN), THE ACTION KIND FOR A WARNING (RC 4), WHICH JOURNAL
016200* TOTAL IS AN EXCEPTION COUNT OR AMOUNT AND THE ACTION KIND WHEN
016300* IT IS NOT ZERO. ACTION KINDS - K RE-KEY, S SIGN OFF, R RERUN.
016400 01  OP-STEP-VALUES.
016500     05  FILLER              PIC X(30) VALUE
016600         "STEP007BACKUP  BKUPRPT NS0    ".
016700     05  FILLER              PIC X(30) VALUE
016800         "STEP010PROG2   SHOPVRPTNS2S   ".
016900     05  FILLER              PIC X(30) VALUE
017000         "STEP012STURECONSTURECRPYS2S   ".
017100     05  FILLER              PIC X(30) VALUE
017200         "STEP014ATTEND  ATTDRPT YK2S   ".
017300     05  FILLER              PIC X(30) VALUE
017400         "STEP015CASHEDITCASHEDRPN 2K   ".
017500     05  FILLER              PIC X(30) VALUE
017600         "STEP020PROG4   CASHRPT NS2S   ".
017700     05  FILLER              PIC X(30) VALUE
017800         "STEP022SHOPRCONSHOPRCRPYS2S   ".
017900     05  FILLER              PIC X(30) VALUE
018000         "STEP025PAYEDIT PAYEDRPTNK2K   ".
018100     05  FILLER              PIC X(30) VALUE
018200         "STEP028TIMEEDITTIMEDRPTNS2K   ".
018300     05  FILLER              PIC X(30) VALUE
018400         "STEP030PROG5   PAYEXCP NS0    ".
018500     05  FILLER              PIC X(30) VALUE
018600         "STEP035PAYREG  PAYREGRPNS2S   ".
018700     05  FILLER              PIC X(30) VALUE
018800         "STEP038CARDSETLCARDRPT NS2S   ".
018900     05  FILLER              PIC X(30) VALUE
019000         "STEP040GLEXTRCTGLEXTRPTNS2S   ".
019100 01  OP-STEP-TABLE REDEFINES OP-STEP-VALUES.
019200     05  OP-STEP-ENTRY OCCURS 13 TIMES.
019300         10  OP-ST-STEP          PIC X(07).
019400         10  OP-ST-PROGRAM       PIC X(08).
019500         10  OP-ST-REPORT        PIC X(08).
019600         10  OP-ST-ADVISORY      PIC X(01).
019700             88  OP-ST-IS-ADVISORY       VALUE "Y".
019800         10  OP-ST-WARN-KIND     PIC X(01).
019900         10  OP-ST-EXC-TOTAL     PIC X(01).
020000             88  OP-ST-EXC-IS-TOTAL-1    VALUE "1".
020100             88  OP-ST-EXC-IS-TOTAL-2    VALUE "2".
020200         10  OP-ST-EXC-KIND      PIC X(01).
020300         10  FILLER              PIC X(03).
020400 01  OP-WARN-TEXT-VALUES.
020500     05  FILLER              PIC X(44) VALUE
020600         "A MASTER WAS NOT PRESENT TO BACK UP         ".
020700     05  FILLER              PIC X(44) VALUE
020800         "AN INPUT FILE WAS MISSING                   ".
020900     05  FILLER              PIC X(44) VALUE
021000         "AN INPUT FILE WAS MISSING                   ".
021100     05  FILLER              PIC X(44) VALUE
021200         "MARKS REJECTED OR REGISTERS NOT RECEIVED    ".
021300     05  FILLER              PIC X(44) VALUE SPACES.
021400     05  FILLER              PIC X(44) VALUE
021500         "CASH RECONCILIATION WARNINGS                ".
021600     05  FILLER              PIC X(44) VALUE
021700         "AN INPUT FILE WAS MISSING                   ".
021800     05  FILLER              PIC X(44) VALUE
021900         "MASTER WARNINGS - CORRECT VIA EMPMAINT      ".
022000     05  FILLER              PIC X(44) VALUE
022100         "TIMESHEET WARNINGS                          ".
022200     05  FILLER              PIC X(44) VALUE
022300         "PAYROLL WARNINGS                            ".
022400     05  FILLER              PIC X(44) VALUE
022500         "PAY REGISTER EXCEPTIONS                     ".
022600     05  FILLER              PIC X(44) VALUE
022700         "CARD SETTLEMENT EXCEPTIONS                  ".
022800     05  FILLER              PIC X(44) VALUE
022900         "LEDGER EXTRACT WARNINGS                     ".
023000 01  OP-WARN-TEXT-TABLE REDEFINES OP-WARN-TEXT-VALUES.
023100     05  OP-ST-WARN-TEXT OCCURS 13 TIMES PIC X(44).
023200 01  OP-EXC-TEXT-VALUES.
023300     05  FILLER              PIC X(44) VALUE SPACES.
023400     05  FILLER              PIC X(44) VALUE
023500         "SHOP TAKINGS VARIANCE                       ".
023600     05  FILLER              PIC X(44) VALUE
023700         "STUDENT MASTER/ROSTER EXCEPTIONS            ".
023800     05  FILLER              PIC X(44) VALUE
023900         "ABSENCES TO FOLLOW UP                       ".
024000     05  FILLER              PIC X(44) VALUE
024100         "CASH TRANSACTIONS REJECTED - RE-KEY         ".
024200     05  FILLER              PIC X(44) VALUE
024300         "CASH OVER/SHORT                             ".
024400     05  FILLER              PIC X(44) VALUE
024500         "TILL/SALES EXCEPTIONS                       ".
024600     05  FILLER              PIC X(44) VALUE
024700         "BLOCKING ERRORS - CORRECT VIA EMPMAINT      ".
024800     05  FILLER              PIC X(44) VALUE
024900         "TIMESHEETS REJECTED - RE-KEY                ".
025000     05  FILLER              PIC X(44) VALUE SPACES.
025100     05  FILLER              PIC X(44) VALUE
025200         "PAY REGISTER EXCEPTIONS                     ".
025300     05  FILLER              PIC X(44) VALUE
025400         "UNSETTLED CARD TAKINGS                      ".
025500     05  FILLER              PIC X(44) VALUE
025600         "UNBALANCED LEDGER BATCHES                   ".
025700 01  OP-EXC-TEXT-TABLE REDEFINES OP-EXC-TEXT-VALUES.
025800     05  OP-ST-EXC-TEXT OCCURS 13 TIMES PIC X(44).
025900*
026000* HOW EACH STEP ENDED IN THE LAST RUN ATTEMPT, FROM ITS JOURNAL
026100* RECORD. CLEARED EACH TIME A NEW ATTEMPT STARTS.
026200 01  OP-STEP-RESULTS.
026300     05  OP-STEP-RESULT OCCURS 13 TIMES.
026400         10  OP-SR-RAN-SWITCH    PIC X(01).
026500             88  OP-SR-RAN               VALUE "Y".
026600         10  OP-SR-RETURN-CODE   PIC X(04).
026700         10  OP-SR-RC-NUM REDEFINES OP-SR-RETURN-CODE
026800                                 PIC 9(04).
026900         10  OP-SR-LABEL-1       PIC X(20).
027000         10  OP-SR-AMOUNT-1      PIC S9(09)V99.
027100         10  OP-SR-LABEL-2       PIC X(20).
027200         10  OP-SR-AMOUNT-2      PIC S9(09)V99.
027300*
027400* ANY OTHER PROGRAM THAT JOURNALLED THE BUSINESS DATE, LATEST RUN
027500* OF EACH, IN THE ORDER FIRST SEEN.
027600 01  OP-OTHER-TABLE.
027700     05  OP-OTHER-ENTRY OCCURS 20 TIMES.
027800         10  OP-OR-PROGRAM       PIC X(08).
027900         10  OP-OR-RETURN-CODE   PIC X(04).
028000         10  OP-OR-RC-NUM REDEFINES OP-OR-RETURN-CODE
028100                                 PIC 9(04).
028200         10  OP-OR-LABEL-1       PIC X(20).
028300         10  OP-OR-AMOUNT-1      PIC S9(09)V99.
028400         10  OP-OR-LABEL-2       PIC X(20).
028500         10  OP-OR-AMOUNT-2      PIC S9(09)V99.
028600*
028700* THE FILES HANDED BETWEEN STEPS THAT END IN TRAILER CONTROL
028800* RECORDS, WITH THE STEP THAT RELIES ON EACH, AND WHAT WAS
028900* COUNTED AGAINST WHAT THE TRAILERS SAID.
029000 01  OP-TRAILER-FILE-VALUES.
029100     05  FILLER              PIC X(16) VALUE "SHOPTRN PROG2   ".
029200     05  FILLER              PIC X(16) VALUE "CASHTRNCPROG4   ".
029300     05  FILLER              PIC X(16) VALUE "TIMESHTCPROG5   ".
029400     05  FILLER              PIC X(16) VALUE "BANKDISBPAYREG  ".
029500 01  OP-TRAILER-FILE-TABLE REDEFINES OP-TRAILER-FILE-VALUES.
029600     05  OP-TRAILER-FILE-NAMES OCCURS 4 TIMES.
029700         10  OP-TF-FILE          PIC X(08).
029800         10  OP-TF-READER        PIC X(08).
029900 01  OP-TRAILER-RESULTS.
030000     05  OP-TRAILER-RESULT OCCURS 4 TIMES.
030100         10  OP-TF-PRESENT-SWITCH
030200                                 PIC X(01).
030300             88  OP-TF-PRESENT           VALUE "Y".
030400         10  OP-TF-DIFFERS-SWITCH
030500                                 PIC X(01).
030600             88  OP-TF-DIFFERS           VALUE "Y".
030700         10  OP-TF-TAIL-SWITCH   PIC X(01).
030800             88  OP-TF-UNPROVEN-TAIL     VALUE "Y".
030900         10  OP-TF-TRAILERS      PIC 9(05) COMP.
031000         10  OP-TF-COUNT         PIC 9(07).
031100         10  OP-TF-AMOUNT        PIC 9(09)V99.
031200         10  OP-TF-TRLR-COUNT    PIC 9(07).
031300         10  OP-TF-TRLR-AMOUNT   PIC 9(09)V99.
031400*
031500* THE MORNING SHIFT'S ACTIONS AS THEY ARE FOUND, PRINTED GROUPED
031600* BY KIND - RE-KEY, SIGN OFF, RERUN.
031700 01  OP-ACTION-TABLE.
031800     05  OP-ACTION-ENTRY OCCURS 40 TIMES.
031900         10  OP-AC-KIND          PIC X(01).
032000         10  OP-AC-LINE          PIC X(80).
032100*
032200 01  OP-RPT-SECTION-LINE.
032300     05  OP-SECTION-TITLE    PIC X(60).
032400     05  FILLER              PIC X(20) VALUE SPACES.
032500 01  OP-RPT-STEP-HEADING.
032600     05  FILLER              PIC X(08) VALUE "STEP".
032700     05  FILLER              PIC X(09) VALUE "PROGRAM".
032800     05  FILLER              PIC X(05) VALUE "  RC".
032900     05  FILLER              PIC X(12) VALUE "STATUS".
033000     05  FILLER              PIC X(46) VALUE "KEY TOTALS".
033100 01  OP-RPT-STEP-LINE.
033200     05  OP-SL-STEP          PIC X(07).
033300     05  FILLER              PIC X(01) VALUE SPACE.
033400     05  OP-SL-PROGRAM       PIC X(08).
033500     05  FILLER              PIC X(01) VALUE SPACE.
033600     05  OP-SL-RC            PIC X(04).
033700     05  FILLER              PIC X(01) VALUE SPACE.
033800     05  OP-SL-STATUS        PIC X(11).
033900     05  FILLER              PIC X(01) VALUE SPACE.
034000     05  OP-SL-LABEL         PIC X(20).
034100     05  FILLER              PIC X(01) VALUE SPACE.
034200     05  OP-SL-AMOUNT-AREA   PIC X(17).
034300     05  OP-SL-AMOUNT REDEFINES OP-SL-AMOUNT-AREA
034400                             PIC Z,ZZZ,ZZZ,ZZ9.99-.
034500     05  FILLER              PIC X(08) VALUE SPACES.
034600 01  OP-RPT-TRAILER-HEADING.
034700     05  FILLER              PIC X(09) VALUE "FILE".
034800     05  FILLER              PIC X(09) VALUE "READ BY".
034900     05  FILLER              PIC X(08) VALUE "RECORDS".
035000     05  FILLER              PIC X(15) VALUE "        AMOUNT".
035100     05  FILLER              PIC X(08) VALUE "TRAILER".
035200     05  FILLER              PIC X(15) VALUE "   TRAILER AMT".
035300     05  FILLER              PIC X(16) VALUE "STATUS".
035400 01  OP-RPT-TRAILER-LINE.
035500     05  OP-TL-FILE          PIC X(08).
035600     05  FILLER              PIC X(01) VALUE SPACE.
035700     05  OP-TL-READER        PIC X(08).
035800     05  FILLER              PIC X(01) VALUE SPACE.
035900     05  OP-TL-COUNT         PIC ZZZ,ZZ9.
036000     05  FILLER              PIC X(01) VALUE SPACE.
036100     05  OP-TL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
036200     05  FILLER              PIC X(01) VALUE SPACE.
036300     05  OP-TL-TRLR-COUNT    PIC ZZZ,ZZ9.
036400     05  FILLER              PIC X(01) VALUE SPACE.
036500     05  OP-TL-TRLR-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.
036600     05  FILLER              PIC X(01) VALUE SPACE.
036700     05  OP-TL-STATUS        PIC X(15).
036800     05  FILLER              PIC X(01) VALUE SPACE.
036900 01  OP-RPT-ACTION-LINE.
037000     05  FILLER              PIC X(02) VALUE SPACES.
037100     05  OP-AL-SOURCE        PIC X(08).
037200     05  FILLER              PIC X(01) VALUE SPACE.
037300     05  OP-AL-PROGRAM       PIC X(08).
037400     05  FILLER              PIC X(01) VALUE SPACE.
037500     05  OP-AL-TEXT          PIC X(44).
037600     05  FILLER              PIC X(01) VALUE SPACE.
037700     05  OP-AL-REPORT        PIC X(10).
037800     05  FILLER              PIC X(05) VALUE SPACES.
037900 01  OP-RPT-MESSAGE-LINE.
038000     05  FILLER              PIC X(04) VALUE "*** ".
038100     05  OP-MSG-TEXT         PIC X(60).
038200 01  OP-RPT-BLANK-LINE       PIC X(01) VALUE SPACE.
038300 PROCEDURE DIVISION.
038400 0000-MAINLINE.
038500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
038600     IF OP-RUN-OK
038700         PERFORM 2000-READ-JOURNAL THRU 2000-EXIT
038800     END-IF
038900     IF OP-RUN-OK
039000         PERFORM 3000-PROVE-TRAILERS THRU 3000-EXIT
039100         PERFORM 5000-PRINT-RUN-CONTROL THRU 5000-EXIT
039200         PERFORM 5100-PRINT-STEPS THRU 5100-EXIT
039300         PERFORM 5300-PRINT-OTHER-RUNS THRU 5300-EXIT
039400         PERFORM 5500-PRINT-TRAILERS THRU 5500-EXIT
039500         PERFORM 4000-CHECK-CONTROL-FILES THRU 4000-EXIT
039600         PERFORM 6000-PRINT-ACTIONS THRU 6000-EXIT
039700     END-IF
039800     PERFORM 9000-TERMINATE THRU 9000-EXIT
039900     STOP RUN.
040000*
040100******************************************************************
040200* 1000-INITIALIZE - GET THE BUSINESS DATE AND HEAD THE REPORT.
040300******************************************************************
040400 1000-INITIALIZE.
040500     INITIALIZE OP-STEP-RESULTS
040600     INITIALIZE OP-OTHER-TABLE
040700     INITIALIZE OP-TRAILER-RESULTS
040800     INITIALIZE OP-ACTION-TABLE
040900     PERFORM 1100-READ-RUN-CONTROL THRU 1100-EXIT
041000     OPEN OUTPUT OPERATIONS-REPORT
041100     MOVE ZERO TO RPT-PAGE-NUMBER
041200     ADD 1 TO RPT-PAGE-NUMBER
041300     MOVE "MORNING OPERATIONS REPORT" TO RPT-HDR-TITLE
041400     MOVE OP-TODAY-DATE TO RPT-HDR-RUN-DATE
041500     MOVE RPT-PAGE-NUMBER TO RPT-HDR-PAGE-NUMBER
041600     WRITE OPERATIONS-RPT-LINE FROM RPT-STD-HEADING-1
041700     WRITE OPERATIONS-RPT-LINE FROM RPT-STD-HEADING-2
041800     IF NOT OP-RUN-OK
041900         WRITE OPERATIONS-RPT-LINE FROM OP-RPT-MESSAGE-LINE
042000     END-IF.
042100 1000-EXIT.
042200     EXIT.
042300*
042400******************************************************************
042500* 1100-READ-RUN-CONTROL - THE REPORT IS FOR THE BUSINESS DATE ON
042600*                         RUN CONTROL, COMPLETE OR NOT. WITH NO
042700*                         RUN CONTROL THERE IS NOTHING TO REPORT
042800*                         ON; THE MACHINE DATE THEN ONLY HEADS
042900*                         THE REFUSAL.
043000******************************************************************
043100 1100-READ-RUN-CONTROL.
043200     MOVE ZERO TO OP-TODAY-DATE
043300     OPEN INPUT RUN-CONTROL-FILE
043400     IF OP-RUNCTL-STATUS = "00"
043500         READ RUN-CONTROL-FILE
043600             AT END
043700                 CONTINUE
043800             NOT AT END
043900                 IF RC-BUSINESS-DATE NUMERIC
044000                     MOVE RC-BUSINESS-DATE TO OP-TODAY-DATE
044100                     IF RC-RUN-COMPLETE
044200                         MOVE "Y" TO OP-COMPLETE-SWITCH
044300                     END-IF
044400                 END-IF
044500         END-READ
044600         CLOSE RUN-CONTROL-FILE
044700     END-IF
044800     IF OP-TODAY-DATE = ZERO
044900         ACCEPT OP-TODAY-DATE FROM DATE YYYYMMDD
045000         MOVE "NO BUSINESS DATE ON RUN CONTROL - NOTHING TO DO"
045100             TO OP-MSG-TEXT
045200         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
045300     END-IF.
045400 1100-EXIT.
045500     EXIT.
045600*
045700******************************************************************
045800* 1900-REFUSE-RUN - THERE IS NOTHING TO REPORT ON. THE MESSAGE IS
045900*                   ALREADY IN OP-MSG-TEXT.
046000******************************************************************
046100 1900-REFUSE-RUN.
046200     MOVE "N" TO OP-RUN-SWITCH
046300     DISPLAY "OPSRPT: " OP-MSG-TEXT
046400     MOVE 8 TO RETURN-CODE.
046500 1900-EXIT.
046600     EXIT.
046700*
046800******************************************************************
046900* 2000-READ-JOURNAL - PICK OUT THE BUSINESS DATE'S RECORDS FROM
047000*                     THE AUDIT JOURNAL. THE JOURNAL IS APPENDED
047100*                     TO IN RUN ORDER, SO EACH BACKUP RECORD FOR
047200*                     THE DATE MARKS THE START OF A NEW ATTEMPT AT
047300*                     THE CHAIN AND CLEARS WHAT THE EARLIER ONE
047400*                     RECORDED - A RESUMED DAY IS REPORTED AS THE
047500*                     RESUMED RUN WENT.
047600******************************************************************
047700 2000-READ-JOURNAL.
047800     OPEN INPUT AUDIT-JOURNAL-FILE
047900     IF OP-AUDITJNL-STATUS NOT = "00"
048000         DISPLAY "OPSRPT: UNABLE TO OPEN AUDIT JOURNAL, STATUS "
048100             OP-AUDITJNL-STATUS
048200         MOVE "AUDIT JOURNAL CANNOT BE READ - NOTHING TO REPORT"
048300             TO OP-MSG-TEXT
048400         WRITE OPERATIONS-RPT-LINE FROM OP-RPT-MESSAGE-LINE
048500         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
048600         GO TO 2000-EXIT
048700     END-IF
048800     MOVE "N" TO OP-EOF-SWITCH
048900     PERFORM 2100-READ-ONE-RECORD THRU 2100-EXIT
049000         UNTIL OP-END-OF-FILE
049100     CLOSE AUDIT-JOURNAL-FILE.
049200 2000-EXIT.
049300     EXIT.
049400*
049500******************************************************************
049600* 2100-READ-ONE-RECORD - FILE ONE JOURNAL RECORD FOR THE DATE
049700*                        AGAINST ITS STEP, OR WITH THE OTHER RUNS.
049800*                        EARLIER COPIES OF THIS REPORT ARE LEFT
049900*                        OUT.
050000******************************************************************
050100 2100-READ-ONE-RECORD.
050200     READ AUDIT-JOURNAL-FILE
050300         AT END
050400             MOVE "Y" TO OP-EOF-SWITCH
050500             GO TO 2100-EXIT
050600     END-READ
050700     IF AJ-RUN-DATE NOT NUMERIC
050800         GO TO 2100-EXIT
050900     END-IF
051000     IF AJ-RUN-DATE NOT = OP-TODAY-DATE
051100             OR AJ-PROGRAM-NAME = "OPSRPT"
051200         GO TO 2100-EXIT
051300     END-IF
051400     ADD 1 TO OP-JOURNAL-COUNT
051500     IF AJ-PROGRAM-NAME = "BACKUP"
051600         ADD 1 TO OP-ATTEMPT-COUNT
051700         INITIALIZE OP-STEP-RESULTS
051800     END-IF
051900     MOVE AJ-PROGRAM-NAME TO OP-WORK-PROGRAM
052000     PERFORM 2200-FIND-STEP THRU 2200-EXIT
052100     IF OP-ST-SUB = ZERO
052200         PERFORM 2300-RECORD-OTHER-RUN THRU 2300-EXIT
052300         GO TO 2100-EXIT
052400     END-IF
052500     MOVE "Y" TO OP-SR-RAN-SWITCH(OP-ST-SUB)
052600     MOVE AJ-RETURN-CODE TO OP-SR-RETURN-CODE(OP-ST-SUB)
052700     MOVE AJ-TOTAL-1-LABEL TO OP-SR-LABEL-1(OP-ST-SUB)
052800     MOVE AJ-TOTAL-1-AMOUNT TO OP-SR-AMOUNT-1(OP-ST-SUB)
052900     MOVE AJ-TOTAL-2-LABEL TO OP-SR-LABEL-2(OP-ST-SUB)
053000     MOVE AJ-TOTAL-2-AMOUNT TO OP-SR-AMOUNT-2(OP-ST-SUB).
053100 2100-EXIT.
053200     EXIT.
053300*
053400******************************************************************
053500* 2200-FIND-STEP - LOCATE OP-WORK-PROGRAM IN THE CHAIN. ZERO WHEN
053600*                  IT IS NOT A STEP OF THE CHAIN.
053700******************************************************************
053800 2200-FIND-STEP.
053900     MOVE ZERO TO OP-FOUND-SUB
054000     PERFORM 2210-SCAN-ONE-STEP THRU 2210-EXIT
054100         VARYING OP-ST-SUB FROM 1 BY 1
054200         UNTIL OP-ST-SUB > 13 OR OP-FOUND-SUB > ZERO
054300     MOVE OP-FOUND-SUB TO OP-ST-SUB.
054600 2200-EXIT.
054700     EXIT.
054710*
054720******************************************************************
054730* 2210-SCAN-ONE-STEP - TEST ONE ROW OF THE CHAIN STEP TABLE.
054740******************************************************************
054800 2210-SCAN-ONE-STEP.
054900     IF OP-ST-PROGRAM(OP-ST-SUB) = OP-WORK-PROGRAM
054910         MOVE OP-ST-SUB TO OP-FOUND-SUB
054920     END-IF.
055000 2210-EXIT.
055100     EXIT.
055200*
055300******************************************************************
055400* 2300-RECORD-OTHER-RUN - KEEP THE LATEST RUN OF A PROGRAM OUTSIDE
055500*                         THE CHAIN THAT JOURNALLED THE DATE.
055600******************************************************************
055700 2300-RECORD-OTHER-RUN.
055800     MOVE ZERO TO OP-FOUND-SUB
055900     PERFORM 2310-SCAN-ONE-OTHER-RUN THRU 2310-EXIT
056000         VARYING OP-OR-SUB FROM 1 BY 1
056100         UNTIL OP-OR-SUB > OP-OTHER-COUNT OR OP-FOUND-SUB > ZERO
056200     IF OP-FOUND-SUB = ZERO
056300         IF OP-OTHER-COUNT NOT < 20
056400             ADD 1 TO OP-OTHER-OVERFLOW
056500             GO TO 2300-EXIT
056600         END-IF
056700         ADD 1 TO OP-OTHER-COUNT
056800         MOVE OP-OTHER-COUNT TO OP-FOUND-SUB
056900         MOVE AJ-PROGRAM-NAME TO OP-OR-PROGRAM(OP-FOUND-SUB)
057000     END-IF
057050     MOVE OP-FOUND-SUB TO OP-OR-SUB
057100     MOVE AJ-RETURN-CODE TO OP-OR-RETURN-CODE(OP-OR-SUB)
057200     MOVE AJ-TOTAL-1-LABEL TO OP-OR-LABEL-1(OP-OR-SUB)
057300     MOVE AJ-TOTAL-1-AMOUNT TO OP-OR-AMOUNT-1(OP-OR-SUB)
057400     MOVE AJ-TOTAL-2-LABEL TO OP-OR-LABEL-2(OP-OR-SUB)
057500     MOVE AJ-TOTAL-2-AMOUNT TO OP-OR-AMOUNT-2(OP-OR-SUB).
057600 2300-EXIT.
057700     EXIT.
057710*
057720******************************************************************
057730* 2310-SCAN-ONE-OTHER-RUN - TEST ONE ROW OF THE OTHER RUNS TABLE.
057740******************************************************************
057750 2310-SCAN-ONE-OTHER-RUN.
057760     IF OP-OR-PROGRAM(OP-OR-SUB) = AJ-PROGRAM-NAME
057770         MOVE OP-OR-SUB TO OP-FOUND-SUB
057780     END-IF.
057790 2310-EXIT.
057795     EXIT.
057800*
057900******************************************************************
058000* 3000-PROVE-TRAILERS - COUNT EACH HANDED FILE AGAINST ITS
058100*                       TRAILER CONTROL RECORDS, AS THE STEP THAT
058200*                       READS IT DOES. A FILE NOT THERE IS LEFT TO
058300*                       THAT STEP TO REPORT.
058400******************************************************************
058500 3000-PROVE-TRAILERS.
058600     PERFORM 3100-PROVE-SHOPTRN THRU 3100-EXIT
058700     PERFORM 3200-PROVE-CASHTRN THRU 3200-EXIT
058800     PERFORM 3300-PROVE-TIMESHT THRU 3300-EXIT
058900     PERFORM 3400-PROVE-BANKDISB THRU 3400-EXIT.
059000 3000-EXIT.
059100     EXIT.
059200*
059300******************************************************************
059400* 3100-PROVE-SHOPTRN - THE SHOP SALES FILE FROM THE TILLS.
059500******************************************************************
059600 3100-PROVE-SHOPTRN.
059700     MOVE 1 TO OP-TF-SUB
059800     OPEN INPUT SHOP-SALES-FILE
059900     IF OP-SHOPTRN-STATUS NOT = "00"
060000         GO TO 3100-EXIT
060100     END-IF
060200     PERFORM 3700-START-TRAILER-FILE THRU 3700-EXIT
060300     PERFORM 3110-READ-SHOPTRN THRU 3110-EXIT
060400         UNTIL OP-END-OF-FILE
060500     CLOSE SHOP-SALES-FILE
060600     PERFORM 3900-END-TRAILER-FILE THRU 3900-EXIT.
060700 3100-EXIT.
060800     EXIT.
060900 3110-READ-SHOPTRN.
061000     READ SHOP-SALES-FILE
061100         AT END
061200             MOVE "Y" TO OP-EOF-SWITCH
061300             GO TO 3110-EXIT
061400     END-READ
061500     IF SHOP-SALES-RECORD(1:8) = "*TRAILER"
061600         MOVE SHOP-SALES-RECORD TO FILE-TRAILER-RECORD
061700         PERFORM 3800-CHECK-TRAILER THRU 3800-EXIT
061800         GO TO 3110-EXIT
061900     END-IF
062000     ADD 1 TO OP-SEG-COUNT
062100     IF ST-AMOUNT NUMERIC
062200         ADD ST-AMOUNT TO OP-SEG-AMOUNT
062300     END-IF.
062400 3110-EXIT.
062500     EXIT.
062600*
062700******************************************************************
062800* 3200-PROVE-CASHTRN - THE EDITED CLEAN CASH FILE.
062900******************************************************************
063000 3200-PROVE-CASHTRN.
063100     MOVE 2 TO OP-TF-SUB
063200     OPEN INPUT CASH-TRANSACTION-FILE
063300     IF OP-CASHTRN-STATUS NOT = "00"
063400         GO TO 3200-EXIT
063500     END-IF
063600     PERFORM 3700-START-TRAILER-FILE THRU 3700-EXIT
063700     PERFORM 3210-READ-CASHTRN THRU 3210-EXIT
063800         UNTIL OP-END-OF-FILE
063900     CLOSE CASH-TRANSACTION-FILE
064000     PERFORM 3900-END-TRAILER-FILE THRU 3900-EXIT.
064100 3200-EXIT.
064200     EXIT.
064300 3210-READ-CASHTRN.
064400     READ CASH-TRANSACTION-FILE
064500         AT END
064600             MOVE "Y" TO OP-EOF-SWITCH
064700             GO TO 3210-EXIT
064800     END-READ
064900     IF CASH-TRANSACTION-RECORD(1:8) = "*TRAILER"
065000         MOVE CASH-TRANSACTION-RECORD TO FILE-TRAILER-RECORD
065100         PERFORM 3800-CHECK-TRAILER THRU 3800-EXIT
065200         GO TO 3210-EXIT
065300     END-IF
065400     ADD 1 TO OP-SEG-COUNT
065500     IF CT-AMOUNT NUMERIC
065600         ADD CT-AMOUNT TO OP-SEG-AMOUNT
065700     END-IF.
065800 3210-EXIT.
065900     EXIT.
066000*
066100******************************************************************
066200* 3300-PROVE-TIMESHT - THE EDITED CLEAN TIMESHEET FILE. ITS
066300*                      TRAILER AMOUNT IS HOURS.
066400******************************************************************
066500 3300-PROVE-TIMESHT.
066600     MOVE 3 TO OP-TF-SUB
066700     OPEN INPUT TIMESHEET-FILE
066800     IF OP-TIMESHT-STATUS NOT = "00"
066900         GO TO 3300-EXIT
067000     END-IF
067100     PERFORM 3700-START-TRAILER-FILE THRU 3700-EXIT
067200     PERFORM 3310-READ-TIMESHT THRU 3310-EXIT
067300         UNTIL OP-END-OF-FILE
067400     CLOSE TIMESHEET-FILE
067500     PERFORM 3900-END-TRAILER-FILE THRU 3900-EXIT.
067600 3300-EXIT.
067700     EXIT.
067800 3310-READ-TIMESHT.
067900     READ TIMESHEET-FILE
068000         AT END
068100             MOVE "Y" TO OP-EOF-SWITCH
068200             GO TO 3310-EXIT
068300     END-READ
068400     IF TIMESHEET-RECORD(1:8) = "*TRAILER"
068500         MOVE TIMESHEET-RECORD TO FILE-TRAILER-RECORD
068600         PERFORM 3800-CHECK-TRAILER THRU 3800-EXIT
068700         GO TO 3310-EXIT
068800     END-IF
068900     ADD 1 TO OP-SEG-COUNT
069000     IF TS-ORDINARY-HOURS NUMERIC
069100         ADD TS-ORDINARY-HOURS TO OP-SEG-AMOUNT
069200     END-IF
069300     IF TS-OVERTIME-HOURS NUMERIC
069400         ADD TS-OVERTIME-HOURS TO OP-SEG-AMOUNT
069500     END-IF.
069600 3310-EXIT.
069700     EXIT.
069800*
069900******************************************************************
070000* 3400-PROVE-BANKDISB - THE DISBURSEMENT FILE HOLDS ONE BATCH PER
070100*                       PAY RUN UNTIL HOUSEKEEPING ARCHIVES IT.
070200*                       ONLY THE BATCHES PAYING ON THE BUSINESS
070300*                       DATE COUNT, AS IN THE PAY REGISTER.
070400******************************************************************
070500 3400-PROVE-BANKDISB.
070600     MOVE 4 TO OP-TF-SUB
070700     OPEN INPUT BANK-DISBURSEMENT-FILE
070800     IF OP-BANKDISB-STATUS NOT = "00"
070900         GO TO 3400-EXIT
071000     END-IF
071100     PERFORM 3700-START-TRAILER-FILE THRU 3700-EXIT
071200     PERFORM 3410-READ-BANKDISB THRU 3410-EXIT
071300         UNTIL OP-END-OF-FILE
071400     CLOSE BANK-DISBURSEMENT-FILE
071500     IF NOT OP-SEG-IS-TODAY
071600         MOVE ZERO TO OP-SEG-COUNT
071700     END-IF
071800     PERFORM 3900-END-TRAILER-FILE THRU 3900-EXIT.
071900 3400-EXIT.
072000     EXIT.
072100 3410-READ-BANKDISB.
072200     READ BANK-DISBURSEMENT-FILE
072300         AT END
072400             MOVE "Y" TO OP-EOF-SWITCH
072500             GO TO 3410-EXIT
072600     END-READ
072700     IF BANK-DISBURSEMENT-RECORD(1:8) = "*TRAILER"
072800         MOVE BANK-DISBURSEMENT-RECORD TO FILE-TRAILER-RECORD
072900         IF OP-SEG-IS-TODAY
073000             PERFORM 3800-CHECK-TRAILER THRU 3800-EXIT
073100         ELSE
073200             MOVE ZERO TO OP-SEG-COUNT
073300             MOVE ZERO TO OP-SEG-AMOUNT
073400         END-IF
073500         MOVE "N" TO OP-SEG-TODAY-SWITCH
073600         GO TO 3410-EXIT
073700     END-IF
073800     ADD 1 TO OP-SEG-COUNT
073900     IF BD-PAYMENT-AMOUNT NUMERIC
074000         ADD BD-PAYMENT-AMOUNT TO OP-SEG-AMOUNT
074100     END-IF
074200     IF BD-PAY-DATE = OP-TODAY-DATE
074300         MOVE "Y" TO OP-SEG-TODAY-SWITCH
074400     END-IF.
074500 3410-EXIT.
074600     EXIT.
074700*
074800******************************************************************
074900* 3700-START-TRAILER-FILE - THE FILE OPENED; START COUNTING IT.
075000******************************************************************
075100 3700-START-TRAILER-FILE.
075200     MOVE "Y" TO OP-TF-PRESENT-SWITCH(OP-TF-SUB)
075300     MOVE "N" TO OP-EOF-SWITCH
075400     MOVE "N" TO OP-SEG-TODAY-SWITCH
075500     MOVE ZERO TO OP-SEG-COUNT
075600     MOVE ZERO TO OP-SEG-AMOUNT.
075700 3700-EXIT.
075800     EXIT.
075900*
076000******************************************************************
076100* 3800-CHECK-TRAILER - PROVE THE RECORDS COUNTED SINCE THE LAST
076200*                      TRAILER AGAINST THIS ONE.
076300******************************************************************
076400 3800-CHECK-TRAILER.
076500     ADD 1 TO OP-TF-TRAILERS(OP-TF-SUB)
076600     ADD OP-SEG-COUNT TO OP-TF-COUNT(OP-TF-SUB)
076700     ADD OP-SEG-AMOUNT TO OP-TF-AMOUNT(OP-TF-SUB)
076800     ADD FT-RECORD-COUNT TO OP-TF-TRLR-COUNT(OP-TF-SUB)
076900     ADD FT-TOTAL-AMOUNT TO OP-TF-TRLR-AMOUNT(OP-TF-SUB)
077000     IF FT-RECORD-COUNT NOT = OP-SEG-COUNT
077100             OR FT-TOTAL-AMOUNT NOT = OP-SEG-AMOUNT
077200         MOVE "Y" TO OP-TF-DIFFERS-SWITCH(OP-TF-SUB)
077300     END-IF
077400     MOVE ZERO TO OP-SEG-COUNT
077500     MOVE ZERO TO OP-SEG-AMOUNT.
077600 3800-EXIT.
077700     EXIT.
077800*
077900******************************************************************
078000* 3900-END-TRAILER-FILE - RECORDS LEFT OVER AFTER THE LAST
078100*                         TRAILER ARE UNPROVEN - THE FILE MAY BE
078200*                         TRUNCATED.
078300******************************************************************
078400 3900-END-TRAILER-FILE.
078500     IF OP-SEG-COUNT > ZERO
078600         MOVE "Y" TO OP-TF-TAIL-SWITCH(OP-TF-SUB)
078700         ADD OP-SEG-COUNT TO OP-TF-COUNT(OP-TF-SUB)
078800         ADD OP-SEG-AMOUNT TO OP-TF-AMOUNT(OP-TF-SUB)
078900     END-IF.
079000 3900-EXIT.
079100     EXIT.
079200*
079300******************************************************************
079400* 4000-CHECK-CONTROL-FILES - THE STANDING ITEMS AWAITING SIGN-OFF
079500*                            WHATEVER THE NIGHT DID - HELD BANK
079600*                            BATCHES, AN OPEN STOCKTAKE AND BANK-
079700*                            DETAIL CHANGES AWAITING APPROVAL.
079800*                            A FILE NOT YET CREATED HAS NOTHING
079900*                            WAITING ON IT.
080000******************************************************************
080100 4000-CHECK-CONTROL-FILES.
080200     PERFORM 4100-CHECK-DISBCTL THRU 4100-EXIT
080300     PERFORM 4200-CHECK-STKCTL THRU 4200-EXIT
080400     PERFORM 4300-CHECK-BANKCHG THRU 4300-EXIT.
080500 4000-EXIT.
080600     EXIT.
080700*
080800******************************************************************
080900* 4100-CHECK-DISBCTL - EVERY BATCH STILL HELD FOR RELEASE.
081000******************************************************************
081100 4100-CHECK-DISBCTL.
081200     OPEN INPUT DISB-CONTROL-FILE
081300     IF OP-DISBCTL-STATUS NOT = "00"
081400         GO TO 4100-EXIT
081500     END-IF
081600     MOVE "N" TO OP-EOF-SWITCH
081700     PERFORM 4110-READ-DISBCTL THRU 4110-EXIT
081800         UNTIL OP-END-OF-FILE
081900     CLOSE DISB-CONTROL-FILE.
082000 4100-EXIT.
082100     EXIT.
082200 4110-READ-DISBCTL.
082300     READ DISB-CONTROL-FILE
082400         AT END
082500             MOVE "Y" TO OP-EOF-SWITCH
082600             GO TO 4110-EXIT
082700     END-READ
082800     IF NOT DC-HELD
082900         GO TO 4110-EXIT
083000     END-IF
083100     MOVE SPACES TO OP-RPT-ACTION-LINE
083200     MOVE "DISBCTL" TO OP-AL-SOURCE
083300     MOVE DC-BATCH-SOURCE TO OP-AL-PROGRAM
083400     MOVE "BATCH            HELD - RELEASE WITH BANKREL"
083500         TO OP-AL-TEXT
083600     MOVE DC-BUSINESS-DATE TO OP-EDIT-DATE
083700     MOVE OP-EDIT-DATE TO OP-AL-TEXT(7:10)
083800     MOVE "(PAYREGRP)" TO OP-AL-REPORT
083900     MOVE "S" TO OP-WORK-KIND
084000     PERFORM 7900-ADD-ACTION THRU 7900-EXIT.
084100 4110-EXIT.
084200     EXIT.
084300*
084400******************************************************************
084500* 4200-CHECK-STKCTL - A STOCKTAKE FROZEN OR REPORTED BUT NOT YET
084600*                     POSTED OR CANCELLED.
084700******************************************************************
084800 4200-CHECK-STKCTL.
084900     OPEN INPUT STOCKTAKE-CONTROL-FILE
085000     IF OP-STKCTL-STATUS NOT = "00"
085100         GO TO 4200-EXIT
085200     END-IF
085300     READ STOCKTAKE-CONTROL-FILE
085400         AT END
085500             CONTINUE
085600         NOT AT END
085700             IF TC-OPEN
085800                 MOVE SPACES TO OP-RPT-ACTION-LINE
085900                 MOVE "STKCTL" TO OP-AL-SOURCE
086000                 MOVE "STKPOST" TO OP-AL-PROGRAM
086100                 MOVE "STOCKTAKE            OPEN - POST OR CANCEL"
086200                     TO OP-AL-TEXT
086300                 MOVE TC-STOCKTAKE-DATE TO OP-EDIT-DATE
086400                 MOVE OP-EDIT-DATE TO OP-AL-TEXT(11:10)
086500                 MOVE "(STKRPT)" TO OP-AL-REPORT
086600                 MOVE "S" TO OP-WORK-KIND
086700                 PERFORM 7900-ADD-ACTION THRU 7900-EXIT
086800             END-IF
086900     END-READ
087000     CLOSE STOCKTAKE-CONTROL-FILE.
087100 4200-EXIT.
087200     EXIT.
087300*
087400******************************************************************
087500* 4300-CHECK-BANKCHG - BANK-DETAIL CHANGES WAITING FOR THE SECOND
087600*                      USER'S APPROVAL.
087700******************************************************************
087800 4300-CHECK-BANKCHG.
087900     OPEN INPUT BANK-CHANGE-FILE
088000     IF OP-BANKCHG-STATUS NOT = "00"
088100         GO TO 4300-EXIT
088200     END-IF
088300     MOVE "N" TO OP-EOF-SWITCH
088400     PERFORM 4310-READ-BANKCHG THRU 4310-EXIT
088500         UNTIL OP-END-OF-FILE
088600     CLOSE BANK-CHANGE-FILE
088700     IF OP-PENDING-CHANGES > ZERO
088800         MOVE SPACES TO OP-RPT-ACTION-LINE
088900         MOVE "BANKCHG" TO OP-AL-SOURCE
089000         MOVE "EMPMAINT" TO OP-AL-PROGRAM
089100         MOVE OP-PENDING-CHANGES TO OP-EDIT-COUNT
089200         MOVE OP-EDIT-COUNT TO OP-AL-TEXT
089300         MOVE "BANK CHANGES AWAIT SECOND APPROVAL"
089400             TO OP-AL-TEXT(7:38)
089500         MOVE "(EMPMNTRP)" TO OP-AL-REPORT
089600         MOVE "S" TO OP-WORK-KIND
089700         PERFORM 7900-ADD-ACTION THRU 7900-EXIT
089800     END-IF.
089900 4300-EXIT.
090000     EXIT.
090100 4310-READ-BANKCHG.
090200     READ BANK-CHANGE-FILE
090300         AT END
090400             MOVE "Y" TO OP-EOF-SWITCH
090500             GO TO 4310-EXIT
090600     END-READ
090700     IF BC-PENDING
090800         ADD 1 TO OP-PENDING-CHANGES
090900     END-IF.
091000 4310-EXIT.
091100     EXIT.
091200*
091300******************************************************************
091400* 5000-PRINT-RUN-CONTROL - THE BUSINESS DATE AND WHETHER THE
091500*                          CHAIN MARKED IT COMPLETE. A DATE LEFT
091600*                          IN PROGRESS MUST BE RERUN.
091700******************************************************************
091800 5000-PRINT-RUN-CONTROL.
091900     MOVE OP-TODAY-DATE TO OP-EDIT-DATE
092000     MOVE "BUSINESS DATE" TO OP-SECTION-TITLE
092100     MOVE OP-EDIT-DATE TO OP-SECTION-TITLE(15:10)
092200     WRITE OPERATIONS-RPT-LINE FROM OP-RPT-SECTION-LINE
092300     IF OP-DAY-COMPLETE
092400         MOVE "RUN CONTROL: MARKED COMPLETE" TO OP-SECTION-TITLE
092500     ELSE
092600         MOVE "RUN CONTROL: NOT MARKED COMPLETE - IN PROGRESS"
092700             TO OP-SECTION-TITLE
092800     END-IF
092900     WRITE OPERATIONS-RPT-LINE FROM OP-RPT-SECTION-LINE
093000     MOVE OP-ATTEMPT-COUNT TO OP-EDIT-COUNT
093100     MOVE "RUN ATTEMPTS ON THE JOURNAL:" TO OP-SECTION-TITLE
093200     MOVE OP-EDIT-COUNT TO OP-SECTION-TITLE(30:5)
093300     WRITE OPERATIONS-RPT-LINE FROM OP-RPT-SECTION-LINE
093400     IF NOT OP-DAY-COMPLETE
093500         MOVE SPACES TO OP-RPT-ACTION-LINE
093600         MOVE "RUNCTL" TO OP-AL-SOURCE
093700         MOVE "PAYRUN" TO OP-AL-PROGRAM
093800         MOVE OP-EDIT-DATE TO OP-AL-TEXT
093900         MOVE "NOT COMPLETE - RESUBMIT PAYRUN"
094000             TO OP-AL-TEXT(12:33)
094100         MOVE "R" TO OP-WORK-KIND
094200         PERFORM 7900-ADD-ACTION THRU 7900-EXIT
094300         MOVE SPACES TO OP-RPT-ACTION-LINE
094400         MOVE "MASTBKUP" TO OP-AL-SOURCE
094500         MOVE "RESTORE" TO OP-AL-PROGRAM
094600         MOVE "RESTORE FIRST IF THE DAY MUST START AGAIN"
094700             TO OP-AL-TEXT
094800         MOVE "(RSTRPT)" TO OP-AL-REPORT
094900         PERFORM 7900-ADD-ACTION THRU 7900-EXIT
095000     END-IF.
095100 5000-EXIT.
095200     EXIT.
095300*
095400******************************************************************
095500* 5100-PRINT-STEPS - ONE LINE PER STEP OF THE CHAIN (TWO WHEN IT
095600*                    JOURNALLED A SECOND TOTAL), AND THE ACTIONS
095700*                    EACH STEP'S ENDING CALLS FOR.
095800******************************************************************
095900 5100-PRINT-STEPS.
096000     WRITE OPERATIONS-RPT-LINE FROM OP-RPT-BLANK-LINE
096100     MOVE "DAILY CHAIN - LAST RUN ATTEMPT" TO OP-SECTION-TITLE
096200     WRITE OPERATIONS-RPT-LINE FROM OP-RPT-SECTION-LINE
096300     WRITE OPERATIONS-RPT-LINE FROM OP-RPT-STEP-HEADING
096400     PERFORM 5200-PRINT-ONE-STEP THRU 5200-EXIT
096500         VARYING OP-ST-SUB FROM 1 BY 1
096600         UNTIL OP-ST-SUB > 13
096700     IF OP-STEPS-MISSING > ZERO
096800         MOVE OP-STEPS-MISSING TO OP-EDIT-COUNT
096900         MOVE OP-EDIT-COUNT TO OP-MSG-TEXT
097000         MOVE "STEP(S) NEVER WROTE A JOURNAL RECORD - SEE JOB LOG"
097100             TO OP-MSG-TEXT(7:54)
097200         WRITE OPERATIONS-RPT-LINE FROM OP-RPT-MESSAGE-LINE
097300     END-IF.
097400 5100-EXIT.
097500     EXIT.
097600*
097700******************************************************************
097800* 5200-PRINT-ONE-STEP - A STEP THAT NEVER JOURNALLED WAS FLUSHED
097900*                       OR ABENDED AND MUST BE RERUN. ONE THAT
098000*                       FAILED MUST BE CORRECTED AND RERUN. A
098100*                       WARNING OR AN EXCEPTION TOTAL IS LISTED
098200*                       FOR RE-KEYING OR SIGN-OFF BY ITS KIND. A
098300*                       RETURN CODE NOT ON THE JOURNAL SHOWS N/A.
098400******************************************************************
098500 5200-PRINT-ONE-STEP.
098600     MOVE SPACES TO OP-RPT-STEP-LINE
098700     MOVE OP-ST-STEP(OP-ST-SUB) TO OP-SL-STEP
098800     MOVE OP-ST-PROGRAM(OP-ST-SUB) TO OP-SL-PROGRAM
098900     MOVE SPACES TO OP-RPT-ACTION-LINE
099000     MOVE OP-ST-STEP(OP-ST-SUB) TO OP-AL-SOURCE
099100     MOVE OP-ST-PROGRAM(OP-ST-SUB) TO OP-AL-PROGRAM
099200     IF NOT OP-SR-RAN(OP-ST-SUB)
099300         ADD 1 TO OP-STEPS-MISSING
099400         MOVE "  --" TO OP-SL-RC
099500         MOVE "NOT RUN" TO OP-SL-STATUS
099600         WRITE OPERATIONS-RPT-LINE FROM OP-RPT-STEP-LINE
099700         MOVE "DID NOT RUN - FLUSHED OR ABENDED" TO OP-AL-TEXT
099800         MOVE "(JOB LOG)" TO OP-AL-REPORT
099900         MOVE "R" TO OP-WORK-KIND
100000         PERFORM 7900-ADD-ACTION THRU 7900-EXIT
100100         GO TO 5200-EXIT
100200     END-IF
100300     ADD 1 TO OP-STEPS-RUN
100400     MOVE OP-SR-RETURN-CODE(OP-ST-SUB) TO OP-WORK-RC
100500     PERFORM 5800-SET-STEP-STATUS THRU 5800-EXIT
100600     MOVE OP-SR-LABEL-1(OP-ST-SUB) TO OP-SL-LABEL
100700     MOVE OP-SR-AMOUNT-1(OP-ST-SUB) TO OP-WORK-AMOUNT
100800     PERFORM 5850-SET-STEP-AMOUNT THRU 5850-EXIT
100900     WRITE OPERATIONS-RPT-LINE FROM OP-RPT-STEP-LINE
101000     IF OP-SR-LABEL-2(OP-ST-SUB) NOT = SPACES
101100         MOVE SPACES TO OP-RPT-STEP-LINE
101200         MOVE OP-SR-LABEL-2(OP-ST-SUB) TO OP-SL-LABEL
101300         MOVE OP-SR-AMOUNT-2(OP-ST-SUB) TO OP-WORK-AMOUNT
101400         PERFORM 5850-SET-STEP-AMOUNT THRU 5850-EXIT
101500         WRITE OPERATIONS-RPT-LINE FROM OP-RPT-STEP-LINE
101600     END-IF
101700     PERFORM 5250-ADD-STEP-ACTIONS THRU 5250-EXIT.
101800 5200-EXIT.
101900     EXIT.
102000*
102100******************************************************************
102200* 5250-ADD-STEP-ACTIONS - THE ACTIONS ONE STEP'S ENDING CALLS FOR.
102300******************************************************************
102400 5250-ADD-STEP-ACTIONS.
102500     STRING "(" DELIMITED BY SIZE
102600         OP-ST-REPORT(OP-ST-SUB) DELIMITED BY SPACE
102700         ")" DELIMITED BY SIZE
102800         INTO OP-AL-REPORT
102900     END-STRING
103000     IF OP-WORK-RC NUMERIC
103100         IF OP-WORK-RC-NUM > 4
103200             MOVE OP-WORK-RC-NUM TO OP-EDIT-RC
103300             IF OP-ST-IS-ADVISORY(OP-ST-SUB)
103400                 MOVE "ENDED RC      - ADVISORY, REVIEW REPORT"
103500                     TO OP-AL-TEXT
103600                 MOVE "S" TO OP-WORK-KIND
103700             ELSE
103800                 MOVE "ENDED RC      - CORRECT AND RERUN"
103900                     TO OP-AL-TEXT
104000                 MOVE "R" TO OP-WORK-KIND
104100             END-IF
104200             MOVE OP-EDIT-RC TO OP-AL-TEXT(10:4)
104300             PERFORM 7900-ADD-ACTION THRU 7900-EXIT
104400         ELSE
104500             IF OP-WORK-RC-NUM > ZERO
104600                     AND OP-ST-WARN-KIND(OP-ST-SUB) NOT = SPACE
104700                 MOVE OP-ST-WARN-TEXT(OP-ST-SUB) TO OP-AL-TEXT
104800                 MOVE OP-ST-WARN-KIND(OP-ST-SUB) TO OP-WORK-KIND
104900                 PERFORM 7900-ADD-ACTION THRU 7900-EXIT
105000             END-IF
105100         END-IF
105200     END-IF
105300     MOVE ZERO TO OP-WORK-AMOUNT
105400     IF OP-ST-EXC-IS-TOTAL-1(OP-ST-SUB)
105500         MOVE OP-SR-AMOUNT-1(OP-ST-SUB) TO OP-WORK-AMOUNT
105600     END-IF
105700     IF OP-ST-EXC-IS-TOTAL-2(OP-ST-SUB)
105800         MOVE OP-SR-AMOUNT-2(OP-ST-SUB) TO OP-WORK-AMOUNT
105900     END-IF
106000     IF OP-WORK-AMOUNT NOT = ZERO
106100         MOVE OP-ST-EXC-TEXT(OP-ST-SUB) TO OP-AL-TEXT
106200         MOVE OP-ST-EXC-KIND(OP-ST-SUB) TO OP-WORK-KIND
106300         PERFORM 7900-ADD-ACTION THRU 7900-EXIT
106400     END-IF.
106500 5250-EXIT.
106600     EXIT.
106700*
106800******************************************************************
106900* 5300-PRINT-OTHER-RUNS - PROGRAMS OUTSIDE THE CHAIN THAT
107000*                         JOURNALLED THE DATE. ONE THAT FAILED IS
107100*                         LISTED TO RERUN.
107200******************************************************************
107300 5300-PRINT-OTHER-RUNS.
107400     IF OP-OTHER-COUNT = ZERO
107500         GO TO 5300-EXIT
107600     END-IF
107700     WRITE OPERATIONS-RPT-LINE FROM OP-RPT-BLANK-LINE
107800     MOVE "OTHER RUNS FOR THE BUSINESS DATE" TO OP-SECTION-TITLE
107900     WRITE OPERATIONS-RPT-LINE FROM OP-RPT-SECTION-LINE
108000     WRITE OPERATIONS-RPT-LINE FROM OP-RPT-STEP-HEADING
108100     PERFORM 5400-PRINT-ONE-OTHER-RUN THRU 5400-EXIT
108200         VARYING OP-OR-SUB FROM 1 BY 1
108300         UNTIL OP-OR-SUB > OP-OTHER-COUNT
108400     IF OP-OTHER-OVERFLOW > ZERO
108500         MOVE "MORE PROGRAMS RAN THAN LISTED - SEE AUDITJNL"
108600             TO OP-MSG-TEXT
108700         WRITE OPERATIONS-RPT-LINE FROM OP-RPT-MESSAGE-LINE
108800     END-IF.
108900 5300-EXIT.
109000     EXIT.
109100 5400-PRINT-ONE-OTHER-RUN.
109200     MOVE SPACES TO OP-RPT-STEP-LINE
109300     MOVE OP-OR-PROGRAM(OP-OR-SUB) TO OP-SL-PROGRAM
109400     MOVE OP-OR-RETURN-CODE(OP-OR-SUB) TO OP-WORK-RC
109500     PERFORM 5800-SET-STEP-STATUS THRU 5800-EXIT
109600     MOVE OP-OR-LABEL-1(OP-OR-SUB) TO OP-SL-LABEL
109700     MOVE OP-OR-AMOUNT-1(OP-OR-SUB) TO OP-WORK-AMOUNT
109800     PERFORM 5850-SET-STEP-AMOUNT THRU 5850-EXIT
109900     WRITE OPERATIONS-RPT-LINE FROM OP-RPT-STEP-LINE
110000     IF OP-OR-LABEL-2(OP-OR-SUB) NOT = SPACES
110100         MOVE SPACES TO OP-RPT-STEP-LINE
110200         MOVE OP-OR-LABEL-2(OP-OR-SUB) TO OP-SL-LABEL
110300         MOVE OP-OR-AMOUNT-2(OP-OR-SUB) TO OP-WORK-AMOUNT
110400         PERFORM 5850-SET-STEP-AMOUNT THRU 5850-EXIT
110500         WRITE OPERATIONS-RPT-LINE FROM OP-RPT-STEP-LINE
110600     END-IF
110700     IF OP-WORK-RC NUMERIC
110800         IF OP-WORK-RC-NUM > 4
110900             MOVE SPACES TO OP-RPT-ACTION-LINE
111000             MOVE OP-OR-PROGRAM(OP-OR-SUB) TO OP-AL-PROGRAM
111100             MOVE OP-WORK-RC-NUM TO OP-EDIT-RC
111200             MOVE "ENDED RC      - CORRECT AND RERUN"
111300                 TO OP-AL-TEXT
111400             MOVE OP-EDIT-RC TO OP-AL-TEXT(10:4)
111500             MOVE "R" TO OP-WORK-KIND
111600             PERFORM 7900-ADD-ACTION THRU 7900-EXIT
111700         END-IF
111800     END-IF.
111900 5400-EXIT.
112000     EXIT.
112100*
112200******************************************************************
112300* 5500-PRINT-TRAILERS - EACH HANDED FILE AGAINST ITS TRAILERS. ONE
112400*                       THAT DOES NOT PROVE MUST BE SENT AGAIN
112500*                       BEFORE THE STEP THAT READS IT IS RERUN.
112600******************************************************************
112700 5500-PRINT-TRAILERS.
112800     WRITE OPERATIONS-RPT-LINE FROM OP-RPT-BLANK-LINE
112900     MOVE "TRAILER CONTROL TOTALS" TO OP-SECTION-TITLE
113000     WRITE OPERATIONS-RPT-LINE FROM OP-RPT-SECTION-LINE
113100     WRITE OPERATIONS-RPT-LINE FROM OP-RPT-TRAILER-HEADING
113200     PERFORM 5600-PRINT-ONE-TRAILER-FILE THRU 5600-EXIT
113300         VARYING OP-TF-SUB FROM 1 BY 1
113400         UNTIL OP-TF-SUB > 4.
113500 5500-EXIT.
113600     EXIT.
113700 5600-PRINT-ONE-TRAILER-FILE.
113800     MOVE SPACES TO OP-RPT-TRAILER-LINE
113900     MOVE OP-TF-FILE(OP-TF-SUB) TO OP-TL-FILE
114000     MOVE OP-TF-READER(OP-TF-SUB) TO OP-TL-READER
114100     MOVE OP-TF-COUNT(OP-TF-SUB) TO OP-TL-COUNT
114200     MOVE OP-TF-AMOUNT(OP-TF-SUB) TO OP-TL-AMOUNT
114300     MOVE OP-TF-TRLR-COUNT(OP-TF-SUB) TO OP-TL-TRLR-COUNT
114400     MOVE OP-TF-TRLR-AMOUNT(OP-TF-SUB) TO OP-TL-TRLR-AMOUNT
114500     MOVE SPACES TO OP-RPT-ACTION-LINE
114600     MOVE OP-TF-FILE(OP-TF-SUB) TO OP-AL-SOURCE
114700     MOVE OP-TF-READER(OP-TF-SUB) TO OP-AL-PROGRAM
114800     MOVE "R" TO OP-WORK-KIND
114900     IF NOT OP-TF-PRESENT(OP-TF-SUB)
115000         MOVE "NOT PRESENT" TO OP-TL-STATUS
115100         WRITE OPERATIONS-RPT-LINE FROM OP-RPT-TRAILER-LINE
115200         GO TO 5600-EXIT
115300     END-IF
115400     IF OP-TF-TRAILERS(OP-TF-SUB) = ZERO
115500             AND OP-TF-COUNT(OP-TF-SUB) = ZERO
115600         IF OP-TF-SUB = 4
115700             MOVE "NO BATCH TODAY" TO OP-TL-STATUS
115800             WRITE OPERATIONS-RPT-LINE FROM OP-RPT-TRAILER-LINE
115900             GO TO 5600-EXIT
116000         END-IF
116100         MOVE "EMPTY" TO OP-TL-STATUS
116200         WRITE OPERATIONS-RPT-LINE FROM OP-RPT-TRAILER-LINE
116300         MOVE "IS EMPTY - NO TRAILER - SEND IT AGAIN"
116400             TO OP-AL-TEXT
116500         PERFORM 7900-ADD-ACTION THRU 7900-EXIT
116600         GO TO 5600-EXIT
116700     END-IF
116800     IF OP-TF-UNPROVEN-TAIL(OP-TF-SUB)
116900         MOVE "NO TRAILER" TO OP-TL-STATUS
117000         WRITE OPERATIONS-RPT-LINE FROM OP-RPT-TRAILER-LINE
117100         MOVE "RECORDS AFTER LAST TRAILER - SEND IT AGAIN"
117200             TO OP-AL-TEXT
117300         PERFORM 7900-ADD-ACTION THRU 7900-EXIT
117400         GO TO 5600-EXIT
117500     END-IF
117600     IF OP-TF-DIFFERS(OP-TF-SUB)
117700         MOVE "DOES NOT PROVE" TO OP-TL-STATUS
117800         WRITE OPERATIONS-RPT-LINE FROM OP-RPT-TRAILER-LINE
117900         MOVE "DOES NOT PROVE AGAINST TRAILER - SEND AGAIN"
118000             TO OP-AL-TEXT
118100         PERFORM 7900-ADD-ACTION THRU 7900-EXIT
118200         GO TO 5600-EXIT
118300     END-IF
118400     MOVE "PROVED" TO OP-TL-STATUS
118500     WRITE OPERATIONS-RPT-LINE FROM OP-RPT-TRAILER-LINE.
118600 5600-EXIT.
118700     EXIT.
118800*
118900******************************************************************
119000* 5800-SET-STEP-STATUS - RETURN CODE AND STATUS FOR THE STEP LINE
119100*                        FROM OP-WORK-RC.
119200******************************************************************
119300 5800-SET-STEP-STATUS.
119400     IF OP-WORK-RC NOT NUMERIC
119500         MOVE " N/A" TO OP-SL-RC
119600         MOVE "RAN" TO OP-SL-STATUS
119700         GO TO 5800-EXIT
119800     END-IF
119900     MOVE OP-WORK-RC-NUM TO OP-EDIT-RC
120000     MOVE OP-EDIT-RC TO OP-SL-RC
120100     IF OP-WORK-RC-NUM = ZERO
120200         MOVE "OK" TO OP-SL-STATUS
120300     ELSE
120400         IF OP-WORK-RC-NUM > 4
120500             MOVE "FAILED" TO OP-SL-STATUS
120600         ELSE
120700             MOVE "WARNING" TO OP-SL-STATUS
120800         END-IF
120900     END-IF.
121000 5800-EXIT.
121100     EXIT.
121200*
121300******************************************************************
121400* 5850-SET-STEP-AMOUNT - A TOTAL'S AMOUNT FOR THE STEP LINE, LEFT
121500*                        BLANK WHEN THE TOTAL HAS NO LABEL.
121600******************************************************************
121700 5850-SET-STEP-AMOUNT.
121800     IF OP-SL-LABEL = SPACES
121900         MOVE SPACES TO OP-SL-AMOUNT-AREA
122000     ELSE
122100         MOVE OP-WORK-AMOUNT TO OP-SL-AMOUNT
122200     END-IF.
122300 5850-EXIT.
122400     EXIT.
122500*
122600******************************************************************
122700* 6000-PRINT-ACTIONS - THE MORNING SHIFT'S ACTION LIST, GROUPED
122800*                      RE-KEY, SIGN OFF, THEN RERUN.
122900******************************************************************
123000 6000-PRINT-ACTIONS.
123100     WRITE OPERATIONS-RPT-LINE FROM OP-RPT-BLANK-LINE
123200     MOVE "ACTION LIST FOR THE MORNING SHIFT" TO OP-SECTION-TITLE
123300     WRITE OPERATIONS-RPT-LINE FROM OP-RPT-SECTION-LINE
123400     IF OP-ACTION-COUNT = ZERO
123500         MOVE "NO ACTIONS - THE NIGHT RAN CLEAN"
123600             TO OP-SECTION-TITLE
123700         WRITE OPERATIONS-RPT-LINE FROM OP-RPT-SECTION-LINE
123800         GO TO 6000-EXIT
123900     END-IF
124000     MOVE "K" TO OP-PRINT-KIND
124100     MOVE "RE-KEY" TO OP-SECTION-TITLE
124200     PERFORM 6100-PRINT-ACTION-GROUP THRU 6100-EXIT
124300     MOVE "S" TO OP-PRINT-KIND
124400     MOVE "SIGN OFF" TO OP-SECTION-TITLE
124500     PERFORM 6100-PRINT-ACTION-GROUP THRU 6100-EXIT
124600     MOVE "R" TO OP-PRINT-KIND
124700     MOVE "RERUN" TO OP-SECTION-TITLE
124800     PERFORM 6100-PRINT-ACTION-GROUP THRU 6100-EXIT
124900     IF OP-ACTION-OVERFLOW > ZERO
125000         MOVE "MORE ACTIONS THAN LISTED - SEE STEP REPORTS"
125100             TO OP-MSG-TEXT
125200         WRITE OPERATIONS-RPT-LINE FROM OP-RPT-MESSAGE-LINE
125300     END-IF.
125400 6000-EXIT.
125500     EXIT.
125600*
125700******************************************************************
125800* 6100-PRINT-ACTION-GROUP - THE ACTIONS OF ONE KIND UNDER THEIR
125900*                           HEADING, WHICH IS LEFT OUT WHEN THERE
126000*                           ARE NONE.
126100******************************************************************
126200 6100-PRINT-ACTION-GROUP.
126300     MOVE ZERO TO OP-FOUND-SUB
126400     PERFORM 6110-SCAN-ONE-ACTION THRU 6110-EXIT
126500         VARYING OP-AC-SUB FROM 1 BY 1
126600         UNTIL OP-AC-SUB > OP-ACTION-COUNT OR OP-FOUND-SUB > ZERO
126700     IF OP-FOUND-SUB = ZERO
126800         GO TO 6100-EXIT
126900     END-IF
127000     WRITE OPERATIONS-RPT-LINE FROM OP-RPT-SECTION-LINE
127100     PERFORM 6200-PRINT-ONE-ACTION THRU 6200-EXIT
127200         VARYING OP-AC-SUB FROM OP-FOUND-SUB BY 1
127300         UNTIL OP-AC-SUB > OP-ACTION-COUNT.
127400 6100-EXIT.
127500     EXIT.
127510 6110-SCAN-ONE-ACTION.
127520     IF OP-AC-KIND(OP-AC-SUB) = OP-PRINT-KIND
127530         MOVE OP-AC-SUB TO OP-FOUND-SUB
127540     END-IF.
127550 6110-EXIT.
127560     EXIT.
127600 6200-PRINT-ONE-ACTION.
127700     IF OP-AC-KIND(OP-AC-SUB) = OP-PRINT-KIND
127800         WRITE OPERATIONS-RPT-LINE FROM OP-AC-LINE(OP-AC-SUB)
127900     END-IF.
128000 6200-EXIT.
128100     EXIT.
128200*
128300******************************************************************
128400* 7900-ADD-ACTION - FILE THE ACTION LINE BUILT IN
128500*                   OP-RPT-ACTION-LINE UNDER OP-WORK-KIND.
128600******************************************************************
128700 7900-ADD-ACTION.
128800     IF OP-ACTION-COUNT NOT < 40
128900         ADD 1 TO OP-ACTION-OVERFLOW
129000         GO TO 7900-EXIT
129100     END-IF
129200     ADD 1 TO OP-ACTION-COUNT
129300     MOVE OP-WORK-KIND TO OP-AC-KIND(OP-ACTION-COUNT)
129400     MOVE OP-RPT-ACTION-LINE TO OP-AC-LINE(OP-ACTION-COUNT).
129500 7900-EXIT.
129600     EXIT.
129700*
129800******************************************************************
129900* 9000-TERMINATE - SET THE RETURN CODE, JOURNAL THE RUN AND CLOSE.
130000*                  THE JOURNAL WAS READ AS INPUT, SO IT IS OPENED
130100*                  AGAIN HERE TO APPEND THIS RUN'S RECORD.
130200******************************************************************
130300 9000-TERMINATE.
130400     IF OP-RUN-OK
130500         IF NOT OP-DAY-COMPLETE
130600             MOVE 8 TO RETURN-CODE
130700         ELSE
130800             IF OP-ACTION-COUNT > ZERO AND RETURN-CODE < 4
130900                 MOVE 4 TO RETURN-CODE
131000             END-IF
131100         END-IF
131200         DISPLAY "OPSRPT: " OP-STEPS-RUN " STEPS RAN, "
131300             OP-STEPS-MISSING " DID NOT, "
131400             OP-ACTION-COUNT " ACTIONS LISTED FOR " OP-TODAY-DATE
131500     END-IF
131600     OPEN EXTEND AUDIT-JOURNAL-FILE
131700     IF OP-AUDITJNL-STATUS NOT = "00"
131800         OPEN OUTPUT AUDIT-JOURNAL-FILE
131900     END-IF
132000     PERFORM 9100-WRITE-AUDIT-JOURNAL THRU 9100-EXIT
132100     CLOSE AUDIT-JOURNAL-FILE
132200     CLOSE OPERATIONS-REPORT.
132300 9000-EXIT.
132400     EXIT.
132500*
132600******************************************************************
132700* 9100-WRITE-AUDIT-JOURNAL - APPEND ONE RUN RECORD TO THE SHARED
132800*                            AUDIT JOURNAL.
132900******************************************************************
133000 9100-WRITE-AUDIT-JOURNAL.
133100     MOVE SPACES TO AUDIT-JOURNAL-RECORD
133200     MOVE "OPSRPT" TO AJ-PROGRAM-NAME
133300     MOVE OP-TODAY-DATE TO AJ-RUN-DATE
133400     ACCEPT AJ-RUN-TIME FROM TIME
133500     MOVE ZERO TO AJ-TOTAL-1-AMOUNT AJ-TOTAL-2-AMOUNT
133600     IF NOT OP-RUN-OK
133700         MOVE "RUN REFUSED" TO AJ-TOTAL-1-LABEL
133800     ELSE
133900         MOVE "STEPS NOT RUN" TO AJ-TOTAL-1-LABEL
134000         MOVE OP-STEPS-MISSING TO AJ-TOTAL-1-AMOUNT
134100         MOVE "ACTIONS LISTED" TO AJ-TOTAL-2-LABEL
134200         MOVE OP-ACTION-COUNT TO AJ-TOTAL-2-AMOUNT
134300     END-IF
134400     MOVE RETURN-CODE TO AJ-RETURN-CODE
134500     WRITE AUDIT-JOURNAL-RECORD.
134600 9100-EXIT.
134700     EXIT.
134800 END PROGRAM OPSRPT.
