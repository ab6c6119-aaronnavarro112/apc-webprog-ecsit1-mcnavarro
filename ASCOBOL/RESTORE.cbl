000100******************************************************************
000200* AUTHOR:        P. MURPHY, PAYROLL SYSTEMS
000300* INSTALLATION:  ACME MANUFACTURING CORP - DATA PROCESSING
000400* DATE-WRITTEN:  2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:       POINT-IN-TIME RESTORE OF THE INDEXED MASTERS.
000700*                ROLLS A FAILED BUSINESS DATE BACK TO THE
000800*                START-OF-DAY BACKUP TAKEN BY THE BACKUP STEP,
000900*                BEFORE RUNCTRL IS ASKED TO RUN THE DATE AGAIN.
001000*                THE RSTPARM CARD NAMES THE BUSINESS DATE, WHICH
001100*                MUST BE THE DATE ON THE RUN-CONTROL FILE - A DATE
001200*                OTHER DAYS HAVE RUN SINCE CANNOT BE ROLLED BACK
001300*                WITHOUT LOSING THEM. THE BACKUP GENERATION
001400*                (MASTBKUP) IS FIRST PROVED AGAINST THE BACKUP
001500*                CATALOGUE (BKUPCAT) - HEADER DATE AND TIME, EVERY
001600*                MASTER'S RECORD COUNT AND TRAILER, AND THE END
001700*                RECORD - AND NOTHING IS TOUCHED UNLESS IT PROVES.
001800*                EACH MASTER ON THE CATALOGUE IS THEN RELOADED
001900*                FROM THE GENERATION AND ITS RELOADED COUNT PROVED
002000*                AGAIN; THE CATALOGUE IS STAMPED WITH THE RESTORE.
002100*                AN INTERRUPTED PAYROLL CHECKPOINT (PAYCHKPT) IS
002200*                CLEARED SO THE RERUN PAYS FROM THE FIRST EMPLOYEE
002300*                AGAINST THE RESTORED YEAR-TO-DATE FIGURES.
002400*                RSTPARM: COLS 1-8 BUSINESS DATE (YYYYMMDD).
002500*                RC=8 - RUN REFUSED (BAD CARD, NOT THE RUN-CONTROL
002600*                       DATE, DATE NOT CATALOGUED, WRONG OR
002700*                       SKIPPED OR INCOMPLETE GENERATION, COUNTS
002800*                       DO NOT PROVE) - NO MASTER TOUCHED; OR
002900*                       RESTORE FAILED (A MASTER COULD NOT BE
003000*                       RELOADED, OR RELOADED SHORT) - THE MASTERS
003100*                       ARE INCOMPLETE AND THE RESTORE MUST BE RUN
003200*                       AGAIN BEFORE ANYTHING ELSE.
003300*
003400* MODIFICATION HISTORY
003500* DATE       INIT  DESCRIPTION
003600* ---------- ----  ----------------------------------------------
003700* 2026-10-15 PJM   ORIGINAL.
003710* 2026-10-15 PJM   THE AUDIT JOURNAL RECORD NOW CARRIES THE
003720*                  RETURN CODE THE RUN ENDED WITH.
003800******************************************************************
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID. RESTORE.
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT PARAMETER-FILE ASSIGN TO "RSTPARM"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS RR-RSTPARM-STATUS.
004700     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS RR-RUNCTL-STATUS.
005000     SELECT BACKUP-CATALOGUE-FILE ASSIGN TO "BKUPCAT"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS BX-CATALOGUE-KEY
005400         FILE STATUS IS RR-BKUPCAT-STATUS.
005500     SELECT MASTER-UNLOAD-FILE ASSIGN TO "MASTBKUP"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS RR-MASTBKUP-STATUS.
005800     SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS SEQUENTIAL
006100         RECORD KEY IS SM-STUDENT-ID
006200         FILE STATUS IS RR-STUMAST-STATUS.
006300     SELECT ATTENDANCE-HISTORY-FILE ASSIGN TO "ATTHIST"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS SEQUENTIAL
006600         RECORD KEY IS AH-HISTORY-KEY
006700         FILE STATUS IS RR-ATTHIST-STATUS.
006800     SELECT EMPLOYEE-YTD-FILE ASSIGN TO "EMPYTD"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS SEQUENTIAL
007100         RECORD KEY IS YT-KEY
007200         FILE STATUS IS RR-EMPYTD-STATUS.
007300     SELECT LEAVE-BALANCE-FILE ASSIGN TO "LEAVEBAL"
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS SEQUENTIAL
007600         RECORD KEY IS LB-EMPLOYEE-ID
007700         FILE STATUS IS RR-LEAVEBAL-STATUS.
007800     SELECT ATTACHMENT-ORDER-FILE ASSIGN TO "ATTORD"
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS SEQUENTIAL
008100         RECORD KEY IS AO-ORDER-REF
008200         FILE STATUS IS RR-ATTORD-STATUS.
008300     SELECT DISB-CONTROL-FILE ASSIGN TO "DISBCTL"
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS SEQUENTIAL
008600         RECORD KEY IS DC-CONTROL-KEY
008700         FILE STATUS IS RR-DISBCTL-STATUS.
008800     SELECT BANK-CHANGE-FILE ASSIGN TO "BANKCHG"
008900         ORGANIZATION IS INDEXED
009000         ACCESS MODE IS SEQUENTIAL
009100         RECORD KEY IS BC-EMPLOYEE-ID
009200         FILE STATUS IS RR-BANKCHG-STATUS.
009300     SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
009400         ORGANIZATION IS INDEXED
009500         ACCESS MODE IS SEQUENTIAL
009600         RECORD KEY IS IM-ITEM-CODE
009700         FILE STATUS IS RR-ITEMMAST-STATUS.
009800     SELECT PURCH-ORDER-FILE ASSIGN TO "PURCHORD"
009900         ORGANIZATION IS INDEXED
010000         ACCESS MODE IS SEQUENTIAL
010100         RECORD KEY IS PO-KEY
010200         FILE STATUS IS RR-PURCHORD-STATUS.
010300     SELECT FEE-INVOICE-FILE ASSIGN TO "FEEINV"
010400         ORGANIZATION IS INDEXED
010500         ACCESS MODE IS SEQUENTIAL
010600         RECORD KEY IS FI-INVOICE-NO
010700         FILE STATUS IS RR-FEEINV-STATUS.
010800     SELECT CHECKPOINT-FILE ASSIGN TO "PAYCHKPT"
010900         ORGANIZATION IS RELATIVE
011000         ACCESS MODE IS RANDOM
011100         RELATIVE KEY IS RR-CHKPT-RRN
011200         FILE STATUS IS RR-CHKPT-STATUS.
011300     SELECT RESTORE-REPORT ASSIGN TO "RSTRPT"
011400         ORGANIZATION IS LINE SEQUENTIAL
011500         FILE STATUS IS RR-RSTRPT-STATUS.
011600     SELECT AUDIT-JOURNAL-FILE ASSIGN TO "AUDITJNL"
011700         ORGANIZATION IS LINE SEQUENTIAL
011800         FILE STATUS IS RR-AUDITJNL-STATUS.
011900 DATA DIVISION.
012000 FILE SECTION.
012100 FD  PARAMETER-FILE
012200     LABEL RECORDS ARE STANDARD.
012300 01  PARAMETER-RECORD.
012400     05  PM-BUSINESS-DATE        PIC X(08).
012500     05  FILLER                  PIC X(72).
012600 FD  RUN-CONTROL-FILE
012700     LABEL RECORDS ARE STANDARD.
012800 COPY RUNCTL.
012900 FD  BACKUP-CATALOGUE-FILE
013000     LABEL RECORDS ARE STANDARD.
013100 COPY BKUPCAT.
013200 FD  MASTER-UNLOAD-FILE
013300     LABEL RECORDS ARE STANDARD.
013400 COPY MASTUNLD.
013500 FD  STUDENT-MASTER-FILE
013600     LABEL RECORDS ARE STANDARD.
013700 COPY STUMAST.
013800 FD  ATTENDANCE-HISTORY-FILE
013900     LABEL RECORDS ARE STANDARD.
014000 COPY ATTHIST.
014100 FD  EMPLOYEE-YTD-FILE
014200     LABEL RECORDS ARE STANDARD.
014300 COPY EMPYTD.
014400 FD  LEAVE-BALANCE-FILE
014500     LABEL RECORDS ARE STANDARD.
014600 COPY LEAVEBAL.
014700 FD  ATTACHMENT-ORDER-FILE
014800     LABEL RECORDS ARE STANDARD.
014900 COPY ATTORD.
015000 FD  DISB-CONTROL-FILE
015100     LABEL RECORDS ARE STANDARD.
015200 COPY DISBCTL.
015300 FD  BANK-CHANGE-FILE
015400     LABEL RECORDS ARE STANDARD.
015500 COPY BANKCHG.
015600 FD  ITEM-MASTER-FILE
015700     LABEL RECORDS ARE STANDARD.
015800 COPY ITEMMAST.
015900 FD  PURCH-ORDER-FILE
016000     LABEL RECORDS ARE STANDARD.
016100 COPY PURCHORD.
016200 FD  FEE-INVOICE-FILE
016300     LABEL RECORDS ARE STANDARD.
016400 COPY FEEINV.
016500 FD  CHECKPOINT-FILE
016600     LABEL RECORDS ARE STANDARD.
016700 COPY CHKPT.
016800 FD  RESTORE-REPORT
016900     LABEL RECORDS ARE STANDARD
017000     RECORD CONTAINS 80 CHARACTERS.
017100 01  RESTORE-RPT-LINE            PIC X(80).
017200 FD  AUDIT-JOURNAL-FILE
017300     LABEL RECORDS ARE STANDARD.
017400 COPY AUDITJNL.
017500 WORKING-STORAGE SECTION.
017600 77  RR-RSTPARM-STATUS       PIC X(02).
017700 77  RR-RUNCTL-STATUS        PIC X(02).
017800 77  RR-BKUPCAT-STATUS       PIC X(02).
017900 77  RR-MASTBKUP-STATUS      PIC X(02).
018000 77  RR-STUMAST-STATUS       PIC X(02).
018100 77  RR-ATTHIST-STATUS       PIC X(02).
018200 77  RR-EMPYTD-STATUS        PIC X(02).
018300 77  RR-LEAVEBAL-STATUS      PIC X(02).
018400 77  RR-ATTORD-STATUS        PIC X(02).
018500 77  RR-DISBCTL-STATUS       PIC X(02).
018600 77  RR-BANKCHG-STATUS       PIC X(02).
018700 77  RR-ITEMMAST-STATUS      PIC X(02).
018800 77  RR-PURCHORD-STATUS      PIC X(02).
018900 77  RR-FEEINV-STATUS        PIC X(02).
019000 77  RR-CHKPT-STATUS         PIC X(02).
019100 77  RR-RSTRPT-STATUS        PIC X(02).
019200 77  RR-AUDITJNL-STATUS      PIC X(02).
019300 77  RR-CHKPT-RRN            PIC 9(04) COMP VALUE 1.
019400 77  RR-TODAY-DATE           PIC 9(08).
019500*
019600* SHARED PAGE-NUMBERED MANAGEMENT REPORT HEADING - SEE RPTHDR.
019700 COPY RPTHDR.
019800*
019900 77  RR-RUN-SWITCH           PIC X(01) VALUE "Y".
020000     88  RR-RUN-OK                   VALUE "Y".
020100 77  RR-RELOAD-SWITCH        PIC X(01) VALUE "Y".
020200     88  RR-RELOAD-OK                VALUE "Y".
020300 77  RR-RUNCTL-SWITCH        PIC X(01) VALUE "N".
020400     88  RR-RUNCTL-FOUND             VALUE "Y".
020500 77  RR-CATALOGUE-SWITCH     PIC X(01) VALUE "N".
020600     88  RR-CATALOGUE-OPEN           VALUE "Y".
020700 77  RR-CATALOGUE-EOF-SWITCH PIC X(01) VALUE "N".
020800     88  RR-END-OF-CATALOGUE         VALUE "Y".
020900 77  RR-UNLOAD-SWITCH        PIC X(01) VALUE "N".
021000     88  RR-UNLOAD-OPEN              VALUE "Y".
021100 77  RR-UNLOAD-EOF-SWITCH    PIC X(01) VALUE "N".
021200     88  RR-END-OF-UNLOAD            VALUE "Y".
021300 77  RR-END-RECORD-SWITCH    PIC X(01) VALUE "N".
021400     88  RR-END-RECORD-SEEN          VALUE "Y".
021500 77  RR-PROVED-SWITCH        PIC X(01) VALUE "N".
021600     88  RR-GENERATION-READ          VALUE "Y".
021700 77  RR-RESTORE-DATE         PIC 9(08) VALUE ZERO.
021800 77  RR-RUNCTL-DATE          PIC 9(08) VALUE ZERO.
021900 77  RR-CAT-BACKUP-DATE      PIC 9(08) VALUE ZERO.
022000 77  RR-CAT-BACKUP-TIME      PIC 9(08) VALUE ZERO.
022100 77  RR-RESTORE-TIME         PIC 9(08) VALUE ZERO.
022200 77  RR-MASTER-COUNT         PIC 9(03) COMP VALUE ZERO.
022300 77  RR-PROOF-ERRORS         PIC 9(05) COMP VALUE ZERO.
022400 77  RR-STRAY-RECORDS        PIC 9(09) VALUE ZERO.
022500 77  RR-FILE-TOTAL           PIC 9(09) VALUE ZERO.
022600 77  RR-END-TOTAL            PIC 9(09) VALUE ZERO.
022700 77  RR-CAT-TOTAL            PIC 9(09) VALUE ZERO.
022800 77  RR-RELOAD-TOTAL         PIC 9(09) VALUE ZERO.
022900 77  RR-WORK-DDNAME          PIC X(08) VALUE SPACES.
023000 77  RR-WORK-STATUS          PIC X(02) VALUE SPACES.
023100 77  RR-EDIT-DATE            PIC 9999/99/99.
023200*
023300* ONE ROW PER MASTER CATALOGUED FOR THE BUSINESS DATE, WITH THE
023400* COUNT CATALOGUED, THE COUNT FOUND ON THE GENERATION AND ITS
023500* TRAILER, AND THE COUNT RELOADED.
023600 01  RR-MASTER-TABLE.
023700     05  RR-MASTER-ENTRY OCCURS 10 TIMES INDEXED BY RR-MS-IDX.
023800         10  RR-MS-DDNAME        PIC X(08).
023900         10  RR-MS-PRESENCE      PIC X(01).
024000             88  RR-MS-ABSENT            VALUE "A".
024100         10  RR-MS-CAT-COUNT     PIC 9(09).
024200         10  RR-MS-FILE-COUNT    PIC 9(09).
024300         10  RR-MS-TRAILER-COUNT PIC 9(09).
024400         10  RR-MS-TRAILER-SWITCH PIC X(01).
024500             88  RR-MS-TRAILER-SEEN      VALUE "Y".
024600         10  RR-MS-OPEN-SWITCH   PIC X(01).
024700             88  RR-MS-OPEN              VALUE "Y".
024800         10  RR-MS-RELOAD-COUNT  PIC 9(09).
024900         10  RR-MS-RESULT        PIC X(31).
025000*
025100 01  RR-RPT-SECTION-LINE.
025200     05  RR-SECTION-TITLE    PIC X(60).
025300     05  FILLER              PIC X(20) VALUE SPACES.
025400 01  RR-RPT-MASTER-HEADING.
025500     05  FILLER              PIC X(10) VALUE "MASTER".
025600     05  FILLER              PIC X(13) VALUE "   CATALOGUED".
025700     05  FILLER              PIC X(13) VALUE "   GENERATION".
025800     05  FILLER              PIC X(13) VALUE "     RELOADED".
025900     05  FILLER              PIC X(31) VALUE "  STATUS".
026000 01  RR-RPT-MASTER-LINE.
026100     05  RR-ML-DDNAME        PIC X(08).
026200     05  FILLER              PIC X(02) VALUE SPACES.
026300     05  RR-ML-CAT-COUNT     PIC ZZZ,ZZZ,ZZ9.
026400     05  FILLER              PIC X(02) VALUE SPACES.
026500     05  RR-ML-FILE-COUNT    PIC ZZZ,ZZZ,ZZ9.
026600     05  FILLER              PIC X(02) VALUE SPACES.
026700     05  RR-ML-RELOAD-COUNT  PIC ZZZ,ZZZ,ZZ9.
026800     05  FILLER              PIC X(02) VALUE SPACES.
026900     05  RR-ML-RESULT        PIC X(31).
027000 01  RR-RPT-TOTAL-LINE.
027100     05  RR-TOT-LABEL        PIC X(32).
027200     05  RR-TOT-COUNT        PIC ZZZ,ZZZ,ZZ9.
027300 01  RR-RPT-MESSAGE-LINE.
027400     05  FILLER              PIC X(04) VALUE "*** ".
027500     05  RR-MSG-TEXT         PIC X(60).
027600 01  RR-RPT-BLANK-LINE       PIC X(01) VALUE SPACE.
027700 PROCEDURE DIVISION.
027800 0000-MAINLINE.
027900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
028000     IF RR-RUN-OK
028100         PERFORM 2000-PROVE-GENERATION THRU 2000-EXIT
028200     END-IF
028300     IF RR-RUN-OK
028400         PERFORM 3000-RELOAD-MASTERS THRU 3000-EXIT
028500         PERFORM 4000-PROVE-RELOAD THRU 4000-EXIT
028600         PERFORM 5000-CLEAR-PAYROLL-CHECKPOINT THRU 5000-EXIT
028700     END-IF
028800     IF RR-GENERATION-READ
028900         PERFORM 6000-PRINT-MASTERS THRU 6000-EXIT
029000     END-IF
029100     PERFORM 9000-TERMINATE THRU 9000-EXIT
029200     STOP RUN.
029300*
029400******************************************************************
029500* 1000-INITIALIZE - GET THE BUSINESS DATE, READ THE PARAMETER
029600*                   CARD, CHECK IT AGAINST RUN CONTROL, LOAD THE
029700*                   CATALOGUE ENTRIES FOR THE DATE AND CHECK THE
029800*                   GENERATION'S HEADER AGAINST THEM.
029900******************************************************************
030000 1000-INITIALIZE.
030100     INITIALIZE RR-MASTER-TABLE
030200     PERFORM 1300-GET-BUSINESS-DATE THRU 1300-EXIT
030300     OPEN OUTPUT RESTORE-REPORT
030400     OPEN EXTEND AUDIT-JOURNAL-FILE
030500     IF RR-AUDITJNL-STATUS NOT = "00"
030600         OPEN OUTPUT AUDIT-JOURNAL-FILE
030700     END-IF
030800     MOVE ZERO TO RPT-PAGE-NUMBER
030900     ADD 1 TO RPT-PAGE-NUMBER
031000     MOVE "MASTER RESTORE FROM BACKUP" TO RPT-HDR-TITLE
031100     MOVE RR-TODAY-DATE TO RPT-HDR-RUN-DATE
031200     MOVE RPT-PAGE-NUMBER TO RPT-HDR-PAGE-NUMBER
031300     WRITE RESTORE-RPT-LINE FROM RPT-STD-HEADING-1
031400     WRITE RESTORE-RPT-LINE FROM RPT-STD-HEADING-2
031500     PERFORM 1100-READ-PARAMETER THRU 1100-EXIT
031600     IF NOT RR-RUN-OK
031700         GO TO 1000-EXIT
031800     END-IF
031900     MOVE RR-RESTORE-DATE TO RR-EDIT-DATE
032000     MOVE "RESTORING BUSINESS DATE" TO RR-SECTION-TITLE
032100     MOVE RR-EDIT-DATE TO RR-SECTION-TITLE(25:10)
032200     WRITE RESTORE-RPT-LINE FROM RR-RPT-SECTION-LINE
032300     PERFORM 1150-CHECK-RUN-CONTROL THRU 1150-EXIT
032400     IF NOT RR-RUN-OK
032500         GO TO 1000-EXIT
032600     END-IF
032700     PERFORM 1200-LOAD-CATALOGUE THRU 1200-EXIT
032800     IF NOT RR-RUN-OK
032900         GO TO 1000-EXIT
033000     END-IF
033100     PERFORM 1400-CHECK-HEADER THRU 1400-EXIT.
033200 1000-EXIT.
033300     EXIT.
033400*
033500******************************************************************
033600* 1100-READ-PARAMETER - READ THE BUSINESS DATE TO RESTORE FROM
033700*                       THE PARAMETER CARD. THERE IS NO DEFAULT -
033800*                       THE OPERATOR MUST NAME THE DATE.
033900******************************************************************
034000 1100-READ-PARAMETER.
034100     OPEN INPUT PARAMETER-FILE
034200     IF RR-RSTPARM-STATUS NOT = "00"
034300         MOVE "NO PARAMETER CARD - RUN REFUSED" TO RR-MSG-TEXT
034400         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
034500         GO TO 1100-EXIT
034600     END-IF
034700     READ PARAMETER-FILE
034800         AT END
034900             MOVE "PARAMETER CARD IS EMPTY - RUN REFUSED"
035000                 TO RR-MSG-TEXT
035100             PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
035200     END-READ
035300     CLOSE PARAMETER-FILE
035400     IF NOT RR-RUN-OK
035500         GO TO 1100-EXIT
035600     END-IF
035700     DISPLAY "RESTORE: PARAMETER CARD - " PARAMETER-RECORD
035800     IF PM-BUSINESS-DATE NOT NUMERIC
035900             OR PM-BUSINESS-DATE = ZERO
036000         MOVE "BUSINESS DATE NOT NUMERIC - RUN REFUSED"
036100             TO RR-MSG-TEXT
036200         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
036300         GO TO 1100-EXIT
036400     END-IF
036500     MOVE PM-BUSINESS-DATE TO RR-RESTORE-DATE.
036600 1100-EXIT.
036700     EXIT.
036800*
036900******************************************************************
037000* 1150-CHECK-RUN-CONTROL - ONLY THE BUSINESS DATE ON THE RUN
037100*                          CONTROL FILE - THE DAY THAT FAILED, OR
037200*                          A COMPLETE DAY ABOUT TO BE RERUN - CAN
037300*                          BE ROLLED BACK. RESTORING AN OLDER DATE
037400*                          WOULD LOSE EVERY DAY RUN SINCE.
037500******************************************************************
037600 1150-CHECK-RUN-CONTROL.
037700     IF NOT RR-RUNCTL-FOUND
037800         MOVE "NO RUN CONTROL - RUN REFUSED" TO RR-MSG-TEXT
037900         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
038000         GO TO 1150-EXIT
038100     END-IF
038200     IF RR-RUNCTL-DATE NOT = RR-RESTORE-DATE
038300         DISPLAY "RESTORE: RUN CONTROL HOLDS BUSINESS DATE "
038400             RR-RUNCTL-DATE
038500         MOVE "NOT THE RUN-CONTROL BUSINESS DATE - RUN REFUSED"
038600             TO RR-MSG-TEXT
038700         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
038800     END-IF.
038900 1150-EXIT.
039000     EXIT.
039100*
039200******************************************************************
039300* 1200-LOAD-CATALOGUE - LOAD THE CATALOGUE RECORD OF EVERY MASTER
039400*                       BACKED UP FOR THE BUSINESS DATE. A DATE
039500*                       NEVER BACKED UP CANNOT BE RESTORED.
039600******************************************************************
039700 1200-LOAD-CATALOGUE.
039800     OPEN I-O BACKUP-CATALOGUE-FILE
039900     IF RR-BKUPCAT-STATUS NOT = "00"
040000         DISPLAY "RESTORE: UNABLE TO OPEN BACKUP CATALOGUE, "
040100             "STATUS " RR-BKUPCAT-STATUS
040200         MOVE "NO BACKUP CATALOGUE - RUN REFUSED" TO RR-MSG-TEXT
040300         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
040400         GO TO 1200-EXIT
040500     END-IF
040600     MOVE "Y" TO RR-CATALOGUE-SWITCH
040700     MOVE RR-RESTORE-DATE TO BX-BUSINESS-DATE
040800     MOVE LOW-VALUES TO BX-DDNAME
040900     START BACKUP-CATALOGUE-FILE
041000         KEY IS NOT LESS THAN BX-CATALOGUE-KEY
041100         INVALID KEY
041200             MOVE "Y" TO RR-CATALOGUE-EOF-SWITCH
041300     END-START
041400     PERFORM 1250-LOAD-ONE-ENTRY THRU 1250-EXIT
041500         UNTIL RR-END-OF-CATALOGUE
041600     IF NOT RR-RUN-OK
041700         GO TO 1200-EXIT
041800     END-IF
041900     IF RR-MASTER-COUNT = ZERO
042000         MOVE "BUSINESS DATE NOT ON THE BACKUP CATALOGUE - RUN "
042100             TO RR-MSG-TEXT
042200         MOVE "REFUSED" TO RR-MSG-TEXT(49:7)
042300         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
042400     END-IF.
042500 1200-EXIT.
042600     EXIT.
042700*
042800******************************************************************
042900* 1250-LOAD-ONE-ENTRY - READ THE NEXT CATALOGUE RECORD INTO THE
043000*                       MASTER TABLE, STOPPING AT THE NEXT
043100*                       BUSINESS DATE.
043200******************************************************************
043300 1250-LOAD-ONE-ENTRY.
043400     READ BACKUP-CATALOGUE-FILE NEXT RECORD
043500         AT END
043600             MOVE "Y" TO RR-CATALOGUE-EOF-SWITCH
043700             GO TO 1250-EXIT
043800     END-READ
043900     IF BX-BUSINESS-DATE NOT = RR-RESTORE-DATE
044000         MOVE "Y" TO RR-CATALOGUE-EOF-SWITCH
044100         GO TO 1250-EXIT
044200     END-IF
044300     IF RR-MASTER-COUNT NOT < 10
044400         DISPLAY "RESTORE: MASTER TABLE FULL AT " BX-DDNAME
044500         MOVE "MORE THAN 10 MASTERS CATALOGUED - RUN REFUSED"
044600             TO RR-MSG-TEXT
044700         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
044800         MOVE "Y" TO RR-CATALOGUE-EOF-SWITCH
044900         GO TO 1250-EXIT
045000     END-IF
045100     ADD 1 TO RR-MASTER-COUNT
045200     SET RR-MS-IDX TO RR-MASTER-COUNT
045300     MOVE BX-DDNAME TO RR-MS-DDNAME(RR-MS-IDX)
045400     MOVE BX-MASTER-STATUS TO RR-MS-PRESENCE(RR-MS-IDX)
045500     MOVE BX-RECORD-COUNT TO RR-MS-CAT-COUNT(RR-MS-IDX)
045600     ADD BX-RECORD-COUNT TO RR-CAT-TOTAL
045700     MOVE BX-BACKUP-DATE TO RR-CAT-BACKUP-DATE
045800     MOVE BX-BACKUP-TIME TO RR-CAT-BACKUP-TIME.
045900 1250-EXIT.
046000     EXIT.
046100*
046200******************************************************************
046300* 1300-GET-BUSINESS-DATE - THE RUN DATE COMES FROM THE SUITE
046400*                          RUN-CONTROL FILE; THE MACHINE DATE IS
046500*                          ONLY A FALLBACK FOR THE REPORT HEADING.
046600******************************************************************
046700 1300-GET-BUSINESS-DATE.
046800     MOVE ZERO TO RR-TODAY-DATE
046900     OPEN INPUT RUN-CONTROL-FILE
047000     IF RR-RUNCTL-STATUS = "00"
047100         READ RUN-CONTROL-FILE
047200             AT END
047300                 CONTINUE
047400             NOT AT END
047500                 IF RC-BUSINESS-DATE NUMERIC
047600                     MOVE RC-BUSINESS-DATE TO RR-TODAY-DATE
047700                     MOVE RC-BUSINESS-DATE TO RR-RUNCTL-DATE
047800                     MOVE "Y" TO RR-RUNCTL-SWITCH
047900                 END-IF
048000         END-READ
048100         CLOSE RUN-CONTROL-FILE
048200     END-IF
048300     IF RR-TODAY-DATE = ZERO
048400         ACCEPT RR-TODAY-DATE FROM DATE YYYYMMDD
048500         DISPLAY "RESTORE: NO RUN CONTROL - USING MACHINE "
048600             "DATE " RR-TODAY-DATE
048700     END-IF.
048800 1300-EXIT.
048900     EXIT.
049000*
049100******************************************************************
049200* 1400-CHECK-HEADER - OPEN THE BACKUP GENERATION AND CHECK ITS
049300*                     HEADER IS THE ONE CATALOGUED FOR THE DATE. A
049400*                     SKIPPED HEADER MEANS THE OPERATOR HAS NAMED
049500*                     THE GENERATION OF A RESUMED RUN - THE REAL
049600*                     BACKUP IS AN EARLIER GENERATION.
049700******************************************************************
049800 1400-CHECK-HEADER.
049900     OPEN INPUT MASTER-UNLOAD-FILE
050000     IF RR-MASTBKUP-STATUS NOT = "00"
050100         DISPLAY "RESTORE: UNABLE TO OPEN BACKUP GENERATION, "
050200             "STATUS " RR-MASTBKUP-STATUS
050300         MOVE "NO BACKUP GENERATION - RUN REFUSED" TO RR-MSG-TEXT
050400         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
050500         GO TO 1400-EXIT
050600     END-IF
050700     MOVE "Y" TO RR-UNLOAD-SWITCH
050800     READ MASTER-UNLOAD-FILE
050900         AT END
051000             MOVE "BACKUP GENERATION IS EMPTY - RUN REFUSED"
051100                 TO RR-MSG-TEXT
051200             PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
051300             GO TO 1400-EXIT
051400     END-READ
051500     IF MU-SKIPPED-HEADER
051600         MOVE "GENERATION IS A SKIPPED BACKUP - NAME AN EARLIER "
051700             TO RR-MSG-TEXT
051800         MOVE "ONE" TO RR-MSG-TEXT(50:3)
051900         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
052000         GO TO 1400-EXIT
052100     END-IF
052200     IF NOT MU-HEADER
052300         MOVE "NOT A MASTER BACKUP GENERATION - RUN REFUSED"
052400             TO RR-MSG-TEXT
052500         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
052600         GO TO 1400-EXIT
052700     END-IF
052800     IF MU-BUSINESS-DATE NOT = RR-RESTORE-DATE
052900         DISPLAY "RESTORE: GENERATION IS FOR BUSINESS DATE "
053000             MU-BUSINESS-DATE
053100         MOVE "GENERATION IS FOR ANOTHER BUSINESS DATE - RUN "
053200             TO RR-MSG-TEXT
053300         MOVE "REFUSED" TO RR-MSG-TEXT(47:7)
053400         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
053500         GO TO 1400-EXIT
053600     END-IF
053700     IF MU-BACKUP-DATE NOT = RR-CAT-BACKUP-DATE
053800             OR MU-BACKUP-TIME NOT = RR-CAT-BACKUP-TIME
053900         DISPLAY "RESTORE: GENERATION TAKEN " MU-BACKUP-DATE " "
054000             MU-BACKUP-TIME ", CATALOGUED " RR-CAT-BACKUP-DATE
054100             " " RR-CAT-BACKUP-TIME
054200         MOVE "GENERATION IS NOT THE ONE CATALOGUED - RUN REFUSED"
054300             TO RR-MSG-TEXT
054400         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
054500     END-IF.
054600 1400-EXIT.
054700     EXIT.
054800*
054900******************************************************************
055000* 1900-REFUSE-RUN - PRINT WHY THE RUN WAS REFUSED AND END RETURN
055100*                   CODE 8.
055200******************************************************************
055300 1900-REFUSE-RUN.
055400     MOVE "N" TO RR-RUN-SWITCH
055500     WRITE RESTORE-RPT-LINE FROM RR-RPT-MESSAGE-LINE
055600     DISPLAY "RESTORE: " RR-MSG-TEXT
055700     MOVE 8 TO RETURN-CODE.
055800 1900-EXIT.
055900     EXIT.
056000*
056100******************************************************************
056200* 2000-PROVE-GENERATION - READ THE WHOLE GENERATION, COUNTING EACH
056300*                         MASTER'S RECORDS AND CHECKING ITS
056400*                         TRAILER, THEN PROVE EVERY COUNT AGAINST
056500*                         THE CATALOGUE. NOTHING IS RELOADED FROM
056600*                         A GENERATION THAT DOES NOT PROVE.
056700******************************************************************
056800 2000-PROVE-GENERATION.
056900     MOVE "Y" TO RR-PROVED-SWITCH
057000     PERFORM 2100-PROVE-ONE-RECORD THRU 2100-EXIT
057100         UNTIL RR-END-OF-UNLOAD
057200     CLOSE MASTER-UNLOAD-FILE
057300     MOVE "N" TO RR-UNLOAD-SWITCH
057400     IF NOT RR-END-RECORD-SEEN
057500         ADD 1 TO RR-PROOF-ERRORS
057600         MOVE "GENERATION HAS NO END RECORD - IT IS INCOMPLETE"
057700             TO RR-MSG-TEXT
057800         WRITE RESTORE-RPT-LINE FROM RR-RPT-MESSAGE-LINE
057900         DISPLAY "RESTORE: " RR-MSG-TEXT
058000     ELSE
058100         IF RR-END-TOTAL NOT = RR-FILE-TOTAL
058200             ADD 1 TO RR-PROOF-ERRORS
058300             MOVE "GENERATION END RECORD TOTAL DOES NOT AGREE"
058400                 TO RR-MSG-TEXT
058500             WRITE RESTORE-RPT-LINE FROM RR-RPT-MESSAGE-LINE
058600             DISPLAY "RESTORE: " RR-MSG-TEXT
058700         END-IF
058800     END-IF
058900     IF RR-STRAY-RECORDS > ZERO
059000         ADD 1 TO RR-PROOF-ERRORS
059100         DISPLAY "RESTORE: " RR-STRAY-RECORDS
059200             " GENERATION RECORDS FOR MASTERS NOT CATALOGUED"
059300         MOVE "GENERATION HOLDS MASTERS NOT ON THE CATALOGUE"
059400             TO RR-MSG-TEXT
059500         WRITE RESTORE-RPT-LINE FROM RR-RPT-MESSAGE-LINE
059600     END-IF
059700     PERFORM 2200-PROVE-ONE-MASTER THRU 2200-EXIT
059800         VARYING RR-MS-IDX FROM 1 BY 1
059900         UNTIL RR-MS-IDX > RR-MASTER-COUNT
060000     IF RR-PROOF-ERRORS > ZERO
060100         MOVE "GENERATION DOES NOT PROVE - NOTHING RESTORED"
060200             TO RR-MSG-TEXT
060300         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
060400     END-IF.
060500 2000-EXIT.
060600     EXIT.
060700*
060800******************************************************************
060900* 2100-PROVE-ONE-RECORD - COUNT ONE GENERATION RECORD AGAINST ITS
061000*                         MASTER, OR TAKE ITS TRAILER OR THE END
061100*                         RECORD. NOTHING AFTER THE END RECORD IS
061200*                         READ.
061300******************************************************************
061400 2100-PROVE-ONE-RECORD.
061500     READ MASTER-UNLOAD-FILE
061600         AT END
061700             MOVE "Y" TO RR-UNLOAD-EOF-SWITCH
061800             GO TO 2100-EXIT
061900     END-READ
062000     IF MU-END
062100         MOVE "Y" TO RR-END-RECORD-SWITCH
062200         MOVE MU-RECORD-COUNT TO RR-END-TOTAL
062300         MOVE "Y" TO RR-UNLOAD-EOF-SWITCH
062400         GO TO 2100-EXIT
062500     END-IF
062600     MOVE MU-DDNAME TO RR-WORK-DDNAME
062700     PERFORM 2500-FIND-MASTER THRU 2500-EXIT
062800     IF RR-MS-IDX = ZERO
062900         ADD 1 TO RR-STRAY-RECORDS
063000         GO TO 2100-EXIT
063100     END-IF
063200     IF MU-TRAILER
063300         MOVE "Y" TO RR-MS-TRAILER-SWITCH(RR-MS-IDX)
063400         MOVE MU-RECORD-COUNT TO RR-MS-TRAILER-COUNT(RR-MS-IDX)
063500         GO TO 2100-EXIT
063600     END-IF
063700     IF MU-DATA AND NOT RR-MS-TRAILER-SEEN(RR-MS-IDX)
063800         ADD 1 TO RR-MS-FILE-COUNT(RR-MS-IDX)
063900         ADD 1 TO RR-FILE-TOTAL
064000     ELSE
064100         ADD 1 TO RR-STRAY-RECORDS
064200     END-IF.
064300 2100-EXIT.
064400     EXIT.
064500*
064600******************************************************************
064700* 2200-PROVE-ONE-MASTER - THE COUNT ON THE GENERATION MUST AGREE
064800*                         WITH THE MASTER'S TRAILER AND WITH THE
064900*                         CATALOGUE.
065000******************************************************************
065100 2200-PROVE-ONE-MASTER.
065200     IF NOT RR-MS-TRAILER-SEEN(RR-MS-IDX)
065300         MOVE "TRAILER MISSING" TO RR-MS-RESULT(RR-MS-IDX)
065400         ADD 1 TO RR-PROOF-ERRORS
065500         GO TO 2200-EXIT
065600     END-IF
065700     IF RR-MS-TRAILER-COUNT(RR-MS-IDX)
065800             NOT = RR-MS-FILE-COUNT(RR-MS-IDX)
065900         MOVE "TRAILER COUNT DIFFERS" TO RR-MS-RESULT(RR-MS-IDX)
066000         ADD 1 TO RR-PROOF-ERRORS
066100         GO TO 2200-EXIT
066200     END-IF
066300     IF RR-MS-CAT-COUNT(RR-MS-IDX)
066400             NOT = RR-MS-FILE-COUNT(RR-MS-IDX)
066500         MOVE "GENERATION COUNT DIFFERS"
066600             TO RR-MS-RESULT(RR-MS-IDX)
066700         ADD 1 TO RR-PROOF-ERRORS
066800         GO TO 2200-EXIT
066900     END-IF
067000     MOVE "PROVED - NOT RELOADED" TO RR-MS-RESULT(RR-MS-IDX).
067100 2200-EXIT.
067200     EXIT.
067300*
067400******************************************************************
067500* 2500-FIND-MASTER - POINT RR-MS-IDX AT THE MASTER TABLE ROW FOR
067600*                    RR-WORK-DDNAME. ZERO WHEN THE MASTER IS NOT
067700*                    CATALOGUED FOR THE DATE.
067800******************************************************************
067900 2500-FIND-MASTER.
068000     SET RR-MS-IDX TO 1
068100     SEARCH RR-MASTER-ENTRY
068200         AT END
068300             SET RR-MS-IDX TO ZERO
068400         WHEN RR-MS-IDX > RR-MASTER-COUNT
068500             SET RR-MS-IDX TO ZERO
068600         WHEN RR-MS-DDNAME(RR-MS-IDX) = RR-WORK-DDNAME
068700             CONTINUE
068800     END-SEARCH.
068900 2500-EXIT.
069000     EXIT.
069100*
069200******************************************************************
069300* 3000-RELOAD-MASTERS - EMPTY EVERY CATALOGUED MASTER AND LOAD IT
069400*                       AGAIN FROM THE GENERATION, IN THE KEY
069500*                       ORDER IT WAS UNLOADED IN. A MASTER NOT ON
069600*                       THE CATALOGUE FOR THE DATE IS NOT TOUCHED.
069700******************************************************************
069800 3000-RELOAD-MASTERS.
069900     PERFORM 3100-OPEN-MASTERS THRU 3100-EXIT
070000     IF RR-RELOAD-OK
070100         PERFORM 3050-READ-GENERATION THRU 3050-EXIT
070200     END-IF
070300     PERFORM 3300-CLOSE-MASTERS THRU 3300-EXIT.
070400 3000-EXIT.
070500     EXIT.
070600*
070700******************************************************************
070800* 3050-READ-GENERATION - READ THE GENERATION AGAIN FROM THE TOP,
070900*                        PAST ITS HEADER, RELOADING EVERY DATA
071000*                        RECORD UP TO THE END RECORD.
071100******************************************************************
071200 3050-READ-GENERATION.
071300     OPEN INPUT MASTER-UNLOAD-FILE
071400     IF RR-MASTBKUP-STATUS NOT = "00"
071500         DISPLAY "RESTORE: UNABLE TO REOPEN BACKUP GENERATION, "
071600             "STATUS " RR-MASTBKUP-STATUS
071700         MOVE "BACKUP GENERATION NOT REOPENED - RESTORE FAILED"
071800             TO RR-MSG-TEXT
071900         PERFORM 3900-RELOAD-FAILED THRU 3900-EXIT
072000         GO TO 3050-EXIT
072100     END-IF
072200     MOVE "Y" TO RR-UNLOAD-SWITCH
072300     MOVE "N" TO RR-UNLOAD-EOF-SWITCH
072400     READ MASTER-UNLOAD-FILE
072500         AT END
072600             MOVE "Y" TO RR-UNLOAD-EOF-SWITCH
072700     END-READ
072800     PERFORM 3200-RELOAD-ONE-RECORD THRU 3200-EXIT
072900         UNTIL RR-END-OF-UNLOAD
073000     CLOSE MASTER-UNLOAD-FILE
073100     MOVE "N" TO RR-UNLOAD-SWITCH.
073200 3050-EXIT.
073300     EXIT.
073400*
073500******************************************************************
073600* 3100-OPEN-MASTERS - OPEN EVERY CATALOGUED MASTER FOR OUTPUT,
073700*                     EMPTYING IT READY FOR THE RELOAD.
073800******************************************************************
073900 3100-OPEN-MASTERS.
074000     MOVE "STUMAST" TO RR-WORK-DDNAME
074100     PERFORM 2500-FIND-MASTER THRU 2500-EXIT
074200     IF RR-MS-IDX NOT = ZERO
074300         OPEN OUTPUT STUDENT-MASTER-FILE
074400         MOVE RR-STUMAST-STATUS TO RR-WORK-STATUS
074500         PERFORM 3150-CHECK-MASTER-OPEN THRU 3150-EXIT
074600     END-IF
074700     MOVE "ATTHIST" TO RR-WORK-DDNAME
074800     PERFORM 2500-FIND-MASTER THRU 2500-EXIT
074900     IF RR-MS-IDX NOT = ZERO
075000         OPEN OUTPUT ATTENDANCE-HISTORY-FILE
075100         MOVE RR-ATTHIST-STATUS TO RR-WORK-STATUS
075200         PERFORM 3150-CHECK-MASTER-OPEN THRU 3150-EXIT
075300     END-IF
075400     MOVE "EMPYTD" TO RR-WORK-DDNAME
075500     PERFORM 2500-FIND-MASTER THRU 2500-EXIT
075600     IF RR-MS-IDX NOT = ZERO
075700         OPEN OUTPUT EMPLOYEE-YTD-FILE
075800         MOVE RR-EMPYTD-STATUS TO RR-WORK-STATUS
075900         PERFORM 3150-CHECK-MASTER-OPEN THRU 3150-EXIT
076000     END-IF
076100     MOVE "LEAVEBAL" TO RR-WORK-DDNAME
076200     PERFORM 2500-FIND-MASTER THRU 2500-EXIT
076300     IF RR-MS-IDX NOT = ZERO
076400         OPEN OUTPUT LEAVE-BALANCE-FILE
076500         MOVE RR-LEAVEBAL-STATUS TO RR-WORK-STATUS
076600         PERFORM 3150-CHECK-MASTER-OPEN THRU 3150-EXIT
076700     END-IF
076800     MOVE "ATTORD" TO RR-WORK-DDNAME
076900     PERFORM 2500-FIND-MASTER THRU 2500-EXIT
077000     IF RR-MS-IDX NOT = ZERO
077100         OPEN OUTPUT ATTACHMENT-ORDER-FILE
077200         MOVE RR-ATTORD-STATUS TO RR-WORK-STATUS
077300         PERFORM 3150-CHECK-MASTER-OPEN THRU 3150-EXIT
077400     END-IF
077500     MOVE "DISBCTL" TO RR-WORK-DDNAME
077600     PERFORM 2500-FIND-MASTER THRU 2500-EXIT
077700     IF RR-MS-IDX NOT = ZERO
077800         OPEN OUTPUT DISB-CONTROL-FILE
077900         MOVE RR-DISBCTL-STATUS TO RR-WORK-STATUS
078000         PERFORM 3150-CHECK-MASTER-OPEN THRU 3150-EXIT
078100     END-IF
078200     MOVE "BANKCHG" TO RR-WORK-DDNAME
078300     PERFORM 2500-FIND-MASTER THRU 2500-EXIT
078400     IF RR-MS-IDX NOT = ZERO
078500         OPEN OUTPUT BANK-CHANGE-FILE
078600         MOVE RR-BANKCHG-STATUS TO RR-WORK-STATUS
078700         PERFORM 3150-CHECK-MASTER-OPEN THRU 3150-EXIT
078800     END-IF
078900     MOVE "ITEMMAST" TO RR-WORK-DDNAME
079000     PERFORM 2500-FIND-MASTER THRU 2500-EXIT
079100     IF RR-MS-IDX NOT = ZERO
079200         OPEN OUTPUT ITEM-MASTER-FILE
079300         MOVE RR-ITEMMAST-STATUS TO RR-WORK-STATUS
079400         PERFORM 3150-CHECK-MASTER-OPEN THRU 3150-EXIT
079500     END-IF
079600     MOVE "PURCHORD" TO RR-WORK-DDNAME
079700     PERFORM 2500-FIND-MASTER THRU 2500-EXIT
079800     IF RR-MS-IDX NOT = ZERO
079900         OPEN OUTPUT PURCH-ORDER-FILE
080000         MOVE RR-PURCHORD-STATUS TO RR-WORK-STATUS
080100         PERFORM 3150-CHECK-MASTER-OPEN THRU 3150-EXIT
080200     END-IF
080300     MOVE "FEEINV" TO RR-WORK-DDNAME
080400     PERFORM 2500-FIND-MASTER THRU 2500-EXIT
080500     IF RR-MS-IDX NOT = ZERO
080600         OPEN OUTPUT FEE-INVOICE-FILE
080700         MOVE RR-FEEINV-STATUS TO RR-WORK-STATUS
080800         PERFORM 3150-CHECK-MASTER-OPEN THRU 3150-EXIT
080900     END-IF.
081000 3100-EXIT.
081100     EXIT.
081200*
081300******************************************************************
081400* 3150-CHECK-MASTER-OPEN - ACT ON THE OPEN STATUS IN
081500*                          RR-WORK-STATUS FOR THE MASTER AT
081600*                          RR-MS-IDX.
081700******************************************************************
081800 3150-CHECK-MASTER-OPEN.
081900     IF RR-WORK-STATUS = "00"
082000         MOVE "Y" TO RR-MS-OPEN-SWITCH(RR-MS-IDX)
082100         GO TO 3150-EXIT
082200     END-IF
082300     DISPLAY "RESTORE: UNABLE TO OPEN MASTER " RR-WORK-DDNAME
082400         " FOR RELOAD, STATUS " RR-WORK-STATUS
082500     MOVE "NOT RELOADED - OPEN FAILED" TO RR-MS-RESULT(RR-MS-IDX)
082600     MOVE "MASTER          NOT RELOADED - RESTORE FAILED"
082700         TO RR-MSG-TEXT
082800     MOVE RR-WORK-DDNAME TO RR-MSG-TEXT(8:8)
082900     PERFORM 3900-RELOAD-FAILED THRU 3900-EXIT.
083000 3150-EXIT.
083100     EXIT.
083200*
083300******************************************************************
083400* 3200-RELOAD-ONE-RECORD - WRITE ONE DATA RECORD FROM THE
083500*                          GENERATION BACK TO ITS MASTER. TRAILERS
083600*                          WERE PROVED ALREADY AND ARE PASSED
083700*                          OVER.
083800******************************************************************
083900 3200-RELOAD-ONE-RECORD.
084000     READ MASTER-UNLOAD-FILE
084100         AT END
084200             MOVE "Y" TO RR-UNLOAD-EOF-SWITCH
084300             GO TO 3200-EXIT
084400     END-READ
084500     IF MU-END
084600         MOVE "Y" TO RR-UNLOAD-EOF-SWITCH
084700         GO TO 3200-EXIT
084800     END-IF
084900     IF NOT MU-DATA
085000         GO TO 3200-EXIT
085100     END-IF
085200     MOVE MU-DDNAME TO RR-WORK-DDNAME
085300     PERFORM 2500-FIND-MASTER THRU 2500-EXIT
085400     IF RR-MS-IDX = ZERO
085500         GO TO 3200-EXIT
085600     END-IF
085700     MOVE SPACES TO RR-WORK-STATUS
085800     IF RR-WORK-DDNAME = "STUMAST"
085900         MOVE MU-MASTER-DATA TO STUDENT-MASTER-RECORD
086000         WRITE STUDENT-MASTER-RECORD
086100         MOVE RR-STUMAST-STATUS TO RR-WORK-STATUS
086200     END-IF
086300     IF RR-WORK-DDNAME = "ATTHIST"
086400         MOVE MU-MASTER-DATA TO ATTENDANCE-HISTORY-RECORD
086500         WRITE ATTENDANCE-HISTORY-RECORD
086600         MOVE RR-ATTHIST-STATUS TO RR-WORK-STATUS
086700     END-IF
086800     IF RR-WORK-DDNAME = "EMPYTD"
086900         MOVE MU-MASTER-DATA TO EMPLOYEE-YTD-RECORD
087000         WRITE EMPLOYEE-YTD-RECORD
087100         MOVE RR-EMPYTD-STATUS TO RR-WORK-STATUS
087200     END-IF
087300     IF RR-WORK-DDNAME = "LEAVEBAL"
087400         MOVE MU-MASTER-DATA TO LEAVE-BALANCE-RECORD
087500         WRITE LEAVE-BALANCE-RECORD
087600         MOVE RR-LEAVEBAL-STATUS TO RR-WORK-STATUS
087700     END-IF
087800     IF RR-WORK-DDNAME = "ATTORD"
087900         MOVE MU-MASTER-DATA TO ATTACHMENT-ORDER-RECORD
088000         WRITE ATTACHMENT-ORDER-RECORD
088100         MOVE RR-ATTORD-STATUS TO RR-WORK-STATUS
088200     END-IF
088300     IF RR-WORK-DDNAME = "DISBCTL"
088400         MOVE MU-MASTER-DATA TO DISB-CONTROL-RECORD
088500         WRITE DISB-CONTROL-RECORD
088600         MOVE RR-DISBCTL-STATUS TO RR-WORK-STATUS
088700     END-IF
088800     IF RR-WORK-DDNAME = "BANKCHG"
088900         MOVE MU-MASTER-DATA TO BANK-CHANGE-RECORD
089000         WRITE BANK-CHANGE-RECORD
089100         MOVE RR-BANKCHG-STATUS TO RR-WORK-STATUS
089200     END-IF
089300     IF RR-WORK-DDNAME = "ITEMMAST"
089400         MOVE MU-MASTER-DATA TO ITEM-MASTER-RECORD
089500         WRITE ITEM-MASTER-RECORD
089600         MOVE RR-ITEMMAST-STATUS TO RR-WORK-STATUS
089700     END-IF
089800     IF RR-WORK-DDNAME = "PURCHORD"
089900         MOVE MU-MASTER-DATA TO PURCHASE-ORDER-RECORD
090000         WRITE PURCHASE-ORDER-RECORD
090100         MOVE RR-PURCHORD-STATUS TO RR-WORK-STATUS
090200     END-IF
090300     IF RR-WORK-DDNAME = "FEEINV"
090400         MOVE MU-MASTER-DATA TO FEE-INVOICE-RECORD
090500         WRITE FEE-INVOICE-RECORD
090600         MOVE RR-FEEINV-STATUS TO RR-WORK-STATUS
090700     END-IF
090800     IF RR-WORK-STATUS NOT = "00"
090900         DISPLAY "RESTORE: WRITE ERROR RELOADING " RR-WORK-DDNAME
091000             ", STATUS " RR-WORK-STATUS
091100         MOVE "RELOAD WRITE ERROR" TO RR-MS-RESULT(RR-MS-IDX)
091200         MOVE "MASTER          WRITE ERROR - RESTORE FAILED"
091300             TO RR-MSG-TEXT
091400         MOVE RR-WORK-DDNAME TO RR-MSG-TEXT(8:8)
091500         PERFORM 3900-RELOAD-FAILED THRU 3900-EXIT
091600         MOVE "Y" TO RR-UNLOAD-EOF-SWITCH
091700         GO TO 3200-EXIT
091800     END-IF
091900     ADD 1 TO RR-MS-RELOAD-COUNT(RR-MS-IDX)
092000     ADD 1 TO RR-RELOAD-TOTAL.
092100 3200-EXIT.
092200     EXIT.
092300*
092400******************************************************************
092500* 3300-CLOSE-MASTERS - CLOSE EVERY MASTER OPENED FOR THE RELOAD.
092600******************************************************************
092700 3300-CLOSE-MASTERS.
092800     MOVE "STUMAST" TO RR-WORK-DDNAME
092900     PERFORM 2500-FIND-MASTER THRU 2500-EXIT
093000     IF RR-MS-IDX NOT = ZERO
093100         IF RR-MS-OPEN(RR-MS-IDX)
093200             CLOSE STUDENT-MASTER-FILE
093300         END-IF
093400     END-IF
093500     MOVE "ATTHIST" TO RR-WORK-DDNAME
093600     PERFORM 2500-FIND-MASTER THRU 2500-EXIT
093700     IF RR-MS-IDX NOT = ZERO
093800         IF RR-MS-OPEN(RR-MS-IDX)
093900             CLOSE ATTENDANCE-HISTORY-FILE
094000         END-IF
094100     END-IF
094200     MOVE "EMPYTD" TO RR-WORK-DDNAME
094300     PERFORM 2500-FIND-MASTER THRU 2500-EXIT
094400     IF RR-MS-IDX NOT = ZERO
094500         IF RR-MS-OPEN(RR-MS-IDX)
094600             CLOSE EMPLOYEE-YTD-FILE
094700         END-IF
094800     END-IF
094900     MOVE "LEAVEBAL" TO RR-WORK-DDNAME
095000     PERFORM 2500-FIND-MASTER THRU 2500-EXIT
095100     IF RR-MS-IDX NOT = ZERO
095200         IF RR-MS-OPEN(RR-MS-IDX)
095300             CLOSE LEAVE-BALANCE-FILE
095400         END-IF
095500     END-IF
095600     MOVE "ATTORD" TO RR-WORK-DDNAME
095700     PERFORM 2500-FIND-MASTER THRU 2500-EXIT
095800     IF RR-MS-IDX NOT = ZERO
095900         IF RR-MS-OPEN(RR-MS-IDX)
096000             CLOSE ATTACHMENT-ORDER-FILE
096100         END-IF
096200     END-IF
096300     MOVE "DISBCTL" TO RR-WORK-DDNAME
096400     PERFORM 2500-FIND-MASTER THRU 2500-EXIT
096500     IF RR-MS-IDX NOT = ZERO
096600         IF RR-MS-OPEN(RR-MS-IDX)
096700             CLOSE DISB-CONTROL-FILE
096800         END-IF
096900     END-IF
097000     MOVE "BANKCHG" TO RR-WORK-DDNAME
097100     PERFORM 2500-FIND-MASTER THRU 2500-EXIT
097200     IF RR-MS-IDX NOT = ZERO
097300         IF RR-MS-OPEN(RR-MS-IDX)
097400             CLOSE BANK-CHANGE-FILE
097500         END-IF
097600     END-IF
097700     MOVE "ITEMMAST" TO RR-WORK-DDNAME
097800     PERFORM 2500-FIND-MASTER THRU 2500-EXIT
097900     IF RR-MS-IDX NOT = ZERO
098000         IF RR-MS-OPEN(RR-MS-IDX)
098100             CLOSE ITEM-MASTER-FILE
098200         END-IF
098300     END-IF
098400     MOVE "PURCHORD" TO RR-WORK-DDNAME
098500     PERFORM 2500-FIND-MASTER THRU 2500-EXIT
098600     IF RR-MS-IDX NOT = ZERO
098700         IF RR-MS-OPEN(RR-MS-IDX)
098800             CLOSE PURCH-ORDER-FILE
098900         END-IF
099000     END-IF
099100     MOVE "FEEINV" TO RR-WORK-DDNAME
099200     PERFORM 2500-FIND-MASTER THRU 2500-EXIT
099300     IF RR-MS-IDX NOT = ZERO
099400         IF RR-MS-OPEN(RR-MS-IDX)
099500             CLOSE FEE-INVOICE-FILE
099600         END-IF
099700     END-IF.
099800 3300-EXIT.
099900     EXIT.
100000*
100100******************************************************************
100200* 3900-RELOAD-FAILED - PRINT WHY THE RELOAD FAILED AND END RETURN
100300*                      CODE 8. THE MASTERS ARE INCOMPLETE - THE
100400*                      RESTORE MUST BE RUN AGAIN.
100500******************************************************************
100600 3900-RELOAD-FAILED.
100700     MOVE "N" TO RR-RELOAD-SWITCH
100800     WRITE RESTORE-RPT-LINE FROM RR-RPT-MESSAGE-LINE
100900     DISPLAY "RESTORE: " RR-MSG-TEXT
101000     MOVE 8 TO RETURN-CODE.
101100 3900-EXIT.
101200     EXIT.
101300*
101400******************************************************************
101500* 4000-PROVE-RELOAD - EVERY MASTER MUST HAVE RELOADED EXACTLY THE
101600*                     COUNT CATALOGUED. ONLY THEN IS THE RESTORE
101700*                     STAMPED ON THE CATALOGUE.
101800******************************************************************
101900 4000-PROVE-RELOAD.
102000     IF RR-RELOAD-OK
102100         PERFORM 4100-PROVE-ONE-MASTER THRU 4100-EXIT
102200             VARYING RR-MS-IDX FROM 1 BY 1
102300             UNTIL RR-MS-IDX > RR-MASTER-COUNT
102400     END-IF
102500     IF NOT RR-RELOAD-OK
102600         MOVE "MASTERS INCOMPLETE - RUN THE RESTORE AGAIN"
102700             TO RR-MSG-TEXT
102800         PERFORM 3900-RELOAD-FAILED THRU 3900-EXIT
102900         GO TO 4000-EXIT
103000     END-IF
103100     ACCEPT RR-RESTORE-TIME FROM TIME
103200     PERFORM 4200-STAMP-ONE-MASTER THRU 4200-EXIT
103300         VARYING RR-MS-IDX FROM 1 BY 1
103400         UNTIL RR-MS-IDX > RR-MASTER-COUNT.
103500 4000-EXIT.
103600     EXIT.
103700*
103800******************************************************************
103900* 4100-PROVE-ONE-MASTER - PROVE THE RELOADED COUNT OF THE MASTER
104000*                         AT RR-MS-IDX.
104100******************************************************************
104200 4100-PROVE-ONE-MASTER.
104300     IF RR-MS-RELOAD-COUNT(RR-MS-IDX)
104400             = RR-MS-CAT-COUNT(RR-MS-IDX)
104500         MOVE "RELOADED AND PROVED" TO RR-MS-RESULT(RR-MS-IDX)
104600     ELSE
104700         MOVE "RELOAD COUNT DIFFERS" TO RR-MS-RESULT(RR-MS-IDX)
104800         MOVE "N" TO RR-RELOAD-SWITCH
104900     END-IF.
105000 4100-EXIT.
105100     EXIT.
105200*
105300******************************************************************
105400* 4200-STAMP-ONE-MASTER - RECORD THE RESTORE ON THE CATALOGUE
105500*                         RECORD OF THE MASTER AT RR-MS-IDX. A
105600*                         FAILURE HERE DOES NOT UNDO THE RESTORE,
105700*                         WHICH HAS PROVED, BUT IS REPORTED.
105800******************************************************************
105900 4200-STAMP-ONE-MASTER.
106000     MOVE RR-RESTORE-DATE TO BX-BUSINESS-DATE
106100     MOVE RR-MS-DDNAME(RR-MS-IDX) TO BX-DDNAME
106200     READ BACKUP-CATALOGUE-FILE
106300         INVALID KEY
106400             DISPLAY "RESTORE: CATALOGUE RECORD FOR " BX-DDNAME
106500                 " NOT FOUND - RESTORE NOT STAMPED"
106600             GO TO 4200-EXIT
106700     END-READ
106800     SET BX-RESTORED TO TRUE
106900     MOVE RR-MS-RELOAD-COUNT(RR-MS-IDX) TO BX-RESTORE-COUNT
107000     ACCEPT BX-RESTORE-DATE FROM DATE YYYYMMDD
107100     MOVE RR-RESTORE-TIME TO BX-RESTORE-TIME
107200     ADD 1 TO BX-TIMES-RESTORED
107300     REWRITE BACKUP-CATALOGUE-RECORD
107400         INVALID KEY
107500             DISPLAY "RESTORE: CATALOGUE RECORD FOR " BX-DDNAME
107600                 " NOT REWRITTEN, STATUS " RR-BKUPCAT-STATUS
107700     END-REWRITE.
107800 4200-EXIT.
107900     EXIT.
108000*
108100******************************************************************
108200* 5000-CLEAR-PAYROLL-CHECKPOINT - EMPYTD, LEAVEBAL AND ATTORD ARE
108300*                                 BACK TO THE START OF THE DAY, SO
108400*                                 A PAYROLL RUN INTERRUPTED PART
108500*                                 WAY MUST NOT RESUME FROM ITS
108600*                                 CHECKPOINT - THE EMPLOYEES IT
108700*                                 HAD PAID WOULD BE SKIPPED. MARK
108800*                                 THE CHECKPOINT COMPLETE SO THE
108900*                                 RERUN PAYS FROM THE FIRST
109000*                                 EMPLOYEE.
109100******************************************************************
109200 5000-CLEAR-PAYROLL-CHECKPOINT.
109300     IF NOT RR-RELOAD-OK
109400         GO TO 5000-EXIT
109500     END-IF
109600     MOVE 1 TO RR-CHKPT-RRN
109700     OPEN I-O CHECKPOINT-FILE
109800     IF RR-CHKPT-STATUS NOT = "00"
109900         GO TO 5000-EXIT
110000     END-IF
110100     READ CHECKPOINT-FILE
110200         INVALID KEY
110300             CLOSE CHECKPOINT-FILE
110400             GO TO 5000-EXIT
110500     END-READ
110600     IF NOT CK-RUN-IN-PROGRESS
110700         CLOSE CHECKPOINT-FILE
110800         GO TO 5000-EXIT
110900     END-IF
111000     DISPLAY "RESTORE: PAYROLL CHECKPOINT FOR " CK-RUN-DATE
111100         " WAS AT EMPLOYEE " CK-LAST-EMPLOYEE-ID " - CLEARED"
111200     MOVE ZERO TO CK-LAST-EMPLOYEE-ID
111300     SET CK-RUN-COMPLETE TO TRUE
111400     REWRITE CHECKPOINT-RECORD
111500         INVALID KEY
111600             DISPLAY "RESTORE: PAYROLL CHECKPOINT NOT REWRITTEN, "
111700                 "STATUS " RR-CHKPT-STATUS
111800             MOVE "PAYROLL CHECKPOINT NOT CLEARED - RESTORE "
111900                 TO RR-MSG-TEXT
112000             MOVE "FAILED" TO RR-MSG-TEXT(42:6)
112100             PERFORM 3900-RELOAD-FAILED THRU 3900-EXIT
112200     END-REWRITE
112300     CLOSE CHECKPOINT-FILE
112400     IF RR-RELOAD-OK
112500         MOVE "PAYROLL CHECKPOINT CLEARED - PAYS FROM THE START"
112600             TO RR-MSG-TEXT
112700         WRITE RESTORE-RPT-LINE FROM RR-RPT-MESSAGE-LINE
112800     END-IF.
112900 5000-EXIT.
113000     EXIT.
113100*
113200******************************************************************
113300* 6000-PRINT-MASTERS - ONE LINE PER CATALOGUED MASTER WITH THE
113400*                      COUNTS CATALOGUED, FOUND ON THE GENERATION
113500*                      AND RELOADED, THEN THE TOTALS.
113600******************************************************************
113700 6000-PRINT-MASTERS.
113800     WRITE RESTORE-RPT-LINE FROM RR-RPT-BLANK-LINE
113900     MOVE "MASTERS CATALOGUED FOR THE BUSINESS DATE"
114000         TO RR-SECTION-TITLE
114100     WRITE RESTORE-RPT-LINE FROM RR-RPT-SECTION-LINE
114200     WRITE RESTORE-RPT-LINE FROM RR-RPT-MASTER-HEADING
114300     PERFORM 6100-PRINT-ONE-MASTER THRU 6100-EXIT
114400         VARYING RR-MS-IDX FROM 1 BY 1
114500         UNTIL RR-MS-IDX > RR-MASTER-COUNT
114600     WRITE RESTORE-RPT-LINE FROM RR-RPT-BLANK-LINE
114700     MOVE "RECORDS CATALOGUED" TO RR-TOT-LABEL
114800     MOVE RR-CAT-TOTAL TO RR-TOT-COUNT
114900     WRITE RESTORE-RPT-LINE FROM RR-RPT-TOTAL-LINE
115000     MOVE "RECORDS ON THE GENERATION" TO RR-TOT-LABEL
115100     MOVE RR-FILE-TOTAL TO RR-TOT-COUNT
115200     WRITE RESTORE-RPT-LINE FROM RR-RPT-TOTAL-LINE
115300     MOVE "RECORDS RELOADED" TO RR-TOT-LABEL
115400     MOVE RR-RELOAD-TOTAL TO RR-TOT-COUNT
115500     WRITE RESTORE-RPT-LINE FROM RR-RPT-TOTAL-LINE
115600     IF RR-RUN-OK AND RR-RELOAD-OK
115700         WRITE RESTORE-RPT-LINE FROM RR-RPT-BLANK-LINE
115800         MOVE "MASTERS RESTORED TO THE START-OF-DAY BACKUP"
115900             TO RR-MSG-TEXT
116000         WRITE RESTORE-RPT-LINE FROM RR-RPT-MESSAGE-LINE
116100     END-IF.
116200 6000-EXIT.
116300     EXIT.
116400*
116500******************************************************************
116600* 6100-PRINT-ONE-MASTER - ONE MASTER LINE.
116700******************************************************************
116800 6100-PRINT-ONE-MASTER.
116900     MOVE RR-MS-DDNAME(RR-MS-IDX) TO RR-ML-DDNAME
117000     MOVE RR-MS-CAT-COUNT(RR-MS-IDX) TO RR-ML-CAT-COUNT
117100     MOVE RR-MS-FILE-COUNT(RR-MS-IDX) TO RR-ML-FILE-COUNT
117200     MOVE RR-MS-RELOAD-COUNT(RR-MS-IDX) TO RR-ML-RELOAD-COUNT
117300     MOVE RR-MS-RESULT(RR-MS-IDX) TO RR-ML-RESULT
117400     IF RR-MS-ABSENT(RR-MS-IDX)
117500             AND RR-MS-RELOAD-COUNT(RR-MS-IDX) = ZERO
117600             AND RR-MS-RESULT(RR-MS-IDX) = "RELOADED AND PROVED"
117700         MOVE "NOT PRESENT AT BACKUP - EMPTY" TO RR-ML-RESULT
117800     END-IF
117900     WRITE RESTORE-RPT-LINE FROM RR-RPT-MASTER-LINE.
118000 6100-EXIT.
118100     EXIT.
118200*
118300******************************************************************
118400* 9000-TERMINATE - WRITE THE AUDIT JOURNAL RECORD AND CLOSE ALL
118500*                  FILES.
118600******************************************************************
118700 9000-TERMINATE.
118800     IF RR-RUN-OK AND RR-RELOAD-OK
118900         DISPLAY "RESTORE: " RR-MASTER-COUNT " MASTERS, "
119000             RR-RELOAD-TOTAL " RECORDS RESTORED FOR "
119100             RR-RESTORE-DATE
119200     END-IF
119300     PERFORM 9100-WRITE-AUDIT-JOURNAL THRU 9100-EXIT
119400     IF RR-UNLOAD-OPEN
119500         CLOSE MASTER-UNLOAD-FILE
119600     END-IF
119700     IF RR-CATALOGUE-OPEN
119800         CLOSE BACKUP-CATALOGUE-FILE
119900     END-IF
120000     CLOSE RESTORE-REPORT
120100     CLOSE AUDIT-JOURNAL-FILE.
120200 9000-EXIT.
120300     EXIT.
120400*
120500******************************************************************
120600* 9100-WRITE-AUDIT-JOURNAL - APPEND ONE RUN RECORD TO THE SHARED
120700*                            AUDIT JOURNAL.
120800******************************************************************
120900 9100-WRITE-AUDIT-JOURNAL.
121000     MOVE SPACES TO AUDIT-JOURNAL-RECORD
121100     MOVE "RESTORE" TO AJ-PROGRAM-NAME
121200     MOVE RR-TODAY-DATE TO AJ-RUN-DATE
121300     ACCEPT AJ-RUN-TIME FROM TIME
121400     MOVE ZERO TO AJ-TOTAL-1-AMOUNT AJ-TOTAL-2-AMOUNT
121500     IF NOT RR-RUN-OK
121600         MOVE "RUN REFUSED" TO AJ-TOTAL-1-LABEL
121700     ELSE
121800         IF NOT RR-RELOAD-OK
121900             MOVE "RESTORE FAILED" TO AJ-TOTAL-1-LABEL
122000             MOVE RR-RELOAD-TOTAL TO AJ-TOTAL-2-AMOUNT
122100             MOVE "RECORDS RELOADED" TO AJ-TOTAL-2-LABEL
122200         ELSE
122300             MOVE "MASTERS RESTORED" TO AJ-TOTAL-1-LABEL
122400             MOVE RR-MASTER-COUNT TO AJ-TOTAL-1-AMOUNT
122500             MOVE "RECORDS RELOADED" TO AJ-TOTAL-2-LABEL
122600             MOVE RR-RELOAD-TOTAL TO AJ-TOTAL-2-AMOUNT
122700         END-IF
122800     END-IF
122810     MOVE RETURN-CODE TO AJ-RETURN-CODE
122900     WRITE AUDIT-JOURNAL-RECORD.
123000 9100-EXIT.
123100     EXIT.
123200 END PROGRAM RESTORE.
