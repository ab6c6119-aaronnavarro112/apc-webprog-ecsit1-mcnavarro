000100******************************************************************
000200* AUTHOR:        P. MURPHY, PAYROLL SYSTEMS
000300* INSTALLATION:  ACME MANUFACTURING CORP - DATA PROCESSING
000400* DATE-WRITTEN:  2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:       PRE-RUN BACKUP OF THE INDEXED MASTERS. RUN AT THE
000700*                HEAD OF THE DAILY CHAIN, STRAIGHT AFTER RUNCTRL
000800*                OPENS THE BUSINESS DATE, IT UNLOADS EVERY INDEXED
000900*                MASTER THE DAY UPDATES IN PLACE - STUMAST,
001000*                ATTHIST, EMPYTD, LEAVEBAL, ATTORD, DISBCTL,
001100*                BANKCHG, ITEMMAST, PURCHORD AND FEEINV - IN KEY
001200*                ORDER TO A NEW DATED BACKUP GENERATION
001300*                (MASTBKUP), AND RECORDS EACH MASTER'S RECORD
001400*                COUNT ON THE BACKUP CATALOGUE (BKUPCAT) UNDER THE
001500*                BUSINESS DATE. THE RESTORE PROGRAM RELOADS A
001600*                BUSINESS DATE'S GENERATION AND PROVES IT AGAINST
001700*                THE CATALOGUE. A BUSINESS DATE ALREADY ON THE
001800*                CATALOGUE (A RESUMED OR RERUN DAY) IS NOT BACKED
001900*                UP AGAIN - THE START-OF-DAY COPY IS WHAT A
002000*                ROLL-BACK NEEDS, SO IT IS KEPT, AND THE NEW
002100*                GENERATION HOLDS ONLY A SKIPPED HEADER. A MASTER
002200*                NOT YET CREATED IS CATALOGUED NOT PRESENT WITH A
002300*                COUNT OF ZERO.
002400*                RC=4 - A MASTER WAS NOT PRESENT.
002500*                RC=8 - RUN REFUSED (NO RUN CONTROL, BUSINESS DATE
002600*                       NOT OPEN, CATALOGUE UNUSABLE) OR BACKUP
002700*                       FAILED (A MASTER COULD NOT BE READ, THE
002800*                       GENERATION OR CATALOGUE COULD NOT BE
002900*                       WRITTEN) - THE DAY MUST NOT RUN WITHOUT
003000*                       ITS BACKUP.
003100*
003200* MODIFICATION HISTORY
003300* DATE       INIT  DESCRIPTION
003400* ---------- ----  ----------------------------------------------
003500* 2026-10-15 PJM   ORIGINAL.
003510* 2026-10-15 PJM   THE AUDIT JOURNAL RECORD NOW CARRIES THE
003520*                  RETURN CODE THE RUN ENDED WITH.
003600******************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID. BACKUP.
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS BU-RUNCTL-STATUS.
004500     SELECT BACKUP-CATALOGUE-FILE ASSIGN TO "BKUPCAT"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS BX-CATALOGUE-KEY
004900         FILE STATUS IS BU-BKUPCAT-STATUS.
005000     SELECT MASTER-UNLOAD-FILE ASSIGN TO "MASTBKUP"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS BU-MASTBKUP-STATUS.
005300     SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS SEQUENTIAL
005600         RECORD KEY IS SM-STUDENT-ID
005700         FILE STATUS IS BU-STUMAST-STATUS.
005800     SELECT ATTENDANCE-HISTORY-FILE ASSIGN TO "ATTHIST"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS SEQUENTIAL
006100         RECORD KEY IS AH-HISTORY-KEY
006200         FILE STATUS IS BU-ATTHIST-STATUS.
006300     SELECT EMPLOYEE-YTD-FILE ASSIGN TO "EMPYTD"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS SEQUENTIAL
006600         RECORD KEY IS YT-KEY
006700         FILE STATUS IS BU-EMPYTD-STATUS.
006800     SELECT LEAVE-BALANCE-FILE ASSIGN TO "LEAVEBAL"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS SEQUENTIAL
007100         RECORD KEY IS LB-EMPLOYEE-ID
007200         FILE STATUS IS BU-LEAVEBAL-STATUS.
007300     SELECT ATTACHMENT-ORDER-FILE ASSIGN TO "ATTORD"
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS SEQUENTIAL
007600         RECORD KEY IS AO-ORDER-REF
007700         FILE STATUS IS BU-ATTORD-STATUS.
007800     SELECT DISB-CONTROL-FILE ASSIGN TO "DISBCTL"
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS SEQUENTIAL
008100         RECORD KEY IS DC-CONTROL-KEY
008200         FILE STATUS IS BU-DISBCTL-STATUS.
008300     SELECT BANK-CHANGE-FILE ASSIGN TO "BANKCHG"
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS SEQUENTIAL
008600         RECORD KEY IS BC-EMPLOYEE-ID
008700         FILE STATUS IS BU-BANKCHG-STATUS.
008800     SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
008900         ORGANIZATION IS INDEXED
009000         ACCESS MODE IS SEQUENTIAL
009100         RECORD KEY IS IM-ITEM-CODE
009200         FILE STATUS IS BU-ITEMMAST-STATUS.
009300     SELECT PURCH-ORDER-FILE ASSIGN TO "PURCHORD"
009400         ORGANIZATION IS INDEXED
009500         ACCESS MODE IS SEQUENTIAL
009600         RECORD KEY IS PO-KEY
009700         FILE STATUS IS BU-PURCHORD-STATUS.
009800     SELECT FEE-INVOICE-FILE ASSIGN TO "FEEINV"
009900         ORGANIZATION IS INDEXED
010000         ACCESS MODE IS SEQUENTIAL
010100         RECORD KEY IS FI-INVOICE-NO
010200         FILE STATUS IS BU-FEEINV-STATUS.
010300     SELECT BACKUP-REPORT ASSIGN TO "BKUPRPT"
010400         ORGANIZATION IS LINE SEQUENTIAL
010500         FILE STATUS IS BU-BKUPRPT-STATUS.
010600     SELECT AUDIT-JOURNAL-FILE ASSIGN TO "AUDITJNL"
010700         ORGANIZATION IS LINE SEQUENTIAL
010800         FILE STATUS IS BU-AUDITJNL-STATUS.
010900 DATA DIVISION.
011000 FILE SECTION.
011100 FD  RUN-CONTROL-FILE
011200     LABEL RECORDS ARE STANDARD.
011300 COPY RUNCTL.
011400 FD  BACKUP-CATALOGUE-FILE
011500     LABEL RECORDS ARE STANDARD.
011600 COPY BKUPCAT.
011700 FD  MASTER-UNLOAD-FILE
011800     LABEL RECORDS ARE STANDARD.
011900 COPY MASTUNLD.
012000 FD  STUDENT-MASTER-FILE
012100     LABEL RECORDS ARE STANDARD.
012200 COPY STUMAST.
012300 FD  ATTENDANCE-HISTORY-FILE
012400     LABEL RECORDS ARE STANDARD.
012500 COPY ATTHIST.
012600 FD  EMPLOYEE-YTD-FILE
012700     LABEL RECORDS ARE STANDARD.
012800 COPY EMPYTD.
012900 FD  LEAVE-BALANCE-FILE
013000     LABEL RECORDS ARE STANDARD.
013100 COPY LEAVEBAL.
013200 FD  ATTACHMENT-ORDER-FILE
013300     LABEL RECORDS ARE STANDARD.
013400 COPY ATTORD.
013500 FD  DISB-CONTROL-FILE
013600     LABEL RECORDS ARE STANDARD.
013700 COPY DISBCTL.
013800 FD  BANK-CHANGE-FILE
013900     LABEL RECORDS ARE STANDARD.
014000 COPY BANKCHG.
014100 FD  ITEM-MASTER-FILE
014200     LABEL RECORDS ARE STANDARD.
014300 COPY ITEMMAST.
014400 FD  PURCH-ORDER-FILE
014500     LABEL RECORDS ARE STANDARD.
014600 COPY PURCHORD.
014700 FD  FEE-INVOICE-FILE
014800     LABEL RECORDS ARE STANDARD.
014900 COPY FEEINV.
015000 FD  BACKUP-REPORT
015100     LABEL RECORDS ARE STANDARD
015200     RECORD CONTAINS 80 CHARACTERS.
015300 01  BACKUP-RPT-LINE             PIC X(80).
015400 FD  AUDIT-JOURNAL-FILE
015500     LABEL RECORDS ARE STANDARD.
015600 COPY AUDITJNL.
015700 WORKING-STORAGE SECTION.
015800 77  BU-RUNCTL-STATUS        PIC X(02).
015900 77  BU-BKUPCAT-STATUS       PIC X(02).
016000 77  BU-MASTBKUP-STATUS      PIC X(02).
016100 77  BU-STUMAST-STATUS       PIC X(02).
016200 77  BU-ATTHIST-STATUS       PIC X(02).
016300 77  BU-EMPYTD-STATUS        PIC X(02).
016400 77  BU-LEAVEBAL-STATUS      PIC X(02).
016500 77  BU-ATTORD-STATUS        PIC X(02).
016600 77  BU-DISBCTL-STATUS       PIC X(02).
016700 77  BU-BANKCHG-STATUS       PIC X(02).
016800 77  BU-ITEMMAST-STATUS      PIC X(02).
016900 77  BU-PURCHORD-STATUS      PIC X(02).
017000 77  BU-FEEINV-STATUS        PIC X(02).
017100 77  BU-BKUPRPT-STATUS       PIC X(02).
017200 77  BU-AUDITJNL-STATUS      PIC X(02).
017300 77  BU-TODAY-DATE           PIC 9(08).
017400*
017500* SHARED PAGE-NUMBERED MANAGEMENT REPORT HEADING - SEE RPTHDR.
017600 COPY RPTHDR.
017700*
017800 77  BU-RUN-SWITCH           PIC X(01) VALUE "Y".
017900     88  BU-RUN-OK                   VALUE "Y".
018000 77  BU-BACKUP-SWITCH        PIC X(01) VALUE "Y".
018100     88  BU-BACKUP-OK                VALUE "Y".
018200 77  BU-KEPT-SWITCH          PIC X(01) VALUE "N".
018300     88  BU-BACKUP-KEPT              VALUE "Y".
018400 77  BU-CATALOGUE-SWITCH     PIC X(01) VALUE "N".
018500     88  BU-CATALOGUE-OPEN           VALUE "Y".
018600 77  BU-UNLOAD-SWITCH        PIC X(01) VALUE "N".
018700     88  BU-UNLOAD-OPEN              VALUE "Y".
018800 77  BU-MASTER-OPEN-SWITCH   PIC X(01) VALUE "N".
018900     88  BU-MASTER-OPEN              VALUE "Y".
019000 77  BU-MASTER-EOF-SWITCH    PIC X(01) VALUE "N".
019100     88  BU-END-OF-MASTER            VALUE "Y".
019200 77  BU-CATALOGUE-EOF-SWITCH PIC X(01) VALUE "N".
019300     88  BU-END-OF-CATALOGUE         VALUE "Y".
019400 77  BU-MASTER-COUNT         PIC 9(03) COMP VALUE ZERO.
019500 77  BU-ABSENT-COUNT         PIC 9(03) COMP VALUE ZERO.
019600 77  BU-TOTAL-RECORDS        PIC 9(09) VALUE ZERO.
019700 77  BU-BACKUP-DATE          PIC 9(08) VALUE ZERO.
019800 77  BU-BACKUP-TIME          PIC 9(08) VALUE ZERO.
019900 77  BU-WORK-DDNAME          PIC X(08) VALUE SPACES.
020000 77  BU-WORK-STATUS          PIC X(02) VALUE SPACES.
020100 77  BU-UNLOAD-DATA          PIC X(120) VALUE SPACES.
020200 77  BU-EDIT-DATE            PIC 9999/99/99.
020300 01  BU-EDIT-TIME.
020400     05  BU-ET-HOURS         PIC X(02).
020500     05  FILLER              PIC X(01) VALUE ":".
020600     05  BU-ET-MINUTES       PIC X(02).
020700     05  FILLER              PIC X(01) VALUE ":".
020800     05  BU-ET-SECONDS       PIC X(02).
020900*
021000* ONE ROW PER MASTER UNLOADED, IN THE ORDER UNLOADED, WITH ITS
021100* RECORD COUNT AND WHETHER IT WAS THERE TO UNLOAD.
021200 01  BU-MASTER-TABLE.
021300     05  BU-MASTER-ENTRY OCCURS 10 TIMES INDEXED BY BU-MS-IDX.
021400         10  BU-MS-DDNAME        PIC X(08).
021500         10  BU-MS-COUNT         PIC 9(09).
021600         10  BU-MS-PRESENCE      PIC X(01).
021700             88  BU-MS-PRESENT           VALUE "P".
021800             88  BU-MS-ABSENT            VALUE "A".
021900*
022000 01  BU-RPT-SECTION-LINE.
022100     05  BU-SECTION-TITLE    PIC X(60).
022200     05  FILLER              PIC X(20) VALUE SPACES.
022300 01  BU-RPT-MASTER-HEADING.
022400     05  FILLER              PIC X(10) VALUE "MASTER".
022500     05  FILLER              PIC X(13) VALUE "    RECORDS".
022600     05  FILLER              PIC X(57) VALUE "STATUS".
022700 01  BU-RPT-MASTER-LINE.
022800     05  BU-ML-DDNAME        PIC X(08).
022900     05  FILLER              PIC X(02) VALUE SPACES.
023000     05  BU-ML-COUNT         PIC ZZZ,ZZZ,ZZ9.
023100     05  FILLER              PIC X(02) VALUE SPACES.
023200     05  BU-ML-STATUS        PIC X(40).
023300     05  FILLER              PIC X(17) VALUE SPACES.
023400 01  BU-RPT-TOTAL-LINE.
023500     05  BU-TOT-LABEL        PIC X(32).
023600     05  BU-TOT-COUNT        PIC ZZZ,ZZZ,ZZ9.
023700 01  BU-RPT-MESSAGE-LINE.
023800     05  FILLER              PIC X(04) VALUE "*** ".
023900     05  BU-MSG-TEXT         PIC X(60).
024000 01  BU-RPT-BLANK-LINE       PIC X(01) VALUE SPACE.
024100 PROCEDURE DIVISION.
024200 0000-MAINLINE.
024300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
024400     IF BU-RUN-OK
024500         IF BU-BACKUP-KEPT
024600             PERFORM 4500-LIST-KEPT-BACKUP THRU 4500-EXIT
024700         ELSE
024800             PERFORM 2000-UNLOAD-MASTERS THRU 2000-EXIT
024900             PERFORM 3000-CATALOGUE-BACKUP THRU 3000-EXIT
025000             PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT
025100         END-IF
025200     END-IF
025300     PERFORM 9000-TERMINATE THRU 9000-EXIT
025400     STOP RUN.
025500*
025600******************************************************************
025700* 1000-INITIALIZE - CHECK THE BUSINESS DATE IS OPEN, CHECK THE
025800*                   CATALOGUE FOR AN EARLIER BACKUP OF IT AND OPEN
025900*                   THE NEW BACKUP GENERATION WITH ITS HEADER.
026000******************************************************************
026100 1000-INITIALIZE.
026200     INITIALIZE BU-MASTER-TABLE
026300     ACCEPT BU-BACKUP-DATE FROM DATE YYYYMMDD
026400     ACCEPT BU-BACKUP-TIME FROM TIME
026500     PERFORM 1100-CHECK-RUN-CONTROL THRU 1100-EXIT
026600     OPEN OUTPUT BACKUP-REPORT
026700     OPEN EXTEND AUDIT-JOURNAL-FILE
026800     IF BU-AUDITJNL-STATUS NOT = "00"
026900         OPEN OUTPUT AUDIT-JOURNAL-FILE
027000     END-IF
027100     MOVE ZERO TO RPT-PAGE-NUMBER
027200     ADD 1 TO RPT-PAGE-NUMBER
027300     MOVE "PRE-RUN MASTER BACKUP" TO RPT-HDR-TITLE
027400     MOVE BU-TODAY-DATE TO RPT-HDR-RUN-DATE
027500     MOVE RPT-PAGE-NUMBER TO RPT-HDR-PAGE-NUMBER
027600     WRITE BACKUP-RPT-LINE FROM RPT-STD-HEADING-1
027700     WRITE BACKUP-RPT-LINE FROM RPT-STD-HEADING-2
027800     IF NOT BU-RUN-OK
027900         WRITE BACKUP-RPT-LINE FROM BU-RPT-MESSAGE-LINE
028000         GO TO 1000-EXIT
028100     END-IF
028200     MOVE BU-TODAY-DATE TO BU-EDIT-DATE
028300     MOVE "BUSINESS DATE" TO BU-SECTION-TITLE
028400     MOVE BU-EDIT-DATE TO BU-SECTION-TITLE(15:10)
028500     WRITE BACKUP-RPT-LINE FROM BU-RPT-SECTION-LINE
028600     PERFORM 1200-CHECK-CATALOGUE THRU 1200-EXIT
028700     IF NOT BU-RUN-OK
028800         GO TO 1000-EXIT
028900     END-IF
029000     OPEN OUTPUT MASTER-UNLOAD-FILE
029100     IF BU-MASTBKUP-STATUS NOT = "00"
029200         DISPLAY "BACKUP: UNABLE TO OPEN BACKUP GENERATION, "
029300             "STATUS " BU-MASTBKUP-STATUS
029400         MOVE "BACKUP GENERATION CANNOT BE WRITTEN - RUN REFUSED"
029500             TO BU-MSG-TEXT
029600         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
029700         GO TO 1000-EXIT
029800     END-IF
029900     MOVE "Y" TO BU-UNLOAD-SWITCH
030000     MOVE SPACES TO MASTER-UNLOAD-RECORD
030100     IF BU-BACKUP-KEPT
030200         SET MU-SKIPPED-HEADER TO TRUE
030300     ELSE
030400         SET MU-HEADER TO TRUE
030500     END-IF
030600     MOVE BU-TODAY-DATE TO MU-BUSINESS-DATE
030700     MOVE BU-BACKUP-DATE TO MU-BACKUP-DATE
030800     MOVE BU-BACKUP-TIME TO MU-BACKUP-TIME
030900     WRITE MASTER-UNLOAD-RECORD
031000     IF BU-MASTBKUP-STATUS NOT = "00"
031100         DISPLAY "BACKUP: WRITE ERROR ON BACKUP GENERATION, "
031200             "STATUS " BU-MASTBKUP-STATUS
031300         MOVE "BACKUP GENERATION CANNOT BE WRITTEN - RUN REFUSED"
031400             TO BU-MSG-TEXT
031500         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
031600     END-IF.
031700 1000-EXIT.
031800     EXIT.
031900*
032000******************************************************************
032100* 1100-CHECK-RUN-CONTROL - THE BACKUP IS CATALOGUED UNDER THE
032200*                          BUSINESS DATE RUNCTRL HAS JUST OPENED.
032300*                          THERE IS NO MACHINE-DATE FALLBACK - A
032400*                          BACKUP FILED UNDER THE WRONG DATE COULD
032500*                          NOT BE FOUND TO RESTORE. THE MACHINE
032600*                          DATE ONLY HEADS THE REPORT OF A REFUSED
032700*                          RUN.
032800******************************************************************
032900 1100-CHECK-RUN-CONTROL.
033000     MOVE ZERO TO BU-TODAY-DATE
033100     OPEN INPUT RUN-CONTROL-FILE
033200     IF BU-RUNCTL-STATUS = "00"
033300         READ RUN-CONTROL-FILE
033400             AT END
033500                 CONTINUE
033600             NOT AT END
033700                 IF RC-BUSINESS-DATE NUMERIC
033800                         AND RC-RUN-IN-PROGRESS
033900                     MOVE RC-BUSINESS-DATE TO BU-TODAY-DATE
034000                 END-IF
034100         END-READ
034200         CLOSE RUN-CONTROL-FILE
034300     END-IF
034400     IF BU-TODAY-DATE = ZERO
034500         MOVE BU-BACKUP-DATE TO BU-TODAY-DATE
034600         MOVE "N" TO BU-RUN-SWITCH
034700         MOVE "NO BUSINESS DATE OPEN ON RUN CONTROL - RUN REFUSED"
034800             TO BU-MSG-TEXT
034900         DISPLAY "BACKUP: " BU-MSG-TEXT
035000         MOVE 8 TO RETURN-CODE
035100     END-IF.
035200 1100-EXIT.
035300     EXIT.
035400*
035500******************************************************************
035600* 1200-CHECK-CATALOGUE - OPEN THE BACKUP CATALOGUE (CREATING IT ON
035700*                        FIRST USE) AND LOOK FOR AN EARLIER BACKUP
035800*                        OF THIS BUSINESS DATE. ONE FOUND IS KEPT
035900*                        - THE MASTERS MAY ALREADY HAVE BEEN
036000*                        PART-UPDATED BY THE DAY BEING RESUMED.
036100******************************************************************
036200 1200-CHECK-CATALOGUE.
036300     OPEN I-O BACKUP-CATALOGUE-FILE
036400     IF BU-BKUPCAT-STATUS = "35"
036500         OPEN OUTPUT BACKUP-CATALOGUE-FILE
036600         CLOSE BACKUP-CATALOGUE-FILE
036700         OPEN I-O BACKUP-CATALOGUE-FILE
036800     END-IF
036900     IF BU-BKUPCAT-STATUS NOT = "00"
037000         DISPLAY "BACKUP: UNABLE TO OPEN BACKUP CATALOGUE, "
037100             "STATUS " BU-BKUPCAT-STATUS
037200         MOVE "BACKUP CATALOGUE UNUSABLE - RUN REFUSED"
037300             TO BU-MSG-TEXT
037400         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
037500         GO TO 1200-EXIT
037600     END-IF
037700     MOVE "Y" TO BU-CATALOGUE-SWITCH
037800     MOVE BU-TODAY-DATE TO BX-BUSINESS-DATE
037900     MOVE LOW-VALUES TO BX-DDNAME
038000     START BACKUP-CATALOGUE-FILE
038100         KEY IS NOT LESS THAN BX-CATALOGUE-KEY
038200         INVALID KEY
038300             GO TO 1200-EXIT
038400     END-START
038500     READ BACKUP-CATALOGUE-FILE NEXT RECORD
038600         AT END
038700             GO TO 1200-EXIT
038800     END-READ
038900     IF BX-BUSINESS-DATE NOT = BU-TODAY-DATE
039000         GO TO 1200-EXIT
039100     END-IF
039200     MOVE "Y" TO BU-KEPT-SWITCH
039300     MOVE BX-BACKUP-DATE TO BU-EDIT-DATE
039400     MOVE BX-BACKUP-TIME(1:2) TO BU-ET-HOURS
039500     MOVE BX-BACKUP-TIME(3:2) TO BU-ET-MINUTES
039600     MOVE BX-BACKUP-TIME(5:2) TO BU-ET-SECONDS
039700     DISPLAY "BACKUP: BUSINESS DATE " BU-TODAY-DATE
039800         " ALREADY BACKED UP ON " BU-EDIT-DATE " AT " BU-EDIT-TIME
039900         " - EARLIER BACKUP KEPT".
040000 1200-EXIT.
040100     EXIT.
040200*
040300******************************************************************
040400* 1900-REFUSE-RUN - PRINT WHY THE RUN WAS REFUSED AND END RETURN
040500*                   CODE 8.
040600******************************************************************
040700 1900-REFUSE-RUN.
040800     MOVE "N" TO BU-RUN-SWITCH
040900     WRITE BACKUP-RPT-LINE FROM BU-RPT-MESSAGE-LINE
041000     DISPLAY "BACKUP: " BU-MSG-TEXT
041100     MOVE 8 TO RETURN-CODE.
041200 1900-EXIT.
041300     EXIT.
041400*
041500******************************************************************
041600* 2000-UNLOAD-MASTERS - UNLOAD EACH MASTER IN TURN, IN KEY ORDER.
041700*                       THE FIRST FAILURE STOPS THE BACKUP - A
041800*                       PART BACKUP IS NEVER CATALOGUED.
041900******************************************************************
042000 2000-UNLOAD-MASTERS.
042100     PERFORM 2100-UNLOAD-STUMAST THRU 2100-EXIT
042200     PERFORM 2120-UNLOAD-ATTHIST THRU 2120-EXIT
042300     PERFORM 2140-UNLOAD-EMPYTD THRU 2140-EXIT
042400     PERFORM 2160-UNLOAD-LEAVEBAL THRU 2160-EXIT
042500     PERFORM 2180-UNLOAD-ATTORD THRU 2180-EXIT
042600     PERFORM 2200-UNLOAD-DISBCTL THRU 2200-EXIT
042700     PERFORM 2220-UNLOAD-BANKCHG THRU 2220-EXIT
042800     PERFORM 2240-UNLOAD-ITEMMAST THRU 2240-EXIT
042900     PERFORM 2260-UNLOAD-PURCHORD THRU 2260-EXIT
043000     PERFORM 2280-UNLOAD-FEEINV THRU 2280-EXIT.
043100 2000-EXIT.
043200     EXIT.
043300*
043400******************************************************************
043500* 2100-UNLOAD-STUMAST - UNLOAD THE STUMAST MASTER.
043600******************************************************************
043700 2100-UNLOAD-STUMAST.
043800     IF NOT BU-BACKUP-OK
043900         GO TO 2100-EXIT
044000     END-IF
044100     MOVE "STUMAST" TO BU-WORK-DDNAME
044200     OPEN INPUT STUDENT-MASTER-FILE
044300     MOVE BU-STUMAST-STATUS TO BU-WORK-STATUS
044400     PERFORM 2800-CHECK-MASTER-OPEN THRU 2800-EXIT
044500     IF BU-MASTER-OPEN
044600         PERFORM 2110-READ-STUMAST THRU 2110-EXIT
044700             UNTIL BU-END-OF-MASTER
044800         CLOSE STUDENT-MASTER-FILE
044900     END-IF
045000     PERFORM 2900-END-MASTER THRU 2900-EXIT.
045100 2100-EXIT.
045200     EXIT.
045300*
045400******************************************************************
045500* 2110-READ-STUMAST - UNLOAD THE NEXT STUMAST RECORD.
045600******************************************************************
045700 2110-READ-STUMAST.
045800     READ STUDENT-MASTER-FILE
045900         AT END
046000             MOVE "Y" TO BU-MASTER-EOF-SWITCH
046100             GO TO 2110-EXIT
046200     END-READ
046300     IF BU-STUMAST-STATUS NOT = "00"
046400         MOVE BU-STUMAST-STATUS TO BU-WORK-STATUS
046500         PERFORM 2950-READ-FAILED THRU 2950-EXIT
046600         GO TO 2110-EXIT
046700     END-IF
046800     MOVE STUDENT-MASTER-RECORD TO BU-UNLOAD-DATA
046900     PERFORM 2850-WRITE-UNLOAD-DATA THRU 2850-EXIT.
047000 2110-EXIT.
047100     EXIT.
047200*
047300******************************************************************
047400* 2120-UNLOAD-ATTHIST - UNLOAD THE ATTHIST MASTER.
047500******************************************************************
047600 2120-UNLOAD-ATTHIST.
047700     IF NOT BU-BACKUP-OK
047800         GO TO 2120-EXIT
047900     END-IF
048000     MOVE "ATTHIST" TO BU-WORK-DDNAME
048100     OPEN INPUT ATTENDANCE-HISTORY-FILE
048200     MOVE BU-ATTHIST-STATUS TO BU-WORK-STATUS
048300     PERFORM 2800-CHECK-MASTER-OPEN THRU 2800-EXIT
048400     IF BU-MASTER-OPEN
048500         PERFORM 2130-READ-ATTHIST THRU 2130-EXIT
048600             UNTIL BU-END-OF-MASTER
048700         CLOSE ATTENDANCE-HISTORY-FILE
048800     END-IF
048900     PERFORM 2900-END-MASTER THRU 2900-EXIT.
049000 2120-EXIT.
049100     EXIT.
049200*
049300******************************************************************
049400* 2130-READ-ATTHIST - UNLOAD THE NEXT ATTHIST RECORD.
049500******************************************************************
049600 2130-READ-ATTHIST.
049700     READ ATTENDANCE-HISTORY-FILE
049800         AT END
049900             MOVE "Y" TO BU-MASTER-EOF-SWITCH
050000             GO TO 2130-EXIT
050100     END-READ
050200     IF BU-ATTHIST-STATUS NOT = "00"
050300         MOVE BU-ATTHIST-STATUS TO BU-WORK-STATUS
050400         PERFORM 2950-READ-FAILED THRU 2950-EXIT
050500         GO TO 2130-EXIT
050600     END-IF
050700     MOVE ATTENDANCE-HISTORY-RECORD TO BU-UNLOAD-DATA
050800     PERFORM 2850-WRITE-UNLOAD-DATA THRU 2850-EXIT.
050900 2130-EXIT.
051000     EXIT.
051100*
051200******************************************************************
051300* 2140-UNLOAD-EMPYTD - UNLOAD THE EMPYTD MASTER.
051400******************************************************************
051500 2140-UNLOAD-EMPYTD.
051600     IF NOT BU-BACKUP-OK
051700         GO TO 2140-EXIT
051800     END-IF
051900     MOVE "EMPYTD" TO BU-WORK-DDNAME
052000     OPEN INPUT EMPLOYEE-YTD-FILE
052100     MOVE BU-EMPYTD-STATUS TO BU-WORK-STATUS
052200     PERFORM 2800-CHECK-MASTER-OPEN THRU 2800-EXIT
052300     IF BU-MASTER-OPEN
052400         PERFORM 2150-READ-EMPYTD THRU 2150-EXIT
052500             UNTIL BU-END-OF-MASTER
052600         CLOSE EMPLOYEE-YTD-FILE
052700     END-IF
052800     PERFORM 2900-END-MASTER THRU 2900-EXIT.
052900 2140-EXIT.
053000     EXIT.
053100*
053200******************************************************************
053300* 2150-READ-EMPYTD - UNLOAD THE NEXT EMPYTD RECORD.
053400******************************************************************
053500 2150-READ-EMPYTD.
053600     READ EMPLOYEE-YTD-FILE
053700         AT END
053800             MOVE "Y" TO BU-MASTER-EOF-SWITCH
053900             GO TO 2150-EXIT
054000     END-READ
054100     IF BU-EMPYTD-STATUS NOT = "00"
054200         MOVE BU-EMPYTD-STATUS TO BU-WORK-STATUS
054300         PERFORM 2950-READ-FAILED THRU 2950-EXIT
054400         GO TO 2150-EXIT
054500     END-IF
054600     MOVE EMPLOYEE-YTD-RECORD TO BU-UNLOAD-DATA
054700     PERFORM 2850-WRITE-UNLOAD-DATA THRU 2850-EXIT.
054800 2150-EXIT.
054900     EXIT.
055000*
055100******************************************************************
055200* 2160-UNLOAD-LEAVEBAL - UNLOAD THE LEAVEBAL MASTER.
055300******************************************************************
055400 2160-UNLOAD-LEAVEBAL.
055500     IF NOT BU-BACKUP-OK
055600         GO TO 2160-EXIT
055700     END-IF
055800     MOVE "LEAVEBAL" TO BU-WORK-DDNAME
055900     OPEN INPUT LEAVE-BALANCE-FILE
056000     MOVE BU-LEAVEBAL-STATUS TO BU-WORK-STATUS
056100     PERFORM 2800-CHECK-MASTER-OPEN THRU 2800-EXIT
056200     IF BU-MASTER-OPEN
056300         PERFORM 2170-READ-LEAVEBAL THRU 2170-EXIT
056400             UNTIL BU-END-OF-MASTER
056500         CLOSE LEAVE-BALANCE-FILE
056600     END-IF
056700     PERFORM 2900-END-MASTER THRU 2900-EXIT.
056800 2160-EXIT.
056900     EXIT.
057000*
057100******************************************************************
057200* 2170-READ-LEAVEBAL - UNLOAD THE NEXT LEAVEBAL RECORD.
057300******************************************************************
057400 2170-READ-LEAVEBAL.
057500     READ LEAVE-BALANCE-FILE
057600         AT END
057700             MOVE "Y" TO BU-MASTER-EOF-SWITCH
057800             GO TO 2170-EXIT
057900     END-READ
058000     IF BU-LEAVEBAL-STATUS NOT = "00"
058100         MOVE BU-LEAVEBAL-STATUS TO BU-WORK-STATUS
058200         PERFORM 2950-READ-FAILED THRU 2950-EXIT
058300         GO TO 2170-EXIT
058400     END-IF
058500     MOVE LEAVE-BALANCE-RECORD TO BU-UNLOAD-DATA
058600     PERFORM 2850-WRITE-UNLOAD-DATA THRU 2850-EXIT.
058700 2170-EXIT.
058800     EXIT.
058900*
059000******************************************************************
059100* 2180-UNLOAD-ATTORD - UNLOAD THE ATTORD MASTER.
059200******************************************************************
059300 2180-UNLOAD-ATTORD.
059400     IF NOT BU-BACKUP-OK
059500         GO TO 2180-EXIT
059600     END-IF
059700     MOVE "ATTORD" TO BU-WORK-DDNAME
059800     OPEN INPUT ATTACHMENT-ORDER-FILE
059900     MOVE BU-ATTORD-STATUS TO BU-WORK-STATUS
060000     PERFORM 2800-CHECK-MASTER-OPEN THRU 2800-EXIT
060100     IF BU-MASTER-OPEN
060200         PERFORM 2190-READ-ATTORD THRU 2190-EXIT
060300             UNTIL BU-END-OF-MASTER
060400         CLOSE ATTACHMENT-ORDER-FILE
060500     END-IF
060600     PERFORM 2900-END-MASTER THRU 2900-EXIT.
060700 2180-EXIT.
060800     EXIT.
060900*
061000******************************************************************
061100* 2190-READ-ATTORD - UNLOAD THE NEXT ATTORD RECORD.
061200******************************************************************
061300 2190-READ-ATTORD.
061400     READ ATTACHMENT-ORDER-FILE
061500         AT END
061600             MOVE "Y" TO BU-MASTER-EOF-SWITCH
061700             GO TO 2190-EXIT
061800     END-READ
061900     IF BU-ATTORD-STATUS NOT = "00"
062000         MOVE BU-ATTORD-STATUS TO BU-WORK-STATUS
062100         PERFORM 2950-READ-FAILED THRU 2950-EXIT
062200         GO TO 2190-EXIT
062300     END-IF
062400     MOVE ATTACHMENT-ORDER-RECORD TO BU-UNLOAD-DATA
062500     PERFORM 2850-WRITE-UNLOAD-DATA THRU 2850-EXIT.
062600 2190-EXIT.
062700     EXIT.
062800*
062900******************************************************************
063000* 2200-UNLOAD-DISBCTL - UNLOAD THE DISBCTL MASTER.
063100******************************************************************
063200 2200-UNLOAD-DISBCTL.
063300     IF NOT BU-BACKUP-OK
063400         GO TO 2200-EXIT
063500     END-IF
063600     MOVE "DISBCTL" TO BU-WORK-DDNAME
063700     OPEN INPUT DISB-CONTROL-FILE
063800     MOVE BU-DISBCTL-STATUS TO BU-WORK-STATUS
063900     PERFORM 2800-CHECK-MASTER-OPEN THRU 2800-EXIT
064000     IF BU-MASTER-OPEN
064100         PERFORM 2210-READ-DISBCTL THRU 2210-EXIT
064200             UNTIL BU-END-OF-MASTER
064300         CLOSE DISB-CONTROL-FILE
064400     END-IF
064500     PERFORM 2900-END-MASTER THRU 2900-EXIT.
064600 2200-EXIT.
064700     EXIT.
064800*
064900******************************************************************
065000* 2210-READ-DISBCTL - UNLOAD THE NEXT DISBCTL RECORD.
065100******************************************************************
065200 2210-READ-DISBCTL.
065300     READ DISB-CONTROL-FILE
065400         AT END
065500             MOVE "Y" TO BU-MASTER-EOF-SWITCH
065600             GO TO 2210-EXIT
065700     END-READ
065800     IF BU-DISBCTL-STATUS NOT = "00"
065900         MOVE BU-DISBCTL-STATUS TO BU-WORK-STATUS
066000         PERFORM 2950-READ-FAILED THRU 2950-EXIT
066100         GO TO 2210-EXIT
066200     END-IF
066300     MOVE DISB-CONTROL-RECORD TO BU-UNLOAD-DATA
066400     PERFORM 2850-WRITE-UNLOAD-DATA THRU 2850-EXIT.
066500 2210-EXIT.
066600     EXIT.
066700*
066800******************************************************************
066900* 2220-UNLOAD-BANKCHG - UNLOAD THE BANKCHG MASTER.
067000******************************************************************
067100 2220-UNLOAD-BANKCHG.
067200     IF NOT BU-BACKUP-OK
067300         GO TO 2220-EXIT
067400     END-IF
067500     MOVE "BANKCHG" TO BU-WORK-DDNAME
067600     OPEN INPUT BANK-CHANGE-FILE
067700     MOVE BU-BANKCHG-STATUS TO BU-WORK-STATUS
067800     PERFORM 2800-CHECK-MASTER-OPEN THRU 2800-EXIT
067900     IF BU-MASTER-OPEN
068000         PERFORM 2230-READ-BANKCHG THRU 2230-EXIT
068100             UNTIL BU-END-OF-MASTER
068200         CLOSE BANK-CHANGE-FILE
068300     END-IF
068400     PERFORM 2900-END-MASTER THRU 2900-EXIT.
068500 2220-EXIT.
068600     EXIT.
068700*
068800******************************************************************
068900* 2230-READ-BANKCHG - UNLOAD THE NEXT BANKCHG RECORD.
069000******************************************************************
069100 2230-READ-BANKCHG.
069200     READ BANK-CHANGE-FILE
069300         AT END
069400             MOVE "Y" TO BU-MASTER-EOF-SWITCH
069500             GO TO 2230-EXIT
069600     END-READ
069700     IF BU-BANKCHG-STATUS NOT = "00"
069800         MOVE BU-BANKCHG-STATUS TO BU-WORK-STATUS
069900         PERFORM 2950-READ-FAILED THRU 2950-EXIT
070000         GO TO 2230-EXIT
070100     END-IF
070200     MOVE BANK-CHANGE-RECORD TO BU-UNLOAD-DATA
070300     PERFORM 2850-WRITE-UNLOAD-DATA THRU 2850-EXIT.
070400 2230-EXIT.
070500     EXIT.
070600*
070700******************************************************************
070800* 2240-UNLOAD-ITEMMAST - UNLOAD THE ITEMMAST MASTER.
070900******************************************************************
071000 2240-UNLOAD-ITEMMAST.
071100     IF NOT BU-BACKUP-OK
071200         GO TO 2240-EXIT
071300     END-IF
071400     MOVE "ITEMMAST" TO BU-WORK-DDNAME
071500     OPEN INPUT ITEM-MASTER-FILE
071600     MOVE BU-ITEMMAST-STATUS TO BU-WORK-STATUS
071700     PERFORM 2800-CHECK-MASTER-OPEN THRU 2800-EXIT
071800     IF BU-MASTER-OPEN
071900         PERFORM 2250-READ-ITEMMAST THRU 2250-EXIT
072000             UNTIL BU-END-OF-MASTER
072100         CLOSE ITEM-MASTER-FILE
072200     END-IF
072300     PERFORM 2900-END-MASTER THRU 2900-EXIT.
072400 2240-EXIT.
072500     EXIT.
072600*
072700******************************************************************
072800* 2250-READ-ITEMMAST - UNLOAD THE NEXT ITEMMAST RECORD.
072900******************************************************************
073000 2250-READ-ITEMMAST.
073100     READ ITEM-MASTER-FILE
073200         AT END
073300             MOVE "Y" TO BU-MASTER-EOF-SWITCH
073400             GO TO 2250-EXIT
073500     END-READ
073600     IF BU-ITEMMAST-STATUS NOT = "00"
073700         MOVE BU-ITEMMAST-STATUS TO BU-WORK-STATUS
073800         PERFORM 2950-READ-FAILED THRU 2950-EXIT
073900         GO TO 2250-EXIT
074000     END-IF
074100     MOVE ITEM-MASTER-RECORD TO BU-UNLOAD-DATA
074200     PERFORM 2850-WRITE-UNLOAD-DATA THRU 2850-EXIT.
074300 2250-EXIT.
074400     EXIT.
074500*
074600******************************************************************
074700* 2260-UNLOAD-PURCHORD - UNLOAD THE PURCHORD MASTER.
074800******************************************************************
074900 2260-UNLOAD-PURCHORD.
075000     IF NOT BU-BACKUP-OK
075100         GO TO 2260-EXIT
075200     END-IF
075300     MOVE "PURCHORD" TO BU-WORK-DDNAME
075400     OPEN INPUT PURCH-ORDER-FILE
075500     MOVE BU-PURCHORD-STATUS TO BU-WORK-STATUS
075600     PERFORM 2800-CHECK-MASTER-OPEN THRU 2800-EXIT
075700     IF BU-MASTER-OPEN
075800         PERFORM 2270-READ-PURCHORD THRU 2270-EXIT
075900             UNTIL BU-END-OF-MASTER
076000         CLOSE PURCH-ORDER-FILE
076100     END-IF
076200     PERFORM 2900-END-MASTER THRU 2900-EXIT.
076300 2260-EXIT.
076400     EXIT.
076500*
076600******************************************************************
076700* 2270-READ-PURCHORD - UNLOAD THE NEXT PURCHORD RECORD.
076800******************************************************************
076900 2270-READ-PURCHORD.
077000     READ PURCH-ORDER-FILE
077100         AT END
077200             MOVE "Y" TO BU-MASTER-EOF-SWITCH
077300             GO TO 2270-EXIT
077400     END-READ
077500     IF BU-PURCHORD-STATUS NOT = "00"
077600         MOVE BU-PURCHORD-STATUS TO BU-WORK-STATUS
077700         PERFORM 2950-READ-FAILED THRU 2950-EXIT
077800         GO TO 2270-EXIT
077900     END-IF
078000     MOVE PURCHASE-ORDER-RECORD TO BU-UNLOAD-DATA
078100     PERFORM 2850-WRITE-UNLOAD-DATA THRU 2850-EXIT.
078200 2270-EXIT.
078300     EXIT.
078400*
078500******************************************************************
078600* 2280-UNLOAD-FEEINV - UNLOAD THE FEEINV MASTER.
078700******************************************************************
078800 2280-UNLOAD-FEEINV.
078900     IF NOT BU-BACKUP-OK
079000         GO TO 2280-EXIT
079100     END-IF
079200     MOVE "FEEINV" TO BU-WORK-DDNAME
079300     OPEN INPUT FEE-INVOICE-FILE
079400     MOVE BU-FEEINV-STATUS TO BU-WORK-STATUS
079500     PERFORM 2800-CHECK-MASTER-OPEN THRU 2800-EXIT
079600     IF BU-MASTER-OPEN
079700         PERFORM 2290-READ-FEEINV THRU 2290-EXIT
079800             UNTIL BU-END-OF-MASTER
079900         CLOSE FEE-INVOICE-FILE
080000     END-IF
080100     PERFORM 2900-END-MASTER THRU 2900-EXIT.
080200 2280-EXIT.
080300     EXIT.
080400*
080500******************************************************************
080600* 2290-READ-FEEINV - UNLOAD THE NEXT FEEINV RECORD.
080700******************************************************************
080800 2290-READ-FEEINV.
080900     READ FEE-INVOICE-FILE
081000         AT END
081100             MOVE "Y" TO BU-MASTER-EOF-SWITCH
081200             GO TO 2290-EXIT
081300     END-READ
081400     IF BU-FEEINV-STATUS NOT = "00"
081500         MOVE BU-FEEINV-STATUS TO BU-WORK-STATUS
081600         PERFORM 2950-READ-FAILED THRU 2950-EXIT
081700         GO TO 2290-EXIT
081800     END-IF
081900     MOVE FEE-INVOICE-RECORD TO BU-UNLOAD-DATA
082000     PERFORM 2850-WRITE-UNLOAD-DATA THRU 2850-EXIT.
082100 2290-EXIT.
082200     EXIT.
082300*
082400******************************************************************
082500* 2800-CHECK-MASTER-OPEN - TAKE THE NEXT ROW OF THE MASTER TABLE
082600*                          FOR BU-WORK-DDNAME AND ACT ON THE OPEN
082700*                          STATUS IN BU-WORK-STATUS. A MASTER NOT
082800*                          YET CREATED (35) IS CATALOGUED AS NOT
082900*                          PRESENT, WITH NOTHING TO UNLOAD.
083000******************************************************************
083100 2800-CHECK-MASTER-OPEN.
083200     ADD 1 TO BU-MASTER-COUNT
083300     SET BU-MS-IDX TO BU-MASTER-COUNT
083400     MOVE BU-WORK-DDNAME TO BU-MS-DDNAME(BU-MS-IDX)
083500     MOVE ZERO TO BU-MS-COUNT(BU-MS-IDX)
083600     MOVE "N" TO BU-MASTER-OPEN-SWITCH
083700     MOVE "N" TO BU-MASTER-EOF-SWITCH
083800     IF BU-WORK-STATUS = "00"
083900         SET BU-MS-PRESENT(BU-MS-IDX) TO TRUE
084000         MOVE "Y" TO BU-MASTER-OPEN-SWITCH
084100         GO TO 2800-EXIT
084200     END-IF
084300     IF BU-WORK-STATUS = "35"
084400         SET BU-MS-ABSENT(BU-MS-IDX) TO TRUE
084500         ADD 1 TO BU-ABSENT-COUNT
084600         DISPLAY "BACKUP: MASTER " BU-WORK-DDNAME
084700             " NOT PRESENT - CATALOGUED WITH NO RECORDS"
084800         GO TO 2800-EXIT
084900     END-IF
085000     DISPLAY "BACKUP: UNABLE TO OPEN MASTER " BU-WORK-DDNAME
085100         ", STATUS " BU-WORK-STATUS
085200     MOVE "MASTER          CANNOT BE READ - BACKUP FAILED"
085300         TO BU-MSG-TEXT
085400     MOVE BU-WORK-DDNAME TO BU-MSG-TEXT(8:8)
085500     PERFORM 2960-BACKUP-FAILED THRU 2960-EXIT.
085600 2800-EXIT.
085700     EXIT.
085800*
085900******************************************************************
086000* 2850-WRITE-UNLOAD-DATA - WRITE THE MASTER RECORD IMAGE IN
086100*                          BU-UNLOAD-DATA TO THE BACKUP GENERATION
086200*                          UNDER BU-WORK-DDNAME AND COUNT IT.
086300******************************************************************
086400 2850-WRITE-UNLOAD-DATA.
086500     MOVE SPACES TO MASTER-UNLOAD-RECORD
086600     SET MU-DATA TO TRUE
086700     MOVE BU-WORK-DDNAME TO MU-DDNAME
086800     MOVE BU-UNLOAD-DATA TO MU-MASTER-DATA
086900     WRITE MASTER-UNLOAD-RECORD
087000     IF BU-MASTBKUP-STATUS NOT = "00"
087100         DISPLAY "BACKUP: WRITE ERROR ON BACKUP GENERATION, "
087200             "STATUS "
087300             BU-MASTBKUP-STATUS " UNLOADING " BU-WORK-DDNAME
087400         MOVE "WRITE ERROR ON BACKUP GENERATION - BACKUP FAILED"
087500             TO BU-MSG-TEXT
087600         PERFORM 2960-BACKUP-FAILED THRU 2960-EXIT
087700         MOVE "Y" TO BU-MASTER-EOF-SWITCH
087800         GO TO 2850-EXIT
087900     END-IF
088000     ADD 1 TO BU-MS-COUNT(BU-MS-IDX).
088100 2850-EXIT.
088200     EXIT.
088300*
088400******************************************************************
088500* 2900-END-MASTER - CLOSE OFF ONE MASTER'S UNLOAD WITH A TRAILER
088600*                   CARRYING ITS RECORD COUNT.
088700******************************************************************
088800 2900-END-MASTER.
088900     IF NOT BU-BACKUP-OK
089000         GO TO 2900-EXIT
089100     END-IF
089200     MOVE SPACES TO MASTER-UNLOAD-RECORD
089300     SET MU-TRAILER TO TRUE
089400     MOVE BU-WORK-DDNAME TO MU-DDNAME
089500     MOVE BU-MS-COUNT(BU-MS-IDX) TO MU-RECORD-COUNT
089600     WRITE MASTER-UNLOAD-RECORD
089700     IF BU-MASTBKUP-STATUS NOT = "00"
089800         DISPLAY "BACKUP: WRITE ERROR ON BACKUP GENERATION, "
089900             "STATUS "
090000             BU-MASTBKUP-STATUS " CLOSING " BU-WORK-DDNAME
090100         MOVE "WRITE ERROR ON BACKUP GENERATION - BACKUP FAILED"
090200             TO BU-MSG-TEXT
090300         PERFORM 2960-BACKUP-FAILED THRU 2960-EXIT
090400         GO TO 2900-EXIT
090500     END-IF
090600     ADD BU-MS-COUNT(BU-MS-IDX) TO BU-TOTAL-RECORDS.
090700 2900-EXIT.
090800     EXIT.
090900*
091000******************************************************************
091100* 2950-READ-FAILED - A MASTER READ ENDED IN ERROR PART WAY
091200*                    THROUGH. STOP READING IT AND FAIL THE BACKUP.
091300******************************************************************
091400 2950-READ-FAILED.
091500     DISPLAY "BACKUP: READ ERROR ON MASTER " BU-WORK-DDNAME
091600         ", STATUS " BU-WORK-STATUS
091700     MOVE "MASTER          READ ERROR - BACKUP FAILED"
091800         TO BU-MSG-TEXT
091900     MOVE BU-WORK-DDNAME TO BU-MSG-TEXT(8:8)
092000     PERFORM 2960-BACKUP-FAILED THRU 2960-EXIT
092100     MOVE "Y" TO BU-MASTER-EOF-SWITCH.
092200 2950-EXIT.
092300     EXIT.
092400*
092500******************************************************************
092600* 2960-BACKUP-FAILED - PRINT WHY THE BACKUP FAILED AND END RETURN
092700*                      CODE 8 SO THE DAY DOES NOT RUN WITHOUT IT.
092800******************************************************************
092900 2960-BACKUP-FAILED.
093000     MOVE "N" TO BU-BACKUP-SWITCH
093100     WRITE BACKUP-RPT-LINE FROM BU-RPT-MESSAGE-LINE
093200     DISPLAY "BACKUP: " BU-MSG-TEXT
093300     MOVE 8 TO RETURN-CODE.
093400 2960-EXIT.
093500     EXIT.
093600*
093700******************************************************************
093800* 3000-CATALOGUE-BACKUP - CLOSE THE GENERATION WITH ITS END
093900*                         RECORD, THEN CATALOGUE EVERY MASTER
094000*                         UNDER THE BUSINESS DATE. ONLY A COMPLETE
094100*                         BACKUP IS CATALOGUED.
094200******************************************************************
094300 3000-CATALOGUE-BACKUP.
094400     IF NOT BU-BACKUP-OK
094500         GO TO 3000-EXIT
094600     END-IF
094700     MOVE SPACES TO MASTER-UNLOAD-RECORD
094800     SET MU-END TO TRUE
094900     MOVE BU-TOTAL-RECORDS TO MU-RECORD-COUNT
095000     WRITE MASTER-UNLOAD-RECORD
095100     IF BU-MASTBKUP-STATUS NOT = "00"
095200         DISPLAY "BACKUP: WRITE ERROR ON BACKUP GENERATION, "
095300             "STATUS " BU-MASTBKUP-STATUS " AT END RECORD"
095400         MOVE "WRITE ERROR ON BACKUP GENERATION - BACKUP FAILED"
095500             TO BU-MSG-TEXT
095600         PERFORM 2960-BACKUP-FAILED THRU 2960-EXIT
095700         GO TO 3000-EXIT
095800     END-IF
095900     CLOSE MASTER-UNLOAD-FILE
096000     MOVE "N" TO BU-UNLOAD-SWITCH
096100     PERFORM 3100-CATALOGUE-ONE-MASTER THRU 3100-EXIT
096200         VARYING BU-MS-IDX FROM 1 BY 1
096300         UNTIL BU-MS-IDX > BU-MASTER-COUNT.
096400 3000-EXIT.
096500     EXIT.
096600*
096700******************************************************************
096800* 3100-CATALOGUE-ONE-MASTER - WRITE THE CATALOGUE RECORD FOR THE
096900*                             MASTER AT BU-MS-IDX.
097000******************************************************************
097100 3100-CATALOGUE-ONE-MASTER.
097200     MOVE SPACES TO BACKUP-CATALOGUE-RECORD
097300     MOVE BU-TODAY-DATE TO BX-BUSINESS-DATE
097400     MOVE BU-MS-DDNAME(BU-MS-IDX) TO BX-DDNAME
097500     MOVE BU-MS-COUNT(BU-MS-IDX) TO BX-RECORD-COUNT
097600     MOVE BU-MS-PRESENCE(BU-MS-IDX) TO BX-MASTER-STATUS
097700     MOVE BU-BACKUP-DATE TO BX-BACKUP-DATE
097800     MOVE BU-BACKUP-TIME TO BX-BACKUP-TIME
097900     SET BX-BACKED-UP TO TRUE
098000     MOVE ZERO TO BX-RESTORE-COUNT BX-RESTORE-DATE
098100                  BX-RESTORE-TIME BX-TIMES-RESTORED
098200     WRITE BACKUP-CATALOGUE-RECORD
098300         INVALID KEY
098400             DISPLAY "BACKUP: UNABLE TO CATALOGUE " BX-DDNAME
098500                 ", STATUS " BU-BKUPCAT-STATUS
098600             MOVE "BACKUP CATALOGUE NOT UPDATED - BACKUP FAILED"
098700                 TO BU-MSG-TEXT
098800             PERFORM 2960-BACKUP-FAILED THRU 2960-EXIT
098900     END-WRITE.
099000 3100-EXIT.
099100     EXIT.
099200*
099300******************************************************************
099400* 4000-PRINT-SUMMARY - ONE LINE PER MASTER WITH THE RECORDS
099500*                      UNLOADED, THEN THE TOTALS.
099600******************************************************************
099700 4000-PRINT-SUMMARY.
099800     WRITE BACKUP-RPT-LINE FROM BU-RPT-BLANK-LINE
099900     MOVE "MASTERS UNLOADED TO THE BACKUP GENERATION"
100000         TO BU-SECTION-TITLE
100100     WRITE BACKUP-RPT-LINE FROM BU-RPT-SECTION-LINE
100200     WRITE BACKUP-RPT-LINE FROM BU-RPT-MASTER-HEADING
100300     PERFORM 4100-PRINT-ONE-MASTER THRU 4100-EXIT
100400         VARYING BU-MS-IDX FROM 1 BY 1
100500         UNTIL BU-MS-IDX > BU-MASTER-COUNT
100600     WRITE BACKUP-RPT-LINE FROM BU-RPT-BLANK-LINE
100700     MOVE "MASTERS UNLOADED" TO BU-TOT-LABEL
100800     MOVE BU-MASTER-COUNT TO BU-TOT-COUNT
100900     WRITE BACKUP-RPT-LINE FROM BU-RPT-TOTAL-LINE
101000     MOVE "MASTERS NOT PRESENT" TO BU-TOT-LABEL
101100     MOVE BU-ABSENT-COUNT TO BU-TOT-COUNT
101200     WRITE BACKUP-RPT-LINE FROM BU-RPT-TOTAL-LINE
101300     MOVE "RECORDS UNLOADED" TO BU-TOT-LABEL
101400     MOVE BU-TOTAL-RECORDS TO BU-TOT-COUNT
101500     WRITE BACKUP-RPT-LINE FROM BU-RPT-TOTAL-LINE
101600     IF NOT BU-BACKUP-OK
101700         GO TO 4000-EXIT
101800     END-IF
101900     IF BU-ABSENT-COUNT > ZERO
102000         IF RETURN-CODE < 4
102100             MOVE 4 TO RETURN-CODE
102200         END-IF
102300     END-IF
102400     WRITE BACKUP-RPT-LINE FROM BU-RPT-BLANK-LINE
102500     MOVE "BACKUP COMPLETE AND CATALOGUED" TO BU-MSG-TEXT
102600     WRITE BACKUP-RPT-LINE FROM BU-RPT-MESSAGE-LINE.
102700 4000-EXIT.
102800     EXIT.
102900*
103000******************************************************************
103100* 4100-PRINT-ONE-MASTER - ONE MASTER LINE.
103200******************************************************************
103300 4100-PRINT-ONE-MASTER.
103400     MOVE BU-MS-DDNAME(BU-MS-IDX) TO BU-ML-DDNAME
103500     MOVE BU-MS-COUNT(BU-MS-IDX) TO BU-ML-COUNT
103600     IF BU-MS-ABSENT(BU-MS-IDX)
103700         MOVE "NOT PRESENT - CATALOGUED EMPTY" TO BU-ML-STATUS
103800     ELSE
103900         MOVE "UNLOADED" TO BU-ML-STATUS
104000     END-IF
104100     WRITE BACKUP-RPT-LINE FROM BU-RPT-MASTER-LINE.
104200 4100-EXIT.
104300     EXIT.
104400*
104500******************************************************************
104600* 4500-LIST-KEPT-BACKUP - THE BUSINESS DATE WAS ALREADY BACKED UP.
104700*                         LIST WHAT THE CATALOGUE HOLDS FOR IT SO
104800*                         THE OPERATOR CAN SEE WHICH BACKUP A
104900*                         ROLL-BACK WOULD USE. NOTHING IS
105000*                         UNLOADED.
105100******************************************************************
105200 4500-LIST-KEPT-BACKUP.
105300     WRITE BACKUP-RPT-LINE FROM BU-RPT-BLANK-LINE
105400     MOVE "ALREADY BACKED UP ON            AT          - KEPT"
105500         TO BU-MSG-TEXT
105600     MOVE BU-EDIT-DATE TO BU-MSG-TEXT(22:10)
105700     MOVE BU-EDIT-TIME TO BU-MSG-TEXT(36:8)
105800     WRITE BACKUP-RPT-LINE FROM BU-RPT-MESSAGE-LINE
105900     MOVE "THIS GENERATION HOLDS ONLY A SKIPPED HEADER"
106000         TO BU-MSG-TEXT
106100     WRITE BACKUP-RPT-LINE FROM BU-RPT-MESSAGE-LINE
106200     WRITE BACKUP-RPT-LINE FROM BU-RPT-BLANK-LINE
106300     MOVE "MASTERS ON THE CATALOGUE FOR THIS BUSINESS DATE"
106400         TO BU-SECTION-TITLE
106500     WRITE BACKUP-RPT-LINE FROM BU-RPT-SECTION-LINE
106600     WRITE BACKUP-RPT-LINE FROM BU-RPT-MASTER-HEADING
106700     PERFORM 4550-LIST-ONE-ENTRY THRU 4550-EXIT
106800         UNTIL BU-END-OF-CATALOGUE.
106900 4500-EXIT.
107000     EXIT.
107100*
107200******************************************************************
107300* 4550-LIST-ONE-ENTRY - LIST THE CATALOGUE RECORD IN THE RECORD
107400*                       AREA AND READ THE NEXT, STOPPING AT THE
107500*                       NEXT BUSINESS DATE.
107600******************************************************************
107700 4550-LIST-ONE-ENTRY.
107800     MOVE BX-DDNAME TO BU-ML-DDNAME
107900     MOVE BX-RECORD-COUNT TO BU-ML-COUNT
108000     MOVE SPACES TO BU-ML-STATUS
108100     IF BX-MASTER-ABSENT
108200         MOVE "NOT PRESENT AT BACKUP" TO BU-ML-STATUS
108300     ELSE
108400         MOVE "BACKED UP" TO BU-ML-STATUS
108500     END-IF
108600     IF BX-RESTORED
108700         MOVE "- RESTORED SINCE" TO BU-ML-STATUS(23:16)
108800     END-IF
108900     WRITE BACKUP-RPT-LINE FROM BU-RPT-MASTER-LINE
109000     ADD 1 TO BU-MASTER-COUNT
109100     READ BACKUP-CATALOGUE-FILE NEXT RECORD
109200         AT END
109300             MOVE "Y" TO BU-CATALOGUE-EOF-SWITCH
109400             GO TO 4550-EXIT
109500     END-READ
109600     IF BX-BUSINESS-DATE NOT = BU-TODAY-DATE
109700         MOVE "Y" TO BU-CATALOGUE-EOF-SWITCH
109800     END-IF.
109900 4550-EXIT.
110000     EXIT.
110100*
110200******************************************************************
110300* 9000-TERMINATE - WRITE THE AUDIT JOURNAL RECORD AND CLOSE ALL
110400*                  FILES.
110500******************************************************************
110600 9000-TERMINATE.
110700     IF BU-RUN-OK AND BU-BACKUP-OK AND NOT BU-BACKUP-KEPT
110800         DISPLAY "BACKUP: " BU-MASTER-COUNT " MASTERS, "
110900             BU-TOTAL-RECORDS " RECORDS BACKED UP FOR "
111000             BU-TODAY-DATE
111100     END-IF
111200     PERFORM 9100-WRITE-AUDIT-JOURNAL THRU 9100-EXIT
111300     IF BU-UNLOAD-OPEN
111400         CLOSE MASTER-UNLOAD-FILE
111500     END-IF
111600     IF BU-CATALOGUE-OPEN
111700         CLOSE BACKUP-CATALOGUE-FILE
111800     END-IF
111900     CLOSE BACKUP-REPORT
112000     CLOSE AUDIT-JOURNAL-FILE.
112100 9000-EXIT.
112200     EXIT.
112300*
112400******************************************************************
112500* 9100-WRITE-AUDIT-JOURNAL - APPEND ONE RUN RECORD TO THE SHARED
112600*                            AUDIT JOURNAL.
112700******************************************************************
112800 9100-WRITE-AUDIT-JOURNAL.
112900     MOVE SPACES TO AUDIT-JOURNAL-RECORD
113000     MOVE "BACKUP" TO AJ-PROGRAM-NAME
113100     MOVE BU-TODAY-DATE TO AJ-RUN-DATE
113200     ACCEPT AJ-RUN-TIME FROM TIME
113300     MOVE ZERO TO AJ-TOTAL-1-AMOUNT AJ-TOTAL-2-AMOUNT
113400     IF NOT BU-RUN-OK
113500         MOVE "RUN REFUSED" TO AJ-TOTAL-1-LABEL
113600     ELSE
113700         IF NOT BU-BACKUP-OK
113800             MOVE "BACKUP FAILED" TO AJ-TOTAL-1-LABEL
113900         ELSE
114000             IF BU-BACKUP-KEPT
114100                 MOVE "EARLIER BACKUP KEPT" TO AJ-TOTAL-1-LABEL
114200                 MOVE BU-MASTER-COUNT TO AJ-TOTAL-1-AMOUNT
114300             ELSE
114400                 MOVE "MASTERS BACKED UP" TO AJ-TOTAL-1-LABEL
114500                 MOVE BU-MASTER-COUNT TO AJ-TOTAL-1-AMOUNT
114600                 MOVE "RECORDS UNLOADED" TO AJ-TOTAL-2-LABEL
114700                 MOVE BU-TOTAL-RECORDS TO AJ-TOTAL-2-AMOUNT
114800             END-IF
114900         END-IF
115000     END-IF
115010     MOVE RETURN-CODE TO AJ-RETURN-CODE
115100     WRITE AUDIT-JOURNAL-RECORD.
115200 9100-EXIT.
115300     EXIT.
115400 END PROGRAM BACKUP.
