000100******************************************************************
000200* AUTHOR:        P. MURPHY, PAYROLL SYSTEMS
000300* INSTALLATION:  ACME MANUFACTURING CORP - DATA PROCESSING
000400* DATE-WRITTEN:  2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:       SUPERVISOR RELEASE OF A HELD BANK DISBURSEMENT
000700*                BATCH. THE RELPARM CARD NAMES THE BUSINESS DATE,
000800*                THE PROGRAM THAT RAISED THE BATCH AND THE
000900*                RELEASING SUPERVISOR. THE BATCH MUST BE HELD ON
001000*                THE DISBURSEMENT RELEASE CONTROL FILE, AND THE
001100*                BANK DISBURSEMENT FILE MUST STILL PROVE TO THE
001200*                COUNT AND TOTAL THAT WERE HELD. ONLY THEN ARE THE
001300*                BATCH'S PAYMENTS COPIED TO THE BANK UPLOAD FILE,
001400*                ENDED BY A TRAILER, AND THE CONTROL RECORD
001500*                STAMPED RELEASED WITH THE SUPERVISOR'S ID, DATE
001600*                AND TIME. ANY FAILURE REFUSES THE RELEASE WITH
001700*                RETURN CODE 8 AND NOTHING IS UPLOADED.
001800*
001900* MODIFICATION HISTORY
002000* DATE       INIT  DESCRIPTION
002100* ---------- ----  ----------------------------------------------
002200* 2026-10-15 PJM   ORIGINAL.
002210* 2026-10-15 PJM   FIRST PAYMENTS TO NEW BANK ACCOUNTS SIGNED OFF
002220*                  ON THE PAY REGISTER SHOWN WITH THE REVIEW
002230*                  COUNTS.
002240* 2026-10-15 PJM   THE AUDIT JOURNAL RECORD NOW CARRIES THE
002250*                  RETURN CODE THE RUN ENDED WITH.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. BANKREL.
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT PARAMETER-FILE ASSIGN TO "RELPARM"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS BL-RELPARM-STATUS.
003200     SELECT DISB-CONTROL-FILE ASSIGN TO "DISBCTL"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS RANDOM
003500         RECORD KEY IS DC-CONTROL-KEY
003600         FILE STATUS IS BL-DISBCTL-STATUS.
003700     SELECT BANK-DISBURSEMENT-FILE ASSIGN TO "BANKDISB"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS BL-BANKDISB-STATUS.
004000     SELECT UPLOAD-FILE ASSIGN TO "BANKUPLD"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS BL-BANKUPLD-STATUS.
004300     SELECT RELEASE-REPORT ASSIGN TO "BANKRLRP"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS BL-BANKRLRP-STATUS.
004600     SELECT AUDIT-JOURNAL-FILE ASSIGN TO "AUDITJNL"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS BL-AUDITJNL-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  PARAMETER-FILE
005200     LABEL RECORDS ARE STANDARD.
005300 01  PARAMETER-RECORD.
005400     05  PM-BUSINESS-DATE        PIC 9(08).
005500     05  FILLER                  PIC X(01).
005600     05  PM-BATCH-SOURCE         PIC X(08).
005700     05  FILLER                  PIC X(01).
005800     05  PM-SUPERVISOR-ID        PIC X(08).
005900     05  FILLER                  PIC X(54).
006000 FD  DISB-CONTROL-FILE
006100     LABEL RECORDS ARE STANDARD.
006200 COPY DISBCTL.
006300 FD  BANK-DISBURSEMENT-FILE
006400     LABEL RECORDS ARE STANDARD.
006500 COPY BANKDISB.
006600 FD  UPLOAD-FILE
006700     LABEL RECORDS ARE STANDARD.
006800 01  UPLOAD-RECORD               PIC X(73).
006900 FD  RELEASE-REPORT
007000     LABEL RECORDS ARE STANDARD
007100     RECORD CONTAINS 80 CHARACTERS.
007200 01  RELEASE-RPT-LINE            PIC X(80).
007300 FD  AUDIT-JOURNAL-FILE
007400     LABEL RECORDS ARE STANDARD.
007500 COPY AUDITJNL.
007600 WORKING-STORAGE SECTION.
007700 77  BL-RELPARM-STATUS       PIC X(02).
007800 77  BL-DISBCTL-STATUS       PIC X(02).
007900 77  BL-BANKDISB-STATUS      PIC X(02).
008000 77  BL-BANKUPLD-STATUS      PIC X(02).
008100 77  BL-BANKRLRP-STATUS      PIC X(02).
008200 77  BL-AUDITJNL-STATUS      PIC X(02).
008300 77  BL-TODAY-DATE           PIC 9(08).
008400*
008500* SHARED PAGE-NUMBERED MANAGEMENT REPORT HEADING - SEE RPTHDR.
008600 COPY RPTHDR.
008700*
008800* TRAILER CONTROL RECORD FOR THE FILE HAND-OFFS - SEE FILETRLR.
008900 COPY FILETRLR.
009000 77  BL-PARM-OK-SWITCH       PIC X(01) VALUE "N".
009100     88  BL-PARM-OK                  VALUE "Y".
009200 77  BL-RELEASE-SWITCH       PIC X(01) VALUE "Y".
009300     88  BL-RELEASE-OK               VALUE "Y".
009400 77  BL-DISBCTL-OK-SWITCH    PIC X(01) VALUE "N".
009500     88  BL-DISBCTL-USABLE           VALUE "Y".
009600 77  BL-DISB-EOF-SWITCH      PIC X(01) VALUE "N".
009700     88  BL-END-OF-DISBURSEMENTS     VALUE "Y".
009800*
009900* THE BANK FILE IS PROVEN BATCH BY BATCH AGAINST ITS TRAILERS,
010000* THEN THE BATCHES FOR THE RELEASE DATE AGAINST THE HELD FIGURES.
010100 77  BL-SEG-COUNT            PIC 9(05) VALUE ZERO.
010200 77  BL-SEG-AMOUNT           PIC 9(09)V99 VALUE ZERO.
010300 77  BL-SEG-DATE-SWITCH      PIC X(01) VALUE "N".
010400     88  BL-SEG-IS-RELEASE-DATE      VALUE "Y".
010500 77  BL-PROVEN-COUNT         PIC 9(05) VALUE ZERO.
010600 77  BL-PROVEN-AMOUNT        PIC 9(09)V99 VALUE ZERO.
010700 77  BL-UPLOAD-COUNT         PIC 9(05) VALUE ZERO.
010800 77  BL-UPLOAD-AMOUNT        PIC 9(09)V99 VALUE ZERO.
010900*
011000 01  BL-RPT-DETAIL-LINE.
011100     05  BL-DET-LABEL        PIC X(28).
011200     05  BL-DET-TEXT         PIC X(40).
011300 01  BL-RPT-TOTAL-LINE.
011400     05  BL-TOT-LABEL        PIC X(28).
011500     05  BL-TOT-AMOUNT       PIC ZZ,ZZ9.
011600 01  BL-RPT-MONEY-LINE.
011700     05  BL-MNY-LABEL        PIC X(28).
011800     05  BL-MNY-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
011900 01  BL-RPT-MESSAGE-LINE.
012000     05  FILLER              PIC X(04) VALUE "*** ".
012100     05  BL-MSG-TEXT         PIC X(60).
012200 PROCEDURE DIVISION.
012300 0000-MAINLINE.
012400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
012500     IF BL-RELEASE-OK
012600         PERFORM 2000-PROVE-ONE-DISBURSEMENT THRU 2000-EXIT
012700             UNTIL BL-END-OF-DISBURSEMENTS
012800         PERFORM 2500-CHECK-HELD-FIGURES THRU 2500-EXIT
012900     END-IF
013000     IF BL-RELEASE-OK
013100         PERFORM 3000-UPLOAD-BATCH THRU 3000-EXIT
013200     END-IF
013300     IF BL-RELEASE-OK
013400         PERFORM 3500-MARK-RELEASED THRU 3500-EXIT
013500     END-IF
013600     PERFORM 4000-TERMINATE THRU 4000-EXIT
013700     STOP RUN.
013800*
013900******************************************************************
014000* 1000-INITIALIZE - READ THE RELEASE CARD, OPEN THE FILES AND
014100*                   CHECK THE BATCH IS HELD AWAITING RELEASE.
014200******************************************************************
014300 1000-INITIALIZE.
014400     ACCEPT BL-TODAY-DATE FROM DATE YYYYMMDD
014500     OPEN OUTPUT RELEASE-REPORT
014600     OPEN EXTEND AUDIT-JOURNAL-FILE
014700     IF BL-AUDITJNL-STATUS NOT = "00"
014800         OPEN OUTPUT AUDIT-JOURNAL-FILE
014900     END-IF
015000     MOVE ZERO TO RPT-PAGE-NUMBER
015100     ADD 1 TO RPT-PAGE-NUMBER
015200     MOVE "BANK DISBURSEMENT RELEASE" TO RPT-HDR-TITLE
015300     MOVE BL-TODAY-DATE TO RPT-HDR-RUN-DATE
015400     MOVE RPT-PAGE-NUMBER TO RPT-HDR-PAGE-NUMBER
015500     WRITE RELEASE-RPT-LINE FROM RPT-STD-HEADING-1
015600     WRITE RELEASE-RPT-LINE FROM RPT-STD-HEADING-2
015700     PERFORM 1100-READ-PARAMETER THRU 1100-EXIT
015800     IF NOT BL-PARM-OK
015900         MOVE "N" TO BL-RELEASE-SWITCH
016000         GO TO 1000-EXIT
016100     END-IF
016200     MOVE "BUSINESS DATE:" TO BL-DET-LABEL
016300     MOVE PM-BUSINESS-DATE TO BL-DET-TEXT
016400     WRITE RELEASE-RPT-LINE FROM BL-RPT-DETAIL-LINE
016500     MOVE "BATCH RAISED BY:" TO BL-DET-LABEL
016600     MOVE PM-BATCH-SOURCE TO BL-DET-TEXT
016700     WRITE RELEASE-RPT-LINE FROM BL-RPT-DETAIL-LINE
016800     MOVE "RELEASING SUPERVISOR:" TO BL-DET-LABEL
016900     MOVE PM-SUPERVISOR-ID TO BL-DET-TEXT
017000     WRITE RELEASE-RPT-LINE FROM BL-RPT-DETAIL-LINE
017100     OPEN I-O DISB-CONTROL-FILE
017200     IF BL-DISBCTL-STATUS NOT = "00"
017300         DISPLAY "BANKREL: UNABLE TO OPEN RELEASE CONTROL, "
017400             "STATUS " BL-DISBCTL-STATUS
017500         MOVE "NO RELEASE CONTROL FILE - RELEASE REFUSED"
017600             TO BL-MSG-TEXT
017700         PERFORM 1900-REFUSE-RELEASE THRU 1900-EXIT
017800         GO TO 1000-EXIT
017900     END-IF
018000     MOVE "Y" TO BL-DISBCTL-OK-SWITCH
018100     MOVE PM-BUSINESS-DATE TO DC-BUSINESS-DATE
018200     MOVE PM-BATCH-SOURCE TO DC-BATCH-SOURCE
018300     READ DISB-CONTROL-FILE
018400         INVALID KEY
018500             MOVE "NO HELD BATCH FOR THIS DATE - RELEASE REFUSED"
018600                 TO BL-MSG-TEXT
018700             PERFORM 1900-REFUSE-RELEASE THRU 1900-EXIT
018800             GO TO 1000-EXIT
018900     END-READ
019000     IF DC-RELEASED
019100         DISPLAY "BANKREL: BATCH ALREADY RELEASED BY "
019200             DC-RELEASED-BY " ON " DC-RELEASE-DATE
019300         MOVE "BATCH ALREADY RELEASED - RELEASE REFUSED"
019400             TO BL-MSG-TEXT
019500         PERFORM 1900-REFUSE-RELEASE THRU 1900-EXIT
019600         GO TO 1000-EXIT
019700     END-IF
019800     IF NOT DC-HELD
019900         MOVE "BATCH NOT HELD FOR RELEASE - RELEASE REFUSED"
020000             TO BL-MSG-TEXT
020100         PERFORM 1900-REFUSE-RELEASE THRU 1900-EXIT
020200         GO TO 1000-EXIT
020300     END-IF
020400     MOVE "NET PAY SWINGS REVIEWED:" TO BL-TOT-LABEL
020500     MOVE DC-SWING-COUNT TO BL-TOT-AMOUNT
020600     WRITE RELEASE-RPT-LINE FROM BL-RPT-TOTAL-LINE
020700     MOVE "FIRST-TIME PAYEES REVIEWED:" TO BL-TOT-LABEL
020800     MOVE DC-FIRST-PAY-COUNT TO BL-TOT-AMOUNT
020900     WRITE RELEASE-RPT-LINE FROM BL-RPT-TOTAL-LINE
021000     MOVE "MISSING PAYEES REVIEWED:" TO BL-TOT-LABEL
021100     MOVE DC-MISSING-COUNT TO BL-TOT-AMOUNT
021110     WRITE RELEASE-RPT-LINE FROM BL-RPT-TOTAL-LINE
021120     MOVE "NEW-ACCOUNT PAYS REVIEWED:" TO BL-TOT-LABEL
021130     IF DC-NEW-ACCOUNT-COUNT NUMERIC
021140         MOVE DC-NEW-ACCOUNT-COUNT TO BL-TOT-AMOUNT
021150     ELSE
021160         MOVE ZERO TO BL-TOT-AMOUNT
021170     END-IF
021200     WRITE RELEASE-RPT-LINE FROM BL-RPT-TOTAL-LINE
021300     OPEN INPUT BANK-DISBURSEMENT-FILE
021400     IF BL-BANKDISB-STATUS NOT = "00"
021500         DISPLAY "BANKREL: UNABLE TO OPEN DISBURSEMENTS, "
021600             "STATUS " BL-BANKDISB-STATUS
021700         MOVE "NO BANK DISBURSEMENT FILE - RELEASE REFUSED"
021800             TO BL-MSG-TEXT
021900         PERFORM 1900-REFUSE-RELEASE THRU 1900-EXIT
022000     END-IF.
022100 1000-EXIT.
022200     EXIT.
022300*
022400******************************************************************
022500* 1100-READ-PARAMETER - READ AND CHECK THE RELEASE CARD: DATE,
022600*                       BATCH SOURCE AND SUPERVISOR ID.
022700******************************************************************
022800 1100-READ-PARAMETER.
022900     OPEN INPUT PARAMETER-FILE
023000     IF BL-RELPARM-STATUS NOT = "00"
023100         DISPLAY "BANKREL: UNABLE TO OPEN PARAMETER CARD, "
023200             "STATUS " BL-RELPARM-STATUS
023300         MOVE 8 TO RETURN-CODE
023400         GO TO 1100-EXIT
023500     END-IF
023600     READ PARAMETER-FILE
023700         AT END
023800             DISPLAY "BANKREL: PARAMETER CARD IS EMPTY"
023900             MOVE 8 TO RETURN-CODE
024000         NOT AT END
024100             IF PM-BUSINESS-DATE NUMERIC
024200                     AND PM-BUSINESS-DATE NOT = ZERO
024300                     AND PM-BATCH-SOURCE NOT = SPACES
024400                     AND PM-SUPERVISOR-ID NOT = SPACES
024500                 MOVE "Y" TO BL-PARM-OK-SWITCH
024600             ELSE
024700                 DISPLAY "BANKREL: BAD PARAMETER CARD - "
024800                     PARAMETER-RECORD
024900                 MOVE 8 TO RETURN-CODE
025000             END-IF
025100     END-READ
025200     CLOSE PARAMETER-FILE.
025300 1100-EXIT.
025400     EXIT.
025500*
025600******************************************************************
025700* 1900-REFUSE-RELEASE - PRINT WHY THE RELEASE WAS REFUSED AND
025800*                       END RETURN CODE 8.
025900******************************************************************
026000 1900-REFUSE-RELEASE.
026100     MOVE "N" TO BL-RELEASE-SWITCH
026200     WRITE RELEASE-RPT-LINE FROM BL-RPT-MESSAGE-LINE
026300     DISPLAY "BANKREL: " BL-MSG-TEXT
026400     MOVE 8 TO RETURN-CODE.
026500 1900-EXIT.
026600     EXIT.
026700*
026800******************************************************************
026900* 2000-PROVE-ONE-DISBURSEMENT - READ ONE BANK DISBURSEMENT RECORD.
027000*                               EACH BATCH IS PROVEN AGAINST ITS
027100*                               TRAILER WHEN THE TRAILER IS READ.
027200******************************************************************
027300 2000-PROVE-ONE-DISBURSEMENT.
027400     READ BANK-DISBURSEMENT-FILE
027500         AT END
027600             MOVE "Y" TO BL-DISB-EOF-SWITCH
027700             IF BL-SEG-COUNT > ZERO AND BL-SEG-IS-RELEASE-DATE
027800                 DISPLAY "BANKREL: DISBURSEMENT TRAILER "
027900                     "MISSING - COUNTED " BL-SEG-COUNT
028000                     " UNPROVEN RECORDS/" BL-SEG-AMOUNT
028100                 MOVE "BANK FILE BATCH HAS NO TRAILER - REFUSED"
028200                     TO BL-MSG-TEXT
028300                 PERFORM 1900-REFUSE-RELEASE THRU 1900-EXIT
028400             END-IF
028500         NOT AT END
028600             IF BANK-DISBURSEMENT-RECORD(1:8) = "*TRAILER"
028700                 PERFORM 2100-VERIFY-TRAILER THRU 2100-EXIT
028800             ELSE
028900                 ADD 1 TO BL-SEG-COUNT
029000                 IF BD-PAYMENT-AMOUNT NUMERIC
029100                     ADD BD-PAYMENT-AMOUNT TO BL-SEG-AMOUNT
029200                 END-IF
029300                 IF BD-PAY-DATE = PM-BUSINESS-DATE
029400                     MOVE "Y" TO BL-SEG-DATE-SWITCH
029500                 END-IF
029600             END-IF
029700     END-READ.
029800 2000-EXIT.
029900     EXIT.
030000*
030100******************************************************************
030200* 2100-VERIFY-TRAILER - PROVE THE BATCH JUST READ AGAINST ITS
030300*                       TRAILER. A BATCH FOR THE RELEASE DATE
030400*                       THAT DOES NOT PROVE REFUSES THE RELEASE.
030500******************************************************************
030600 2100-VERIFY-TRAILER.
030700     MOVE BANK-DISBURSEMENT-RECORD TO FILE-TRAILER-RECORD
030800     IF BL-SEG-IS-RELEASE-DATE
030900         IF FT-RECORD-COUNT NOT = BL-SEG-COUNT
031000                 OR FT-TOTAL-AMOUNT NOT = BL-SEG-AMOUNT
031100             DISPLAY "BANKREL: DISBURSEMENT TRAILER MISMATCH - "
031200                 "EXPECTED " FT-RECORD-COUNT " RECORDS/"
031300                 FT-TOTAL-AMOUNT ", COUNTED " BL-SEG-COUNT
031400                 " RECORDS/" BL-SEG-AMOUNT
031500             MOVE "BANK FILE BATCH DOES NOT PROVE - REFUSED"
031600                 TO BL-MSG-TEXT
031700             PERFORM 1900-REFUSE-RELEASE THRU 1900-EXIT
031800         ELSE
031900             ADD BL-SEG-COUNT TO BL-PROVEN-COUNT
032000             ADD BL-SEG-AMOUNT TO BL-PROVEN-AMOUNT
032100         END-IF
032200     END-IF
032300     MOVE ZERO TO BL-SEG-COUNT
032400     MOVE ZERO TO BL-SEG-AMOUNT
032500     MOVE "N" TO BL-SEG-DATE-SWITCH.
032600 2100-EXIT.
032700     EXIT.
032800*
032900******************************************************************
033000* 2500-CHECK-HELD-FIGURES - THE BANK FILE MUST STILL CARRY THE
033100*                           COUNT AND TOTAL THAT WERE HELD - ANY
033200*                           CHANGE SINCE THE REGISTER WAS
033300*                           REVIEWED REFUSES THE RELEASE.
033400******************************************************************
033500 2500-CHECK-HELD-FIGURES.
033600     CLOSE BANK-DISBURSEMENT-FILE
033700     IF NOT BL-RELEASE-OK
033800         GO TO 2500-EXIT
033900     END-IF
034000     IF BL-PROVEN-COUNT NOT = DC-RECORD-COUNT
034100             OR BL-PROVEN-AMOUNT NOT = DC-TOTAL-AMOUNT
034200         DISPLAY "BANKREL: HELD " DC-RECORD-COUNT " PAYMENTS/"
034300             DC-TOTAL-AMOUNT ", BANK FILE NOW CARRIES "
034400             BL-PROVEN-COUNT " PAYMENTS/" BL-PROVEN-AMOUNT
034500         MOVE "BANK FILE CHANGED SINCE IT WAS HELD - REFUSED"
034600             TO BL-MSG-TEXT
034700         PERFORM 1900-REFUSE-RELEASE THRU 1900-EXIT
034800     END-IF.
034900 2500-EXIT.
035000     EXIT.
035100*
035200******************************************************************
035300* 3000-UPLOAD-BATCH - COPY THE RELEASE DATE'S PAYMENTS TO THE
035400*                     BANK UPLOAD FILE AND END IT WITH A TRAILER.
035500******************************************************************
035600 3000-UPLOAD-BATCH.
035700     OPEN INPUT BANK-DISBURSEMENT-FILE
035800     OPEN OUTPUT UPLOAD-FILE
035900     IF BL-BANKUPLD-STATUS NOT = "00"
036000         DISPLAY "BANKREL: UNABLE TO OPEN BANK UPLOAD, STATUS "
036100             BL-BANKUPLD-STATUS
036200         MOVE "BANK UPLOAD FILE UNAVAILABLE - REFUSED"
036300             TO BL-MSG-TEXT
036400         PERFORM 1900-REFUSE-RELEASE THRU 1900-EXIT
036500         CLOSE BANK-DISBURSEMENT-FILE
036600         GO TO 3000-EXIT
036700     END-IF
036800     MOVE "N" TO BL-DISB-EOF-SWITCH
036900     PERFORM 3100-COPY-ONE-PAYMENT THRU 3100-EXIT
037000         UNTIL BL-END-OF-DISBURSEMENTS
037100     MOVE "*TRAILER" TO FT-TRAILER-TAG
037200     MOVE BL-UPLOAD-COUNT TO FT-RECORD-COUNT
037300     MOVE BL-UPLOAD-AMOUNT TO FT-TOTAL-AMOUNT
037400     WRITE UPLOAD-RECORD FROM FILE-TRAILER-RECORD
037500     CLOSE BANK-DISBURSEMENT-FILE
037600     CLOSE UPLOAD-FILE.
037700 3000-EXIT.
037800     EXIT.
037900*
038000******************************************************************
038100* 3100-COPY-ONE-PAYMENT - COPY ONE PAYMENT FOR THE RELEASE DATE
038200*                         TO THE UPLOAD FILE. TRAILERS AND OTHER
038300*                         DATES' PAYMENTS ARE PASSED OVER.
038400******************************************************************
038500 3100-COPY-ONE-PAYMENT.
038600     READ BANK-DISBURSEMENT-FILE
038700         AT END
038800             MOVE "Y" TO BL-DISB-EOF-SWITCH
038900             GO TO 3100-EXIT
039000     END-READ
039100     IF BANK-DISBURSEMENT-RECORD(1:8) = "*TRAILER"
039200         GO TO 3100-EXIT
039300     END-IF
039400     IF BD-PAY-DATE NOT = PM-BUSINESS-DATE
039500         GO TO 3100-EXIT
039600     END-IF
039700     ADD 1 TO BL-UPLOAD-COUNT
039800     ADD BD-PAYMENT-AMOUNT TO BL-UPLOAD-AMOUNT
039900     WRITE UPLOAD-RECORD FROM BANK-DISBURSEMENT-RECORD.
040000 3100-EXIT.
040100     EXIT.
040200*
040300******************************************************************
040400* 3500-MARK-RELEASED - STAMP THE CONTROL RECORD RELEASED BY THIS
040500*                      SUPERVISOR, TODAY, NOW.
040600******************************************************************
040700 3500-MARK-RELEASED.
040800     SET DC-RELEASED TO TRUE
040900     MOVE PM-SUPERVISOR-ID TO DC-RELEASED-BY
041000     MOVE BL-TODAY-DATE TO DC-RELEASE-DATE
041100     ACCEPT DC-RELEASE-TIME FROM TIME
041200     REWRITE DISB-CONTROL-RECORD
041300     IF BL-DISBCTL-STATUS NOT = "00"
041400         DISPLAY "BANKREL: UNABLE TO MARK BATCH RELEASED, "
041500             "STATUS " BL-DISBCTL-STATUS
041600             " - UPLOAD FILE WRITTEN, CHECK BEFORE SENDING"
041700         MOVE 8 TO RETURN-CODE
041800         GO TO 3500-EXIT
041900     END-IF
042000     MOVE "BATCH RELEASED TO THE BANK UPLOAD FILE" TO BL-MSG-TEXT
042100     WRITE RELEASE-RPT-LINE FROM BL-RPT-MESSAGE-LINE.
042200 3500-EXIT.
042300     EXIT.
042400*
042500******************************************************************
042600* 4000-TERMINATE - PRINT THE RUN TOTALS, WRITE THE AUDIT JOURNAL
042700*                  RECORD AND CLOSE ALL FILES.
042800******************************************************************
042900 4000-TERMINATE.
043000     MOVE "PAYMENTS UPLOADED:" TO BL-TOT-LABEL
043100     MOVE BL-UPLOAD-COUNT TO BL-TOT-AMOUNT
043200     WRITE RELEASE-RPT-LINE FROM BL-RPT-TOTAL-LINE
043300     MOVE "AMOUNT UPLOADED:" TO BL-MNY-LABEL
043400     MOVE BL-UPLOAD-AMOUNT TO BL-MNY-AMOUNT
043500     WRITE RELEASE-RPT-LINE FROM BL-RPT-MONEY-LINE
043600     DISPLAY "BANKREL: UPLOADED " BL-UPLOAD-COUNT
043700         " PAYMENTS/" BL-UPLOAD-AMOUNT
043800     PERFORM 4100-WRITE-AUDIT-JOURNAL THRU 4100-EXIT
043900     IF BL-DISBCTL-USABLE
044000         CLOSE DISB-CONTROL-FILE
044100     END-IF
044200     CLOSE RELEASE-REPORT
044300     CLOSE AUDIT-JOURNAL-FILE.
044400 4000-EXIT.
044500     EXIT.
044600*
044700******************************************************************
044800* 4100-WRITE-AUDIT-JOURNAL - APPEND ONE RUN RECORD TO THE SHARED
044900*                            AUDIT JOURNAL.
045000******************************************************************
045100 4100-WRITE-AUDIT-JOURNAL.
045200     MOVE SPACES TO AUDIT-JOURNAL-RECORD
045300     MOVE "BANKREL" TO AJ-PROGRAM-NAME
045400     IF BL-PARM-OK
045500         MOVE PM-BUSINESS-DATE TO AJ-RUN-DATE
045600     ELSE
045700         MOVE BL-TODAY-DATE TO AJ-RUN-DATE
045800     END-IF
045900     ACCEPT AJ-RUN-TIME FROM TIME
046000     MOVE "AMOUNT RELEASED" TO AJ-TOTAL-1-LABEL
046100     MOVE BL-UPLOAD-AMOUNT TO AJ-TOTAL-1-AMOUNT
046200     MOVE "PAYMENTS RELEASED" TO AJ-TOTAL-2-LABEL
046300     MOVE BL-UPLOAD-COUNT TO AJ-TOTAL-2-AMOUNT
046310     MOVE RETURN-CODE TO AJ-RETURN-CODE
046400     WRITE AUDIT-JOURNAL-RECORD.
046500 4100-EXIT.
046600     EXIT.
046700 END PROGRAM BANKREL.
