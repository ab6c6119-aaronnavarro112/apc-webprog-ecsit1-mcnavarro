002000*                LEDGER. BATCH 1 IS PAYROLL, BATCH 2 SHOP SALES,
002100*                BATCH 3 CASH RECEIPTS (REFUNDS CARRY AS
002200*                NEGATIVE MONEY AND FLIP THE POSTING SIDE).
002210*                BATCHES 4 TO 9 ARE THE POSTINGS QUEUED ON THE
002220*                PENDING LEDGER FILE BY PROGRAMS RUN OUTSIDE
002230*                THE NIGHTLY CHAIN (BATCH 4 PAYROLL
002240*                CORRECTIONS, BATCH 5 PENSION CONTRIBUTIONS,
002250*                BATCH 7 LEAVER SETTLEMENTS), EACH PROVEN AS ITS
002260*                OWN BATCH. BATCH 6, THE CARD AND MOBILE
002270*                SETTLEMENTS, IS QUEUED BY THE SETTLEMENT
002280*                RECONCILIATION EARLIER IN THE SAME CHAIN.
002300* TECTONICS:     cobc -x -std=ibm GLEXTRCT.cbl
002400*
002500* MODIFICATION HISTORY
002820*                  AND CASH FILES ARE READ PAST - THE STEPS
002830*                  THAT HAND THOSE FILES OVER PROVE THEM; THE
002840*                  EXTRACT ONLY POSTS DETAIL.
002843* 2026-10-15 PJM   PAYROLL BATCH TAKES ONLY THE PAY RUN'S OWN
002846*                  SUMMARY RECORDS - CORRECTION REVERSALS AND
002849*                  RECALCULATIONS REACH THE LEDGER THROUGH THE
002852*                  PENDING LEDGER FILE (GLPEND), WHOSE UNPOSTED
002855*                  ROWS ARE NOW POSTED AS BATCHES 4 TO 9 AND
002858*                  STAMPED WITH THE BUSINESS DATE. THE FILE IS
002861*                  REWRITTEN WITHOUT ROWS POSTED ON AN EARLIER
002864*                  DATE.
002867* 2026-10-15 PJM   BATCH 7 TITLED FOR THE LEAVER FINAL SETTLEMENT
002870*                  RUN'S POSTINGS.
002873* 2026-10-15 PJM   BATCH 5 TITLED FOR THE PENSION CONTRIBUTION
002876*                  RUN'S EMPLOYER COST POSTINGS.
002879* 2026-10-15 PJM   BATCH 6 TITLED FOR THE CARD AND MOBILE
002882*                  SETTLEMENT RECONCILIATION'S POSTINGS.
002885* 2026-10-15 PJM   THE AUDIT JOURNAL RECORD NOW CARRIES THE
002888*                  RETURN CODE THE RUN ENDED WITH.
002900******************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. GLEXTRCT.
005600     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS GL-RUNCTL-STATUS.
005810     SELECT GL-PENDING-FILE ASSIGN TO "GLPEND"
005820         ORGANIZATION IS LINE SEQUENTIAL
005830         FILE STATUS IS GL-GLPEND-STATUS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  GL-ACCOUNT-MAP-FILE
008300 FD  RUN-CONTROL-FILE
008400     LABEL RECORDS ARE STANDARD.
008500 COPY RUNCTL.
008510 FD  GL-PENDING-FILE
008520     LABEL RECORDS ARE STANDARD.
008530 COPY GLPEND.
008600 WORKING-STORAGE SECTION.
008700 77  GL-GLACCTS-STATUS       PIC X(02).
008800 77  GL-PAYSUMM-STATUS       PIC X(02).
009200 77  GL-GLEXTRPT-STATUS      PIC X(02).
009300 77  GL-AUDITJNL-STATUS      PIC X(02).
009400 77  GL-RUNCTL-STATUS        PIC X(02).
009410 77  GL-GLPEND-STATUS        PIC X(02).
009500 77  GL-TODAY-DATE           PIC 9(08).
009600*
009700* SHARED PAGE-NUMBERED MANAGEMENT REPORT HEADING - SEE RPTHDR.
011100     88  GL-PAY-RUN-FOUND            VALUE "Y".
011200 77  GL-MAP-FOUND-SW         PIC X(01) VALUE "N".
011300     88  GL-MAP-FOUND                VALUE "Y".
011310 77  GL-PEND-EOF-SWITCH      PIC X(01) VALUE "N".
011320     88  GL-END-OF-PENDING           VALUE "Y".
011330 77  GL-PEND-LOADED-SW       PIC X(01) VALUE "N".
011340     88  GL-PENDING-LOADED           VALUE "Y".
011350 77  GL-PEND-FULL-SW         PIC X(01) VALUE "N".
011360     88  GL-PENDING-OVERFLOW         VALUE "Y".
011370 77  GL-PEND-DUE-SW          PIC X(01) VALUE "N".
011380     88  GL-PENDING-DUE              VALUE "Y".
011400*
011500* ACCOUNT MAPPING TABLE, LOADED AT INITIALIZATION.
011600 77  GL-MAP-COUNT            PIC 9(02) COMP VALUE ZERO.
014400 77  GL-TOTAL-RECEIPTS       PIC S9(09)V99 VALUE ZERO.
014410 77  GL-RECEIPTS-SW          PIC X(01) VALUE "N".
014420     88  GL-ANY-RECEIPTS             VALUE "Y".
014422*
014424* PENDING LEDGER POSTINGS, LOADED AT INITIALIZATION. A ROW IS
014426* DUE WHEN IT IS UNPOSTED OR WAS POSTED UNDER THIS SAME DATE.
014428 77  GL-PEND-COUNT           PIC 9(03) COMP VALUE ZERO.
014430 77  GL-PEND-BATCH           PIC 9(02) VALUE ZERO.
014432 01  GL-PEND-TABLE.
014434     05  GL-PEND-ENTRY OCCURS 500 TIMES INDEXED BY GL-PD-IDX.
014436         10  GL-PD-BATCH-NO      PIC 9(02).
014438         10  GL-PD-TYPE          PIC X(02).
014440         10  GL-PD-CODE          PIC X(02).
014442         10  GL-PD-SIDE          PIC X(01).
014444         10  GL-PD-AMOUNT        PIC S9(09)V99.
014446         10  GL-PD-ORIGIN-PGM    PIC X(08).
014448         10  GL-PD-ORIGIN-DATE   PIC 9(08).
014450         10  GL-PD-REFERENCE     PIC X(20).
014452         10  GL-PD-POSTED-DATE   PIC 9(08).
014454*
014456* SECTION TITLES FOR THE PENDING BATCHES, BATCH 4 FIRST.
014458 01  GL-PEND-TITLE-VALUES.
014460     05  FILLER PIC X(40) VALUE "BATCH 4 - PAYROLL CORRECTIONS".
014462     05  FILLER PIC X(40) VALUE "BATCH 5 - PENSION CONTRIBUTIONS".
014464     05  FILLER PIC X(40) VALUE "BATCH 6 - CARD SETTLEMENTS".
014466     05  FILLER PIC X(40) VALUE "BATCH 7 - LEAVER SETTLEMENTS".
014468     05  FILLER PIC X(40) VALUE "BATCH 8 - PENDING POSTINGS".
014470     05  FILLER PIC X(40) VALUE "BATCH 9 - PENDING POSTINGS".
014472 01  GL-PEND-TITLE-TABLE REDEFINES GL-PEND-TITLE-VALUES.
014474     05  GL-PEND-TITLE OCCURS 6 TIMES PIC X(40).
014476 77  GL-PEND-TITLE-SUB       PIC 9(02) COMP VALUE ZERO.
014500*
014600* CURRENT BATCH CONTROLS AND RUN TOTALS.
014700 77  GL-BATCH-NO             PIC 9(02) VALUE ZERO.
019200     PERFORM 3100-BUILD-PAYROLL-BATCH THRU 3100-EXIT
019300     PERFORM 3200-BUILD-SALES-BATCH THRU 3200-EXIT
019400     PERFORM 3300-BUILD-RECEIPTS-BATCH THRU 3300-EXIT
019410     PERFORM 3700-BUILD-PENDING-BATCH THRU 3700-EXIT
019420         VARYING GL-PEND-BATCH FROM 4 BY 1
019430         UNTIL GL-PEND-BATCH > 9
019440     PERFORM 3800-REWRITE-PENDING THRU 3800-EXIT
019500     PERFORM 4000-TERMINATE THRU 4000-EXIT
019600     STOP RUN.
019700*
023100         OPEN OUTPUT AUDIT-JOURNAL-FILE
023200     END-IF
023300     PERFORM 1300-GET-BUSINESS-DATE THRU 1300-EXIT
023310     PERFORM 1500-LOAD-PENDING THRU 1500-EXIT
023400     MOVE ZERO TO RPT-PAGE-NUMBER
023500     ADD 1 TO RPT-PAGE-NUMBER
023600     MOVE "GENERAL LEDGER EXTRACT" TO RPT-HDR-TITLE
029200     EXIT.
029300*
029400******************************************************************
029401* 1500-LOAD-PENDING - LOAD THE PENDING LEDGER FILE. NO FILE MEANS
029402*                     NOTHING PENDING. A FILE TOO BIG FOR THE
029403*                     TABLE IS LEFT ALONE AND FAILS THE STEP, SO
029404*                     NO ROW IS EVER POSTED WITHOUT BEING
029405*                     STAMPED.
029406******************************************************************
029407 1500-LOAD-PENDING.
029408     OPEN INPUT GL-PENDING-FILE
029409     IF GL-GLPEND-STATUS NOT = "00"
029410         DISPLAY "GLEXTRCT: NO PENDING LEDGER FILE, STATUS "
029411             GL-GLPEND-STATUS
029412         GO TO 1500-EXIT
029413     END-IF
029414     PERFORM 1510-LOAD-ONE-PENDING THRU 1510-EXIT
029415         UNTIL GL-END-OF-PENDING
029416     CLOSE GL-PENDING-FILE
029417     IF GL-PENDING-OVERFLOW
029418         DISPLAY "GLEXTRCT: PENDING LEDGER FILE OVER 500 ROWS - "
029419             "PENDING BATCHES NOT POSTED"
029420         MOVE 8 TO RETURN-CODE
029421     ELSE
029422         MOVE "Y" TO GL-PEND-LOADED-SW
029423     END-IF.
029424 1500-EXIT.
029425     EXIT.
029426*
029427******************************************************************
029428* 1510-LOAD-ONE-PENDING - LOAD ONE PENDING LEDGER ROW.
029429******************************************************************
029430 1510-LOAD-ONE-PENDING.
029431     READ GL-PENDING-FILE
029432         AT END
029433             MOVE "Y" TO GL-PEND-EOF-SWITCH
029434             GO TO 1510-EXIT
029435     END-READ
029436     IF GL-PEND-COUNT NOT < 500
029437         MOVE "Y" TO GL-PEND-FULL-SW
029438         MOVE "Y" TO GL-PEND-EOF-SWITCH
029439         GO TO 1510-EXIT
029440     END-IF
029441     ADD 1 TO GL-PEND-COUNT
029442     SET GL-PD-IDX TO GL-PEND-COUNT
029443     MOVE GP-BATCH-NO TO GL-PD-BATCH-NO(GL-PD-IDX)
029444     MOVE GP-SOURCE-TYPE TO GL-PD-TYPE(GL-PD-IDX)
029445     MOVE GP-SOURCE-CODE TO GL-PD-CODE(GL-PD-IDX)
029446     MOVE GP-SIDE TO GL-PD-SIDE(GL-PD-IDX)
029447     MOVE GP-AMOUNT TO GL-PD-AMOUNT(GL-PD-IDX)
029448     MOVE GP-ORIGIN-PROGRAM TO GL-PD-ORIGIN-PGM(GL-PD-IDX)
029449     MOVE GP-ORIGIN-DATE TO GL-PD-ORIGIN-DATE(GL-PD-IDX)
029450     MOVE GP-REFERENCE TO GL-PD-REFERENCE(GL-PD-IDX)
029451     IF GP-POSTED-DATE NUMERIC
029452         MOVE GP-POSTED-DATE TO GL-PD-POSTED-DATE(GL-PD-IDX)
029453     ELSE
029454         MOVE ZERO TO GL-PD-POSTED-DATE(GL-PD-IDX)
029455     END-IF.
029456 1510-EXIT.
029457     EXIT.
029458*
029459******************************************************************
029500* 2100-TOTAL-ONE-SUMMARY - SUM EVERY PAY-RUN SUMMARY RECORD THAT
029600*                          CARRIES THE BUSINESS DATE.
029610*                          CORRECTION RECORDS ARE POSTED FROM THE
029620*                          PENDING LEDGER FILE INSTEAD.
029700******************************************************************
029800 2100-TOTAL-ONE-SUMMARY.
029900     READ PAY-SUMMARY-FILE
030200             GO TO 2100-EXIT
030300     END-READ
030400     IF PP-RUN-DATE NUMERIC AND PP-RUN-DATE = GL-TODAY-DATE
030410             AND PP-PAY-RUN
030500         MOVE "Y" TO GL-PAY-FOUND-SW
030600         ADD PP-TOTAL-GROSS TO GL-PAY-GROSS
030700         ADD PP-TOTAL-TAX TO GL-PAY-TAX
062500     ADD GL-BATCH-DEBITS TO GL-TOTAL-DEBITS.
062600 3600-EXIT.
062700     EXIT.
062701*
062702******************************************************************
062703* 3700-BUILD-PENDING-BATCH - ONE PENDING BATCH: EVERY DUE ROW
062704*                            QUEUED UNDER THE BATCH NUMBER, IN
062705*                            THE ORDER IT WAS RAISED, PROVEN LIKE
062706*                            THE EXTRACT'S OWN BATCHES. EACH ROW
062707*                            POSTED IS STAMPED WITH THE DATE.
062708******************************************************************
062709 3700-BUILD-PENDING-BATCH.
062710     IF NOT GL-PENDING-LOADED
062711         GO TO 3700-EXIT
062712     END-IF
062713     MOVE "N" TO GL-PEND-DUE-SW
062714     PERFORM 3705-CHECK-ONE-PENDING THRU 3705-EXIT
062715         VARYING GL-PD-IDX FROM 1 BY 1
062716         UNTIL GL-PD-IDX > GL-PEND-COUNT
062717     IF NOT GL-PENDING-DUE
062718         GO TO 3700-EXIT
062719     END-IF
062720     MOVE GL-PEND-BATCH TO GL-BATCH-NO
062721     PERFORM 3500-START-BATCH THRU 3500-EXIT
062722     COMPUTE GL-PEND-TITLE-SUB = GL-PEND-BATCH - 3
062723     MOVE GL-PEND-TITLE(GL-PEND-TITLE-SUB) TO GL-SEC-TITLE
062724     WRITE EXTRACT-RPT-LINE FROM GL-RPT-SECTION-LINE
062725     PERFORM 3710-POST-ONE-PENDING THRU 3710-EXIT
062726         VARYING GL-PD-IDX FROM 1 BY 1
062727         UNTIL GL-PD-IDX > GL-PEND-COUNT
062728     PERFORM 3600-PROVE-BATCH THRU 3600-EXIT.
062729 3700-EXIT.
062730     EXIT.
062731*
062732******************************************************************
062733* 3705-CHECK-ONE-PENDING - ANY DUE ROW FOR THE BATCH MEANS THE
062734*                          BATCH MUST BE WRITTEN.
062735******************************************************************
062736 3705-CHECK-ONE-PENDING.
062737     IF GL-PD-BATCH-NO(GL-PD-IDX) = GL-PEND-BATCH
062738             AND (GL-PD-POSTED-DATE(GL-PD-IDX) = ZERO
062739             OR GL-PD-POSTED-DATE(GL-PD-IDX) = GL-TODAY-DATE)
062740         MOVE "Y" TO GL-PEND-DUE-SW
062741     END-IF.
062742 3705-EXIT.
062743     EXIT.
062744*
062745******************************************************************
062746* 3710-POST-ONE-PENDING - POST ONE DUE ROW OF THE BATCH AND STAMP
062747*                         IT POSTED TODAY.
062748******************************************************************
062749 3710-POST-ONE-PENDING.
062750     IF GL-PD-BATCH-NO(GL-PD-IDX) NOT = GL-PEND-BATCH
062751         GO TO 3710-EXIT
062752     END-IF
062753     IF GL-PD-POSTED-DATE(GL-PD-IDX) NOT = ZERO
062754             AND GL-PD-POSTED-DATE(GL-PD-IDX) NOT = GL-TODAY-DATE
062755         GO TO 3710-EXIT
062756     END-IF
062757     MOVE GL-PD-TYPE(GL-PD-IDX) TO GL-WORK-TYPE
062758     MOVE GL-PD-CODE(GL-PD-IDX) TO GL-WORK-CODE
062759     MOVE GL-PD-AMOUNT(GL-PD-IDX) TO GL-WORK-AMOUNT
062760     MOVE GL-PD-SIDE(GL-PD-IDX) TO GL-WORK-SIDE
062761     PERFORM 3400-WRITE-POSTING THRU 3400-EXIT
062762     MOVE GL-TODAY-DATE TO GL-PD-POSTED-DATE(GL-PD-IDX).
062763 3710-EXIT.
062764     EXIT.
062800*
062900******************************************************************
063000* 4000-TERMINATE - RUN TOTALS, AUDIT JOURNAL RECORD AND CLOSES.
065000     CLOSE AUDIT-JOURNAL-FILE.
065100 4000-EXIT.
065200     EXIT.
065201*
065203******************************************************************
065205* 3800-REWRITE-PENDING - WRITE THE PENDING LEDGER FILE BACK WITH
065207*                        TODAY'S STAMPS. ROWS POSTED ON AN
065209*                        EARLIER DATE ARE DROPPED - THE JOURNAL
065211*                        THEY WENT OUT ON IS THEIR RECORD.
065213******************************************************************
065215 3800-REWRITE-PENDING.
065217     IF NOT GL-PENDING-LOADED
065219         GO TO 3800-EXIT
065221     END-IF
065223     OPEN OUTPUT GL-PENDING-FILE
065225     IF GL-GLPEND-STATUS NOT = "00"
065227         DISPLAY "GLEXTRCT: UNABLE TO REWRITE PENDING LEDGER "
065229             "FILE, STATUS " GL-GLPEND-STATUS
065231         MOVE 8 TO RETURN-CODE
065233         GO TO 3800-EXIT
065235     END-IF
065237     PERFORM 3810-KEEP-ONE-PENDING THRU 3810-EXIT
065239         VARYING GL-PD-IDX FROM 1 BY 1
065241         UNTIL GL-PD-IDX > GL-PEND-COUNT
065243     CLOSE GL-PENDING-FILE.
065245 3800-EXIT.
065247     EXIT.
065249*
065251******************************************************************
065253* 3810-KEEP-ONE-PENDING - WRITE BACK ONE ROW STILL UNPOSTED OR
065255*                         POSTED TODAY.
065257******************************************************************
065259 3810-KEEP-ONE-PENDING.
065261     IF GL-PD-POSTED-DATE(GL-PD-IDX) NOT = ZERO
065263             AND GL-PD-POSTED-DATE(GL-PD-IDX) < GL-TODAY-DATE
065265         GO TO 3810-EXIT
065267     END-IF
065269     MOVE SPACES TO GL-PENDING-RECORD
065271     MOVE GL-PD-BATCH-NO(GL-PD-IDX) TO GP-BATCH-NO
065273     MOVE GL-PD-TYPE(GL-PD-IDX) TO GP-SOURCE-TYPE
065275     MOVE GL-PD-CODE(GL-PD-IDX) TO GP-SOURCE-CODE
065277     MOVE GL-PD-SIDE(GL-PD-IDX) TO GP-SIDE
065279     MOVE GL-PD-AMOUNT(GL-PD-IDX) TO GP-AMOUNT
065281     MOVE GL-PD-ORIGIN-PGM(GL-PD-IDX) TO GP-ORIGIN-PROGRAM
065283     MOVE GL-PD-ORIGIN-DATE(GL-PD-IDX) TO GP-ORIGIN-DATE
065285     MOVE GL-PD-REFERENCE(GL-PD-IDX) TO GP-REFERENCE
065287     MOVE GL-PD-POSTED-DATE(GL-PD-IDX) TO GP-POSTED-DATE
065289     WRITE GL-PENDING-RECORD.
065291 3810-EXIT.
065293     EXIT.
065300*
065400******************************************************************
065500* 4100-WRITE-AUDIT-JOURNAL - APPEND ONE RUN RECORD TO THE SHARED
066400     MOVE GL-TOTAL-DEBITS TO AJ-TOTAL-1-AMOUNT
066500     MOVE "UNBALANCED BATCHES" TO AJ-TOTAL-2-LABEL
066600     MOVE GL-UNBALANCED-COUNT TO AJ-TOTAL-2-AMOUNT
066610     MOVE RETURN-CODE TO AJ-RETURN-CODE
066700     WRITE AUDIT-JOURNAL-RECORD.
066800 4100-EXIT.
066900     EXIT.
