001400*                BEFORE AND AFTER IMAGE ON THE EXCEPTION-STYLE
001500*                REPORT, AND A RUN RECORD GOES TO THE SHARED
001600*                AUDIT JOURNAL LIKE THE OTHER PROGRAMS.
001610*                A CHANGE TO AN EMPLOYEE'S BANK DETAILS IS NEVER
001620*                APPLIED STRAIGHT TO THE MASTER - IT IS HELD ON
001630*                THE BANK-DETAIL CHANGE FILE UNTIL A DIFFERENT
001640*                USER APPROVES IT, AND LAPSES IF NOT APPROVED
001650*                WITHIN THE SET NUMBER OF DAYS.
001700* TECTONICS:     cobc -x -std=ibm EMPMAINT.cbl
001800*
001900* MODIFICATION HISTORY
002298*                  EMPLOYEE NO LONGER JUST LOSES THE BACKDATED
002299*                  DIFFERENCE. BLANK OR ZERO DATE MEANS
002301*                  EFFECTIVE TODAY, AS BEFORE.
002302* 2026-10-15 PJM   A TERMINATION NOW CARRIES THE LEAVING DATE IN
002303*                  THE EFFECTIVE-DATE FIELD (BLANK OR ZERO MEANS
002304*                  TODAY; A FUTURE DATE IS REJECTED, AS IS A
002305*                  SECOND TERMINATION OF AN INACTIVE EMPLOYEE) AND
002306*                  CUTS A LEAVER SETTLEMENT REQUEST FOR THE
002307*                  FINALPAY RUN, WHICH WORKS OUT THE FINAL PAY AND
002308*                  PRINTS THE CESSATION CERTIFICATE.
002309* 2026-10-15 PJM   BANK-DETAIL CHANGES NEED A SECOND PAIR OF
002310*                  EYES. A CHANGE TRANSACTION NOW CARRIES THE
002311*                  REQUESTING USER (THE RECORD GREW TO TAKE IT);
002312*                  NEW BANK DETAILS ON IT ARE HELD PENDING ON THE
002313*                  BANK-DETAIL CHANGE FILE (BANKCHG) WHILE THE
002314*                  REST OF THE CHANGE IS APPLIED. A NEW APPROVAL
002315*                  TRANSACTION (CODE A) FROM A DIFFERENT USER,
002316*                  QUOTING THE SAME NEW DETAILS, PUTS THEM ON THE
002317*                  MASTER. PENDING CHANGES OLDER THAN THE EXPIRY
002318*                  PERIOD LAPSE AT THE START OF EACH RUN.
002319* 2026-10-15 PJM   THE AUDIT JOURNAL RECORD NOW CARRIES THE
002320*                  RETURN CODE THE RUN ENDED WITH.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. EMPMAINT.
003650     SELECT RETRO-REQUEST-FILE ASSIGN TO "RETROREQ"
003660         ORGANIZATION IS LINE SEQUENTIAL
003670         FILE STATUS IS MN-RETROREQ-STATUS.
003677     SELECT LEAVER-REQUEST-FILE ASSIGN TO "LEAVREQ"
003684         ORGANIZATION IS LINE SEQUENTIAL
003691         FILE STATUS IS MN-LEAVREQ-STATUS.
003692     SELECT BANK-CHANGE-FILE ASSIGN TO "BANKCHG"
003693         ORGANIZATION IS INDEXED
003694         ACCESS MODE IS DYNAMIC
003695         RECORD KEY IS BC-EMPLOYEE-ID
003696         FILE STATUS IS MN-BANKCHG-STATUS.
003700     SELECT MAINT-REPORT ASSIGN TO "EMPMNTRP"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS MN-EMPMNTRP-STATUS.
005200         88  MT-HIRE-REQUEST         VALUE "H".
005300         88  MT-CHANGE-REQUEST       VALUE "C".
005400         88  MT-TERMINATE-REQUEST    VALUE "T".
005410         88  MT-APPROVE-REQUEST      VALUE "A".
005500     05  MT-EMPLOYEE-ID          PIC 9(06).
005600     05  MT-EMPLOYEE-NAME        PIC X(30).
005700     05  MT-HOURLY-RATE          PIC 9(02)V99.
006150     05  MT-TAX-CREDIT           PIC 9(04)V99.
006160     05  MT-PAY-FREQUENCY        PIC X(01).
006200     05  FILLER                  PIC X(03).
006205*    ON A TERMINATION THE EFFECTIVE DATE IS THE LEAVING DATE.
006210     05  MT-EFFECTIVE-DATE       PIC 9(08).
006212*    THE USER KEYING A CHANGE OR APPROVAL - A BANK-DETAIL CHANGE
006214*    IS APPROVED ONLY BY A DIFFERENT USER.
006216     05  MT-USER-ID              PIC X(08).
006220 FD  RETRO-REQUEST-FILE
006230     LABEL RECORDS ARE STANDARD.
006240 COPY RETROREQ.
006250 FD  LEAVER-REQUEST-FILE
006260     LABEL RECORDS ARE STANDARD.
006270 COPY LEAVREQ.
006280 FD  BANK-CHANGE-FILE
006286     LABEL RECORDS ARE STANDARD.
006292 COPY BANKCHG.
006300 FD  MAINT-REPORT
006400     LABEL RECORDS ARE STANDARD
006500     RECORD CONTAINS 80 CHARACTERS.
008830     88  MN-RETROREQ-USABLE          VALUE "Y".
008840 77  MN-RETRO-COUNT          PIC 9(05) COMP VALUE ZERO.
008850 77  MN-OLD-HOURLY-RATE      PIC 9(02)V99 VALUE ZERO.
008851 77  MN-LEAVREQ-STATUS       PIC X(02).
008852 77  MN-LEAVREQ-OK-SWITCH    PIC X(01) VALUE "N".
008853     88  MN-LEAVREQ-USABLE           VALUE "Y".
008854 77  MN-LEAVER-COUNT         PIC 9(05) COMP VALUE ZERO.
008855 77  MN-LEAVING-DATE         PIC 9(08) VALUE ZERO.
008856 77  MN-BANKCHG-STATUS       PIC X(02).
008857 77  MN-BANKCHG-OK-SWITCH    PIC X(01) VALUE "N".
008858     88  MN-BANKCHG-USABLE           VALUE "Y".
008859 77  MN-BANKCHG-EOF-SWITCH   PIC X(01) VALUE "N".
008860     88  MN-END-OF-BANK-CHANGES      VALUE "Y".
008861 77  MN-CHG-FOUND-SWITCH     PIC X(01) VALUE "N".
008862     88  MN-CHG-FOUND                VALUE "Y".
008863 77  MN-BANK-HELD-SWITCH     PIC X(01) VALUE "N".
008864     88  MN-BANK-CHANGE-HELD         VALUE "Y".
008865 77  MN-PENDING-COUNT        PIC 9(05) COMP VALUE ZERO.
008866 77  MN-APPROVED-COUNT       PIC 9(05) COMP VALUE ZERO.
008867 77  MN-EXPIRED-COUNT        PIC 9(05) COMP VALUE ZERO.
008868 77  MN-BANK-STATUS-TEXT     PIC X(24) VALUE SPACES.
008869*
008870* A PENDING BANK-DETAIL CHANGE NOT APPROVED WITHIN THIS MANY DAYS
008871* OF BEING KEYED LAPSES AND MUST BE KEYED AGAIN.
008872 77  MN-BANK-EXPIRY-DAYS     PIC 9(03) VALUE 10.
008873 77  MN-EXPIRY-CUTOFF-DATE   PIC 9(08) VALUE ZERO.
008874*
008875* WORK FIELDS FOR THE EXPIRY CUTOFF-DATE CALCULATION.
008876 77  MN-WORK-YEAR            PIC 9(04) COMP VALUE ZERO.
008877 77  MN-WORK-MONTH           PIC S9(03) COMP VALUE ZERO.
008878 77  MN-WORK-DAY             PIC S9(04) COMP VALUE ZERO.
008879 77  MN-LEAP-REMAINDER       PIC 9(03) COMP VALUE ZERO.
008880 77  MN-LEAP-QUOTIENT        PIC 9(04) COMP VALUE ZERO.
008881 77  MN-MONTH-LEN            PIC 9(02) COMP VALUE ZERO.
008882 01  MN-MONTH-DAY-VALUES.
008883     05  FILLER              PIC X(24) VALUE
008884         "312831303130313130313031".
008885 01  MN-MONTH-DAY-TABLE REDEFINES MN-MONTH-DAY-VALUES.
008886     05  MN-DAYS-IN-MONTH OCCURS 12 TIMES PIC 9(02).
008900*
009000* PENSION POLICY CEILING - KEPT IN STEP WITH THE PRE-PAYROLL
009100* EDIT.
011110     05  MN-IMG-FREQUENCY    PIC X(01).
011120     05  FILLER              PIC X(01) VALUE SPACES.
011200     05  MN-IMG-STATUS       PIC X(01).
011206 01  MN-RPT-BANK-LINE.
011212     05  MN-BNK-LABEL        PIC X(08) VALUE "BANK:   ".
011218     05  MN-BNK-ID           PIC 9(06).
011224     05  FILLER              PIC X(01) VALUE SPACES.
011230     05  MN-BNK-OLD-SORT     PIC 9(06).
011236     05  FILLER              PIC X(01) VALUE SPACES.
011242     05  MN-BNK-OLD-ACCOUNT  PIC 9(08).
011248     05  FILLER              PIC X(01) VALUE SPACES.
011254     05  MN-BNK-NEW-SORT     PIC 9(06).
011260     05  FILLER              PIC X(01) VALUE SPACES.
011266     05  MN-BNK-NEW-ACCOUNT  PIC 9(08).
011272     05  FILLER              PIC X(01) VALUE SPACES.
011278     05  MN-BNK-USER         PIC X(08).
011284     05  FILLER              PIC X(01) VALUE SPACES.
011290     05  MN-BNK-STATUS       PIC X(24).
011300 01  MN-RPT-TOTAL-LINE.
011400     05  MN-TOT-LABEL        PIC X(24).
011500     05  MN-TOT-AMOUNT       PIC ZZ,ZZ9.
012300*
012400******************************************************************
012500* 1000-INITIALIZE - OPEN THE MASTER, THE TRANSACTION FILE AND
012600*                   THE REPORT, LAPSE ANY PENDING BANK-DETAIL
012610*                   CHANGES PAST THEIR EXPIRY AND PRIME THE FIRST
012620*                   READ.
012700******************************************************************
012800 1000-INITIALIZE.
012900     OPEN I-O EMPLOYEE-MASTER-FILE
015000     IF MN-AUDITJNL-STATUS NOT = "00"
015100         OPEN OUTPUT AUDIT-JOURNAL-FILE
015200     END-IF
015203     OPEN EXTEND LEAVER-REQUEST-FILE
015206     IF MN-LEAVREQ-STATUS NOT = "00"
015209         OPEN OUTPUT LEAVER-REQUEST-FILE
015212     END-IF
015215     IF MN-LEAVREQ-STATUS = "00"
015218         MOVE "Y" TO MN-LEAVREQ-OK-SWITCH
015221     ELSE
015224         DISPLAY "EMPMAINT: UNABLE TO OPEN LEAVER REQUESTS, "
015227             "STATUS " MN-LEAVREQ-STATUS
015230     END-IF
015233     OPEN I-O BANK-CHANGE-FILE
015236     IF MN-BANKCHG-STATUS = "35"
015239         OPEN OUTPUT BANK-CHANGE-FILE
015242         CLOSE BANK-CHANGE-FILE
015245         OPEN I-O BANK-CHANGE-FILE
015248     END-IF
015251     IF MN-BANKCHG-STATUS = "00"
015254         MOVE "Y" TO MN-BANKCHG-OK-SWITCH
015257     ELSE
015260         DISPLAY "EMPMAINT: UNABLE TO OPEN BANK CHANGES, "
015263             "STATUS " MN-BANKCHG-STATUS
015266             " - BANK-DETAIL CHANGES WILL BE REJECTED"
015269     END-IF
015300     ACCEPT MN-TODAY-DATE FROM DATE YYYYMMDD
015400     MOVE ZERO TO RPT-PAGE-NUMBER
015500     ADD 1 TO RPT-PAGE-NUMBER
015800     MOVE RPT-PAGE-NUMBER TO RPT-HDR-PAGE-NUMBER
015900     WRITE MAINT-RPT-LINE FROM RPT-STD-HEADING-1
016000     WRITE MAINT-RPT-LINE FROM RPT-STD-HEADING-2
016010     IF MN-BANKCHG-USABLE
016020         PERFORM 1300-COMPUTE-EXPIRY-CUTOFF THRU 1300-EXIT
016030         PERFORM 1400-EXPIRE-ONE-CHANGE THRU 1400-EXIT
016040             UNTIL MN-END-OF-BANK-CHANGES
016050     END-IF
016100     IF NOT MN-END-OF-REQUESTS
016200         PERFORM 1100-READ-MAINT-REQUEST THRU 1100-EXIT
016300     END-IF.
017400             MOVE "Y" TO MN-EOF-SWITCH
017500     END-READ.
017600 1100-EXIT.
017601     EXIT.
017602*
017603******************************************************************
017604* 1300-COMPUTE-EXPIRY-CUTOFF - TODAY MINUS THE EXPIRY DAY COUNT,
017605*                              BORROWING BACK THROUGH MONTH AND
017606*                              YEAR ENDS AS NEEDED. A CHANGE KEYED
017607*                              BEFORE THIS DATE HAS LAPSED.
017608******************************************************************
017609 1300-COMPUTE-EXPIRY-CUTOFF.
017610     MOVE MN-TODAY-DATE(1:4) TO MN-WORK-YEAR
017611     MOVE MN-TODAY-DATE(5:2) TO MN-WORK-MONTH
017612     MOVE MN-TODAY-DATE(7:2) TO MN-WORK-DAY
017613     SUBTRACT MN-BANK-EXPIRY-DAYS FROM MN-WORK-DAY
017614     PERFORM 1310-BORROW-ONE-MONTH THRU 1310-EXIT
017615         UNTIL MN-WORK-DAY > ZERO
017616     COMPUTE MN-EXPIRY-CUTOFF-DATE =
017617         MN-WORK-YEAR * 10000 + MN-WORK-MONTH * 100
017618         + MN-WORK-DAY.
017619 1300-EXIT.
017620     EXIT.
017621*
017622******************************************************************
017623* 1310-BORROW-ONE-MONTH - STEP THE WORKING DATE BACK ONE MONTH,
017624*                         ADDING THAT MONTH'S DAY COUNT (WITH
017625*                         THE LEAP-FEBRUARY ADJUSTMENT).
017626******************************************************************
017627 1310-BORROW-ONE-MONTH.
017628     SUBTRACT 1 FROM MN-WORK-MONTH
017629     IF MN-WORK-MONTH < 1
017630         MOVE 12 TO MN-WORK-MONTH
017631         SUBTRACT 1 FROM MN-WORK-YEAR
017632     END-IF
017633     MOVE MN-DAYS-IN-MONTH(MN-WORK-MONTH) TO MN-MONTH-LEN
017634     IF MN-WORK-MONTH = 2
017635         PERFORM 1320-CHECK-LEAP-YEAR THRU 1320-EXIT
017636     END-IF
017637     ADD MN-MONTH-LEN TO MN-WORK-DAY.
017638 1310-EXIT.
017639     EXIT.
017640*
017641******************************************************************
017642* 1320-CHECK-LEAP-YEAR - FEBRUARY HAS 29 DAYS IN A LEAP YEAR.
017643******************************************************************
017644 1320-CHECK-LEAP-YEAR.
017645     DIVIDE MN-WORK-YEAR BY 4 GIVING MN-LEAP-QUOTIENT
017646         REMAINDER MN-LEAP-REMAINDER
017647     IF MN-LEAP-REMAINDER = ZERO
017648         MOVE 29 TO MN-MONTH-LEN
017649     END-IF
017650     DIVIDE MN-WORK-YEAR BY 100 GIVING MN-LEAP-QUOTIENT
017651         REMAINDER MN-LEAP-REMAINDER
017652     IF MN-LEAP-REMAINDER = ZERO
017653         MOVE 28 TO MN-MONTH-LEN
017654         DIVIDE MN-WORK-YEAR BY 400 GIVING MN-LEAP-QUOTIENT
017655             REMAINDER MN-LEAP-REMAINDER
017656         IF MN-LEAP-REMAINDER = ZERO
017657             MOVE 29 TO MN-MONTH-LEN
017658         END-IF
017659     END-IF.
017660 1320-EXIT.
017661     EXIT.
017662*
017663******************************************************************
017664* 1400-EXPIRE-ONE-CHANGE - READ THE NEXT BANK-DETAIL CHANGE AND
017665*                          LAPSE IT IF IT IS STILL PENDING AND WAS
017666*                          KEYED BEFORE THE EXPIRY CUTOFF. THE
017667*                          MASTER KEEPS THE OLD DETAILS.
017668******************************************************************
017669 1400-EXPIRE-ONE-CHANGE.
017670     READ BANK-CHANGE-FILE NEXT RECORD
017671         AT END
017672             MOVE "Y" TO MN-BANKCHG-EOF-SWITCH
017673             GO TO 1400-EXIT
017674     END-READ
017675     IF NOT BC-PENDING
017676         GO TO 1400-EXIT
017677     END-IF
017678     IF BC-REQUEST-DATE NOT < MN-EXPIRY-CUTOFF-DATE
017679         GO TO 1400-EXIT
017680     END-IF
017681     SET BC-EXPIRED TO TRUE
017682     REWRITE BANK-CHANGE-RECORD
017683     IF MN-BANKCHG-STATUS NOT = "00"
017684         DISPLAY "EMPMAINT: UNABLE TO LAPSE BANK CHANGE FOR "
017685             "EMPLOYEE " BC-EMPLOYEE-ID ", STATUS "
017686             MN-BANKCHG-STATUS
017687         GO TO 1400-EXIT
017688     END-IF
017689     ADD 1 TO MN-EXPIRED-COUNT
017690     MOVE "LAPSED - NOT APPROVED" TO MN-BANK-STATUS-TEXT
017691     PERFORM 2460-PRINT-BANK-LINE THRU 2460-EXIT.
017692 1400-EXIT.
017700     EXIT.
017800*
017900******************************************************************
020000                     PERFORM 2500-TERMINATE-EMPLOYEE
020100                         THRU 2500-EXIT
020200                 ELSE
020210                     IF MT-APPROVE-REQUEST
020220                         PERFORM 3000-APPROVE-BANK-CHANGE
020230                             THRU 3000-EXIT
020240                     ELSE
020300                         MOVE "INVALID TRANSACTION CODE"
020400                             TO MN-REJECT-REASON
020500                         PERFORM 2300-REJECT-MAINT-REQUEST
020600                             THRU 2300-EXIT
020610                     END-IF
020700                 END-IF
020800             END-IF
020900         END-IF
029800******************************************************************
029900* 2400-CHANGE-EMPLOYEE - REPLACE THE EMPLOYEE'S DETAILS FROM THE
030000*                        TRANSACTION, PRINTING THE BEFORE AND
030100*                        AFTER IMAGES. NEW BANK DETAILS ARE NOT
030110*                        APPLIED - THEY ARE HELD PENDING APPROVAL
030120*                        BY A DIFFERENT USER, AND NEED THE
030130*                        REQUESTING USER ON THE TRANSACTION.
030200******************************************************************
030300 2400-CHANGE-EMPLOYEE.
030400     MOVE MT-EMPLOYEE-ID TO EM-EMPLOYEE-ID
030700             MOVE "EMPLOYEE NOT ON MASTER" TO MN-REJECT-REASON
030800             PERFORM 2300-REJECT-MAINT-REQUEST THRU 2300-EXIT
030900         NOT INVALID KEY
030904             MOVE "N" TO MN-BANK-HELD-SWITCH
030908             IF MT-BANK-SORT-CODE NOT = EM-BANK-SORT-CODE
030912                     OR MT-BANK-ACCOUNT-NO
030916                         NOT = EM-BANK-ACCOUNT-NO
030920                 IF MT-USER-ID = SPACES
030924                     MOVE "BANK CHANGE NEEDS REQUESTING USER"
030928                         TO MN-REJECT-REASON
030932                     PERFORM 2300-REJECT-MAINT-REQUEST
030936                         THRU 2300-EXIT
030940                     GO TO 2400-EXIT
030944                 END-IF
030948                 IF NOT MN-BANKCHG-USABLE
030952                     MOVE "BANK CHANGE FILE UNAVAILABLE"
030956                         TO MN-REJECT-REASON
030960                     PERFORM 2300-REJECT-MAINT-REQUEST
030964                         THRU 2300-EXIT
030968                     GO TO 2400-EXIT
030972                 END-IF
030976                 MOVE "Y" TO MN-BANK-HELD-SWITCH
030980             END-IF
031000             PERFORM 2600-PRINT-BEFORE-IMAGE THRU 2600-EXIT
031010             IF EM-HOURLY-RATE NUMERIC
031020                 MOVE EM-HOURLY-RATE TO MN-OLD-HOURLY-RATE
031200             MOVE MT-HOURLY-RATE TO EM-HOURLY-RATE
031300             MOVE MT-PRSI-CLASS TO EM-PRSI-CLASS
031400             MOVE MT-PENSION-PCT TO EM-PENSION-PCT
031650             IF MT-TAX-CREDIT NUMERIC
031651                 MOVE MT-TAX-CREDIT TO EM-TAX-CREDIT
031652             ELSE
032400                     ADD 1 TO MN-CHANGED-COUNT
032500                     PERFORM 2700-PRINT-AFTER-IMAGE THRU 2700-EXIT
032510                     PERFORM 2800-CHECK-RETRO THRU 2800-EXIT
032520                     IF MN-BANK-CHANGE-HELD
032530                         PERFORM 2450-HOLD-BANK-CHANGE
032540                             THRU 2450-EXIT
032550                     END-IF
032600             END-REWRITE
032700     END-READ.
032800 2400-EXIT.
032801     EXIT.
032802*
032803******************************************************************
032804* 2450-HOLD-BANK-CHANGE - RECORD THE NEW BANK DETAILS AS A PENDING
032805*                         CHANGE, WITH THE MASTER'S CURRENT
032806*                         DETAILS AND THE REQUESTING USER. ONE
032807*                         ALREADY PENDING FOR THE SAME DETAILS IS
032808*                         LEFT AS IT IS; ONE FOR OTHER DETAILS IS
032809*                         REPLACED AND MUST BE APPROVED AFRESH.
032810******************************************************************
032811 2450-HOLD-BANK-CHANGE.
032812     MOVE MT-EMPLOYEE-ID TO BC-EMPLOYEE-ID
032813     MOVE "N" TO MN-CHG-FOUND-SWITCH
032814     READ BANK-CHANGE-FILE
032815         INVALID KEY
032816             CONTINUE
032817         NOT INVALID KEY
032818             MOVE "Y" TO MN-CHG-FOUND-SWITCH
032819     END-READ
032820     IF MN-CHG-FOUND AND BC-PENDING
032821             AND BC-NEW-SORT-CODE = MT-BANK-SORT-CODE
032822             AND BC-NEW-ACCOUNT-NO = MT-BANK-ACCOUNT-NO
032823         MOVE "ALREADY PENDING APPROVAL" TO MN-BANK-STATUS-TEXT
032824         PERFORM 2460-PRINT-BANK-LINE THRU 2460-EXIT
032825         GO TO 2450-EXIT
032826     END-IF
032827     IF MN-CHG-FOUND AND BC-PENDING
032828         MOVE "PENDING - REPLACES EARLIER" TO MN-BANK-STATUS-TEXT
032829     ELSE
032830         MOVE "PENDING APPROVAL" TO MN-BANK-STATUS-TEXT
032831     END-IF
032832     MOVE SPACES TO BANK-CHANGE-RECORD
032833     MOVE MT-EMPLOYEE-ID TO BC-EMPLOYEE-ID
032834     MOVE EM-BANK-SORT-CODE TO BC-OLD-SORT-CODE
032835     MOVE EM-BANK-ACCOUNT-NO TO BC-OLD-ACCOUNT-NO
032836     MOVE MT-BANK-SORT-CODE TO BC-NEW-SORT-CODE
032837     MOVE MT-BANK-ACCOUNT-NO TO BC-NEW-ACCOUNT-NO
032838     SET BC-PENDING TO TRUE
032839     MOVE MT-USER-ID TO BC-REQUESTED-BY
032840     MOVE MN-TODAY-DATE TO BC-REQUEST-DATE
032841     MOVE ZERO TO BC-APPROVED-DATE
032842     MOVE ZERO TO BC-FIRST-PAY-DATE
032843     IF MN-CHG-FOUND
032844         REWRITE BANK-CHANGE-RECORD
032845     ELSE
032846         WRITE BANK-CHANGE-RECORD
032847     END-IF
032848     IF MN-BANKCHG-STATUS NOT = "00"
032849         DISPLAY "EMPMAINT: UNABLE TO HOLD BANK CHANGE FOR "
032850             "EMPLOYEE " MT-EMPLOYEE-ID ", STATUS "
032851             MN-BANKCHG-STATUS
032852         MOVE "NOT HELD - CHANGE FILE ERROR"
032853             TO MN-BANK-STATUS-TEXT
032854         PERFORM 2460-PRINT-BANK-LINE THRU 2460-EXIT
032855         MOVE 8 TO RETURN-CODE
032856         GO TO 2450-EXIT
032857     END-IF
032858     ADD 1 TO MN-PENDING-COUNT
032859     PERFORM 2460-PRINT-BANK-LINE THRU 2460-EXIT.
032860 2450-EXIT.
032861     EXIT.
032862*
032863******************************************************************
032864* 2460-PRINT-BANK-LINE - ONE BANK-DETAIL CHANGE LINE - OLD AND NEW
032865*                        DETAILS, THE USER WHO LAST ACTED ON IT
032866*                        AND WHAT HAPPENED TO IT.
032867******************************************************************
032868 2460-PRINT-BANK-LINE.
032869     MOVE BC-EMPLOYEE-ID TO MN-BNK-ID
032870     MOVE BC-OLD-SORT-CODE TO MN-BNK-OLD-SORT
032871     MOVE BC-OLD-ACCOUNT-NO TO MN-BNK-OLD-ACCOUNT
032872     MOVE BC-NEW-SORT-CODE TO MN-BNK-NEW-SORT
032873     MOVE BC-NEW-ACCOUNT-NO TO MN-BNK-NEW-ACCOUNT
032874     IF BC-APPROVED
032875         MOVE BC-APPROVED-BY TO MN-BNK-USER
032876     ELSE
032877         MOVE BC-REQUESTED-BY TO MN-BNK-USER
032878     END-IF
032879     MOVE MN-BANK-STATUS-TEXT TO MN-BNK-STATUS
032880     WRITE MAINT-RPT-LINE FROM MN-RPT-BANK-LINE.
032881 2460-EXIT.
032900     EXIT.
032910*
032920******************************************************************
033100******************************************************************
033200* 2500-TERMINATE-EMPLOYEE - MARK THE EMPLOYEE INACTIVE SO THE
033300*                           PAY RUN SKIPS THEM. THE RECORD AND
033400*                           ITS HISTORY STAY ON THE MASTER. THE
033410*                           LEAVING DATE (TODAY WHEN NOT KEYED)
033420*                           GOES ON A LEAVER SETTLEMENT REQUEST SO
033430*                           THE FINAL PAY IS WORKED OUT.
033500******************************************************************
033600 2500-TERMINATE-EMPLOYEE.
033609     IF MT-EFFECTIVE-DATE NUMERIC AND MT-EFFECTIVE-DATE > ZERO
033618         MOVE MT-EFFECTIVE-DATE TO MN-LEAVING-DATE
033627     ELSE
033636         MOVE MN-TODAY-DATE TO MN-LEAVING-DATE
033645     END-IF
033654     IF MN-LEAVING-DATE > MN-TODAY-DATE
033663         MOVE "LEAVING DATE IS IN THE FUTURE" TO MN-REJECT-REASON
033672         PERFORM 2300-REJECT-MAINT-REQUEST THRU 2300-EXIT
033681         GO TO 2500-EXIT
033690     END-IF
033700     MOVE MT-EMPLOYEE-ID TO EM-EMPLOYEE-ID
033800     READ EMPLOYEE-MASTER-FILE
033900         INVALID KEY
034000             MOVE "EMPLOYEE NOT ON MASTER" TO MN-REJECT-REASON
034100             PERFORM 2300-REJECT-MAINT-REQUEST THRU 2300-EXIT
034200         NOT INVALID KEY
034210             IF EM-INACTIVE
034220                 MOVE "EMPLOYEE ALREADY TERMINATED"
034230                     TO MN-REJECT-REASON
034240                 PERFORM 2300-REJECT-MAINT-REQUEST THRU 2300-EXIT
034250                 GO TO 2500-EXIT
034260             END-IF
034300             PERFORM 2600-PRINT-BEFORE-IMAGE THRU 2600-EXIT
034400             MOVE "I" TO EM-STATUS-FLAG
034500             REWRITE EMPLOYEE-MASTER-RECORD
035100                 NOT INVALID KEY
035200                     ADD 1 TO MN-TERMINATED-COUNT
035300                     PERFORM 2700-PRINT-AFTER-IMAGE THRU 2700-EXIT
035310                     PERFORM 2900-CUT-LEAVER-REQUEST
035320                         THRU 2900-EXIT
035400             END-REWRITE
035500     END-READ.
035600 2500-EXIT.
035604     EXIT.
035608*
035612******************************************************************
035616* 2900-CUT-LEAVER-REQUEST - HAND THE LEAVER TO THE SETTLEMENT RUN
035620*                           WITH THEIR LEAVING DATE.
035624******************************************************************
035628 2900-CUT-LEAVER-REQUEST.
035632     IF NOT MN-LEAVREQ-USABLE
035636         DISPLAY "EMPMAINT: NO LEAVER REQUEST CUT FOR EMPLOYEE "
035640             MT-EMPLOYEE-ID " - SETTLE BY HAND"
035644         GO TO 2900-EXIT
035648     END-IF
035652     MOVE SPACES TO LEAVER-REQUEST-RECORD
035656     MOVE MT-EMPLOYEE-ID TO LQ-EMPLOYEE-ID
035660     MOVE MN-LEAVING-DATE TO LQ-LEAVING-DATE
035664     MOVE MN-TODAY-DATE TO LQ-REQUEST-DATE
035668     WRITE LEAVER-REQUEST-RECORD
035672     ADD 1 TO MN-LEAVER-COUNT.
035676 2900-EXIT.
035700     EXIT.
035800*
035900******************************************************************
039300     EXIT.
039400*
039500******************************************************************
039501* 3000-APPROVE-BANK-CHANGE - APPROVE A PENDING BANK-DETAIL CHANGE.
039502*                            THE APPROVER MUST BE A DIFFERENT USER
039503*                            FROM THE ONE WHO REQUESTED IT AND
039504*                            MUST QUOTE THE SAME NEW DETAILS. ONLY
039505*                            THEN ARE THEY MOVED TO THE MASTER.
039506******************************************************************
039507 3000-APPROVE-BANK-CHANGE.
039508     IF NOT MN-BANKCHG-USABLE
039509         MOVE "BANK CHANGE FILE UNAVAILABLE" TO MN-REJECT-REASON
039510         PERFORM 2300-REJECT-MAINT-REQUEST THRU 2300-EXIT
039511         GO TO 3000-EXIT
039512     END-IF
039513     IF MT-USER-ID = SPACES
039514         MOVE "APPROVING USER MISSING" TO MN-REJECT-REASON
039515         PERFORM 2300-REJECT-MAINT-REQUEST THRU 2300-EXIT
039516         GO TO 3000-EXIT
039517     END-IF
039518     MOVE MT-EMPLOYEE-ID TO BC-EMPLOYEE-ID
039519     READ BANK-CHANGE-FILE
039520         INVALID KEY
039521             MOVE "NO BANK CHANGE PENDING" TO MN-REJECT-REASON
039522             PERFORM 2300-REJECT-MAINT-REQUEST THRU 2300-EXIT
039523             GO TO 3000-EXIT
039524     END-READ
039525     IF BC-EXPIRED
039526         MOVE "BANK CHANGE HAS EXPIRED" TO MN-REJECT-REASON
039527         PERFORM 2300-REJECT-MAINT-REQUEST THRU 2300-EXIT
039528         GO TO 3000-EXIT
039529     END-IF
039530     IF NOT BC-PENDING
039531         MOVE "NO BANK CHANGE PENDING" TO MN-REJECT-REASON
039532         PERFORM 2300-REJECT-MAINT-REQUEST THRU 2300-EXIT
039533         GO TO 3000-EXIT
039534     END-IF
039535     IF BC-REQUESTED-BY = MT-USER-ID
039536         MOVE "APPROVER IS THE REQUESTING USER"
039537             TO MN-REJECT-REASON
039538         PERFORM 2300-REJECT-MAINT-REQUEST THRU 2300-EXIT
039539         GO TO 3000-EXIT
039540     END-IF
039541     IF MT-BANK-SORT-CODE NOT = BC-NEW-SORT-CODE
039542             OR MT-BANK-ACCOUNT-NO NOT = BC-NEW-ACCOUNT-NO
039543         MOVE "DETAILS DIFFER FROM PENDING CHANGE"
039544             TO MN-REJECT-REASON
039545         PERFORM 2300-REJECT-MAINT-REQUEST THRU 2300-EXIT
039546         GO TO 3000-EXIT
039547     END-IF
039548     MOVE MT-EMPLOYEE-ID TO EM-EMPLOYEE-ID
039549     READ EMPLOYEE-MASTER-FILE
039550         INVALID KEY
039551             MOVE "EMPLOYEE NOT ON MASTER" TO MN-REJECT-REASON
039552             PERFORM 2300-REJECT-MAINT-REQUEST THRU 2300-EXIT
039553             GO TO 3000-EXIT
039554     END-READ
039555     PERFORM 2600-PRINT-BEFORE-IMAGE THRU 2600-EXIT
039556     MOVE BC-NEW-SORT-CODE TO EM-BANK-SORT-CODE
039557     MOVE BC-NEW-ACCOUNT-NO TO EM-BANK-ACCOUNT-NO
039558     REWRITE EMPLOYEE-MASTER-RECORD
039559         INVALID KEY
039560             MOVE "MASTER REWRITE FAILED" TO MN-REJECT-REASON
039561             PERFORM 2300-REJECT-MAINT-REQUEST THRU 2300-EXIT
039562             GO TO 3000-EXIT
039563     END-REWRITE
039564     PERFORM 2700-PRINT-AFTER-IMAGE THRU 2700-EXIT
039565     SET BC-APPROVED TO TRUE
039566     MOVE MT-USER-ID TO BC-APPROVED-BY
039567     MOVE MN-TODAY-DATE TO BC-APPROVED-DATE
039568     MOVE ZERO TO BC-FIRST-PAY-DATE
039569     REWRITE BANK-CHANGE-RECORD
039570     IF MN-BANKCHG-STATUS NOT = "00"
039571         DISPLAY "EMPMAINT: BANKCHG REWRITE FAILED, STATUS "
039572             MN-BANKCHG-STATUS " FOR " BC-EMPLOYEE-ID
039573         MOVE 8 TO RETURN-CODE
039574     END-IF
039575     ADD 1 TO MN-APPROVED-COUNT
039576     MOVE "APPROVED - NOW ON MASTER" TO MN-BANK-STATUS-TEXT
039577     PERFORM 2460-PRINT-BANK-LINE THRU 2460-EXIT.
039578 3000-EXIT.
039579     EXIT.
039580*
039581******************************************************************
039600* 4000-TERMINATE - PRINT THE RUN TOTALS, WRITE THE AUDIT JOURNAL
039700*                  RECORD AND CLOSE ALL FILES.
039800******************************************************************
041110     MOVE "RETRO REQUESTS CUT:" TO MN-TOT-LABEL
041120     MOVE MN-RETRO-COUNT TO MN-TOT-AMOUNT
041130     WRITE MAINT-RPT-LINE FROM MN-RPT-TOTAL-LINE
041140     MOVE "LEAVER REQUESTS CUT:" TO MN-TOT-LABEL
041150     MOVE MN-LEAVER-COUNT TO MN-TOT-AMOUNT
041160     WRITE MAINT-RPT-LINE FROM MN-RPT-TOTAL-LINE
041164     MOVE "BANK CHANGES PENDING:" TO MN-TOT-LABEL
041168     MOVE MN-PENDING-COUNT TO MN-TOT-AMOUNT
041172     WRITE MAINT-RPT-LINE FROM MN-RPT-TOTAL-LINE
041176     MOVE "BANK CHANGES APPROVED:" TO MN-TOT-LABEL
041180     MOVE MN-APPROVED-COUNT TO MN-TOT-AMOUNT
041184     WRITE MAINT-RPT-LINE FROM MN-RPT-TOTAL-LINE
041188     MOVE "BANK CHANGES EXPIRED:" TO MN-TOT-LABEL
041192     MOVE MN-EXPIRED-COUNT TO MN-TOT-AMOUNT
041196     WRITE MAINT-RPT-LINE FROM MN-RPT-TOTAL-LINE
041200     DISPLAY "EMPMAINT: HIRED " MN-HIRED-COUNT
041300         " CHANGED " MN-CHANGED-COUNT
041400         " TERMINATED " MN-TERMINATED-COUNT
041800     CLOSE EMPLOYEE-MAINT-FILE
041850     IF MN-RETROREQ-USABLE
041860         CLOSE RETRO-REQUEST-FILE
041862     END-IF
041864     IF MN-LEAVREQ-USABLE
041866         CLOSE LEAVER-REQUEST-FILE
041867     END-IF
041868     IF MN-BANKCHG-USABLE
041869         CLOSE BANK-CHANGE-FILE
041870     END-IF
041900     CLOSE MAINT-REPORT
042000     CLOSE AUDIT-JOURNAL-FILE.
043300     MOVE "APPLIED REQUESTS" TO AJ-TOTAL-1-LABEL
043400     COMPUTE AJ-TOTAL-1-AMOUNT = MN-HIRED-COUNT
043500         + MN-CHANGED-COUNT + MN-TERMINATED-COUNT
043550         + MN-APPROVED-COUNT
043600     MOVE "REJECTED REQUESTS" TO AJ-TOTAL-2-LABEL
043700     MOVE MN-REJECTED-COUNT TO AJ-TOTAL-2-AMOUNT
043710     MOVE RETURN-CODE TO AJ-RETURN-CODE
043800     WRITE AUDIT-JOURNAL-RECORD.
043900 4100-EXIT.
044000     EXIT.
