001945*                  THE WAITLISTED STUDENTS FOR THAT CLASS PRINT
001946*                  AS AN OFFER LIST IN ROSTER ORDER, UP TO THE
001947*                  NUMBER OF FREE SEATS.
001948* 2026-10-15 PJM   OVER/SHORTS NOW COME FROM A REAL COUNT. EACH
001949*                  OPERATOR DECLARES A CASH-UP AT CLOSE (CASHUP -
001950*                  COUNT BY NOTE AND COIN, OPENING FLOAT AND
001951*                  PAID-OUT VOUCHERS), AND THE COUNTED DRAWER LESS
001952*                  FLOAT IS COMPARED WITH THE OPERATOR'S CASH
001953*                  TENDER TOTAL FROM THE TRANSACTIONS, REPLACING
001954*                  THE KEYED EXPECTED-BANKING FIGURE. THE
001955*                  DENOMINATION BREAKDOWN PRINTS ON THE REPORT,
001956*                  AND EACH OPERATOR'S FLOAT IS HELD FORWARD ON
001957*                  CASHFLT AS THE NEXT DAY'S OPENING FLOAT.
001958* 2026-10-15 PJM   THE AUDIT JOURNAL RECORD NOW CARRIES THE
001959*                  RETURN CODE THE RUN ENDED WITH.
001932******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. PROG4.
002500     SELECT CASH-TRANSACTION-FILE ASSIGN TO "CASHTRN"
002600         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS IS CR-CASHTRN-STATUS.
002800     SELECT CASH-UP-FILE ASSIGN TO "CASHUP"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS CR-CASHUP-STATUS.
003010     SELECT CASH-FLOAT-FILE ASSIGN TO "CASHFLT"
003020         ORGANIZATION IS LINE SEQUENTIAL
003030         FILE STATUS IS CR-CASHFLT-STATUS.
003100     SELECT CASH-AUDIT-FILE ASSIGN TO "CASHAUD"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS CR-CASHAUD-STATUS.
003900 FD  CASH-TRANSACTION-FILE
004000     LABEL RECORDS ARE STANDARD.
004100 COPY CASHTRN.
004200 FD  CASH-UP-FILE
004300     LABEL RECORDS ARE STANDARD.
004400 COPY CASHUP.
004410 FD  CASH-FLOAT-FILE
004420     LABEL RECORDS ARE STANDARD.
004430 COPY CASHFLT.
004500 FD  CASH-AUDIT-FILE
004600     LABEL RECORDS ARE STANDARD.
004700 COPY CASHAUD.
005202 COPY CLASMAST.
005200 WORKING-STORAGE SECTION.
005300 77  CR-CASHTRN-STATUS       PIC X(02).
005400 77  CR-CASHUP-STATUS        PIC X(02).
005410 77  CR-CASHFLT-STATUS       PIC X(02).
005500 77  CR-CASHAUD-STATUS       PIC X(02).
005600 77  CR-CASHRPT-STATUS       PIC X(02).
005610 77  CR-AUDITJNL-STATUS      PIC X(02).
005820     88  CR-CASHTRN-USABLE           VALUE "Y".
005900 77  CR-TOTAL-RECEIPTS       PIC S9(07)V99 VALUE ZERO.
006000 77  CR-VARIANCE             PIC S9(07)V99 VALUE ZERO.
006005 77  CR-CASHFLT-EOF-SWITCH   PIC X(01) VALUE "N".
006010     88  CR-END-OF-FLOATS            VALUE "Y".
006015 77  CR-TOTAL-COUNTED        PIC S9(07)V99 VALUE ZERO.
006020 77  CR-DRAWER-VALUE         PIC S9(07)V99 VALUE ZERO.
006025 77  CR-DENOM-VALUE          PIC 9(07)V99 VALUE ZERO.
006030 77  CR-DN-SUB               PIC 9(02) COMP VALUE ZERO.
006035 77  CR-CASHUP-REJECT-COUNT  PIC 9(05) COMP VALUE ZERO.
006040 77  CR-NO-CASHUP-COUNT      PIC 9(05) COMP VALUE ZERO.
006045 77  CR-FLOAT-DIFF-COUNT     PIC 9(05) COMP VALUE ZERO.
006050 77  CR-FLOAT-COUNT          PIC 9(03) COMP VALUE ZERO.
006055 77  CR-FLOAT-FOUND-SWITCH   PIC X(01) VALUE "N".
006060     88  CR-FLOAT-FOUND              VALUE "Y".
006100 77  CR-TXN-COUNT            PIC 9(05) COMP VALUE ZERO.
006102 77  CR-REFUND-COUNT         PIC 9(05) COMP VALUE ZERO.
006104 77  CR-REFUND-AMOUNT        PIC 9(07)V99 VALUE ZERO.
006106 77  CR-VOID-COUNT           PIC 9(05) COMP VALUE ZERO.
006107 77  CR-CASHUP-EOF-SWITCH    PIC X(01) VALUE "N".
006108     88  CR-END-OF-CASHUP            VALUE "Y".
006109 77  CR-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
006111 77  CR-TOTAL-SYSTEM-CASH    PIC S9(07)V99 VALUE ZERO.
006112 77  CR-OPERATOR-COUNT       PIC 9(02) COMP VALUE ZERO.
006113 77  CR-OPER-VARIANCE        PIC S9(07)V99 VALUE ZERO.
006124 77  CR-WORK-OPERATOR-ID     PIC X(08) VALUE SPACES.
006114*
006115* PER-OPERATOR CASH FIGURES - ROWS COME FROM THE CASH-UP FILE,
006116* PLUS A ROW BUILT ON THE FLY FOR ANY OPERATOR SEEN ON A
006117* TRANSACTION WITH NO CASH-UP DECLARATION.
006118 01  CR-OPERATOR-TABLE.
006119     05  CR-OPER-ENTRY OCCURS 20 TIMES INDEXED BY CR-OP-IDX.
006121         10  CR-OP-ID            PIC X(08) VALUE SPACES.
006122         10  CR-OP-SYSTEM-CASH   PIC S9(07)V99 VALUE ZERO.
006123         10  CR-OP-COUNTED       PIC S9(07)V99 VALUE ZERO.
006125         10  CR-OP-FLOAT         PIC 9(05)V99 VALUE ZERO.
006126         10  CR-OP-FLOAT-ISSUED  PIC 9(05)V99 VALUE ZERO.
006127         10  CR-OP-VOUCHER-COUNT PIC 9(03) VALUE ZERO.
006128         10  CR-OP-VOUCHERS      PIC 9(07)V99 VALUE ZERO.
006129         10  CR-OP-CASHUP-FLAG   PIC X(01) VALUE "N".
006131             88  CR-OP-DECLARED      VALUE "Y".
006132         10  CR-OP-FLOAT-FLAG    PIC X(01) VALUE "N".
006133             88  CR-OP-FLOAT-DIFFERS VALUE "Y".
006134         10  CR-OP-DENOMS.
006135             15  CR-OP-DENOM-COUNT PIC 9(05) OCCURS 14 TIMES.
006110*
006120* TENDER TYPE TABLE - THE SHARED CODE/NAME LIST FROM TENDTAB,
006130* WITH A MATCHING ACCUMULATOR ARRAY FOR THE DAY'S RECEIPTS BY
006416     05  SH-DET-LABEL        PIC X(24).
006417     05  SH-DET-AMOUNT       PIC ZZ,ZZZ,ZZ9.
006600*
006610* FLOATS CARRIED FORWARD FROM THE LAST CASH-UP, BY OPERATOR -
006620* LOADED FROM CASHFLT, UPDATED FROM TODAY'S DECLARATIONS AND
006630* WRITTEN BACK AS TOMORROW'S OPENING FLOATS.
006640 01  CR-FLOAT-TABLE.
006650     05  CR-FLOAT-ENTRY OCCURS 50 TIMES INDEXED BY CR-FL-IDX.
006660         10  CR-FL-OPERATOR-ID   PIC X(08).
006670         10  CR-FL-AMOUNT        PIC 9(05)V99.
006680         10  CR-FL-SET-DATE      PIC 9(08).
006690*
006700* NOTE AND COIN DENOMINATIONS, IN CASH-UP ORDER - SEE DENOMTAB.
006710 COPY DENOMTAB.
006720*
006730 01  CR-RPT-OPER-HEADING.
006740     05  FILLER              PIC X(09) VALUE "OPERATOR".
006750     05  FILLER              PIC X(14) VALUE "   SYSTEM CASH".
006760     05  FILLER              PIC X(14) VALUE "  COUNTED CASH".
006770     05  FILLER              PIC X(14) VALUE "      VARIANCE".
006780 01  CR-RPT-DENOM-LINE.
006790     05  FILLER              PIC X(04) VALUE SPACES.
006800     05  CR-DNL-KIND         PIC X(04).
006810     05  FILLER              PIC X(01) VALUE SPACES.
006820     05  CR-DNL-VALUE        PIC ZZ9.99.
006830     05  FILLER              PIC X(03) VALUE " X ".
006840     05  CR-DNL-COUNT        PIC ZZ,ZZ9.
006850     05  FILLER              PIC X(03) VALUE " = ".
006860     05  CR-DNL-AMOUNT       PIC Z,ZZZ,ZZ9.99.
006870 01  CR-RPT-DENOM-TOTAL-LINE.
006880     05  FILLER              PIC X(04) VALUE SPACES.
006890     05  CR-DNT-LABEL        PIC X(23).
006900     05  CR-DNT-AMOUNT       PIC Z,ZZZ,ZZ9.99-.
007300 01  CR-RPT-DETAIL-LINE.
007400     05  CR-DET-LABEL        PIC X(24).
007500     05  CR-DET-AMOUNT       PIC ZZ,ZZZ,ZZ9.99-.
007521 01  CR-RPT-OPER-LINE.
007522     05  CR-OPL-ID           PIC X(08).
007523     05  FILLER              PIC X(01) VALUE SPACES.
007524     05  CR-OPL-EXPECTED     PIC Z,ZZZ,ZZ9.99-.
007525     05  FILLER              PIC X(01) VALUE SPACES.
007526     05  CR-OPL-ACTUAL       PIC Z,ZZZ,ZZ9.99-.
007527     05  FILLER              PIC X(01) VALUE SPACES.
008800     STOP RUN.
008900*
009000******************************************************************
009100* 1000-INITIALIZE - OPEN THE DAY'S FILES, LOAD THE FLOATS
009110*                   CARRIED FORWARD AND THE CASH-UP DECLARATIONS,
009200*                   AND PRIME THE TRANSACTION READ.
009300******************************************************************
009400 1000-INITIALIZE.
009500     OPEN INPUT CASH-TRANSACTION-FILE
009545         MOVE "N" TO CR-CASHTRN-OK-SWITCH
009550         MOVE 4 TO RETURN-CODE
009560     END-IF
009600     OPEN INPUT CASH-UP-FILE
009700     OPEN EXTEND CASH-AUDIT-FILE
009800     IF CR-CASHAUD-STATUS NOT = "00"
009900         OPEN OUTPUT CASH-AUDIT-FILE
010170         OPEN OUTPUT AUDIT-JOURNAL-FILE
010180     END-IF
010190     PERFORM 1300-GET-BUSINESS-DATE THRU 1300-EXIT
010193     MOVE CR-TODAY-DATE TO CR-BUSINESS-DATE
010196     PERFORM 1400-LOAD-FLOATS THRU 1400-EXIT
010200     IF CR-CASHUP-STATUS = "00"
010210         PERFORM 1200-LOAD-ONE-CASHUP THRU 1200-EXIT
010220             UNTIL CR-END-OF-CASHUP
010230     ELSE
010240         DISPLAY "PROG4: NO CASH-UP DECLARATIONS, STATUS "
010250             CR-CASHUP-STATUS " - EVERY DRAWER COUNTS AS EMPTY"
010260         MOVE "Y" TO CR-CASHUP-EOF-SWITCH
010300     END-IF
010650     IF NOT CR-END-OF-TRANSACTIONS
010700         PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT
010710     END-IF.
010800 1000-EXIT.
010900     EXIT.
010903*
010905******************************************************************
010907* 3500-CARRY-FLOATS-FORWARD - REWRITE THE FLOAT FILE WITH EVERY
010910*                             OPERATOR'S FLOAT - TODAY'S DECLARED
010912*                             FLOAT, OR THE ONE CARRIED IN FOR AN
010914*                             OPERATOR WHO DID NOT CASH UP - AS
010917*                             TOMORROW'S OPENING FLOAT.
010919******************************************************************
010921 3500-CARRY-FLOATS-FORWARD.
010924     IF CR-FLOAT-COUNT = ZERO
010926         GO TO 3500-EXIT
010928     END-IF
010930     OPEN OUTPUT CASH-FLOAT-FILE
010933     IF CR-CASHFLT-STATUS NOT = "00"
010935         DISPLAY "PROG4: UNABLE TO REWRITE FLOAT FILE, STATUS "
010937             CR-CASHFLT-STATUS " - FLOATS NOT CARRIED FORWARD"
010940         MOVE "FLOAT FILE NOT WRITTEN - FLOATS NOT CARRIED"
010942             TO CR-EXC-TEXT
010944         WRITE CASH-RECON-LINE FROM CR-RPT-EXCEPTION-LINE
010947         IF RETURN-CODE < 4
010949             MOVE 4 TO RETURN-CODE
010951         END-IF
010953         GO TO 3500-EXIT
010956     END-IF
010958     PERFORM 3510-WRITE-ONE-FLOAT THRU 3510-EXIT
010960         VARYING CR-FL-IDX FROM 1 BY 1
010963         UNTIL CR-FL-IDX > CR-FLOAT-COUNT
010965     CLOSE CASH-FLOAT-FILE.
010967 3500-EXIT.
010970     EXIT.
010972*
010974******************************************************************
010976* 3510-WRITE-ONE-FLOAT - ONE OPERATOR'S FLOAT CARRIED FORWARD.
010979******************************************************************
010981 3510-WRITE-ONE-FLOAT.
010983     MOVE SPACES TO CASH-FLOAT-RECORD
010986     MOVE CR-FL-OPERATOR-ID(CR-FL-IDX) TO CF-OPERATOR-ID
010988     MOVE CR-FL-AMOUNT(CR-FL-IDX) TO CF-FLOAT-AMOUNT
010990     MOVE CR-FL-SET-DATE(CR-FL-IDX) TO CF-SET-DATE
010993     WRITE CASH-FLOAT-RECORD.
010995 3510-EXIT.
010997     EXIT.
011000*
011002******************************************************************
011004* 1210-ADD-ONE-DENOMINATION - ADD THE VALUE OF ONE DENOMINATION'S
011005*                             COUNT TO THE DRAWER.
011007******************************************************************
011009 1210-ADD-ONE-DENOMINATION.
011010     COMPUTE CR-DENOM-VALUE = DN-VALUE(CR-DN-SUB)
011012         * CR-OP-DENOM-COUNT(CR-OP-IDX, CR-DN-SUB)
011014     ADD CR-DENOM-VALUE TO CR-DRAWER-VALUE.
011015 1210-EXIT.
011017     EXIT.
011019*
011020******************************************************************
011022* 1250-SET-OPENING-FLOAT - THE FLOAT DECLARED ON THE CASH-UP, OR
011024*                          THE FLOAT CARRIED FORWARD WHEN NONE WAS
011025*                          DECLARED. A DECLARED FLOAT THAT DIFFERS
011027*                          FROM THE ONE CARRIED FORWARD IS
011029*                          FLAGGED. THE FLOAT USED IS HELD FORWARD
011030*                          FOR TOMORROW.
011032******************************************************************
011034 1250-SET-OPENING-FLOAT.
011035     MOVE "N" TO CR-FLOAT-FOUND-SWITCH
011037     IF CR-FLOAT-COUNT > ZERO
011038         SET CR-FL-IDX TO 1
011040         SEARCH CR-FLOAT-ENTRY
011042             AT END
011043                 CONTINUE
011045             WHEN CR-FL-IDX > CR-FLOAT-COUNT
011047                 CONTINUE
011048             WHEN CR-FL-OPERATOR-ID(CR-FL-IDX) = CU-OPERATOR-ID
011050                 MOVE "Y" TO CR-FLOAT-FOUND-SWITCH
011052         END-SEARCH
011053     END-IF
011055     IF CU-OPENING-FLOAT = ZERO AND CR-FLOAT-FOUND
011057         MOVE CR-FL-AMOUNT(CR-FL-IDX) TO CR-OP-FLOAT(CR-OP-IDX)
011058     ELSE
011060         MOVE CU-OPENING-FLOAT TO CR-OP-FLOAT(CR-OP-IDX)
011062     END-IF
011063     IF CR-FLOAT-FOUND
011065         IF CR-OP-FLOAT(CR-OP-IDX) NOT = CR-FL-AMOUNT(CR-FL-IDX)
011067             ADD 1 TO CR-FLOAT-DIFF-COUNT
011068             MOVE "Y" TO CR-OP-FLOAT-FLAG(CR-OP-IDX)
011070             MOVE CR-FL-AMOUNT(CR-FL-IDX)
011071                 TO CR-OP-FLOAT-ISSUED(CR-OP-IDX)
011073         END-IF
011075     ELSE
011076         IF CR-FLOAT-COUNT NOT < 50
011078             DISPLAY "PROG4: FLOAT TABLE FULL - FLOAT FOR "
011080                 CU-OPERATOR-ID " NOT CARRIED FORWARD"
011081             GO TO 1250-EXIT
011083         END-IF
011085         ADD 1 TO CR-FLOAT-COUNT
011086         SET CR-FL-IDX TO CR-FLOAT-COUNT
011088         MOVE CU-OPERATOR-ID TO CR-FL-OPERATOR-ID(CR-FL-IDX)
011090     END-IF
011091     MOVE CR-OP-FLOAT(CR-OP-IDX) TO CR-FL-AMOUNT(CR-FL-IDX)
011093     MOVE CR-BUSINESS-DATE TO CR-FL-SET-DATE(CR-FL-IDX).
011095 1250-EXIT.
011096     EXIT.
011098*
011100******************************************************************
011200* 1100-READ-TRANSACTION - READ THE NEXT CASH OFFICE TRANSACTION.
011300******************************************************************
012024     EXIT.
012010*
012020******************************************************************
012026* 1200-LOAD-ONE-CASHUP - LOAD ONE OPERATOR'S CASH-UP DECLARATION
012028*                        INTO THE OPERATOR TABLE AND VALUE THE
012029*                        DRAWER. A DECLARATION FOR ANOTHER DATE,
012031*                        ONE THAT IS NOT NUMERIC, OR A SECOND ONE
012032*                        FOR THE SAME OPERATOR IS REJECTED AND
012034*                        COUNTED.
012035******************************************************************
012037 1200-LOAD-ONE-CASHUP.
012039     READ CASH-UP-FILE
012040         AT END
012042             MOVE "Y" TO CR-CASHUP-EOF-SWITCH
012043             GO TO 1200-EXIT
012045     END-READ
012046     IF CU-BUSINESS-DATE NOT = CR-BUSINESS-DATE
012048         DISPLAY "PROG4: CASH-UP FOR " CU-OPERATOR-ID " DATED "
012049             CU-BUSINESS-DATE " REJECTED - NOT THIS BUSINESS DATE"
012051         ADD 1 TO CR-CASHUP-REJECT-COUNT
012053         GO TO 1200-EXIT
012054     END-IF
012056     IF CU-OPENING-FLOAT NOT NUMERIC
012057             OR CU-DENOM-COUNTS NOT NUMERIC
012059             OR CU-VOUCHER-COUNT NOT NUMERIC
012060             OR CU-VOUCHER-AMOUNT NOT NUMERIC
012062         DISPLAY "PROG4: CASH-UP FOR " CU-OPERATOR-ID
012063             " REJECTED - COUNTS NOT NUMERIC"
012065         ADD 1 TO CR-CASHUP-REJECT-COUNT
012067         GO TO 1200-EXIT
012068     END-IF
012070     MOVE CU-OPERATOR-ID TO CR-WORK-OPERATOR-ID
012071     PERFORM 2210-FIND-OPERATOR-ROW THRU 2210-EXIT
012073     IF CR-OP-IDX = ZERO
012074         ADD 1 TO CR-CASHUP-REJECT-COUNT
012076         GO TO 1200-EXIT
012077     END-IF
012079     IF CR-OP-DECLARED(CR-OP-IDX)
012081         DISPLAY "PROG4: SECOND CASH-UP FOR " CU-OPERATOR-ID
012082             " REJECTED - THE FIRST STANDS"
012084         ADD 1 TO CR-CASHUP-REJECT-COUNT
012085         GO TO 1200-EXIT
012087     END-IF
012088     MOVE "Y" TO CR-OP-CASHUP-FLAG(CR-OP-IDX)
012090     MOVE CU-DENOM-COUNTS TO CR-OP-DENOMS(CR-OP-IDX)
012091     MOVE CU-VOUCHER-COUNT TO CR-OP-VOUCHER-COUNT(CR-OP-IDX)
012093     MOVE CU-VOUCHER-AMOUNT TO CR-OP-VOUCHERS(CR-OP-IDX)
012095     PERFORM 1250-SET-OPENING-FLOAT THRU 1250-EXIT
012096     MOVE ZERO TO CR-DRAWER-VALUE
012098     PERFORM 1210-ADD-ONE-DENOMINATION THRU 1210-EXIT
012099         VARYING CR-DN-SUB FROM 1 BY 1 UNTIL CR-DN-SUB > 14
012101     COMPUTE CR-OP-COUNTED(CR-OP-IDX) = CR-DRAWER-VALUE
012102         + CU-VOUCHER-AMOUNT - CR-OP-FLOAT(CR-OP-IDX)
012104     ADD CR-OP-COUNTED(CR-OP-IDX) TO CR-TOTAL-COUNTED.
012106 1200-EXIT.
012107     EXIT.
012108*
012136 1300-EXIT.
012137     EXIT.
012100*
012139******************************************************************
012140* 1400-LOAD-FLOATS - LOAD THE FLOATS CARRIED FORWARD FROM THE LAST
012142*                    CASH-UP. NO FILE READS AS NO FLOATS ISSUED.
012143******************************************************************
012145 1400-LOAD-FLOATS.
012146     OPEN INPUT CASH-FLOAT-FILE
012148     IF CR-CASHFLT-STATUS NOT = "00"
012149         DISPLAY "PROG4: NO FLOATS CARRIED FORWARD, STATUS "
012150             CR-CASHFLT-STATUS
012152         GO TO 1400-EXIT
012153     END-IF
012155     PERFORM 1410-LOAD-ONE-FLOAT THRU 1410-EXIT
012156         UNTIL CR-END-OF-FLOATS
012158     CLOSE CASH-FLOAT-FILE.
012159 1400-EXIT.
012161     EXIT.
012162*
012163******************************************************************
012165* 1410-LOAD-ONE-FLOAT - ONE OPERATOR'S FLOAT INTO THE FLOAT TABLE.
012166******************************************************************
012168 1410-LOAD-ONE-FLOAT.
012169     READ CASH-FLOAT-FILE
012171         AT END
012172             MOVE "Y" TO CR-CASHFLT-EOF-SWITCH
012174             GO TO 1410-EXIT
012175     END-READ
012176     IF CF-FLOAT-AMOUNT NOT NUMERIC
012178         GO TO 1410-EXIT
012179     END-IF
012181     IF CR-FLOAT-COUNT NOT < 50
012182         DISPLAY "PROG4: FLOAT TABLE FULL, SKIPPING "
012184             CF-OPERATOR-ID
012185         GO TO 1410-EXIT
012187     END-IF
012188     ADD 1 TO CR-FLOAT-COUNT
012189     SET CR-FL-IDX TO CR-FLOAT-COUNT
012191     MOVE CF-OPERATOR-ID TO CR-FL-OPERATOR-ID(CR-FL-IDX)
012192     MOVE CF-FLOAT-AMOUNT TO CR-FL-AMOUNT(CR-FL-IDX)
012194     MOVE CF-SET-DATE TO CR-FL-SET-DATE(CR-FL-IDX).
012195 1410-EXIT.
012197     EXIT.
012198*
012200******************************************************************
012300* 2000-PROCESS-TRANSACTION - ROUTE ONE TRANSACTION BY ITS TYPE
012400*                            (VOIDS ARE COUNTED BUT EXCLUDED)
013380     EXIT.
013390*
013400******************************************************************
013410* 2200-POST-TO-TOTALS - POST ONE SALE OR REFUND TO THE TENDER
013416*                       AND DAY TOTALS, AND CASH TENDER TO THE
013420*                       SYSTEM CASH TOTALS, DAY AND PER OPERATOR.
013430******************************************************************
013440 2200-POST-TO-TOTALS.
013450     MOVE CT-OPERATOR-ID TO CR-WORK-OPERATOR-ID
013510         ADD 1 TO CR-RF-COUNT(TT-IDX)
013520         ADD CT-AMOUNT TO CR-REFUND-AMOUNT
013530         ADD CT-AMOUNT TO CR-RF-AMOUNT(TT-IDX)
013533         IF CT-TENDER-CASH
013536             SUBTRACT CT-AMOUNT FROM CR-TOTAL-SYSTEM-CASH
013540             IF CR-OP-IDX > ZERO
013550                 SUBTRACT CT-AMOUNT
013553                     FROM CR-OP-SYSTEM-CASH(CR-OP-IDX)
013556             END-IF
013560         END-IF
013570     ELSE
013580         ADD CT-AMOUNT TO CR-TT-AMOUNT(TT-IDX)
013590         ADD CT-AMOUNT TO CR-TOTAL-RECEIPTS
013593         IF CT-TENDER-CASH
013596             ADD CT-AMOUNT TO CR-TOTAL-SYSTEM-CASH
013600             IF CR-OP-IDX > ZERO
013610                 ADD CT-AMOUNT TO CR-OP-SYSTEM-CASH(CR-OP-IDX)
013614             END-IF
013620         END-IF
013630     END-IF.
013640 2200-EXIT.
013910         ADD 1 TO CR-OPERATOR-COUNT
013920         SET CR-OP-IDX TO CR-OPERATOR-COUNT
013930         MOVE CR-WORK-OPERATOR-ID TO CR-OP-ID(CR-OP-IDX)
013934         MOVE ZERO TO CR-OP-SYSTEM-CASH(CR-OP-IDX)
013940         MOVE ZERO TO CR-OP-COUNTED(CR-OP-IDX)
013950         MOVE ZERO TO CR-OP-FLOAT(CR-OP-IDX)
013951         MOVE ZERO TO CR-OP-FLOAT-ISSUED(CR-OP-IDX)
013952         MOVE ZERO TO CR-OP-VOUCHER-COUNT(CR-OP-IDX)
013953         MOVE ZERO TO CR-OP-VOUCHERS(CR-OP-IDX)
013954         MOVE "N" TO CR-OP-CASHUP-FLAG(CR-OP-IDX)
013955         MOVE "N" TO CR-OP-FLOAT-FLAG(CR-OP-IDX)
013956         MOVE ZERO TO CR-OP-DENOMS(CR-OP-IDX)
013960     ELSE
013970         DISPLAY "PROG4: OPERATOR TABLE FULL, SKIPPING "
013980             CR-WORK-OPERATOR-ID
013997     EXIT.
013998*
013300******************************************************************
013310* 3000-RECONCILE-AND-REPORT - COMPARE THE CASH COUNTED AT CASH-UP
013320*                             (LESS FLOAT) WITH THE CASH TENDER
013330*                             TAKEN, PRINT THE RECONCILIATION
013340*                             REPORT WITH EACH DRAWER'S COUNT BY
013350*                             DENOMINATION, WRITE A PERMANENT
013700*                             AUDIT LOG ENTRY PER OPERATOR AND
013711*                             CARRY THE FLOATS FORWARD.
013800******************************************************************
013900 3000-RECONCILE-AND-REPORT.
013910     IF NOT CR-TRAILER-SEEN OR CR-TRLR-COUNT > ZERO
013940             " UNPROVEN RECORDS/" CR-TRLR-AMOUNT
013950         MOVE 8 TO RETURN-CODE
013960     END-IF
014000     COMPUTE CR-VARIANCE = CR-TOTAL-COUNTED - CR-TOTAL-SYSTEM-CASH
014050     MOVE ZERO TO RPT-PAGE-NUMBER
014060     ADD 1 TO RPT-PAGE-NUMBER
014070     MOVE "CASH OFFICE RECONCILIATION" TO RPT-HDR-TITLE
014700     MOVE "ACTUAL RECEIPTS:" TO CR-DET-LABEL
014800     MOVE CR-TOTAL-RECEIPTS TO CR-DET-AMOUNT
014900     WRITE CASH-RECON-LINE FROM CR-RPT-DETAIL-LINE
014910     MOVE "SYSTEM CASH TENDER:" TO CR-DET-LABEL
014920     MOVE CR-TOTAL-SYSTEM-CASH TO CR-DET-AMOUNT
014930     WRITE CASH-RECON-LINE FROM CR-RPT-DETAIL-LINE
015000     MOVE "CASH COUNTED LESS FLOAT:" TO CR-DET-LABEL
015100     MOVE CR-TOTAL-COUNTED TO CR-DET-AMOUNT
015200     WRITE CASH-RECON-LINE FROM CR-RPT-DETAIL-LINE
015300     MOVE "VARIANCE:" TO CR-DET-LABEL
015400     MOVE CR-VARIANCE TO CR-DET-AMOUNT
015500     WRITE CASH-RECON-LINE FROM CR-RPT-DETAIL-LINE
015510     PERFORM 3100-PRINT-TENDER-BREAKDOWN THRU 3100-EXIT
015520     PERFORM 3200-PRINT-REFUND-SECTION THRU 3200-EXIT
015530     MOVE "OVER/SHORT BY OPERATOR - COUNTED CASH"
015535         TO CR-SEC-TITLE
015540     WRITE CASH-RECON-LINE FROM CR-RPT-SECTION-LINE
015545     WRITE CASH-RECON-LINE FROM CR-RPT-OPER-HEADING
015550     PERFORM 3300-REPORT-ONE-OPERATOR THRU 3300-EXIT
015560         VARYING CR-OP-IDX FROM 1 BY 1
015570         UNTIL CR-OP-IDX > CR-OPERATOR-COUNT
015573     PERFORM 3400-PRINT-CASH-UPS THRU 3400-EXIT
015576     PERFORM 3500-CARRY-FLOATS-FORWARD THRU 3500-EXIT
015580     WRITE CASH-RECON-LINE FROM CR-RPT-BLANK-LINE
016100     IF CR-VARIANCE = ZERO
016200         CONTINUE
017950*
017951******************************************************************
017952* 3300-REPORT-ONE-OPERATOR - PRINT THE OVER/SHORT LINE FOR THE
017953*                            OPERATOR AT CR-OP-IDX, WRITE ITS CASH
017954*                            AUDIT RECORD, FLAGGING NO CASH-UP.
017955******************************************************************
017956 3300-REPORT-ONE-OPERATOR.
017957     COMPUTE CR-OPER-VARIANCE =
017958         CR-OP-COUNTED(CR-OP-IDX) - CR-OP-SYSTEM-CASH(CR-OP-IDX)
017959     MOVE CR-OP-ID(CR-OP-IDX) TO CR-OPL-ID
017961     MOVE CR-OP-SYSTEM-CASH(CR-OP-IDX) TO CR-OPL-EXPECTED
017962     MOVE CR-OP-COUNTED(CR-OP-IDX) TO CR-OPL-ACTUAL
017963     MOVE CR-OPER-VARIANCE TO CR-OPL-VARIANCE
017964     MOVE CR-BUSINESS-DATE TO CA-BUSINESS-DATE
017965     MOVE CR-OP-ID(CR-OP-IDX) TO CA-OPERATOR-ID
017966     MOVE CR-OP-SYSTEM-CASH(CR-OP-IDX) TO CA-EXPECTED-AMOUNT
017967     MOVE CR-OP-COUNTED(CR-OP-IDX) TO CA-ACTUAL-AMOUNT
017968     MOVE CR-OPER-VARIANCE TO CA-VARIANCE-AMOUNT
017969     IF CR-OPER-VARIANCE = ZERO
017971         SET CA-BALANCED TO TRUE
018851 4310-EXIT.
018851     EXIT.
018852*
018854******************************************************************
018855* 3400-PRINT-CASH-UPS - EACH DECLARED DRAWER BY DENOMINATION, WITH
018856*                       ITS VOUCHERS AND FLOAT, THEN THE COUNT OF
018857*                       DECLARATIONS REJECTED AT LOAD.
018858******************************************************************
018869 3400-PRINT-CASH-UPS.
018890     WRITE CASH-RECON-LINE FROM CR-RPT-BLANK-LINE
018891     MOVE "CASH-UP BY DENOMINATION" TO CR-SEC-TITLE
018892     WRITE CASH-RECON-LINE FROM CR-RPT-SECTION-LINE
018893     PERFORM 3410-PRINT-ONE-CASH-UP THRU 3410-EXIT
018894         VARYING CR-OP-IDX FROM 1 BY 1
018896         UNTIL CR-OP-IDX > CR-OPERATOR-COUNT
018897     MOVE "CASH-UPS REJECTED:" TO CR-DET-LABEL
018898     MOVE CR-CASHUP-REJECT-COUNT TO CR-DET-AMOUNT
018899     WRITE CASH-RECON-LINE FROM CR-RPT-DETAIL-LINE
018900     MOVE "NO CASH-UP DECLARED:" TO CR-DET-LABEL
018902     MOVE CR-NO-CASHUP-COUNT TO CR-DET-AMOUNT
018903     WRITE CASH-RECON-LINE FROM CR-RPT-DETAIL-LINE
018904     MOVE "FLOATS DIFFERING:" TO CR-DET-LABEL
018905     MOVE CR-FLOAT-DIFF-COUNT TO CR-DET-AMOUNT
018906     WRITE CASH-RECON-LINE FROM CR-RPT-DETAIL-LINE
018907     IF CR-CASHUP-REJECT-COUNT > ZERO
018909         MOVE "CASH-UP DECLARATIONS REJECTED - SEE JOB LOG"
018910             TO CR-EXC-TEXT
018911         WRITE CASH-RECON-LINE FROM CR-RPT-EXCEPTION-LINE
018912     END-IF.
018913 3400-EXIT.
018915     EXIT.
018916*
018917******************************************************************
018918* 3410-PRINT-ONE-CASH-UP - THE COUNT FOR THE OPERATOR AT CR-OP-
018919*                          IDX, ONE LINE PER DENOMINATION HELD.
018920*                          AN OPERATOR WITH NO CASH-UP IS
018922*                          FLAGGED AS AN EXCEPTION INSTEAD.
018923******************************************************************
018924 3410-PRINT-ONE-CASH-UP.
018925     IF NOT CR-OP-DECLARED(CR-OP-IDX)
018926         ADD 1 TO CR-NO-CASHUP-COUNT
018928         MOVE SPACES TO CR-EXC-TEXT
018929         STRING "NO CASH-UP DECLARED BY " CR-OP-ID(CR-OP-IDX)
018930             DELIMITED BY SIZE INTO CR-EXC-TEXT
018931         WRITE CASH-RECON-LINE FROM CR-RPT-EXCEPTION-LINE
018932         GO TO 3410-EXIT
018933     END-IF
018935     WRITE CASH-RECON-LINE FROM CR-RPT-BLANK-LINE
018936     MOVE SPACES TO CR-SEC-TITLE
018937     STRING "OPERATOR " CR-OP-ID(CR-OP-IDX) DELIMITED BY SIZE
018938         INTO CR-SEC-TITLE
018939     WRITE CASH-RECON-LINE FROM CR-RPT-SECTION-LINE
018941     MOVE ZERO TO CR-DRAWER-VALUE
018942     PERFORM 3420-PRINT-ONE-DENOMINATION THRU 3420-EXIT
018943         VARYING CR-DN-SUB FROM 1 BY 1 UNTIL CR-DN-SUB > 14
018944     MOVE SPACES TO CR-DNT-LABEL
018945     STRING "VOUCHERS (" CR-OP-VOUCHER-COUNT(CR-OP-IDX) "):"
018946         DELIMITED BY SIZE INTO CR-DNT-LABEL
018948     MOVE CR-OP-VOUCHERS(CR-OP-IDX) TO CR-DNT-AMOUNT
018949     WRITE CASH-RECON-LINE FROM CR-RPT-DENOM-TOTAL-LINE
018950     ADD CR-OP-VOUCHERS(CR-OP-IDX) TO CR-DRAWER-VALUE
018951     MOVE "DRAWER TOTAL:" TO CR-DNT-LABEL
018952     MOVE CR-DRAWER-VALUE TO CR-DNT-AMOUNT
018953     WRITE CASH-RECON-LINE FROM CR-RPT-DENOM-TOTAL-LINE
018955     MOVE "LESS OPENING FLOAT:" TO CR-DNT-LABEL
018956     MOVE CR-OP-FLOAT(CR-OP-IDX) TO CR-DNT-AMOUNT
018957     WRITE CASH-RECON-LINE FROM CR-RPT-DENOM-TOTAL-LINE
018958     MOVE "COUNTED CASH:" TO CR-DNT-LABEL
018959     MOVE CR-OP-COUNTED(CR-OP-IDX) TO CR-DNT-AMOUNT
018961     WRITE CASH-RECON-LINE FROM CR-RPT-DENOM-TOTAL-LINE
018962     IF CR-OP-FLOAT-DIFFERS(CR-OP-IDX)
018963         MOVE "FLOAT CARRIED FORWARD:" TO CR-DNT-LABEL
018964         MOVE CR-OP-FLOAT-ISSUED(CR-OP-IDX) TO CR-DNT-AMOUNT
018965         WRITE CASH-RECON-LINE FROM CR-RPT-DENOM-TOTAL-LINE
018966         MOVE SPACES TO CR-EXC-TEXT
018968         STRING "DECLARED FLOAT DIFFERS FROM FLOAT ISSUED - "
018969             CR-OP-ID(CR-OP-IDX) DELIMITED BY SIZE
018970             INTO CR-EXC-TEXT
018971         WRITE CASH-RECON-LINE FROM CR-RPT-EXCEPTION-LINE
018972     END-IF.
018974 3410-EXIT.
018975     EXIT.
018976*
018977******************************************************************
018978* 3420-PRINT-ONE-DENOMINATION - ONE DENOMINATION LINE, SKIPPED
018979*                               WHEN NONE WERE COUNTED.
018981******************************************************************
018982 3420-PRINT-ONE-DENOMINATION.
018983     IF CR-OP-DENOM-COUNT(CR-OP-IDX, CR-DN-SUB) = ZERO
018984         GO TO 3420-EXIT
018985     END-IF
018987     COMPUTE CR-DENOM-VALUE = DN-VALUE(CR-DN-SUB)
018988         * CR-OP-DENOM-COUNT(CR-OP-IDX, CR-DN-SUB)
018989     ADD CR-DENOM-VALUE TO CR-DRAWER-VALUE
018990     MOVE DN-KIND(CR-DN-SUB) TO CR-DNL-KIND
018991     MOVE DN-VALUE(CR-DN-SUB) TO CR-DNL-VALUE
018992     MOVE CR-OP-DENOM-COUNT(CR-OP-IDX, CR-DN-SUB) TO CR-DNL-COUNT
018994     MOVE CR-DENOM-VALUE TO CR-DNL-AMOUNT
018995     WRITE CASH-RECON-LINE FROM CR-RPT-DENOM-LINE.
018996 3420-EXIT.
018997     EXIT.
018998*
019000******************************************************************
019100* 5000-TERMINATE - CLOSE ALL FILES.
019200******************************************************************
019350         PERFORM 5100-WRITE-AUDIT-JOURNAL THRU 5100-EXIT
019360     END-IF
019400     CLOSE CASH-TRANSACTION-FILE
019500     CLOSE CASH-UP-FILE
019600     CLOSE CASH-AUDIT-FILE
019700     CLOSE CASH-RECON-REPORT
019750     CLOSE AUDIT-JOURNAL-FILE.
020010     MOVE CR-TOTAL-RECEIPTS TO AJ-TOTAL-1-AMOUNT
020020     MOVE "VARIANCE" TO AJ-TOTAL-2-LABEL
020030     MOVE CR-VARIANCE TO AJ-TOTAL-2-AMOUNT
020035     MOVE RETURN-CODE TO AJ-RETURN-CODE
020040     WRITE AUDIT-JOURNAL-RECORD.
020050 5100-EXIT.
020060     EXIT.
