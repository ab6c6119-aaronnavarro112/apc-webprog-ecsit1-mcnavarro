000700*                TRANSACTION FILE OF ADDS, CHANGES AND DELETES,
000800*                WITH EDIT CHECKS ON THE INCOMING NAME AND A
000900*                DUPLICATE STUDENT ID CHECK, AND CLOSES OUT THE
000910*                SHOP TILL FOR THE DAY. EACH TILL LINE IS PRICE-
000920*                CHECKED AGAINST THE ITEM MASTER'S SELLING
000930*                PRICE IN FORCE AND ANY DIFFERENCE IS LISTED.
001000* TECTONICS:     cobc -x -std=ibm Prog2.cbl
001100*
001200* MODIFICATION HISTORY
002215*                  USED, FALLING BACK TO THE DEPARTMENT CODE
002216*                  KEYED ON THE SALE WHEN THE ITEM IS BLANK OR
002217*                  NOT ON THE MASTER (OR THE MASTER IS ABSENT).
002218* 2026-10-15 PJM   EACH SALE FOR AN ITEM ON THE MASTER IS NOW
002219*                  CHECKED AGAINST QUANTITY TIMES THE ITEM'S
002220*                  SELLING PRICE IN FORCE FOR THE BUSINESS DATE
002221*                  (A PENDING PRICE CHANGE COUNTS FROM ITS
002222*                  EFFECTIVE DATE). DISCREPANCIES - UNAUTHORISED
002223*                  DISCOUNTS AND MIS-KEYED PRICES - ARE LISTED ON
002224*                  THE VARIANCE REPORT WITH THE NET DIFFERENCE.
002225*                  THEY DO NOT CHANGE THE RETURN CODE, AS THE REST
002226*                  OF THE DAILY CHAIN CONDITIONS ON THIS STEP.
002227* 2026-10-15 PJM   THE AUDIT JOURNAL RECORD NOW CARRIES THE
002228*                  RETURN CODE THE RUN ENDED WITH.
002205******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. PROG2.
006520 77  SA-DELETED-COUNT        PIC 9(05) COMP VALUE ZERO.
006600 77  SA-REJECTED-COUNT       PIC 9(05) COMP VALUE ZERO.
006700 77  SA-REJECT-REASON        PIC X(40).
006701 77  SA-PRICE-IN-FORCE       PIC 9(05)V99 VALUE ZERO.
006702 77  SA-EXPECTED-AMOUNT      PIC 9(08)V99 VALUE ZERO.
006703 77  SA-PRICE-DIFFERENCE     PIC S9(08)V99 VALUE ZERO.
006704 77  SA-PRICE-DISC-TOTAL     PIC S9(09)V99 VALUE ZERO.
006705 77  SA-PRICE-DISC-COUNT     PIC 9(05) COMP VALUE ZERO.
006706 77  SA-PRICE-LISTED-COUNT   PIC 9(05) COMP VALUE ZERO.
006707 77  SA-UNCHECKED-COUNT      PIC 9(05) COMP VALUE ZERO.
006710 77  SA-SALES-EOF-SWITCH     PIC X(01) VALUE "N".
006720     88  SA-END-OF-SALES             VALUE "Y".
006730 77  SA-SALES-COUNT          PIC 9(05) COMP VALUE ZERO.
006793         10  SA-DP-QUANTITY      PIC 9(05) VALUE ZERO.
006794         10  SA-DP-AMOUNT        PIC 9(07)V99 VALUE ZERO.
006800*
006810* TILL PRICE DISCREPANCIES, HELD UNTIL THE VARIANCE REPORT IS
006820* HEADED - THE FIRST 200 ARE LISTED, ANY MORE ARE ONLY COUNTED.
006830 01  SA-PRICE-DISC-TABLE.
006840     05  SA-PD-ENTRY OCCURS 200 TIMES INDEXED BY SA-PD-IDX.
006850         10  SA-PD-TRANS-NO      PIC 9(06).
006860         10  SA-PD-ITEM-CODE     PIC X(06).
006870         10  SA-PD-QUANTITY      PIC 9(03).
006880         10  SA-PD-PRICE         PIC 9(05)V99.
006890         10  SA-PD-EXPECTED      PIC 9(08)V99.
006900         10  SA-PD-CHARGED       PIC 9(05)V99.
006910         10  SA-PD-DIFFERENCE    PIC S9(08)V99.
006920 01  SV-RPT-PRICE-HEADING.
006930     05  FILLER              PIC X(40) VALUE
006940         "TRANS   ITEM    QTY UNIT PRICE      EXPE".
006950     05  FILLER              PIC X(40) VALUE
006960         "CTED    CHARGED    DIFFERENCE           ".
006970 01  SV-RPT-PRICE-LINE.
006980     05  SV-PD-TRANS-NO      PIC 9(06).
006990     05  FILLER              PIC X(02) VALUE SPACES.
007000     05  SV-PD-ITEM-CODE     PIC X(06).
007010     05  FILLER              PIC X(02) VALUE SPACES.
007020     05  SV-PD-QUANTITY      PIC ZZ9.
007030     05  FILLER              PIC X(02) VALUE SPACES.
007040     05  SV-PD-PRICE         PIC ZZ,ZZ9.99.
007050     05  FILLER              PIC X(01) VALUE SPACES.
007060     05  SV-PD-EXPECTED      PIC ZZ,ZZZ,ZZ9.99.
007070     05  FILLER              PIC X(02) VALUE SPACES.
007080     05  SV-PD-CHARGED       PIC ZZ,ZZ9.99.
007090     05  FILLER              PIC X(01) VALUE SPACES.
007100     05  SV-PD-DIFFERENCE    PIC ZZ,ZZZ,ZZ9.99-.
007110     05  FILLER              PIC X(01) VALUE SPACES.
007120     05  SV-PD-DIRECTION     PIC X(05).
007130 01  SV-RPT-BLANK-LINE       PIC X(01) VALUE SPACE.
007140 01  SV-RPT-PRICE-TITLE      PIC X(24) VALUE
007150         "TILL PRICE DISCREPANCIES".
007400 01  SA-RPT-DETAIL-LINE.
007500     05  SA-RPT-ID           PIC 9(06).
007600     05  FILLER              PIC X(02) VALUE SPACES.
017800     EXIT.
017900*
018000******************************************************************
018001* 3400-PRINT-PRICE-CHECK - LIST THE TILL LINES WHOSE AMOUNT DOES
018002*                          NOT MATCH QUANTITY TIMES PRICE, WITH
018003*                          THE COUNT, THE NET DIFFERENCE AND THE
018004*                          NUMBER OF SALES THAT COULD NOT BE
018005*                          CHECKED. UNDER IS A DISCOUNT OR A PRICE
018006*                          KEYED TOO LOW; OVER IS A CUSTOMER
018007*                          CHARGED TOO MUCH.
018008******************************************************************
018009 3400-PRINT-PRICE-CHECK.
018010     WRITE SHOP-VARIANCE-RPT-LINE FROM SV-RPT-BLANK-LINE
018011     WRITE SHOP-VARIANCE-RPT-LINE FROM SV-RPT-PRICE-TITLE
018012     WRITE SHOP-VARIANCE-RPT-LINE FROM SV-RPT-PRICE-HEADING
018013     PERFORM 3450-PRINT-PRICE-LINE THRU 3450-EXIT
018014         VARYING SA-PD-IDX FROM 1 BY 1
018015         UNTIL SA-PD-IDX > SA-PRICE-LISTED-COUNT
018016     IF SA-PRICE-DISC-COUNT > SA-PRICE-LISTED-COUNT
018017         DISPLAY "PROG2: ONLY THE FIRST " SA-PRICE-LISTED-COUNT
018018             " PRICE DISCREPANCIES ARE LISTED"
018019     END-IF
018020     MOVE "PRICE DISCREPANCIES:" TO SA-DET-LABEL
018021     MOVE SA-PRICE-DISC-COUNT TO SA-DET-AMOUNT
018022     WRITE SHOP-VARIANCE-RPT-LINE FROM SA-RPT-TOTAL-LINE
018023     MOVE "NET PRICE DIFFERENCE:" TO SV-DET-LABEL
018024     MOVE SA-PRICE-DISC-TOTAL TO SV-DET-AMOUNT
018025     WRITE SHOP-VARIANCE-RPT-LINE FROM SV-RPT-DETAIL-LINE
018026     MOVE "SALES NOT PRICE-CHECKED:" TO SA-DET-LABEL
018027     MOVE SA-UNCHECKED-COUNT TO SA-DET-AMOUNT
018028     WRITE SHOP-VARIANCE-RPT-LINE FROM SA-RPT-TOTAL-LINE
018029     WRITE SHOP-VARIANCE-RPT-LINE FROM SV-RPT-BLANK-LINE
018030     IF SA-PRICE-DISC-COUNT > ZERO
018031         DISPLAY "PROG2: " SA-PRICE-DISC-COUNT
018032             " TILL PRICE DISCREPANCIES, NET " SA-PRICE-DISC-TOTAL
018033     END-IF.
018034 3400-EXIT.
018035     EXIT.
018036*
018037******************************************************************
018038* 3450-PRINT-PRICE-LINE - PRINT THE DISCREPANCY AT SA-PD-IDX.
018039******************************************************************
018040 3450-PRINT-PRICE-LINE.
018041     MOVE SA-PD-TRANS-NO(SA-PD-IDX) TO SV-PD-TRANS-NO
018042     MOVE SA-PD-ITEM-CODE(SA-PD-IDX) TO SV-PD-ITEM-CODE
018043     MOVE SA-PD-QUANTITY(SA-PD-IDX) TO SV-PD-QUANTITY
018044     MOVE SA-PD-PRICE(SA-PD-IDX) TO SV-PD-PRICE
018045     MOVE SA-PD-EXPECTED(SA-PD-IDX) TO SV-PD-EXPECTED
018046     MOVE SA-PD-CHARGED(SA-PD-IDX) TO SV-PD-CHARGED
018047     MOVE SA-PD-DIFFERENCE(SA-PD-IDX) TO SV-PD-DIFFERENCE
018048     IF SA-PD-DIFFERENCE(SA-PD-IDX) < ZERO
018049         MOVE "UNDER" TO SV-PD-DIRECTION
018050     ELSE
018051         MOVE "OVER" TO SV-PD-DIRECTION
018052     END-IF
018053     WRITE SHOP-VARIANCE-RPT-LINE FROM SV-RPT-PRICE-LINE.
018054 3450-EXIT.
018055     EXIT.
018056*
018057******************************************************************
018100* 2300-REJECT-MAINT-REQUEST - LOG A REJECTED MAINTENANCE
018200*                             TRANSACTION TO THE EXCEPTION
018210*                             REPORT.
019196 2700-EXIT.
019197     EXIT.
019200*
019201******************************************************************
019202* 3240-EXAMINE-SALE - RESOLVE THE SALE'S DEPARTMENT, THEN
019203*                     CHECK ITS AMOUNT AGAINST THE ITEM
019204*                     MASTER PRICE.
019205******************************************************************
019206 3240-EXAMINE-SALE.
019207     PERFORM 3250-RESOLVE-DEPARTMENT THRU 3250-EXIT
019208     PERFORM 3260-CHECK-PRICE THRU 3260-EXIT.
019209 3240-EXIT.
019210     EXIT.
019211*
019212******************************************************************
019213* 3260-CHECK-PRICE - CHECK THE SALE'S AMOUNT AGAINST QUANTITY
019214*                    TIMES THE ITEM'S SELLING PRICE IN FORCE FOR
019215*                    THE BUSINESS DATE - THE PENDING NEW PRICE
019216*                    ONCE ITS EFFECTIVE DATE HAS COME. A
019217*                    DIFFERENCE IS HELD FOR THE VARIANCE REPORT. A
019218*                    SALE FOR AN ITEM NOT ON THE MASTER, OR ONE
019219*                    WITH NO PRICE SET, CANNOT BE CHECKED AND IS
019220*                    ONLY COUNTED.
019221******************************************************************
019222 3260-CHECK-PRICE.
019223     IF NOT SA-ITEMMAST-USABLE OR ST-ITEM-CODE = SPACES
019224             OR SA-ITEMMAST-STATUS NOT = "00"
019225             OR ST-QUANTITY NOT NUMERIC OR ST-AMOUNT NOT NUMERIC
019226         ADD 1 TO SA-UNCHECKED-COUNT
019227         GO TO 3260-EXIT
019228     END-IF
019229     MOVE IM-SELLING-PRICE TO SA-PRICE-IN-FORCE
019230     IF IM-NEW-PRICE-DATE NOT = ZERO
019231             AND IM-NEW-PRICE-DATE NOT > SA-TODAY-DATE
019232         MOVE IM-NEW-PRICE TO SA-PRICE-IN-FORCE
019233     END-IF
019234     IF SA-PRICE-IN-FORCE = ZERO
019235         ADD 1 TO SA-UNCHECKED-COUNT
019236         GO TO 3260-EXIT
019237     END-IF
019238     COMPUTE SA-EXPECTED-AMOUNT = ST-QUANTITY * SA-PRICE-IN-FORCE
019239     IF ST-AMOUNT = SA-EXPECTED-AMOUNT
019240         GO TO 3260-EXIT
019241     END-IF
019242     COMPUTE SA-PRICE-DIFFERENCE = ST-AMOUNT - SA-EXPECTED-AMOUNT
019243     ADD 1 TO SA-PRICE-DISC-COUNT
019244     ADD SA-PRICE-DIFFERENCE TO SA-PRICE-DISC-TOTAL
019245     IF SA-PRICE-LISTED-COUNT NOT < 200
019246         GO TO 3260-EXIT
019247     END-IF
019248     ADD 1 TO SA-PRICE-LISTED-COUNT
019249     SET SA-PD-IDX TO SA-PRICE-LISTED-COUNT
019250     MOVE ST-TRANSACTION-NO TO SA-PD-TRANS-NO(SA-PD-IDX)
019251     MOVE ST-ITEM-CODE TO SA-PD-ITEM-CODE(SA-PD-IDX)
019252     MOVE ST-QUANTITY TO SA-PD-QUANTITY(SA-PD-IDX)
019253     MOVE SA-PRICE-IN-FORCE TO SA-PD-PRICE(SA-PD-IDX)
019254     MOVE SA-EXPECTED-AMOUNT TO SA-PD-EXPECTED(SA-PD-IDX)
019255     MOVE ST-AMOUNT TO SA-PD-CHARGED(SA-PD-IDX)
019256     MOVE SA-PRICE-DIFFERENCE TO SA-PD-DIFFERENCE(SA-PD-IDX).
019257 3260-EXIT.
019258     EXIT.
019259*
019300******************************************************************
019400* 3000-SHOP-TOTAL - TOTAL THE DAY'S SHOP SALES TRANSACTIONS BY
019500*                   DEPARTMENT, THEN COMPARE THE SHOP TOTAL
019831     PERFORM 3300-PRINT-DEPT-LINE THRU 3300-EXIT
019832         VARYING SA-DP-IDX FROM 1 BY 1
019833         UNTIL SA-DP-IDX > SA-DEPT-COUNT
019836     PERFORM 3400-PRINT-PRICE-CHECK THRU 3400-EXIT
019840     IF SA-BANKDEP-STATUS = "00"
019841         READ DEPOSIT-SLIP-FILE
019850             AT END
020056*                        KEYED CODE IS ONLY THE FALLBACK.
020057******************************************************************
020058 3200-ACCUMULATE-SALE.
020058     PERFORM 3240-EXAMINE-SALE THRU 3240-EXIT
020059     SET SA-DP-IDX TO 1
020060     SEARCH SA-DEPT-ENTRY
020061         AT END
021810     MOVE SA-SHOP-TOTAL TO AJ-TOTAL-1-AMOUNT
021820     MOVE "SHOP VARIANCE" TO AJ-TOTAL-2-LABEL
021830     MOVE SA-SHOP-VARIANCE TO AJ-TOTAL-2-AMOUNT
021835     MOVE RETURN-CODE TO AJ-RETURN-CODE
021840     WRITE AUDIT-JOURNAL-RECORD.
021850 4100-EXIT.
021860     EXIT.
