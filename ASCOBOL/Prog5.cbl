001799*                  IS STILL OWED, AND RETRO FOR AN EMPLOYEE NOT
001799*                  PAYABLE THIS RUN (NOT DUE, INACTIVE OR HELD)
001799*                  CARRIES FORWARD INSTEAD OF BEING LOST.
001799* 2026-10-15 PJM   EVERY EMPLOYEE PAID NOW ALSO GETS A DETAIL
001799*                  RECORD ON THE NEW PAY HISTORY FILE - PERIOD
001799*                  NUMBER, HOURS, GROSS, TAX, PRSI, PENSION,
001799*                  ORDERS (ITEMIZED BY ORDER), VOLUNTARY
001799*                  DEDUCTIONS, RETRO AND NET - SO ONE PERSON'S
001799*                  PAY FOR ONE PERIOD CAN BE ANSWERED, AND THE
001799*                  PAY-REGISTER COMPARISON CAN SET THIS RUN
001799*                  AGAINST THE LAST BEFORE THE BANK FILE GOES.
001799* 2026-10-15 PJM   THE AUDIT JOURNAL RECORD NOW CARRIES THE
001799*                  RETURN CODE THE RUN ENDED WITH.
001800******************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. PROG5.
002985         ACCESS MODE IS RANDOM
002986         RECORD KEY IS LB-EMPLOYEE-ID
002987         FILE STATUS IS PY-LEAVEBAL-STATUS.
002988     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
002989         ORGANIZATION IS LINE SEQUENTIAL
002990         FILE STATUS IS PY-PAYHIST-STATUS.
002960 DATA DIVISION.
003000 FILE SECTION.
003100 FD  EMPLOYEE-MASTER-FILE
003424     LABEL RECORDS ARE STANDARD
003425     RECORD CONTAINS 80 CHARACTERS.
003426 01  ATT-ORD-RPT-LINE            PIC X(80).
003427 FD  PAY-HISTORY-FILE
003428     LABEL RECORDS ARE STANDARD.
003429 COPY PAYHIST.
003400 WORKING-STORAGE SECTION.
003500 77  PY-EMPMAST-STATUS       PIC X(02).
003510 77  PY-PAYSLIP-STATUS       PIC X(02).
003873         10  PY-AO-STATUS        PIC X(01).
003874         10  PY-AO-TAKE-RUN      PIC 9(07)V99.
003900*
003905 77  PY-PAYHIST-STATUS       PIC X(02).
003910 77  PY-PAYHIST-OK-SWITCH    PIC X(01) VALUE "Y".
003915     88  PY-PAYHIST-USABLE           VALUE "Y".
003920 77  PY-HIST-ORD-COUNT       PIC 9(02) COMP VALUE ZERO.
003925*
003930* THE CURRENT EMPLOYEE'S ORDERS TAKEN THIS PERIOD, FOR THE PAY
003935* HISTORY RECORD'S ORDER-BY-ORDER BREAKDOWN.
003940 01  PY-HIST-ORDER-TABLE.
003945     05  PY-HO-ENTRY OCCURS 4 TIMES INDEXED BY PY-HO-IDX.
003950         10  PY-HO-REF           PIC X(10).
003955         10  PY-HO-AMOUNT        PIC 9(07)V99.
003960*
004000* PER-EMPLOYEE WORKING FIGURES, RESET AND RECOMPUTED ONCE PER
004100* EMPLOYEE - GROSS PAY IS TIMESHEET HOURS TIMES THE HOURLY RATE,
004200* WITH OVERTIME AT THE PREMIUM MULTIPLIER.
007062         MOVE "N" TO PY-EMPYTD-OK-SWITCH
007063         MOVE 4 TO RETURN-CODE
007064     END-IF
007133     OPEN EXTEND PAY-HISTORY-FILE
007165     IF PY-PAYHIST-STATUS NOT = "00"
007197         OPEN OUTPUT PAY-HISTORY-FILE
007230     END-IF
007262     IF PY-PAYHIST-STATUS NOT = "00"
007294         DISPLAY "PROG5: UNABLE TO OPEN PAY HISTORY, STATUS "
007328             PY-PAYHIST-STATUS
007361         MOVE "N" TO PY-PAYHIST-OK-SWITCH
007393         MOVE 4 TO RETURN-CODE
007426     END-IF
007460     IF NOT PY-END-OF-TIMESHEETS
007470         PERFORM 1300-READ-TIMESHEET THRU 1300-EXIT
007480     END-IF
009606         PERFORM 2850-UPDATE-LEAVE-BALANCE THRU 2850-EXIT
009610         PERFORM 2300-PRINT-PAYSLIP THRU 2300-EXIT
009620         PERFORM 2500-WRITE-DISBURSEMENT THRU 2500-EXIT
009621         PERFORM 2550-WRITE-PAY-HISTORY THRU 2550-EXIT
009700         ADD 1 TO PY-EMPLOYEE-COUNT
009710         ADD PY-GROSS-PAY TO PY-TOTAL-GROSS-PAY
009720         ADD PY-NETPAY TO PY-TOTAL-NET-PAY
009800     PERFORM 1100-READ-EMPLOYEE THRU 1100-EXIT.
009900 2000-EXIT.
010000     EXIT.
010002*
010004******************************************************************
010006* 2550-WRITE-PAY-HISTORY - APPEND THIS EMPLOYEE'S DETAIL RECORD
010008*                          FOR THE PERIOD TO THE PAY HISTORY FILE.
010010******************************************************************
010012 2550-WRITE-PAY-HISTORY.
010014     IF NOT PY-PAYHIST-USABLE
010016         GO TO 2550-EXIT
010018     END-IF
010020     MOVE SPACES TO PAY-HISTORY-RECORD
010021     MOVE EM-EMPLOYEE-ID TO PH-EMPLOYEE-ID
010023     MOVE EM-EMPLOYEE-NAME TO PH-EMPLOYEE-NAME
010025     MOVE PY-PAY-PERIOD-DATE TO PH-PAY-DATE
010027     MOVE PY-CUR-PERIOD-NO TO PH-PAY-PERIOD
010029     MOVE EM-PAY-FREQUENCY TO PH-PAY-FREQUENCY
010031     MOVE PY-ORD-HOURS TO PH-ORDINARY-HOURS
010033     MOVE PY-OT-HOURS TO PH-OVERTIME-HOURS
010035     MOVE PY-ANN-HOURS TO PH-ANNUAL-HOURS
010037     MOVE PY-SICK-HOURS TO PH-SICK-HOURS
010039     MOVE PY-PUBHOL-HOURS TO PH-PUBHOL-HOURS
010040     MOVE EM-HOURLY-RATE TO PH-HOURLY-RATE
010042     MOVE PY-GROSS-PAY TO PH-GROSS-PAY
010044     MOVE PY-RETRO-PAY TO PH-RETRO-PAY
010046     MOVE PY-TAX TO PH-TAX
010048     MOVE PY-PRSI TO PH-PRSI
010050     MOVE PY-PENSION TO PH-PENSION
010052     MOVE PY-ATTACH-TOTAL TO PH-ORDERS
010054     MOVE PY-VOL-DED-TOTAL TO PH-VOLUNTARY-DED
010056     MOVE PY-NETPAY TO PH-NET-PAY
010058     PERFORM 2560-FILL-ONE-HIST-ORDER THRU 2560-EXIT
010060         VARYING PY-HO-IDX FROM 1 BY 1 UNTIL PY-HO-IDX > 4
010061     WRITE PAY-HISTORY-RECORD.
010063 2550-EXIT.
010065     EXIT.
010067*
010069******************************************************************
010071* 2560-FILL-ONE-HIST-ORDER - ONE ORDER SLOT ON THE HISTORY
010073*                            RECORD - THE ORDER TAKEN, OR BLANK
010075*                            AND ZERO WHEN THE SLOT IS UNUSED.
010077******************************************************************
010079 2560-FILL-ONE-HIST-ORDER.
010080     IF PY-HO-IDX > PY-HIST-ORD-COUNT
010082         MOVE SPACES TO PH-ORDER-REF(PY-HO-IDX)
010084         MOVE ZERO TO PH-ORDER-AMOUNT(PY-HO-IDX)
010086     ELSE
010088         MOVE PY-HO-REF(PY-HO-IDX) TO PH-ORDER-REF(PY-HO-IDX)
010090         MOVE PY-HO-AMOUNT(PY-HO-IDX)
010092             TO PH-ORDER-AMOUNT(PY-HO-IDX)
010094     END-IF.
010096 2560-EXIT.
010098     EXIT.
010100*
010200******************************************************************
010300* 2100-CALCULATE-PAY - GROSS FROM TIMESHEET HOURS TIMES THE
013300     COMPUTE PY-DEDUCTIONS = PY-TAX + PY-PRSI + PY-PENSION
013310     MOVE ZERO TO PY-SLIP-DED-COUNT
013320     MOVE ZERO TO PY-ATTACH-TOTAL
013321     MOVE ZERO TO PY-HIST-ORD-COUNT
013330     PERFORM 2140-APPLY-ONE-ORDER THRU 2140-EXIT
013340         VARYING PY-AO-IDX FROM 1 BY 1
013350         UNTIL PY-AO-IDX > PY-ATTORD-COUNT
014046             DELIMITED BY SIZE INTO PY-SD-DESC(PY-SD-IDX)
014046         MOVE PY-AO-TAKE TO PY-SD-AMOUNT(PY-SD-IDX)
014046     END-IF
014046     IF PY-AO-TAKE > ZERO AND PY-HIST-ORD-COUNT < 4
014046         ADD 1 TO PY-HIST-ORD-COUNT
014046         SET PY-HO-IDX TO PY-HIST-ORD-COUNT
014046         MOVE PY-AO-REF(PY-AO-IDX) TO PY-HO-REF(PY-HO-IDX)
014046         MOVE PY-AO-TAKE TO PY-HO-AMOUNT(PY-HO-IDX)
014046     END-IF
014046     PERFORM 2145-POST-ORDER-TO-MASTER THRU 2145-EXIT.
014046 2140-EXIT.
014046     EXIT.
014443         IF PY-ATTORD-USABLE
014444             CLOSE ATTACHMENT-ORDER-FILE
014445         END-IF
014504         IF PY-PAYHIST-USABLE
014505             CLOSE PAY-HISTORY-FILE
014506         END-IF
014433     END-IF
014430     DISPLAY "PROG5: EMPLOYEES PROCESSED: " PY-EMPLOYEE-COUNT
014434         " NO TIMESHEET: " PY-NO-TIMESHEET-COUNT
014560     MOVE PY-TOTAL-GROSS-PAY TO AJ-TOTAL-1-AMOUNT
014570     MOVE "TOTAL NET PAY" TO AJ-TOTAL-2-LABEL
014580     MOVE PY-TOTAL-NET-PAY TO AJ-TOTAL-2-AMOUNT
014585     MOVE RETURN-CODE TO AJ-RETURN-CODE
014590     WRITE AUDIT-JOURNAL-RECORD.
014600 3100-EXIT.
014610     EXIT.
