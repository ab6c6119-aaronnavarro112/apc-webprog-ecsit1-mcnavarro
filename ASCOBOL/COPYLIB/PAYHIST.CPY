000100******************************************************************
000200*    COPYBOOK:    PAYHIST
000300*    PURPOSE:     PER-EMPLOYEE PAY HISTORY RECORD - ONE LINE PER
000400*                 EMPLOYEE PAID, APPENDED BY THE PAY CALCULATION
000500*                 STEP AS EACH EMPLOYEE IS PAID. CARRIES THE
000600*                 CALENDAR PERIOD NUMBER, THE HOURS PAID AND
000700*                 EVERY FIGURE FROM GROSS DOWN TO NET, SO ANY ONE
000800*                 EMPLOYEE'S PAY FOR ANY ONE PERIOD CAN BE SHOWN
000900*                 AND QUESTIONED. THE PAY-REGISTER COMPARISON
001000*                 READS IT TO SET EACH EMPLOYEE'S PAY THIS RUN
001100*                 AGAINST THEIR PREVIOUS PERIOD BEFORE THE BANK
001200*                 FILE IS RELEASED. THE ATTACHMENT ORDERS TAKEN
001300*                 ARE ITEMIZED BY ORDER REFERENCE (UP TO FOUR -
001400*                 PH-ORDERS ALWAYS CARRIES THE FULL TOTAL) SO A
001500*                 PERIOD CAN BE REVERSED ORDER BY ORDER.
001600*    MODIFICATION HISTORY
001700*    DATE       INIT  DESCRIPTION
001800*    ---------- ----  ------------------------------------------
001900*    2026-10-15 PJM   ORIGINAL.
001910*    2026-10-15 PJM   ADDED PH-ENTRY-TYPE AND PH-CORRECTION-DATE,
001920*                     CARVED FROM THE TRAILING FILLER. THE
001930*                     OFF-CYCLE CORRECTION RUN APPENDS A REVERSAL
001940*                     IMAGE ("R") OF THE PERIOD IT CORRECTS AND,
001950*                     WHEN IT RE-PAYS, THE RECALCULATED PERIOD
001960*                     ("C"), BOTH UNDER THE ORIGINAL PAY DATE AND
001970*                     STAMPED WITH THE DATE OF THE CORRECTION.
001980*                     BLANK IS THE PAY RUN'S OWN RECORD.
001985*    2026-10-15 PJM   ADDED PH-FINAL-SETTLEMENT ("F") - THE LEAVER
001990*                     FINAL SETTLEMENT RUN'S RECORD OF A LEAVER'S
001995*                     LAST PAY, STAMPED WITH THE SETTLEMENT DATE.
002000******************************************************************
002100 01  PAY-HISTORY-RECORD.
002200     05  PH-EMPLOYEE-ID          PIC 9(06).
002300     05  PH-EMPLOYEE-NAME        PIC X(30).
002400     05  PH-PAY-DATE             PIC 9(08).
002500     05  PH-PAY-PERIOD           PIC 9(06).
002600     05  PH-PAY-FREQUENCY        PIC X(01).
002700         88  PH-WEEKLY-PAID          VALUES "W", " ".
002800         88  PH-MONTHLY-PAID         VALUE "M".
002900     05  PH-ORDINARY-HOURS       PIC 9(05)V99.
003000     05  PH-OVERTIME-HOURS       PIC 9(05)V99.
003100     05  PH-ANNUAL-HOURS         PIC 9(05)V99.
003200     05  PH-SICK-HOURS           PIC 9(05)V99.
003300     05  PH-PUBHOL-HOURS         PIC 9(05)V99.
003400     05  PH-HOURLY-RATE          PIC 9(02)V99.
003500     05  PH-GROSS-PAY            PIC 9(07)V99.
003600     05  PH-RETRO-PAY            PIC 9(07)V99.
003700     05  PH-TAX                  PIC 9(07)V99.
003800     05  PH-PRSI                 PIC 9(07)V99.
003900     05  PH-PENSION              PIC 9(07)V99.
004000     05  PH-ORDERS               PIC 9(07)V99.
004100     05  PH-VOLUNTARY-DED        PIC 9(07)V99.
004200     05  PH-NET-PAY              PIC 9(07)V99.
004300     05  PH-ORDER-ENTRY OCCURS 4 TIMES.
004400         10  PH-ORDER-REF        PIC X(10).
004500         10  PH-ORDER-AMOUNT     PIC 9(07)V99.
004510     05  PH-ENTRY-TYPE           PIC X(01).
004520         88  PH-REGULAR-PAY          VALUE " ".
004530         88  PH-REVERSAL             VALUE "R".
004540         88  PH-CORRECTION           VALUE "C".
004545         88  PH-FINAL-SETTLEMENT     VALUE "F".
004550     05  PH-CORRECTION-DATE      PIC 9(08).
004600     05  FILLER                  PIC X(11).
