000100******************************************************************
000200*    COPYBOOK:    CORRTRN
000300*    PURPOSE:     PAYROLL CORRECTION TRANSACTION - ONE LINE PER
000400*                 EMPLOYEE PERIOD TO BE PUT RIGHT OUTSIDE THE
000500*                 PAY RUN. NAMES THE EMPLOYEE AND THE PAY DATE
000600*                 OF THE PERIOD PAID WRONG (WHICH FINDS IT ON
000700*                 THE PAY HISTORY), AND WHETHER TO REVERSE IT
000800*                 ONLY OR REVERSE IT AND RE-PAY. A RE-PAY CARRIES
000900*                 THE CORRECTED HOURS FOR THE PERIOD - THE
001000*                 PERIOD IS RECALCULATED AT THE RATE IT WAS
001100*                 ORIGINALLY PAID AT. WHEN THE BANK RETURNED THE
001200*                 ORIGINAL PAYMENT THE WHOLE NEW NET IS PAID,
001300*                 OTHERWISE ONLY WHAT IS STILL OWED ON TOP OF
001400*                 WHAT WAS SENT.
001500*    MODIFICATION HISTORY
001600*    DATE       INIT  DESCRIPTION
001700*    ---------- ----  ------------------------------------------
001800*    2026-10-15 PJM   ORIGINAL.
001900******************************************************************
002000 01  PAY-CORRECTION-RECORD.
002100     05  CR-EMPLOYEE-ID          PIC 9(06).
002200     05  CR-PAY-DATE             PIC 9(08).
002300     05  CR-ACTION               PIC X(01).
002400         88  CR-REVERSE-ONLY         VALUE "R".
002500         88  CR-REVERSE-AND-REPAY    VALUE "P".
002600     05  CR-ORDINARY-HOURS       PIC 9(05)V99.
002700     05  CR-OVERTIME-HOURS       PIC 9(05)V99.
002800     05  CR-ANNUAL-HOURS         PIC 9(05)V99.
002900     05  CR-SICK-HOURS           PIC 9(05)V99.
003000     05  CR-PUBHOL-HOURS         PIC 9(05)V99.
003100     05  CR-ORIGINAL-RETURNED    PIC X(01).
003200         88  CR-ORIGINAL-WAS-RETURNED VALUE "Y".
003300     05  CR-REASON               PIC X(30).
003400     05  CR-REQUESTED-BY         PIC X(08).
003500     05  FILLER                  PIC X(10).
