000100******************************************************************
000200*    COPYBOOK:    PENSRULE
000300*    PURPOSE:     PENSION SCHEME CONTRIBUTION RULE - ONE LINE PER
000400*                 BAND OF EMPLOYEE CONTRIBUTION RATE, KEPT BY
000500*                 PAYROLL FOR THE SCHEME TRUSTEES. A MEMBER
000600*                 WHOSE OWN RATE (EM-PENSION-PCT) FALLS IN THE
000700*                 BAND EARNS THE BAND'S EMPLOYER CONTRIBUTION
000800*                 RATE, AS A PERCENTAGE OF THE MEMBER'S
000900*                 PENSIONABLE PAY. A RULE TAKES EFFECT FROM ITS
001000*                 EFFECTIVE DATE; WHERE TWO RULES COVER THE SAME
001100*                 RATE, THE LATEST IN EFFECT AT THE END OF THE
001200*                 CONTRIBUTION PERIOD WINS, SO A RATE CHANGE IS
001300*                 KEYED AHEAD AS A NEW LINE AND THE OLD LINE IS
001400*                 LEFT FOR HISTORY.
001500*    MODIFICATION HISTORY
001600*    DATE       INIT  DESCRIPTION
001700*    ---------- ----  ------------------------------------------
001800*    2026-10-15 PJM   ORIGINAL.
001900******************************************************************
002000 01  SCHEME-RULE-RECORD.
002100     05  SR-EFFECTIVE-DATE       PIC 9(08).
002200     05  SR-EE-PCT-FROM          PIC 9(02)V99.
002300     05  SR-EE-PCT-TO            PIC 9(02)V99.
002400     05  SR-ER-PCT               PIC 9(02)V99.
002500     05  SR-DESCRIPTION          PIC X(24).
002600     05  FILLER                  PIC X(10).
