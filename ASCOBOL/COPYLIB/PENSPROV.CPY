000100******************************************************************
000200*    COPYBOOK:    PENSPROV
000300*    PURPOSE:     PENSION PROVIDER CONTRIBUTION RECORD - ONE LINE
000400*                 PER SCHEME MEMBER FOR THE CONTRIBUTION PERIOD,
000500*                 WRITTEN BY THE SCHEME CONTRIBUTION RUN FOR THE
000600*                 PROVIDER. CARRIES THE MEMBER'S PENSIONABLE PAY,
000700*                 THE MEMBER'S OWN CONTRIBUTION AS THE PAY RUNS
000800*                 DEDUCTED IT (NET OF CORRECTION REVERSALS) AND
000900*                 THE EMPLOYER CONTRIBUTION AT THE SCHEME RULE
001000*                 RATE.
001100*                 THE FILE ENDS WITH A TRAILER RECORD (SEE
001200*                 FILETRLR) WHOSE TOTAL IS THE EMPLOYEE PLUS
001300*                 EMPLOYER CONTRIBUTIONS - THE AMOUNT OF THE ONE
001400*                 PAYMENT MADE TO THE PROVIDER.
001500*    MODIFICATION HISTORY
001600*    DATE       INIT  DESCRIPTION
001700*    ---------- ----  ------------------------------------------
001800*    2026-10-15 PJM   ORIGINAL.
001900******************************************************************
002000 01  PROVIDER-CONTRIBUTION-RECORD.
002100     05  PV-MEMBER-ID            PIC 9(06).
002200     05  PV-MEMBER-NAME          PIC X(30).
002300     05  PV-PERIOD-FROM          PIC 9(08).
002400     05  PV-PERIOD-TO            PIC 9(08).
002500     05  PV-PENSIONABLE-PAY      PIC S9(07)V99.
002600     05  PV-EE-PCT               PIC 9(02)V99.
002700     05  PV-EE-CONTRIBUTION      PIC S9(07)V99.
002800     05  PV-ER-PCT               PIC 9(02)V99.
002900     05  PV-ER-CONTRIBUTION      PIC S9(07)V99.
003000     05  FILLER                  PIC X(10).
