000100******************************************************************
000200*    COPYBOOK:    GLPEND
000300*    PURPOSE:     PENDING GENERAL LEDGER POSTING - ONE LINE PER
000400*                 POSTING RAISED BY A PROGRAM THAT RUNS OUTSIDE
000500*                 THE NIGHTLY CHAIN (THE OFF-CYCLE PAYROLL
000600*                 CORRECTION, FOR ONE). THE RAISING PROGRAM
000700*                 APPENDS ITS POSTINGS UNDER A FIXED BATCH
000800*                 NUMBER, EACH SET BALANCED ON ITS OWN; THE NEXT
000900*                 LEDGER EXTRACT POSTS EVERY ROW NOT YET POSTED
001000*                 AS ITS OWN JOURNAL BATCH AND STAMPS THE ROW
001100*                 WITH ITS BUSINESS DATE. A RERUN OF THE EXTRACT
001200*                 FOR THE SAME DATE POSTS THE SAME ROWS AGAIN;
001300*                 ROWS POSTED ON AN EARLIER DATE ARE DROPPED
001400*                 WHEN THE EXTRACT REWRITES THE FILE. THE SOURCE
001500*                 TYPE AND CODE ARE THOSE OF THE ACCOUNT MAPPING
001600*                 FILE (SEE GLACCTS); A NEGATIVE AMOUNT FLIPS
001700*                 THE SIDE, AS IN THE EXTRACT'S OWN BATCHES.
001800*                 BATCH NUMBERS:
001900*                   04  PAYROLL CORRECTIONS
001905*                   05  PENSION CONTRIBUTIONS
001907*                   06  CARD AND MOBILE SETTLEMENTS
001910*                   07  LEAVER SETTLEMENTS
002000*    MODIFICATION HISTORY
002100*    DATE       INIT  DESCRIPTION
002200*    ---------- ----  ------------------------------------------
002300*    2026-10-15 PJM   ORIGINAL.
002310*    2026-10-15 PJM   BATCH 05 PENSION CONTRIBUTIONS ADDED.
002320*    2026-10-15 PJM   BATCH 06 CARD AND MOBILE SETTLEMENTS ADDED -
002330*                     RAISED IN THE NIGHTLY CHAIN AHEAD OF THE
002340*                     EXTRACT, SO POSTED THE SAME NIGHT.
002350*    2026-10-15 PJM   BATCH 07 LEAVER SETTLEMENTS ADDED - RAISED
002360*                     BY THE FINAL PAY RUN (FINALPAY).
002400******************************************************************
002500 01  GL-PENDING-RECORD.
002600     05  GP-BATCH-NO             PIC 9(02).
002700     05  GP-SOURCE-TYPE          PIC X(02).
002800     05  GP-SOURCE-CODE          PIC X(02).
002900     05  GP-SIDE                 PIC X(01).
003000         88  GP-DEBIT                VALUE "D".
003100         88  GP-CREDIT               VALUE "C".
003200     05  GP-AMOUNT               PIC S9(09)V99.
003300     05  GP-ORIGIN-PROGRAM       PIC X(08).
003400     05  GP-ORIGIN-DATE          PIC 9(08).
003500     05  GP-REFERENCE            PIC X(20).
003600     05  GP-POSTED-DATE          PIC 9(08).
003700     05  FILLER                  PIC X(10).
