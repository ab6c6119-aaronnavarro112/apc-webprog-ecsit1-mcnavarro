000100******************************************************************
000200*    COPYBOOK:    ACQSETL
000300*    PURPOSE:     CARD ACQUIRER SETTLEMENT RECORD - ONE LINE PER
000400*                 SETTLEMENT PAID INTO THE BANK BY THE CARD AND
000500*                 MOBILE-WALLET ACQUIRER, AS RECEIVED FROM THE
000600*                 ACQUIRER A DAY OR TWO AFTER THE TAKINGS. EACH
000700*                 LINE NAMES THE BUSINESS DATE OF THE TAKINGS IT
000800*                 SETTLES AND THE TENDER (CD CARD, MW MOBILE), THE
000900*                 GROSS SETTLED, THE MERCHANT FEE DEDUCTED AND THE
001000*                 NET PAID IN - GROSS LESS FEE. ONE DAY'S TAKINGS
001100*                 MAY BE SETTLED ACROSS MORE THAN ONE LINE.
001200*    MODIFICATION HISTORY
001300*    DATE       INIT  DESCRIPTION
001400*    ---------- ----  ------------------------------------------
001500*    2026-10-15 PJM   ORIGINAL.
001600******************************************************************
001700 01  ACQUIRER-SETTLEMENT-RECORD.
001800     05  AQ-TAKINGS-DATE         PIC 9(08).
001900     05  AQ-TENDER-TYPE          PIC X(02).
002000     05  AQ-SETTLE-DATE          PIC 9(08).
002100     05  AQ-GROSS-AMOUNT         PIC 9(07)V99.
002200     05  AQ-FEE-AMOUNT           PIC 9(05)V99.
002300     05  AQ-NET-AMOUNT           PIC 9(07)V99.
002400     05  AQ-ACQUIRER-REF         PIC X(12).
002500     05  FILLER                  PIC X(25).
