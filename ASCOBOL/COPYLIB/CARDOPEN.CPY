000100******************************************************************
000200*    COPYBOOK:    CARDOPEN
000300*    PURPOSE:     CARD SETTLEMENT OPEN ITEM - ONE LINE PER
000400*                 BUSINESS DATE AND TENDER (CD CARD, MW MOBILE)
000500*                 WHOSE TAKINGS THE ACQUIRER HAS NOT YET SETTLED
000600*                 IN FULL.
000700*                 THE SETTLEMENT RECONCILIATION ADDS EACH DAY'S
000800*                 TAKINGS FROM THE EDITED CASH FILE, TAKES EACH
000900*                 SETTLEMENT OFF ITS DAY AND TENDER, AND REWRITES
001000*                 THE FILE WITH THE ITEMS STILL OUTSTANDING, SO AN
001100*                 UNSETTLED DAY IS CARRIED FORWARD AND AGED UNTIL
001200*                 IT IS PAID. THE FILE ENDS WITH A FILETRLR
001300*                 TRAILER (ITEM COUNT AND TAKINGS TOTAL).
001400*    MODIFICATION HISTORY
001500*    DATE       INIT  DESCRIPTION
001600*    ---------- ----  ------------------------------------------
001700*    2026-10-15 PJM   ORIGINAL.
001800******************************************************************
001900 01  CARD-OPEN-ITEM-RECORD.
002000     05  CO-TAKINGS-DATE         PIC 9(08).
002100     05  CO-TENDER-TYPE          PIC X(02).
002200     05  CO-TAKINGS-AMOUNT       PIC S9(07)V99.
002300     05  CO-SETTLED-AMOUNT       PIC S9(07)V99.
002400     05  CO-FEE-AMOUNT           PIC S9(05)V99.
002500     05  CO-LAST-SETTLE-DATE     PIC 9(08).
002600     05  FILLER                  PIC X(20).
