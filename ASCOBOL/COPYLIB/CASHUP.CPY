000100******************************************************************
000200*    COPYBOOK:    CASHUP
000300*    PURPOSE:     OPERATOR CASH-UP DECLARATION - ONE RECORD PER
000400*                 OPERATOR PER BUSINESS DAY, KEYED AT CLOSE FROM
000500*                 THE PHYSICAL COUNT OF THE DRAWER. THE COUNT OF
000600*                 EACH NOTE AND COIN IS HELD IN THE ORDER OF THE
000700*                 DENOMINATION TABLE (SEE DENOMTAB). THE OPENING
000800*                 FLOAT IS THE FLOAT THE OPERATOR WAS ISSUED -
000900*                 LEFT ZERO, THE FLOAT CARRIED FORWARD ON THE
001000*                 FLOAT FILE (SEE CASHFLT) IS TAKEN. VOUCHERS ARE
001100*                 THE NON-CASH PAID-OUT VOUCHERS IN THE DRAWER,
001200*                 EACH STANDING FOR CASH TAKEN OUT, SO THEY COUNT
001300*                 AS DRAWER VALUE. THE CASH OFFICE RECONCILIATION
001400*                 TAKES THE COUNTED DRAWER (NOTES, COINS AND
001500*                 VOUCHERS) LESS THE FLOAT AS THE OPERATOR'S CASH
001600*                 TAKINGS.
001700*    MODIFICATION HISTORY
001800*    DATE       INIT  DESCRIPTION
001900*    ---------- ----  ------------------------------------------
002000*    2026-10-15 PJM   ORIGINAL.
002100******************************************************************
002200 01  CASH-UP-RECORD.
002300     05  CU-BUSINESS-DATE        PIC 9(08).
002400     05  CU-OPERATOR-ID          PIC X(08).
002500     05  CU-OPENING-FLOAT        PIC 9(05)V99.
002600     05  CU-DENOM-COUNTS.
002700         10  CU-DENOM-COUNT      PIC 9(05) OCCURS 14 TIMES.
002800     05  CU-VOUCHER-COUNT        PIC 9(03).
002900     05  CU-VOUCHER-AMOUNT       PIC 9(07)V99.
003000     05  FILLER                  PIC X(10).
