000100******************************************************************
000200*    COPYBOOK:    CASHFLT
000300*    PURPOSE:     OPERATOR FLOAT CARRIED FORWARD - ONE RECORD PER
000400*                 CASH OFFICE OPERATOR HOLDING THE FLOAT LEFT IN
000500*                 THE DRAWER AT THE LAST CASH-UP, WHICH BECOMES
000600*                 THE NEXT DAY'S OPENING FLOAT. REWRITTEN IN FULL
000700*                 BY THE CASH OFFICE RECONCILIATION EACH DAY.
000800*    MODIFICATION HISTORY
000900*    DATE       INIT  DESCRIPTION
001000*    ---------- ----  ------------------------------------------
001100*    2026-10-15 PJM   ORIGINAL.
001200******************************************************************
001300 01  CASH-FLOAT-RECORD.
001400     05  CF-OPERATOR-ID          PIC X(08).
001500     05  CF-FLOAT-AMOUNT         PIC 9(05)V99.
001600     05  CF-SET-DATE             PIC 9(08).
001700     05  FILLER                  PIC X(10).
