000100******************************************************************
000200*    COPYBOOK:    PURCHORD
000300*    PURPOSE:     PURCHASE ORDER FILE, KEYED BY PO NUMBER AND ITEM
000400*                 CODE. EACH ORDER IS ONE HEADER RECORD (ITEM CODE
000500*                 SPACES, SO IT SORTS FIRST) FOLLOWED BY ONE LINE
000600*                 RECORD PER ITEM ORDERED. THE NIGHTLY STOCK RUN
000700*                 RAISES ORDERS AS SUGGESTED, ONE PER PREFERRED
000800*                 SUPPLIER; NOTHING IS DUE IN UNTIL A BUYER
000900*                 CONFIRMS THE ORDER (PURCHASE MAINTENANCE), WHICH
001000*                 OPENS IT. GOODS-RECEIVED LINES QUOTING THE PO
001100*                 NUMBER ADD TO THE LINE'S RECEIVED QUANTITY; AN
001200*                 OPEN ORDER WITH NOTHING LEFT DUE ON ANY LINE IS
001300*                 CLOSED. A CANCELLED ORDER IS KEPT FOR HISTORY.
001400*    MODIFICATION HISTORY
001500*    DATE       INIT  DESCRIPTION
001600*    ---------- ----  ------------------------------------------
001700*    2026-10-15 PJM   ORIGINAL.
001800******************************************************************
001900 01  PURCHASE-ORDER-RECORD.
002000     05  PO-KEY.
002100         10  PO-NUMBER           PIC 9(06).
002200         10  PO-ITEM-CODE        PIC X(06).
002300             88  PO-HEADER-RECORD    VALUE SPACES.
002400     05  PO-HEADER-DATA.
002500         10  PO-SUPPLIER-ID      PIC X(06).
002600         10  PO-RAISED-DATE      PIC 9(08).
002700         10  PO-STATUS           PIC X(01).
002800             88  PO-SUGGESTED        VALUE "S".
002900             88  PO-OPEN             VALUE "O".
003000             88  PO-CLOSED           VALUE "C".
003100             88  PO-CANCELLED        VALUE "X".
003200         10  PO-CONFIRMED-BY     PIC X(08).
003300         10  PO-CONFIRMED-DATE   PIC 9(08).
003400         10  PO-CLOSED-DATE      PIC 9(08).
003500         10  FILLER              PIC X(11).
003600     05  PO-LINE-DATA REDEFINES PO-HEADER-DATA.
003700         10  PO-ORDERED-QTY      PIC 9(05).
003800         10  PO-RECEIVED-QTY     PIC 9(05).
003900         10  PO-LAST-RECEIVED    PIC 9(08).
004000         10  FILLER              PIC X(32).
