000100******************************************************************
000200*    COPYBOOK:    DENOMTAB
000300*    PURPOSE:     NOTE AND COIN DENOMINATION TABLE - THE ORDER IN
000400*                 WHICH THE CASH-UP DECLARATION CARRIES ITS COUNTS
000500*                 (SEE CASHUP), WITH THE FACE VALUE OF EACH AND
000600*                 WHETHER IT IS A NOTE OR A COIN. A NEW
000700*                 DENOMINATION GOES ON THE END AND WIDENS THE
000800*                 CASH-UP RECORD.
000900*    MODIFICATION HISTORY
001000*    DATE       INIT  DESCRIPTION
001100*    ---------- ----  ------------------------------------------
001200*    2026-10-15 PJM   ORIGINAL.
001300******************************************************************
001400 01  DN-DENOM-TABLE-VALUES.
001500     05  FILLER              PIC X(09) VALUE "20000NOTE".
001600     05  FILLER              PIC X(09) VALUE "10000NOTE".
001700     05  FILLER              PIC X(09) VALUE "05000NOTE".
001800     05  FILLER              PIC X(09) VALUE "02000NOTE".
001900     05  FILLER              PIC X(09) VALUE "01000NOTE".
002000     05  FILLER              PIC X(09) VALUE "00500NOTE".
002100     05  FILLER              PIC X(09) VALUE "00200COIN".
002200     05  FILLER              PIC X(09) VALUE "00100COIN".
002300     05  FILLER              PIC X(09) VALUE "00050COIN".
002400     05  FILLER              PIC X(09) VALUE "00020COIN".
002500     05  FILLER              PIC X(09) VALUE "00010COIN".
002600     05  FILLER              PIC X(09) VALUE "00005COIN".
002700     05  FILLER              PIC X(09) VALUE "00002COIN".
002800     05  FILLER              PIC X(09) VALUE "00001COIN".
002900 01  DN-DENOM-TABLE REDEFINES DN-DENOM-TABLE-VALUES.
003000     05  DN-DENOM-ENTRY OCCURS 14 TIMES.
003100         10  DN-VALUE        PIC 9(03)V99.
003200         10  DN-KIND         PIC X(04).
