000100******************************************************************
000200*    COPYBOOK:    STKSNAP
000300*    PURPOSE:     STOCKTAKE BOOK SNAPSHOT - ONE RECORD PER ITEM ON
000400*                 THE ITEM MASTER WHEN THE STOCKTAKE WAS FROZEN,
000500*                 KEYED BY ITEM CODE. HOLDS THE BOOK QUANTITY AND
000600*                 STANDARD COST AS THEY STOOD AT THE FREEZE, SO
000700*                 THE COUNT IS COMPARED WITH THE SHELVES AS THEY
000800*                 WERE COUNTED, NOT WITH WHATEVER THE NIGHTLY
000900*                 STOCK RUN HAS MOVED SINCE. EACH VARIANCE RUN
001000*                 CLEARS AND REBUILDS THE COUNTED QUANTITY FROM
001100*                 THE WHOLE COUNT-SHEET FILE; THE POSTING RUN
001200*                 MARKS EACH ITEM AS ITS ADJUSTMENT IS APPLIED, SO
001300*                 A POSTING THAT STOPS PART WAY CAN BE
001400*                 RESUBMITTED.
001500*    MODIFICATION HISTORY
001600*    DATE       INIT  DESCRIPTION
001700*    ---------- ----  ------------------------------------------
001800*    2026-10-15 PJM   ORIGINAL.
001900******************************************************************
002000 01  STOCK-SNAPSHOT-RECORD.
002100     05  SS-ITEM-CODE            PIC X(06).
002200     05  SS-DEPT-CODE            PIC X(02).
002300     05  SS-DESCRIPTION          PIC X(20).
002400     05  SS-BOOK-QTY             PIC 9(05).
002500     05  SS-STANDARD-COST        PIC 9(05)V99.
002600     05  SS-COUNTED-QTY          PIC 9(05).
002700     05  SS-COUNT-LINES          PIC 9(03).
002800     05  SS-COUNT-STATUS         PIC X(01).
002900         88  SS-NOT-COUNTED          VALUE "N".
003000         88  SS-COUNTED              VALUE "C".
003100     05  SS-POSTED-SWITCH        PIC X(01).
003200         88  SS-POSTED               VALUE "Y".
003300     05  FILLER                  PIC X(10).
