000100******************************************************************
000200*    COPYBOOK:    STKADJ
000300*    PURPOSE:     STOCKTAKE ADJUSTMENT AUDIT TRAIL - ONE RECORD
000400*                 PER ITEM WHOSE ON-HAND QUANTITY WAS CHANGED BY A
000500*                 POSTED STOCKTAKE. THE ADJUSTMENT IS THE COUNTED
000600*                 QUANTITY LESS THE BOOK QUANTITY AT THE FREEZE;
000700*                 IT IS APPLIED TO THE ON-HAND QUANTITY AS IT
000800*                 STOOD WHEN POSTED, SO STOCK MOVEMENTS SINCE THE
000900*                 FREEZE ARE KEPT. BOTH THE BEFORE AND AFTER
001000*                 FIGURES ARE RECORDED, WITH THE VALUE AT STANDARD
001100*                 COST AND THE APPROVING SUPERVISOR. APPENDED TO,
001200*                 NEVER REWRITTEN.
001300*    MODIFICATION HISTORY
001400*    DATE       INIT  DESCRIPTION
001500*    ---------- ----  ------------------------------------------
001600*    2026-10-15 PJM   ORIGINAL.
001700******************************************************************
001800 01  STOCK-ADJUSTMENT-RECORD.
001900     05  KA-STOCKTAKE-DATE       PIC 9(08).
002000     05  KA-POSTED-DATE          PIC 9(08).
002100     05  KA-ITEM-CODE            PIC X(06).
002200     05  KA-DEPT-CODE            PIC X(02).
002300     05  KA-BOOK-QTY             PIC 9(05).
002400     05  KA-COUNTED-QTY          PIC 9(05).
002500     05  KA-ADJUSTMENT-QTY       PIC S9(05).
002600     05  KA-ON-HAND-BEFORE       PIC 9(05).
002700     05  KA-ON-HAND-AFTER        PIC 9(05).
002800     05  KA-STANDARD-COST        PIC 9(05)V99.
002900     05  KA-ADJUSTMENT-VALUE     PIC S9(09)V99.
003000     05  KA-APPROVED-BY          PIC X(08).
003100     05  FILLER                  PIC X(10).
