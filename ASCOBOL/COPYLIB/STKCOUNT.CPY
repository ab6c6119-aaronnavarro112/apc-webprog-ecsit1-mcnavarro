000100******************************************************************
000200*    COPYBOOK:    STKCOUNT
000300*    PURPOSE:     STOCKTAKE COUNT-SHEET LINE - ONE PER SHELF COUNT
000400*                 KEYED FROM THE COUNT SHEETS, IN ANY ORDER. AN
000500*                 ITEM KEPT IN MORE THAN ONE PLACE HAS A COUNT
000600*                 LINE PER LOCATION AND THE LINES ARE ADDED. A
000700*                 RECOUNT LINE REPLACES EVERYTHING COUNTED FOR THE
000800*                 ITEM BEFORE IT ON THE FILE; FURTHER COUNT LINES
000900*                 AFTER A RECOUNT ADD TO IT. THE SHEETS ARE KEYED
001000*                 ONTO THE FILE AS THEY COME IN, AND EACH VARIANCE
001100*                 RUN READS THE WHOLE FILE AGAIN.
001200*    MODIFICATION HISTORY
001300*    DATE       INIT  DESCRIPTION
001400*    ---------- ----  ------------------------------------------
001500*    2026-10-15 PJM   ORIGINAL.
001600******************************************************************
001700 01  STOCK-COUNT-RECORD.
001800     05  KC-ITEM-CODE            PIC X(06).
001900     05  KC-COUNT-TYPE           PIC X(01).
002000         88  KC-COUNT                VALUE "C".
002100         88  KC-RECOUNT              VALUE "R".
002200         88  KC-VALID-TYPE           VALUE "C" "R".
002300     05  KC-COUNTED-QTY          PIC 9(05).
002400     05  KC-LOCATION             PIC X(04).
002500     05  KC-COUNTED-BY           PIC X(08).
002600     05  KC-SHEET-NUMBER         PIC X(06).
002700     05  FILLER                  PIC X(10).
