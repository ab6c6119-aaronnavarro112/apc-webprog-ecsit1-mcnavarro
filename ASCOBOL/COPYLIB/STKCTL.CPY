000100******************************************************************
000200*    COPYBOOK:    STKCTL
000300*    PURPOSE:     STOCKTAKE CONTROL RECORD - A SINGLE RECORD FOR
000400*                 THE CURRENT (OR LAST) STOCKTAKE, REWRITTEN IN
000500*                 FULL BY EACH STOCKTAKE RUN. THE FREEZE SETS IT
000600*                 FROZEN WITH THE BOOK TOTALS; EACH VARIANCE RUN
000700*                 RECORDS THE COUNT TOTALS IT REPORTED; THE
000800*                 SUPERVISOR'S POSTING RUN RE-PROVES THE SNAPSHOT
000900*                 TO THOSE TOTALS, MARKS IT APPROVED WHILE IT
001000*                 POSTS AND POSTED WHEN EVERY ADJUSTMENT IS IN,
001100*                 STAMPED WITH WHO APPROVED IT AND WHEN. ONLY ONE
001200*                 STOCKTAKE CAN BE OPEN AT A TIME; AN OPEN ONE CAN
001300*                 BE CANCELLED BEFORE IT IS APPROVED.
001400*    MODIFICATION HISTORY
001500*    DATE       INIT  DESCRIPTION
001600*    ---------- ----  ------------------------------------------
001700*    2026-10-15 PJM   ORIGINAL.
001800******************************************************************
001900 01  STOCKTAKE-CONTROL-RECORD.
002000     05  TC-STOCKTAKE-DATE       PIC 9(08).
002100     05  TC-STATUS               PIC X(01).
002200         88  TC-FROZEN               VALUE "F".
002300         88  TC-VARIANCE-REPORTED    VALUE "V".
002400         88  TC-APPROVED             VALUE "A".
002500         88  TC-POSTED               VALUE "P".
002600         88  TC-CANCELLED            VALUE "X".
002700         88  TC-OPEN                 VALUE "F" "V".
002800     05  TC-FROZEN-ITEMS         PIC 9(05).
002900     05  TC-FROZEN-QTY           PIC 9(08).
003000     05  TC-FROZEN-VALUE         PIC 9(09)V99.
003100     05  TC-VARIANCE-DATE        PIC 9(08).
003200     05  TC-COUNT-LINES          PIC 9(05).
003300     05  TC-COUNTED-ITEMS        PIC 9(05).
003400     05  TC-UNCOUNTED-ITEMS      PIC 9(05).
003500     05  TC-NET-VARIANCE-QTY     PIC S9(07).
003600     05  TC-NET-VARIANCE-VALUE   PIC S9(09)V99.
003700     05  TC-APPROVED-BY          PIC X(08).
003800     05  TC-APPROVED-DATE        PIC 9(08).
003900     05  TC-APPROVED-TIME        PIC 9(08).
004000     05  TC-ADJUSTED-ITEMS       PIC 9(05).
004100     05  FILLER                  PIC X(20).
