000100******************************************************************
000200*    COPYBOOK:    DEPTMTD
000300*    PURPOSE:     SHOP DEPARTMENT MONTH-TO-DATE SALES AND COST OF
000400*                 SALES, ONE RECORD PER DEPARTMENT, CARRIED FROM
000500*                 ONE NIGHT'S STOCK VALUATION RUN TO THE NEXT AND
000600*                 REWRITTEN IN FULL BY IT. THE LAST DAY POSTED IS
000700*                 HELD APART FROM THE MONTH BEFORE IT, SO A RERUN
000800*                 FOR THE SAME BUSINESS DATE REPLACES THAT DAY
000900*                 RATHER THAN ADDING IT TWICE. A RECORD FOR AN
001000*                 EARLIER MONTH IS DROPPED - THE MONTH STARTS
001100*                 AGAIN FROM ZERO.
001200*    MODIFICATION HISTORY
001300*    DATE       INIT  DESCRIPTION
001400*    ---------- ----  ------------------------------------------
001500*    2026-10-15 PJM   ORIGINAL.
001600******************************************************************
001700 01  DEPT-MTD-RECORD.
001800     05  DM-DEPT-CODE            PIC X(02).
001900     05  DM-MONTH                PIC 9(06).
002000     05  DM-LAST-DATE            PIC 9(08).
002100     05  DM-PRIOR-SALES          PIC 9(09)V99.
002200     05  DM-PRIOR-COST           PIC 9(09)V99.
002300     05  DM-DAY-SALES            PIC 9(07)V99.
002400     05  DM-DAY-COST             PIC 9(07)V99.
002500     05  FILLER                  PIC X(10).
