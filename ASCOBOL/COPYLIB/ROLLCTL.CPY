000100******************************************************************
000200*    COPYBOOK:    ROLLCTL
000300*    PURPOSE:     YEAR-END ROLLOVER CONTROL RECORD - A SINGLE
000400*                 RECORD NAMING THE LAST ACADEMIC YEAR THE ROSTER
000500*                 WAS ROLLED OVER FROM, WHEN, AND WHAT MOVED.
000600*                 REWRITTEN IN FULL ONLY WHEN A ROLLOVER IS
000700*                 COMMITTED; THE ROLLOVER REFUSES TO RUN AGAIN FOR
000800*                 THAT YEAR OR AN EARLIER ONE.
000900*    MODIFICATION HISTORY
001000*    DATE       INIT  DESCRIPTION
001100*    ---------- ----  ------------------------------------------
001200*    2026-10-15 PJM   ORIGINAL.
001300******************************************************************
001400 01  ROLLOVER-CONTROL-RECORD.
001500     05  YC-LAST-YEAR-CLOSED     PIC 9(04).
001600     05  YC-ROLLOVER-DATE        PIC 9(08).
001700     05  YC-ROLLOVER-TIME        PIC 9(08).
001800     05  YC-STUDENTS-PROMOTED    PIC 9(05).
001900     05  YC-STUDENTS-GRADUATED   PIC 9(05).
002000     05  YC-STUDENTS-HELD-BACK   PIC 9(05).
002100     05  YC-WAITLIST-MOVED       PIC 9(05).
002200     05  YC-WAITLIST-CLOSED      PIC 9(05).
002300     05  FILLER                  PIC X(20).
