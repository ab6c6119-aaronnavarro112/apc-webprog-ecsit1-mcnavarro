000100******************************************************************
000200*    COPYBOOK:    ATTHIST
000300*    PURPOSE:     CUMULATIVE STUDENT ATTENDANCE HISTORY, KEYED BY
000400*                 STUDENT ID AND DATE - ONE RECORD FOR EVERY
000500*                 ACCEPTED REGISTER MARK, KEPT FROM DAY TO DAY.
000600*                 READ IN KEY ORDER IT GIVES EACH STUDENT'S DAYS
000700*                 IN DATE ORDER, FROM WHICH THE ATTENDANCE RUN
000800*                 WORKS OUT THE TERM ATTENDANCE RATE AND THE
000900*                 CURRENT RUN OF CONSECUTIVE ABSENCES. A CORRECTED
001000*                 OR RERUN MARK REWRITES THE DAY'S RECORD, STAMPED
001100*                 WITH THE BUSINESS DATE IT WAS LAST RECORDED.
001200*    MODIFICATION HISTORY
001300*    DATE       INIT  DESCRIPTION
001400*    ---------- ----  ------------------------------------------
001500*    2026-10-15 PJM   ORIGINAL.
001600******************************************************************
001700 01  ATTENDANCE-HISTORY-RECORD.
001800     05  AH-HISTORY-KEY.
001900         10  AH-STUDENT-ID       PIC 9(06).
002000         10  AH-ATTEND-DATE      PIC 9(08).
002100     05  AH-CLASS-CODE           PIC X(04).
002200     05  AH-MARK                 PIC X(01).
002300         88  AH-PRESENT              VALUE "P".
002400         88  AH-ABSENT               VALUE "A".
002500         88  AH-LATE                 VALUE "L".
002600     05  AH-REASON-CODE          PIC X(02).
002700     05  AH-RECORDED-DATE        PIC 9(08).
002800     05  FILLER                  PIC X(10).
