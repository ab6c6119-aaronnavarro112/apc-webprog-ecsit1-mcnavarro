000100******************************************************************
000200*    COPYBOOK:    ATTTRN
000300*    PURPOSE:     DAILY ATTENDANCE TRANSACTION - ONE MARK PER
000400*                 STUDENT PER SCHOOL DAY, KEYED FROM THE CLASS
000500*                 TEACHERS' REGISTERS. LATE COUNTS AS ATTENDED. AN
000600*                 ABSENCE CARRIES THE SCHOOL'S ABSENCE REASON CODE
000700*                 (ILLNESS, APPOINTMENT, HOLIDAY AND SO ON); A
000800*                 BLANK REASON IS AN UNEXPLAINED ABSENCE. A SECOND
000900*                 MARK FOR THE SAME STUDENT AND DATE - ON THE SAME
001000*                 FILE OR A LATER ONE - REPLACES THE FIRST.
001100*    MODIFICATION HISTORY
001200*    DATE       INIT  DESCRIPTION
001300*    ---------- ----  ------------------------------------------
001400*    2026-10-15 PJM   ORIGINAL.
001500******************************************************************
001600 01  ATTENDANCE-TRANSACTION-RECORD.
001700     05  AE-STUDENT-ID           PIC 9(06).
001800     05  AE-CLASS-CODE           PIC X(04).
001900     05  AE-ATTEND-DATE          PIC 9(08).
002000     05  AE-MARK                 PIC X(01).
002100         88  AE-PRESENT              VALUE "P".
002200         88  AE-ABSENT               VALUE "A".
002300         88  AE-LATE                 VALUE "L".
002400         88  AE-VALID-MARK           VALUE "P" "A" "L".
002500     05  AE-REASON-CODE          PIC X(02).
002600     05  FILLER                  PIC X(10).
