000100******************************************************************
000200*    COPYBOOK:    ASSRSLT
000300*    PURPOSE:     ASSESSMENT RESULTS MASTER, KEYED BY TERM,
000400*                 STUDENT ID AND SUBJECT - ONE RECORD PER STUDENT
000500*                 PER SUBJECT PER TERM, WITH THE MARK OUT OF 100
000600*                 AND THE TEACHER'S COMMENT. THE CLASS IS THE
000700*                 STUDENT'S ROSTER CLASS WHEN THE MARK WAS
000800*                 CAPTURED, SO THE CLASS AVERAGES ON THE REPORT
000900*                 CARDS ARE TAKEN OVER THE CLASS THAT SAT THE
001000*                 WORK. READ IN KEY ORDER IT GIVES EACH STUDENT'S
001100*                 SUBJECTS TOGETHER.
001200*    MODIFICATION HISTORY
001300*    DATE       INIT  DESCRIPTION
001400*    ---------- ----  ------------------------------------------
001500*    2026-10-15 PJM   ORIGINAL.
001600******************************************************************
001700 01  ASSESSMENT-RESULT-RECORD.
001800     05  RS-RESULT-KEY.
001900         10  RS-TERM             PIC X(06).
002000         10  RS-STUDENT-ID       PIC 9(06).
002100         10  RS-SUBJECT-CODE     PIC X(04).
002200     05  RS-CLASS-CODE           PIC X(04).
002300     05  RS-MARK                 PIC 9(03).
002400     05  RS-COMMENT              PIC X(40).
002500     05  RS-RECORDED-DATE        PIC 9(08).
002600     05  FILLER                  PIC X(10).
