000100******************************************************************
000200*    COPYBOOK:    ASSTRN
000300*    PURPOSE:     ASSESSMENT RESULT TRANSACTION - ONE MARK OUT OF
000400*                 100 FOR ONE STUDENT IN ONE SUBJECT, WITH THE
000500*                 SUBJECT TEACHER'S COMMENT, KEYED FROM THE
000600*                 TEACHERS' MARK SHEETS. THE TERM IS TAKEN FROM
000700*                 THE CAPTURE RUN'S PARAMETER CARD. A LATER
000800*                 TRANSACTION FOR THE SAME STUDENT AND SUBJECT IN
000900*                 THE SAME TERM CORRECTS THE EARLIER ONE.
001000*    MODIFICATION HISTORY
001100*    DATE       INIT  DESCRIPTION
001200*    ---------- ----  ------------------------------------------
001300*    2026-10-15 PJM   ORIGINAL.
001400******************************************************************
001500 01  ASSESSMENT-TRANSACTION-RECORD.
001600     05  AX-STUDENT-ID           PIC 9(06).
001700     05  AX-CLASS-CODE           PIC X(04).
001800     05  AX-SUBJECT-CODE         PIC X(04).
001900     05  AX-MARK                 PIC 9(03).
002000     05  AX-COMMENT              PIC X(40).
002100     05  FILLER                  PIC X(10).
