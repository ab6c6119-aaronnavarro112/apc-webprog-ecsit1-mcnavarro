000100******************************************************************
000200*    COPYBOOK:    ROLLHELD
000300*    PURPOSE:     HELD-BACK STUDENT RECORD FOR THE YEAR-END
000400*                 ROLLOVER - ONE LINE PER ENROLLED STUDENT WHO
000500*                 REPEATS THEIR CLASS NEXT YEAR INSTEAD OF MOVING
000600*                 UP. THE CLASS IS THE STUDENT'S CLASS THIS YEAR,
000700*                 KEYED AS A CROSS-CHECK SO A MISTYPED ID CANNOT
000800*                 HOLD BACK THE WRONG STUDENT.
000900*    MODIFICATION HISTORY
001000*    DATE       INIT  DESCRIPTION
001100*    ---------- ----  ------------------------------------------
001200*    2026-10-15 PJM   ORIGINAL.
001300******************************************************************
001400 01  HELD-BACK-RECORD.
001500     05  HB-STUDENT-ID           PIC 9(06).
001600     05  FILLER                  PIC X(01).
001700     05  HB-CLASS-CODE           PIC X(04).
001800     05  FILLER                  PIC X(01).
001900     05  HB-REASON               PIC X(30).
002000     05  FILLER                  PIC X(38).
