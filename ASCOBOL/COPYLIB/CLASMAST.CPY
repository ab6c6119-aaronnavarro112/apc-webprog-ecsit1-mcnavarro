001100*    DATE       INIT  DESCRIPTION
001200*    ---------- ----  ------------------------------------------
001300*    2026-09-02 PJM   ORIGINAL.
001310*    2026-10-15 PJM   ADDED CM-NEXT-CLASS-CODE - THE PROMOTION MAP
001320*                     FOR THE YEAR-END ROLLOVER: THE CLASS THIS
001330*                     CLASS'S STUDENTS MOVE UP TO NEXT YEAR, OR
001340*                     "GRAD" WHEN THEY LEAVE THE SCHOOL.
001400******************************************************************
001500 01  CLASS-MASTER-RECORD.
001600     05  CM-CLASS-CODE           PIC X(04).
001700     05  CM-DESCRIPTION          PIC X(20).
001800     05  CM-CAPACITY             PIC 9(03).
001810     05  CM-NEXT-CLASS-CODE      PIC X(04).
001820         88  CM-NEXT-GRADUATES       VALUE "GRAD".
001900     05  FILLER                  PIC X(06).
