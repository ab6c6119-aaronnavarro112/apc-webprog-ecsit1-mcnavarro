001060*                     ENROLLED, WAITLISTED OR WITHDRAWN INSTEAD
001070*                     OF A WITHDRAWAL SIMPLY VANISHING FROM THE
001080*                     ROSTER WITH NO TRACE.
001084*    2026-10-15 PJM   ADDED SR-GRADUATED - SET BY THE YEAR-END
001088*                     ROLLOVER FOR A FINAL-YEAR STUDENT WHO HAS
001092*                     LEFT THE SCHOOL.
001100******************************************************************
001200 01  STUDENT-ROSTER-RECORD.
001300     05  SR-STUDENT-ID           PIC 9(06).
001860         88  SR-ENROLLED             VALUE "E".
001870         88  SR-WAITLISTED           VALUE "W".
001880         88  SR-WITHDRAWN            VALUE "D".
001890         88  SR-GRADUATED            VALUE "G".
001900     05  FILLER                  PIC X(14).
