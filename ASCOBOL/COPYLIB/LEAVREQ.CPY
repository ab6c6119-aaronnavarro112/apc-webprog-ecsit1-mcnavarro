000100******************************************************************
000200*    COPYBOOK:    LEAVREQ
000300*    PURPOSE:     LEAVER SETTLEMENT REQUEST RECORD - ONE LINE PER
000400*                 EMPLOYEE TERMINATED, CUT BY THE EMPLOYEE MASTER
000500*                 MAINTENANCE WHEN IT MARKS THE EMPLOYEE INACTIVE.
000600*                 THE LEAVER SETTLEMENT RUN PAYS THE HOURS NOT YET
000700*                 PAID UP TO THE LEAVING DATE AND THE UNTAKEN
000800*                 ANNUAL LEAVE, LISTS ANY COURT ORDER STILL
000900*                 OWING AND PRINTS THE CESSATION CERTIFICATE. THE
001000*                 SETTLEMENT RUN CONSUMES THE FILE - A SETTLED
001010*                 REQUEST IS DROPPED, AS IS ONE THAT CAN NEVER BE
001020*                 SETTLED (NOT ON THE MASTER, NO LONGER A LEAVER,
001030*                 ALREADY SETTLED), SO NO LEAVER CAN BE SETTLED
001040*                 TWICE. ANY OTHER REJECTED REQUEST IS KEPT FOR
001050*                 THE NEXT RUN.
001300*    MODIFICATION HISTORY
001400*    DATE       INIT  DESCRIPTION
001500*    ---------- ----  ------------------------------------------
001600*    2026-10-15 PJM   ORIGINAL.
001700******************************************************************
001800 01  LEAVER-REQUEST-RECORD.
001900     05  LQ-EMPLOYEE-ID          PIC 9(06).
002000     05  LQ-LEAVING-DATE         PIC 9(08).
002100     05  LQ-REQUEST-DATE         PIC 9(08).
002200     05  FILLER                  PIC X(10).
