001300*                     DETAILED OVER/SHORT TRAIL FOR THE TILL -
001400*                     THIS RECORD IS ONE LINE PER RUN, PER
001500*                     PROGRAM, FOR ANY PROGRAM IN THE SUITE.
001510*    2026-10-15 PJM   RETURN CODE THE RUN ENDED WITH CARVED FROM
001520*                     THE FILLER, SO THE MORNING OPERATIONS
001530*                     REPORT CAN SHOW HOW EACH STEP FINISHED.
001540*                     SPACES ON RECORDS WRITTEN BEFORE THIS DATE.
001600******************************************************************
001700 01  AUDIT-JOURNAL-RECORD.
001800     05  AJ-PROGRAM-NAME         PIC X(08).
002200     05  AJ-TOTAL-1-AMOUNT       PIC S9(09)V99.
002300     05  AJ-TOTAL-2-LABEL        PIC X(20).
002400     05  AJ-TOTAL-2-AMOUNT       PIC S9(09)V99.
002410     05  AJ-RETURN-CODE          PIC 9(04).
002500     05  FILLER                  PIC X(06).
