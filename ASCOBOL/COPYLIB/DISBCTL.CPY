000100******************************************************************
000200*    COPYBOOK:    DISBCTL
000300*    PURPOSE:     DISBURSEMENT RELEASE CONTROL RECORD - ONE PER
000400*                 BANK DISBURSEMENT BATCH, KEYED BY THE BUSINESS
000500*                 DATE AND THE PROGRAM THAT RAISED THE BATCH.
000600*                 THE PAY-REGISTER COMPARISON WRITES IT HELD,
000700*                 CARRYING THE PROVEN PAYMENT COUNT AND TOTAL AND
000800*                 THE EXCEPTIONS IT FOUND. THE BATCH CANNOT BE
000900*                 EXTRACTED FOR THE BANK UNTIL A SUPERVISOR HAS
001000*                 RELEASED IT - THE RELEASE STAMPS WHO RELEASED
001100*                 IT AND WHEN. THE PAY RUN ALSO CARRIES THE COUNT
001110*                 OF FIRST PAYMENTS TO NEWLY APPROVED BANK
001120*                 ACCOUNTS, EACH OF WHICH IS SIGNED OFF ON THE PAY
001130*                 REGISTER BEFORE RELEASE.
001200*    MODIFICATION HISTORY
001300*    DATE       INIT  DESCRIPTION
001400*    ---------- ----  ------------------------------------------
001500*    2026-10-15 PJM   ORIGINAL.
001510*    2026-10-15 PJM   DC-NEW-ACCOUNT-COUNT - FIRST PAYMENTS TO
001520*                     NEWLY APPROVED BANK ACCOUNTS.
001600******************************************************************
001700 01  DISB-CONTROL-RECORD.
001800     05  DC-CONTROL-KEY.
001900         10  DC-BUSINESS-DATE    PIC 9(08).
002000         10  DC-BATCH-SOURCE     PIC X(08).
002100     05  DC-RECORD-COUNT         PIC 9(05).
002200     05  DC-TOTAL-AMOUNT         PIC 9(09)V99.
002300     05  DC-STATUS               PIC X(01).
002400         88  DC-HELD                 VALUE "H".
002500         88  DC-RELEASED             VALUE "R".
002600     05  DC-SWING-COUNT          PIC 9(05).
002700     05  DC-FIRST-PAY-COUNT      PIC 9(05).
002800     05  DC-MISSING-COUNT        PIC 9(05).
002900     05  DC-HELD-DATE            PIC 9(08).
003000     05  DC-HELD-TIME            PIC 9(08).
003100     05  DC-RELEASED-BY          PIC X(08).
003200     05  DC-RELEASE-DATE         PIC 9(08).
003300     05  DC-RELEASE-TIME         PIC 9(08).
003400     05  DC-NEW-ACCOUNT-COUNT    PIC 9(05).
003410     05  FILLER                  PIC X(25).
