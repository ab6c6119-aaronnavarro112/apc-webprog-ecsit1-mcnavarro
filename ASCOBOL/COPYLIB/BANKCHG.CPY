000100******************************************************************
000200*    COPYBOOK:    BANKCHG
000300*    PURPOSE:     EMPLOYEE BANK-DETAIL CHANGE RECORD - ONE PER
000400*                 EMPLOYEE, KEYED BY EMPLOYEE ID. A CHANGE
000500*                 TRANSACTION THAT ALTERS THE SORT CODE OR
000600*                 ACCOUNT NUMBER DOES NOT TOUCH THE MASTER; IT
000700*                 IS HELD HERE PENDING, WITH THE USER WHO ASKED
000800*                 FOR IT. ONLY AN APPROVAL TRANSACTION FROM A
000900*                 DIFFERENT USER, QUOTING THE SAME NEW DETAILS,
001000*                 PUTS THE NEW ACCOUNT ON THE MASTER. A PENDING
001100*                 CHANGE NOT APPROVED IN TIME EXPIRES. THE PAY
001200*                 REGISTER LISTS THE FIRST PAYMENT TO AN APPROVED
001300*                 NEW ACCOUNT FOR SIGN-OFF AND STAMPS THE DATE
001400*                 IT WAS LISTED. A LATER CHANGE FOR THE SAME
001500*                 EMPLOYEE REPLACES THE RECORD.
001600*    MODIFICATION HISTORY
001700*    DATE       INIT  DESCRIPTION
001800*    ---------- ----  ------------------------------------------
001900*    2026-10-15 PJM   ORIGINAL.
002000******************************************************************
002100 01  BANK-CHANGE-RECORD.
002200     05  BC-EMPLOYEE-ID          PIC 9(06).
002300     05  BC-OLD-SORT-CODE        PIC 9(06).
002400     05  BC-OLD-ACCOUNT-NO       PIC 9(08).
002500     05  BC-NEW-SORT-CODE        PIC 9(06).
002600     05  BC-NEW-ACCOUNT-NO       PIC 9(08).
002700     05  BC-STATUS               PIC X(01).
002800         88  BC-PENDING              VALUE "P".
002900         88  BC-APPROVED             VALUE "A".
003000         88  BC-EXPIRED              VALUE "E".
003100     05  BC-REQUESTED-BY         PIC X(08).
003200     05  BC-REQUEST-DATE         PIC 9(08).
003300     05  BC-APPROVED-BY          PIC X(08).
003400     05  BC-APPROVED-DATE        PIC 9(08).
003500     05  BC-FIRST-PAY-DATE       PIC 9(08).
003600     05  FILLER                  PIC X(15).
