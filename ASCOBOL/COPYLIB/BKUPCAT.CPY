000100******************************************************************
000200*    COPYBOOK:    BKUPCAT
000300*    PURPOSE:     MASTER BACKUP CATALOGUE, KEYED BY BUSINESS DATE
000400*                 AND MASTER DD NAME - ONE RECORD PER INDEXED
000500*                 MASTER UNLOADED BY THE PRE-RUN BACKUP STEP, WITH
000600*                 THE RECORD COUNT TAKEN AND THE DATE AND TIME THE
000700*                 BACKUP GENERATION WAS WRITTEN. THE SAME DATE AND
000800*                 TIME ARE ON THE GENERATION'S HEADER RECORD, SO
000900*                 THE RESTORE CAN PROVE IT HAS BEEN GIVEN THE
001000*                 RIGHT GENERATION. THE RESTORE STAMPS EACH RECORD
001100*                 WITH THE COUNT IT RELOADED AND WHEN. A MASTER
001200*                 THAT DID NOT EXIST WHEN THE BACKUP RAN IS
001300*                 CATALOGUED NOT PRESENT WITH A COUNT OF ZERO.
001400*    MODIFICATION HISTORY
001500*    DATE       INIT  DESCRIPTION
001600*    ---------- ----  ------------------------------------------
001700*    2026-10-15 PJM   ORIGINAL.
001800******************************************************************
001900 01  BACKUP-CATALOGUE-RECORD.
002000     05  BX-CATALOGUE-KEY.
002100         10  BX-BUSINESS-DATE    PIC 9(08).
002200         10  BX-DDNAME           PIC X(08).
002300     05  BX-RECORD-COUNT         PIC 9(09).
002400     05  BX-MASTER-STATUS        PIC X(01).
002500         88  BX-MASTER-PRESENT       VALUE "P".
002600         88  BX-MASTER-ABSENT        VALUE "A".
002700     05  BX-BACKUP-DATE          PIC 9(08).
002800     05  BX-BACKUP-TIME          PIC 9(08).
002900     05  BX-CATALOGUE-STATUS     PIC X(01).
003000         88  BX-BACKED-UP            VALUE "B".
003100         88  BX-RESTORED             VALUE "R".
003200     05  BX-RESTORE-COUNT        PIC 9(09).
003300     05  BX-RESTORE-DATE         PIC 9(08).
003400     05  BX-RESTORE-TIME         PIC 9(08).
003500     05  BX-TIMES-RESTORED       PIC 9(03).
003600     05  FILLER                  PIC X(20).
