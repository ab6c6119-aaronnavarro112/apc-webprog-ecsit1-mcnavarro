000100******************************************************************
000200*    COPYBOOK:    MASTUNLD
000300*    PURPOSE:     MASTER BACKUP GENERATION RECORD. ONE DATED
000400*                 GENERATION HOLDS THE UNLOAD OF EVERY INDEXED
000500*                 MASTER THE DAY UPDATES, IN KEY ORDER, EACH DATA
000600*                 RECORD TAGGED WITH THE DD NAME OF ITS MASTER AND
000700*                 CARRYING THE MASTER RECORD IMAGE. A HEADER
000800*                 RECORD OPENS THE GENERATION WITH THE BUSINESS
000900*                 DATE AND WHEN IT WAS TAKEN; EACH MASTER IS
001000*                 CLOSED BY A TRAILER WITH ITS RECORD COUNT, AND
001100*                 AN END RECORD WITH THE TOTAL CLOSES THE
001200*                 GENERATION - A GENERATION WITHOUT ONE IS
001300*                 INCOMPLETE AND CANNOT BE RESTORED. A GENERATION
001400*                 WRITTEN WHEN THE DATE WAS ALREADY BACKED UP
001500*                 HOLDS ONLY A SKIPPED HEADER.
001600*    MODIFICATION HISTORY
001700*    DATE       INIT  DESCRIPTION
001800*    ---------- ----  ------------------------------------------
001900*    2026-10-15 PJM   ORIGINAL.
002000******************************************************************
002100 01  MASTER-UNLOAD-RECORD.
002200     05  MU-RECORD-TYPE          PIC X(01).
002300         88  MU-HEADER               VALUE "H".
002400         88  MU-SKIPPED-HEADER       VALUE "S".
002500         88  MU-DATA                 VALUE "D".
002600         88  MU-TRAILER              VALUE "T".
002700         88  MU-END                  VALUE "E".
002800     05  MU-DDNAME               PIC X(08).
002900     05  MU-MASTER-DATA          PIC X(120).
003000     05  MU-HEADER-DATA REDEFINES MU-MASTER-DATA.
003100         10  MU-BUSINESS-DATE    PIC 9(08).
003200         10  MU-BACKUP-DATE      PIC 9(08).
003300         10  MU-BACKUP-TIME      PIC 9(08).
003400         10  FILLER              PIC X(96).
003500     05  MU-COUNT-DATA REDEFINES MU-MASTER-DATA.
003600         10  MU-RECORD-COUNT     PIC 9(09).
003700         10  FILLER              PIC X(111).
