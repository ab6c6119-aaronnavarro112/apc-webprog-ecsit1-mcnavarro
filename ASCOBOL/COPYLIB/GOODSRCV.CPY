000300*    PURPOSE:     GOODS-RECEIVED TRANSACTION RECORD - ONE LINE
000400*                 PER DELIVERY LINE BOOKED IN AT THE STOCKROOM
000500*                 DOOR, APPLIED TO THE ITEM MASTER ON-HAND
000600*                 QUANTITY BY THE NIGHTLY STOCK MOVEMENT RUN,
000610*                 WHICH MATCHES IT TO THE PURCHASE ORDER LINE
000620*                 FOR THE PO NUMBER QUOTED (SEE PURCHORD).
000700*    MODIFICATION HISTORY
000800*    DATE       INIT  DESCRIPTION
000900*    ---------- ----  ------------------------------------------
001000*    2026-09-02 PJM   ORIGINAL.
001010*    2026-10-15 PJM   PO NUMBER ADDED, TAKEN FROM FILLER.
001100******************************************************************
001200 01  GOODS-RECEIVED-RECORD.
001300     05  GR-ITEM-CODE            PIC X(06).
001400     05  GR-QUANTITY             PIC 9(05).
001500     05  GR-RECEIVED-DATE        PIC 9(08).
001510     05  GR-PO-NUMBER            PIC 9(06).
001600     05  FILLER                  PIC X(04).
