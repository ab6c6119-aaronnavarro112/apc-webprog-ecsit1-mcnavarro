000500*                 TO (SO THE SALES-BY-DEPARTMENT ROLLUP COMES
000600*                 FROM REAL ITEMS, NOT A KEYED TWO-CHARACTER
000700*                 CODE), THE ON-HAND QUANTITY THE NIGHTLY STOCK
000800*                 MOVEMENT RUN MAINTAINS, THE REORDER POINT
000900*                 THE REORDER REPORT TESTS AGAINST, AND THE
000910*                 PREFERRED SUPPLIER ITS PURCHASE ORDERS ARE
000920*                 RAISED ON (SEE SUPPMAST), ITS STANDARD COST AND
000930*                 ITS SELLING PRICE. A PRICE CHANGE IS KEYED
000940*                 AHEAD OF TIME AS A NEW PRICE WITH THE DATE IT
000950*                 TAKES EFFECT; ON AND AFTER THAT DATE THE NEW
000960*                 PRICE IS THE ONE IN FORCE, AND THE NEXT PRICE
000970*                 MAINTENANCE FOR THE ITEM MAKES IT THE SELLING
000980*                 PRICE. A ZERO EFFECTIVE DATE MEANS NO CHANGE IS
000990*                 PENDING.
001000*    MODIFICATION HISTORY
001100*    DATE       INIT  DESCRIPTION
001200*    ---------- ----  ------------------------------------------
001300*    2026-09-02 PJM   ORIGINAL.
001310*    2026-10-15 PJM   PREFERRED SUPPLIER ADDED, TAKEN FROM FILLER.
001320*    2026-10-15 PJM   STANDARD COST, SELLING PRICE AND A PENDING
001330*                     PRICE CHANGE WITH ITS EFFECTIVE DATE ADDED.
001340*                     THE RECORD GROWS FROM 48 TO 83 BYTES - THE
001350*                     FILE IS UNLOADED AND RELOADED TO THE NEW
001360*                     LENGTH WHEN THIS GOES IN.
001400******************************************************************
001500 01  ITEM-MASTER-RECORD.
001600     05  IM-ITEM-CODE            PIC X(06).
001800     05  IM-DESCRIPTION          PIC X(20).
001900     05  IM-ON-HAND-QTY          PIC 9(05).
002000     05  IM-REORDER-POINT        PIC 9(05).
002010     05  IM-PREFERRED-SUPPLIER   PIC X(06).
002020     05  IM-STANDARD-COST        PIC 9(05)V99.
002030     05  IM-SELLING-PRICE        PIC 9(05)V99.
002040     05  IM-NEW-PRICE            PIC 9(05)V99.
002050     05  IM-NEW-PRICE-DATE       PIC 9(08).
002100     05  FILLER                  PIC X(10).
