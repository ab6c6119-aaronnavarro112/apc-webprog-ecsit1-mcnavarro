000100******************************************************************
000200*    COPYBOOK:    SUPPMAST
000300*    PURPOSE:     SUPPLIER MASTER RECORD, KEYED BY SUPPLIER ID.
000400*                 EACH SHOP ITEM NAMES ITS PREFERRED SUPPLIER ON
000500*                 THE ITEM MASTER; THE NIGHTLY STOCK RUN RAISES
000600*                 ITS SUGGESTED PURCHASE ORDERS AGAINST THAT
000700*                 SUPPLIER. AN INACTIVE SUPPLIER IS KEPT FOR THE
000800*                 ORDER HISTORY BUT IS NOT ORDERED FROM. LEAD DAYS
000900*                 IS THE SUPPLIER'S USUAL DELIVERY TIME, SHOWN ON
001000*                 THE OUTSTANDING-ORDERS REPORT.
001100*    MODIFICATION HISTORY
001200*    DATE       INIT  DESCRIPTION
001300*    ---------- ----  ------------------------------------------
001400*    2026-10-15 PJM   ORIGINAL.
001500******************************************************************
001600 01  SUPPLIER-MASTER-RECORD.
001700     05  SU-SUPPLIER-ID          PIC X(06).
001800     05  SU-SUPPLIER-NAME        PIC X(30).
001900     05  SU-LEAD-DAYS            PIC 9(03).
002000     05  SU-STATUS               PIC X(01).
002100         88  SU-ACTIVE               VALUE "A".
002200         88  SU-INACTIVE             VALUE "I".
002300     05  FILLER                  PIC X(10).
