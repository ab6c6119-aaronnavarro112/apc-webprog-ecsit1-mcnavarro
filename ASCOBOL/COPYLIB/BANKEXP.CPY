000900*    2026-08-09 PJM   ORIGINAL.
000910*    2026-08-22 PJM   NOW ONE RECORD PER OPERATOR FOR THE CASH
000920*                     OFFICE RECONCILIATION (LAYOUT UNCHANGED).
000930*    2026-10-15 PJM   THE CASH OFFICE RECONCILIATION NOW WORKS
000940*                     FROM THE OPERATORS' CASH-UP DECLARATIONS
000950*                     (SEE CASHUP) AND NO LONGER READS THIS
000960*                     FILE; THE SHOP'S DEPOSIT SLIP STILL USES
000970*                     THE LAYOUT.
001000******************************************************************
001100 01  EXPECTED-BANKING-RECORD.
001200     05  EB-BUSINESS-DATE        PIC 9(08).
