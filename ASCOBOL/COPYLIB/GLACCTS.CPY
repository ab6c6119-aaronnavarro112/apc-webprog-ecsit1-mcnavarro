001100*                   TX  TAX CONTROL           (CODE SPACES)
001200*                   PR  PRSI CONTROL          (CODE SPACES)
001300*                   PN  PENSION CONTROL       (CODE SPACES)
001310*                   PE  PENSION EMPLOYER COST (CODE SPACES)
001400*                   VD  DEDUCTIONS PAYABLE    (CODE SPACES)
001450*                   AO  ATTACHMENT ORDERS PAYABLE (CODE SPACES)
001500*                   NP  NET PAY CLEARING      (CODE SPACES)
001700*                   SC  SHOP CLEARING         (CODE SPACES)
001800*                   TC  TENDER CLEARING       (CODE = TENDER)
001900*                   CC  CASH OFFICE CLEARING  (CODE SPACES)
001910*                   BK  BANK ACCOUNT          (CODE SPACES)
001920*                   MF  MERCHANT FEES         (CODE = TENDER)
002000*    MODIFICATION HISTORY
002100*    DATE       INIT  DESCRIPTION
002200*    ---------- ----  ------------------------------------------
002300*    2026-09-02 PJM   ORIGINAL.
002310*    2026-10-15 PJM   PE ADDED FOR THE EMPLOYER PENSION
002320*                     CONTRIBUTION.
002330*    2026-10-15 PJM   BK AND MF ADDED FOR CARD AND MOBILE
002340*                     SETTLEMENTS.
002400******************************************************************
002500 01  GL-ACCOUNT-MAP-RECORD.
002600     05  GM-SOURCE-TYPE          PIC X(02).
