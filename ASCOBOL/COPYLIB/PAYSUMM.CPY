001360*                     BALANCE IS NOW GROSS = TAX + PRSI +
001370*                     PENSION + ORDERS + VOLUNTARY DEDUCTIONS
001380*                     + NET.
001381*    2026-10-15 PJM   ADDED PP-ENTRY-TYPE, CARVED FROM THE
001382*                     TRAILING FILLER. THE OFF-CYCLE CORRECTION
001383*                     RUN APPENDS ONE RECORD PER PERIOD IT
001384*                     REVERSES ("R" - THE ORIGINAL FIGURES, TO BE
001385*                     TAKEN OFF) AND ONE PER PERIOD IT RE-PAYS
001386*                     ("C" - THE RECALCULATED FIGURES, ADDED LIKE
001387*                     A PAY RUN). BLANK IS A PAY RUN'S OWN
001388*                     RECORD. READERS TOTALLING BY MONTH NET THE
001389*                     REVERSALS OFF; THE LEDGER EXTRACT POSTS
001390*                     ONLY BLANK RECORDS - CORRECTIONS REACH THE
001391*                     LEDGER AS THEIR OWN BATCH (SEE GLPEND).
001392*    2026-10-15 PJM   ADDED PP-FINAL-SETTLEMENT ("F") - ONE
001393*                     RECORD PER LEAVER FINAL SETTLEMENT RUN,
001394*                     ADDED LIKE A PAY RUN WHEN TOTALLING BY
001395*                     MONTH. LIKE THE CORRECTIONS IT REACHES THE
001396*                     LEDGER THROUGH GLPEND, NOT THE PAYROLL
001398*                     BATCH.
001400******************************************************************
001500 01  PAY-RUN-SUMMARY-RECORD.
001600     05  PP-RUN-DATE             PIC 9(08).
002200     05  PP-TOTAL-NET            PIC 9(09)V99.
002250     05  PP-TOTAL-VOLDED         PIC 9(09)V99.
002260     05  PP-TOTAL-ORDERS         PIC 9(09)V99.
002270     05  PP-ENTRY-TYPE           PIC X(01).
002280         88  PP-PAY-RUN              VALUE " ".
002290         88  PP-REVERSAL             VALUE "R".
002295         88  PP-CORRECTION           VALUE "C".
002297         88  PP-FINAL-SETTLEMENT     VALUE "F".
002300     05  FILLER                  PIC X(09).
