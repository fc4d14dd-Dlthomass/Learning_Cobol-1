      *=======================================================================*
      *    COPYBOOK:      DEDREG.CPY
      *    DESCRIPTION:   ONE PRINT LINE OF THE ALLOWANCE DEDUCTION
      *                   REGISTER PRODUCED BY PROD0Y0 - EVERY LINE SENT
      *                   TO PAYROLL, THE CONTROL TOTALS AND THE
      *                   SIGN-OFF BLOCK FOR FINANCE.
      *-----------------------------------------------------------------------*
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    ----------  ----  ------------------------------------------------*
      *    2026-10-15  MS    ORIGINAL COPYBOOK - DEDUCTION REGISTER LINE.
      *=======================================================================*
       01  DR-PRINT-LINE                  PIC X(100).
