      *    2026-08-22  MS    ORIGINAL COPYBOOK - RECONCILIATION PRINT LINE.
      *    2026-08-22  MS    WIDENED TO 100 FOR THE RESOLVED COLUMN ON THE
      *                      CONTROL-TOTAL LINE.
      *    2026-10-15  MS    WIDENED TO 110 FOR FIVE-DIGIT CONTROL TOTALS.
      *=======================================================================*
       01  RB-PRINT-LINE                  PIC X(110).
