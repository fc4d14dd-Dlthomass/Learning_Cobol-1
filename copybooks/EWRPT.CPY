      *=======================================================================*
      *    COPYBOOK:      EWRPT.CPY
      *    DESCRIPTION:   ONE PRINT LINE OF THE ATTENDANCE EARLY-WARNING
      *                   LIST PRODUCED BY PROD0H0 - BY COURSE, WORST
      *                   BAND FIRST, WITH THE HOURS LEFT BEFORE AN
      *                   AUTOMATIC "A" AND WHO GOT WORSE SINCE LAST
      *                   WEEK.
      *-----------------------------------------------------------------------*
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    ----------  ----  ------------------------------------------------*
      *    2026-10-15  MS    ORIGINAL COPYBOOK - EARLY-WARNING LIST LINE.
      *=======================================================================*
       01  EW-PRINT-LINE                  PIC X(100).
