      *=======================================================================*
      *    COPYBOOK:      INTGRPT.CPY
      *    DESCRIPTION:   ONE PRINT LINE OF THE GRADE-HISTORY INTEGRITY
      *                   LISTING PRODUCED BY PROD0I0 - BROKEN SEQUENCE
      *                   CHAINS, AVERAGES AND STATUSES THAT DO NOT
      *                   RECALCULATE, AND RUN NUMBERS NOT ON THE RUN LOG.
      *-----------------------------------------------------------------------*
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    ----------  ----  ------------------------------------------------*
      *    2026-10-15  MS    ORIGINAL COPYBOOK - INTEGRITY LISTING LINE.
      *=======================================================================*
       01  IG-PRINT-LINE                  PIC X(100).
