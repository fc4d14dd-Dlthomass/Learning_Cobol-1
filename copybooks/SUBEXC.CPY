      *=======================================================================*
      *    COPYBOOK:      SUBEXC.CPY
      *    DESCRIPTION:   ONE PRINT LINE OF THE SUBMISSION EXCEPTIONS
      *                   LIST PRODUCED BY PROD0J0 - ONE REASON LINE PER
      *                   PROBLEM THAT KEPT A STUDENT'S COURSE OUT OF
      *                   THE ASSEMBLED BATCH (STUDENTF).
      *-----------------------------------------------------------------------*
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    ----------  ----  ------------------------------------------------*
      *    2026-10-15  MS    ORIGINAL COPYBOOK - SUBMISSION EXCEPTION LINE.
      *=======================================================================*
       01  SX-PRINT-LINE                  PIC X(100).
