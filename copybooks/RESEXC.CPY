      *=======================================================================*
      *    COPYBOOK:      RESEXC.CPY
      *    DESCRIPTION:   ONE PRINT LINE OF THE RESIT EXCEPTIONS LIST
      *                   PRODUCED BY PROD0X0 - ONE REASON LINE PER EXAM
      *                   RESULT THAT WAS NOT APPLIED, INCLUDING RESULTS
      *                   THAT ARRIVED AFTER THE TERM'S RESIT DEADLINE.
      *-----------------------------------------------------------------------*
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    ----------  ----  ------------------------------------------------*
      *    2026-10-15  MS    ORIGINAL COPYBOOK - RESIT EXCEPTION LINE.
      *=======================================================================*
       01  RZ-PRINT-LINE                  PIC X(100).
