      *=======================================================================*
      *    COPYBOOK:      STDCHG.CPY
      *    DESCRIPTION:   ONE PRINT LINE OF THE STANDING-CHANGE LIST
      *                   PRODUCED BY PROD0N0 - EVERY STUDENT WHOSE
      *                   ACADEMIC STANDING MOVED AT THE TERM ASSESSED,
      *                   BETTER OR WORSE, WITH THE COUNTS BEHIND IT.
      *-----------------------------------------------------------------------*
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    ----------  ----  ------------------------------------------------*
      *    2026-10-15  MS    ORIGINAL COPYBOOK - STANDING-CHANGE LIST LINE.
      *=======================================================================*
       01  SG-PRINT-LINE                  PIC X(100).
