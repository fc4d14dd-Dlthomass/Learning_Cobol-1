      *=======================================================================*
      *    COPYBOOK:      STDLTR.CPY
      *    DESCRIPTION:   ONE PRINT LINE OF THE STANDING LETTERS PRODUCED
      *                   BY PROD0N0 - ONE PAGE PER STUDENT WHOSE
      *                   ACADEMIC STANDING GOT WORSE AT THE TERM
      *                   ASSESSED.
      *-----------------------------------------------------------------------*
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    ----------  ----  ------------------------------------------------*
      *    2026-10-15  MS    ORIGINAL COPYBOOK - STANDING LETTER LINE.
      *=======================================================================*
       01  SL-PRINT-LINE                  PIC X(80).
