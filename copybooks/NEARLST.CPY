      *=======================================================================*
      *    COPYBOOK:      NEARLST.CPY
      *    DESCRIPTION:   ONE PRINT LINE OF THE NEARLY-COMPLETE LIST
      *                   PRODUCED BY PROD0F0 - TRAINEES ONE OR TWO
      *                   COURSES SHORT OF THEIR PROGRAMME, WITH THE
      *                   COURSES STILL OUTSTANDING.
      *-----------------------------------------------------------------------*
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    ----------  ----  ------------------------------------------------*
      *    2026-10-15  MS    ORIGINAL COPYBOOK - NEARLY-COMPLETE LIST LINE.
      *=======================================================================*
       01  NL-PRINT-LINE                  PIC X(100).
