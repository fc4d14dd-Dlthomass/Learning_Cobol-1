      *=======================================================================*
      *    COPYBOOK:      CERTLST.CPY
      *    DESCRIPTION:   ONE PRINT LINE OF THE CERTIFICATE-ISSUED LIST
      *                   PRODUCED BY PROD0F0 - EVERY CERTIFICATE NUMBER
      *                   GIVEN OUT BY THE RUN, FOR THE PRINT ROOM.
      *-----------------------------------------------------------------------*
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    ----------  ----  ------------------------------------------------*
      *    2026-10-15  MS    ORIGINAL COPYBOOK - CERTIFICATE-ISSUED LINE.
      *=======================================================================*
       01  CL-PRINT-LINE                  PIC X(100).
