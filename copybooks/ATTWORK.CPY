      *=======================================================================*
      *    COPYBOOK:      ATTWORK.CPY
      *    DESCRIPTION:   KEYED WORK COPY OF THE ATTENDANCE FEED, BUILT
      *                   FROM ATTENDF AT THE START OF THE GRADING RUN
      *                   (PROD0V0) SO EACH STUDENT'S HOURS ARE A DIRECT
      *                   KEY READ, HOWEVER LONG THE FEED IS.
      *-----------------------------------------------------------------------*
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    ----------  ----  ------------------------------------------------*
      *    2026-10-15  MS    ORIGINAL COPYBOOK - KEYED ATTENDANCE WORK FILE.
      *=======================================================================*
       01  ATTEND-WORK-REC.
           05  AK-STUDENT-ID          PIC X(05).
           05  AK-FAULTY-HOURS        PIC 9(02).
