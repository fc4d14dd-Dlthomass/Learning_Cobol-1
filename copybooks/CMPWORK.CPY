      *=======================================================================*
      *    COPYBOOK:      CMPWORK.CPY
      *    DESCRIPTION:   KEYED WORK FILE OF COMPLETED COURSES, BUILT FROM
      *                   THE HISTORY MASTER AND THE ARCHIVE AT THE START
      *                   OF THE COMPLETION RUN (PROD0F0) SO EACH REQUIRED
      *                   COURSE IS A DIRECT STUDENT+COURSE KEY READ,
      *                   HOWEVER MANY COURSES A STUDENT HAS COMPLETED.
      *-----------------------------------------------------------------------*
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    ----------  ----  ------------------------------------------------*
      *    2026-10-15  MS    ORIGINAL COPYBOOK - KEYED COMPLETED-COURSE FILE.
      *=======================================================================*
       01  COMPLETED-WORK-REC.
           05  DK-KEY.
               10  DK-STUDENT-ID      PIC X(05).
               10  DK-COURSE-ID       PIC X(05).
           05  DK-STUDENT-NAME        PIC A(20).
