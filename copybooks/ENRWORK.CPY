      *=======================================================================*
      *    COPYBOOK:      ENRWORK.CPY
      *    DESCRIPTION:   KEYED WORK COPY OF THE ENROLLMENT MASTER, BUILT
      *                   FROM ENROLLF AT THE START OF THE GRADING RUN
      *                   (PROD0V0) SO EACH STUDENT+COURSE IS A DIRECT
      *                   KEY READ, HOWEVER MANY ENROLLMENTS THERE ARE.
      *-----------------------------------------------------------------------*
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    ----------  ----  ------------------------------------------------*
      *    2026-10-15  MS    ORIGINAL COPYBOOK - KEYED ENROLLMENT WORK FILE.
      *=======================================================================*
       01  ENROLL-WORK-REC.
           05  EK-KEY.
               10  EK-STUDENT-ID      PIC X(05).
               10  EK-COURSE-ID       PIC X(05).
           05  EK-STUDENT-NAME        PIC A(20).
           05  EK-STATUS              PIC X(01).
               88  EK-IS-ACTIVE           VALUE "A".
