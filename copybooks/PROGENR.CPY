      *=======================================================================*
      *    COPYBOOK:      PROGENR.CPY
      *    DESCRIPTION:   PROGRAMME ENROLMENT RECORD - WHICH PROGRAMME A
      *                   TRAINEE IS ENROLLED IN.  THE COURSE-LEVEL
      *                   ENROLMENT (ENROLL.CPY) SAYS WHAT IS BEING
      *                   TAKEN NOW; THIS SAYS WHAT IT ADDS UP TO.  A
      *                   TRAINEE MAY BE ON MORE THAN ONE PROGRAMME.
      *                   MAINTAINED BY THE TRAINING OFFICE, READ BY THE
      *                   COMPLETION RUN (PROD0F0).
      *-----------------------------------------------------------------------*
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    ----------  ----  ------------------------------------------------*
      *    2026-10-15  MS    ORIGINAL COPYBOOK - PROGRAMME ENROLMENT.
      *=======================================================================*
       01  PROG-ENROL-REC.
           05  PE-STUDENT-ID          PIC X(05).
           05  PE-PROGRAMME-ID        PIC X(05).
