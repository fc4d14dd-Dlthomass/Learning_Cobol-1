      *=======================================================================*
      *    COPYBOOK:      EWNOTE.CPY
      *    DESCRIPTION:   ATTENDANCE EARLY-WARNING NOTIFICATION RECORD -
      *                   ONE PER STUDENT AND COURSE IN A RISK BAND,
      *                   WRITTEN BY THE WEEKLY RUN (PROD0H0) FOR THE
      *                   TUTORS.  BAND 1 IS WITHIN 10 HOURS OF THE
      *                   COURSE'S HOURS LIMIT, BAND 2 WITHIN 5, BAND 3
      *                   ALREADY OVER IT (AN AUTOMATIC "A" ON GRADING
      *                   NIGHT).  THE PENALTY IS WHAT THE HOURS SO FAR
      *                   WOULD TAKE OFF THE AVERAGE.
      *-----------------------------------------------------------------------*
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    ----------  ----  ------------------------------------------------*
      *    2026-10-15  MS    ORIGINAL COPYBOOK - EARLY-WARNING NOTIFICATION.
      *=======================================================================*
       01  EARLY-WARN-REC.
           05  NT-COURSE-ID           PIC X(05).
           05  NT-STUDENT-ID          PIC X(05).
           05  NT-STUDENT-NAME        PIC A(20).
           05  NT-FAULTY-HOURS        PIC 9(02).
           05  NT-HOURS-LIMIT         PIC 9(02).
           05  NT-HOURS-LEFT          PIC 9(02).
           05  NT-BAND                PIC 9(01).
               88  NT-BAND-WATCH          VALUE 1.
               88  NT-BAND-AT-RISK        VALUE 2.
               88  NT-BAND-OVER-LIMIT     VALUE 3.
           05  NT-PRIOR-BAND          PIC 9(01).
           05  NT-BAND-WORSE          PIC X(01).
               88  NT-MOVED-TO-WORSE      VALUE "Y".
           05  NT-PENALTY             PIC 9(02)V99.
           05  NT-RUN-DATE.
               10  NT-RUN-YEAR        PIC 9(02).
               10  NT-RUN-MONTH       PIC 9(02).
               10  NT-RUN-DAY         PIC 9(02).
           05  NT-RUN-NO              PIC 9(05).
