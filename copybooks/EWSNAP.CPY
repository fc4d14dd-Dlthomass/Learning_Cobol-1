      *=======================================================================*
      *    COPYBOOK:      EWSNAP.CPY
      *    DESCRIPTION:   ATTENDANCE EARLY-WARNING WEEKLY SNAPSHOT RECORD.
      *                   EVERY RUN OF PROD0H0 ADDS ONE RECORD PER
      *                   ACTIVE ENROLMENT (BAND 0 INCLUDED) UNDER ITS
      *                   OWN RUN NUMBER; EARLIER WEEKS ARE KEPT.  THE
      *                   NEXT RUN COMPARES AGAINST THE HIGHEST RUN
      *                   NUMBER ON FILE TO FIND WHO MOVED INTO A WORSE
      *                   BAND SINCE LAST WEEK.
      *-----------------------------------------------------------------------*
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    ----------  ----  ------------------------------------------------*
      *    2026-10-15  MS    ORIGINAL COPYBOOK - EARLY-WARNING SNAPSHOT.
      *=======================================================================*
       01  EW-SNAPSHOT-REC.
           05  EW-RUN-NO              PIC 9(05).
           05  EW-RUN-DATE.
               10  EW-RUN-YEAR        PIC 9(02).
               10  EW-RUN-MONTH       PIC 9(02).
               10  EW-RUN-DAY         PIC 9(02).
           05  EW-STUDENT-ID          PIC X(05).
           05  EW-COURSE-ID           PIC X(05).
           05  EW-FAULTY-HOURS        PIC 9(02).
           05  EW-BAND                PIC 9(01).
