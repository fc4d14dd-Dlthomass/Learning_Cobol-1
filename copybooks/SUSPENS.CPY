      *=======================================================================*
      *    COPYBOOK:      SUSPENS.CPY
      *    DESCRIPTION:   GRADING SUSPENSE RECORD - ONE PER BATCH INPUT
      *                   RECORD THE UNATTENDED GRADING RUN (PROD0V0)
      *                   COULD NOT COMMIT WITHOUT SOMEONE AT THE SCREEN.
      *                   CARRIES THE REASON CODE, THE RUN AND TERM, THE
      *                   HOURS ON BOTH SIDES OF AN ATTENDANCE MISMATCH
      *                   AND THE UNTOUCHED STUDENTF IMAGE, SO THE DESK
      *                   CAN WORK THE CASE IN THE MORNING AND RE-FEED
      *                   THE CORRECTED RECORD TO THE NEXT BATCH.
      *-----------------------------------------------------------------------*
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    ----------  ----  ------------------------------------------------*
      *    2026-10-15  MS    ORIGINAL COPYBOOK - GRADING SUSPENSE RECORD.
      *=======================================================================*
       01  SUSPENSE-REC.
           05  SU-STUDENT-ID          PIC X(05).
           05  SU-COURSE-ID           PIC X(05).
           05  SU-TERM-ID             PIC X(06).
           05  SU-REASON-CODE         PIC X(02).
               88  SU-HOURS-MISMATCH      VALUE "AM".
               88  SU-NOT-ON-ATTEND-FEED  VALUE "AF".
               88  SU-COURSE-NOT-ON-CTL   VALUE "CC".
               88  SU-NOT-ENROLLED        VALUE "EN".
               88  SU-ENROLL-DROPPED      VALUE "ED".
               88  SU-NAME-REJECTED       VALUE "NM".
               88  SU-GRADE-OUT-OF-RANGE  VALUE "GR".
               88  SU-SEQUENCE-AT-LIMIT   VALUE "SQ".
           05  SU-REASON-TEXT         PIC X(40).
           05  SU-KEYED-HOURS         PIC 9(02).
           05  SU-FEED-HOURS          PIC 9(02).
           05  SU-RUN-NO              PIC 9(05).
           05  SU-SUSPEND-DATE.
               10  SU-YEAR            PIC 9(02).
               10  SU-MONTH           PIC 9(02).
               10  SU-DAY             PIC 9(02).
           05  SU-INPUT-IMAGE         PIC X(42).
