      *=======================================================================*
      *    COPYBOOK:      STANDING.CPY
      *    DESCRIPTION:   ACADEMIC STANDING MASTER RECORD, KEYED BY
      *                   STUDENT ID.  WRITTEN BY THE END-OF-TERM
      *                   STANDING RUN (PROD0N0), SHOWN BY THE HISTORY
      *                   INQUIRY (PROD0Q0).  HOLDS THE STANDING FROM
      *                   THE LAST TERM ASSESSED, THE FIGURES IT WAS
      *                   DECIDED ON, AND THE STANDING BEFORE IT, SO A
      *                   RE-RUN OF THE SAME TERM COMPARES AGAINST THE
      *                   SAME STARTING POINT.
      *-----------------------------------------------------------------------*
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    ----------  ----  ------------------------------------------------*
      *    2026-10-15  MS    ORIGINAL COPYBOOK - ACADEMIC STANDING MASTER.
      *=======================================================================*
       01  STANDING-REC.
           05  SD-STUDENT-ID          PIC X(05).
           05  SD-STUDENT-NAME        PIC A(20).
           05  SD-STANDING            PIC X(01).
               88  SD-GOOD-STANDING       VALUE "G".
               88  SD-ON-WARNING          VALUE "W".
               88  SD-ON-PROBATION        VALUE "P".
               88  SD-DISMISSAL-REVIEW    VALUE "D".
           05  SD-TERM-ID             PIC X(06).
           05  SD-FAILED-COUNT        PIC 9(02).
           05  SD-ADMIN-TERMS         PIC 9(02).
           05  SD-PRIOR-STANDING      PIC X(01).
           05  SD-PRIOR-TERM-ID       PIC X(06).
           05  SD-RUN-DATE.
               10  SD-RUN-YEAR        PIC 9(02).
               10  SD-RUN-MONTH       PIC 9(02).
               10  SD-RUN-DAY         PIC 9(02).
           05  SD-RUN-NO              PIC 9(05).
