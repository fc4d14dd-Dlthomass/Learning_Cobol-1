      *=======================================================================*
      *    COPYBOOK:      CERTREG.CPY
      *    DESCRIPTION:   CERTIFICATE REGISTER RECORD, KEYED BY STUDENT
      *                   PLUS PROGRAMME.  THE PERMANENT RECORD OF EVERY
      *                   PROGRAMME CERTIFICATE ISSUED, WRITTEN ONCE BY
      *                   THE COMPLETION RUN (PROD0F0) AND NEVER
      *                   REWRITTEN OR DELETED.  CERTIFICATE NUMBERS ARE
      *                   SEQUENTIAL ACROSS THE WHOLE REGISTER.
      *-----------------------------------------------------------------------*
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    ----------  ----  ------------------------------------------------*
      *    2026-10-15  MS    ORIGINAL COPYBOOK - CERTIFICATE REGISTER.
      *=======================================================================*
       01  CERT-REG-REC.
           05  CR-CERT-KEY.
               10  CR-STUDENT-ID      PIC X(05).
               10  CR-PROGRAMME-ID    PIC X(05).
           05  CR-CERT-NO             PIC 9(06).
           05  CR-STUDENT-NAME        PIC A(20).
           05  CR-ISSUE-DATE.
               10  CR-ISSUE-YEAR      PIC 9(02).
               10  CR-ISSUE-MONTH     PIC 9(02).
               10  CR-ISSUE-DAY       PIC 9(02).
           05  CR-RUN-NO              PIC 9(05).
