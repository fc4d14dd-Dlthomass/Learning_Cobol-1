      *=======================================================================*
      *    COPYBOOK:      TERMCAL.CPY
      *    DESCRIPTION:   TERM CALENDAR MASTER RECORD, ONE PER TERM/PERIOD,
      *                   KEYED ON THE TERM ID.  MAINTAINED ON SCREEN BY
      *                   PROD0U0 AND READ BY EVERY RUN THAT POSTS TO A
      *                   TERM: THE GRADING RUN (PROD0V0) NEEDS THE TERM
      *                   IN GRADING AND INSIDE ITS GRADING WINDOW, THE
      *                   RESIT AND WAIVER RUNS (PROD0X0, PROD0W0) NEED IT
      *                   STILL IN GRADING, AND THE TERM-CLOSE JOB
      *                   (PROD0T0) ARCHIVES THE TERMS MARKED CLOSED.
      *                   ALL DATES ARE YYMMDD, AS ACCEPTED FROM DATE.
      *-----------------------------------------------------------------------*
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    ----------  ----  ------------------------------------------------*
      *    2026-10-15  MS    ORIGINAL COPYBOOK - TERM CALENDAR MASTER.
      *=======================================================================*
       01  TERM-CAL-REC.
           05  TM-TERM-ID             PIC X(06).
           05  TM-DESCRIPTION         PIC X(30).
           05  TM-START-DATE          PIC 9(06).
           05  TM-END-DATE            PIC 9(06).
           05  TM-GRADE-FROM-DATE     PIC 9(06).
           05  TM-GRADE-TO-DATE       PIC 9(06).
           05  TM-RESIT-DEADLINE      PIC 9(06).
           05  TM-STATUS              PIC X(01).
               88  TM-IS-PLANNED          VALUE "P".
               88  TM-IS-OPEN             VALUE "O".
               88  TM-IS-GRADING          VALUE "G".
               88  TM-IS-CLOSED           VALUE "C".
