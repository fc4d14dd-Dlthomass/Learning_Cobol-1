      *                      THE EXECUTION THAT WROTE THE RECORD, SO A
      *                      QUESTIONED BATCH CAN BE PULLED BY ITS EXACT
      *                      RUN INSTEAD OF EVERYTHING FROM THAT DATE.
      *    2026-10-15  MS    ADDED GH-POLICY-APPLIED - THE GRADING POLICY
      *                      (GRDPOL.CPY) THE RECORD WAS JUDGED UNDER:
      *                      ITS COURSE AND EFFECTIVE TERM AND THE HOURS
      *                      LIMIT, PENALTY PER HOUR, PASS MARK AND EXAM
      *                      WEIGHT IN FORCE.  A RESIT OR WAIVER APPLIES
      *                      THESE SAME VALUES, HOWEVER MUCH LATER IT
      *                      RUNS.  SPACES IN GH-POL-EFF-TERM MEAN THE
      *                      RECORD PREDATES THE FIELD AND THE POLICY IN
      *                      FORCE FOR ITS TERM IS LOOKED UP INSTEAD.
      *                      RECORD GROWS FROM 79 TO 102 BYTES.
      *=======================================================================*
       01  GRADE-HIST-REC.
           05  GH-HIST-KEY.
           05  GH-POSTED-DOWNSTREAM   PIC X(01).
               88  GH-IS-POSTED           VALUE "Y".
           05  GH-RUN-NO              PIC 9(05).
           05  GH-POLICY-APPLIED.
               10  GH-POL-COURSE-ID   PIC X(05).
               10  GH-POL-EFF-TERM    PIC X(06).
               10  GH-POL-HOURS-LIMIT PIC 9(02).
               10  GH-POL-PENALTY     PIC 9(01)V99.
               10  GH-POL-PASS-MARK   PIC 9(02)V99.
               10  GH-POL-EXAM-WEIGHT PIC 9(03).
