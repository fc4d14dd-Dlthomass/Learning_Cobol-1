      *=======================================================================*
      *    COPYBOOK:      GRDSUB.CPY
      *    DESCRIPTION:   GRADE SUBMISSION INTAKE RECORD - ONE GRADED
      *                   COMPONENT OF ONE COURSE FOR ONE STUDENT, AS
      *                   HANDED IN BY THE INSTRUCTOR WHO MARKED IT.
      *                   THE MERGE RUN (PROD0J0) ASSEMBLES THESE INTO
      *                   THE ONE-LINE BATCH INPUT RECORD (STUREC.CPY)
      *                   SO NOBODY RE-KEYS FIVE GRADES ONTO ONE LINE.
      *-----------------------------------------------------------------------*
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    ----------  ----  ------------------------------------------------*
      *    2026-10-15  MS    ORIGINAL COPYBOOK - GRADE SUBMISSION INTAKE.
      *=======================================================================*
       01  GRADE-SUB-REC.
           05  GS-STUDENT-ID          PIC X(05).
           05  GS-COURSE-ID           PIC X(05).
           05  GS-TERM-ID             PIC X(06).
           05  GS-COMPONENT-NO        PIC 9(01).
           05  GS-GRADE               PIC 9(02).
           05  GS-INSTRUCTOR-ID       PIC X(08).
