      *=======================================================================*
      *    COPYBOOK:      GRDPOL.CPY
      *    DESCRIPTION:   GRADING POLICY RECORD, KEYED BY COURSE PLUS THE
      *                   TERM THE POLICY TAKES EFFECT FROM.  HOLDS THE
      *                   RULES THE GRADING RUN (PROD0V0), THE RESIT RUN
      *                   (PROD0X0) AND THE WAIVER RUN (PROD0W0) JUDGE A
      *                   STUDENT BY: THE FAULTY-HOURS LIMIT ABOVE WHICH
      *                   THE RESULT IS AN ADMINISTRATIVE FAIL, THE
      *                   PENALTY TAKEN OFF THE AVERAGE PER FAULTY HOUR,
      *                   THE PASS MARK, AND THE WEIGHT (WHOLE PERCENT)
      *                   OF THE RECOVERY-EXAM GRADE IN THE POST-EXAM
      *                   BLEND - THE AVERAGE CARRIES THE REST.
      *
      *                   A LINE APPLIES TO ITS COURSE FROM ITS
      *                   EFFECTIVE TERM ON, UNTIL A LATER LINE FOR THE
      *                   SAME COURSE TAKES OVER.  COURSE "*****" IS THE
      *                   GENERAL POLICY FOR EVERY COURSE WITHOUT A LINE
      *                   OF ITS OWN IN FORCE.  WITH NO LINE IN FORCE AT
      *                   ALL THE STANDING RULES APPLY: 25 HOURS, 0.50
      *                   PER HOUR, PASS MARK 10, EXAM WEIGHT 50.
      *-----------------------------------------------------------------------*
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    ----------  ----  ------------------------------------------------*
      *    2026-10-15  MS    ORIGINAL COPYBOOK - GRADING POLICY RECORD.
      *=======================================================================*
       01  GRADING-POLICY-REC.
           05  GP-POLICY-KEY.
               10  GP-COURSE-ID       PIC X(05).
                   88  GP-GENERAL-POLICY  VALUE "*****".
               10  GP-EFFECTIVE-TERM  PIC X(06).
           05  GP-HOURS-LIMIT         PIC 9(02).
           05  GP-PENALTY-PER-HOUR    PIC 9(01)V99.
           05  GP-PASS-MARK           PIC 9(02)V99.
           05  GP-EXAM-WEIGHT         PIC 9(03).
