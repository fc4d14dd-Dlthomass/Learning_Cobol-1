      *=======================================================================*
      *    COPYBOOK:      STDTHR.CPY
      *    DESCRIPTION:   ACADEMIC STANDING CONTROL RECORD - ONE RECORD,
      *                   KEPT BY THE OFFICE, READ BY THE END-OF-TERM
      *                   STANDING RUN (PROD0N0).  CARRIES THE TERM TO
      *                   BE ASSESSED AND THE THRESHOLDS THAT DECIDE
      *                   EACH STANDING:
      *                     FAILED COURSES IN THE TERM ("S", "A" OR "X")
      *                     THAT PUT A STUDENT ON WARNING, PROBATION OR
      *                     DISMISSAL REVIEW, AND
      *                     CONSECUTIVE TERMS WITH AN ADMINISTRATIVE
      *                     FAIL ("A"), ENDING WITH THE TERM ASSESSED,
      *                     THAT PUT A STUDENT ON PROBATION OR DISMISSAL
      *                     REVIEW.
      *                   A THRESHOLD OF ZERO IS NOT APPLIED.
      *-----------------------------------------------------------------------*
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    ----------  ----  ------------------------------------------------*
      *    2026-10-15  MS    ORIGINAL COPYBOOK - STANDING THRESHOLDS.
      *=======================================================================*
       01  STANDING-THRESHOLD-REC.
           05  TH-TERM-ID             PIC X(06).
           05  TH-WARN-FAILS          PIC 9(02).
           05  TH-PROB-FAILS          PIC 9(02).
           05  TH-DISM-FAILS          PIC 9(02).
           05  TH-PROB-ADMIN-TERMS    PIC 9(02).
           05  TH-DISM-ADMIN-TERMS    PIC 9(02).
