      *=======================================================================*
      *    COPYBOOK:      DEDTOD.CPY
      *    DESCRIPTION:   ALLOWANCE DEDUCTED-TO-DATE RECORD, KEYED BY
      *                   STUDENT PLUS TERM.  THE HOURS ALREADY SENT TO
      *                   PAYROLL FOR THE TERM, SO EACH MONTH ONLY THE
      *                   NEW HOURS ARE CHARGED, AND WHETHER THE
      *                   ALLOWANCE HAS BEEN FLAGGED FOR SUSPENSION.  THE
      *                   FIGURES BEFORE THE LAST PAY PERIOD ARE KEPT
      *                   TOO, SO A RE-RUN OF THE SAME PERIOD CHARGES
      *                   THE SAME HOURS AGAIN INSTEAD OF NONE.
      *                   MAINTAINED BY PROD0Y0.
      *-----------------------------------------------------------------------*
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    ----------  ----  ------------------------------------------------*
      *    2026-10-15  MS    ORIGINAL COPYBOOK - DEDUCTED-TO-DATE RECORD.
      *=======================================================================*
       01  DEDUCTED-TO-DATE-REC.
           05  DD-KEY.
               10  DD-STUDENT-ID      PIC X(05).
               10  DD-TERM-ID         PIC X(06).
           05  DD-HOURS-DEDUCTED      PIC 9(03).
           05  DD-AMOUNT-DEDUCTED     PIC 9(05)V99.
           05  DD-SUSPENDED           PIC X(01).
               88  DD-IS-SUSPENDED        VALUE "Y".
           05  DD-LAST-PERIOD         PIC 9(06).
           05  DD-PRIOR-HOURS         PIC 9(03).
           05  DD-PRIOR-AMOUNT        PIC 9(05)V99.
           05  DD-PRIOR-SUSPENDED     PIC X(01).
           05  DD-RUN-NO              PIC 9(05).
