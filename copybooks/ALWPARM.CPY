      *=======================================================================*
      *    COPYBOOK:      ALWPARM.CPY
      *    DESCRIPTION:   ALLOWANCE-DEDUCTION RUN CONTROL RECORD - THE
      *                   TERM WHOSE ABSENCES ARE BEING CHARGED, THE
      *                   PAYROLL MONTH THE DEDUCTIONS GO OUT IN AND THE
      *                   AMOUNT TAKEN OFF THE TRAINING ALLOWANCE PER
      *                   UNJUSTIFIED HOUR.  ONE RECORD, KEPT BY THE
      *                   TRAINING OFFICE, READ BY PROD0Y0.
      *-----------------------------------------------------------------------*
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    ----------  ----  ------------------------------------------------*
      *    2026-10-15  MS    ORIGINAL COPYBOOK - ALLOWANCE RUN CONTROL.
      *=======================================================================*
       01  ALLOW-PARM-REC.
           05  AP-TERM-ID             PIC X(06).
           05  AP-PAY-PERIOD.
               10  AP-PAY-YEAR        PIC 9(04).
               10  AP-PAY-MONTH       PIC 9(02).
           05  AP-RATE-PER-HOUR       PIC 9(02)V99.
