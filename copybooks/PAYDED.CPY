      *=======================================================================*
      *    COPYBOOK:      PAYDED.CPY
      *    DESCRIPTION:   PAYROLL ALLOWANCE-DEDUCTION INTERFACE RECORD,
      *                   FIXED FORMAT, 50 BYTES.  ONE HEADER ("H"), ONE
      *                   DETAIL ("D") PER STUDENT CHARGED OR FLAGGED,
      *                   ONE TRAILER ("T") WITH THE CONTROL TOTALS
      *                   PAYROLL BALANCES THE FILE AGAINST.  A DETAIL
      *                   WITH ACTION "S" SUSPENDS THE ALLOWANCE; ITS
      *                   AMOUNT IS ZERO.
      *-----------------------------------------------------------------------*
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    ----------  ----  ------------------------------------------------*
      *    2026-10-15  MS    ORIGINAL COPYBOOK - PAYROLL DEDUCTION FEED.
      *=======================================================================*
       01  PAY-DED-REC.
           05  PD-REC-TYPE            PIC X(01).
               88  PD-HEADER              VALUE "H".
               88  PD-DETAIL              VALUE "D".
               88  PD-TRAILER             VALUE "T".
           05  PD-BODY                PIC X(49).

       01  PAY-DED-HEADER-REC.
           05  FILLER                 PIC X(01).
           05  PD-H-INTERFACE-ID      PIC X(08).
           05  PD-H-PAY-YEAR          PIC 9(04).
           05  PD-H-PAY-MONTH         PIC 9(02).
           05  PD-H-TERM-ID           PIC X(06).
           05  PD-H-CREATED.
               10  PD-H-YEAR          PIC 9(02).
               10  PD-H-MONTH         PIC 9(02).
               10  PD-H-DAY           PIC 9(02).
           05  PD-H-RUN-NO            PIC 9(05).
           05  FILLER                 PIC X(18).

       01  PAY-DED-DETAIL-REC.
           05  FILLER                 PIC X(01).
           05  PD-D-STUDENT-ID        PIC X(05).
           05  PD-D-TERM-ID           PIC X(06).
           05  PD-D-ACTION            PIC X(01).
               88  PD-D-DEDUCT            VALUE "D".
               88  PD-D-SUSPEND           VALUE "S".
           05  PD-D-HOURS             PIC 9(03).
           05  PD-D-RATE              PIC 9(02)V99.
           05  PD-D-AMOUNT            PIC 9(05)V99.
           05  FILLER                 PIC X(23).

       01  PAY-DED-TRAILER-REC.
           05  FILLER                 PIC X(01).
           05  PD-T-DETAIL-COUNT      PIC 9(06).
           05  PD-T-SUSPEND-COUNT     PIC 9(06).
           05  PD-T-TOTAL-HOURS       PIC 9(07).
           05  PD-T-TOTAL-AMOUNT      PIC 9(09)V99.
           05  FILLER                 PIC X(19).
