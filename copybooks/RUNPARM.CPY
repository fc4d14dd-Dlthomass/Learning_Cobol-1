      *=======================================================================*
      *    COPYBOOK:      RUNPARM.CPY
      *    DESCRIPTION:   RUN-PARAMETER RECORD FOR THE GRADING RUN
      *                   (PROD0V0) - THE TERM THE RUN POSTS TO, THE
      *                   OPERATOR ANSWERABLE FOR IT AND THE RUN MODE.
      *                   "U" RUNS THE BATCH UNATTENDED: NO SCREEN, NO
      *                   KEYBOARD, AND EVERY RECORD THAT WOULD HAVE
      *                   NEEDED SOMEONE AT THE SCREEN GOES TO THE
      *                   SUSPENSE FILE (SUSPENS.CPY).  "I", OR NO
      *                   PARAMETER FILE AT ALL, KEEPS THE ON-SCREEN RUN
      *                   WITH SIGN-ON AND TERM PROMPT AS BEFORE.
      *-----------------------------------------------------------------------*
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    ----------  ----  ------------------------------------------------*
      *    2026-10-15  MS    ORIGINAL COPYBOOK - GRADING RUN PARAMETERS.
      *=======================================================================*
       01  RUN-PARM-REC.
           05  RP-TERM-ID             PIC X(06).
           05  RP-OPERATOR-ID         PIC X(08).
           05  RP-RUN-MODE            PIC X(01).
               88  RP-MODE-UNATTENDED     VALUE "U".
               88  RP-MODE-INTERACTIVE    VALUE "I".
