      *=======================================================================*
      *    COPYBOOK:      PROGMST.CPY
      *    DESCRIPTION:   PROGRAMME MASTER RECORD - ONE PER TRAINING
      *                   PROGRAMME, WITH THE COURSE IDS A TRAINEE MUST
      *                   COMPLETE ("P" OR "R") TO EARN THE PROGRAMME
      *                   CERTIFICATE.  ONLY THE FIRST PM-COURSE-COUNT
      *                   SLOTS ARE USED.  MAINTAINED BY THE TRAINING
      *                   OFFICE, READ BY THE COMPLETION RUN (PROD0F0).
      *-----------------------------------------------------------------------*
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    ----------  ----  ------------------------------------------------*
      *    2026-10-15  MS    ORIGINAL COPYBOOK - PROGRAMME MASTER.
      *=======================================================================*
       01  PROGRAMME-REC.
           05  PM-PROGRAMME-ID        PIC X(05).
           05  PM-PROGRAMME-NAME      PIC X(30).
           05  PM-COURSE-COUNT        PIC 9(02).
           05  PM-REQUIRED-COURSE     PIC X(05) OCCURS 15 TIMES.
