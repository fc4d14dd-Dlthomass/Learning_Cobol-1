      *=======================================================================*
      *    COPYBOOK:      AUDREP.CPY
      *    DESCRIPTION:   KEYED WORK FILE OF THE STUDENT/FIELD PAIRS THAT
      *                   WERE CORRECTED ON MORE THAN ONE RUN DATE, BUILT
      *                   BY THE CORRECTION-ACTIVITY REPORT (PROD0A0)
      *                   FROM A SORTED PASS OF AUDITF SO THE REPEAT FLAG
      *                   IS A DIRECT KEY READ, HOWEVER LONG THE FILE IS.
      *-----------------------------------------------------------------------*
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    ----------  ----  ------------------------------------------------*
      *    2026-10-15  MS    ORIGINAL COPYBOOK - REPEATED CORRECTION KEYS.
      *=======================================================================*
       01  AUDIT-REPEAT-REC.
           05  RK-KEY.
               10  RK-STUDENT-ID          PIC X(05).
               10  RK-FIELD-NAME          PIC X(15).
