      *    2026-08-22  MS    ADDED CK-TERM-ID SO A RESUMED RUN KEEPS
      *                      WRITING UNDER THE TERM THE INTERRUPTED RUN
      *                      WAS KEYED FOR.
      *    2026-10-15  MS    ADDED CK-SUSPEND-COUNT SO A RESUMED NIGHT RUN
      *                      STILL ENDS WITH RETURN CODE 4 WHEN THE
      *                      INTERRUPTED RUN HAD ALREADY SUSPENDED RECORDS.
      *=======================================================================*
       01  CHECKPOINT-REC.
           05  CK-LAST-STUDENT-ID     PIC X(05).
           05  CK-EXTRACT-COUNT       PIC 9(05).
           05  CK-HASH-TOTAL          PIC 9(07)V99.
           05  CK-TERM-ID             PIC X(06).
           05  CK-SUSPEND-COUNT       PIC 9(05).
