      *----------  -----  ------------------------------------------------   *
      *2026-09-02  MS     PROGRAMA ORIGINAL - MAPA DIARIO DE CORRIDAS A       *
      *                   PARTIR DO FICHEIRO DE CORRIDAS.                     *
      *2026-10-15  MS     A TABELA DE 100 CORRIDAS DESAPARECE: OS EVENTOS DO  *
      *                   DIA SAO ORDENADOS POR NUMERO DE CORRIDA E CADA      *
      *                   CORRIDA E IMPRESSA NA QUEBRA DE NUMERO, SEM LIMITE  *
      *                   DE VOLUME.                                          *
      *************************************************************************

      *=======================================================================*
               ASSIGN TO RLOGRPTF
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE
               ASSIGN TO SRTWKF.

      *=======================================================================*
                               DATA DIVISION.
      *=======================================================================*
           FD  RLOG-RPT-FILE.
               COPY RLOGRPT.

      *    TODAY'S EVENTS BY RUN NUMBER; SR-EVENT-SEQ KEEPS THE EVENTS
      *    OF ONE RUN IN THE ORDER THEY WERE LOGGED.
           SD  SORT-WORK-FILE.
           01  SORT-REC.
               05  SR-RUN-NO              PIC 9(05).
               05  SR-EVENT-SEQ           PIC 9(07).
               05  SR-PROGRAM-ID          PIC X(08).
               05  SR-EVENT               PIC X(01).
                   88  SR-EVENT-COMPLETE      VALUE "C".
               05  SR-LOG-TIME            PIC 9(08).
               05  SR-TERM-ID             PIC X(06).
               05  SR-DETAIL-COUNT        PIC 9(05).

      *=======================================================================*
                           WORKING-STORAGE SECTION.

       77  log_eof             pic x(1) value "N".
       77  sort_eof            pic x(1) value "N".
       77  event_seq           pic 9(7) value zero.
       77  run_count           pic 9(5) value zero.
       77  complete_count      pic 9(5) value zero.
       77  dead_count          pic 9(5) value zero.
       77  status_text         pic x(16) value spaces.
       77  end_time_text       pic x(8) value spaces.

      *    ---- file-status codes for OPEN EXTEND/OPEN INPUT existence checks ---
       77  rl-file-status      pic x(2) value spaces.

      *    ---- the run number being merged, start and end events -----------
       01  run_entry.
           05  rn_run_no           pic 9(5).
           05  rn_program_id       pic x(8).
           05  rn_term_id          pic x(6).
           05  rn_start_time       pic 9(8).
           05  rn_end_time         pic 9(8).
           05  rn_detail_count     pic 9(5).
           05  rn_completed        pic x(1).

      *    ---- split view of an hhmmsshh time for printing -------------------
       01  time_parts.
           PROCEDURE DIVISION.

      *    ============================================================
      *    MAINLINE - SORTS TODAY'S START AND COMPLETE EVENTS BY RUN
      *    NUMBER AND MERGES THEM AT EACH RUN-NUMBER BREAK, PRINTING
      *    ONE LINE PER RUN WITH THE DAY'S TOTALS.
      *    ============================================================
           mainline.
           PERFORM initializeRun.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-RUN-NO
                                SR-EVENT-SEQ
               INPUT PROCEDURE loadRunLog
               OUTPUT PROCEDURE printReport.
           PERFORM closeFiles.
           STOP RUN.

           OPEN OUTPUT RLOG-RPT-FILE.

      *    ============================================================
      *    loadRunLog - SORT INPUT PROCEDURE.  ONE PASS OVER THE
      *    RUN-LOG FILE, RELEASING ONLY TODAY'S EVENTS.  A MISSING
      *    FILE JUST MEANS NO RUNS TODAY.
      *    ============================================================
           loadRunLog.
           OPEN INPUT RUN-LOG-FILE.

           siftLogRecord.
           IF RL-LOG-DATE = actual_date
               PERFORM releaseLogEvent
           END-IF.
           PERFORM readLogRecord.

           releaseLogEvent.
           ADD 1 TO event_seq.
           MOVE RL-RUN-NO       TO SR-RUN-NO.
           MOVE event_seq       TO SR-EVENT-SEQ.
           MOVE RL-PROGRAM-ID   TO SR-PROGRAM-ID.
           MOVE RL-EVENT        TO SR-EVENT.
           MOVE RL-LOG-TIME     TO SR-LOG-TIME.
           MOVE RL-TERM-ID      TO SR-TERM-ID.
           MOVE RL-DETAIL-COUNT TO SR-DETAIL-COUNT.
           RELEASE SORT-REC.

      *    ============================================================
      *    printReport - SORT OUTPUT PROCEDURE.  ONE LINE PER RUN OF
      *    THE DAY AND THE TOTALS THE OPERATIONS DESK CHECKS AT END OF
      *    DAY.
      *    ============================================================
           printReport.
           MOVE SPACES TO RL-PRINT-LINE.
               INTO RL-PRINT-LINE.
           WRITE RL-PRINT-LINE.

           MOVE "N" TO sort_eof.
           PERFORM returnSortRecord.

           IF sort_eof = "Y"
               MOVE SPACES TO RL-PRINT-LINE
               STRING " " "  (no runs today)" DELIMITED BY SIZE
                   INTO RL-PRINT-LINE
               WRITE RL-PRINT-LINE
           ELSE
               PERFORM startRunEntry
               PERFORM mergeLogEvent UNTIL sort_eof = "Y"
               PERFORM printRunLine
           END-IF.

           MOVE SPACES TO RL-PRINT-LINE.
           WRITE RL-PRINT-LINE.

                   "COMPLETE - SEE THE RUN LOG REPORT ******"
           END-IF.

           returnSortRecord.
           RETURN SORT-WORK-FILE
               AT END MOVE "Y" TO sort_eof
           END-RETURN.

      *    THE FIRST EVENT OF A RUN NUMBER OPENS THE ENTRY; THE "S"
      *    EVENT GIVES THE START TIME, THE "C" EVENT CLOSES IT WITH
      *    THE END TIME AND THE DETAIL COUNT.
           startRunEntry.
           ADD 1 TO run_count.
           MOVE SR-RUN-NO      TO rn_run_no.
           MOVE SR-PROGRAM-ID  TO rn_program_id.
           MOVE SR-TERM-ID     TO rn_term_id.
           MOVE ZERO           TO rn_start_time.
           MOVE ZERO           TO rn_end_time.
           MOVE ZERO           TO rn_detail_count.
           MOVE "N"            TO rn_completed.

           mergeLogEvent.
           IF SR-RUN-NO NOT = rn_run_no
               PERFORM printRunLine
               PERFORM startRunEntry
           END-IF.

           IF SR-EVENT-COMPLETE
               MOVE SR-LOG-TIME     TO rn_end_time
               MOVE SR-DETAIL-COUNT TO rn_detail_count
               MOVE "Y"             TO rn_completed
           ELSE
               MOVE SR-LOG-TIME     TO rn_start_time
           END-IF.
           PERFORM returnSortRecord.

           printRunLine.
           IF rn_completed = "Y"
               ADD 1 TO complete_count
               MOVE "COMPLETED" TO status_text
               MOVE rn_end_time TO time_parts
               MOVE SPACES TO end_time_text
               STRING tp_hh ":" tp_mm ":" tp_ss DELIMITED BY SIZE
                   INTO end_time_text
               MOVE "   -    " TO end_time_text
           END-IF.

           MOVE rn_start_time TO time_parts.
           MOVE SPACES TO RL-PRINT-LINE.
           STRING " " rn_run_no
               "  " rn_program_id
               "  " rn_term_id
               "  " tp_hh ":" tp_mm ":" tp_ss
               "  " end_time_text
               "  " rn_detail_count
               "    " status_text
               DELIMITED BY SIZE INTO RL-PRINT-LINE.
           WRITE RL-PRINT-LINE.

      *    ============================================================
      *    closeFiles - END-OF-JOB CLEAN UP.
