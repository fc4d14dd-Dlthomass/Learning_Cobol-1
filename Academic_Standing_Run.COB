      *=======================================================================*
       IDENTIFICATION DIVISION.
      *=======================================================================*
       PROGRAM-ID. PROD0N0.
      *************************************************************************
      *************************************************************************
      *************************************************************************
      *                           IEFP SOLUTIONS                              *
      *DATA:            15/10/2026                                            *
      *PROGRAMADOR:     Marco Silva                                           *
      *OBJECTIVO:                                                             *
      *               ESTE PROGRAMA E A CORRIDA DE SITUACAO ACADEMICA DO      *
      *              FIM DE PERIODO: JUNTA OS REGISTOS CORRENTES DO           *
      *               HISTORICO (GRDHISTF) E DO ARQUIVO (GRDARCHF),           *
      *              CONTA POR FORMANDO AS REPROVACOES ("S", "A", "X")        *
      *               NO PERIODO AVALIADO E OS PERIODOS SEGUIDOS COM          *
      *              REPROVACAO ADMINISTRATIVA, E ATRIBUI A SITUACAO          *
      *               (NORMAL, AVISO, PROBATORIO, REVISAO PARA                *
      *              EXCLUSAO) PELOS LIMITES DO FICHEIRO DE CONTROLO          *
      *               (STDTHRF).  GRAVA O MESTRE DE SITUACAO (STANDF),        *
      *              IMPRIME A LISTA DE ALTERACOES E UMA CARTA POR            *
      *               FORMANDO CUJA SITUACAO PIOROU.                          *
      *                                                                       *
      *************************************************************************
      ***************************FIM DOCUMENTAÇÃO******************************
      *************************************************************************
      *HISTORICO DE ALTERACOES                                                *
      *DATA        INIC   DESCRICAO                                          *
      *----------  -----  ------------------------------------------------   *
      *2026-10-15  MS     PROGRAMA ORIGINAL - SITUACAO ACADEMICA DO FIM DE    *
      *                   PERIODO COM LISTA DE ALTERACOES E CARTAS, COM       *
      *                   NUMERO DE CORRIDA DO REGISTO (RUNREGF) E EVENTOS    *
      *                   EM RUNLOGF.                                         *
      *2026-10-15  MS     UM REGISTO DE CONTROLO (STDTHRF) INVALIDO PASSA A   *
      *                   TERMINAR A CORRIDA COM CODIGO DE RETORNO 12, PARA A *
      *                   CADEIA PARAR EM VEZ DE O TOMAR COMO NADA A FAZER.   *
      *************************************************************************

      *=======================================================================*
                             ENVIRONMENT DIVISION.

      *=======================================================================*
                             CONFIGURATION SECTION.
      *=======================================================================*
                               SPECIAL-NAMES.
      *=======================================================================*
                             INPUT-OUTPUT SECTION.
      *=======================================================================*
                               FILE-CONTROL.

           SELECT THRESHOLD-FILE
               ASSIGN TO STDTHRF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS th-file-status.

           SELECT GRADE-HIST-FILE
               ASSIGN TO GRDHISTF
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS GH-HIST-KEY
               FILE STATUS IS gh-file-status.

           SELECT ARCHIVE-FILE
               ASSIGN TO GRDARCHF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ah-file-status.

           SELECT STANDING-FILE
               ASSIGN TO STANDF
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SD-STUDENT-ID
               FILE STATUS IS sd-file-status.

           SELECT CHANGE-LIST-FILE
               ASSIGN TO STDCHGF
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LETTER-FILE
               ASSIGN TO STDLTRF
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-REGISTER-FILE
               ASSIGN TO RUNREGF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rr-file-status.

           SELECT RUN-LOG-FILE
               ASSIGN TO RUNLOGF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rl-file-status.

           SELECT SORT-WORK-FILE
               ASSIGN TO SRTWKF.

      *=======================================================================*
                               DATA DIVISION.
      *=======================================================================*
                               FILE SECTION.

           FD  THRESHOLD-FILE.
               COPY STDTHR.

           FD  GRADE-HIST-FILE.
               COPY GRDHIST.

      *    THE ARCHIVE HOLDS THE UNTOUCHED HISTORY IMAGE (PROD0T0), SO
      *    IT IS READ THROUGH THE SAME LAYOUT UNDER ITS OWN NAMES.
           FD  ARCHIVE-FILE.
               COPY GRDHIST REPLACING LEADING ==GH-== BY ==GA-==
                   ==GRADE-HIST-REC== BY ==ARCH-HIST-REC==.

           FD  STANDING-FILE.
               COPY STANDING.

           FD  CHANGE-LIST-FILE.
               COPY STDCHG.

           FD  LETTER-FILE.
               COPY STDLTR.

           FD  RUN-REGISTER-FILE.
               COPY RUNREG.

           FD  RUN-LOG-FILE.
               COPY RUNLOG.

           SD  SORT-WORK-FILE.
           01  SORT-REC.
               05  SR-STUDENT-ID          PIC X(05).
               05  SR-TERM-ID             PIC X(06).
               05  SR-STUDENT-NAME        PIC A(20).
               05  SR-FINAL-STATUS        PIC X(01).

      *=======================================================================*
                           WORKING-STORAGE SECTION.

       77  hist_eof            pic x(1) value "N".
       77  arch_eof            pic x(1) value "N".
       77  sort_eof            pic x(1) value "N".
       77  threshold_eof       pic x(1) value "N".

      *    ---- the term assessed and the office's thresholds ----------------
       77  assess_term         pic x(6) value spaces.
       77  warn_fails          pic 9(2) value zero.
       77  prob_fails          pic 9(2) value zero.
       77  dism_fails          pic 9(2) value zero.
       77  prob_admin_terms    pic 9(2) value zero.
       77  dism_admin_terms    pic 9(2) value zero.

      *    ---- the student and term being assessed off the sort -------------
       77  cur_student_id      pic x(5) value spaces.
       77  cur_student_name    pic A(20) value spaces.
       77  cur_term_id         pic x(6) value spaces.
       77  term_failed         pic 9(2) value zero.
       77  term_admin          pic x(1) value "N".
       77  admin_run           pic 9(2) value zero.
       77  assessed_seen       pic x(1) value "N".
       77  assessed_failed     pic 9(2) value zero.
       77  assessed_admin_run  pic 9(2) value zero.

      *    ---- old and new standing and their severity order ---------------
       77  new_standing        pic x(1) value space.
       77  old_standing        pic x(1) value space.
       77  old_term_id         pic x(6) value spaces.
       77  standing_on_file    pic x(1) value "N".
       77  rank_code           pic x(1) value space.
       77  rank_value          pic 9(1) value zero.
       77  old_rank            pic 9(1) value zero.
       77  new_rank            pic 9(1) value zero.
       77  standing_text       pic x(16) value spaces.
       77  old_text            pic x(16) value spaces.
       77  new_text            pic x(16) value spaces.

      *    ---- run totals for the change list and the console ---------------
       77  released_count      pic 9(5) value zero.
       77  assessed_count      pic 9(5) value zero.
       77  good_count          pic 9(5) value zero.
       77  warning_count       pic 9(5) value zero.
       77  probation_count     pic 9(5) value zero.
       77  dismissal_count     pic 9(5) value zero.
       77  changed_count       pic 9(5) value zero.
       77  worsened_count      pic 9(5) value zero.
       77  improved_count      pic 9(5) value zero.
       77  later_term_count    pic 9(5) value zero.

      *    ---- file-status codes for OPEN EXTEND/OPEN INPUT existence checks ---
       77  th-file-status      pic x(2) value spaces.
       77  gh-file-status      pic x(2) value spaces.
       77  ah-file-status      pic x(2) value spaces.
       77  sd-file-status      pic x(2) value spaces.

      *    ---- run number drawn from the register for this execution --------
       77  run_no              pic 9(5) value zero.
       77  actual_time         pic 9(8) value zero.
       77  rr-file-status      pic x(2) value spaces.
       77  rl-file-status      pic x(2) value spaces.

       01  actual_date.
           03 ac_year   PIC  9(2) values zero.
           03 ac_month  PIC  9(2) values zero.
           03 ac_day    PIC  9(2) values zero.

      *=======================================================================*
           PROCEDURE DIVISION.

      *    ============================================================
      *    MAINLINE - READS THE OFFICE'S CONTROL RECORD, SORTS EVERY
      *    CURRENT HISTORY RECORD (MASTER AND ARCHIVE) BY STUDENT AND
      *    TERM, AND ASSESSES ONE STUDENT PER CONTROL BREAK.  NO
      *    OPERATOR INPUT ANYWHERE.
      *    ============================================================
           mainline.
           PERFORM initializeRun.
           PERFORM loadThresholds.
           PERFORM acquireRunNumber.
           PERFORM writeRunLogStart.
           PERFORM openOutputFiles.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-STUDENT-ID
                                SR-TERM-ID
               INPUT PROCEDURE buildSortInput
               OUTPUT PROCEDURE assessStudents.

           PERFORM printChangeTotals.
           PERFORM writeRunLogEnd.
           PERFORM showRunTotals.
           PERFORM closeFiles.
           STOP RUN.

           initializeRun.
           ACCEPT actual_date FROM DATE.

      *    ============================================================
      *    loadThresholds - THE ONE CONTROL RECORD THE OFFICE KEEPS.
      *    WITHOUT IT THERE IS NO TERM TO ASSESS, SO THE RUN ENDS
      *    BEFORE ANYTHING IS WRITTEN.
      *    ============================================================
           loadThresholds.
           OPEN INPUT THRESHOLD-FILE.

           IF th-file-status = "35"
               DISPLAY "*** NO STANDING CONTROL FILE - NOTHING TO "
                   "ASSESS ***"
               STOP RUN
           END-IF.

           READ THRESHOLD-FILE
               AT END MOVE "Y" TO threshold_eof
           END-READ.

           IF threshold_eof = "Y"
               DISPLAY "*** STANDING CONTROL FILE IS EMPTY - NOTHING "
                   "TO ASSESS ***"
               CLOSE THRESHOLD-FILE
               STOP RUN
           END-IF.

           IF (TH-TERM-ID = SPACES)
               OR (TH-WARN-FAILS NOT NUMERIC)
               OR (TH-PROB-FAILS NOT NUMERIC)
               OR (TH-DISM-FAILS NOT NUMERIC)
               OR (TH-PROB-ADMIN-TERMS NOT NUMERIC)
               OR (TH-DISM-ADMIN-TERMS NOT NUMERIC)
               DISPLAY "*** STANDING CONTROL RECORD IS NOT VALID - "
                   "NOTHING ASSESSED ***"
               CLOSE THRESHOLD-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE TH-TERM-ID          TO assess_term.
           MOVE TH-WARN-FAILS       TO warn_fails.
           MOVE TH-PROB-FAILS       TO prob_fails.
           MOVE TH-DISM-FAILS       TO dism_fails.
           MOVE TH-PROB-ADMIN-TERMS TO prob_admin_terms.
           MOVE TH-DISM-ADMIN-TERMS TO dism_admin_terms.
           CLOSE THRESHOLD-FILE.

      *    ============================================================
      *    acquireRunNumber - DRAWS THE NEXT SEQUENTIAL NUMBER FROM
      *    THE RUN REGISTER AND WRITES THE REGISTER BACK INCREMENTED
      *    AT ONCE, THE SAME WAY EVERY RUN-STAMPED BATCH DRAWS ITS.
      *    ============================================================
           acquireRunNumber.
           MOVE 1 TO run_no.
           OPEN INPUT RUN-REGISTER-FILE.

           IF rr-file-status NOT = "35"
               READ RUN-REGISTER-FILE
                   AT END CONTINUE
               END-READ
               IF rr-file-status = "00"
                   MOVE RR-NEXT-RUN-NO TO run_no
               END-IF
               CLOSE RUN-REGISTER-FILE
           END-IF.

           OPEN OUTPUT RUN-REGISTER-FILE.
           COMPUTE RR-NEXT-RUN-NO = run_no + 1.
           WRITE RUN-REGISTER-REC.
           CLOSE RUN-REGISTER-FILE.

      *    ============================================================
      *    writeRunLogStart / writeRunLogEnd - THE SAME START AND
      *    COMPLETE EVENTS THE OTHER RUN-STAMPED BATCHES LOG, WITH THE
      *    TERM ASSESSED AND THE NUMBER OF STUDENTS ASSESSED.
      *    ============================================================
           writeRunLogStart.
           MOVE "S" TO RL-EVENT.
           MOVE ZERO TO RL-DETAIL-COUNT.
           PERFORM writeRunLogEvent.

           writeRunLogEnd.
           MOVE "C" TO RL-EVENT.
           MOVE assessed_count TO RL-DETAIL-COUNT.
           PERFORM writeRunLogEvent.

           writeRunLogEvent.
           OPEN EXTEND RUN-LOG-FILE.
           IF rl-file-status = "35"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           ACCEPT actual_time FROM TIME.
           MOVE run_no      TO RL-RUN-NO.
           MOVE "PROD0N0"   TO RL-PROGRAM-ID.
           MOVE ac_year     TO RL-YEAR.
           MOVE ac_month    TO RL-MONTH.
           MOVE ac_day      TO RL-DAY.
           MOVE actual_time TO RL-LOG-TIME.
           MOVE assess_term TO RL-TERM-ID.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG-FILE.

      *    ============================================================
      *    openOutputFiles - THE STANDING MASTER IS UPDATED IN PLACE
      *    (CREATED EMPTY THE FIRST TIME); THE CHANGE LIST AND THE
      *    LETTERS ARE CUT FRESH FOR EACH RUN.
      *    ============================================================
           openOutputFiles.
           OPEN I-O STANDING-FILE.
           IF sd-file-status = "35"
               OPEN OUTPUT STANDING-FILE
               CLOSE STANDING-FILE
               OPEN I-O STANDING-FILE
           END-IF.

           OPEN OUTPUT CHANGE-LIST-FILE.
           OPEN OUTPUT LETTER-FILE.

      *    ============================================================
      *    buildSortInput - SORT INPUT PROCEDURE.  RELEASES EVERY
      *    CURRENT (NOT SUPERSEDED) RECORD OF THE MASTER AND OF THE
      *    ARCHIVE - A STUDENT'S PATTERN RUNS BACK THROUGH TERMS
      *    PROD0T0 HAS ALREADY CLOSED.  EITHER FILE MAY BE MISSING.
      *    ============================================================
           buildSortInput.
           OPEN INPUT GRADE-HIST-FILE.
           IF gh-file-status = "35"
               MOVE "Y" TO hist_eof
           ELSE
               PERFORM readHistoryRecord
               PERFORM releaseHistoryRecord UNTIL hist_eof = "Y"
               CLOSE GRADE-HIST-FILE
           END-IF.

           OPEN INPUT ARCHIVE-FILE.
           IF ah-file-status = "35"
               MOVE "Y" TO arch_eof
           ELSE
               PERFORM readArchiveRecord
               PERFORM releaseArchiveRecord UNTIL arch_eof = "Y"
               CLOSE ARCHIVE-FILE
           END-IF.

           readHistoryRecord.
           READ GRADE-HIST-FILE
               AT END MOVE "Y" TO hist_eof
           END-READ.

           releaseHistoryRecord.
           IF NOT GH-IS-SUPERSEDED
               MOVE GH-STUDENT-ID   TO SR-STUDENT-ID
               MOVE GH-TERM-ID      TO SR-TERM-ID
               MOVE GH-STUDENT-NAME TO SR-STUDENT-NAME
               MOVE GH-FINAL-STATUS TO SR-FINAL-STATUS
               RELEASE SORT-REC
               ADD 1 TO released_count
           END-IF.
           PERFORM readHistoryRecord.

           readArchiveRecord.
           READ ARCHIVE-FILE
               AT END MOVE "Y" TO arch_eof
           END-READ.

           releaseArchiveRecord.
           IF NOT GA-IS-SUPERSEDED
               MOVE GA-STUDENT-ID   TO SR-STUDENT-ID
               MOVE GA-TERM-ID      TO SR-TERM-ID
               MOVE GA-STUDENT-NAME TO SR-STUDENT-NAME
               MOVE GA-FINAL-STATUS TO SR-FINAL-STATUS
               RELEASE SORT-REC
               ADD 1 TO released_count
           END-IF.
           PERFORM readArchiveRecord.

      *    ============================================================
      *    assessStudents - SORT OUTPUT PROCEDURE.  ONE STUDENT AT A
      *    TIME, TERMS IN ORDER.
      *    ============================================================
           assessStudents.
           PERFORM printChangeHeading.
           MOVE "N" TO sort_eof.
           PERFORM returnSortRecord.
           PERFORM assessOneStudent UNTIL sort_eof = "Y".

           returnSortRecord.
           RETURN SORT-WORK-FILE
               AT END MOVE "Y" TO sort_eof
           END-RETURN.

      *    A STUDENT WITH NO RECORD IN THE TERM ASSESSED WAS NOT IN
      *    TRAINING THAT TERM, SO THE STANDING ON FILE IS LEFT AS IT IS.
           assessOneStudent.
           MOVE SR-STUDENT-ID TO cur_student_id.
           MOVE ZERO TO admin_run assessed_failed assessed_admin_run.
           MOVE "N" TO assessed_seen.
           PERFORM assessOneTerm
               UNTIL sort_eof = "Y"
               OR SR-STUDENT-ID NOT = cur_student_id.

           IF assessed_seen = "Y"
               PERFORM decideStanding
               PERFORM postStanding THRU postStandingDone
           END-IF.

      *    ============================================================
      *    assessOneTerm - TALLIES ONE TERM OF ONE STUDENT.  A TERM
      *    WITH AN ADMINISTRATIVE FAIL EXTENDS THE RUN OF CONSECUTIVE
      *    ADMIN-FAIL TERMS, ANY OTHER TERM ENDS IT.  TERMS AFTER THE
      *    ONE ASSESSED (THE NEXT TERM ALREADY UNDER WAY) ARE READ
      *    PAST AND IGNORED.
      *    ============================================================
           assessOneTerm.
           MOVE SR-TERM-ID TO cur_term_id.
           MOVE ZERO TO term_failed.
           MOVE "N" TO term_admin.
           PERFORM tallyTermRecord
               UNTIL sort_eof = "Y"
               OR SR-STUDENT-ID NOT = cur_student_id
               OR SR-TERM-ID NOT = cur_term_id.

           IF cur_term_id NOT > assess_term
               IF term_admin = "Y"
                   ADD 1 TO admin_run
               ELSE
                   MOVE ZERO TO admin_run
               END-IF
               IF cur_term_id = assess_term
                   MOVE "Y" TO assessed_seen
                   MOVE term_failed TO assessed_failed
                   MOVE admin_run TO assessed_admin_run
               END-IF
           END-IF.

      *    EACH CURRENT RECORD IS ONE COURSE.  "S" (EXCESS ABSENCES),
      *    "A" (ADMINISTRATIVE FAIL) AND "X" (FAILED THE RECOVERY
      *    EXAM) ARE FAILED COURSES; "E" IS NOT SETTLED YET.
           tallyTermRecord.
           MOVE SR-STUDENT-NAME TO cur_student_name.
           EVALUATE SR-FINAL-STATUS
               WHEN "S"
               WHEN "X"
                   ADD 1 TO term_failed
               WHEN "A"
                   ADD 1 TO term_failed
                   MOVE "Y" TO term_admin
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM returnSortRecord.

      *    ============================================================
      *    decideStanding - EACH LEVEL MET OVERRIDES THE ONE BELOW IT,
      *    SO THE STUDENT ENDS ON THE WORST STANDING ANY THRESHOLD
      *    CALLS FOR.  A ZERO THRESHOLD IS NOT APPLIED.
      *    ============================================================
           decideStanding.
           MOVE "G" TO new_standing.

           IF (warn_fails > ZERO)
               AND (assessed_failed NOT < warn_fails)
               MOVE "W" TO new_standing
           END-IF.

           IF ((prob_fails > ZERO)
                 AND (assessed_failed NOT < prob_fails))
               OR ((prob_admin_terms > ZERO)
                 AND (assessed_admin_run NOT < prob_admin_terms))
               MOVE "P" TO new_standing
           END-IF.

           IF ((dism_fails > ZERO)
                 AND (assessed_failed NOT < dism_fails))
               OR ((dism_admin_terms > ZERO)
                 AND (assessed_admin_run NOT < dism_admin_terms))
               MOVE "D" TO new_standing
           END-IF.

      *    ============================================================
      *    postStanding - WRITES OR REWRITES THE STUDENT'S STANDING
      *    AND REPORTS THE MOVE.  THE STANDING BEFORE THIS TERM IS
      *    WHAT THE NEW ONE IS COMPARED WITH: ON A RE-RUN OF THE SAME
      *    TERM THAT IS THE PRIOR STANDING ALREADY ON THE RECORD, SO
      *    A RE-RUN REPORTS THE SAME CHANGES.  A STUDENT NEVER
      *    ASSESSED BEFORE STARTS FROM GOOD STANDING.  A RECORD
      *    ALREADY ASSESSED FOR A LATER TERM IS NOT TURNED BACK.
      *    ============================================================
           postStanding.
           MOVE cur_student_id TO SD-STUDENT-ID.
           READ STANDING-FILE
               INVALID KEY MOVE "N" TO standing_on_file
               NOT INVALID KEY MOVE "Y" TO standing_on_file
           END-READ.

           IF standing_on_file = "Y"
               IF SD-TERM-ID > assess_term
                   ADD 1 TO later_term_count
                   DISPLAY "STANDING EXCEPTION - ALREADY ASSESSED FOR "
                       "A LATER TERM: " cur_student_id " "
                       SD-TERM-ID
                   GO TO postStandingDone
               END-IF
               IF SD-TERM-ID = assess_term
                   MOVE SD-PRIOR-STANDING TO old_standing
                   MOVE SD-PRIOR-TERM-ID  TO old_term_id
               ELSE
                   MOVE SD-STANDING       TO old_standing
                   MOVE SD-TERM-ID        TO old_term_id
               END-IF
           ELSE
               MOVE "G"    TO old_standing
               MOVE SPACES TO old_term_id
           END-IF.

           MOVE cur_student_id     TO SD-STUDENT-ID.
           MOVE cur_student_name   TO SD-STUDENT-NAME.
           MOVE new_standing       TO SD-STANDING.
           MOVE assess_term        TO SD-TERM-ID.
           MOVE assessed_failed    TO SD-FAILED-COUNT.
           MOVE assessed_admin_run TO SD-ADMIN-TERMS.
           MOVE old_standing       TO SD-PRIOR-STANDING.
           MOVE old_term_id        TO SD-PRIOR-TERM-ID.
           MOVE ac_year            TO SD-RUN-YEAR.
           MOVE ac_month           TO SD-RUN-MONTH.
           MOVE ac_day             TO SD-RUN-DAY.
           MOVE run_no             TO SD-RUN-NO.

           IF standing_on_file = "Y"
               REWRITE STANDING-REC
                   INVALID KEY
                       DISPLAY "*** STANDING REWRITE REJECTED FOR "
                           cur_student_id " ***"
               END-REWRITE
           ELSE
               WRITE STANDING-REC
                   INVALID KEY
                       DISPLAY "*** STANDING WRITE REJECTED FOR "
                           cur_student_id " ***"
               END-WRITE
           END-IF.

           ADD 1 TO assessed_count.
           EVALUATE new_standing
               WHEN "G" ADD 1 TO good_count
               WHEN "W" ADD 1 TO warning_count
               WHEN "P" ADD 1 TO probation_count
               WHEN "D" ADD 1 TO dismissal_count
           END-EVALUATE.

           MOVE old_standing TO rank_code.
           PERFORM rankStanding.
           MOVE rank_value TO old_rank.
           MOVE standing_text TO old_text.

           MOVE new_standing TO rank_code.
           PERFORM rankStanding.
           MOVE rank_value TO new_rank.
           MOVE standing_text TO new_text.

           IF new_rank NOT = old_rank
               ADD 1 TO changed_count
               PERFORM printChangeLine
           END-IF.

           IF new_rank > old_rank
               ADD 1 TO worsened_count
               PERFORM printLetter
           END-IF.

           IF new_rank < old_rank
               ADD 1 TO improved_count
           END-IF.

           postStandingDone.
           EXIT.

      *    ============================================================
      *    rankStanding - SEVERITY ORDER AND WORDING OF A STANDING
      *    CODE, FOR THE COMPARISON AND THE PRINTED LINES.
      *    ============================================================
           rankStanding.
           EVALUATE rank_code
               WHEN "G"
                   MOVE 1 TO rank_value
                   MOVE "GOOD STANDING"    TO standing_text
               WHEN "W"
                   MOVE 2 TO rank_value
                   MOVE "WARNING"          TO standing_text
               WHEN "P"
                   MOVE 3 TO rank_value
                   MOVE "PROBATION"        TO standing_text
               WHEN "D"
                   MOVE 4 TO rank_value
                   MOVE "DISMISSAL REVIEW" TO standing_text
               WHEN OTHER
                   MOVE 1 TO rank_value
                   MOVE "GOOD STANDING"    TO standing_text
           END-EVALUATE.

      *    ============================================================
      *    printChangeHeading / printChangeLine / printChangeTotals -
      *    THE STANDING-CHANGE LIST FOR THE JURY MEETING.
      *    ============================================================
           printChangeHeading.
           MOVE SPACES TO SG-PRINT-LINE.
           STRING "1" "ACADEMIC STANDING CHANGES - TERM " assess_term
               "   " ac_day "/" ac_month "/" ac_year
               DELIMITED BY SIZE INTO SG-PRINT-LINE.
           WRITE SG-PRINT-LINE.

           MOVE SPACES TO SG-PRINT-LINE.
           WRITE SG-PRINT-LINE.

           MOVE SPACES TO SG-PRINT-LINE.
           STRING " " "STUDENT NAME                 "
               "FROM              TO                "
               "FAILED  ADMIN-TERMS" DELIMITED BY SIZE
               INTO SG-PRINT-LINE.
           WRITE SG-PRINT-LINE.

           printChangeLine.
           MOVE SPACES TO SG-PRINT-LINE.
           STRING " " cur_student_id "   " cur_student_name
               " " old_text "  " new_text
               "  " assessed_failed "      " assessed_admin_run
               DELIMITED BY SIZE INTO SG-PRINT-LINE.
           WRITE SG-PRINT-LINE.

           printChangeTotals.
           MOVE SPACES TO SG-PRINT-LINE.
           WRITE SG-PRINT-LINE.

           IF changed_count = ZERO
               MOVE SPACES TO SG-PRINT-LINE
               STRING " " "  (no standing changed this term)"
                   DELIMITED BY SIZE INTO SG-PRINT-LINE
               WRITE SG-PRINT-LINE
               MOVE SPACES TO SG-PRINT-LINE
               WRITE SG-PRINT-LINE
           END-IF.

           MOVE SPACES TO SG-PRINT-LINE.
           STRING " " "STUDENTS ASSESSED .........: " assessed_count
               DELIMITED BY SIZE INTO SG-PRINT-LINE.
           WRITE SG-PRINT-LINE.

           MOVE SPACES TO SG-PRINT-LINE.
           STRING " " "  GOOD STANDING ...........: " good_count
               DELIMITED BY SIZE INTO SG-PRINT-LINE.
           WRITE SG-PRINT-LINE.

           MOVE SPACES TO SG-PRINT-LINE.
           STRING " " "  WARNING .................: " warning_count
               DELIMITED BY SIZE INTO SG-PRINT-LINE.
           WRITE SG-PRINT-LINE.

           MOVE SPACES TO SG-PRINT-LINE.
           STRING " " "  PROBATION ...............: " probation_count
               DELIMITED BY SIZE INTO SG-PRINT-LINE.
           WRITE SG-PRINT-LINE.

           MOVE SPACES TO SG-PRINT-LINE.
           STRING " " "  DISMISSAL REVIEW ........: " dismissal_count
               DELIMITED BY SIZE INTO SG-PRINT-LINE.
           WRITE SG-PRINT-LINE.

           MOVE SPACES TO SG-PRINT-LINE.
           STRING " " "STANDING CHANGED ..........: " changed_count
               DELIMITED BY SIZE INTO SG-PRINT-LINE.
           WRITE SG-PRINT-LINE.

           MOVE SPACES TO SG-PRINT-LINE.
           STRING " " "  WORSE (LETTER PRINTED) ..: " worsened_count
               DELIMITED BY SIZE INTO SG-PRINT-LINE.
           WRITE SG-PRINT-LINE.

           MOVE SPACES TO SG-PRINT-LINE.
           STRING " " "  BETTER ..................: " improved_count
               DELIMITED BY SIZE INTO SG-PRINT-LINE.
           WRITE SG-PRINT-LINE.

           IF later_term_count > ZERO
               MOVE SPACES TO SG-PRINT-LINE
               STRING " " "NOT ASSESSED - LATER TERM ON FILE: "
                   later_term_count DELIMITED BY SIZE
                   INTO SG-PRINT-LINE
               WRITE SG-PRINT-LINE
           END-IF.

      *    ============================================================
      *    printLetter - ONE PAGE TO A STUDENT WHOSE STANDING GOT
      *    WORSE, WITH THE FIGURES IT WAS DECIDED ON AND WHAT THE NEW
      *    STANDING MEANS FOR THEM.
      *    ============================================================
           printLetter.
           MOVE SPACES TO SL-PRINT-LINE.
           STRING "1" "IEFP - NOTICE OF ACADEMIC STANDING"
               DELIMITED BY SIZE INTO SL-PRINT-LINE.
           WRITE SL-PRINT-LINE.

           MOVE SPACES TO SL-PRINT-LINE.
           WRITE SL-PRINT-LINE.

           MOVE SPACES TO SL-PRINT-LINE.
           STRING " " "Date ....: " ac_day "/" ac_month "/" ac_year
               DELIMITED BY SIZE INTO SL-PRINT-LINE.
           WRITE SL-PRINT-LINE.

           MOVE SPACES TO SL-PRINT-LINE.
           STRING " " "Student .: " cur_student_id " "
               cur_student_name DELIMITED BY SIZE
               INTO SL-PRINT-LINE.
           WRITE SL-PRINT-LINE.

           MOVE SPACES TO SL-PRINT-LINE.
           WRITE SL-PRINT-LINE.

           MOVE SPACES TO SL-PRINT-LINE.
           STRING " " "At the close of term " assess_term
               " your academic standing has changed"
               DELIMITED BY SIZE INTO SL-PRINT-LINE.
           WRITE SL-PRINT-LINE.

           MOVE SPACES TO SL-PRINT-LINE.
           STRING " " "from " old_text " to " new_text "."
               DELIMITED BY SIZE INTO SL-PRINT-LINE.
           WRITE SL-PRINT-LINE.

           MOVE SPACES TO SL-PRINT-LINE.
           WRITE SL-PRINT-LINE.

           MOVE SPACES TO SL-PRINT-LINE.
           STRING " " "Courses failed in the term ..........: "
               assessed_failed DELIMITED BY SIZE
               INTO SL-PRINT-LINE.
           WRITE SL-PRINT-LINE.

           MOVE SPACES TO SL-PRINT-LINE.
           STRING " " "Consecutive terms with an admin fail : "
               assessed_admin_run DELIMITED BY SIZE
               INTO SL-PRINT-LINE.
           WRITE SL-PRINT-LINE.

           MOVE SPACES TO SL-PRINT-LINE.
           WRITE SL-PRINT-LINE.

           EVALUATE new_standing
               WHEN "W"
                   MOVE SPACES TO SL-PRINT-LINE
                   STRING " " "This is a formal warning. Further "
                       "failed courses may place you on"
                       DELIMITED BY SIZE INTO SL-PRINT-LINE
                   WRITE SL-PRINT-LINE
                   MOVE SPACES TO SL-PRINT-LINE
                   STRING " " "academic probation."
                       DELIMITED BY SIZE INTO SL-PRINT-LINE
                   WRITE SL-PRINT-LINE
               WHEN "P"
                   MOVE SPACES TO SL-PRINT-LINE
                   STRING " " "You are now on academic probation. "
                       "Your progress will be reviewed"
                       DELIMITED BY SIZE INTO SL-PRINT-LINE
                   WRITE SL-PRINT-LINE
                   MOVE SPACES TO SL-PRINT-LINE
                   STRING " " "by your course coordinator at the "
                       "end of the next term."
                       DELIMITED BY SIZE INTO SL-PRINT-LINE
                   WRITE SL-PRINT-LINE
               WHEN "D"
                   MOVE SPACES TO SL-PRINT-LINE
                   STRING " " "Your record has been referred to the "
                       "jury for dismissal review."
                       DELIMITED BY SIZE INTO SL-PRINT-LINE
                   WRITE SL-PRINT-LINE
                   MOVE SPACES TO SL-PRINT-LINE
                   STRING " " "You will be called to a meeting "
                       "before any decision is taken."
                       DELIMITED BY SIZE INTO SL-PRINT-LINE
                   WRITE SL-PRINT-LINE
           END-EVALUATE.

           MOVE SPACES TO SL-PRINT-LINE.
           WRITE SL-PRINT-LINE.

           MOVE SPACES TO SL-PRINT-LINE.
           STRING " " "Please contact the training office if you "
               "have any questions."
               DELIMITED BY SIZE INTO SL-PRINT-LINE.
           WRITE SL-PRINT-LINE.

           MOVE SPACES TO SL-PRINT-LINE.
           WRITE SL-PRINT-LINE.

           MOVE SPACES TO SL-PRINT-LINE.
           STRING " " "The Training Office" DELIMITED BY SIZE
               INTO SL-PRINT-LINE.
           WRITE SL-PRINT-LINE.

      *    ============================================================
      *    showRunTotals - CONSOLE SUMMARY FOR THE OPERATOR LOG.
      *    ============================================================
           showRunTotals.
           DISPLAY "STANDING RUN TOTALS - TERM " assess_term.
           DISPLAY "History records read ....: " released_count.
           DISPLAY "Students assessed .......: " assessed_count.
           DISPLAY "Warning .................: " warning_count.
           DISPLAY "Probation ...............: " probation_count.
           DISPLAY "Dismissal review ........: " dismissal_count.
           DISPLAY "Standing changed ........: " changed_count.
           DISPLAY "Letters printed .........: " worsened_count.
           DISPLAY "Later term on file ......: " later_term_count.

      *    ============================================================
      *    closeFiles - END-OF-JOB CLEAN UP.
      *    ============================================================
           closeFiles.
           CLOSE STANDING-FILE.
           CLOSE CHANGE-LIST-FILE.
           CLOSE LETTER-FILE.

       END PROGRAM PROD0N0.
