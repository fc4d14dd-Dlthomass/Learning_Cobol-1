      *                   REGISTO (RUNREGF), CARIMBA-O NO CABECALHO DO        *
      *                   EXTRACTO E NO HISTORICO, E ESCREVE EVENTOS DE       *
      *                   INICIO/FIM EM RUNLOGF.                              *
      *2026-10-15  MS     A MEDIA POS-EXAME (PESO DO EXAME) E A NOTA MINIMA   *
      *                   DEIXAM DE ESTAR FIXAS: APLICA-SE A POLITICA GRAVADA *
      *                   NO REGISTO "E" OU, NUM REGISTO ANTERIOR A ESSE      *
      *                   CAMPO, A POLITICA EM VIGOR PARA O CURSO E PERIODO   *
      *                   NO FICHEIRO DE POLITICAS (GRDPOLF); O DESFECHO LEVA *
      *                   A MESMA POLITICA.                                   *
      *2026-10-15  MS     A TABELA DE FORMANDOS EM REPESCAGEM (200 ENTRADAS)  *
      *                   DESAPARECE: CADA RESULTADO PROCURA PELA CHAVE OS    *
      *                   REGISTOS DO FORMANDO EM GRDHISTF E OS AINDA         *
      *                   PENDENTES NO FIM SAO CONTADOS NUMA PASSAGEM PELO    *
      *                   MASTER, SEM LIMITE DE VOLUME.                       *
      *2026-10-15  MS     O ABORTO POR LIMITE DE TABELA PASSA A DEVOLVER O    *
      *                   CODIGO DE RETORNO 12, PARA O PASSO SEGUINTE DA      *
      *                   CADEIA NAO CORRER SOBRE DADOS INCOMPLETOS.          *
      *2026-10-15  MS     CADA RESULTADO E VALIDADO CONTRA O CALENDARIO DE    *
      *                   PERIODOS (TERMCALF): O PERIODO TEM DE ESTAR EM      *
      *                   AVALIACAO E O RESULTADO TEM DE CHEGAR ATE AO PRAZO  *
      *                   DA REPESCAGEM. AS EXCEPCOES PASSAM A SAIR TAMBEM    *
      *                   NUMA LISTAGEM (RESITXF). SEM CALENDARIO A CORRIDA   *
      *                   TERMINA COM CODIGO 12.                              *
      *2026-10-15  MS     UMA LINHA INVALIDA NO FICHEIRO DE POLITICAS         *
      *                   (GRDPOLF) PASSA A TERMINAR A CORRIDA COM CODIGO DE  *
      *                   RETORNO 12.                                         *
      *2026-10-15  MS     OS CONTADORES DA CORRIDA PASSAM A 5 DIGITOS. A      *
      *                   LISTA DE EXCECOES (RESITXF) PASSA A TER FILE        *
      *                   STATUS: SE NAO ABRIR A CORRIDA TERMINA COM CODIGO   *
      *                   12 ANTES DE ESCREVER NO REGEXTF, E UMA ESCRITA      *
      *                   FALHADA E AVISADA NA CONSOLA COM CODIGO 4.          *
      *************************************************************************

      *=======================================================================*
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rl-file-status.

           SELECT GRADING-POLICY-FILE
               ASSIGN TO GRDPOLF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS gp-file-status.

           SELECT TERM-CAL-FILE
               ASSIGN TO TERMCALF
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS TM-TERM-ID
               FILE STATUS IS tm-file-status.

           SELECT EXCEPTION-FILE
               ASSIGN TO RESITXF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS xz-file-status.

      *=======================================================================*
                               DATA DIVISION.
      *=======================================================================*
           FD  RUN-LOG-FILE.
               COPY RUNLOG.

           FD  GRADING-POLICY-FILE.
               COPY GRDPOL.

           FD  TERM-CAL-FILE.
               COPY TERMCAL.

           FD  EXCEPTION-FILE.
               COPY RESEXC.

      *=======================================================================*
                           WORKING-STORAGE SECTION.

       77  result_eof          pic x(1) value "N".
       77  id_found            pic x(1) value "N".
       77  scan_done           pic x(1) value "N".
       77  lookup_id           pic x(5) value spaces.

      *    ---- outcome being applied to the matched student --------------------
       77  exam_grade          pic 9(2) value zero.
       77  final_status        pic x(1) value space.

      *    ---- run totals shown on the console at end of job --------------------
       77  rx_detail_count     pic 9(5) value zero.
       77  rx_hash_total       pic 9(7)V99 value zero.
       77  applied_count       pic 9(5) value zero.
       77  recovered_count     pic 9(5) value zero.
       77  exam_fail_count     pic 9(5) value zero.
       77  unmatched_count     pic 9(5) value zero.
       77  seq_limit_count     pic 9(5) value zero.
       77  bad_grade_count     pic 9(5) value zero.
       77  still_await_count   pic 9(5) value zero.
       77  term_refused_count  pic 9(5) value zero.
       77  late_result_count   pic 9(5) value zero.
       77  exception_count     pic 9(5) value zero.

      *    ---- exceptions list line being built ------------------------------
       77  exc_term_id         pic x(6) value spaces.
       77  exc_reason          pic x(50) value spaces.
       77  tm-file-status      pic x(2) value spaces.

      *    ---- file-status codes for OPEN EXTEND/OPEN INPUT existence checks ---
       77  gh-file-status      pic x(2) value spaces.
       77  rx-file-status      pic x(2) value spaces.
       77  er-file-status      pic x(2) value spaces.
       77  xz-file-status      pic x(2) value spaces.

      *    ---- run number drawn from the register for this execution --------
       77  run_no              pic 9(5) value zero.
           05  hr_prefix       pic x(3) value "X0-".
           05  hr_run_no       pic 9(5) value zero.

      *    ---- grading policy the record was (or is to be) judged under -----
       77  hours_limit         pic 9(2) value 25.
       77  penalty_per_hour    pic 9(1)V99 value 0.50.
       77  pass_mark           pic 9(2)V99 value 10.
       77  exam_weight         pic 9(3) value 50.
       77  policy_for_course   pic x(5) value spaces.
       77  policy_for_term     pic x(6) value spaces.
       77  policy_course_id    pic x(5) value spaces.
       77  policy_eff_term     pic x(6) value spaces.
       77  policy_eof          pic x(1) value "N".
       77  policy_count        pic 9(2) value zero.
       77  policy_scan_sub     pic 9(2) value zero.
       77  policy_own_sub      pic 9(2) value zero.
       77  policy_gen_sub      pic 9(2) value zero.
       77  gp-file-status      pic x(2) value spaces.

       01  policy_table.
           05  policy_entry OCCURS 50 TIMES.
               10  pl_course_id        pic x(5).
               10  pl_eff_term         pic x(6).
               10  pl_hours_limit      pic 9(2).
               10  pl_penalty          pic 9(1)V99.
               10  pl_pass_mark        pic 9(2)V99.
               10  pl_exam_weight      pic 9(3).

      *    ---- the history record being held for the student, with the -----
      *    fields the outcome history record is rebuilt from
       01  pending_record.
           05  pt_student_id       pic x(5).
           05  pt_student_name     pic A(20).
           05  pt_grade_1          pic 9(2).
           05  pt_grade_2          pic 9(2).
           05  pt_grade_3          pic 9(2).
           05  pt_grade_4          pic 9(2).
           05  pt_grade_5          pic 9(2).
           05  pt_faulty_hours     pic 9(2).
           05  pt_faulty_dec       pic 9(2)V99.
           05  pt_average          pic S9(2)V99.
           05  pt_course_id        pic x(5).
           05  pt_term_id          pic x(6).
           05  pt_seq_no           pic 9(2).
           05  pt_pol_course_id    pic x(5).
           05  pt_pol_eff_term     pic x(6).
           05  pt_pol_hours_limit  pic 9(2).
           05  pt_pol_penalty      pic 9(1)V99.
           05  pt_pol_pass_mark    pic 9(2)V99.
           05  pt_pol_exam_weight  pic 9(3).
           05  pt_pending          pic x(1).

       01  actual_date.
           03 ac_year   PIC  9(2) values zero.
           mainline.
           PERFORM initializeRun.
           PERFORM checkResultsFile.
           PERFORM loadGradingPolicy.
           PERFORM checkHistoryFile.
           PERFORM checkTermCalendar.
           PERFORM acquireRunNumber.
           PERFORM writeRunLogStart.
           PERFORM openOutputFiles.
           CLOSE EXAM-RESULT-FILE.

      *    ============================================================
      *    checkHistoryFile - NO HISTORY MASTER MEANS NOBODY CAN BE
      *    AWAITING RECOVERY.  THE RUN ENDS HERE, BEFORE A RUN NUMBER
      *    IS DRAWN OR THE EXTRACT BATCH IS OPENED.
      *    ============================================================
           checkHistoryFile.
           OPEN INPUT GRADE-HIST-FILE.

           IF gh-file-status = "35"
               STOP RUN
           END-IF.

           CLOSE GRADE-HIST-FILE.

      *    ============================================================
      *    checkTermCalendar - EVERY RESULT IS CHECKED AGAINST ITS
      *    TERM ON THE TERM CALENDAR (TERMCALF).  WITHOUT THE CALENDAR
      *    NO RESULT CAN BE CHECKED, SO THE RUN FAILS HERE, BEFORE A
      *    RUN NUMBER IS DRAWN OR THE EXTRACT BATCH IS OPENED.
      *    ============================================================
           checkTermCalendar.
           OPEN INPUT TERM-CAL-FILE.

           IF tm-file-status = "35"
               DISPLAY "*** NO TERM CALENDAR FILE - RESIT RUN "
                   "REFUSED ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           CLOSE TERM-CAL-FILE.

      *    ============================================================
      *    notePendingStudent - HOLDS THE HISTORY RECORD JUST READ.
      *    READ IN KEY ORDER, THE LAST ONE HELD FOR A STUDENT+TERM IS
      *    ITS CURRENT RECORD, AND IT IS PENDING ONLY IF IT IS STILL
      *    "E".
      *    ============================================================
           notePendingStudent.
           MOVE GH-STUDENT-ID    TO pt_student_id.
           MOVE GH-STUDENT-NAME  TO pt_student_name.
           MOVE GH-GRADE-1       TO pt_grade_1.
           MOVE GH-GRADE-2       TO pt_grade_2.
           MOVE GH-GRADE-3       TO pt_grade_3.
           MOVE GH-GRADE-4       TO pt_grade_4.
           MOVE GH-GRADE-5       TO pt_grade_5.
           MOVE GH-FAULTY-HOURS  TO pt_faulty_hours.
           MOVE GH-FAULTY-DEC    TO pt_faulty_dec.
           MOVE GH-AVERAGE       TO pt_average.
           MOVE GH-COURSE-ID     TO pt_course_id.
           MOVE GH-TERM-ID       TO pt_term_id.
           MOVE GH-SEQ-NO        TO pt_seq_no.
           MOVE GH-POL-COURSE-ID   TO pt_pol_course_id.
           MOVE GH-POL-EFF-TERM    TO pt_pol_eff_term.
           MOVE GH-POL-HOURS-LIMIT TO pt_pol_hours_limit.
           MOVE GH-POL-PENALTY     TO pt_pol_penalty.
           MOVE GH-POL-PASS-MARK   TO pt_pol_pass_mark.
           MOVE GH-POL-EXAM-WEIGHT TO pt_pol_exam_weight.

           IF GH-STATUS-AWAIT-EXAM AND NOT GH-IS-SUPERSEDED
               MOVE "Y" TO pt_pending
           ELSE
               MOVE "N" TO pt_pending
           END-IF.

      *    ============================================================
      *    loadGradingPolicy - READS THE GRADING POLICY FILE INTO A
      *    TABLE.  A LINE WITH A NON-NUMERIC VALUE OR AN EXAM WEIGHT
      *    OVER 100 STOPS THE RUN BEFORE ANYTHING IS WRITTEN.  A
      *    MISSING FILE LEAVES THE TABLE EMPTY AND THE STANDING RULES
      *    APPLY.
      *    ============================================================
           loadGradingPolicy.
           MOVE "N" TO policy_eof.
           MOVE ZERO TO policy_count.
           OPEN INPUT GRADING-POLICY-FILE.

           IF gp-file-status = "35"
               MOVE "Y" TO policy_eof
           ELSE
               PERFORM readPolicyRecord
               PERFORM addPolicyEntry UNTIL policy_eof = "Y"
               CLOSE GRADING-POLICY-FILE
           END-IF.

           readPolicyRecord.
           READ GRADING-POLICY-FILE
               AT END MOVE "Y" TO policy_eof
           END-READ.

           addPolicyEntry.
           IF (GP-HOURS-LIMIT NOT NUMERIC)
               OR (GP-PENALTY-PER-HOUR NOT NUMERIC)
               OR (GP-PASS-MARK NOT NUMERIC)
               OR (GP-EXAM-WEIGHT NOT NUMERIC)
               OR (GP-EXAM-WEIGHT > 100)
               DISPLAY "*** GRADING POLICY LINE " GP-COURSE-ID " "
                   GP-EFFECTIVE-TERM " IS NOT VALID ***"
               CLOSE GRADING-POLICY-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF policy_count NOT LESS THAN 50
               DISPLAY "*** GRADING POLICY FILE EXCEEDS 50 ENTRIES - "
                   "INCREASE TABLE SIZE ***"
               CLOSE GRADING-POLICY-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO policy_count.
           MOVE GP-COURSE-ID        TO pl_course_id(policy_count).
           MOVE GP-EFFECTIVE-TERM   TO pl_eff_term(policy_count).
           MOVE GP-HOURS-LIMIT      TO pl_hours_limit(policy_count).
           MOVE GP-PENALTY-PER-HOUR TO pl_penalty(policy_count).
           MOVE GP-PASS-MARK        TO pl_pass_mark(policy_count).
           MOVE GP-EXAM-WEIGHT      TO pl_exam_weight(policy_count).
           PERFORM readPolicyRecord.

      *    ============================================================
      *    lookupGradingPolicy - THE POLICY IN FORCE FOR
      *    policy_for_course IN TERM policy_for_term, PICKED EXACTLY
      *    AS THE GRADING RUN (PROD0V0) PICKS IT: THE COURSE'S OWN
      *    LINE WITH THE LATEST EFFECTIVE TERM NOT AFTER IT, ELSE THE
      *    GENERAL ("*****") LINE, ELSE THE STANDING RULES.
      *    ============================================================
           lookupGradingPolicy.
           MOVE ZERO TO policy_own_sub.
           MOVE ZERO TO policy_gen_sub.
           MOVE 1 TO policy_scan_sub.
           PERFORM scanPolicyEntry UNTIL policy_scan_sub > policy_count.

           IF policy_own_sub = ZERO
               MOVE policy_gen_sub TO policy_own_sub
           END-IF.

           IF policy_own_sub = ZERO
               MOVE "*****"  TO policy_course_id
               MOVE "000000" TO policy_eff_term
               MOVE 25       TO hours_limit
               MOVE 0.50     TO penalty_per_hour
               MOVE 10       TO pass_mark
               MOVE 50       TO exam_weight
           ELSE
               MOVE pl_course_id(policy_own_sub)   TO policy_course_id
               MOVE pl_eff_term(policy_own_sub)    TO policy_eff_term
               MOVE pl_hours_limit(policy_own_sub) TO hours_limit
               MOVE pl_penalty(policy_own_sub)     TO penalty_per_hour
               MOVE pl_pass_mark(policy_own_sub)   TO pass_mark
               MOVE pl_exam_weight(policy_own_sub) TO exam_weight
           END-IF.

           scanPolicyEntry.
           IF pl_eff_term(policy_scan_sub) NOT > policy_for_term
               IF pl_course_id(policy_scan_sub) = policy_for_course
                   IF (policy_own_sub = ZERO) OR
                       (pl_eff_term(policy_scan_sub) >
                        pl_eff_term(policy_own_sub))
                       MOVE policy_scan_sub TO policy_own_sub
                   END-IF
               END-IF
               IF pl_course_id(policy_scan_sub) = "*****"
                   IF (policy_gen_sub = ZERO) OR
                       (pl_eff_term(policy_scan_sub) >
                        pl_eff_term(policy_gen_sub))
                       MOVE policy_scan_sub TO policy_gen_sub
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO policy_scan_sub.

      *    ============================================================
      *    resolveRecordPolicy - A HISTORY RECORD THAT CARRIES THE
      *    POLICY IT WAS GRADED UNDER IS JUDGED BY THOSE SAME VALUES,
      *    WHATEVER HAS CHANGED ON THE POLICY FILE SINCE.  A RECORD
      *    WRITTEN BEFORE THE POLICY WAS STAMPED TAKES THE POLICY IN
      *    FORCE FOR ITS OWN COURSE AND TERM.
      *    ============================================================
           resolveRecordPolicy.
           IF pt_pol_eff_term = SPACES
               MOVE pt_course_id TO policy_for_course
               MOVE pt_term_id   TO policy_for_term
               PERFORM lookupGradingPolicy
           ELSE
               MOVE pt_pol_course_id   TO policy_course_id
               MOVE pt_pol_eff_term    TO policy_eff_term
               MOVE pt_pol_hours_limit TO hours_limit
               MOVE pt_pol_penalty     TO penalty_per_hour
               MOVE pt_pol_pass_mark   TO pass_mark
               MOVE pt_pol_exam_weight TO exam_weight
           END-IF.

      *    ============================================================
      *    findAwaitingStudent - THE EXAM-RESULTS FILE CARRIES ONLY
      *    THE STUDENT ID, SO A RESULT MATCHES THE STUDENT'S EARLIEST
      *    TERM WHOSE CURRENT RECORD IS STILL "E".  THE STUDENT'S
      *    RECORDS ARE READ BY KEY, TERM BY TERM; THE SCAN STOPS ON
      *    THE FIRST TERM CHANGE AFTER A PENDING CURRENT RECORD, OR ON
      *    THE NEXT STUDENT.
      *    ============================================================
           findAwaitingStudent.
           MOVE "N" TO id_found.
           MOVE "N" TO scan_done.
           MOVE "N" TO pt_pending.
           MOVE SPACES TO pt_term_id.
           MOVE lookup_id  TO GH-STUDENT-ID.
           MOVE LOW-VALUES TO GH-TERM-ID.
           MOVE ZERO       TO GH-SEQ-NO.
           START GRADE-HIST-FILE KEY NOT LESS THAN GH-HIST-KEY
               INVALID KEY MOVE "Y" TO scan_done
           END-START.
           PERFORM scanAwaitingEntry UNTIL scan_done = "Y".

           IF pt_pending = "Y"
               MOVE "Y" TO id_found
           END-IF.

           scanAwaitingEntry.
           READ GRADE-HIST-FILE NEXT RECORD
               AT END MOVE "Y" TO scan_done
           END-READ.

           IF scan_done NOT = "Y"
               IF GH-STUDENT-ID NOT = lookup_id
                   MOVE "Y" TO scan_done
               ELSE
                   IF (GH-TERM-ID NOT = pt_term_id)
                       AND (pt_pending = "Y")
                       MOVE "Y" TO scan_done
                   ELSE
                       PERFORM notePendingStudent
                   END-IF
               END-IF
           END-IF.

      *    ============================================================
      *    openOutputFiles - HISTORY AND EXTRACT ARE EXTENDED, THE
      *    SAME WAY PROD0V0 COMMITS ITS OWN OUTCOMES.  THE EXCEPTIONS
      *    LIST IS OPENED FIRST, SO IF IT CANNOT BE CREATED THE RUN
      *    ENDS BEFORE ANY "H" BATCH IS WRITTEN ON REGEXTF.
      *    ============================================================
           openOutputFiles.
           OPEN OUTPUT EXCEPTION-FILE.

           IF xz-file-status NOT = "00"
               DISPLAY "*** EXCEPTIONS LIST (RESITXF) CANNOT BE "
                   "OPENED - STATUS " xz-file-status " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O GRADE-HIST-FILE.

           OPEN EXTEND REGISTRAR-FILE.
           END-IF.
           PERFORM writeRegistrarHeader.

           OPEN INPUT TERM-CAL-FILE.

           PERFORM printHeading.

      *    ============================================================
      *    processResults - ONE PASS OVER THE EXAM-RESULTS FILE.
      *    ============================================================
           END-READ.

      *    ============================================================
      *    applyOneResult - MATCHES ONE RESULT AGAINST THE STUDENT'S
      *    HISTORY AND COMMITS THE OUTCOME.  A RESULT FOR A STUDENT WHO
      *    IS NOT AWAITING RECOVERY (NEVER SENT, OR ALREADY RESOLVED
      *    BY AN EARLIER RESIT RUN) IS AN EXCEPTION, NOT A CRASH.
      *    EVERY EXCEPTION ALSO GOES ON THE EXCEPTIONS LIST (RESITXF).
      *    ============================================================
           applyOneResult.
           MOVE SPACES TO exc_term_id.
           IF (EX-EXAM-GRADE GREATER THAN 20)
               OR (EX-EXAM-GRADE LESS THAN 0)
               ADD 1 TO bad_grade_count
               DISPLAY "RESIT EXCEPTION - GRADE OUT OF RANGE FOR "
                   EX-STUDENT-ID
               MOVE "GRADE OUT OF RANGE" TO exc_reason
               PERFORM printExceptionLine
               GO TO resultDone
           END-IF.

               ADD 1 TO unmatched_count
               DISPLAY "RESIT EXCEPTION - NOT AWAITING RECOVERY: "
                   EX-STUDENT-ID
               MOVE "NOT AWAITING RECOVERY" TO exc_reason
               PERFORM printExceptionLine
               GO TO resultDone
           END-IF.

           MOVE pt_term_id TO exc_term_id.

      *    SEQUENCE 99 CANNOT BE SUPERSEDED - THE NEXT SEQUENCE WOULD
      *    WRAP TO 00 AND SORT BELOW EVERY PRIOR RECORD.
           IF pt_seq_no NOT LESS THAN 99
               ADD 1 TO seq_limit_count
               DISPLAY "RESIT EXCEPTION - SEQUENCE LIMIT REACHED: "
                   EX-STUDENT-ID
               MOVE "SEQUENCE LIMIT REACHED" TO exc_reason
               PERFORM printExceptionLine
               GO TO resultDone
           END-IF.

      *    THE TERM MUST STILL BE IN GRADING ON THE CALENDAR - A TERM
      *    THAT IS CLOSED MAY ALREADY BE ON THE ARCHIVE - AND A RESULT
      *    PROCESSED AFTER THE TERM'S RESIT DEADLINE HAS ARRIVED TOO
      *    LATE TO COUNT.
           MOVE pt_term_id TO TM-TERM-ID.
           READ TERM-CAL-FILE
               INVALID KEY
                   MOVE SPACE TO TM-STATUS
           END-READ.

           IF NOT TM-IS-GRADING
               ADD 1 TO term_refused_count
               DISPLAY "RESIT EXCEPTION - TERM NOT IN GRADING: "
                   EX-STUDENT-ID " " pt_term_id
               MOVE "TERM NOT IN GRADING ON THE CALENDAR"
                   TO exc_reason
               PERFORM printExceptionLine
               GO TO resultDone
           END-IF.

           IF actual_date > TM-RESIT-DEADLINE
               ADD 1 TO late_result_count
               DISPLAY "RESIT EXCEPTION - AFTER RESIT DEADLINE: "
                   EX-STUDENT-ID " " pt_term_id
               MOVE SPACES TO exc_reason
               STRING "RESULT AFTER RESIT DEADLINE " TM-RESIT-DEADLINE
                   DELIMITED BY SIZE INTO exc_reason
               PERFORM printExceptionLine
               GO TO resultDone
           END-IF.

      *    THE EXAM GRADE CARRIES THE POLICY'S EXAM WEIGHT AND THE
      *    AVERAGE THE REST - AT THE STANDING 50 THIS IS THE SAME
      *    STRAIGHT HALF-AND-HALF BLEND PROD0V0 ONCE APPLIED AT THE
      *    TERMINAL.
           PERFORM resolveRecordPolicy.
           MOVE EX-EXAM-GRADE TO exam_grade.
           COMPUTE post_exam_avg =
               ((exam_grade * exam_weight) +
                (pt_average * (100 - exam_weight))) / 100.
           MOVE post_exam_avg TO avg_masked.

           IF post_exam_avg GREATER OR EQUAL TO pass_mark
               MOVE "R" TO final_status
               ADD 1 TO recovered_count
           ELSE
           PERFORM supersedeAwaitRecord.
           PERFORM writeOutcomeHistory.
           PERFORM writeOutcomeRegistrar.
           MOVE "N" TO pt_pending.
           ADD 1 TO applied_count.

           resultDone.
      *    SEQUENCE - A CONTROLLED UPDATE, NOT AN APPEND.
      *    ============================================================
           supersedeAwaitRecord.
           MOVE pt_student_id TO GH-STUDENT-ID.
           MOVE pt_term_id    TO GH-TERM-ID.
           MOVE pt_seq_no     TO GH-SEQ-NO.
           READ GRADE-HIST-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
      *    EXAM GRADE AND THE BLENDED AVERAGE.
      *    ============================================================
           writeOutcomeHistory.
           MOVE pt_student_id   TO GH-STUDENT-ID.
           MOVE pt_term_id      TO GH-TERM-ID.
           COMPUTE GH-SEQ-NO = pt_seq_no + 1.
           MOVE pt_student_name TO GH-STUDENT-NAME.
           MOVE pt_grade_1      TO GH-GRADE-1.
           MOVE pt_grade_2      TO GH-GRADE-2.
           MOVE pt_grade_3      TO GH-GRADE-3.
           MOVE pt_grade_4      TO GH-GRADE-4.
           MOVE pt_grade_5      TO GH-GRADE-5.
           MOVE pt_faulty_hours TO GH-FAULTY-HOURS.
           MOVE pt_faulty_dec   TO GH-FAULTY-DEC.
           MOVE pt_average      TO GH-AVERAGE.
           MOVE exam_grade                 TO GH-EXAM-GRADE.
           MOVE post_exam_avg              TO GH-POST-EXAM-AVG.
           MOVE "Y"                        TO GH-EXAM-TAKEN.
           MOVE ac_year                    TO GH-RUN-YEAR.
           MOVE ac_month                   TO GH-RUN-MONTH.
           MOVE ac_day                     TO GH-RUN-DAY.
           MOVE pt_course_id    TO GH-COURSE-ID.
           MOVE "N"                        TO GH-SUPERSEDED.
           MOVE "N"                        TO GH-POSTED-DOWNSTREAM.
           MOVE run_no                     TO GH-RUN-NO.
           MOVE policy_course_id           TO GH-POL-COURSE-ID.
           MOVE policy_eff_term            TO GH-POL-EFF-TERM.
           MOVE hours_limit                TO GH-POL-HOURS-LIMIT.
           MOVE penalty_per_hour           TO GH-POL-PENALTY.
           MOVE pass_mark                  TO GH-POL-PASS-MARK.
           MOVE exam_weight                TO GH-POL-EXAM-WEIGHT.
           WRITE GRADE-HIST-REC
               INVALID KEY
                   DISPLAY "*** HISTORY WRITE REJECTED FOR "
                       pt_student_id " ***"
           END-WRITE.

      *    ============================================================
           writeOutcomeRegistrar.
           MOVE SPACES                     TO REGISTRAR-REC.
           MOVE "D"                        TO RX-RECORD-TYPE.
           MOVE pt_student_id   TO RX-STUDENT-ID.
           MOVE pt_student_name TO RX-STUDENT-NAME.
           MOVE avg_masked                 TO RX-FINAL-GRADE.
           MOVE final_status               TO RX-STATUS-FLAG.
           MOVE ac_year                    TO RX-EVAL-YEAR.
           MOVE ac_month                   TO RX-EVAL-MONTH.
           MOVE ac_day                     TO RX-EVAL-DAY.
           MOVE pt_course_id    TO RX-COURSE-ID.
           WRITE REGISTRAR-REC.
           ADD 1 TO rx_detail_count.
           ADD post_exam_avg TO rx_hash_total.
      *    ============================================================
           countStillAwaiting.
           MOVE ZERO TO still_await_count.
           MOVE "N" TO pt_pending.
           MOVE SPACES TO pt_student_id pt_term_id.
           MOVE "N" TO scan_done.
           MOVE LOW-VALUES TO GH-HIST-KEY.
           START GRADE-HIST-FILE KEY NOT LESS THAN GH-HIST-KEY
               INVALID KEY MOVE "Y" TO scan_done
           END-START.
           PERFORM tallyAwaitingEntry UNTIL scan_done = "Y".
           PERFORM reportAwaitingEntry.

      *    ON EACH STUDENT+TERM BREAK THE RECORD HELD IS THE CURRENT
      *    ONE OF THE CHAIN JUST FINISHED.
           tallyAwaitingEntry.
           READ GRADE-HIST-FILE NEXT RECORD
               AT END MOVE "Y" TO scan_done
           END-READ.

           IF scan_done NOT = "Y"
               IF (GH-STUDENT-ID NOT = pt_student_id)
                   OR (GH-TERM-ID NOT = pt_term_id)
                   PERFORM reportAwaitingEntry
               END-IF
               PERFORM notePendingStudent
           END-IF.

           reportAwaitingEntry.
           IF pt_pending = "Y"
               ADD 1 TO still_await_count
               DISPLAY "STILL AWAITING RECOVERY EXAM: "
                   pt_student_id " "
                   pt_student_name
           END-IF.

      *    ============================================================
      *    printHeading - LISTING TITLE AND DATE.
      *    ============================================================
           printHeading.
           MOVE SPACES TO RZ-PRINT-LINE.
           STRING "1" "RESIT EXCEPTIONS  " ac_day "/" ac_month "/"
               ac_year DELIMITED BY SIZE INTO RZ-PRINT-LINE.
           PERFORM writeExceptionLine.

           MOVE SPACES TO RZ-PRINT-LINE.
           PERFORM writeExceptionLine.

           MOVE SPACES TO RZ-PRINT-LINE.
           STRING " " "STUDENT TERM   GRADE REASON"
               DELIMITED BY SIZE INTO RZ-PRINT-LINE.
           PERFORM writeExceptionLine.

      *    ============================================================
      *    printExceptionLine - ONE REASON LINE PER RESULT NOT APPLIED.
      *    ============================================================
           printExceptionLine.
           ADD 1 TO exception_count.
           MOVE SPACES TO RZ-PRINT-LINE.
           STRING " " EX-STUDENT-ID "   " exc_term_id "  "
               EX-EXAM-GRADE "    " exc_reason
               DELIMITED BY SIZE INTO RZ-PRINT-LINE.
           PERFORM writeExceptionLine.

      *    ============================================================
      *    showRunTotals - CONSOLE SUMMARY FOR THE OPERATOR LOG, AND
      *    THE SAME CONTROL TOTALS AT THE FOOT OF THE EXCEPTIONS LIST.
      *    ============================================================
           showRunTotals.
           DISPLAY "RESIT RUN TOTALS".
           DISPLAY "Not awaiting recovery ...: " unmatched_count.
           DISPLAY "Grade out of range ......: " bad_grade_count.
           DISPLAY "Sequence limit hit ......: " seq_limit_count.
           DISPLAY "Term not in grading .....: " term_refused_count.
           DISPLAY "After resit deadline ....: " late_result_count.
           DISPLAY "Still awaiting a result .: " still_await_count.

           MOVE SPACES TO RZ-PRINT-LINE.
           PERFORM writeExceptionLine.

           MOVE SPACES TO RZ-PRINT-LINE.
           STRING " " "RESULTS APPLIED ...........: " applied_count
               DELIMITED BY SIZE INTO RZ-PRINT-LINE.
           PERFORM writeExceptionLine.

           MOVE SPACES TO RZ-PRINT-LINE.
           STRING " " "TERM NOT IN GRADING .......: "
               term_refused_count DELIMITED BY SIZE INTO RZ-PRINT-LINE.
           PERFORM writeExceptionLine.

           MOVE SPACES TO RZ-PRINT-LINE.
           STRING " " "AFTER RESIT DEADLINE ......: "
               late_result_count DELIMITED BY SIZE INTO RZ-PRINT-LINE.
           PERFORM writeExceptionLine.

           MOVE SPACES TO RZ-PRINT-LINE.
           STRING " " "EXCEPTION LINES ...........: " exception_count
               DELIMITED BY SIZE INTO RZ-PRINT-LINE.
           PERFORM writeExceptionLine.

      *    ============================================================
      *    writeExceptionLine - EVERY LINE OF THE EXCEPTIONS LIST GOES
      *    OUT THROUGH HERE, SO A FAILED WRITE IS REPORTED ON THE
      *    CONSOLE INSTEAD OF BEING LOST WITHOUT TRACE.
      *    ============================================================
           writeExceptionLine.
           WRITE RZ-PRINT-LINE.

           IF xz-file-status NOT = "00"
               DISPLAY "*** EXCEPTIONS LIST (RESITXF) WRITE FAILED - "
                   "STATUS " xz-file-status " ***"
               MOVE 4 TO RETURN-CODE
           END-IF.

      *    ============================================================
      *    closeFiles - END-OF-JOB CLEAN UP.
      *    ============================================================
           closeFiles.
           CLOSE GRADE-HIST-FILE.
           CLOSE REGISTRAR-FILE.
           CLOSE TERM-CAL-FILE.
           CLOSE EXCEPTION-FILE.

       END PROGRAM PROD0X0.
