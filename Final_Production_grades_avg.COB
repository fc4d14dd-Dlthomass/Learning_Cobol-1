      *                   VALIDACAO PASSA A EXIGIR INSCRICAO ACTIVA NO       *
      *                   CURSO DO PROPRIO REGISTO DO LOTE E UMA             *
      *                   DESISTENCIA BLOQUEIA SO ESSE CURSO.                *
      *2026-10-15  MS     MODO NOCTURNO SEM OPERADOR: UM REGISTO DE          *
      *                   PARAMETROS (RUNPRMF) TRAZ O PERIODO, O OPERADOR    *
      *                   RESPONSAVEL E O MODO. EM MODO "U" NADA E MOSTRADO  *
      *                   NEM PEDIDO NO ECRA; CADA REGISTO QUE PRECISARIA DE *
      *                   ALGUEM AO ECRA VAI PARA O FICHEIRO DE SUSPENSOS    *
      *                   (SUSPF) COM O CODIGO DO MOTIVO, E A CORRIDA        *
      *                   TERMINA COM RETURN-CODE 0 (LIMPA), 4 (COM          *
      *                   SUSPENSOS) OU 12 (FALHOU).                         *
      *2026-10-15  MS     AS REGRAS DE AVALIACAO (LIMITE DE FALTAS,          *
      *                   PENALIZACAO POR HORA, NOTA MINIMA) DEIXAM DE ESTAR *
      *                   FIXAS NO PROGRAMA: VEM DA POLITICA EM VIGOR PARA O *
      *                   CURSO E PERIODO NO FICHEIRO DE POLITICAS           *
      *                   (GRDPOLF), E A POLITICA APLICADA FICA GRAVADA NO   *
      *                   REGISTO DO HISTORICO.                              *
      *2026-10-15  MS     AS TABELAS DE INSCRICOES (400) E DE ASSIDUIDADE    *
      *                   (200) DESAPARECEM: ENROLLF E ATTENDF SAO COPIADOS  *
      *                   NO INICIO PARA FICHEIROS DE TRABALHO INDEXADOS     *
      *                   (ENRWKF, ATTWKF) E CADA FORMANDO E LIDO PELA       *
      *                   CHAVE, SEM LIMITE DE VOLUME.                       *
      *2026-10-15  MS     O PERIODO DA CORRIDA PASSA A SER VALIDADO CONTRA O *
      *                   CALENDARIO DE PERIODOS (TERMCALF): TEM DE EXISTIR  *
      *                   E ESTAR EM AVALIACAO, E UMA CORRIDA NOVA TEM DE    *
      *                   CAIR DENTRO DA JANELA DE AVALIACAO. NO ECRA O      *
      *                   PERIODO RECUSADO VOLTA A SER PEDIDO; RETOMADA OU   *
      *                   NOCTURNA TERMINA COM CODIGO 12.                    *
      *2026-10-15  MS     O CONTADOR DE REGISTOS EM SUSPENSO PASSA A 5       *
      *                   DIGITOS E A FICAR GRAVADO NO CHECKPOINT (CHKPTF):  *
      *                   UMA CORRIDA NOCTURNA RETOMADA QUE JA TINHA         *
      *                   SUSPENDIDO REGISTOS TERMINA COM CODIGO 4 E NAO 0.  *
      *2026-10-15  MS     OS CONTADORES DE REGISTOS PASSAM A 5 DIGITOS E O   *
      *                   TOTAL DAS MEDIAS DA TURMA A S9(7)V99, PARA TURMAS  *
      *                   GRANDES NAO TRANSBORDAREM.                         *
      *************************************************************************

      *=======================================================================*
               ASSIGN TO ENROLLF
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ENROLL-WORK-FILE
               ASSIGN TO ENRWKF
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS EK-KEY
               FILE STATUS IS ek-file-status.

           SELECT COURSE-CTL-FILE
               ASSIGN TO CRSECTLF
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS af-file-status.

           SELECT ATTEND-WORK-FILE
               ASSIGN TO ATTWKF
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AK-STUDENT-ID
               FILE STATUS IS ak-file-status.

           SELECT OPERATOR-FILE
               ASSIGN TO OPERF
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rl-file-status.

           SELECT RUN-PARM-FILE
               ASSIGN TO RUNPRMF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rp-file-status.

           SELECT SUSPENSE-FILE
               ASSIGN TO SUSPF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS su-file-status.

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

      *=======================================================================*
                               DATA DIVISION.
      *=======================================================================*
           FD  ENROLL-FILE.
               COPY ENROLL.

           FD  ENROLL-WORK-FILE.
               COPY ENRWORK.

           FD  COURSE-CTL-FILE.
               COPY CRSECTL.

           FD  ATTEND-FILE.
               COPY ATTFEED.

           FD  ATTEND-WORK-FILE.
               COPY ATTWORK.

           FD  OPERATOR-FILE.
               COPY OPERMST.

           FD  RUN-LOG-FILE.
               COPY RUNLOG.

           FD  RUN-PARM-FILE.
               COPY RUNPARM.

           FD  SUSPENSE-FILE.
               COPY SUSPENS.

           FD  GRADING-POLICY-FILE.
               COPY GRDPOL.

           FD  TERM-CAL-FILE.
               COPY TERMCAL.

      *=======================================================================*
                           WORKING-STORAGE SECTION.

               10  ct_weight_4         pic 9(3).
               10  ct_weight_5         pic 9(3).

      *    ---- grading policy in force for the course and term (GRDPOLF) ---
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

      *    ---- batch loop / enrollment validation controls --------------------
       77  end_of_file         pic x(1) value "N".
       77  enroll_eof          pic x(1) value "N".
       77  enroll_found        pic x(1) value "N".
       77  ek-file-status      pic x(2) value spaces.

      *    ---- attendance feed from the timekeeping system ------------------
       77  attend_eof          pic x(1) value "N".
       77  attend_found        pic x(1) value "N".
       77  attend_count        pic 9(7) value zero.
       77  feed_hours          pic 9(2) value zero.
       77  ak-file-status      pic x(2) value spaces.

      *    ---- operator sign-on against the operator master (OPERF) -----------
       77  signon_id           pic x(8) value spaces.
       77  start_over          pic x(1) value "N".
       77  restart_done        pic x(1) value "N".
       77  restart_student_id  pic x(5) value spaces.
       77  restart_skip_count  pic 9(5) value zero.
       77  saved_extract_count pic 9(5) value zero.
       77  saved_hash_total    pic 9(7)V99 value zero.
       77  saved_suspend_count pic 9(5) value zero.
       77  saved_term_id       pic x(6) value spaces.

      *    ---- term/period key and re-grade supersede controls --------------
           05  hr_run_no       pic 9(5) value zero.

      *    ---- running class totals for the session ----------------------------
       77  passed_count        pic 9(5) value zero.
       77  exam_count          pic 9(5) value zero.
       77  admin_fail_count    pic 9(5) value zero.
       77  skip_fail_count     pic 9(5) value zero.
       77  graded_count        pic 9(5) value zero.
       77  class_average_total pic S9(7)V99 value zero.
       77  class_avg_masked    pic ZZ9.99.

      *    ---- unattended night mode, driven by the run-parameter record ----
       77  night_mode          pic x(1) value "N".
       77  parm_term_id        pic x(6) value spaces.
       77  parm_operator_id    pic x(8) value spaces.
       77  rp-file-status      pic x(2) value spaces.
       77  su-file-status      pic x(2) value spaces.
       77  suspend_reason      pic x(2) value spaces.
       77  suspend_text        pic x(40) value spaces.
       77  suspend_count       pic 9(5) value zero.
       77  abort_message       pic x(70) value spaces.

      *    ---- term calendar check on the term keyed for the run ----------
       77  tm-file-status      pic x(2) value spaces.
       77  term_refusal        pic x(30) value spaces.

       01  actual_date.
           03 ac_year   PIC  9(2) values zero.
           03 ac_month  PIC  9(2) values zero.
      *    ============================================================
      *    MAINLINE - OPENS EVERYTHING, THEN RUNS ONE STUDENT AT A TIME
      *    THROUGH THE getName..studentDone SCREENS UNTIL THE BATCH FILE
      *    IS EXHAUSTED.  THE RETURN CODE TELLS THE NIGHT SCHEDULE HOW
      *    THE RUN ENDED: 0 CLEAN, 4 WITH RECORDS IN SUSPENSE, 12
      *    (SET BY abortRun) FAILED.
      *    ============================================================
           mainline.
           PERFORM initializeRun.
           PERFORM restartSkip.
           PERFORM getName THRU studentDone
               UNTIL end_of_file = "Y".
           IF night_mode = "Y"
               PERFORM showNightTotals
           ELSE
               PERFORM showClassTotals
           END-IF.
           PERFORM writeRegistrarTrailer.
           PERFORM clearCheckpoint.
           PERFORM writeRunLogEnd.
           PERFORM closeFiles.

           IF suspend_count = ZERO
               MOVE ZERO TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    ============================================================
      *    ============================================================
           initializeRun.
           ACCEPT actual_date FROM DATE.
           PERFORM readRunParameters.

           IF night_mode NOT = "Y"
               DISPLAY "data: " AT 0125 ac_day "/" ac_month "/" ac_year
           END-IF.

      *    THE AUDIT FILE OPENS FIRST SO A FAILED SIGN-ON CAN BE
      *    LOGGED; THE RUN DOES NOT GET PAST THE SIGN-ON WITHOUT A
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           IF night_mode = "Y"
               PERFORM nightSignon
           ELSE
               PERFORM operatorSignon
           END-IF.

           PERFORM readCheckpoint.
           IF restart_pending = "Y"
               IF night_mode = "Y"
                   PERFORM nightRestartMode
               ELSE
                   PERFORM promptRestartMode
               END-IF
           END-IF.

      *    A RESUMED RUN KEEPS THE TERM THE INTERRUPTED RUN WAS KEYED
      *    FOR; A FRESH RUN ASKS THE OPERATOR, OR TAKES THE TERM FROM
      *    THE RUN-PARAMETER RECORD WHEN NOBODY IS AT THE SCREEN.
           IF restart_pending = "Y"
               MOVE saved_term_id TO term_id
               IF night_mode NOT = "Y"
                   DISPLAY "Term / period : " AT 0125 term_id AT 0141
               END-IF
           ELSE
               IF night_mode = "Y"
                   MOVE parm_term_id TO term_id
               ELSE
                   PERFORM promptTermId
               END-IF
           END-IF.

           PERFORM checkTermCalendar THRU checkTermDone.

           PERFORM acquireRunNumber.
           PERFORM writeRunLogStart.

           IF night_mode = "Y"
               MOVE "N" TO review_mode
               PERFORM openSuspenseFile
           ELSE
               PERFORM promptReviewMode
           END-IF.

           OPEN INPUT STUDENT-FILE.


      *    A RESUMED RUN CARRIES ON INSIDE THE BATCH THE INTERRUPTED
      *    RUN OPENED, SO ITS HEADER STANDS AND THE CONTROL TOTALS
      *    PICK UP WHERE THE CHECKPOINT LEFT THEM - THE SUSPENSE COUNT
      *    TOO, SO A NIGHT RUN THAT SUSPENDED RECORDS BEFORE IT DIED
      *    STILL ENDS WITH RETURN CODE 4.  A FRESH RUN OPENS A NEW
      *    BATCH WITH ITS OWN HEADER.
           IF restart_pending = "Y"
               MOVE saved_extract_count TO rx_detail_count
               MOVE saved_hash_total    TO rx_hash_total
               MOVE saved_suspend_count TO suspend_count
           ELSE
      *    STARTING OVER AFTER AN INTERRUPTION: THE BATCH THE DEAD RUN
      *    LEFT OPEN IS CLOSED FIRST WITH A TRAILER BUILT FROM THE
           END-IF.

           PERFORM loadCourseControl.
           PERFORM loadGradingPolicy.
           PERFORM loadEnrollment.
           PERFORM loadAttendance.

               signon_fail_reason AT 0646.
           PERFORM writeSignonFail.

      *    ============================================================
      *    readRunParameters - THE RUN-PARAMETER RECORD DECIDES THE
      *    MODE BEFORE ANYTHING TOUCHES THE SCREEN.  MODE "U" RUNS THE
      *    BATCH UNATTENDED FOR THE TERM AND OPERATOR ON THE RECORD;
      *    ANY OTHER MODE, OR NO PARAMETER FILE AT ALL, IS THE USUAL
      *    ON-SCREEN RUN.
      *    ============================================================
           readRunParameters.
           MOVE "N" TO night_mode.
           OPEN INPUT RUN-PARM-FILE.

           IF rp-file-status NOT = "35"
               READ RUN-PARM-FILE
                   AT END MOVE SPACES TO RUN-PARM-REC
               END-READ
               IF RP-MODE-UNATTENDED
                   MOVE "Y" TO night_mode
                   MOVE RP-TERM-ID     TO parm_term_id
                   MOVE RP-OPERATOR-ID TO parm_operator_id
               END-IF
               CLOSE RUN-PARM-FILE
           END-IF.

           IF (night_mode = "Y") AND (parm_term_id = SPACES)
               MOVE "*** RUN PARAMETER RECORD CARRIES NO TERM ***"
                   TO abort_message
               PERFORM abortRun
           END-IF.

      *    ============================================================
      *    nightSignon - THE UNATTENDED RUN HAS NOBODY TO KEY A
      *    PASSWORD, SO THE OPERATOR NAMED ON THE RUN-PARAMETER RECORD
      *    ANSWERS FOR IT, AND MUST BE ON THE OPERATOR MASTER WITH THE
      *    SAME CORRECTIONS-LEVEL (3) AUTHORIZATION THE SCREEN RUN
      *    DEMANDS.  A REFUSAL IS AUDITED LIKE A FAILED SIGN-ON AND THE
      *    RUN ENDS AS FAILED.
      *    ============================================================
           nightSignon.
           PERFORM loadOperators.
           MOVE "N" TO signon_ok.
           MOVE parm_operator_id TO signon_id.
           PERFORM findOperator.

           IF oper_found NOT = "Y"
               MOVE "UNKNOWN OPERATOR ID" TO signon_fail_reason
           ELSE
               IF op_t_auth_level(oper_match_sub) LESS THAN 3
                   MOVE "LEVEL TOO LOW" TO signon_fail_reason
               ELSE
                   MOVE "Y" TO signon_ok
                   MOVE signon_id TO operator_id
               END-IF
           END-IF.

           IF signon_ok NOT = "Y"
               PERFORM writeSignonFail
               CLOSE AUDIT-FILE
               MOVE SPACES TO abort_message
               STRING "*** RUN OPERATOR " signon_id " REFUSED - "
                   signon_fail_reason " ***" DELIMITED BY SIZE
                   INTO abort_message
               PERFORM abortRun
           END-IF.

      *    ============================================================
      *    abortRun - EVERY FATAL STOP ENDS HERE WITH RETURN CODE 12,
      *    SO THE SCHEDULE SEES A FAILED RUN AND NOT A CLEAN ONE.  ON
      *    THE SCREEN RUN THE MESSAGE IS HELD UNTIL THE OPERATOR HAS
      *    READ IT; UNATTENDED IT GOES TO THE JOB LOG.  THE CALLER HAS
      *    ALREADY CLOSED WHATEVER IT HAD OPEN.
      *    ============================================================
           abortRun.
           MOVE 12 TO RETURN-CODE.
           IF night_mode = "Y"
               DISPLAY abort_message
           ELSE
               DISPLAY abort_message AT 0115
               ACCEPT exit_cmd AT 2015
           END-IF.
           STOP RUN.

      *    ============================================================
      *    loadOperators - THE OPERATOR MASTER LOADS INTO A TABLE FOR
      *    THE SIGN-ON CHECK.  NO MASTER FILE MEANS NOBODY CAN SIGN
           OPEN INPUT OPERATOR-FILE.

           IF op-file-status = "35"
               CLOSE AUDIT-FILE
               MOVE "*** NO OPERATOR MASTER FILE - CANNOT SIGN ON ***"
                   TO abort_message
               PERFORM abortRun
           END-IF.

           PERFORM readOperatorRecord.

           addOperatorEntry.
           IF oper_count NOT LESS THAN 50
               CLOSE OPERATOR-FILE
               CLOSE AUDIT-FILE
               MOVE SPACES TO abort_message
               STRING "*** OPERATOR MASTER EXCEEDS 50 ENTRIES - "
                   "INCREASE TABLE SIZE ***" DELIMITED BY SIZE
                   INTO abort_message
               PERFORM abortRun
           END-IF.

           ADD 1 TO oper_count.
           CLOSE RUN-REGISTER-FILE.

           MOVE run_no TO hr_run_no.
           IF night_mode NOT = "Y"
               DISPLAY "Run number : " AT 0185 run_no AT 0198
           END-IF.

      *    ============================================================
      *    writeRunLogStart / writeRunLogEnd - ONE "S" EVENT WHEN THE
               GO TO promptTermId
           END-IF.

      *    ============================================================
      *    checkTermCalendar - THE TERM MUST BE ON THE TERM CALENDAR
      *    (TERMCALF) AND IN GRADING, AND A FRESH RUN MUST FALL INSIDE
      *    THE TERM'S GRADING WINDOW, SO A MISTYPED TERM NEVER OPENS A
      *    PHANTOM TERM IN GRDHISTF AND NOTHING POSTS INTO A TERM THAT
      *    IS CLOSED OR ALREADY ARCHIVED.  A RESUMED RUN ONLY NEEDS THE
      *    TERM STILL IN GRADING - IT IS FINISHING A BATCH STARTED
      *    INSIDE THE WINDOW.  ON THE SCREEN A REFUSED TERM IS KEYED
      *    AGAIN; A RESUMED OR UNATTENDED RUN ENDS AS FAILED.  NO
      *    CALENDAR FILE MEANS NO TERM CAN BE CHECKED - THE RUN FAILS
      *    CLOSED.
      *    ============================================================
           checkTermCalendar.
           MOVE SPACES TO term_refusal.
           OPEN INPUT TERM-CAL-FILE.

           IF tm-file-status = "35"
               CLOSE AUDIT-FILE
               MOVE "*** NO TERM CALENDAR FILE - RUN REFUSED ***"
                   TO abort_message
               PERFORM abortRun
           END-IF.

           MOVE term_id TO TM-TERM-ID.
           READ TERM-CAL-FILE
               INVALID KEY
                   MOVE "NOT ON THE TERM CALENDAR" TO term_refusal
           END-READ.

           IF term_refusal = SPACES
               IF NOT TM-IS-GRADING
                   MOVE "TERM IS NOT IN GRADING" TO term_refusal
               ELSE
                   IF (restart_pending NOT = "Y")
                       AND ((actual_date < TM-GRADE-FROM-DATE)
                       OR (actual_date > TM-GRADE-TO-DATE))
                       MOVE "OUTSIDE THE GRADING WINDOW"
                           TO term_refusal
                   END-IF
               END-IF
           END-IF.

           CLOSE TERM-CAL-FILE.

           IF term_refusal = SPACES
               GO TO checkTermDone
           END-IF.

           IF (night_mode NOT = "Y") AND (restart_pending NOT = "Y")
               DISPLAY "*** term refused: " AT 0325
                   term_refusal AT 0343
               PERFORM promptTermId
               GO TO checkTermCalendar
           END-IF.

           CLOSE AUDIT-FILE.
           MOVE SPACES TO abort_message.
           STRING "*** TERM " term_id " REFUSED - " term_refusal
               " ***" DELIMITED BY SIZE INTO abort_message.
           PERFORM abortRun.

           checkTermDone.
           EXIT.

      *    ============================================================
      *    readCheckpoint - LOOKS FOR A CHECKPOINT LEFT BEHIND BY AN
      *    INTERRUPTED RUN.  A NORMALLY-COMPLETED RUN CLEARS THE
                   MOVE CK-EXTRACT-COUNT   TO saved_extract_count
                   MOVE CK-HASH-TOTAL      TO saved_hash_total
                   MOVE CK-TERM-ID         TO saved_term_id
                   MOVE CK-SUSPEND-COUNT   TO saved_suspend_count
                   MOVE "Y" TO restart_pending
               END-IF
               CLOSE CHECKPOINT-FILE
               MOVE "Y" TO start_over
           END-IF.

      *    ============================================================
      *    nightRestartMode - WITH NOBODY TO ASK, AN INTERRUPTED RUN IS
      *    ALWAYS RESUMED, BUT ONLY FOR THE TERM IT WAS RUNNING UNDER.
      *    A CHECKPOINT FOR ANOTHER TERM THAN THE ONE ON THE
      *    RUN-PARAMETER RECORD IS LEFT UNTOUCHED AND THE RUN FAILS,
      *    RATHER THAN GUESS WHICH OF THE TWO THE OFFICE MEANT.
      *    ============================================================
           nightRestartMode.
           IF saved_term_id NOT = parm_term_id
               CLOSE AUDIT-FILE
               MOVE SPACES TO abort_message
               STRING "*** CHECKPOINT IS FOR TERM " saved_term_id
                   " NOT " parm_term_id " - NOT RESUMED ***"
                   DELIMITED BY SIZE INTO abort_message
               PERFORM abortRun
           END-IF.

      *    ============================================================
      *    openSuspenseFile - THE SUSPENSE FILE ACCUMULATES UNTIL THE
      *    DESK HAS WORKED IT; EVERY RECORD CARRIES ITS RUN NUMBER, SO
      *    ONE NIGHT'S CASES ARE PULLED APART FROM ANOTHER'S.
      *    ============================================================
           openSuspenseFile.
           OPEN EXTEND SUSPENSE-FILE.
           IF su-file-status = "35"
               OPEN OUTPUT SUSPENSE-FILE
           END-IF.

      *    ============================================================
      *    restartSkip - RESUME MODE.  ROLLS THE BATCH INPUT FORWARD
      *    PAST THE LAST STUDENT THE INTERRUPTED RUN COMMITTED, SO NO
               MOVE ZERO TO restart_skip_count
               PERFORM skipCommittedStudent
                   UNTIL restart_done = "Y" OR end_of_file = "Y"
               IF night_mode NOT = "Y"
                   DISPLAY "Records skipped on restart : " AT 0525
                       restart_skip_count AT 0560
               END-IF
           END-IF.

      *    THE CHECKPOINT STUDENT MISSING FROM THE INPUT MEANS THE
      *    THE TRAILER AND WITHOUT CLEARING THE CHECKPOINT, SO THE
      *    OPERATOR CAN MOUNT THE RIGHT FILE AND STILL RESUME.
           IF (restart_pending = "Y") AND (restart_done NOT = "Y")
               PERFORM closeFiles
               MOVE SPACES TO abort_message
               STRING "*** CHECKPOINT STUDENT NOT IN BATCH FILE - "
                   "MOUNT THE RIGHT FILE ***"
                   DELIMITED BY SIZE INTO abort_message
               PERFORM abortRun
           END-IF.

           skipCommittedStudent.

           addCourseCtlEntry.
           IF course_ctl_count NOT LESS THAN 20
               CLOSE COURSE-CTL-FILE
               PERFORM closeFiles
               MOVE SPACES TO abort_message
               STRING "*** COURSE CONTROL FILE EXCEEDS 20 ENTRIES - "
                   "INCREASE TABLE SIZE ***" DELIMITED BY SIZE
                   INTO abort_message
               PERFORM abortRun
           END-IF.

           ADD 1 TO course_ctl_count.
           END-IF.

      *    ============================================================
      *    loadGradingPolicy - READS THE GRADING POLICY FILE INTO A
      *    TABLE.  A LINE WITH A NON-NUMERIC VALUE OR AN EXAM WEIGHT
      *    OVER 100 STOPS THE RUN - GRADING A CLASS UNDER A POLICY
      *    THAT WAS MIS-KEYED IS WORSE THAN NOT GRADING IT TONIGHT.  A
      *    MISSING FILE LEAVES THE TABLE EMPTY AND EVERY STUDENT IS
      *    GRADED UNDER THE STANDING RULES.
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
               CLOSE GRADING-POLICY-FILE
               PERFORM closeFiles
               MOVE SPACES TO abort_message
               STRING "*** GRADING POLICY LINE " GP-COURSE-ID " "
                   GP-EFFECTIVE-TERM " IS NOT VALID ***"
                   DELIMITED BY SIZE INTO abort_message
               PERFORM abortRun
           END-IF.

           IF policy_count NOT LESS THAN 50
               CLOSE GRADING-POLICY-FILE
               PERFORM closeFiles
               MOVE SPACES TO abort_message
               STRING "*** GRADING POLICY FILE EXCEEDS 50 ENTRIES - "
                   "INCREASE TABLE SIZE ***" DELIMITED BY SIZE
                   INTO abort_message
               PERFORM abortRun
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
      *    policy_for_course IN TERM policy_for_term: THE COURSE'S OWN
      *    LINE WITH THE LATEST EFFECTIVE TERM NOT AFTER IT, ELSE THE
      *    GENERAL ("*****") LINE PICKED THE SAME WAY, ELSE THE
      *    STANDING RULES, STAMPED AS COURSE "*****" FROM TERM
      *    "000000".  THE KEY OF THE LINE USED IS LEFT IN
      *    policy_course_id/policy_eff_term FOR THE HISTORY RECORD.
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
      *    loadEnrollment - COPIES THE ENROLLMENT MASTER INTO A KEYED
      *    WORK FILE SO EACH STUDENT CAN BE VALIDATED AGAINST THE
      *    COURSE ON THE BATCH RECORD BY A DIRECT READ, WHATEVER THE
      *    NUMBER OF ENROLLMENTS.  DROPPED ENTRIES GO IN TOO - A DROP
      *    BLOCKS GRADING FOR THAT COURSE AND THE MESSAGE SHOULD SAY
      *    SO, NOT "NOT ENROLLED".  A REPEATED STUDENT+COURSE KEEPS
      *    ITS FIRST LINE.
      *    ============================================================
           loadEnrollment.
           MOVE "N" TO enroll_eof.
           OPEN OUTPUT ENROLL-WORK-FILE.
           OPEN INPUT ENROLL-FILE.
           PERFORM readEnrollRecord.
           PERFORM addEnrollEntry UNTIL enroll_eof = "Y".
           CLOSE ENROLL-FILE.
           CLOSE ENROLL-WORK-FILE.
           OPEN INPUT ENROLL-WORK-FILE.

           readEnrollRecord.
           READ ENROLL-FILE
           END-READ.

           addEnrollEntry.
           MOVE EN-STUDENT-ID   TO EK-STUDENT-ID.
           MOVE EN-COURSE-ID    TO EK-COURSE-ID.
           MOVE EN-STUDENT-NAME TO EK-STUDENT-NAME.
           MOVE EN-STATUS       TO EK-STATUS.
           WRITE ENROLL-WORK-REC
               INVALID KEY CONTINUE
           END-WRITE.
           PERFORM readEnrollRecord.

      *    ============================================================
      *    loadAttendance - ABSENCE HOURS EXPORTED BY THE TIMEKEEPING
      *    SYSTEM, COPIED INTO A KEYED WORK FILE SO skippingHours CAN
      *    USE THEM AS THE AUTHORITATIVE SOURCE INSTEAD OF THE
      *    HAND-KEYED VALUE.  WITH NO FEED FILE AT ALL THE WORK FILE
      *    STAYS EMPTY AND THE RUN FALLS BACK TO THE KEYED HOURS, AS
      *    BEFORE.
      *    ============================================================
           loadAttendance.
           MOVE "N" TO attend_eof.
           MOVE ZERO TO attend_count.
           OPEN OUTPUT ATTEND-WORK-FILE.
           OPEN INPUT ATTEND-FILE.

           IF af-file-status = "35"
               CLOSE ATTEND-FILE
           END-IF.

           CLOSE ATTEND-WORK-FILE.
           OPEN INPUT ATTEND-WORK-FILE.

           readAttendRecord.
           READ ATTEND-FILE
               AT END MOVE "Y" TO attend_eof
           END-READ.

           addAttendEntry.
           ADD 1 TO attend_count.
           MOVE AF-STUDENT-ID    TO AK-STUDENT-ID.
           MOVE AF-FAULTY-HOURS  TO AK-FAULTY-HOURS.
           WRITE ATTEND-WORK-REC
               INVALID KEY CONTINUE
           END-WRITE.
           PERFORM readAttendRecord.

      *    ============================================================
      *    AND LEAVES THE ABSENCE HOURS IN feed_hours.
      *    ============================================================
           lookupAttendance.
           MOVE student_id TO AK-STUDENT-ID.
           READ ATTEND-WORK-FILE
               INVALID KEY
                   MOVE "N" TO attend_found
               NOT INVALID KEY
                   MOVE "Y" TO attend_found
                   MOVE AK-FAULTY-HOURS TO feed_hours
           END-READ.

      *    ============================================================
      *    readNextStudent - PRIMING/NEXT READ OF THE BATCH INPUT FILE.

           MOVE SI-STUDENT-ID   TO student_id.
           MOVE SI-STUDENT-NAME TO student_name.
           MOVE SI-COURSE-ID    TO course_id.

           IF night_mode NOT = "Y"
               DISPLAY SPACE AT 0315 SPACE AT 0340
               DISPLAY "_________________________________________"
                   AT 0215
               DISPLAY "Evaluating student: " AT 0315 student_name
                   AT 0345
           END-IF.

      *    UNATTENDED, EACH REJECTION BELOW GOES TO THE SUSPENSE FILE
      *    WITH ITS REASON CODE INSTEAD OF A MESSAGE NOBODY WILL READ.
           IF (student_name IS NOT ALPHABETIC) OR
      -         (student_name IS EQUAL TO SPACES)
               MOVE "NM" TO suspend_reason
               MOVE "INVALID STUDENT NAME ON INPUT RECORD"
                   TO suspend_text
               IF night_mode = "Y"
                   GO TO suspendStudent
               END-IF
               DISPLAY "Invalid student name on input record" AT 0340
               GO TO skipStudent
           END-IF.

           PERFORM validateEnrollment.

      *    THE MATCH IS BY STUDENT AND COURSE: BEING ENROLLED IN SOME
      *    OTHER COURSE NO LONGER GETS A STUDENT GRADED UNDER THIS
      *    ONE, AND A DROPPED ENROLLMENT BLOCKS THIS COURSE ONLY.
           IF enroll_found NOT = "Y"
               MOVE "EN" TO suspend_reason
               MOVE "NO ENROLLMENT IN THIS COURSE ON ENROLLF"
                   TO suspend_text
               IF night_mode = "Y"
                   GO TO suspendStudent
               END-IF
               DISPLAY "Student not enrolled in this course - rejected"
                   AT 0340
               GO TO skipStudent
           END-IF.

           IF EK-STUDENT-NAME NOT = student_name
               MOVE "NM" TO suspend_reason
               MOVE "NAME DOES NOT MATCH THE ENROLLMENT"
                   TO suspend_text
               IF night_mode = "Y"
                   GO TO suspendStudent
               END-IF
               DISPLAY "Name does not match the enrollment - rejected"
                   AT 0340
               GO TO skipStudent
           END-IF.

           IF EK-STATUS NOT = "A"
               MOVE "ED" TO suspend_reason
               MOVE "ENROLLMENT NOT ACTIVE - GRADING BLOCKED"
                   TO suspend_text
               IF night_mode = "Y"
                   GO TO suspendStudent
               END-IF
               DISPLAY "Enrollment dropped - grading blocked" AT 0340
               GO TO skipStudent
           END-IF.
      *    THE WHOLE RUN USES THE OLD FOUR-EQUAL-GRADES SCHEME.
           IF (course_ctl_count NOT = ZERO)
               AND (course_ctl_found NOT = "Y")
               MOVE "CC" TO suspend_reason
               MOVE "COURSE NOT ON CONTROL FILE (CRSECTLF)"
                   TO suspend_text
               IF night_mode = "Y"
                   GO TO suspendStudent
               END-IF
               DISPLAY "Course not on control file - rejected" AT 0440
               GO TO skipStudent
           END-IF.

      *    THE HOURS LIMIT, PENALTY AND PASS MARK ARE THE ONES IN
      *    FORCE FOR THIS COURSE IN THE TERM BEING GRADED.
           MOVE course_id TO policy_for_course.
           MOVE term_id   TO policy_for_term.
           PERFORM lookupGradingPolicy.

      *      ======== ACCEPTING GRADES AND CHECKING THE VALUES =====          *
      *    A GRADE OUT OF RANGE WOULD BE CLAMPED AND HELD FOR REVIEW
      *    ON THE SCREEN RUN; UNATTENDED THE RECORD IS SUSPENDED.
           firstGrade.
           MOVE SI-GRADE-1 TO first_grade.
           IF night_mode NOT = "Y"
               DISPLAY "Insert first grade : " AT 0615 first_grade
                   AT 0636
           END-IF.

           IF (first_grade GREATER THAN 20) OR (first_grade LESS THAN 0)
               IF night_mode = "Y"
                   GO TO suspendGrade
               END-IF
               DISPLAY "*** out of range, see review screen ***" AT 0660
               MOVE 0 TO first_grade
               MOVE "Y" TO review_needed

           secondGrade.
           MOVE SI-GRADE-2 TO second_grade.
           IF night_mode NOT = "Y"
               DISPLAY "Insert second grade : " AT 0815 second_grade
                   AT 0836
           END-IF.

           IF (second_grade > 20) OR (second_grade LESS THAN 0)
               IF night_mode = "Y"
                   GO TO suspendGrade
               END-IF
               DISPLAY "*** out of range, see review screen ***" AT 0860
               MOVE 0 TO second_grade
               MOVE "Y" TO review_needed

           thirdGrade.
           MOVE SI-GRADE-3 TO third_grade.
           IF night_mode NOT = "Y"
               DISPLAY "Insert third grade : " AT 1015 third_grade
                   AT 1036
           END-IF.

           IF (third_grade GREATER THAN 20) OR (third_grade LESS THAN 0)
               IF night_mode = "Y"
                   GO TO suspendGrade
               END-IF
               DISPLAY "*** out of range, see review screen ***" AT 1060
               MOVE 0 TO third_grade
               MOVE "Y" TO review_needed

           fourthGrade.
           MOVE SI-GRADE-4 TO fourth_grade.
           IF night_mode NOT = "Y"
               DISPLAY "Insert fourth grade : " AT 1215 fourth_grade
                   AT 1236
           END-IF.

           IF (fourth_grade > 20) OR (fourth_grade LESS THAN 0)
               IF night_mode = "Y"
                   GO TO suspendGrade
               END-IF
               DISPLAY "*** out of range, see review screen ***" AT 1260
               MOVE 0 TO fourth_grade
               MOVE "Y" TO review_needed

           fifthGrade.
           MOVE SI-GRADE-5 TO fifth_grade.
           IF night_mode NOT = "Y"
               DISPLAY "Insert fifth grade : " AT 1315 fifth_grade
                   AT 1336
           END-IF.

           IF (fifth_grade > 20) OR (fifth_grade LESS THAN 0)
               IF night_mode = "Y"
                   GO TO suspendGrade
               END-IF
               DISPLAY "*** out of range, see review screen ***" AT 1360
               MOVE 0 TO fifth_grade
               MOVE "Y" TO review_needed
      *    ================ HOURS THE STUDENT SKIPPED ===============
      *    THE TIMEKEEPING FEED IS THE AUTHORITATIVE SOURCE: A KEYED
      *    VALUE THAT DISAGREES WITH IT (THE MOST DAMAGING TYPO WE
      *    HAVE - OVER THE POLICY HOURS LIMIT IS STRAIGHT ADMIN FAIL)
      *    IS AN EXCEPTION HELD ON THE REVIEW SCREEN, NOT TRUSTED.
           skippingHours.
           MOVE SI-FAULTY-HOURS TO faulty_hours.

           IF attend_found = "Y"
               IF faulty_hours NOT = feed_hours
                   MOVE "AM" TO suspend_reason
                   MOVE "KEYED HOURS DISAGREE WITH ATTENDANCE FEED"
                       TO suspend_text
                   IF night_mode = "Y"
                       GO TO suspendStudent
                   END-IF
                   DISPLAY "*** keyed hours disagree with attendance "
                       "feed - see review screen ***" AT 1460
                   MOVE "Y" TO review_needed
               MOVE feed_hours TO faulty_hours
           ELSE
               IF attend_count NOT = ZERO
                   MOVE "AF" TO suspend_reason
                   MOVE "STUDENT NOT ON ATTENDANCE FEED"
                       TO suspend_text
                   IF night_mode = "Y"
                       GO TO suspendStudent
                   END-IF
                   DISPLAY "*** not on attendance feed - keyed hours "
                       "used, see review screen ***" AT 1460
                   MOVE "Y" TO review_needed
               END-IF
           END-IF.

           IF night_mode NOT = "Y"
               DISPLAY "Hours the student skipped : " AT 1415
                   faulty_hours AT 1455
           END-IF.
           COMPUTE faulty_dec = (faulty_hours * penalty_per_hour).

      *    ================ PRE-COMMIT REVIEW/CORRECTION SCREEN ======
      *    UNATTENDED THERE IS NO REVIEW SCREEN.  THE ONE CHECK LEFT
      *    BEFORE COMMITTING IS THE RE-GRADE SEQUENCE: A STUDENT AND
      *    TERM ALREADY AT 99 WOULD STOP THE SCREEN RUN, SO IT IS
      *    SUSPENDED HERE BEFORE ANY OUTPUT RECORD IS WRITTEN.
           reviewScreen.
           IF night_mode = "Y"
               PERFORM findCurrentHistory
               IF high_seq NOT LESS THAN 99
                   MOVE "SQ" TO suspend_reason
                   MOVE "RE-GRADE SEQUENCE ALREADY AT 99"
                       TO suspend_text
                   GO TO suspendStudent
               END-IF
               GO TO computeAverage
           END-IF.

           DISPLAY SPACE ERASE EOS.
           DISPLAY "______________ REVIEW BEFORE COMMIT _______________"
               AT 1315.
           MOVE average to avg_masked.

      *      ================= HOURS VS AVERAGE ====================
           IF (faulty_hours > hours_limit)
               MOVE "A" TO final_status
               ADD 1 TO admin_fail_count
               IF night_mode NOT = "Y"
                   DISPLAY "Average of the student: " AT 1515
                       avg_masked AT 1540
               END-IF
               PERFORM writeHistory
               PERFORM writeRegistrar
               PERFORM printTranscript
           ELSE
               IF (faulty_dec > average)
                COMPUTE faulty_masked = (average - faulty_dec)
                IF night_mode NOT = "Y"
                 DISPLAY "Student failed after skipping classes"
                     AT 1515
                 DISPLAY " - " AT 1560 faulty_masked at 1562
                END-IF
                MOVE "S" TO final_status
                ADD 1 TO skip_fail_count
                PERFORM writeHistory
                GO TO BUBAY
           END-IF.

           IF night_mode NOT = "Y"
               DISPLAY "Average of the student: " AT 1515 avg_masked
                   AT 1540
               DISPLAY "_________________________________________"
                   AT 1615
           END-IF.

      *        ======== VERIFIES IF THE AVG ============
           IF (average < pass_mark)
               IF night_mode NOT = "Y"
                   DISPLAY "FAILED THE YEAR" AT 1715
               END-IF
               GO TO exam
           ELSE
               IF night_mode NOT = "Y"
                   DISPLAY "CONGRATULATIONS YOU PASSED" AT 1715
               END-IF
               MOVE "P" TO final_status
               ADD 1 TO passed_count
               ADD 1 TO graded_count
      *    RESULTS FILE ARRIVES, DAYS LATER, AS ITS OWN BATCH.
           exam.
           ADD 1 TO exam_count.
           IF night_mode NOT = "Y"
               DISPLAY "Sent to recovery exam - result comes in with"
                   AT 1815
               DISPLAY "the resit run" AT 1915
           END-IF.

           MOVE "E" TO final_status.
           PERFORM writeHistory.
           GO TO BUBAY.

           skull.
           IF night_mode = "Y"
               GO TO BUBAY
           END-IF.

           DISPLAY SPACE ERASE EOS.
           DISPLAY "YOU FAILED, LOSER!" AT 0115.

           BUBAY.
           PERFORM writeCheckpoint.
           IF (review_needed = "Y") AND (night_mode NOT = "Y")
               ACCEPT exit_cmd at 2015
           END-IF.
           PERFORM readNextStudent.

           GO TO studentDone.

      *    ============================================================
      *    suspendGrade / suspendStudent - UNATTENDED MODE ONLY.  THE
      *    RECORD THAT WOULD HAVE WAITED FOR SOMEONE AT THE SCREEN IS
      *    WRITTEN TO THE SUSPENSE FILE WITH ITS REASON AND NOTHING
      *    ELSE IS COMMITTED FOR IT.  THE CHECKPOINT STILL MOVES PAST
      *    IT, SO A RESUMED RUN DOES NOT SUSPEND THE SAME RECORD TWICE.
      *    ============================================================
           suspendGrade.
           MOVE "GR" TO suspend_reason.
           MOVE "GRADE OUT OF RANGE (0-20)" TO suspend_text.

           suspendStudent.
           PERFORM writeSuspense.
           PERFORM writeCheckpoint.
           PERFORM readNextStudent.
           GO TO studentDone.

      *    ============================================================
      *    skipStudent - THE ENTERED NAME WAS INVALID OR THE STUDENT
      *    IS NOT ACTIVELY ENROLLED IN THE COURSE ON THE RECORD.  NO
           EXIT.

      *    ============================================================
      *    validateEnrollment - READS THE CURRENT student_id/course_id
      *    PAIR FROM THE KEYED ENROLLMENT WORK FILE BUILT AT
      *    INITIALIZE TIME AND LEAVES THE RECORD IN ENROLL-WORK-REC
      *    FOR THE NAME AND STATUS CHECKS.
      *    ============================================================
           validateEnrollment.
           MOVE student_id TO EK-STUDENT-ID.
           MOVE course_id  TO EK-COURSE-ID.
           READ ENROLL-WORK-FILE
               INVALID KEY MOVE "N" TO enroll_found
               NOT INVALID KEY MOVE "Y" TO enroll_found
           END-READ.

      *    ============================================================
      *    correctField - APPLIES ONE OPERATOR CORRECTION FROM THE
           DISPLAY "New hours skipped : " AT 2215.
           ACCEPT faulty_hours AT 2245.
           MOVE faulty_hours TO audit_new_value.
           COMPUTE faulty_dec = (faulty_hours * penalty_per_hour).

      *    ============================================================
      *    writeAudit - ONE AUDIT RECORD PER CORRECTION MADE ON THE
      *    ONCE THE STUDENT'S HISTORY HAS BEEN SORTED OUT.
           COMPUTE GH-SEQ-NO = high_seq + 1
               ON SIZE ERROR
                   PERFORM closeFiles
                   MOVE SPACES TO abort_message
                   STRING "*** RE-GRADE SEQUENCE LIMIT (99) REACHED "
                       "FOR " student_id " ***" DELIMITED BY SIZE
                       INTO abort_message
                   PERFORM abortRun
           END-COMPUTE.
           MOVE student_name    TO GH-STUDENT-NAME.
           MOVE first_grade     TO GH-GRADE-1.
           MOVE "N"             TO GH-SUPERSEDED.
           MOVE "N"             TO GH-POSTED-DOWNSTREAM.
           MOVE run_no          TO GH-RUN-NO.
           MOVE policy_course_id TO GH-POL-COURSE-ID.
           MOVE policy_eff_term  TO GH-POL-EFF-TERM.
           MOVE hours_limit      TO GH-POL-HOURS-LIMIT.
           MOVE penalty_per_hour TO GH-POL-PENALTY.
           MOVE pass_mark        TO GH-POL-PASS-MARK.
           MOVE exam_weight      TO GH-POL-EXAM-WEIGHT.
           WRITE GRADE-HIST-REC
               INVALID KEY
                   IF night_mode = "Y"
                       DISPLAY "*** HISTORY WRITE REJECTED FOR "
                           student_id
                   ELSE
                       DISPLAY "*** HISTORY WRITE REJECTED FOR "
                           AT 2215 student_id AT 2247
                   END-IF
           END-WRITE.

      *    ============================================================
               class_avg_masked AT 0845.
           ACCEPT exit_cmd AT 2015.

      *    ============================================================
      *    showNightTotals - THE UNATTENDED RUN HAS NO SCREEN, SO THE
      *    SESSION TOTALS AND THE SUSPENSE COUNT GO TO THE JOB LOG FOR
      *    THE MORNING CHECK, THE WAY THE OTHER BATCH RUNS REPORT.
      *    ============================================================
           showNightTotals.
           IF graded_count > ZERO
               COMPUTE class_avg_masked = class_average_total
                   / graded_count
           ELSE
               MOVE ZERO TO class_avg_masked
           END-IF.

           DISPLAY "UNATTENDED GRADING RUN TOTALS - RUN " run_no
               " TERM " term_id.
           DISPLAY "Students passed .........: " passed_count.
           DISPLAY "Students sent to exam ...: " exam_count.
           DISPLAY "Administrative fails ....: " admin_fail_count.
           DISPLAY "Excess-absence fails ....: " skip_fail_count.
           DISPLAY "Class average ...........: " class_avg_masked.
           DISPLAY "Records suspended .......: " suspend_count.

      *    ============================================================
      *    writeSuspense - ONE SUSPENSE RECORD PER INPUT RECORD HELD
      *    OUT OF THE UNATTENDED RUN, WITH THE UNTOUCHED INPUT IMAGE SO
      *    THE CORRECTED RECORD CAN BE FED TO THE NEXT BATCH AS IT IS.
      *    ============================================================
           writeSuspense.
           MOVE SPACES          TO SUSPENSE-REC.
           MOVE SI-STUDENT-ID   TO SU-STUDENT-ID.
           MOVE SI-COURSE-ID    TO SU-COURSE-ID.
           MOVE term_id         TO SU-TERM-ID.
           MOVE suspend_reason  TO SU-REASON-CODE.
           MOVE suspend_text    TO SU-REASON-TEXT.
           MOVE SI-FAULTY-HOURS TO SU-KEYED-HOURS.
           IF SU-HOURS-MISMATCH
               MOVE feed_hours  TO SU-FEED-HOURS
           ELSE
               MOVE ZERO        TO SU-FEED-HOURS
           END-IF.
           MOVE run_no          TO SU-RUN-NO.
           MOVE ac_year         TO SU-YEAR.
           MOVE ac_month        TO SU-MONTH.
           MOVE ac_day          TO SU-DAY.
           MOVE STUDENT-IN-REC  TO SU-INPUT-IMAGE.
           WRITE SUSPENSE-REC.
           ADD 1 TO suspend_count.

      *    ============================================================
      *    writeCheckpoint - TAKEN AFTER EVERY STUDENT WHOSE OUTPUT
      *    RECORDS HAVE BEEN COMMITTED.  THE FILE IS OPENED, WRITTEN
           MOVE rx_detail_count TO CK-EXTRACT-COUNT.
           MOVE rx_hash_total   TO CK-HASH-TOTAL.
           MOVE term_id         TO CK-TERM-ID.
           MOVE suspend_count   TO CK-SUSPEND-COUNT.
           WRITE CHECKPOINT-REC.
           CLOSE CHECKPOINT-FILE.

           MOVE ZERO TO CK-EXTRACT-COUNT.
           MOVE ZERO TO CK-HASH-TOTAL.
           MOVE SPACES TO CK-TERM-ID.
           MOVE ZERO TO CK-SUSPEND-COUNT.
           WRITE CHECKPOINT-REC.
           CLOSE CHECKPOINT-FILE.

           closeFiles.
           CLOSE STUDENT-FILE.
           CLOSE GRADE-HIST-FILE.
           CLOSE ENROLL-WORK-FILE.
           CLOSE ATTEND-WORK-FILE.
           CLOSE REGISTRAR-FILE.
           CLOSE TRANSCRIPT-FILE.
           CLOSE AUDIT-FILE.
           IF night_mode = "Y"
               CLOSE SUSPENSE-FILE
           END-IF.

       END PROGRAM PROD0V0.
