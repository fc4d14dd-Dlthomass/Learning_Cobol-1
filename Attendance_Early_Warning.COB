      *=======================================================================*
       IDENTIFICATION DIVISION.
      *=======================================================================*
       PROGRAM-ID. PROD0H0.
      *************************************************************************
      *************************************************************************
      *************************************************************************
      *                           IEFP SOLUTIONS                              *
      *DATA:            15/10/2026                                            *
      *PROGRAMADOR:     Marco Silva                                           *
      *OBJECTIVO:                                                             *
      *               ESTE PROGRAMA E O ALERTA SEMANAL DE ASSIDUIDADE:        *
      *              CRUZA O FICHEIRO DE FALTAS (ATTENDF) COM AS              *
      *               INSCRICOES ACTIVAS (ENROLLF) E, PELO LIMITE DE          *
      *              HORAS DA POLITICA DE CLASSIFICACAO DE CADA CURSO         *
      *               (GRDPOLF), POE CADA FORMANDO NUMA FAIXA DE RISCO        *
      *              (A 10 HORAS DO LIMITE, A 5 HORAS, JA ACIMA DO            *
      *               LIMITE) COM AS HORAS QUE AINDA LHE RESTAM ANTES DE      *
      *              UM "A" AUTOMATICO.  GRAVA O FICHEIRO DE AVISOS PARA      *
      *               OS TUTORES, ACRESCENTA A FOTOGRAFIA DA SEMANA           *
      *              (EWSNAPF) E ASSINALA NA LISTAGEM POR CURSO QUEM          *
      *               PASSOU PARA UMA FAIXA PIOR DESDE A SEMANA ANTERIOR.     *
      *                                                                       *
      *************************************************************************
      ***************************FIM DOCUMENTAÇÃO******************************
      *************************************************************************
      *HISTORICO DE ALTERACOES                                                *
      *DATA        INIC   DESCRICAO                                          *
      *----------  -----  ------------------------------------------------   *
      *2026-10-15  MS     PROGRAMA ORIGINAL - ALERTA SEMANAL DE ASSIDUIDADE   *
      *                   POR FAIXAS DE RISCO, COM FICHEIRO DE AVISOS,        *
      *                   FOTOGRAFIA SEMANAL E NUMERO DE CORRIDA DO REGISTO   *
      *                   (RUNREGF) COM EVENTOS EM RUNLOGF.                   *
      *2026-10-15  MS     O ABORTO POR LIMITE DE TABELA PASSA A DEVOLVER O    *
      *                   CODIGO DE RETORNO 12, PARA O PASSO SEGUINTE DA      *
      *                   CADEIA NAO CORRER SOBRE DADOS INCOMPLETOS.          *
      *2026-10-15  MS     UMA LINHA INVALIDA NO FICHEIRO DE POLITICAS         *
      *                   (GRDPOLF) PASSA A TERMINAR A CORRIDA COM CODIGO DE  *
      *                   RETORNO 12.                                         *
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

           SELECT ATTEND-FILE
               ASSIGN TO ATTENDF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS af-file-status.

           SELECT ENROLL-FILE
               ASSIGN TO ENROLLF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS en-file-status.

           SELECT GRADING-POLICY-FILE
               ASSIGN TO GRDPOLF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS gp-file-status.

           SELECT RUN-PARM-FILE
               ASSIGN TO RUNPRMF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rp-file-status.

           SELECT SNAPSHOT-FILE
               ASSIGN TO EWSNAPF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ew-file-status.

           SELECT NOTIFY-FILE
               ASSIGN TO EWNOTEF
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WARNING-LIST-FILE
               ASSIGN TO EWRPTF
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

           FD  ATTEND-FILE.
               COPY ATTFEED.

           FD  ENROLL-FILE.
               COPY ENROLL.

           FD  GRADING-POLICY-FILE.
               COPY GRDPOL.

           FD  RUN-PARM-FILE.
               COPY RUNPARM.

           FD  SNAPSHOT-FILE.
               COPY EWSNAP.

           FD  NOTIFY-FILE.
               COPY EWNOTE.

           FD  WARNING-LIST-FILE.
               COPY EWRPT.

           FD  RUN-REGISTER-FILE.
               COPY RUNREG.

           FD  RUN-LOG-FILE.
               COPY RUNLOG.

      *    THE SORT FILE IS USED TWICE.  FIRST (SORT-REC) TO BRING
      *    EACH STUDENT'S FEED HOURS ("1"), LAST WEEK'S BAND PER COURSE
      *    ("2") AND ACTIVE ENROLMENTS ("3") TOGETHER - THE FEED
      *    RECORD HAS NO COURSE, SO IT SORTS FIRST.  THEN (SORT-NOTE-
      *    REC) TO PUT THE NOTIFICATIONS IN COURSE ORDER, WORST BAND
      *    FIRST, FOR THE PRINTED LIST.
           SD  SORT-WORK-FILE.
           01  SORT-REC.
               05  SR-STUDENT-ID          PIC X(05).
               05  SR-COURSE-ID           PIC X(05).
               05  SR-REC-TYPE            PIC X(01).
                   88  SR-FEED-HOURS          VALUE "1".
                   88  SR-LAST-WEEK           VALUE "2".
                   88  SR-ENROLMENT           VALUE "3".
               05  SR-STUDENT-NAME        PIC A(20).
               05  SR-HOURS               PIC 9(02).
               05  SR-BAND                PIC 9(01).
               COPY EWNOTE REPLACING LEADING ==NT-== BY ==SN-==
                   ==EARLY-WARN-REC== BY ==SORT-NOTE-REC==.

      *=======================================================================*
                           WORKING-STORAGE SECTION.

       77  attend_eof          pic x(1) value "N".
       77  enroll_eof          pic x(1) value "N".
       77  snapshot_eof        pic x(1) value "N".
       77  sort_eof            pic x(1) value "N".
       77  run_term            pic x(6) value spaces.

      *    ---- the student and course being judged off the sort -------------
       77  cur_student_id      pic x(5) value spaces.
       77  feed_hours          pic 9(2) value zero.
       77  prior_course_id     pic x(5) value spaces.
       77  prior_band          pic 9(1) value zero.
       77  risk_band           pic 9(1) value zero.
       77  hours_left          pic 9(2) value zero.
       77  penalty_so_far      pic 9(2)V99 value zero.
       77  watch_from          pic S9(3) value zero.
       77  at_risk_from        pic S9(3) value zero.
       77  band_text           pic x(10) value spaces.
       77  prior_text          pic x(10) value spaces.
       77  penalty_masked      pic z9.99.

      *    ---- last week's snapshot ------------------------------------------
       77  last_snap_run       pic 9(5) value zero.
       01  last_snap_date.
           05  ls_year         pic 9(2) value zero.
           05  ls_month        pic 9(2) value zero.
           05  ls_day          pic 9(2) value zero.

      *    ---- control break for the printed list ----------------------------
       77  list_course_id      pic x(5) value spaces.

      *    ---- run totals ----------------------------------------------------
       77  enrol_judged_count  pic 9(5) value zero.
       77  watch_count         pic 9(5) value zero.
       77  at_risk_count       pic 9(5) value zero.
       77  over_count          pic 9(5) value zero.
       77  worse_count         pic 9(5) value zero.
       77  not_on_feed_count   pic 9(5) value zero.
       77  feed_seen           pic x(1) value "N".

      *    ---- grading policy in force for the course -----------------------
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

       01  policy_table.
           05  policy_entry OCCURS 50 TIMES.
               10  pl_course_id        pic x(5).
               10  pl_eff_term         pic x(6).
               10  pl_hours_limit      pic 9(2).
               10  pl_penalty          pic 9(1)V99.
               10  pl_pass_mark        pic 9(2)V99.
               10  pl_exam_weight      pic 9(3).

      *    ---- file-status codes for OPEN EXTEND/OPEN INPUT existence checks ---
       77  af-file-status      pic x(2) value spaces.
       77  en-file-status      pic x(2) value spaces.
       77  gp-file-status      pic x(2) value spaces.
       77  rp-file-status      pic x(2) value spaces.
       77  ew-file-status      pic x(2) value spaces.

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
      *    MAINLINE - JUDGES EVERY ACTIVE ENROLMENT AGAINST THE FEED,
      *    WRITES THE NOTIFICATIONS AND THIS WEEK'S SNAPSHOT, THEN
      *    PRINTS THE NOTIFICATIONS BY COURSE.  NO OPERATOR INPUT
      *    ANYWHERE.
      *    ============================================================
           mainline.
           PERFORM initializeRun.
           PERFORM loadGradingPolicy.
           PERFORM findLastSnapshot.
           PERFORM acquireRunNumber.
           PERFORM writeRunLogStart.

           OPEN OUTPUT NOTIFY-FILE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-STUDENT-ID
                                SR-COURSE-ID
                                SR-REC-TYPE
               INPUT PROCEDURE buildSortInput
               OUTPUT PROCEDURE judgeEnrolments.
           CLOSE NOTIFY-FILE.

           OPEN OUTPUT WARNING-LIST-FILE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SN-COURSE-ID
               ON DESCENDING KEY SN-BAND
               ON ASCENDING KEY SN-STUDENT-ID
               USING NOTIFY-FILE
               OUTPUT PROCEDURE printWarningList.
           CLOSE WARNING-LIST-FILE.

           PERFORM writeRunLogEnd.
           PERFORM showRunTotals.
           STOP RUN.

      *    ============================================================
      *    initializeRun - THE TERM COMES FROM THE RUN-PARAMETER FILE
      *    WHEN THERE IS ONE, SO THE HOURS LIMIT IS THE ONE THAT WILL
      *    APPLY ON GRADING NIGHT; WITHOUT IT THE LATEST POLICY LINE
      *    OF EACH COURSE IS USED.
      *    ============================================================
           initializeRun.
           ACCEPT actual_date FROM DATE.

           MOVE SPACES TO run_term.
           OPEN INPUT RUN-PARM-FILE.
           IF rp-file-status NOT = "35"
               READ RUN-PARM-FILE
                   AT END MOVE SPACES TO RUN-PARM-REC
               END-READ
               MOVE RP-TERM-ID TO run_term
               CLOSE RUN-PARM-FILE
           END-IF.

           IF run_term = SPACES
               MOVE HIGH-VALUES TO policy_for_term
           ELSE
               MOVE run_term TO policy_for_term
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
      *    findLastSnapshot - ONE PASS OVER THE SNAPSHOT FILE FOR THE
      *    HIGHEST RUN NUMBER ON IT: LAST WEEK'S RUN.  THE FIRST RUN
      *    OF ALL HAS NOTHING TO COMPARE WITH AND FLAGS NO ONE.
      *    ============================================================
           findLastSnapshot.
           MOVE ZERO TO last_snap_run.
           MOVE "N" TO snapshot_eof.
           OPEN INPUT SNAPSHOT-FILE.

           IF ew-file-status = "35"
               MOVE "Y" TO snapshot_eof
           ELSE
               PERFORM readSnapshotRecord
               PERFORM noteSnapshotRun UNTIL snapshot_eof = "Y"
               CLOSE SNAPSHOT-FILE
           END-IF.

           readSnapshotRecord.
           READ SNAPSHOT-FILE
               AT END MOVE "Y" TO snapshot_eof
           END-READ.

           noteSnapshotRun.
           IF EW-RUN-NO > last_snap_run
               MOVE EW-RUN-NO    TO last_snap_run
               MOVE EW-RUN-YEAR  TO ls_year
               MOVE EW-RUN-MONTH TO ls_month
               MOVE EW-RUN-DAY   TO ls_day
           END-IF.
           PERFORM readSnapshotRecord.

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
      *    COMPLETE EVENTS THE OTHER RUN-STAMPED BATCHES LOG; THE
      *    DETAIL COUNT IS THE ENROLMENTS JUDGED.
      *    ============================================================
           writeRunLogStart.
           MOVE "S" TO RL-EVENT.
           MOVE ZERO TO RL-DETAIL-COUNT.
           PERFORM writeRunLogEvent.

           writeRunLogEnd.
           MOVE "C" TO RL-EVENT.
           MOVE enrol_judged_count TO RL-DETAIL-COUNT.
           PERFORM writeRunLogEvent.

           writeRunLogEvent.
           OPEN EXTEND RUN-LOG-FILE.
           IF rl-file-status = "35"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           ACCEPT actual_time FROM TIME.
           MOVE run_no      TO RL-RUN-NO.
           MOVE "PROD0H0"   TO RL-PROGRAM-ID.
           MOVE ac_year     TO RL-YEAR.
           MOVE ac_month    TO RL-MONTH.
           MOVE ac_day      TO RL-DAY.
           MOVE actual_time TO RL-LOG-TIME.
           MOVE run_term    TO RL-TERM-ID.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG-FILE.

      *    ============================================================
      *    buildSortInput - FIRST SORT INPUT PROCEDURE.  THE FEED
      *    HOURS, LAST WEEK'S SNAPSHOT AND THE ACTIVE ENROLMENTS.
      *    ============================================================
           buildSortInput.
           OPEN INPUT ATTEND-FILE.
           IF af-file-status = "35"
               DISPLAY "*** NO ATTENDANCE FEED - EVERY STUDENT IS "
                   "TAKEN AT ZERO HOURS ***"
               MOVE "Y" TO attend_eof
           ELSE
               PERFORM readAttendRecord
               PERFORM releaseAttendRecord UNTIL attend_eof = "Y"
               CLOSE ATTEND-FILE
           END-IF.

           IF last_snap_run > ZERO
               MOVE "N" TO snapshot_eof
               OPEN INPUT SNAPSHOT-FILE
               PERFORM readSnapshotRecord
               PERFORM releaseSnapshotRecord UNTIL snapshot_eof = "Y"
               CLOSE SNAPSHOT-FILE
           END-IF.

           OPEN INPUT ENROLL-FILE.
           IF en-file-status = "35"
               DISPLAY "*** NO ENROLLMENT FILE - NOTHING TO JUDGE ***"
               MOVE "Y" TO enroll_eof
           ELSE
               PERFORM readEnrollRecord
               PERFORM releaseEnrollRecord UNTIL enroll_eof = "Y"
               CLOSE ENROLL-FILE
           END-IF.

           readAttendRecord.
           READ ATTEND-FILE
               AT END MOVE "Y" TO attend_eof
           END-READ.

           releaseAttendRecord.
           MOVE AF-STUDENT-ID   TO SR-STUDENT-ID.
           MOVE SPACES          TO SR-COURSE-ID.
           MOVE "1"             TO SR-REC-TYPE.
           MOVE SPACES          TO SR-STUDENT-NAME.
           MOVE AF-FAULTY-HOURS TO SR-HOURS.
           MOVE ZERO            TO SR-BAND.
           RELEASE SORT-REC.
           PERFORM readAttendRecord.

           releaseSnapshotRecord.
           IF EW-RUN-NO = last_snap_run
               MOVE EW-STUDENT-ID   TO SR-STUDENT-ID
               MOVE EW-COURSE-ID    TO SR-COURSE-ID
               MOVE "2"             TO SR-REC-TYPE
               MOVE SPACES          TO SR-STUDENT-NAME
               MOVE EW-FAULTY-HOURS TO SR-HOURS
               MOVE EW-BAND         TO SR-BAND
               RELEASE SORT-REC
           END-IF.
           PERFORM readSnapshotRecord.

           readEnrollRecord.
           READ ENROLL-FILE
               AT END MOVE "Y" TO enroll_eof
           END-READ.

           releaseEnrollRecord.
           IF EN-IS-ACTIVE
               MOVE EN-STUDENT-ID   TO SR-STUDENT-ID
               MOVE EN-COURSE-ID    TO SR-COURSE-ID
               MOVE "3"             TO SR-REC-TYPE
               MOVE EN-STUDENT-NAME TO SR-STUDENT-NAME
               MOVE ZERO            TO SR-HOURS
               MOVE ZERO            TO SR-BAND
               RELEASE SORT-REC
           END-IF.
           PERFORM readEnrollRecord.

      *    ============================================================
      *    judgeEnrolments - FIRST SORT OUTPUT PROCEDURE.  THIS
      *    WEEK'S SNAPSHOT IS ADDED TO THE END OF THE FILE AS EACH
      *    ENROLMENT IS JUDGED.
      *    ============================================================
           judgeEnrolments.
           OPEN EXTEND SNAPSHOT-FILE.
           IF ew-file-status = "35"
               OPEN OUTPUT SNAPSHOT-FILE
           END-IF.

           MOVE SPACES TO cur_student_id.
           MOVE "N" TO sort_eof.
           PERFORM returnSortRecord.
           PERFORM takeSortRecord UNTIL sort_eof = "Y".
           CLOSE SNAPSHOT-FILE.

           returnSortRecord.
           RETURN SORT-WORK-FILE
               AT END MOVE "Y" TO sort_eof
           END-RETURN.

      *    A NEW STUDENT STARTS AT ZERO HOURS UNTIL THE FEED SAYS
      *    OTHERWISE.  LAST WEEK'S BAND FOR A COURSE SORTS JUST AHEAD
      *    OF THE ENROLMENT IT BELONGS TO.
           takeSortRecord.
           IF SR-STUDENT-ID NOT = cur_student_id
               MOVE SR-STUDENT-ID TO cur_student_id
               MOVE ZERO TO feed_hours
               MOVE "N" TO feed_seen
               MOVE SPACES TO prior_course_id
           END-IF.

           EVALUATE TRUE
               WHEN SR-FEED-HOURS
                   MOVE SR-HOURS TO feed_hours
                   MOVE "Y" TO feed_seen
               WHEN SR-LAST-WEEK
                   MOVE SR-COURSE-ID TO prior_course_id
                   MOVE SR-BAND TO prior_band
               WHEN SR-ENROLMENT
                   PERFORM judgeOneEnrolment
           END-EVALUATE.

           PERFORM returnSortRecord.

      *    ============================================================
      *    judgeOneEnrolment - AN AUTOMATIC "A" COMES WITH HOURS
      *    ABOVE THE COURSE'S LIMIT, SO AT THE LIMIT ITSELF THERE ARE
      *    NO HOURS LEFT BUT THE STUDENT IS NOT YET OVER.  THE BANDS
      *    START 10 AND 5 HOURS BELOW THE LIMIT (15 AND 20 UNDER THE
      *    STANDING 25-HOUR RULE).
      *    ============================================================
           judgeOneEnrolment.
           ADD 1 TO enrol_judged_count.
           IF feed_seen = "N"
               ADD 1 TO not_on_feed_count
           END-IF.

           IF prior_course_id NOT = SR-COURSE-ID
               MOVE ZERO TO prior_band
           END-IF.
           MOVE SPACES TO prior_course_id.

           MOVE SR-COURSE-ID TO policy_for_course.
           PERFORM lookupGradingPolicy.

           COMPUTE watch_from = hours_limit - 10.
           IF watch_from < 1
               MOVE 1 TO watch_from
           END-IF.
           COMPUTE at_risk_from = hours_limit - 5.
           IF at_risk_from < 1
               MOVE 1 TO at_risk_from
           END-IF.

           EVALUATE TRUE
               WHEN feed_hours > hours_limit
                   MOVE 3 TO risk_band
               WHEN feed_hours NOT < at_risk_from
                   MOVE 2 TO risk_band
               WHEN feed_hours NOT < watch_from
                   MOVE 1 TO risk_band
               WHEN OTHER
                   MOVE 0 TO risk_band
           END-EVALUATE.

           IF feed_hours > hours_limit
               MOVE ZERO TO hours_left
           ELSE
               COMPUTE hours_left = hours_limit - feed_hours
           END-IF.
           COMPUTE penalty_so_far = feed_hours * penalty_per_hour.

           MOVE run_no          TO EW-RUN-NO.
           MOVE ac_year         TO EW-RUN-YEAR.
           MOVE ac_month        TO EW-RUN-MONTH.
           MOVE ac_day          TO EW-RUN-DAY.
           MOVE SR-STUDENT-ID   TO EW-STUDENT-ID.
           MOVE SR-COURSE-ID    TO EW-COURSE-ID.
           MOVE feed_hours      TO EW-FAULTY-HOURS.
           MOVE risk_band       TO EW-BAND.
           WRITE EW-SNAPSHOT-REC.

           IF risk_band > ZERO
               PERFORM writeNotification
           END-IF.

           writeNotification.
           EVALUATE risk_band
               WHEN 1 ADD 1 TO watch_count
               WHEN 2 ADD 1 TO at_risk_count
               WHEN 3 ADD 1 TO over_count
           END-EVALUATE.

           MOVE SR-COURSE-ID    TO NT-COURSE-ID.
           MOVE SR-STUDENT-ID   TO NT-STUDENT-ID.
           MOVE SR-STUDENT-NAME TO NT-STUDENT-NAME.
           MOVE feed_hours      TO NT-FAULTY-HOURS.
           MOVE hours_limit     TO NT-HOURS-LIMIT.
           MOVE hours_left      TO NT-HOURS-LEFT.
           MOVE risk_band       TO NT-BAND.
           MOVE prior_band      TO NT-PRIOR-BAND.
           MOVE penalty_so_far  TO NT-PENALTY.
           MOVE ac_year         TO NT-RUN-YEAR.
           MOVE ac_month        TO NT-RUN-MONTH.
           MOVE ac_day          TO NT-RUN-DAY.
           MOVE run_no          TO NT-RUN-NO.

           IF (last_snap_run > ZERO) AND (risk_band > prior_band)
               MOVE "Y" TO NT-BAND-WORSE
               ADD 1 TO worse_count
           ELSE
               MOVE "N" TO NT-BAND-WORSE
           END-IF.

           WRITE EARLY-WARN-REC.

      *    ============================================================
      *    printWarningList - SECOND SORT OUTPUT PROCEDURE.  ONE
      *    BLOCK PER COURSE, WORST BAND FIRST.  "WORSE" MARKS A
      *    STUDENT WHO HAS MOVED INTO A WORSE BAND SINCE LAST WEEK.
      *    ============================================================
           printWarningList.
           PERFORM printListHeading.
           MOVE SPACES TO list_course_id.
           MOVE "N" TO sort_eof.
           PERFORM returnNoteRecord.
           PERFORM printNoteLine UNTIL sort_eof = "Y".
           PERFORM printListTotals.

           returnNoteRecord.
           RETURN SORT-WORK-FILE
               AT END MOVE "Y" TO sort_eof
           END-RETURN.

           printListHeading.
           MOVE SPACES TO EW-PRINT-LINE.
           STRING "1" "ATTENDANCE EARLY WARNING   " ac_day "/"
               ac_month "/" ac_year "   RUN " run_no
               DELIMITED BY SIZE INTO EW-PRINT-LINE.
           WRITE EW-PRINT-LINE.

           MOVE SPACES TO EW-PRINT-LINE.
           IF last_snap_run = ZERO
               STRING " " "NO EARLIER SNAPSHOT - NOTHING COMPARED"
                   DELIMITED BY SIZE INTO EW-PRINT-LINE
           ELSE
               STRING " " "COMPARED WITH RUN " last_snap_run " OF "
                   ls_day "/" ls_month "/" ls_year
                   DELIMITED BY SIZE INTO EW-PRINT-LINE
           END-IF.
           WRITE EW-PRINT-LINE.

           printNoteLine.
           IF SN-COURSE-ID NOT = list_course_id
               MOVE SN-COURSE-ID TO list_course_id
               PERFORM printCourseHeading
           END-IF.

           MOVE SN-PRIOR-BAND TO risk_band.
           PERFORM setBandText.
           MOVE band_text TO prior_text.
           MOVE SN-BAND TO risk_band.
           PERFORM setBandText.
           MOVE SN-PENALTY TO penalty_masked.

           MOVE SPACES TO EW-PRINT-LINE.
           IF SN-MOVED-TO-WORSE
               STRING " " SN-STUDENT-ID "   " SN-STUDENT-NAME " "
                   SN-FAULTY-HOURS "     " SN-HOURS-LEFT "     "
                   penalty_masked "   " band_text "  WORSE (WAS "
                   prior_text ")"
                   DELIMITED BY SIZE INTO EW-PRINT-LINE
           ELSE
               STRING " " SN-STUDENT-ID "   " SN-STUDENT-NAME " "
                   SN-FAULTY-HOURS "     " SN-HOURS-LEFT "     "
                   penalty_masked "   " band_text
                   DELIMITED BY SIZE INTO EW-PRINT-LINE
           END-IF.
           WRITE EW-PRINT-LINE.

           PERFORM returnNoteRecord.

           printCourseHeading.
           MOVE SPACES TO EW-PRINT-LINE.
           WRITE EW-PRINT-LINE.

           MOVE SPACES TO EW-PRINT-LINE.
           STRING " " "COURSE " SN-COURSE-ID "   HOURS LIMIT "
               SN-HOURS-LIMIT DELIMITED BY SIZE INTO EW-PRINT-LINE.
           WRITE EW-PRINT-LINE.

           MOVE SPACES TO EW-PRINT-LINE.
           STRING " " "STUDENT NAME                 HOURS  LEFT  "
               "PENALTY   BAND" DELIMITED BY SIZE
               INTO EW-PRINT-LINE.
           WRITE EW-PRINT-LINE.

           setBandText.
           EVALUATE risk_band
               WHEN 1 MOVE "WATCH"      TO band_text
               WHEN 2 MOVE "AT RISK"    TO band_text
               WHEN 3 MOVE "OVER LIMIT" TO band_text
               WHEN OTHER MOVE "NONE"   TO band_text
           END-EVALUATE.

           printListTotals.
           MOVE SPACES TO EW-PRINT-LINE.
           WRITE EW-PRINT-LINE.

           MOVE SPACES TO EW-PRINT-LINE.
           STRING " " "ACTIVE ENROLMENTS JUDGED ..: "
               enrol_judged_count DELIMITED BY SIZE
               INTO EW-PRINT-LINE.
           WRITE EW-PRINT-LINE.

           MOVE SPACES TO EW-PRINT-LINE.
           STRING " " "  WATCH (LIMIT - 10) ......: " watch_count
               DELIMITED BY SIZE INTO EW-PRINT-LINE.
           WRITE EW-PRINT-LINE.

           MOVE SPACES TO EW-PRINT-LINE.
           STRING " " "  AT RISK (LIMIT - 5) .....: " at_risk_count
               DELIMITED BY SIZE INTO EW-PRINT-LINE.
           WRITE EW-PRINT-LINE.

           MOVE SPACES TO EW-PRINT-LINE.
           STRING " " "  OVER THE LIMIT ..........: " over_count
               DELIMITED BY SIZE INTO EW-PRINT-LINE.
           WRITE EW-PRINT-LINE.

           MOVE SPACES TO EW-PRINT-LINE.
           STRING " " "MOVED TO A WORSE BAND .....: " worse_count
               DELIMITED BY SIZE INTO EW-PRINT-LINE.
           WRITE EW-PRINT-LINE.

           MOVE SPACES TO EW-PRINT-LINE.
           STRING " " "NOT ON THE ATTENDANCE FEED : "
               not_on_feed_count DELIMITED BY SIZE
               INTO EW-PRINT-LINE.
           WRITE EW-PRINT-LINE.

      *    ============================================================
      *    showRunTotals - CONSOLE SUMMARY FOR THE OPERATOR LOG.
      *    ============================================================
           showRunTotals.
           DISPLAY "ATTENDANCE EARLY WARNING TOTALS - RUN " run_no.
           DISPLAY "Enrolments judged .......: " enrol_judged_count.
           DISPLAY "Watch ...................: " watch_count.
           DISPLAY "At risk .................: " at_risk_count.
           DISPLAY "Over the limit ..........: " over_count.
           DISPLAY "Moved to a worse band ...: " worse_count.

       END PROGRAM PROD0H0.
