      *=======================================================================*
       IDENTIFICATION DIVISION.
      *=======================================================================*
       PROGRAM-ID. PROD0I0.
      *************************************************************************
      *************************************************************************
      *************************************************************************
      *                           IEFP SOLUTIONS                              *
      *DATA:            15/10/2026                                            *
      *PROGRAMADOR:     Marco Silva                                           *
      *OBJECTIVO:                                                             *
      *               ESTE PROGRAMA VERIFICA A INTEGRIDADE DO HISTORICO DE    *
      *              NOTAS (GRDHISTF) SEM O ALTERAR: CADA FORMANDO/PERIODO    *
      *               TEM DE TER UM E UM SO REGISTO CORRENTE, NO TOPO DE      *
      *              UMA CADEIA DE SEQUENCIAS SEM FALHAS; A MEDIA E A         *
      *               MEDIA APOS EXAME TEM DE BATER COM O RECALCULO PELAS     *
      *              NOTAS E PESOS DE CRSECTLF; O ESTADO FINAL TEM DE BATER   *
      *               COM AS FALTAS E A MEDIA PELA POLITICA DE                *
      *              CLASSIFICACAO DO REGISTO; E O NUMERO DE CORRIDA TEM      *
      *               DE EXISTIR EM RUNLOGF.  CORRE ANTES DE CADA ARQUIVO     *
      *              (PROD0T0) E DE CADA AUDITORIA EXTERNA.                   *
      *                                                                       *
      *************************************************************************
      ***************************FIM DOCUMENTAÇÃO******************************
      *************************************************************************
      *HISTORICO DE ALTERACOES                                                *
      *DATA        INIC   DESCRICAO                                          *
      *----------  -----  ------------------------------------------------   *
      *2026-10-15  MS     PROGRAMA ORIGINAL - LISTAGEM DE INTEGRIDADE DO      *
      *                   HISTORICO DE NOTAS, SO DE LEITURA, COM RETURN-CODE  *
      *                   0 (LIMPO) OU 4 (COM ANOMALIAS).                     *
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

           SELECT GRADE-HIST-FILE
               ASSIGN TO GRDHISTF
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS GH-HIST-KEY
               FILE STATUS IS gh-file-status.

           SELECT COURSE-CTL-FILE
               ASSIGN TO CRSECTLF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cc-file-status.

           SELECT GRADING-POLICY-FILE
               ASSIGN TO GRDPOLF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS gp-file-status.

           SELECT RUN-LOG-FILE
               ASSIGN TO RUNLOGF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rl-file-status.

           SELECT INTEGRITY-FILE
               ASSIGN TO INTGRPF
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE
               ASSIGN TO SRTWKF.

      *=======================================================================*
                               DATA DIVISION.
      *=======================================================================*
                               FILE SECTION.

           FD  GRADE-HIST-FILE.
               COPY GRDHIST.

           FD  COURSE-CTL-FILE.
               COPY CRSECTL.

           FD  GRADING-POLICY-FILE.
               COPY GRDPOL.

           FD  RUN-LOG-FILE.
               COPY RUNLOG.

           FD  INTEGRITY-FILE.
               COPY INTGRPT.

      *    EVERY RUN-LOG EVENT ("1") AND EVERY HISTORY RECORD ("2") BY
      *    RUN NUMBER, SO A HISTORY RECORD WHOSE RUN NUMBER HAS NO
      *    EVENT AHEAD OF IT WAS NEVER LOGGED.
           SD  SORT-WORK-FILE.
           01  SORT-REC.
               05  SR-RUN-NO              PIC 9(05).
               05  SR-REC-TYPE            PIC X(01).
                   88  SR-RUN-LOG-EVENT       VALUE "1".
                   88  SR-HISTORY-RECORD      VALUE "2".
               05  SR-STUDENT-ID          PIC X(05).
               05  SR-TERM-ID             PIC X(06).
               05  SR-SEQ-NO              PIC 9(02).
               05  SR-COURSE-ID           PIC X(05).

      *=======================================================================*
                           WORKING-STORAGE SECTION.

       77  hist_eof            pic x(1) value "N".
       77  runlog_eof          pic x(1) value "N".
       77  sort_eof            pic x(1) value "N".

      *    ---- the student/term sequence chain being walked -----------------
       77  chain_student       pic x(5) value spaces.
       77  chain_term          pic x(6) value spaces.
       77  chain_records       pic 9(3) value zero.
       77  chain_current       pic 9(3) value zero.
       77  chain_top_superseded pic x(1) value "N".
       77  prev_seq            pic 9(2) value zero.
       77  expected_seq        pic 9(3) value zero.

      *    ---- recalculation of the current record --------------------------
       77  sum_grades          pic 9(4) value zero.
       77  recalc_average      pic S9(2)V99 value zero.
       77  recalc_post_exam    pic S9(2)V99 value zero.
       77  faulty_dec          pic 9(3)V99 value zero.
       77  expected_status     pic x(1) value spaces.
       77  on_file_masked      pic -z9.99.
       77  recalc_masked       pic -z9.99.

      *    ---- the finding being printed ------------------------------------
       77  fnd_student         pic x(5) value spaces.
       77  fnd_term            pic x(6) value spaces.
       77  fnd_seq             pic 9(2) value zero.
       77  fnd_course          pic x(5) value spaces.
       77  fnd_text            pic x(32) value spaces.
       77  fnd_detail          pic x(38) value spaces.

      *    ---- run-number match ---------------------------------------------
       77  cur_run_no          pic 9(5) value zero.
       77  run_logged          pic x(1) value "N".

      *    ---- totals for the listing ---------------------------------------
       77  records_read        pic 9(5) value zero.
       77  chains_checked      pic 9(5) value zero.
       77  current_checked     pic 9(5) value zero.
       77  no_current_count    pic 9(5) value zero.
       77  multi_current_count pic 9(5) value zero.
       77  seq_gap_count       pic 9(5) value zero.
       77  top_not_curr_count  pic 9(5) value zero.
       77  no_control_count    pic 9(5) value zero.
       77  avg_diff_count      pic 9(5) value zero.
       77  post_diff_count     pic 9(5) value zero.
       77  status_diff_count   pic 9(5) value zero.
       77  no_run_log_count    pic 9(5) value zero.
       77  chain_find_count    pic 9(5) value zero.
       77  total_find_count    pic 9(5) value zero.

      *    ---- course grading control (CRSECTLF) ----------------------------
       77  grade_count         pic 9(1) value 4.
       77  weight_1            pic 9(3) value 25.
       77  weight_2            pic 9(3) value 25.
       77  weight_3            pic 9(3) value 25.
       77  weight_4            pic 9(3) value 25.
       77  weight_5            pic 9(3) value zero.
       77  course_ctl_found    pic x(1) value "N".
       77  course_ctl_eof      pic x(1) value "N".
       77  course_ctl_count    pic 9(2) value zero.
       77  course_scan_sub     pic 9(2) value zero.
       77  course_id           pic x(5) value spaces.

       01  course_ctl_table.
           05  course_ctl_entry OCCURS 20 TIMES.
               10  ct_course_id        pic x(5).
               10  ct_grade_count      pic 9(1).
               10  ct_weight_1         pic 9(3).
               10  ct_weight_2         pic 9(3).
               10  ct_weight_3         pic 9(3).
               10  ct_weight_4         pic 9(3).
               10  ct_weight_5         pic 9(3).

      *    ---- grading policy the record was judged under -------------------
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
       77  gh-file-status      pic x(2) value spaces.
       77  cc-file-status      pic x(2) value spaces.
       77  gp-file-status      pic x(2) value spaces.
       77  rl-file-status      pic x(2) value spaces.

       01  actual_date.
           03 ac_year   PIC  9(2) values zero.
           03 ac_month  PIC  9(2) values zero.
           03 ac_day    PIC  9(2) values zero.

      *=======================================================================*
           PROCEDURE DIVISION.

      *    ============================================================
      *    MAINLINE - ONE PASS OVER GRDHISTF IN KEY ORDER FOR THE
      *    CHAINS, THE RECALCULATION AND THE STATUS, THEN A SORTED
      *    MATCH OF THE RUN NUMBERS AGAINST RUNLOGF.  NOTHING IS
      *    WRITTEN BUT THE LISTING.  RETURN-CODE 4 WHEN ANYTHING WAS
      *    FOUND, SO THE ARCHIVE STEP CAN BE HELD ON IT.
      *    ============================================================
           mainline.
           PERFORM initializeRun.
           PERFORM loadCourseControl.
           PERFORM loadGradingPolicy.
           PERFORM printHeading.
           PERFORM auditHistoryChains.

           PERFORM printRunNoHeading.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-RUN-NO
                                SR-REC-TYPE
                                SR-STUDENT-ID
                                SR-TERM-ID
                                SR-SEQ-NO
               INPUT PROCEDURE releaseRunNumbers
               OUTPUT PROCEDURE matchRunNumbers.
           IF no_run_log_count = ZERO
               PERFORM printNoneLine
           END-IF.

           PERFORM printAuditTotals.
           PERFORM showAuditTotals.
           CLOSE INTEGRITY-FILE.

           IF total_find_count = ZERO
               MOVE ZERO TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

           initializeRun.
           ACCEPT actual_date FROM DATE.
           OPEN OUTPUT INTEGRITY-FILE.

      *    ============================================================
      *    loadCourseControl - THE SAME GRADE COUNT/WEIGHTS TABLE THE
      *    GRADING RUN LOADS.  NO CONTROL FILE MEANS EVERY COURSE IS
      *    RECALCULATED ON THE OLD FOUR-EQUAL-GRADES SCHEME.
      *    ============================================================
           loadCourseControl.
           MOVE "N" TO course_ctl_eof.
           MOVE ZERO TO course_ctl_count.
           OPEN INPUT COURSE-CTL-FILE.

           IF cc-file-status = "35"
               MOVE "Y" TO course_ctl_eof
           ELSE
               PERFORM readCourseCtlRecord
               PERFORM addCourseCtlEntry UNTIL course_ctl_eof = "Y"
               CLOSE COURSE-CTL-FILE
           END-IF.

           readCourseCtlRecord.
           READ COURSE-CTL-FILE
               AT END MOVE "Y" TO course_ctl_eof
           END-READ.

           addCourseCtlEntry.
           IF course_ctl_count NOT LESS THAN 20
               DISPLAY "*** COURSE CONTROL FILE EXCEEDS 20 ENTRIES - "
                   "INCREASE TABLE SIZE ***"
               CLOSE COURSE-CTL-FILE
               CLOSE INTEGRITY-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO course_ctl_count.
           MOVE CC-COURSE-ID   TO ct_course_id(course_ctl_count).
           MOVE CC-GRADE-COUNT TO ct_grade_count(course_ctl_count).
           MOVE CC-WEIGHT-1    TO ct_weight_1(course_ctl_count).
           MOVE CC-WEIGHT-2    TO ct_weight_2(course_ctl_count).
           MOVE CC-WEIGHT-3    TO ct_weight_3(course_ctl_count).
           MOVE CC-WEIGHT-4    TO ct_weight_4(course_ctl_count).
           MOVE CC-WEIGHT-5    TO ct_weight_5(course_ctl_count).
           PERFORM readCourseCtlRecord.

      *    ============================================================
      *    lookupCourseControl - THE GRADE COUNT/WEIGHTS FOR course_id,
      *    FALLING BACK TO FOUR EQUAL GRADES WHEN NO CONTROL FILE WAS
      *    SUPPLIED AT ALL.
      *    ============================================================
           lookupCourseControl.
           MOVE "N" TO course_ctl_found.
           MOVE 1 TO course_scan_sub.
           PERFORM scanCourseCtlEntry
               UNTIL course_ctl_found = "Y"
               OR course_scan_sub > course_ctl_count.

           IF course_ctl_found = "Y"
               MOVE ct_grade_count(course_scan_sub) TO grade_count
               MOVE ct_weight_1(course_scan_sub) TO weight_1
               MOVE ct_weight_2(course_scan_sub) TO weight_2
               MOVE ct_weight_3(course_scan_sub) TO weight_3
               MOVE ct_weight_4(course_scan_sub) TO weight_4
               MOVE ct_weight_5(course_scan_sub) TO weight_5
           ELSE
               MOVE 4  TO grade_count
               MOVE 25 TO weight_1
               MOVE 25 TO weight_2
               MOVE 25 TO weight_3
               MOVE 25 TO weight_4
               MOVE ZERO TO weight_5
           END-IF.

           scanCourseCtlEntry.
           IF ct_course_id(course_scan_sub) = course_id
               MOVE "Y" TO course_ctl_found
           ELSE
               ADD 1 TO course_scan_sub
           END-IF.

      *    ============================================================
      *    loadGradingPolicy - READS THE GRADING POLICY FILE INTO A
      *    TABLE.  A LINE WITH A NON-NUMERIC VALUE OR AN EXAM WEIGHT
      *    OVER 100 STOPS THE RUN BEFORE ANYTHING IS LISTED.  A
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
               CLOSE INTEGRITY-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF policy_count NOT LESS THAN 50
               DISPLAY "*** GRADING POLICY FILE EXCEEDS 50 ENTRIES - "
                   "INCREASE TABLE SIZE ***"
               CLOSE GRADING-POLICY-FILE
               CLOSE INTEGRITY-FILE
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
      *    POLICY IT WAS GRADED UNDER IS CHECKED AGAINST THOSE SAME
      *    VALUES, WHATEVER HAS CHANGED ON THE POLICY FILE SINCE.  A
      *    RECORD WRITTEN BEFORE THE POLICY WAS STAMPED TAKES THE
      *    POLICY IN FORCE FOR ITS OWN COURSE AND TERM.
      *    ============================================================
           resolveRecordPolicy.
           IF GH-POL-EFF-TERM = SPACES
               MOVE GH-COURSE-ID TO policy_for_course
               MOVE GH-TERM-ID   TO policy_for_term
               PERFORM lookupGradingPolicy
           ELSE
               MOVE GH-POL-COURSE-ID   TO policy_course_id
               MOVE GH-POL-EFF-TERM    TO policy_eff_term
               MOVE GH-POL-HOURS-LIMIT TO hours_limit
               MOVE GH-POL-PENALTY     TO penalty_per_hour
               MOVE GH-POL-PASS-MARK   TO pass_mark
               MOVE GH-POL-EXAM-WEIGHT TO exam_weight
           END-IF.

      *    ============================================================
      *    printHeading - LISTING TITLE AND THE FIRST SECTION.
      *    ============================================================
           printHeading.
           MOVE SPACES TO IG-PRINT-LINE.
           STRING "1" "GRADE-HISTORY INTEGRITY AUDIT  " ac_day "/"
               ac_month "/" ac_year DELIMITED BY SIZE
               INTO IG-PRINT-LINE.
           WRITE IG-PRINT-LINE.

           MOVE SPACES TO IG-PRINT-LINE.
           WRITE IG-PRINT-LINE.

           MOVE SPACES TO IG-PRINT-LINE.
           STRING " " "SEQUENCE CHAINS, RECALCULATION AND STATUS:"
               DELIMITED BY SIZE INTO IG-PRINT-LINE.
           WRITE IG-PRINT-LINE.

           PERFORM printColumnHeading.

           printColumnHeading.
           MOVE SPACES TO IG-PRINT-LINE.
           STRING " " "STUDENT TERM   SEQ  COURSE FINDING"
               "                          DETAIL"
               DELIMITED BY SIZE INTO IG-PRINT-LINE.
           WRITE IG-PRINT-LINE.

      *    ============================================================
      *    auditHistoryChains - GRDHISTF IN KEY ORDER IS STUDENT, TERM,
      *    SEQUENCE, SO EACH STUDENT/TERM CHAIN ARRIVES TOGETHER AND
      *    IS CLOSED OFF ON THE KEY BREAK.
      *    ============================================================
           auditHistoryChains.
           OPEN INPUT GRADE-HIST-FILE.
           IF gh-file-status = "35"
               MOVE SPACES TO IG-PRINT-LINE
               STRING " " "*** NO GRADE-HISTORY FILE - NOTHING TO "
                   "CHECK ***" DELIMITED BY SIZE INTO IG-PRINT-LINE
               WRITE IG-PRINT-LINE
               GO TO auditHistoryChainsDone
           END-IF.

           MOVE SPACES TO chain_student chain_term.
           MOVE ZERO TO chain_records.
           MOVE "N" TO hist_eof.
           PERFORM readHistoryRecord.
           PERFORM checkHistoryRecord UNTIL hist_eof = "Y".
           IF chain_records > ZERO
               PERFORM closeChain
           END-IF.
           CLOSE GRADE-HIST-FILE.

           IF chain_find_count = ZERO
               PERFORM printNoneLine
           END-IF.

           auditHistoryChainsDone.
           EXIT.

           readHistoryRecord.
           READ GRADE-HIST-FILE
               AT END MOVE "Y" TO hist_eof
           END-READ.

      *    SEQUENCES START AT 01 AND EACH RE-GRADE, RESIT OR WAIVER
      *    TAKES THE NEXT ONE, SO ANY OTHER NUMBER IS A GAP.  ONLY THE
      *    CURRENT RECORD IS RECALCULATED - A SUPERSEDED RECORD WAS
      *    REPLACED ON PURPOSE AND NO LONGER COUNTS.
           checkHistoryRecord.
           IF (GH-STUDENT-ID NOT = chain_student)
               OR (GH-TERM-ID NOT = chain_term)
               IF chain_records > ZERO
                   PERFORM closeChain
               END-IF
               PERFORM startChain
           END-IF.

           ADD 1 TO records_read.
           ADD 1 TO chain_records.

           COMPUTE expected_seq = prev_seq + 1.
           IF GH-SEQ-NO NOT = expected_seq
               ADD 1 TO seq_gap_count
               PERFORM setRecordFinding
               MOVE "SEQUENCE GAP" TO fnd_text
               STRING "EXPECTED " expected_seq(2:2) " FOUND "
                   GH-SEQ-NO DELIMITED BY SIZE INTO fnd_detail
               PERFORM printFinding
           END-IF.
           MOVE GH-SEQ-NO TO prev_seq.

           IF GH-IS-SUPERSEDED
               MOVE "Y" TO chain_top_superseded
           ELSE
               MOVE "N" TO chain_top_superseded
               ADD 1 TO chain_current
               PERFORM checkCurrentRecord THRU checkCurrentRecordDone
           END-IF.

           PERFORM readHistoryRecord.

           startChain.
           MOVE GH-STUDENT-ID TO chain_student.
           MOVE GH-TERM-ID    TO chain_term.
           MOVE ZERO TO chain_records chain_current prev_seq.
           MOVE "N" TO chain_top_superseded.

      *    ============================================================
      *    closeChain - EXACTLY ONE CURRENT RECORD, AND IT MUST BE THE
      *    LAST ONE IN KEY ORDER (THE RULE EVERY PROGRAM THAT READS
      *    THE MASTER RELIES ON).
      *    ============================================================
           closeChain.
           ADD 1 TO chains_checked.

           IF chain_current = ZERO
               ADD 1 TO no_current_count
               PERFORM setChainFinding
               MOVE "NO CURRENT RECORD" TO fnd_text
               STRING chain_records " RECORDS, ALL SUPERSEDED"
                   DELIMITED BY SIZE INTO fnd_detail
               PERFORM printFinding
           END-IF.

           IF chain_current > 1
               ADD 1 TO multi_current_count
               PERFORM setChainFinding
               MOVE "MORE THAN ONE CURRENT RECORD" TO fnd_text
               STRING chain_current " CURRENT OF " chain_records
                   " RECORDS" DELIMITED BY SIZE INTO fnd_detail
               PERFORM printFinding
           END-IF.

           IF (chain_current > ZERO) AND (chain_top_superseded = "Y")
               ADD 1 TO top_not_curr_count
               PERFORM setChainFinding
               MOVE "TOP OF CHAIN IS NOT CURRENT" TO fnd_text
               MOVE "CURRENT RECORD BELOW A SUPERSEDED ONE"
                   TO fnd_detail
               PERFORM printFinding
           END-IF.

      *    ============================================================
      *    checkCurrentRecord - THE AVERAGE FROM THE COMPONENT GRADES
      *    AND THE COURSE WEIGHTS, THE POST-EXAM BLEND FROM IT, AND
      *    THE STATUS THE HOURS AND AVERAGE ON THE RECORD CALL FOR,
      *    ALL UNDER THE POLICY THE RECORD WAS GRADED UNDER.
      *    ============================================================
           checkCurrentRecord.
           ADD 1 TO current_checked.
           PERFORM resolveRecordPolicy.

           MOVE GH-COURSE-ID TO course_id.
           PERFORM lookupCourseControl.
           IF (course_ctl_count NOT = ZERO)
               AND (course_ctl_found NOT = "Y")
               ADD 1 TO no_control_count
               PERFORM setRecordFinding
               MOVE "COURSE NOT ON CONTROL FILE" TO fnd_text
               MOVE "AVERAGES NOT RECALCULATED" TO fnd_detail
               PERFORM printFinding
               GO TO checkRecordStatus
           END-IF.

           COMPUTE sum_grades =
               (GH-GRADE-1 * weight_1) +
               (GH-GRADE-2 * weight_2) +
               (GH-GRADE-3 * weight_3) +
               (GH-GRADE-4 * weight_4) +
               (GH-GRADE-5 * weight_5).
           COMPUTE recalc_average = (sum_grades / 100).

           IF recalc_average NOT = GH-AVERAGE
               ADD 1 TO avg_diff_count
               MOVE GH-AVERAGE     TO on_file_masked
               MOVE recalc_average TO recalc_masked
               PERFORM setRecordFinding
               MOVE "AVERAGE DOES NOT RECALCULATE" TO fnd_text
               STRING "ON FILE " on_file_masked "  RECALC "
                   recalc_masked DELIMITED BY SIZE INTO fnd_detail
               PERFORM printFinding
           END-IF.

      *    ONLY A RESIT OUTCOME CARRIES A POST-EXAM AVERAGE; EVERY
      *    OTHER RECORD IS WRITTEN WITH ZERO THERE.
           IF GH-EXAM-WAS-TAKEN
               COMPUTE recalc_post_exam =
                   ((GH-EXAM-GRADE * exam_weight) +
                    (recalc_average * (100 - exam_weight))) / 100
           ELSE
               MOVE ZERO TO recalc_post_exam
           END-IF.

           IF recalc_post_exam NOT = GH-POST-EXAM-AVG
               ADD 1 TO post_diff_count
               MOVE GH-POST-EXAM-AVG TO on_file_masked
               MOVE recalc_post_exam TO recalc_masked
               PERFORM setRecordFinding
               MOVE "POST-EXAM AVG DOES NOT RECALC" TO fnd_text
               STRING "ON FILE " on_file_masked "  RECALC "
                   recalc_masked DELIMITED BY SIZE INTO fnd_detail
               PERFORM printFinding
           END-IF.

      *    THE SAME HOURS-VERSUS-AVERAGE LADDER THE GRADING, RESIT
      *    AND WAIVER RUNS APPLY, ON THE FIGURES STORED ON THE RECORD.
           checkRecordStatus.
           COMPUTE faulty_dec = (GH-FAULTY-HOURS * penalty_per_hour).

           IF GH-FAULTY-HOURS > hours_limit
               MOVE "A" TO expected_status
           ELSE
               IF faulty_dec > GH-AVERAGE
                   MOVE "S" TO expected_status
               ELSE
                   IF GH-AVERAGE NOT LESS THAN pass_mark
                       MOVE "P" TO expected_status
                   ELSE
                       PERFORM expectedExamStatus
                   END-IF
               END-IF
           END-IF.

           IF expected_status NOT = GH-FINAL-STATUS
               ADD 1 TO status_diff_count
               PERFORM setRecordFinding
               MOVE "STATUS CONTRADICTS HOURS/AVERAGE" TO fnd_text
               STRING "STATUS " GH-FINAL-STATUS " EXPECTED "
                   expected_status " HOURS " GH-FAULTY-HOURS
                   " LIMIT " hours_limit DELIMITED BY SIZE
                   INTO fnd_detail
               PERFORM printFinding
           END-IF.

           checkCurrentRecordDone.
           EXIT.

           expectedExamStatus.
           IF GH-EXAM-WAS-TAKEN
               IF GH-POST-EXAM-AVG NOT LESS THAN pass_mark
                   MOVE "R" TO expected_status
               ELSE
                   MOVE "X" TO expected_status
               END-IF
           ELSE
               MOVE "E" TO expected_status
           END-IF.

      *    ============================================================
      *    setRecordFinding / setChainFinding / printFinding - ONE
      *    LISTING LINE PER PROBLEM.  A CHAIN FINDING IS RAISED ON THE
      *    KEY BREAK, WHEN THE RECORD AREA ALREADY HOLDS THE NEXT
      *    CHAIN, SO IT TAKES ITS KEY FROM THE SAVED CHAIN FIELDS.
      *    ============================================================
           setRecordFinding.
           MOVE GH-STUDENT-ID TO fnd_student.
           MOVE GH-TERM-ID    TO fnd_term.
           MOVE GH-SEQ-NO     TO fnd_seq.
           MOVE GH-COURSE-ID  TO fnd_course.
           MOVE SPACES TO fnd_text fnd_detail.

           setChainFinding.
           MOVE chain_student TO fnd_student.
           MOVE chain_term    TO fnd_term.
           MOVE prev_seq      TO fnd_seq.
           MOVE SPACES TO fnd_course fnd_text fnd_detail.

           printFinding.
           ADD 1 TO total_find_count.
           ADD 1 TO chain_find_count.
           MOVE SPACES TO IG-PRINT-LINE.
           STRING " " fnd_student "   " fnd_term "  " fnd_seq "  "
               fnd_course "  " fnd_text " " fnd_detail
               DELIMITED BY SIZE INTO IG-PRINT-LINE.
           WRITE IG-PRINT-LINE.

           printNoneLine.
           MOVE SPACES TO IG-PRINT-LINE.
           STRING " " "  (NONE)" DELIMITED BY SIZE INTO IG-PRINT-LINE.
           WRITE IG-PRINT-LINE.

      *    ============================================================
      *    printRunNoHeading - SECOND SECTION OF THE LISTING.
      *    ============================================================
           printRunNoHeading.
           MOVE SPACES TO IG-PRINT-LINE.
           WRITE IG-PRINT-LINE.
           MOVE SPACES TO IG-PRINT-LINE.
           STRING " " "RUN NUMBERS NOT ON THE RUN LOG (RUNLOGF):"
               DELIMITED BY SIZE INTO IG-PRINT-LINE.
           WRITE IG-PRINT-LINE.
           PERFORM printColumnHeading.

      *    ============================================================
      *    releaseRunNumbers - SORT INPUT PROCEDURE.  EVERY RUN-LOG
      *    EVENT AND EVERY HISTORY RECORD, SUPERSEDED ONES INCLUDED -
      *    EACH WAS WRITTEN BY SOME RUN.
      *    ============================================================
           releaseRunNumbers.
           OPEN INPUT RUN-LOG-FILE.
           IF rl-file-status = "35"
               MOVE "Y" TO runlog_eof
           ELSE
               PERFORM readRunLogRecord
               PERFORM releaseRunLogEvent UNTIL runlog_eof = "Y"
               CLOSE RUN-LOG-FILE
           END-IF.

           OPEN INPUT GRADE-HIST-FILE.
           IF gh-file-status = "35"
               MOVE "Y" TO hist_eof
           ELSE
               MOVE "N" TO hist_eof
               PERFORM readHistoryRecord
               PERFORM releaseHistoryRunNo UNTIL hist_eof = "Y"
               CLOSE GRADE-HIST-FILE
           END-IF.

           readRunLogRecord.
           READ RUN-LOG-FILE
               AT END MOVE "Y" TO runlog_eof
           END-READ.

           releaseRunLogEvent.
           MOVE SPACES       TO SORT-REC.
           MOVE RL-RUN-NO    TO SR-RUN-NO.
           MOVE "1"          TO SR-REC-TYPE.
           MOVE ZERO         TO SR-SEQ-NO.
           RELEASE SORT-REC.
           PERFORM readRunLogRecord.

           releaseHistoryRunNo.
           MOVE GH-RUN-NO     TO SR-RUN-NO.
           MOVE "2"           TO SR-REC-TYPE.
           MOVE GH-STUDENT-ID TO SR-STUDENT-ID.
           MOVE GH-TERM-ID    TO SR-TERM-ID.
           MOVE GH-SEQ-NO     TO SR-SEQ-NO.
           MOVE GH-COURSE-ID  TO SR-COURSE-ID.
           RELEASE SORT-REC.
           PERFORM readHistoryRecord.

      *    ============================================================
      *    matchRunNumbers - SORT OUTPUT PROCEDURE.  THE RUN-LOG EVENTS
      *    OF A RUN NUMBER SORT AHEAD OF ITS HISTORY RECORDS.
      *    ============================================================
           matchRunNumbers.
           MOVE "N" TO sort_eof.
           MOVE "N" TO run_logged.
           MOVE ZERO TO cur_run_no.
           PERFORM returnSortRecord.
           PERFORM matchOneRunRecord UNTIL sort_eof = "Y".

           returnSortRecord.
           RETURN SORT-WORK-FILE
               AT END MOVE "Y" TO sort_eof
           END-RETURN.

           matchOneRunRecord.
           IF SR-RUN-NO NOT = cur_run_no
               MOVE SR-RUN-NO TO cur_run_no
               MOVE "N" TO run_logged
           END-IF.

           IF SR-RUN-LOG-EVENT
               MOVE "Y" TO run_logged
           ELSE
               IF run_logged NOT = "Y"
                   PERFORM printRunNoFinding
               END-IF
           END-IF.
           PERFORM returnSortRecord.

           printRunNoFinding.
           ADD 1 TO no_run_log_count.
           MOVE SR-STUDENT-ID TO fnd_student.
           MOVE SR-TERM-ID    TO fnd_term.
           MOVE SR-SEQ-NO     TO fnd_seq.
           MOVE SR-COURSE-ID  TO fnd_course.
           MOVE SPACES TO fnd_text fnd_detail.
           IF SR-RUN-NO = ZERO
               MOVE "NO RUN NUMBER ON RECORD" TO fnd_text
           ELSE
               MOVE "RUN NUMBER NOT ON RUN LOG" TO fnd_text
               STRING "RUN " SR-RUN-NO DELIMITED BY SIZE
                   INTO fnd_detail
           END-IF.
           PERFORM printFinding.

      *    ============================================================
      *    printAuditTotals - THE COUNTS FILED WITH THE TERM-CLOSE
      *    PACK.
      *    ============================================================
           printAuditTotals.
           MOVE SPACES TO IG-PRINT-LINE.
           WRITE IG-PRINT-LINE.

           MOVE SPACES TO IG-PRINT-LINE.
           STRING " " "HISTORY RECORDS READ ..........: " records_read
               DELIMITED BY SIZE INTO IG-PRINT-LINE.
           WRITE IG-PRINT-LINE.

           MOVE SPACES TO IG-PRINT-LINE.
           STRING " " "STUDENT/TERM CHAINS ...........: "
               chains_checked DELIMITED BY SIZE INTO IG-PRINT-LINE.
           WRITE IG-PRINT-LINE.

           MOVE SPACES TO IG-PRINT-LINE.
           STRING " " "CURRENT RECORDS RECALCULATED ..: "
               current_checked DELIMITED BY SIZE INTO IG-PRINT-LINE.
           WRITE IG-PRINT-LINE.

           MOVE SPACES TO IG-PRINT-LINE.
           STRING " " "NO CURRENT RECORD .............: "
               no_current_count DELIMITED BY SIZE INTO IG-PRINT-LINE.
           WRITE IG-PRINT-LINE.

           MOVE SPACES TO IG-PRINT-LINE.
           STRING " " "MORE THAN ONE CURRENT RECORD ..: "
               multi_current_count DELIMITED BY SIZE
               INTO IG-PRINT-LINE.
           WRITE IG-PRINT-LINE.

           MOVE SPACES TO IG-PRINT-LINE.
           STRING " " "SEQUENCE GAPS .................: "
               seq_gap_count DELIMITED BY SIZE INTO IG-PRINT-LINE.
           WRITE IG-PRINT-LINE.

           MOVE SPACES TO IG-PRINT-LINE.
           STRING " " "TOP OF CHAIN NOT CURRENT ......: "
               top_not_curr_count DELIMITED BY SIZE
               INTO IG-PRINT-LINE.
           WRITE IG-PRINT-LINE.

           MOVE SPACES TO IG-PRINT-LINE.
           STRING " " "COURSE NOT ON CONTROL FILE ....: "
               no_control_count DELIMITED BY SIZE INTO IG-PRINT-LINE.
           WRITE IG-PRINT-LINE.

           MOVE SPACES TO IG-PRINT-LINE.
           STRING " " "AVERAGE MISMATCHES ............: "
               avg_diff_count DELIMITED BY SIZE INTO IG-PRINT-LINE.
           WRITE IG-PRINT-LINE.

           MOVE SPACES TO IG-PRINT-LINE.
           STRING " " "POST-EXAM AVERAGE MISMATCHES ..: "
               post_diff_count DELIMITED BY SIZE INTO IG-PRINT-LINE.
           WRITE IG-PRINT-LINE.

           MOVE SPACES TO IG-PRINT-LINE.
           STRING " " "STATUS CONTRADICTIONS .........: "
               status_diff_count DELIMITED BY SIZE INTO IG-PRINT-LINE.
           WRITE IG-PRINT-LINE.

           MOVE SPACES TO IG-PRINT-LINE.
           STRING " " "RUN NUMBERS NOT ON RUN LOG ....: "
               no_run_log_count DELIMITED BY SIZE INTO IG-PRINT-LINE.
           WRITE IG-PRINT-LINE.

           MOVE SPACES TO IG-PRINT-LINE.
           WRITE IG-PRINT-LINE.

           MOVE SPACES TO IG-PRINT-LINE.
           IF total_find_count = ZERO
               STRING " " "*** GRADE HISTORY IS CONSISTENT - CLEAR TO "
                   "ARCHIVE ***" DELIMITED BY SIZE INTO IG-PRINT-LINE
           ELSE
               STRING " " "*** " total_find_count " PROBLEM(S) FOUND "
                   "- RESOLVE BEFORE ARCHIVING ***" DELIMITED BY SIZE
                   INTO IG-PRINT-LINE
           END-IF.
           WRITE IG-PRINT-LINE.

      *    ============================================================
      *    showAuditTotals - CONSOLE SUMMARY FOR THE OPERATOR LOG.
      *    ============================================================
           showAuditTotals.
           DISPLAY "GRADE-HISTORY INTEGRITY AUDIT TOTALS".
           DISPLAY "History records read ....: " records_read.
           DISPLAY "Student/term chains .....: " chains_checked.
           DISPLAY "Problems found ..........: " total_find_count.

       END PROGRAM PROD0I0.
