      *                   DE FALTAS EM RECURSO, COM NUMERO DE CORRIDA DO      *
      *                   REGISTO (RUNREGF) E EVENTOS EM RUNLOGF COMO AS      *
      *                   RESTANTES CORRIDAS QUE ESCREVEM O HISTORICO.        *
      *2026-10-15  MS     O LIMITE DE HORAS, A PENALIZACAO POR HORA E A NOTA  *
      *                   MINIMA DEIXAM DE ESTAR FIXOS: APLICA-SE A POLITICA  *
      *                   GRAVADA NO REGISTO "A" OU, NUM REGISTO ANTERIOR A   *
      *                   ESSE CAMPO, A POLITICA EM VIGOR PARA O CURSO E      *
      *                   PERIODO NO FICHEIRO DE POLITICAS (GRDPOLF); O       *
      *                   REGISTO CORRIGIDO LEVA A MESMA POLITICA.            *
      *2026-10-15  MS     A TABELA DE REPROVACOES ADMINISTRATIVAS (200        *
      *                   ENTRADAS) DESAPARECE: CADA DISPENSA PROCURA         *
      *                   DIRECTAMENTE PELA CHAVE O REGISTO CORRENTE DO       *
      *                   FORMANDO E PERIODO EM GRDHISTF, SEM LIMITE DE       *
      *                   VOLUME.                                             *
      *2026-10-15  MS     O ABORTO POR LIMITE DE TABELA PASSA A DEVOLVER O    *
      *                   CODIGO DE RETORNO 12, PARA O PASSO SEGUINTE DA      *
      *                   CADEIA NAO CORRER SOBRE DADOS INCOMPLETOS.          *
      *2026-10-15  MS     CADA DISPENSA E VALIDADA CONTRA O CALENDARIO DE     *
      *                   PERIODOS (TERMCALF): SO E APLICADA SE O PERIODO     *
      *                   ESTIVER EM AVALIACAO. SEM CALENDARIO A CORRIDA      *
      *                   TERMINA COM CODIGO 12.                              *
      *2026-10-15  MS     UMA LINHA INVALIDA NO FICHEIRO DE POLITICAS         *
      *                   (GRDPOLF) PASSA A TERMINAR A CORRIDA COM CODIGO DE  *
      *                   RETORNO 12.                                         *
      *2026-10-15  MS     OS CONTADORES DA CORRIDA PASSAM A 5 DIGITOS.        *
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

      *=======================================================================*
                               DATA DIVISION.
      *=======================================================================*
           FD  RUN-LOG-FILE.
               COPY RUNLOG.

           FD  GRADING-POLICY-FILE.
               COPY GRDPOL.

           FD  TERM-CAL-FILE.
               COPY TERMCAL.

      *=======================================================================*
                           WORKING-STORAGE SECTION.

       77  waiver_eof          pic x(1) value "N".
       77  id_found            pic x(1) value "N".
       77  scan_done           pic x(1) value "N".
       77  lookup_id           pic x(5) value spaces.
       77  lookup_term         pic x(6) value spaces.

       77  actual_time         pic 9(8) value zero.

      *    ---- run totals shown on the console at end of job --------------------
       77  applied_count       pic 9(5) value zero.
       77  passed_count        pic 9(5) value zero.
       77  exam_count          pic 9(5) value zero.
       77  skip_fail_count     pic 9(5) value zero.
       77  still_over_count    pic 9(5) value zero.
       77  unmatched_count     pic 9(5) value zero.
       77  bad_hours_count     pic 9(5) value zero.
       77  seq_limit_count     pic 9(5) value zero.
       77  term_refused_count  pic 9(5) value zero.
       77  rx_detail_count     pic 9(5) value zero.
       77  rx_hash_total       pic 9(7)V99 value zero.

       77  au-file-status      pic x(2) value spaces.
       77  rr-file-status      pic x(2) value spaces.
       77  rl-file-status      pic x(2) value spaces.
       77  tm-file-status      pic x(2) value spaces.

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

      *    ---- the current record for the waiver's student and term, -------
      *    with the fields the corrected history record is rebuilt from
       01  pending_record.
           05  pt_student_id       pic x(5).
           05  pt_student_name     pic A(20).
           05  pt_grade_1          pic 9(2).
           05  pt_grade_2          pic 9(2).
           05  pt_grade_3          pic 9(2).
           05  pt_grade_4          pic 9(2).
           05  pt_grade_5          pic 9(2).
           05  pt_faulty_hours     pic 9(2).
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
           PERFORM checkWaiverFile.
           PERFORM loadGradingPolicy.
           PERFORM checkHistoryFile.
           PERFORM checkTermCalendar.
           PERFORM acquireRunNumber.
           PERFORM writeRunLogStart.
           PERFORM openOutputFiles.
           CLOSE WAIVER-FILE.

      *    ============================================================
      *    checkHistoryFile - NO HISTORY MASTER MEANS NO ADMINISTRATIVE
      *    FAIL TO WAIVE.  THE RUN ENDS HERE, BEFORE A RUN NUMBER IS
      *    DRAWN OR THE EXTRACT BATCH IS OPENED.
      *    ============================================================
           checkHistoryFile.
           OPEN INPUT GRADE-HIST-FILE.

           IF gh-file-status = "35"
               STOP RUN
           END-IF.

           CLOSE GRADE-HIST-FILE.

      *    ============================================================
      *    checkTermCalendar - EVERY WAIVER IS CHECKED AGAINST ITS
      *    TERM ON THE TERM CALENDAR (TERMCALF).  WITHOUT THE CALENDAR
      *    NO WAIVER CAN BE CHECKED, SO THE RUN FAILS HERE, BEFORE A
      *    RUN NUMBER IS DRAWN OR THE EXTRACT BATCH IS OPENED.
      *    ============================================================
           checkTermCalendar.
           OPEN INPUT TERM-CAL-FILE.

           IF tm-file-status = "35"
               DISPLAY "*** NO TERM CALENDAR FILE - WAIVER RUN "
                   "REFUSED ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           CLOSE TERM-CAL-FILE.

      *    ============================================================
      *    notePendingStudent - HOLDS THE HISTORY RECORD JUST READ.
      *    THE LAST ONE HELD FOR A STUDENT+TERM IS ITS CURRENT RECORD,
      *    AND IT IS PENDING ONLY IF IT IS STILL AN ADMINISTRATIVE
      *    FAIL.
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

           IF GH-STATUS-ADMIN-FAILED AND NOT GH-IS-SUPERSEDED
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
      *    findPendingEntry - POSITIONS ON THE FIRST HISTORY RECORD OF
      *    lookup_id/lookup_term AND READS THE CHAIN IN SEQUENCE ORDER,
      *    SO THE RECORD LEFT IN pending_record IS THE CURRENT ONE.
      *    id_found SAYS WHETHER THE STUDENT HAS ANY RECORD FOR THE
      *    TERM AT ALL; pt_pending WHETHER IT IS A STANDING "A".
      *    ============================================================
           findPendingEntry.
           MOVE "N" TO id_found.
           MOVE "N" TO scan_done.
           MOVE "N" TO pt_pending.
           MOVE lookup_id   TO GH-STUDENT-ID.
           MOVE lookup_term TO GH-TERM-ID.
           MOVE ZERO        TO GH-SEQ-NO.
           START GRADE-HIST-FILE KEY NOT LESS THAN GH-HIST-KEY
               INVALID KEY MOVE "Y" TO scan_done
           END-START.
           PERFORM scanPendingEntry UNTIL scan_done = "Y".

           scanPendingEntry.
           READ GRADE-HIST-FILE NEXT RECORD
               AT END MOVE "Y" TO scan_done
           END-READ.

           IF scan_done NOT = "Y"
               IF (GH-STUDENT-ID = lookup_id)
                   AND (GH-TERM-ID = lookup_term)
                   MOVE "Y" TO id_found
                   PERFORM notePendingStudent
               ELSE
                   MOVE "Y" TO scan_done
               END-IF
           END-IF.

      *    ============================================================
           END-IF.
           PERFORM writeRegistrarHeader.

           OPEN INPUT TERM-CAL-FILE.

           OPEN EXTEND AUDIT-FILE.
           IF au-file-status = "35"
               OPEN OUTPUT AUDIT-FILE

      *    ============================================================
      *    applyOneWaiver - MATCHES ONE APPROVED WAIVER AGAINST THE
      *    CURRENT HISTORY RECORD FOR ITS STUDENT AND TERM AND COMMITS
      *    THE RE-JUDGED OUTCOME.  A WAIVER
      *    FOR A STUDENT WHO HAS NO CURRENT ADMINISTRATIVE FAIL ON
      *    THAT TERM IS AN EXCEPTION, NOT A CRASH.
      *    ============================================================
           applyOneWaiver.
      *    A WAIVER RE-JUDGES A GRADE, SO ITS TERM MUST STILL BE IN
      *    GRADING ON THE CALENDAR - A CLOSED TERM MAY ALREADY BE ON
      *    THE ARCHIVE, AND A TERM NOT ON THE CALENDAR IS A TYPING
      *    ERROR ON THE WAIVER FILE.
           MOVE WV-TERM-ID TO TM-TERM-ID.
           READ TERM-CAL-FILE
               INVALID KEY
                   MOVE SPACE TO TM-STATUS
           END-READ.

           IF NOT TM-IS-GRADING
               ADD 1 TO term_refused_count
               DISPLAY "WAIVER EXCEPTION - TERM NOT IN GRADING: "
                   WV-STUDENT-ID " " WV-TERM-ID
               GO TO waiverDone
           END-IF.

           MOVE WV-STUDENT-ID TO lookup_id.
           MOVE WV-TERM-ID    TO lookup_term.
           PERFORM findPendingEntry.
               GO TO waiverDone
           END-IF.

           IF pt_pending NOT = "Y"
               ADD 1 TO unmatched_count
               DISPLAY "WAIVER EXCEPTION - NO CURRENT ADMIN FAIL: "
                   WV-STUDENT-ID " " WV-TERM-ID

      *    A WAIVER FOR MORE HOURS THAN THE RECORD CARRIES IS A DATA
      *    ERROR ON THE WAIVER FILE, NOT A BIGGER DISPENSATION.
           IF WV-WAIVED-HOURS GREATER THAN pt_faulty_hours
               ADD 1 TO bad_hours_count
               DISPLAY "WAIVER EXCEPTION - WAIVED HOURS EXCEED THE "
                   "HOURS ON RECORD: " WV-STUDENT-ID

      *    SEQUENCE 99 CANNOT BE SUPERSEDED - THE NEXT SEQUENCE WOULD
      *    WRAP TO 00 AND SORT BELOW EVERY PRIOR RECORD.
           IF pt_seq_no NOT LESS THAN 99
               ADD 1 TO seq_limit_count
               DISPLAY "WAIVER EXCEPTION - SEQUENCE LIMIT REACHED: "
                   WV-STUDENT-ID
           END-IF.

      *    THE SAME HOURS-VERSUS-AVERAGE LADDER THE GRADING RUN
      *    APPLIES, RE-JUDGED WITH THE REDUCED HOURS UNDER THE POLICY
      *    THE "A" WAS GIVEN UNDER.  STILL OVER THAT POLICY'S HOURS
      *    LIMIT MEANS THE WAIVER CHANGES NOTHING AND THE "A" RECORD
      *    STANDS UNTOUCHED.
           PERFORM resolveRecordPolicy.
           COMPUTE reduced_hours =
               pt_faulty_hours - WV-WAIVED-HOURS.
           COMPUTE faulty_dec = (reduced_hours * penalty_per_hour).

           IF reduced_hours GREATER THAN hours_limit
               ADD 1 TO still_over_count
               DISPLAY "WAIVER EXCEPTION - STILL OVER THE HOURS "
                   "LIMIT AFTER WAIVER: " WV-STUDENT-ID
               GO TO waiverDone
           END-IF.

           IF faulty_dec GREATER THAN pt_average
               MOVE "S" TO final_status
               ADD 1 TO skip_fail_count
           ELSE
               IF pt_average LESS THAN pass_mark
                   MOVE "E" TO final_status
                   ADD 1 TO exam_count
               ELSE
           PERFORM writeOutcomeHistory.
           PERFORM writeOutcomeRegistrar.
           PERFORM writeWaiverAudit.
           MOVE "N" TO pt_pending.
           ADD 1 TO applied_count.

           waiverDone.
      *    MAKES.
      *    ============================================================
           supersedeFailRecord.
           MOVE pt_student_id TO GH-STUDENT-ID.
           MOVE pt_term_id    TO GH-TERM-ID.
           MOVE pt_seq_no     TO GH-SEQ-NO.
           READ GRADE-HIST-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
      *    WITH THE REDUCED HOURS IN THEIR PLACE.
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
           MOVE reduced_hours              TO GH-FAULTY-HOURS.
           MOVE faulty_dec                 TO GH-FAULTY-DEC.
           MOVE pt_average      TO GH-AVERAGE.
           MOVE ZERO                       TO GH-EXAM-GRADE.
           MOVE ZERO                       TO GH-POST-EXAM-AVG.
           MOVE "N"                        TO GH-EXAM-TAKEN.
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
      *    OUTCOME DOES.
      *    ============================================================
           writeOutcomeRegistrar.
           MOVE pt_average      TO avg_masked.
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
           ADD pt_average TO rx_hash_total.

      *    ============================================================
      *    writeWaiverAudit - ONE AUDIT RECORD PER APPLIED WAIVER,
      *    ============================================================
           writeWaiverAudit.
           ACCEPT actual_time FROM TIME.
           MOVE pt_student_id   TO AU-STUDENT-ID.
           MOVE pt_student_name TO AU-STUDENT-NAME.
           MOVE "WAIVER-HOURS"             TO AU-FIELD-NAME.
           MOVE pt_faulty_hours TO AU-OLD-VALUE.
           MOVE reduced_hours              TO AU-NEW-VALUE.
           MOVE WV-APPROVER-ID             TO AU-OPERATOR-ID.
           MOVE ac_year                    TO AU-YEAR.
           DISPLAY "No current admin fail ...: " unmatched_count.
           DISPLAY "Waived hours too high ...: " bad_hours_count.
           DISPLAY "Sequence limit hit ......: " seq_limit_count.
           DISPLAY "Term not in grading .....: " term_refused_count.

      *    ============================================================
      *    closeFiles - END-OF-JOB CLEAN UP.
           closeFiles.
           CLOSE GRADE-HIST-FILE.
           CLOSE REGISTRAR-FILE.
           CLOSE TERM-CAL-FILE.
           CLOSE AUDIT-FILE.

       END PROGRAM PROD0W0.
