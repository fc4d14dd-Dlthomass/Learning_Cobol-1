      *=======================================================================*
       IDENTIFICATION DIVISION.
      *=======================================================================*
       PROGRAM-ID. PROD0U0.
      *************************************************************************
      *************************************************************************
      *************************************************************************
      *                           IEFP SOLUTIONS                              *
      *DATA:            15/10/2026                                            *
      *PROGRAMADOR:     Marco Silva                                           *
      *OBJECTIVO:                                                             *
      *               ESTE PROGRAMA FAZ A MANUTENCAO EM ECRA DO CALENDARIO    *
      *              DE PERIODOS (TERMCALF): CRIA, ALTERA E RETIRA            *
      *               PERIODOS COM DESCRICAO, DATAS DE INICIO E FIM,          *
      *              JANELA DE AVALIACAO, PRAZO DA REPESCAGEM E ESTADO        *
      *               (PLANEADO, ABERTO, EM AVALIACAO, FECHADO), COM          *
      *              SIGN-ON DE NIVEL 2 E REGISTO DE AUDITORIA EM AUDITF.     *
      *               SO UM PERIODO DO CALENDARIO NO ESTADO CERTO ACEITA      *
      *              CORRIDAS DE AVALIACAO, REPESCAGEM OU DISPENSA.           *
      *                                                                       *
      *************************************************************************
      ***************************FIM DOCUMENTAÇÃO******************************
      *************************************************************************
      *HISTORICO DE ALTERACOES                                                *
      *DATA        INIC   DESCRICAO                                          *
      *----------  -----  ------------------------------------------------   *
      *2026-10-15  MS     PROGRAMA ORIGINAL - MANUTENCAO DO CALENDARIO DE     *
      *                   PERIODOS COM VALIDACAO DAS DATAS E DO ESTADO E      *
      *                   TRILHO DE AUDITORIA.                                *
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

           SELECT TERM-CAL-FILE
               ASSIGN TO TERMCALF
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TM-TERM-ID
               FILE STATUS IS tm-file-status.

           SELECT AUDIT-FILE
               ASSIGN TO AUDITF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS au-file-status.

           SELECT OPERATOR-FILE
               ASSIGN TO OPERF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS op-file-status.

      *=======================================================================*
                               DATA DIVISION.
      *=======================================================================*
                               FILE SECTION.

           FD  TERM-CAL-FILE.
               COPY TERMCAL.

           FD  AUDIT-FILE.
               COPY AUDITLOG.

           FD  OPERATOR-FILE.
               COPY OPERMST.

      *=======================================================================*
                           WORKING-STORAGE SECTION.

      *    ---- menu / screen controls -----------------------------------------
       77  menu_action         pic x(1) value space.
       77  exit_cmd            pic x(1) value space.
       77  done_flag           pic x(1) value "N".
       77  operator_id         pic x(8) value spaces.
       77  actual_time         pic 9(8) value zero.

      *    ---- operator sign-on against the operator master (OPERF) -----------
       77  signon_id           pic x(8) value spaces.
       77  signon_password     pic x(8) value spaces.
       77  signon_ok           pic x(1) value "N".
       77  signon_attempts     pic 9(1) value zero.
       77  signon_fail_reason  pic x(20) value spaces.
       77  oper_eof            pic x(1) value "N".
       77  oper_count          pic 9(2) value zero.
       77  oper_scan_sub       pic 9(2) value zero.
       77  oper_found          pic x(1) value "N".
       77  oper_match_sub      pic 9(2) value zero.

       01  oper_table.
           05  oper_entry OCCURS 50 TIMES.
               10  op_t_operator_id    pic x(8).
               10  op_t_password       pic x(8).
               10  op_t_auth_level     pic 9(1).

      *    ---- term calendar entry being keyed on screen ----------------------
       77  work_term_id        pic x(6) value spaces.
       77  work_description    pic x(30) value spaces.
       77  work_start_date     pic 9(6) value zero.
       77  work_end_date       pic 9(6) value zero.
       77  work_grade_from     pic 9(6) value zero.
       77  work_grade_to       pic 9(6) value zero.
       77  work_resit_deadline pic 9(6) value zero.
       77  work_status         pic x(1) value space.
       77  entry_ok            pic x(1) value "N".
       77  add_mode            pic x(1) value "N".
       77  id_found            pic x(1) value "N".
       77  term_count          pic 9(5) value zero.
       77  cal_eof             pic x(1) value "N".

      *    ---- the record as it stood before a change, for the audit ---------
       01  old_term_entry.
           05  ot_description      pic x(30).
           05  ot_start_date       pic 9(6).
           05  ot_end_date         pic 9(6).
           05  ot_grade_from       pic 9(6).
           05  ot_grade_to         pic 9(6).
           05  ot_resit_deadline   pic 9(6).
           05  ot_status           pic x(1).

      *    ---- STATUS ORDER: A TERM ONLY EVER MOVES FORWARD THROUGH
      *    PLANNED, OPEN, GRADING AND CLOSED.
       77  old_status_rank     pic 9(1) value zero.
       77  new_status_rank     pic 9(1) value zero.
       77  rank_status         pic x(1) value space.
       77  status_rank         pic 9(1) value zero.

      *    ---- date being checked, split into its parts -----------------------
       01  check_date          pic 9(6) value zero.
       01  check_date_parts REDEFINES check_date.
           05  cd_year             pic 9(2).
           05  cd_month            pic 9(2).
           05  cd_day              pic 9(2).
       77  date_ok             pic x(1) value "N".
       77  date_label          pic x(15) value spaces.

      *    ---- current entry shown on the change screen -----------------------
       77  show_line           pic x(60) value spaces.

      *    ---- audit record build area -----------------------------------------
       77  audit_field_name    pic x(15) value spaces.
       77  audit_old_value     pic x(20) value spaces.
       77  audit_new_value     pic x(20) value spaces.

      *    ---- file-status codes for OPEN EXTEND/OPEN INPUT existence checks ---
       77  tm-file-status      pic x(2) value spaces.
       77  au-file-status      pic x(2) value spaces.
       77  op-file-status      pic x(2) value spaces.

       01  actual_date.
           03 ac_year   PIC  9(2) values zero.
           03 ac_month  PIC  9(2) values zero.
           03 ac_day    PIC  9(2) values zero.

      *=======================================================================*
           PROCEDURE DIVISION.

      *    ============================================================
      *    MAINLINE - SIGNS THE OPERATOR ON, OPENS THE CALENDAR, THEN
      *    LOOPS ON THE MAINTENANCE MENU UNTIL THE OPERATOR EXITS.
      *    EVERY COMMITTED CHANGE IS WRITTEN TO TERMCALF AT ONCE, SO
      *    AN ABORTED SESSION NEVER LOSES WORK ALREADY ACCEPTED.
      *    ============================================================
           mainline.
           PERFORM initializeRun.
           PERFORM maintenanceMenu THRU menuDone
               UNTIL done_flag = "Y".
           PERFORM closeFiles.
           STOP RUN.

      *    ============================================================
      *    initializeRun - OPENS THE AUDIT FILE, SIGNS THE OPERATOR ON
      *    AGAINST THE OPERATOR MASTER AND OPENS THE TERM CALENDAR.
      *    ============================================================
           initializeRun.
           ACCEPT actual_date FROM DATE.
           DISPLAY "data: " AT 0125 ac_day "/" ac_month "/" ac_year.

      *    THE AUDIT FILE OPENS FIRST SO A FAILED SIGN-ON CAN BE
      *    LOGGED.
           OPEN EXTEND AUDIT-FILE.
           IF au-file-status = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           PERFORM operatorSignon.

           PERFORM openTermCalendar.

      *    ============================================================
      *    operatorSignon - THE CALENDAR IS NOT TOUCHED UNTIL AN
      *    OPERATOR ON THE MASTER FILE SIGNS ON WITH THE RIGHT
      *    PASSWORD AND MAINTENANCE-LEVEL (2) AUTHORIZATION.  EVERY
      *    FAILED ATTEMPT IS LOGGED TO THE AUDIT FILE AND THREE
      *    FAILURES END THE SESSION.
      *    ============================================================
           operatorSignon.
           PERFORM loadOperators.
           MOVE "N" TO signon_ok.
           MOVE ZERO TO signon_attempts.
           PERFORM signonAttempt
               UNTIL signon_ok = "Y" OR signon_attempts NOT LESS THAN 3.

           IF signon_ok NOT = "Y"
               DISPLAY "*** THREE FAILED SIGN-ON ATTEMPTS - SESSION "
                   "TERMINATED ***" AT 0825
               ACCEPT exit_cmd AT 2415
               PERFORM closeFiles
               STOP RUN
           END-IF.

           signonAttempt.
           ADD 1 TO signon_attempts.
           DISPLAY "Operator id : " AT 0425.
           ACCEPT signon_id AT 0440.
           DISPLAY "Password    : " AT 0525.
           ACCEPT signon_password AT 0540.

           PERFORM findOperator.

           IF oper_found NOT = "Y"
               MOVE "UNKNOWN OPERATOR ID" TO signon_fail_reason
               PERFORM signonFailed
           ELSE
               IF op_t_password(oper_match_sub) NOT = signon_password
                   MOVE "WRONG PASSWORD" TO signon_fail_reason
                   PERFORM signonFailed
               ELSE
                   IF op_t_auth_level(oper_match_sub) LESS THAN 2
                       MOVE "LEVEL TOO LOW" TO signon_fail_reason
                       PERFORM signonFailed
                   ELSE
                       MOVE "Y" TO signon_ok
                       MOVE signon_id TO operator_id
                   END-IF
               END-IF
           END-IF.

           signonFailed.
           DISPLAY "*** sign-on refused: " AT 0625
               signon_fail_reason AT 0646.
           PERFORM writeSignonFail.

      *    ============================================================
      *    loadOperators - THE OPERATOR MASTER LOADS INTO A TABLE FOR
      *    THE SIGN-ON CHECK.  NO MASTER FILE MEANS NOBODY CAN SIGN
      *    ON - THE SESSION FAILS CLOSED.
      *    ============================================================
           loadOperators.
           MOVE "N" TO oper_eof.
           MOVE ZERO TO oper_count.
           OPEN INPUT OPERATOR-FILE.

           IF op-file-status = "35"
               DISPLAY "*** NO OPERATOR MASTER FILE - CANNOT SIGN "
                   "ON ***" AT 0425
               ACCEPT exit_cmd AT 2415
               PERFORM closeFiles
               STOP RUN
           END-IF.

           PERFORM readOperatorRecord.
           PERFORM addOperatorEntry UNTIL oper_eof = "Y".
           CLOSE OPERATOR-FILE.

           readOperatorRecord.
           READ OPERATOR-FILE
               AT END MOVE "Y" TO oper_eof
           END-READ.

           addOperatorEntry.
           IF oper_count NOT LESS THAN 50
               DISPLAY "*** OPERATOR MASTER EXCEEDS 50 ENTRIES - "
                   "INCREASE TABLE SIZE ***" AT 0115
               CLOSE OPERATOR-FILE
               PERFORM closeFiles
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO oper_count.
           MOVE OP-OPERATOR-ID TO op_t_operator_id(oper_count).
           MOVE OP-PASSWORD    TO op_t_password(oper_count).
           MOVE OP-AUTH-LEVEL  TO op_t_auth_level(oper_count).
           PERFORM readOperatorRecord.

      *    ============================================================
      *    findOperator - LOOKS signon_id UP IN THE OPERATOR TABLE AND
      *    LEAVES THE MATCHING SUBSCRIPT IN oper_match_sub.
      *    ============================================================
           findOperator.
           MOVE "N" TO oper_found.
           MOVE ZERO TO oper_match_sub.
           MOVE 1 TO oper_scan_sub.
           PERFORM scanOperatorEntry
               UNTIL oper_found = "Y" OR oper_scan_sub > oper_count.

           scanOperatorEntry.
           IF op_t_operator_id(oper_scan_sub) = signon_id
               MOVE "Y" TO oper_found
               MOVE oper_scan_sub TO oper_match_sub
           ELSE
               ADD 1 TO oper_scan_sub
           END-IF.

      *    ============================================================
      *    writeSignonFail - ONE AUDIT RECORD PER REFUSED SIGN-ON, SO
      *    THE QUALITY OFFICE SEES WHO WAS KEYED AND WHY IT FAILED.
      *    ============================================================
           writeSignonFail.
           ACCEPT actual_time FROM TIME.
           MOVE SPACES            TO AU-STUDENT-ID.
           MOVE "OPERATOR SIGNON" TO AU-STUDENT-NAME.
           MOVE "SIGNON-FAIL"     TO AU-FIELD-NAME.
           MOVE signon_id         TO AU-OLD-VALUE.
           MOVE signon_fail_reason TO AU-NEW-VALUE.
           MOVE signon_id         TO AU-OPERATOR-ID.
           MOVE ac_year           TO AU-YEAR.
           MOVE ac_month          TO AU-MONTH.
           MOVE ac_day            TO AU-DAY.
           MOVE actual_time       TO AU-AUDIT-TIME.
           MOVE ZERO              TO AU-RUN-NO.
           WRITE AUDIT-REC.

      *    ============================================================
      *    openTermCalendar - THE CALENDAR IS KEPT OPEN I-O FOR THE
      *    WHOLE SESSION.  A MISSING FILE IS CREATED EMPTY, READY FOR
      *    THE FIRST TERM.  THE TERMS ON FILE ARE COUNTED FOR THE MENU.
      *    ============================================================
           openTermCalendar.
           OPEN I-O TERM-CAL-FILE.
           IF tm-file-status = "35"
               OPEN OUTPUT TERM-CAL-FILE
               CLOSE TERM-CAL-FILE
               OPEN I-O TERM-CAL-FILE
           END-IF.

           MOVE ZERO TO term_count.
           MOVE "N" TO cal_eof.
           MOVE LOW-VALUES TO TM-TERM-ID.
           START TERM-CAL-FILE KEY NOT LESS THAN TM-TERM-ID
               INVALID KEY MOVE "Y" TO cal_eof
           END-START.
           PERFORM countTermEntry UNTIL cal_eof = "Y".

           countTermEntry.
           READ TERM-CAL-FILE NEXT RECORD
               AT END MOVE "Y" TO cal_eof
           END-READ.
           IF cal_eof NOT = "Y"
               ADD 1 TO term_count
           END-IF.

      *    ============================================================
      *    maintenanceMenu - ONE PASS PER OPERATOR ACTION.
      *    ============================================================
           maintenanceMenu.
           DISPLAY SPACE ERASE EOS.
           DISPLAY "____________ TERM CALENDAR MAINTENANCE ____________"
               AT 0315.
           DISPLAY "Terms on file : " AT 0415 term_count AT 0431.
           DISPLAY "A - Add a term" AT 0615.
           DISPLAY "C - Change a term's dates or status" AT 0715.
           DISPLAY "R - Remove a planned term" AT 0815.
           DISPLAY "X - Exit" AT 0915.

           menuChoice.
           DISPLAY "Action : " AT 1115.
           ACCEPT menu_action AT 1124.

           EVALUATE menu_action
               WHEN "A" PERFORM addTerm THRU addDone
               WHEN "C" PERFORM changeTerm THRU changeDone
               WHEN "R" PERFORM removeTerm THRU removeDone
               WHEN "X" MOVE "Y" TO done_flag
               WHEN OTHER
                   DISPLAY "*** invalid action, A/C/R/X only ***"
                       AT 1140
                   GO TO menuChoice
           END-EVALUATE.

           menuDone.
           EXIT.

      *    ============================================================
      *    addTerm - CREATES A NEW TERM.  THE ID MUST NOT ALREADY BE
      *    ON THE CALENDAR.  A NEW TERM ALWAYS STARTS AS PLANNED; IT
      *    IS OPENED, PUT IN GRADING AND CLOSED BY LATER CHANGES.
      *    ============================================================
           addTerm.
           PERFORM promptTermId.
           PERFORM findTermId.

           IF id_found = "Y"
               DISPLAY "*** that term is already on the calendar ***"
                   AT 1340
               GO TO addDone
           END-IF.

           MOVE SPACES TO work_description.
           MOVE ZERO   TO work_start_date work_end_date
                          work_grade_from work_grade_to
                          work_resit_deadline.
           MOVE "P"    TO work_status.
           MOVE "P"    TO ot_status.
           MOVE "Y"    TO add_mode.

           PERFORM promptTermEntry THRU entryDone.
           IF entry_ok NOT = "Y"
               GO TO addDone
           END-IF.

           PERFORM storeWorkEntry.
           WRITE TERM-CAL-REC
               INVALID KEY
                   DISPLAY "*** term could not be added ***" AT 2315
                   GO TO addDone
           END-WRITE.
           ADD 1 TO term_count.

           MOVE "TERM-ADD"       TO audit_field_name.
           MOVE SPACES           TO audit_old_value.
           MOVE work_description TO audit_new_value.
           PERFORM writeAudit.

           DISPLAY "Term added to the calendar" AT 2315.

           addDone.
           PERFORM pressToGoOn.

      *    ============================================================
      *    changeTerm - RE-KEYS THE DATES AND STATUS OF AN EXISTING
      *    TERM.  EACH FIELD THAT CHANGED GETS ITS OWN AUDIT RECORD
      *    WITH THE OLD AND NEW VALUE, SO THE EXAM BOARD SEES WHO
      *    OPENED OR CLOSED A TERM AND WHEN.  A CLOSED TERM IS FINAL -
      *    ITS HISTORY MAY ALREADY BE ON THE ARCHIVE.
      *    ============================================================
           changeTerm.
           PERFORM promptTermId.
           PERFORM findTermId.

           IF id_found NOT = "Y"
               DISPLAY "*** that term is not on the calendar ***"
                   AT 1340
               GO TO changeDone
           END-IF.

           IF TM-IS-CLOSED
               DISPLAY "*** that term is closed and may not be "
                   "changed ***" AT 1340
               GO TO changeDone
           END-IF.

           PERFORM showCurrentEntry.
           PERFORM keepOldEntry.
           MOVE "N" TO add_mode.

           MOVE ot_description    TO work_description.
           MOVE ot_start_date     TO work_start_date.
           MOVE ot_end_date       TO work_end_date.
           MOVE ot_grade_from     TO work_grade_from.
           MOVE ot_grade_to       TO work_grade_to.
           MOVE ot_resit_deadline TO work_resit_deadline.
           MOVE ot_status         TO work_status.

           PERFORM promptTermEntry THRU entryDone.
           IF entry_ok NOT = "Y"
               GO TO changeDone
           END-IF.

           PERFORM storeWorkEntry.
           REWRITE TERM-CAL-REC
               INVALID KEY
                   DISPLAY "*** term could not be changed ***" AT 2315
                   GO TO changeDone
           END-REWRITE.

           PERFORM auditTermChanges.

           DISPLAY "Term changed on the calendar" AT 2315.

           changeDone.
           PERFORM pressToGoOn.

      *    ============================================================
      *    removeTerm - ONLY A TERM STILL PLANNED MAY BE REMOVED.  ONCE
      *    A TERM HAS BEEN OPENED, RUNS MAY HAVE POSTED TO IT AND IT
      *    STAYS ON THE CALENDAR UNTIL IT IS CLOSED.
      *    ============================================================
           removeTerm.
           PERFORM promptTermId.
           PERFORM findTermId.

           IF id_found NOT = "Y"
               DISPLAY "*** that term is not on the calendar ***"
                   AT 1340
               GO TO removeDone
           END-IF.

           IF NOT TM-IS-PLANNED
               DISPLAY "*** only a planned term may be removed ***"
                   AT 1340
               GO TO removeDone
           END-IF.

           MOVE "TERM-REMOVE"  TO audit_field_name.
           MOVE TM-DESCRIPTION TO audit_old_value.
           MOVE SPACES         TO audit_new_value.

           DELETE TERM-CAL-FILE
               INVALID KEY
                   DISPLAY "*** term could not be removed ***" AT 2315
                   GO TO removeDone
           END-DELETE.
           SUBTRACT 1 FROM term_count.
           PERFORM writeAudit.

           DISPLAY "Term removed from the calendar" AT 2315.

           removeDone.
           PERFORM pressToGoOn.

      *    ============================================================
      *    promptTermId - A BLANK TERM ID IS NEVER ACCEPTED.
      *    ============================================================
           promptTermId.
           DISPLAY "Term id      : " AT 1315.
           ACCEPT work_term_id AT 1332.

           IF work_term_id = SPACES
               DISPLAY "*** term id may not be blank ***" AT 1340
               GO TO promptTermId
           END-IF.

      *    ============================================================
      *    findTermId - READS work_term_id FROM THE CALENDAR; THE
      *    RECORD FOUND IS LEFT IN TERM-CAL-REC.
      *    ============================================================
           findTermId.
           MOVE work_term_id TO TM-TERM-ID.
           READ TERM-CAL-FILE
               INVALID KEY MOVE "N" TO id_found
               NOT INVALID KEY MOVE "Y" TO id_found
           END-READ.

      *    ============================================================
      *    showCurrentEntry - THE ENTRY BEING REPLACED, SHOWN SO THE
      *    OPERATOR RE-KEYS AGAINST WHAT IS THERE, NOT FROM MEMORY.
      *    ============================================================
           showCurrentEntry.
           DISPLAY "Current : " AT 1415 TM-DESCRIPTION AT 1425
               " status " AT 1456 TM-STATUS AT 1464.
           MOVE SPACES TO show_line.
           STRING "term " TM-START-DATE "-" TM-END-DATE
               "  grading " TM-GRADE-FROM-DATE "-" TM-GRADE-TO-DATE
               "  resit by " TM-RESIT-DEADLINE
               DELIMITED BY SIZE INTO show_line.
           DISPLAY show_line AT 1525.

           keepOldEntry.
           MOVE TM-DESCRIPTION     TO ot_description.
           MOVE TM-START-DATE      TO ot_start_date.
           MOVE TM-END-DATE        TO ot_end_date.
           MOVE TM-GRADE-FROM-DATE TO ot_grade_from.
           MOVE TM-GRADE-TO-DATE   TO ot_grade_to.
           MOVE TM-RESIT-DEADLINE  TO ot_resit_deadline.
           MOVE TM-STATUS          TO ot_status.

      *    ============================================================
      *    promptTermEntry - TAKES THE DESCRIPTION, THE FIVE DATES AND
      *    THE STATUS AND ENFORCES THE CALENDAR RULES: EVERY DATE A
      *    REAL YYMMDD DATE, THE TERM ENDING AFTER IT STARTS, THE
      *    GRADING WINDOW OPENING NO EARLIER THAN THE TERM AND CLOSING
      *    AFTER IT OPENS, THE RESIT DEADLINE NO EARLIER THAN THE
      *    CLOSE OF GRADING, AND THE STATUS NEVER MOVING BACK - AN
      *    ENTRY THAT FAILS ANY RULE IS NEVER COMMITTED.
      *    ============================================================
           promptTermEntry.
           MOVE "N" TO entry_ok.

           promptDescription.
           DISPLAY "Description            : " AT 1615.
           ACCEPT work_description AT 1640.

           IF work_description = SPACES
               DISPLAY "*** description may not be blank ***" AT 2115
               GO TO promptDescription
           END-IF.

           promptDates.
           DISPLAY "Term start     (YYMMDD): " AT 1715.
           ACCEPT work_start_date AT 1740.
           DISPLAY "end (YYMMDD): " AT 1748.
           ACCEPT work_end_date AT 1762.
           DISPLAY "Grading from   (YYMMDD): " AT 1815.
           ACCEPT work_grade_from AT 1840.
           DISPLAY "to  (YYMMDD): " AT 1848.
           ACCEPT work_grade_to AT 1862.
           DISPLAY "Resit deadline (YYMMDD): " AT 1915.
           ACCEPT work_resit_deadline AT 1940.

      *    A NEW TERM IS NOT ASKED FOR A STATUS - IT GOES ON THE
      *    CALENDAR PLANNED AND IS MOVED ON BY LATER CHANGES.
           IF add_mode = "Y"
               DISPLAY "Status                 : P (planned)" AT 2015
               GO TO validateEntry
           END-IF.

           promptStatus.
           DISPLAY "Status (P/O/G/C)       : " AT 2015.
           ACCEPT work_status AT 2040.

           IF (work_status NOT = "P") AND (work_status NOT = "O")
               AND (work_status NOT = "G") AND (work_status NOT = "C")
               DISPLAY "*** status must be P, O, G or C ***" AT 2115
               GO TO promptStatus
           END-IF.

           validateEntry.
           PERFORM checkEntry THRU entryChecked.

           IF entry_ok NOT = "Y"
               DISPLAY "Re-key the dates and status (Y) or abandon "
                   "(N) : " AT 2215
               ACCEPT exit_cmd AT 2269
               IF exit_cmd = "Y"
                   DISPLAY SPACES AT 2115
                   GO TO promptDates
               END-IF
           END-IF.

           entryDone.
           EXIT.

      *    ============================================================
      *    checkEntry - THE CALENDAR RULES THEMSELVES.  ONE MESSAGE PER
      *    PASS, ON THE LINE ABOVE THE RE-KEY QUESTION.
      *    ============================================================
           checkEntry.
           MOVE "N" TO entry_ok.

           MOVE work_start_date TO check_date.
           MOVE "term start"    TO date_label.
           PERFORM checkOneDate.
           IF date_ok NOT = "Y"
               GO TO entryChecked
           END-IF.

           MOVE work_end_date   TO check_date.
           MOVE "term end"      TO date_label.
           PERFORM checkOneDate.
           IF date_ok NOT = "Y"
               GO TO entryChecked
           END-IF.

           MOVE work_grade_from TO check_date.
           MOVE "grading from"  TO date_label.
           PERFORM checkOneDate.
           IF date_ok NOT = "Y"
               GO TO entryChecked
           END-IF.

           MOVE work_grade_to   TO check_date.
           MOVE "grading to"    TO date_label.
           PERFORM checkOneDate.
           IF date_ok NOT = "Y"
               GO TO entryChecked
           END-IF.

           MOVE work_resit_deadline TO check_date.
           MOVE "resit deadline"    TO date_label.
           PERFORM checkOneDate.
           IF date_ok NOT = "Y"
               GO TO entryChecked
           END-IF.

           IF work_end_date < work_start_date
               DISPLAY "*** the term ends before it starts ***"
                   AT 2115
               GO TO entryChecked
           END-IF.

           IF work_grade_from < work_start_date
               DISPLAY "*** grading opens before the term starts ***"
                   AT 2115
               GO TO entryChecked
           END-IF.

           IF work_grade_to < work_grade_from
               DISPLAY "*** grading closes before it opens ***"
                   AT 2115
               GO TO entryChecked
           END-IF.

           IF work_resit_deadline < work_grade_to
               DISPLAY "*** resit deadline is before grading closes "
                   "***" AT 2115
               GO TO entryChecked
           END-IF.

           MOVE ot_status TO rank_status.
           PERFORM rankStatus.
           MOVE status_rank TO old_status_rank.
           MOVE work_status TO rank_status.
           PERFORM rankStatus.
           MOVE status_rank TO new_status_rank.

           IF new_status_rank < old_status_rank
               DISPLAY "*** status may only move forward, "
                   "P - O - G - C ***" AT 2115
               GO TO entryChecked
           END-IF.

           IF (add_mode = "Y") AND (work_status NOT = "P")
               DISPLAY "*** a new term must start as planned (P) ***"
                   AT 2115
               GO TO entryChecked
           END-IF.

           MOVE "Y" TO entry_ok.

           entryChecked.
           EXIT.

      *    A DATE MUST BE A REAL CALENDAR DAY IN YYMMDD FORM; THE DAY
      *    IS ONLY CHECKED AGAINST 31 - THE OFFICE KEYS TERM DATES
      *    FROM THE PRINTED ACADEMIC CALENDAR.
           checkOneDate.
           MOVE "Y" TO date_ok.
           IF (cd_month < 1) OR (cd_month > 12)
               OR (cd_day < 1) OR (cd_day > 31)
               MOVE "N" TO date_ok
               DISPLAY "*** " AT 2115 date_label AT 2119
                   " is not a valid YYMMDD date ***" AT 2134
           END-IF.

           rankStatus.
           EVALUATE rank_status
               WHEN "P" MOVE 1 TO status_rank
               WHEN "O" MOVE 2 TO status_rank
               WHEN "G" MOVE 3 TO status_rank
               WHEN "C" MOVE 4 TO status_rank
               WHEN OTHER MOVE 1 TO status_rank
           END-EVALUATE.

      *    ============================================================
      *    storeWorkEntry - COMMITS THE VALIDATED ENTRY ON SCREEN TO
      *    THE CALENDAR RECORD AREA.
      *    ============================================================
           storeWorkEntry.
           MOVE work_term_id        TO TM-TERM-ID.
           MOVE work_description    TO TM-DESCRIPTION.
           MOVE work_start_date     TO TM-START-DATE.
           MOVE work_end_date       TO TM-END-DATE.
           MOVE work_grade_from     TO TM-GRADE-FROM-DATE.
           MOVE work_grade_to       TO TM-GRADE-TO-DATE.
           MOVE work_resit_deadline TO TM-RESIT-DEADLINE.
           MOVE work_status         TO TM-STATUS.

      *    ============================================================
      *    auditTermChanges - ONE AUDIT RECORD FOR EACH FIELD OF THE
      *    TERM THAT THE CHANGE ACTUALLY ALTERED.
      *    ============================================================
           auditTermChanges.
           IF work_description NOT = ot_description
               MOVE "TERM-DESC"      TO audit_field_name
               MOVE ot_description   TO audit_old_value
               MOVE work_description TO audit_new_value
               PERFORM writeAudit
           END-IF.

           IF work_start_date NOT = ot_start_date
               MOVE "TERM-START"     TO audit_field_name
               MOVE ot_start_date    TO audit_old_value
               MOVE work_start_date  TO audit_new_value
               PERFORM writeAudit
           END-IF.

           IF work_end_date NOT = ot_end_date
               MOVE "TERM-END"       TO audit_field_name
               MOVE ot_end_date      TO audit_old_value
               MOVE work_end_date    TO audit_new_value
               PERFORM writeAudit
           END-IF.

           IF work_grade_from NOT = ot_grade_from
               MOVE "TERM-GRADE-FROM" TO audit_field_name
               MOVE ot_grade_from     TO audit_old_value
               MOVE work_grade_from   TO audit_new_value
               PERFORM writeAudit
           END-IF.

           IF work_grade_to NOT = ot_grade_to
               MOVE "TERM-GRADE-TO"  TO audit_field_name
               MOVE ot_grade_to      TO audit_old_value
               MOVE work_grade_to    TO audit_new_value
               PERFORM writeAudit
           END-IF.

           IF work_resit_deadline NOT = ot_resit_deadline
               MOVE "TERM-RESIT-DUE"    TO audit_field_name
               MOVE ot_resit_deadline   TO audit_old_value
               MOVE work_resit_deadline TO audit_new_value
               PERFORM writeAudit
           END-IF.

           IF work_status NOT = ot_status
               MOVE "TERM-STATUS"    TO audit_field_name
               MOVE ot_status        TO audit_old_value
               MOVE work_status      TO audit_new_value
               PERFORM writeAudit
           END-IF.

      *    ============================================================
      *    writeAudit - ONE AUDIT RECORD PER COMMITTED CHANGE TO THE
      *    CALENDAR, THE SAME RECORD PROD0C0 WRITES.  THE TERM ID IS
      *    ONE CHARACTER WIDER THAN THE STUDENT-ID FIELD, SO IT RIDES
      *    IN THE NAME FIELD BEHIND "TERM".
      *    ============================================================
           writeAudit.
           ACCEPT actual_time FROM TIME.
           MOVE SPACES            TO AU-STUDENT-ID.
           MOVE SPACES            TO AU-STUDENT-NAME.
           STRING "TERM " work_term_id DELIMITED BY SIZE
               INTO AU-STUDENT-NAME.
           MOVE audit_field_name  TO AU-FIELD-NAME.
           MOVE audit_old_value   TO AU-OLD-VALUE.
           MOVE audit_new_value   TO AU-NEW-VALUE.
           MOVE operator_id       TO AU-OPERATOR-ID.
           MOVE ac_year           TO AU-YEAR.
           MOVE ac_month          TO AU-MONTH.
           MOVE ac_day            TO AU-DAY.
           MOVE actual_time       TO AU-AUDIT-TIME.
           MOVE ZERO              TO AU-RUN-NO.
           WRITE AUDIT-REC.

      *    ============================================================
      *    pressToGoOn - HOLDS THE RESULT MESSAGE ON SCREEN UNTIL THE
      *    OPERATOR HAS SEEN IT.
      *    ============================================================
           pressToGoOn.
           DISPLAY "Press enter to continue" AT 2415.
           ACCEPT exit_cmd AT 2440.

      *    ============================================================
      *    closeFiles - END-OF-JOB CLEAN UP.
      *    ============================================================
           closeFiles.
           CLOSE TERM-CAL-FILE.
           CLOSE AUDIT-FILE.

       END PROGRAM PROD0U0.
