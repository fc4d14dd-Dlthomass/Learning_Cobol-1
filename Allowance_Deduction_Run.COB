      *=======================================================================*
       IDENTIFICATION DIVISION.
      *=======================================================================*
       PROGRAM-ID. PROD0Y0.
      *************************************************************************
      *************************************************************************
      *************************************************************************
      *                           IEFP SOLUTIONS                              *
      *DATA:            15/10/2026                                            *
      *PROGRAMADOR:     Marco Silva                                           *
      *OBJECTIVO:                                                             *
      *               ESTE PROGRAMA E A CORRIDA MENSAL DE DESCONTOS NA        *
      *              BOLSA DE FORMACAO: PARA O PERIODO DO FICHEIRO DE         *
      *               CONTROLO (ALWPRMF) TOMA AS FALTAS DE CADA FORMANDO      *
      *              DO FICHEIRO DE ASSIDUIDADE (ATTENDF) E DO HISTORICO      *
      *               (GH-FAULTY-HOURS EM GRDHISTF), TIRA AS HORAS            *
      *              RELEVADAS (WAIVERF), DESCONTA AS HORAS JA ENVIADAS       *
      *               (DEDTODF) E APLICA O VALOR POR HORA.  GRAVA O           *
      *              FICHEIRO DE INTERFACE DO PROCESSAMENTO DE SALARIOS       *
      *               (PAYDEDF) COM CABECALHO E TRAILER DE CONTROLO E         *
      *              IMPRIME O REGISTO DE DESCONTOS PARA VISTO DAS            *
      *               FINANCAS.  FORMANDOS COM "A" SAO ASSINALADOS PARA       *
      *              SUSPENSAO DA BOLSA EM VEZ DE DESCONTO PARCIAL.           *
      *                                                                       *
      *************************************************************************
      ***************************FIM DOCUMENTAÇÃO******************************
      *************************************************************************
      *HISTORICO DE ALTERACOES                                                *
      *DATA        INIC   DESCRICAO                                          *
      *----------  -----  ------------------------------------------------   *
      *2026-10-15  MS     PROGRAMA ORIGINAL - DESCONTOS MENSAIS NA BOLSA      *
      *                   COM INTERFACE PARA SALARIOS, REGISTO DE DESCONTOS   *
      *                   E ACUMULADO POR FORMANDO E PERIODO, COM NUMERO DE   *
      *                   CORRIDA DO REGISTO (RUNREGF) E EVENTOS EM RUNLOGF.  *
      *2026-10-15  MS     REGISTO DE CONTROLO (ALWPARMF) EM FALTA OU INVALIDO *
      *                   PASSA A TERMINAR A CORRIDA COM CODIGO DE RETORNO    *
      *                   12, PARA A TRANSMISSAO NAO REENVIAR O PAYDEDF DO    *
      *                   PERIODO ANTERIOR.                                   *
      *2026-10-15  MS     O ANO E O MES DO PERIODO DE PAGAMENTO PASSAM A VIR  *
      *                   DE pay_period EM WORKING-STORAGE, E NAO DO REGISTO  *
      *                   DO ALWPARMF DEPOIS DE FECHADO.                      *
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

           SELECT ALLOW-PARM-FILE
               ASSIGN TO ALWPRMF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ap-file-status.

           SELECT GRADE-HIST-FILE
               ASSIGN TO GRDHISTF
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS GH-HIST-KEY
               FILE STATUS IS gh-file-status.

           SELECT ATTEND-FILE
               ASSIGN TO ATTENDF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS af-file-status.

           SELECT WAIVER-FILE
               ASSIGN TO WAIVERF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wv-file-status.

           SELECT DEDUCTED-FILE
               ASSIGN TO DEDTODF
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DD-KEY
               FILE STATUS IS dd-file-status.

           SELECT PAYROLL-FILE
               ASSIGN TO PAYDEDF
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGISTER-FILE
               ASSIGN TO DEDREGF
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

           FD  ALLOW-PARM-FILE.
               COPY ALWPARM.

           FD  GRADE-HIST-FILE.
               COPY GRDHIST.

           FD  ATTEND-FILE.
               COPY ATTFEED.

           FD  WAIVER-FILE.
               COPY WAIVER.

           FD  DEDUCTED-FILE.
               COPY DEDTOD.

           FD  PAYROLL-FILE.
               COPY PAYDED.

           FD  REGISTER-FILE.
               COPY DEDREG.

           FD  RUN-REGISTER-FILE.
               COPY RUNREG.

           FD  RUN-LOG-FILE.
               COPY RUNLOG.

      *    ONE SORT RECORD PER SOURCE OF HOURS FOR THE TERM: A GRADED
      *    HISTORY RECORD ("1"), THE TIMEKEEPING FEED ("2") AND AN
      *    APPROVED WAIVER ("3"), BROUGHT TOGETHER BY STUDENT.
           SD  SORT-WORK-FILE.
           01  SORT-REC.
               05  SR-STUDENT-ID          PIC X(05).
               05  SR-REC-TYPE            PIC X(01).
                   88  SR-GRADED-RECORD       VALUE "1".
                   88  SR-FEED-HOURS          VALUE "2".
                   88  SR-WAIVER              VALUE "3".
               05  SR-HOURS               PIC 9(02).
               05  SR-FINAL-STATUS        PIC X(01).

      *=======================================================================*
                           WORKING-STORAGE SECTION.

       77  hist_eof            pic x(1) value "N".
       77  attend_eof          pic x(1) value "N".
       77  waiver_eof          pic x(1) value "N".
       77  sort_eof            pic x(1) value "N".

      *    ---- the run's term, pay period and rate --------------------------
       77  run_term            pic x(6) value spaces.
       01  pay_period          pic 9(6) value zero.
       01  pay_period_parts REDEFINES pay_period.
           05  pp_year             pic 9(4).
           05  pp_month            pic 9(2).
       77  rate_per_hour       pic 9(2)V99 value zero.

      *    ---- the student being charged off the sort -----------------------
       77  cur_student_id      pic x(5) value spaces.
       77  graded_hours        pic 9(2) value zero.
       77  feed_hours          pic 9(2) value zero.
       77  waived_hours        pic 9(3) value zero.
       77  term_hours          pic 9(3) value zero.
       77  chargeable_hours    pic 9(3) value zero.
       77  admin_fail          pic x(1) value "N".
       77  base_hours          pic 9(3) value zero.
       77  base_amount         pic 9(5)V99 value zero.
       77  base_suspended      pic x(1) value "N".
       77  new_hours           pic 9(3) value zero.
       77  new_amount          pic 9(5)V99 value zero.
       77  on_file             pic x(1) value "N".
       77  line_action         pic x(10) value spaces.
       77  amount_masked       pic zz,zz9.99.
       77  rate_masked         pic z9.99.
       77  total_masked        pic zzz,zzz,zz9.99.

      *    ---- control totals for the trailer and the register --------------
       77  detail_count        pic 9(6) value zero.
       77  suspend_count       pic 9(6) value zero.
       77  total_hours         pic 9(7) value zero.
       77  total_amount        pic 9(9)V99 value zero.
       77  students_seen       pic 9(5) value zero.
       77  nothing_new_count   pic 9(5) value zero.
       77  still_susp_count    pic 9(5) value zero.

      *    ---- file-status codes for OPEN EXTEND/OPEN INPUT existence checks ---
       77  ap-file-status      pic x(2) value spaces.
       77  gh-file-status      pic x(2) value spaces.
       77  af-file-status      pic x(2) value spaces.
       77  wv-file-status      pic x(2) value spaces.
       77  dd-file-status      pic x(2) value spaces.

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
      *    MAINLINE - READS THE CONTROL RECORD, SORTS THE TERM'S HOURS
      *    BY STUDENT AND CHARGES ONE STUDENT PER CONTROL BREAK,
      *    BETWEEN THE PAYROLL HEADER AND TRAILER.  NO OPERATOR INPUT
      *    ANYWHERE.
      *    ============================================================
           mainline.
           PERFORM initializeRun.
           PERFORM loadAllowanceParms.
           PERFORM acquireRunNumber.
           PERFORM writeRunLogStart.
           PERFORM openOutputFiles.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-STUDENT-ID
                                SR-REC-TYPE
               INPUT PROCEDURE buildSortInput
               OUTPUT PROCEDURE chargeStudents.

           PERFORM writePayrollTrailer.
           PERFORM printRegisterTotals.
           PERFORM writeRunLogEnd.
           PERFORM showRunTotals.
           PERFORM closeFiles.
           STOP RUN.

           initializeRun.
           ACCEPT actual_date FROM DATE.

      *    ============================================================
      *    loadAllowanceParms - THE ONE CONTROL RECORD.  WITHOUT A
      *    TERM, A PAY PERIOD AND A RATE THERE IS NOTHING TO CHARGE,
      *    SO THE RUN ENDS BEFORE ANYTHING IS WRITTEN - AND ENDS AS
      *    FAILED (12), BECAUSE PAYROLL EXPECTS A FEED EVERY PERIOD
      *    AND THE TRANSMISSION STEP MUST NOT SEND LAST PERIOD'S
      *    PAYDEDF AGAIN.
      *    ============================================================
           loadAllowanceParms.
           OPEN INPUT ALLOW-PARM-FILE.

           IF ap-file-status = "35"
               DISPLAY "*** NO ALLOWANCE CONTROL FILE - NOTHING "
                   "CHARGED ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ ALLOW-PARM-FILE
               AT END MOVE SPACES TO ALLOW-PARM-REC
           END-READ.
           CLOSE ALLOW-PARM-FILE.

           IF (AP-TERM-ID = SPACES)
               OR (AP-PAY-YEAR NOT NUMERIC)
               OR (AP-PAY-MONTH NOT NUMERIC)
               OR (AP-RATE-PER-HOUR NOT NUMERIC)
               DISPLAY "*** ALLOWANCE CONTROL RECORD IS NOT VALID - "
                   "NOTHING CHARGED ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF (AP-PAY-MONTH < 1) OR (AP-PAY-MONTH > 12)
               OR (AP-RATE-PER-HOUR = ZERO)
               DISPLAY "*** ALLOWANCE CONTROL RECORD IS NOT VALID - "
                   "NOTHING CHARGED ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE AP-TERM-ID       TO run_term.
           MOVE AP-PAY-PERIOD    TO pay_period.
           MOVE AP-RATE-PER-HOUR TO rate_per_hour.

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
      *    DETAIL COUNT IS THE PAYROLL DETAIL RECORDS WRITTEN.
      *    ============================================================
           writeRunLogStart.
           MOVE "S" TO RL-EVENT.
           MOVE ZERO TO RL-DETAIL-COUNT.
           PERFORM writeRunLogEvent.

           writeRunLogEnd.
           MOVE "C" TO RL-EVENT.
           MOVE detail_count TO RL-DETAIL-COUNT.
           PERFORM writeRunLogEvent.

           writeRunLogEvent.
           OPEN EXTEND RUN-LOG-FILE.
           IF rl-file-status = "35"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           ACCEPT actual_time FROM TIME.
           MOVE run_no      TO RL-RUN-NO.
           MOVE "PROD0Y0"   TO RL-PROGRAM-ID.
           MOVE ac_year     TO RL-YEAR.
           MOVE ac_month    TO RL-MONTH.
           MOVE ac_day      TO RL-DAY.
           MOVE actual_time TO RL-LOG-TIME.
           MOVE run_term    TO RL-TERM-ID.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG-FILE.

      *    ============================================================
      *    openOutputFiles - THE DEDUCTED-TO-DATE FILE IS UPDATED IN
      *    PLACE (CREATED EMPTY THE FIRST TIME); THE PAYROLL FILE AND
      *    THE REGISTER ARE CUT FRESH, HEADER AND HEADING FIRST.
      *    ============================================================
           openOutputFiles.
           OPEN I-O DEDUCTED-FILE.
           IF dd-file-status = "35"
               OPEN OUTPUT DEDUCTED-FILE
               CLOSE DEDUCTED-FILE
               OPEN I-O DEDUCTED-FILE
           END-IF.

           OPEN OUTPUT PAYROLL-FILE.
           OPEN OUTPUT REGISTER-FILE.

           MOVE SPACES TO PAY-DED-HEADER-REC.
           MOVE "H"          TO PD-REC-TYPE.
           MOVE "IEFPALLW"   TO PD-H-INTERFACE-ID.
           MOVE pp_year      TO PD-H-PAY-YEAR.
           MOVE pp_month     TO PD-H-PAY-MONTH.
           MOVE run_term     TO PD-H-TERM-ID.
           MOVE ac_year      TO PD-H-YEAR.
           MOVE ac_month     TO PD-H-MONTH.
           MOVE ac_day       TO PD-H-DAY.
           MOVE run_no       TO PD-H-RUN-NO.
           WRITE PAY-DED-HEADER-REC.

           PERFORM printRegisterHeading.

      *    ============================================================
      *    buildSortInput - SORT INPUT PROCEDURE.  THE CURRENT HISTORY
      *    RECORDS OF THE TERM, THE FEED AND THE TERM'S WAIVERS.
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

           OPEN INPUT ATTEND-FILE.
           IF af-file-status = "35"
               MOVE "Y" TO attend_eof
           ELSE
               PERFORM readAttendRecord
               PERFORM releaseAttendRecord UNTIL attend_eof = "Y"
               CLOSE ATTEND-FILE
           END-IF.

           OPEN INPUT WAIVER-FILE.
           IF wv-file-status = "35"
               MOVE "Y" TO waiver_eof
           ELSE
               PERFORM readWaiverRecord
               PERFORM releaseWaiverRecord UNTIL waiver_eof = "Y"
               CLOSE WAIVER-FILE
           END-IF.

           readHistoryRecord.
           READ GRADE-HIST-FILE
               AT END MOVE "Y" TO hist_eof
           END-READ.

           releaseHistoryRecord.
           IF (GH-TERM-ID = run_term) AND (NOT GH-IS-SUPERSEDED)
               MOVE GH-STUDENT-ID   TO SR-STUDENT-ID
               MOVE "1"             TO SR-REC-TYPE
               MOVE GH-FAULTY-HOURS TO SR-HOURS
               MOVE GH-FINAL-STATUS TO SR-FINAL-STATUS
               RELEASE SORT-REC
           END-IF.
           PERFORM readHistoryRecord.

           readAttendRecord.
           READ ATTEND-FILE
               AT END MOVE "Y" TO attend_eof
           END-READ.

           releaseAttendRecord.
           MOVE AF-STUDENT-ID   TO SR-STUDENT-ID.
           MOVE "2"             TO SR-REC-TYPE.
           MOVE AF-FAULTY-HOURS TO SR-HOURS.
           MOVE SPACE           TO SR-FINAL-STATUS.
           RELEASE SORT-REC.
           PERFORM readAttendRecord.

           readWaiverRecord.
           READ WAIVER-FILE
               AT END MOVE "Y" TO waiver_eof
           END-READ.

           releaseWaiverRecord.
           IF WV-TERM-ID = run_term
               MOVE WV-STUDENT-ID   TO SR-STUDENT-ID
               MOVE "3"             TO SR-REC-TYPE
               MOVE WV-WAIVED-HOURS TO SR-HOURS
               MOVE SPACE           TO SR-FINAL-STATUS
               RELEASE SORT-REC
           END-IF.
           PERFORM readWaiverRecord.

      *    ============================================================
      *    chargeStudents - SORT OUTPUT PROCEDURE.  ONE STUDENT AT A
      *    TIME.
      *    ============================================================
           chargeStudents.
           MOVE "N" TO sort_eof.
           PERFORM returnSortRecord.
           PERFORM chargeOneStudent UNTIL sort_eof = "Y".

           returnSortRecord.
           RETURN SORT-WORK-FILE
               AT END MOVE "Y" TO sort_eof
           END-RETURN.

      *    THE FEED AND EVERY GRADED RECORD OF THE TERM CARRY THE
      *    STUDENT'S WHOLE ABSENCE FOR THE TERM (THE GRADING RUN PUTS
      *    THE FEED FIGURE ON EACH COURSE), SO THE HOURS ARE THE
      *    HIGHEST FIGURE SEEN, NOT A SUM.  WAIVERS DO ADD UP.
           chargeOneStudent.
           MOVE SR-STUDENT-ID TO cur_student_id.
           MOVE ZERO TO graded_hours feed_hours waived_hours.
           MOVE "N" TO admin_fail.
           PERFORM gatherHours
               UNTIL sort_eof = "Y"
               OR SR-STUDENT-ID NOT = cur_student_id.

           ADD 1 TO students_seen.
           PERFORM chargeHours THRU chargeHoursDone.

           gatherHours.
           EVALUATE TRUE
               WHEN SR-GRADED-RECORD
                   IF SR-HOURS > graded_hours
                       MOVE SR-HOURS TO graded_hours
                   END-IF
                   IF SR-FINAL-STATUS = "A"
                       MOVE "Y" TO admin_fail
                   END-IF
               WHEN SR-FEED-HOURS
                   IF SR-HOURS > feed_hours
                       MOVE SR-HOURS TO feed_hours
                   END-IF
               WHEN SR-WAIVER
                   ADD SR-HOURS TO waived_hours
           END-EVALUATE.
           PERFORM returnSortRecord.

      *    ============================================================
      *    chargeHours - ONLY THE HOURS NOT YET SENT TO PAYROLL FOR
      *    THE TERM ARE CHARGED.  WHEN THIS PAY PERIOD HAS ALREADY
      *    BEEN RUN FOR THE STUDENT, THE FIGURES FROM BEFORE IT ARE
      *    THE STARTING POINT, SO A RE-RUN SENDS THE SAME LINE AGAIN.
      *    A STUDENT WITH AN "A" IN THE TERM IS FLAGGED ONCE FOR
      *    SUSPENSION INSTEAD OF BEING CHARGED.
      *    ============================================================
           chargeHours.
           MOVE graded_hours TO term_hours.
           IF feed_hours > term_hours
               MOVE feed_hours TO term_hours
           END-IF.

           IF waived_hours NOT < term_hours
               MOVE ZERO TO chargeable_hours
           ELSE
               COMPUTE chargeable_hours = term_hours - waived_hours
           END-IF.

           MOVE cur_student_id TO DD-STUDENT-ID.
           MOVE run_term       TO DD-TERM-ID.
           READ DEDUCTED-FILE
               INVALID KEY MOVE "N" TO on_file
               NOT INVALID KEY MOVE "Y" TO on_file
           END-READ.

           IF on_file = "N"
               MOVE ZERO TO base_hours base_amount
               MOVE "N"  TO base_suspended
           ELSE
               IF DD-LAST-PERIOD = pay_period
                   MOVE DD-PRIOR-HOURS     TO base_hours
                   MOVE DD-PRIOR-AMOUNT    TO base_amount
                   MOVE DD-PRIOR-SUSPENDED TO base_suspended
               ELSE
                   MOVE DD-HOURS-DEDUCTED  TO base_hours
                   MOVE DD-AMOUNT-DEDUCTED TO base_amount
                   MOVE DD-SUSPENDED       TO base_suspended
               END-IF
           END-IF.

           IF admin_fail = "Y"
               IF base_suspended = "Y"
                   ADD 1 TO still_susp_count
                   GO TO chargeHoursDone
               END-IF
               MOVE SPACES TO PAY-DED-DETAIL-REC
               MOVE "S" TO PD-D-ACTION
               MOVE chargeable_hours TO new_hours
               MOVE ZERO TO new_amount
               PERFORM postDeduction
               GO TO chargeHoursDone
           END-IF.

           IF chargeable_hours NOT > base_hours
               ADD 1 TO nothing_new_count
               GO TO chargeHoursDone
           END-IF.

           MOVE SPACES TO PAY-DED-DETAIL-REC.
           MOVE "D" TO PD-D-ACTION.
           COMPUTE new_hours = chargeable_hours - base_hours.
           COMPUTE new_amount ROUNDED = new_hours * rate_per_hour.
           PERFORM postDeduction.

           chargeHoursDone.
           EXIT.

      *    ============================================================
      *    postDeduction - ONE PAYROLL DETAIL, ONE REGISTER LINE AND
      *    THE DEDUCTED-TO-DATE RECORD MOVED ON.  PD-D-ACTION IS SET
      *    BY THE CALLER.
      *    ============================================================
           postDeduction.
           MOVE "D"            TO PD-REC-TYPE.
           MOVE cur_student_id TO PD-D-STUDENT-ID.
           MOVE run_term       TO PD-D-TERM-ID.
           MOVE new_hours      TO PD-D-HOURS.
           MOVE rate_per_hour  TO PD-D-RATE.
           MOVE new_amount     TO PD-D-AMOUNT.
           WRITE PAY-DED-DETAIL-REC.

           ADD 1 TO detail_count.
           IF PD-D-SUSPEND
               ADD 1 TO suspend_count
               MOVE "SUSPEND"  TO line_action
           ELSE
               ADD new_hours  TO total_hours
               ADD new_amount TO total_amount
               MOVE "DEDUCT"   TO line_action
           END-IF.
           PERFORM printRegisterLine.

           MOVE cur_student_id TO DD-STUDENT-ID.
           MOVE run_term       TO DD-TERM-ID.
           MOVE base_hours     TO DD-PRIOR-HOURS.
           MOVE base_amount    TO DD-PRIOR-AMOUNT.
           MOVE base_suspended TO DD-PRIOR-SUSPENDED.
           IF PD-D-SUSPEND
               MOVE base_hours  TO DD-HOURS-DEDUCTED
               MOVE base_amount TO DD-AMOUNT-DEDUCTED
               MOVE "Y"         TO DD-SUSPENDED
           ELSE
               MOVE chargeable_hours TO DD-HOURS-DEDUCTED
               COMPUTE DD-AMOUNT-DEDUCTED = base_amount + new_amount
               MOVE base_suspended TO DD-SUSPENDED
           END-IF.
           MOVE pay_period     TO DD-LAST-PERIOD.
           MOVE run_no         TO DD-RUN-NO.

           IF on_file = "Y"
               REWRITE DEDUCTED-TO-DATE-REC
                   INVALID KEY
                       DISPLAY "*** DEDUCTED-TO-DATE REWRITE REJECTED "
                           "FOR " cur_student_id " ***"
               END-REWRITE
           ELSE
               WRITE DEDUCTED-TO-DATE-REC
                   INVALID KEY
                       DISPLAY "*** DEDUCTED-TO-DATE WRITE REJECTED "
                           "FOR " cur_student_id " ***"
               END-WRITE
           END-IF.

      *    ============================================================
      *    writePayrollTrailer - THE CONTROL TOTALS PAYROLL BALANCES
      *    THE FILE AGAINST.
      *    ============================================================
           writePayrollTrailer.
           MOVE SPACES TO PAY-DED-TRAILER-REC.
           MOVE "T"           TO PD-REC-TYPE.
           MOVE detail_count  TO PD-T-DETAIL-COUNT.
           MOVE suspend_count TO PD-T-SUSPEND-COUNT.
           MOVE total_hours   TO PD-T-TOTAL-HOURS.
           MOVE total_amount  TO PD-T-TOTAL-AMOUNT.
           WRITE PAY-DED-TRAILER-REC.

      *    ============================================================
      *    printRegisterHeading / printRegisterLine /
      *    printRegisterTotals - THE DEDUCTION REGISTER FINANCE SIGNS
      *    OFF BEFORE THE FILE GOES TO PAYROLL.
      *    ============================================================
           printRegisterHeading.
           MOVE rate_per_hour TO rate_masked.
           MOVE SPACES TO DR-PRINT-LINE.
           STRING "1" "TRAINING ALLOWANCE DEDUCTION REGISTER   "
               "PAY PERIOD " pp_month "/" pp_year
               "   TERM " run_term
               DELIMITED BY SIZE INTO DR-PRINT-LINE.
           WRITE DR-PRINT-LINE.

           MOVE SPACES TO DR-PRINT-LINE.
           STRING " " "RUN " run_no "   " ac_day "/" ac_month "/"
               ac_year "   RATE PER HOUR " rate_masked
               DELIMITED BY SIZE INTO DR-PRINT-LINE.
           WRITE DR-PRINT-LINE.

           MOVE SPACES TO DR-PRINT-LINE.
           WRITE DR-PRINT-LINE.

           MOVE SPACES TO DR-PRINT-LINE.
           STRING " " "STUDENT  ACTION      TERM HRS  WAIVED  "
               "TO DATE  NEW HRS      AMOUNT"
               DELIMITED BY SIZE INTO DR-PRINT-LINE.
           WRITE DR-PRINT-LINE.

           printRegisterLine.
           MOVE new_amount TO amount_masked.
           MOVE SPACES TO DR-PRINT-LINE.
           STRING " " cur_student_id "    " line_action "  "
               term_hours "      " waived_hours "     "
               base_hours "      " new_hours "     " amount_masked
               DELIMITED BY SIZE INTO DR-PRINT-LINE.
           WRITE DR-PRINT-LINE.

           printRegisterTotals.
           MOVE total_amount TO total_masked.
           MOVE SPACES TO DR-PRINT-LINE.
           WRITE DR-PRINT-LINE.

           MOVE SPACES TO DR-PRINT-LINE.
           STRING " " "PAYROLL DETAIL RECORDS ....: " detail_count
               DELIMITED BY SIZE INTO DR-PRINT-LINE.
           WRITE DR-PRINT-LINE.

           MOVE SPACES TO DR-PRINT-LINE.
           STRING " " "  SUSPENSIONS FLAGGED .....: " suspend_count
               DELIMITED BY SIZE INTO DR-PRINT-LINE.
           WRITE DR-PRINT-LINE.

           MOVE SPACES TO DR-PRINT-LINE.
           STRING " " "HOURS DEDUCTED ............: " total_hours
               DELIMITED BY SIZE INTO DR-PRINT-LINE.
           WRITE DR-PRINT-LINE.

           MOVE SPACES TO DR-PRINT-LINE.
           STRING " " "AMOUNT DEDUCTED ...........: " total_masked
               DELIMITED BY SIZE INTO DR-PRINT-LINE.
           WRITE DR-PRINT-LINE.

           MOVE SPACES TO DR-PRINT-LINE.
           STRING " " "NO NEW HOURS THIS PERIOD ..: " nothing_new_count
               DELIMITED BY SIZE INTO DR-PRINT-LINE.
           WRITE DR-PRINT-LINE.

           MOVE SPACES TO DR-PRINT-LINE.
           STRING " " "ALREADY SUSPENDED .........: " still_susp_count
               DELIMITED BY SIZE INTO DR-PRINT-LINE.
           WRITE DR-PRINT-LINE.

           MOVE SPACES TO DR-PRINT-LINE.
           WRITE DR-PRINT-LINE.

           MOVE SPACES TO DR-PRINT-LINE.
           STRING " " "PREPARED BY ......: ____________________  "
               "DATE ____/____/____" DELIMITED BY SIZE
               INTO DR-PRINT-LINE.
           WRITE DR-PRINT-LINE.

           MOVE SPACES TO DR-PRINT-LINE.
           WRITE DR-PRINT-LINE.

           MOVE SPACES TO DR-PRINT-LINE.
           STRING " " "APPROVED (FINANCE): ____________________  "
               "DATE ____/____/____" DELIMITED BY SIZE
               INTO DR-PRINT-LINE.
           WRITE DR-PRINT-LINE.

      *    ============================================================
      *    showRunTotals - CONSOLE SUMMARY FOR THE OPERATOR LOG.
      *    ============================================================
           showRunTotals.
           DISPLAY "ALLOWANCE DEDUCTION RUN TOTALS - TERM " run_term
               " PERIOD " pay_period.
           DISPLAY "Students with hours .....: " students_seen.
           DISPLAY "Payroll detail records ..: " detail_count.
           DISPLAY "Suspensions flagged .....: " suspend_count.
           DISPLAY "Hours deducted ..........: " total_hours.

      *    ============================================================
      *    closeFiles - END-OF-JOB CLEAN UP.
      *    ============================================================
           closeFiles.
           CLOSE DEDUCTED-FILE.
           CLOSE PAYROLL-FILE.
           CLOSE REGISTER-FILE.

       END PROGRAM PROD0Y0.
