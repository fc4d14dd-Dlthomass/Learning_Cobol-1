      *=======================================================================*
       IDENTIFICATION DIVISION.
      *=======================================================================*
       PROGRAM-ID. PROD0J0.
      *************************************************************************
      *************************************************************************
      *************************************************************************
      *                           IEFP SOLUTIONS                              *
      *DATA:            15/10/2026                                            *
      *PROGRAMADOR:     Marco Silva                                           *
      *OBJECTIVO:                                                             *
      *               ESTE PROGRAMA MONTA O LOTE DE ENTRADA (STUDENTF) A      *
      *              PARTIR DAS ENTREGAS DE NOTAS POR COMPONENTE FEITAS       *
      *               PELOS FORMADORES (GRDSUBF): UMA LINHA POR FORMANDO      *
      *              E CURSO, COM AS NOTAS NA ORDEM DO COMPONENTE, O NOME     *
      *               DO MESTRE DE INSCRICOES (ENROLLF) E AS FALTAS DO        *
      *              FICHEIRO DE ASSIDUIDADE (ATTENDF).  COMPONENTE EM        *
      *               FALTA, ENTREGA DUPLICADA, COMPONENTE ACIMA DO           *
      *              NUMERO DE NOTAS DO CURSO (CRSECTLF) OU FORMANDO SEM      *
      *               INSCRICAO ACTIVA TIRAM O CURSO DO LOTE E SAEM NA        *
      *              LISTA DE EXCEPCOES, PARA O PROD0E0 E O PROD0V0 SO        *
      *               VEREM REGISTOS COMPLETOS.                               *
      *                                                                       *
      *************************************************************************
      ***************************FIM DOCUMENTAÇÃO******************************
      *************************************************************************
      *HISTORICO DE ALTERACOES                                                *
      *DATA        INIC   DESCRICAO                                          *
      *----------  -----  ------------------------------------------------   *
      *2026-10-15  MS     PROGRAMA ORIGINAL - MONTAGEM DO LOTE DE ENTRADA     *
      *                   A PARTIR DAS ENTREGAS POR COMPONENTE, COM LISTA     *
      *                   DE EXCEPCOES.                                       *
      *2026-10-15  MS     O ABORTO POR LIMITE DE TABELA PASSA A DEVOLVER O    *
      *                   CODIGO DE RETORNO 12, PARA O PASSO SEGUINTE DA      *
      *                   CADEIA NAO CORRER SOBRE DADOS INCOMPLETOS.          *
      *2026-10-15  MS     AS TABELAS DE INSCRICOES (400) E DE ASSIDUIDADE     *
      *                   (200) DESAPARECEM: ENROLLF E ATTENDF SAO COPIADOS   *
      *                   NO INICIO PARA FICHEIROS DE TRABALHO INDEXADOS      *
      *                   (ENRWKF, ATTWKF), COMO NO PROD0V0, E CADA GRUPO E   *
      *                   LIDO PELA CHAVE, SEM LIMITE DE VOLUME.              *
      *2026-10-15  MS     SEM FICHEIRO DE ENTREGAS (GRDSUBF) A CORRIDA PASSA  *
      *                   A TERMINAR COM CODIGO DE RETORNO 12, PARA O PROD0E0 *
      *                   E O PROD0V0 NAO VOLTAREM A AVALIAR O STUDENTF DA    *
      *                   NOITE ANTERIOR.                                     *
      *2026-10-15  MS     O ABORTO POR EXCESSO DO FICHEIRO DE CONTROLO DE     *
      *                   CURSOS FECHA SO OS FICHEIROS JA ABERTOS, INCLUINDO  *
      *                   O GRDSUBF.                                          *
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

           SELECT GRADE-SUB-FILE
               ASSIGN TO GRDSUBF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS gs-file-status.

           SELECT RUN-PARM-FILE
               ASSIGN TO RUNPRMF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rp-file-status.

           SELECT ENROLL-FILE
               ASSIGN TO ENROLLF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS en-file-status.

           SELECT ENROLL-WORK-FILE
               ASSIGN TO ENRWKF
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS EK-KEY
               FILE STATUS IS ek-file-status.

           SELECT COURSE-CTL-FILE
               ASSIGN TO CRSECTLF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cc-file-status.

           SELECT ATTEND-FILE
               ASSIGN TO ATTENDF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS af-file-status.

           SELECT ATTEND-WORK-FILE
               ASSIGN TO ATTWKF
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AK-STUDENT-ID
               FILE STATUS IS ak-file-status.

           SELECT STUDENT-FILE
               ASSIGN TO STUDENTF
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-FILE
               ASSIGN TO GRDSUBXF
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE
               ASSIGN TO SRTWKF.

      *=======================================================================*
                               DATA DIVISION.
      *=======================================================================*
                               FILE SECTION.

           FD  GRADE-SUB-FILE.
               COPY GRDSUB.

           FD  RUN-PARM-FILE.
               COPY RUNPARM.

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

           FD  STUDENT-FILE.
               COPY STUREC.

           FD  EXCEPTION-FILE.
               COPY SUBEXC.

      *    LATEST TERM FIRST, SO WITHOUT A RUN-PARAMETER TERM THE
      *    FIRST RECORD RETURNED NAMES THE TERM BEING MERGED.
           SD  SORT-WORK-FILE.
           01  SORT-REC.
               05  SR-TERM-ID             PIC X(06).
               05  SR-STUDENT-ID          PIC X(05).
               05  SR-COURSE-ID           PIC X(05).
               05  SR-COMPONENT-NO        PIC 9(01).
               05  SR-GRADE               PIC 9(02).
               05  SR-INSTRUCTOR-ID       PIC X(08).

      *=======================================================================*
                           WORKING-STORAGE SECTION.

       77  sub_eof             pic x(1) value "N".
       77  sort_eof            pic x(1) value "N".
       77  merge_term          pic x(6) value spaces.
       77  group_bad           pic x(1) value "N".
       77  exc_reason          pic x(50) value spaces.
       77  exc_component       pic x(1) value space.
       77  exc_instructor      pic x(8) value spaces.
       77  comp_sub            pic 9(1) value zero.

      *    ---- the student/course group being assembled off the sort --------
       77  cur_term_id         pic x(6) value spaces.
       77  cur_student_id      pic x(5) value spaces.
       77  cur_course_id       pic x(5) value spaces.

       01  component_table.
           05  component_entry OCCURS 5 TIMES.
               10  cp_seen             pic x(1).
               10  cp_grade            pic 9(2).
               10  cp_instructor       pic x(8).

      *    ---- course grading control table, as PROD0V0 loads it ------------
       77  course_ctl_found    pic x(1) value "N".
       77  course_ctl_eof      pic x(1) value "N".
       77  course_ctl_count    pic 9(2) value zero.
       77  course_scan_sub     pic 9(2) value zero.
       77  grade_count         pic 9(1) value 4.

       01  course_ctl_table.
           05  course_ctl_entry OCCURS 20 TIMES.
               10  ct_course_id        pic x(5).
               10  ct_grade_count      pic 9(1).

      *    ---- enrollment master, keyed work file as PROD0V0 builds it -------
       77  enroll_eof          pic x(1) value "N".
       77  enroll_found        pic x(1) value "N".

      *    ---- attendance feed, keyed work file as PROD0V0 builds it ---------
       77  attend_eof          pic x(1) value "N".
       77  attend_found        pic x(1) value "N".
       77  feed_hours          pic 9(2) value zero.

      *    ---- merge control totals ------------------------------------------
       77  read_count          pic 9(5) value zero.
       77  merged_count        pic 9(5) value zero.
       77  held_count          pic 9(5) value zero.
       77  exception_count     pic 9(5) value zero.

      *    ---- file-status codes for OPEN EXTEND/OPEN INPUT existence checks ---
       77  gs-file-status      pic x(2) value spaces.
       77  rp-file-status      pic x(2) value spaces.
       77  en-file-status      pic x(2) value spaces.
       77  cc-file-status      pic x(2) value spaces.
       77  af-file-status      pic x(2) value spaces.
       77  ek-file-status      pic x(2) value spaces.
       77  ak-file-status      pic x(2) value spaces.

       01  actual_date.
           03 ac_year   PIC  9(2) values zero.
           03 ac_month  PIC  9(2) values zero.
           03 ac_day    PIC  9(2) values zero.

      *=======================================================================*
           PROCEDURE DIVISION.

      *    ============================================================
      *    MAINLINE - LOADS THE REFERENCE FILES, SORTS THE
      *    SUBMISSIONS BY TERM, STUDENT, COURSE AND COMPONENT, AND
      *    ASSEMBLES ONE BATCH RECORD PER STUDENT AND COURSE.  NO
      *    OPERATOR INPUT ANYWHERE.
      *    ============================================================
           mainline.
           PERFORM initializeRun.

           SORT SORT-WORK-FILE
               ON DESCENDING KEY SR-TERM-ID
               ON ASCENDING KEY SR-STUDENT-ID
                                SR-COURSE-ID
                                SR-COMPONENT-NO
               INPUT PROCEDURE buildSortInput
               OUTPUT PROCEDURE assembleBatch.

           PERFORM printMergeTotals.
           PERFORM closeFiles.
           STOP RUN.

      *    ============================================================
      *    initializeRun - OPENS THE FILES AND LOADS THE SAME
      *    REFERENCE DATA THE EDIT PASS (PROD0E0) AND THE EVENING
      *    RUN (PROD0V0) USE.  THE TERM COMES FROM THE RUN-PARAMETER
      *    FILE WHEN THE NIGHT RUN HAS ONE, SO THE BATCH IS BUILT FOR
      *    THE TERM IT WILL BE POSTED TO.
      *    ============================================================
           initializeRun.
           ACCEPT actual_date FROM DATE.

      *    NO SUBMISSIONS ENDS THE RUN AS FAILED (12), NOT CLEAN -
      *    STUDENTF STILL HOLDS THE LAST BATCH, AND THE EDIT PASS AND
      *    THE GRADING RUN MUST NOT GRADE IT A SECOND TIME.
           OPEN INPUT GRADE-SUB-FILE.
           IF gs-file-status = "35"
               DISPLAY "*** NO GRADE SUBMISSION FILE - NOTHING TO "
                   "MERGE ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO merge_term.
           OPEN INPUT RUN-PARM-FILE.
           IF rp-file-status NOT = "35"
               READ RUN-PARM-FILE
                   AT END MOVE SPACES TO RUN-PARM-REC
               END-READ
               MOVE RP-TERM-ID TO merge_term
               CLOSE RUN-PARM-FILE
           END-IF.

           OPEN OUTPUT STUDENT-FILE.
           OPEN OUTPUT EXCEPTION-FILE.

           PERFORM loadCourseControl.
           PERFORM loadEnrollment.
           PERFORM loadAttendance.

      *    ============================================================
      *    loadCourseControl - COURSE IDS AND GRADE COUNTS FROM THE
      *    CONTROL FILE.  A MISSING CONTROL FILE LEAVES THE TABLE
      *    EMPTY AND EVERY COURSE TAKES FOUR COMPONENTS, THE SAME
      *    FALLBACK PROD0V0 APPLIES.
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
               CLOSE GRADE-SUB-FILE
               CLOSE STUDENT-FILE
               CLOSE EXCEPTION-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO course_ctl_count.
           MOVE CC-COURSE-ID   TO ct_course_id(course_ctl_count).
           MOVE CC-GRADE-COUNT TO ct_grade_count(course_ctl_count).
           PERFORM readCourseCtlRecord.

      *    ============================================================
      *    lookupCourseControl - FINDS cur_course_id ON THE CONTROL
      *    TABLE AND LEAVES THE NUMBER OF COMPONENTS IT TAKES.
      *    ============================================================
           lookupCourseControl.
           MOVE "N" TO course_ctl_found.
           MOVE 1 TO course_scan_sub.
           PERFORM scanCourseCtlEntry
               UNTIL course_ctl_found = "Y"
               OR course_scan_sub > course_ctl_count.

           IF course_ctl_found = "Y"
               MOVE ct_grade_count(course_scan_sub) TO grade_count
           ELSE
               MOVE 4 TO grade_count
           END-IF.

           scanCourseCtlEntry.
           IF ct_course_id(course_scan_sub) = cur_course_id
               MOVE "Y" TO course_ctl_found
           ELSE
               ADD 1 TO course_scan_sub
           END-IF.

      *    ============================================================
      *    loadEnrollment - COPIES THE ENROLLMENT MASTER INTO A KEYED
      *    WORK FILE, AS PROD0V0 DOES, FOR THE ACTIVE STUDENT-PLUS-
      *    COURSE MATCH AND THE NAME THE BATCH RECORD CARRIES, WHATEVER
      *    THE NUMBER OF ENROLLMENTS.  A REPEATED STUDENT+COURSE KEEPS
      *    ITS FIRST LINE.  WITH NO MASTER THE WORK FILE STAYS EMPTY
      *    AND EVERY GROUP IS HELD AS NOT ENROLLED.
      *    ============================================================
           loadEnrollment.
           MOVE "N" TO enroll_eof.
           OPEN OUTPUT ENROLL-WORK-FILE.
           OPEN INPUT ENROLL-FILE.

           IF en-file-status = "35"
               MOVE "Y" TO enroll_eof
           ELSE
               PERFORM readEnrollRecord
               PERFORM addEnrollEntry UNTIL enroll_eof = "Y"
               CLOSE ENROLL-FILE
           END-IF.

           CLOSE ENROLL-WORK-FILE.
           OPEN INPUT ENROLL-WORK-FILE.

           readEnrollRecord.
           READ ENROLL-FILE
               AT END MOVE "Y" TO enroll_eof
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

      *    THE RECORD FOUND IS LEFT IN ENROLL-WORK-REC FOR THE STATUS
      *    CHECK AND THE NAME.
           lookupEnrollment.
           MOVE cur_student_id TO EK-STUDENT-ID.
           MOVE cur_course_id  TO EK-COURSE-ID.
           READ ENROLL-WORK-FILE
               INVALID KEY MOVE "N" TO enroll_found
               NOT INVALID KEY MOVE "Y" TO enroll_found
           END-READ.

      *    ============================================================
      *    loadAttendance - ABSENCE HOURS FROM THE TIMEKEEPING FEED,
      *    THE AUTHORITATIVE SOURCE FOR THE HOURS THE BATCH CARRIES,
      *    COPIED INTO A KEYED WORK FILE AS PROD0V0 DOES.  A REPEATED
      *    STUDENT KEEPS THE FIRST LINE.
      *    ============================================================
           loadAttendance.
           MOVE "N" TO attend_eof.
           OPEN OUTPUT ATTEND-WORK-FILE.
           OPEN INPUT ATTEND-FILE.

           IF af-file-status = "35"
               MOVE "Y" TO attend_eof
           ELSE
               PERFORM readAttendRecord
               PERFORM addAttendEntry UNTIL attend_eof = "Y"
               CLOSE ATTEND-FILE
           END-IF.

           CLOSE ATTEND-WORK-FILE.
           OPEN INPUT ATTEND-WORK-FILE.

           readAttendRecord.
           READ ATTEND-FILE
               AT END MOVE "Y" TO attend_eof
           END-READ.

           addAttendEntry.
           MOVE AF-STUDENT-ID    TO AK-STUDENT-ID.
           MOVE AF-FAULTY-HOURS  TO AK-FAULTY-HOURS.
           WRITE ATTEND-WORK-REC
               INVALID KEY CONTINUE
           END-WRITE.
           PERFORM readAttendRecord.

      *    A STUDENT NOT ON THE FEED GOES OUT WITH ZERO HOURS; THE
      *    EDIT PASS AND THE GRADING RUN STILL CATCH THE MISSING FEED
      *    RECORD ON THEIR OWN CHECK.
           lookupAttendance.
           MOVE ZERO TO feed_hours.
           MOVE cur_student_id TO AK-STUDENT-ID.
           READ ATTEND-WORK-FILE
               INVALID KEY
                   MOVE "N" TO attend_found
               NOT INVALID KEY
                   MOVE "Y" TO attend_found
                   MOVE AK-FAULTY-HOURS TO feed_hours
           END-READ.

      *    ============================================================
      *    buildSortInput - SORT INPUT PROCEDURE.  EVERY SUBMISSION
      *    GOES TO THE SORT AS HANDED IN.
      *    ============================================================
           buildSortInput.
           PERFORM readSubmission.
           PERFORM releaseSubmission UNTIL sub_eof = "Y".
           CLOSE GRADE-SUB-FILE.

           readSubmission.
           READ GRADE-SUB-FILE
               AT END MOVE "Y" TO sub_eof
           END-READ.

           releaseSubmission.
           MOVE GS-TERM-ID       TO SR-TERM-ID.
           MOVE GS-STUDENT-ID    TO SR-STUDENT-ID.
           MOVE GS-COURSE-ID     TO SR-COURSE-ID.
           MOVE GS-COMPONENT-NO  TO SR-COMPONENT-NO.
           MOVE GS-GRADE         TO SR-GRADE.
           MOVE GS-INSTRUCTOR-ID TO SR-INSTRUCTOR-ID.
           RELEASE SORT-REC.
           ADD 1 TO read_count.
           PERFORM readSubmission.

      *    ============================================================
      *    assembleBatch - SORT OUTPUT PROCEDURE.  ONE GROUP PER
      *    TERM, STUDENT AND COURSE.
      *    ============================================================
           assembleBatch.
           PERFORM printHeading.
           MOVE "N" TO sort_eof.
           PERFORM returnSortRecord.

           IF (merge_term = SPACES) AND (sort_eof NOT = "Y")
               MOVE SR-TERM-ID TO merge_term
           END-IF.

           PERFORM assembleOneGroup UNTIL sort_eof = "Y".

           returnSortRecord.
           RETURN SORT-WORK-FILE
               AT END MOVE "Y" TO sort_eof
           END-RETURN.

      *    ============================================================
      *    assembleOneGroup - EVERY PROBLEM FOUND PRINTS ITS OWN
      *    REASON LINE, AS THE EDIT PASS DOES, SO THE DESK CHASES ALL
      *    OF THEM AT ONCE.  ANY ONE OF THEM KEEPS THE STUDENT'S
      *    COURSE OUT OF THE BATCH.
      *    ============================================================
           assembleOneGroup.
           MOVE SR-TERM-ID    TO cur_term_id.
           MOVE SR-STUDENT-ID TO cur_student_id.
           MOVE SR-COURSE-ID  TO cur_course_id.
           MOVE "N" TO group_bad.
           MOVE 1 TO comp_sub.
           PERFORM clearComponent UNTIL comp_sub > 5.
           PERFORM lookupCourseControl.

           IF (course_ctl_count NOT = ZERO)
               AND (course_ctl_found NOT = "Y")
               MOVE SPACE  TO exc_component
               MOVE SPACES TO exc_instructor
               MOVE "COURSE NOT ON CONTROL FILE" TO exc_reason
               PERFORM printExceptionLine
           END-IF.

           IF cur_term_id NOT = merge_term
               MOVE SPACE  TO exc_component
               MOVE SPACES TO exc_instructor
               MOVE SPACES TO exc_reason
               STRING "NOT FOR TERM " merge_term " BEING MERGED"
                   DELIMITED BY SIZE INTO exc_reason
               PERFORM printExceptionLine
           END-IF.

           PERFORM takeSubmission
               UNTIL sort_eof = "Y"
               OR SR-TERM-ID NOT = cur_term_id
               OR SR-STUDENT-ID NOT = cur_student_id
               OR SR-COURSE-ID NOT = cur_course_id.

           PERFORM checkGroupEnrollment.

           MOVE 1 TO comp_sub.
           PERFORM checkComponentPresent
               UNTIL comp_sub > grade_count OR comp_sub > 5.

           IF group_bad = "Y"
               ADD 1 TO held_count
           ELSE
               PERFORM writeBatchRecord
           END-IF.

           clearComponent.
           MOVE "N"    TO cp_seen(comp_sub).
           MOVE ZERO   TO cp_grade(comp_sub).
           MOVE SPACES TO cp_instructor(comp_sub).
           ADD 1 TO comp_sub.

      *    ============================================================
      *    takeSubmission - ONE COMPONENT AS HANDED IN.  A COMPONENT
      *    THE COURSE DOES NOT HAVE, OR ONE ALREADY HANDED IN FOR THE
      *    SAME STUDENT AND COURSE, IS AN EXCEPTION - THE DESK MUST
      *    FIND OUT WHICH GRADE IS THE RIGHT ONE.
      *    ============================================================
           takeSubmission.
           MOVE SR-COMPONENT-NO  TO exc_component.
           MOVE SR-INSTRUCTOR-ID TO exc_instructor.

           IF (SR-COMPONENT-NO = ZERO)
               OR (SR-COMPONENT-NO > grade_count)
               OR (SR-COMPONENT-NO > 5)
               MOVE SPACES TO exc_reason
               STRING "COMPONENT ABOVE THE COURSE GRADE COUNT OF "
                   grade_count DELIMITED BY SIZE INTO exc_reason
               PERFORM printExceptionLine
           ELSE
               IF cp_seen(SR-COMPONENT-NO) = "Y"
                   MOVE SPACES TO exc_reason
                   STRING "DUPLICATE SUBMISSION - ALSO FROM "
                       cp_instructor(SR-COMPONENT-NO)
                       DELIMITED BY SIZE INTO exc_reason
                   PERFORM printExceptionLine
               ELSE
                   MOVE "Y" TO cp_seen(SR-COMPONENT-NO)
                   MOVE SR-GRADE TO cp_grade(SR-COMPONENT-NO)
                   MOVE SR-INSTRUCTOR-ID
                       TO cp_instructor(SR-COMPONENT-NO)
               END-IF
           END-IF.

           PERFORM returnSortRecord.

      *    ============================================================
      *    checkGroupEnrollment - THE STUDENT MUST HOLD AN ACTIVE
      *    ENROLLMENT IN THE COURSE, THE SAME MATCH THE GRADING RUN
      *    APPLIES.
      *    ============================================================
           checkGroupEnrollment.
           PERFORM lookupEnrollment.
           MOVE SPACE  TO exc_component.
           MOVE SPACES TO exc_instructor.

           IF enroll_found NOT = "Y"
               MOVE "NOT ENROLLED IN THIS COURSE" TO exc_reason
               PERFORM printExceptionLine
           ELSE
               IF NOT EK-IS-ACTIVE
                   MOVE "ENROLLMENT NOT ACTIVE - GRADING BLOCKED"
                       TO exc_reason
                   PERFORM printExceptionLine
               END-IF
           END-IF.

           checkComponentPresent.
           IF cp_seen(comp_sub) NOT = "Y"
               MOVE comp_sub TO exc_component
               MOVE SPACES   TO exc_instructor
               MOVE "COMPONENT NOT SUBMITTED" TO exc_reason
               PERFORM printExceptionLine
           END-IF.
           ADD 1 TO comp_sub.

      *    ============================================================
      *    writeBatchRecord - THE ONE-LINE RECORD THE EDIT PASS AND
      *    THE GRADING RUN READ.  COMPONENTS THE COURSE DOES NOT USE
      *    GO OUT AS ZERO.
      *    ============================================================
           writeBatchRecord.
           PERFORM lookupAttendance.
           MOVE SPACES TO STUDENT-IN-REC.
           MOVE cur_student_id TO SI-STUDENT-ID.
           MOVE EK-STUDENT-NAME TO SI-STUDENT-NAME.
           MOVE cp_grade(1)    TO SI-GRADE-1.
           MOVE cp_grade(2)    TO SI-GRADE-2.
           MOVE cp_grade(3)    TO SI-GRADE-3.
           MOVE cp_grade(4)    TO SI-GRADE-4.
           MOVE cp_grade(5)    TO SI-GRADE-5.
           MOVE feed_hours     TO SI-FAULTY-HOURS.
           MOVE cur_course_id  TO SI-COURSE-ID.
           WRITE STUDENT-IN-REC.
           ADD 1 TO merged_count.

      *    ============================================================
      *    printHeading - LISTING TITLE, DATE AND THE TERM MERGED.
      *    ============================================================
           printHeading.
           MOVE SPACES TO SX-PRINT-LINE.
           STRING "1" "GRADE SUBMISSION EXCEPTIONS  " ac_day "/"
               ac_month "/" ac_year DELIMITED BY SIZE
               INTO SX-PRINT-LINE.
           WRITE SX-PRINT-LINE.

           MOVE SPACES TO SX-PRINT-LINE.
           WRITE SX-PRINT-LINE.

           MOVE SPACES TO SX-PRINT-LINE.
           STRING " " "STUDENT COURSE TERM   COMP INSTRUCT REASON"
               DELIMITED BY SIZE INTO SX-PRINT-LINE.
           WRITE SX-PRINT-LINE.

      *    ============================================================
      *    printExceptionLine - ONE REASON LINE PER PROBLEM, AND THE
      *    GROUP IS MARKED TO STAY OUT OF THE BATCH.
      *    ============================================================
           printExceptionLine.
           MOVE "Y" TO group_bad.
           ADD 1 TO exception_count.
           MOVE SPACES TO SX-PRINT-LINE.
           STRING " " cur_student_id "   " cur_course_id "  "
               cur_term_id "  " exc_component "   " exc_instructor
               " " exc_reason DELIMITED BY SIZE INTO SX-PRINT-LINE.
           WRITE SX-PRINT-LINE.

      *    ============================================================
      *    printMergeTotals - CONTROL TOTALS AT THE FOOT OF THE
      *    EXCEPTIONS LIST AND ON THE CONSOLE.
      *    ============================================================
           printMergeTotals.
           MOVE SPACES TO SX-PRINT-LINE.
           WRITE SX-PRINT-LINE.

           MOVE SPACES TO SX-PRINT-LINE.
           STRING " " "TERM MERGED ...............: " merge_term
               DELIMITED BY SIZE INTO SX-PRINT-LINE.
           WRITE SX-PRINT-LINE.

           MOVE SPACES TO SX-PRINT-LINE.
           STRING " " "SUBMISSIONS READ ..........: " read_count
               DELIMITED BY SIZE INTO SX-PRINT-LINE.
           WRITE SX-PRINT-LINE.

           MOVE SPACES TO SX-PRINT-LINE.
           STRING " " "BATCH RECORDS WRITTEN .....: " merged_count
               DELIMITED BY SIZE INTO SX-PRINT-LINE.
           WRITE SX-PRINT-LINE.

           MOVE SPACES TO SX-PRINT-LINE.
           STRING " " "STUDENT COURSES HELD BACK .: " held_count
               DELIMITED BY SIZE INTO SX-PRINT-LINE.
           WRITE SX-PRINT-LINE.

           MOVE SPACES TO SX-PRINT-LINE.
           STRING " " "EXCEPTION LINES ...........: " exception_count
               DELIMITED BY SIZE INTO SX-PRINT-LINE.
           WRITE SX-PRINT-LINE.

           DISPLAY "GRADE SUBMISSION MERGE - TERM " merge_term.
           DISPLAY "Submissions read ........: " read_count.
           DISPLAY "Batch records written ...: " merged_count.
           DISPLAY "Student courses held ....: " held_count.

      *    ============================================================
      *    closeFiles - END-OF-JOB CLEAN UP.
      *    ============================================================
           closeFiles.
           CLOSE STUDENT-FILE.
           CLOSE EXCEPTION-FILE.
           CLOSE ENROLL-WORK-FILE.
           CLOSE ATTEND-WORK-FILE.

       END PROGRAM PROD0J0.
