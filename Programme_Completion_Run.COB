      *=======================================================================*
       IDENTIFICATION DIVISION.
      *=======================================================================*
       PROGRAM-ID. PROD0F0.
      *************************************************************************
      *************************************************************************
      *************************************************************************
      *                           IEFP SOLUTIONS                              *
      *DATA:            15/10/2026                                            *
      *PROGRAMADOR:     Marco Silva                                           *
      *OBJECTIVO:                                                             *
      *               ESTE PROGRAMA E A CORRIDA DE CONCLUSAO DE PROGRAMA:     *
      *              PARA CADA FORMANDO INSCRITO NUM PROGRAMA (PROGENRF)      *
      *               COMPARA OS CURSOS CONCLUIDOS ("P" OU "R") NOS           *
      *              REGISTOS CORRENTES DO HISTORICO (GRDHISTF) E DO          *
      *               ARQUIVO (GRDARCHF) COM OS CURSOS OBRIGATORIOS DO        *
      *              MESTRE DE PROGRAMAS (PROGMSTF).  QUEM CONCLUIU TUDO      *
      *               RECEBE UM NUMERO DE CERTIFICADO SEQUENCIAL NO           *
      *              REGISTO PERMANENTE (CERTREGF) E SAI NA LISTA DE          *
      *               CERTIFICADOS EMITIDOS; QUEM TEM SO UM OU DOIS           *
      *              CURSOS EM FALTA SAI NA LISTA DE QUASE CONCLUIDOS         *
      *               COM OS CURSOS QUE FALTAM.                               *
      *                                                                       *
      *************************************************************************
      ***************************FIM DOCUMENTAÇÃO******************************
      *************************************************************************
      *HISTORICO DE ALTERACOES                                                *
      *DATA        INIC   DESCRICAO                                          *
      *----------  -----  ------------------------------------------------   *
      *2026-10-15  MS     PROGRAMA ORIGINAL - CONCLUSAO DE PROGRAMA COM       *
      *                   REGISTO DE CERTIFICADOS, LISTA DE EMITIDOS E        *
      *                   LISTA DE QUASE CONCLUIDOS, COM NUMERO DE CORRIDA    *
      *                   DO REGISTO (RUNREGF) E EVENTOS EM RUNLOGF.          *
      *2026-10-15  MS     O ABORTO POR LIMITE DE TABELA PASSA A DEVOLVER O    *
      *                   CODIGO DE RETORNO 12, PARA O PASSO SEGUINTE DA      *
      *                   CADEIA NAO CORRER SOBRE DADOS INCOMPLETOS.          *
      *2026-10-15  MS     UM NUMERO DE CURSOS INVALIDO NO MESTRE DE PROGRAMAS *
      *                   PASSA A TERMINAR A CORRIDA COM CODIGO DE RETORNO    *
      *                   12.                                                 *
      *2026-10-15  MS     AS TABELAS DE PROGRAMAS E DE CURSOS CONCLUIDOS SAO  *
      *                   SUBSTITUIDAS POR FICHEIROS DE TRABALHO INDEXADOS    *
      *                   (PRGWKF POR PROGRAMA, CMPWKF POR FORMANDO+CURSO),   *
      *                   SEM LIMITE FIXO DE ENTRADAS. O SORT PASSA A LEVAR   *
      *                   SO AS INSCRICOES.                                   *
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

           SELECT PROGRAMME-FILE
               ASSIGN TO PROGMSTF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pm-file-status.

           SELECT PROGRAMME-WORK-FILE
               ASSIGN TO PRGWKF
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PK-PROGRAMME-ID
               FILE STATUS IS pk-file-status.

           SELECT PROG-ENROL-FILE
               ASSIGN TO PROGENRF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pe-file-status.

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

           SELECT COMPLETED-WORK-FILE
               ASSIGN TO CMPWKF
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DK-KEY
               FILE STATUS IS dk-file-status.

           SELECT CERT-REG-FILE
               ASSIGN TO CERTREGF
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CR-CERT-KEY
               FILE STATUS IS cr-file-status.

           SELECT CERT-LIST-FILE
               ASSIGN TO CERTLSTF
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NEAR-LIST-FILE
               ASSIGN TO NEARLSTF
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

           FD  PROGRAMME-FILE.
               COPY PROGMST.

      *    KEYED WORK COPY OF THE PROGRAMME MASTER, SAME LAYOUT UNDER
      *    ITS OWN NAMES, SO EACH PROGRAMME IS A DIRECT KEY READ.
           FD  PROGRAMME-WORK-FILE.
               COPY PROGMST REPLACING LEADING ==PM-== BY ==PK-==
                   ==PROGRAMME-REC== BY ==PROG-WORK-REC==.

           FD  PROG-ENROL-FILE.
               COPY PROGENR.

           FD  GRADE-HIST-FILE.
               COPY GRDHIST.

      *    THE ARCHIVE HOLDS THE UNTOUCHED HISTORY IMAGE (PROD0T0), SO
      *    IT IS READ THROUGH THE SAME LAYOUT UNDER ITS OWN NAMES.
           FD  ARCHIVE-FILE.
               COPY GRDHIST REPLACING LEADING ==GH-== BY ==GA-==
                   ==GRADE-HIST-REC== BY ==ARCH-HIST-REC==.

           FD  COMPLETED-WORK-FILE.
               COPY CMPWORK.

           FD  CERT-REG-FILE.
               COPY CERTREG.

           FD  CERT-LIST-FILE.
               COPY CERTLST.

           FD  NEAR-LIST-FILE.
               COPY NEARLST.

           FD  RUN-REGISTER-FILE.
               COPY RUNREG.

           FD  RUN-LOG-FILE.
               COPY RUNLOG.

      *    ONE SORT RECORD PER PROGRAMME ENROLMENT, SO THE LISTS COME
      *    OUT IN STUDENT ORDER.
           SD  SORT-WORK-FILE.
           01  SORT-REC.
               05  SR-STUDENT-ID          PIC X(05).
               05  SR-PROGRAMME-ID        PIC X(05).

      *=======================================================================*
                           WORKING-STORAGE SECTION.

       77  programme_eof       pic x(1) value "N".
       77  enrol_eof           pic x(1) value "N".
       77  hist_eof            pic x(1) value "N".
       77  arch_eof            pic x(1) value "N".
       77  sort_eof            pic x(1) value "N".
       77  register_eof        pic x(1) value "N".

      *    ---- the enrolment being checked off the sort ---------------------
       77  cur_student_id      pic x(5) value spaces.
       77  cur_student_name    pic A(20) value spaces.
       77  want_programme      pic x(5) value spaces.
       77  want_course         pic x(5) value spaces.
       77  course_found        pic x(1) value "N".
       77  programme_found     pic x(1) value "N".
       77  req_sub             pic 9(2) value zero.
       77  done_in_programme   pic 9(2) value zero.
       77  missing_count       pic 9(2) value zero.
       77  missing_course_1    pic x(5) value spaces.
       77  missing_course_2    pic x(5) value spaces.

      *    ---- certificate numbering -----------------------------------------
       77  last_cert_no        pic 9(6) value zero.

      *    ---- run totals for the lists and the console ---------------------
       77  programme_count     pic 9(5) value zero.
       77  completed_count     pic 9(5) value zero.
       77  enrol_count         pic 9(5) value zero.
       77  issued_count        pic 9(5) value zero.
       77  already_count       pic 9(5) value zero.
       77  nearly_count        pic 9(5) value zero.
       77  unknown_prog_count  pic 9(5) value zero.

      *    ---- file-status codes for OPEN EXTEND/OPEN INPUT existence checks ---
       77  pm-file-status      pic x(2) value spaces.
       77  pk-file-status      pic x(2) value spaces.
       77  pe-file-status      pic x(2) value spaces.
       77  gh-file-status      pic x(2) value spaces.
       77  ah-file-status      pic x(2) value spaces.
       77  dk-file-status      pic x(2) value spaces.
       77  cr-file-status      pic x(2) value spaces.

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
      *    MAINLINE - LOADS THE PROGRAMME MASTER AND THE COMPLETED
      *    COURSES INTO KEYED WORK FILES, FINDS THE LAST CERTIFICATE
      *    NUMBER GIVEN OUT, THEN SORTS THE PROGRAMME ENROLMENTS BY
      *    STUDENT AND CHECKS EACH ONE.  NO OPERATOR INPUT ANYWHERE.
      *    ============================================================
           mainline.
           PERFORM initializeRun.
           PERFORM loadProgrammes.
           PERFORM loadCompletedCourses.
           PERFORM acquireRunNumber.
           PERFORM writeRunLogStart.
           PERFORM openCertRegister.
           PERFORM openOutputFiles.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-STUDENT-ID
                                SR-PROGRAMME-ID
               INPUT PROCEDURE buildSortInput
               OUTPUT PROCEDURE checkStudents.

           PERFORM printListTotals.
           PERFORM writeRunLogEnd.
           PERFORM showRunTotals.
           PERFORM closeFiles.
           STOP RUN.

           initializeRun.
           ACCEPT actual_date FROM DATE.

      *    ============================================================
      *    loadProgrammes - COPIES THE PROGRAMME MASTER INTO A KEYED
      *    WORK FILE SO EACH ENROLMENT FINDS ITS PROGRAMME BY A DIRECT
      *    READ, WHATEVER THE NUMBER OF PROGRAMMES.  A PROGRAMME WITH
      *    NO COURSES OR MORE THAN THE RECORD HOLDS STOPS THE RUN
      *    BEFORE ANYTHING IS WRITTEN.  A REPEATED PROGRAMME ID KEEPS
      *    ITS FIRST RECORD.
      *    ============================================================
           loadProgrammes.
           MOVE "N" TO programme_eof.
           MOVE ZERO TO programme_count.
           OPEN INPUT PROGRAMME-FILE.

           IF pm-file-status = "35"
               DISPLAY "*** NO PROGRAMME MASTER FILE - NOTHING TO "
                   "CHECK ***"
               STOP RUN
           END-IF.

           OPEN OUTPUT PROGRAMME-WORK-FILE.
           PERFORM readProgrammeRecord.
           PERFORM addProgrammeEntry UNTIL programme_eof = "Y".
           CLOSE PROGRAMME-FILE.
           CLOSE PROGRAMME-WORK-FILE.

           IF programme_count = ZERO
               DISPLAY "*** PROGRAMME MASTER FILE IS EMPTY - NOTHING "
                   "TO CHECK ***"
               STOP RUN
           END-IF.

           OPEN INPUT PROGRAMME-WORK-FILE.

           readProgrammeRecord.
           READ PROGRAMME-FILE
               AT END MOVE "Y" TO programme_eof
           END-READ.

           addProgrammeEntry.
           IF (PM-COURSE-COUNT NOT NUMERIC)
               OR (PM-COURSE-COUNT = ZERO)
               OR (PM-COURSE-COUNT > 15)
               DISPLAY "*** PROGRAMME " PM-PROGRAMME-ID
                   " HAS A COURSE COUNT THAT IS NOT VALID ***"
               CLOSE PROGRAMME-FILE
               CLOSE PROGRAMME-WORK-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO programme_count.
           MOVE PROGRAMME-REC TO PROG-WORK-REC.
           WRITE PROG-WORK-REC
               INVALID KEY CONTINUE
           END-WRITE.
           PERFORM readProgrammeRecord.

      *    ============================================================
      *    loadCompletedCourses - EVERY CURRENT COURSE OUTCOME THAT
      *    COUNTS AS COMPLETED ("P" OR "R") FROM THE MASTER AND THE
      *    ARCHIVE - A PROGRAMME RUNS OVER SEVERAL TERMS, MOST OF THEM
      *    ALREADY ARCHIVED - GOES INTO A WORK FILE KEYED BY STUDENT
      *    AND COURSE.  THE SAME COURSE PASSED IN TWO TERMS KEEPS ITS
      *    FIRST RECORD.
      *    ============================================================
           loadCompletedCourses.
           OPEN OUTPUT COMPLETED-WORK-FILE.

           OPEN INPUT GRADE-HIST-FILE.
           IF gh-file-status = "35"
               MOVE "Y" TO hist_eof
           ELSE
               PERFORM readHistoryRecord
               PERFORM addHistoryCourse UNTIL hist_eof = "Y"
               CLOSE GRADE-HIST-FILE
           END-IF.

           OPEN INPUT ARCHIVE-FILE.
           IF ah-file-status = "35"
               MOVE "Y" TO arch_eof
           ELSE
               PERFORM readArchiveRecord
               PERFORM addArchiveCourse UNTIL arch_eof = "Y"
               CLOSE ARCHIVE-FILE
           END-IF.

           CLOSE COMPLETED-WORK-FILE.
           OPEN INPUT COMPLETED-WORK-FILE.

           readHistoryRecord.
           READ GRADE-HIST-FILE
               AT END MOVE "Y" TO hist_eof
           END-READ.

           addHistoryCourse.
           IF (NOT GH-IS-SUPERSEDED)
               AND (GH-FINAL-STATUS = "P" OR "R")
               MOVE GH-STUDENT-ID   TO DK-STUDENT-ID
               MOVE GH-COURSE-ID    TO DK-COURSE-ID
               MOVE GH-STUDENT-NAME TO DK-STUDENT-NAME
               PERFORM writeCompletedCourse
           END-IF.
           PERFORM readHistoryRecord.

           readArchiveRecord.
           READ ARCHIVE-FILE
               AT END MOVE "Y" TO arch_eof
           END-READ.

           addArchiveCourse.
           IF (NOT GA-IS-SUPERSEDED)
               AND (GA-FINAL-STATUS = "P" OR "R")
               MOVE GA-STUDENT-ID   TO DK-STUDENT-ID
               MOVE GA-COURSE-ID    TO DK-COURSE-ID
               MOVE GA-STUDENT-NAME TO DK-STUDENT-NAME
               PERFORM writeCompletedCourse
           END-IF.
           PERFORM readArchiveRecord.

           writeCompletedCourse.
           ADD 1 TO completed_count.
           WRITE COMPLETED-WORK-REC
               INVALID KEY CONTINUE
           END-WRITE.

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
      *    COMPLETE EVENTS THE OTHER RUN-STAMPED BATCHES LOG.  THE
      *    RUN IS NOT FOR ONE TERM, SO THE TERM IS LEFT BLANK; THE
      *    DETAIL COUNT IS THE CERTIFICATES ISSUED.
      *    ============================================================
           writeRunLogStart.
           MOVE "S" TO RL-EVENT.
           MOVE ZERO TO RL-DETAIL-COUNT.
           PERFORM writeRunLogEvent.

           writeRunLogEnd.
           MOVE "C" TO RL-EVENT.
           MOVE issued_count TO RL-DETAIL-COUNT.
           PERFORM writeRunLogEvent.

           writeRunLogEvent.
           OPEN EXTEND RUN-LOG-FILE.
           IF rl-file-status = "35"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           ACCEPT actual_time FROM TIME.
           MOVE run_no      TO RL-RUN-NO.
           MOVE "PROD0F0"   TO RL-PROGRAM-ID.
           MOVE ac_year     TO RL-YEAR.
           MOVE ac_month    TO RL-MONTH.
           MOVE ac_day      TO RL-DAY.
           MOVE actual_time TO RL-LOG-TIME.
           MOVE SPACES      TO RL-TERM-ID.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG-FILE.

      *    ============================================================
      *    openCertRegister - THE REGISTER IS CREATED EMPTY THE FIRST
      *    TIME.  ONE PASS OVER IT FINDS THE HIGHEST CERTIFICATE
      *    NUMBER ALREADY GIVEN OUT, SO NUMBERING CARRIES ON FROM
      *    THERE WITHOUT GAPS OR REPEATS.
      *    ============================================================
           openCertRegister.
           OPEN I-O CERT-REG-FILE.
           IF cr-file-status = "35"
               OPEN OUTPUT CERT-REG-FILE
               CLOSE CERT-REG-FILE
               OPEN I-O CERT-REG-FILE
           END-IF.

           MOVE ZERO TO last_cert_no.
           MOVE "N" TO register_eof.
           PERFORM readRegisterRecord.
           PERFORM noteCertNumber UNTIL register_eof = "Y".

           readRegisterRecord.
           READ CERT-REG-FILE NEXT RECORD
               AT END MOVE "Y" TO register_eof
           END-READ.

           noteCertNumber.
           IF CR-CERT-NO > last_cert_no
               MOVE CR-CERT-NO TO last_cert_no
           END-IF.
           PERFORM readRegisterRecord.

           openOutputFiles.
           OPEN OUTPUT CERT-LIST-FILE.
           OPEN OUTPUT NEAR-LIST-FILE.
           PERFORM printListHeadings.

      *    ============================================================
      *    buildSortInput - SORT INPUT PROCEDURE.  RELEASES EVERY
      *    PROGRAMME ENROLMENT.
      *    ============================================================
           buildSortInput.
           OPEN INPUT PROG-ENROL-FILE.
           IF pe-file-status = "35"
               DISPLAY "*** NO PROGRAMME ENROLMENT FILE - NO STUDENT "
                   "CHECKED ***"
               MOVE "Y" TO enrol_eof
           ELSE
               PERFORM readEnrolRecord
               PERFORM releaseEnrolRecord UNTIL enrol_eof = "Y"
               CLOSE PROG-ENROL-FILE
           END-IF.

           readEnrolRecord.
           READ PROG-ENROL-FILE
               AT END MOVE "Y" TO enrol_eof
           END-READ.

           releaseEnrolRecord.
           MOVE PE-STUDENT-ID   TO SR-STUDENT-ID.
           MOVE PE-PROGRAMME-ID TO SR-PROGRAMME-ID.
           RELEASE SORT-REC.
           ADD 1 TO enrol_count.
           PERFORM readEnrolRecord.

      *    ============================================================
      *    checkStudents - SORT OUTPUT PROCEDURE.  EACH PROGRAMME A
      *    STUDENT IS ENROLLED IN IS CHECKED AGAINST THE COMPLETED
      *    COURSES WORK FILE.
      *    ============================================================
           checkStudents.
           MOVE "N" TO sort_eof.
           PERFORM returnSortRecord.
           PERFORM checkEnrolledProgramme UNTIL sort_eof = "Y".

           returnSortRecord.
           RETURN SORT-WORK-FILE
               AT END MOVE "Y" TO sort_eof
           END-RETURN.

      *    THE NAME COMES FROM THE COMPLETED COURSES FOUND, SO IT IS
      *    CLEARED FOR EVERY ENROLMENT.
           checkEnrolledProgramme.
           MOVE SR-STUDENT-ID   TO cur_student_id.
           MOVE SR-PROGRAMME-ID TO want_programme.
           MOVE SPACES TO cur_student_name.
           PERFORM checkProgramme THRU checkProgrammeDone.
           PERFORM returnSortRecord.

      *    ============================================================
      *    checkProgramme - COUNTS THE REQUIRED COURSES OF
      *    want_programme THE STUDENT HAS NOT COMPLETED.  NONE
      *    MISSING EARNS A CERTIFICATE; ONE OR TWO MISSING PUTS THE
      *    STUDENT ON THE NEARLY-COMPLETE LIST, AS LONG AS SOMETHING
      *    OF THE PROGRAMME HAS BEEN DONE AT ALL.
      *    ============================================================
           checkProgramme.
           PERFORM findProgramme.
           IF programme_found = "N"
               ADD 1 TO unknown_prog_count
               DISPLAY "PROGRAMME EXCEPTION - " cur_student_id
                   " ENROLLED IN " want_programme
                   " WHICH IS NOT ON THE PROGRAMME MASTER"
               GO TO checkProgrammeDone
           END-IF.

           MOVE ZERO TO missing_count.
           MOVE ZERO TO done_in_programme.
           MOVE SPACES TO missing_course_1 missing_course_2.
           MOVE 1 TO req_sub.
           PERFORM checkRequiredCourse
               UNTIL req_sub > PK-COURSE-COUNT.

           IF missing_count = ZERO
               PERFORM issueCertificate THRU issueCertificateDone
               GO TO checkProgrammeDone
           END-IF.

           IF (missing_count NOT > 2)
               AND (done_in_programme > ZERO)
               ADD 1 TO nearly_count
               PERFORM printNearlyLine
           END-IF.

           checkProgrammeDone.
           EXIT.

      *    findProgramme - READS want_programme FROM THE PROGRAMME
      *    WORK FILE AND LEAVES IT IN PROG-WORK-REC.
           findProgramme.
           MOVE want_programme TO PK-PROGRAMME-ID.
           READ PROGRAMME-WORK-FILE
               INVALID KEY MOVE "N" TO programme_found
               NOT INVALID KEY MOVE "Y" TO programme_found
           END-READ.

           checkRequiredCourse.
           MOVE PK-REQUIRED-COURSE(req_sub) TO want_course.
           PERFORM findDoneCourse.
           IF course_found = "Y"
               ADD 1 TO done_in_programme
           ELSE
               ADD 1 TO missing_count
               IF missing_count = 1
                   MOVE want_course TO missing_course_1
               END-IF
               IF missing_count = 2
                   MOVE want_course TO missing_course_2
               END-IF
           END-IF.
           ADD 1 TO req_sub.

      *    findDoneCourse - READS cur_student_id/want_course FROM THE
      *    COMPLETED COURSES WORK FILE.
           findDoneCourse.
           MOVE cur_student_id TO DK-STUDENT-ID.
           MOVE want_course    TO DK-COURSE-ID.
           READ COMPLETED-WORK-FILE
               INVALID KEY
                   MOVE "N" TO course_found
               NOT INVALID KEY
                   MOVE "Y" TO course_found
                   MOVE DK-STUDENT-NAME TO cur_student_name
           END-READ.

      *    ============================================================
      *    issueCertificate - A STUDENT ALREADY ON THE REGISTER FOR
      *    THE PROGRAMME KEEPS THE CERTIFICATE ALREADY ISSUED; THE
      *    RUN CAN BE REPEATED WITHOUT GIVING ANYONE A SECOND ONE.
      *    ============================================================
           issueCertificate.
           MOVE cur_student_id TO CR-STUDENT-ID.
           MOVE want_programme TO CR-PROGRAMME-ID.
           READ CERT-REG-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO already_count
                   GO TO issueCertificateDone
           END-READ.

           ADD 1 TO last_cert_no.
           MOVE cur_student_id   TO CR-STUDENT-ID.
           MOVE want_programme   TO CR-PROGRAMME-ID.
           MOVE last_cert_no     TO CR-CERT-NO.
           MOVE cur_student_name TO CR-STUDENT-NAME.
           MOVE ac_year          TO CR-ISSUE-YEAR.
           MOVE ac_month         TO CR-ISSUE-MONTH.
           MOVE ac_day           TO CR-ISSUE-DAY.
           MOVE run_no           TO CR-RUN-NO.
           WRITE CERT-REG-REC
               INVALID KEY
                   DISPLAY "*** CERTIFICATE REGISTER WRITE REJECTED "
                       "FOR " cur_student_id " " want_programme " ***"
                   SUBTRACT 1 FROM last_cert_no
                   GO TO issueCertificateDone
           END-WRITE.

           ADD 1 TO issued_count.
           PERFORM printCertLine.

           issueCertificateDone.
           EXIT.

      *    ============================================================
      *    printListHeadings / printCertLine / printNearlyLine /
      *    printListTotals - THE CERTIFICATE-ISSUED LIST AND THE
      *    NEARLY-COMPLETE LIST.
      *    ============================================================
           printListHeadings.
           MOVE SPACES TO CL-PRINT-LINE.
           STRING "1" "PROGRAMME CERTIFICATES ISSUED   "
               ac_day "/" ac_month "/" ac_year "   RUN " run_no
               DELIMITED BY SIZE INTO CL-PRINT-LINE.
           WRITE CL-PRINT-LINE.

           MOVE SPACES TO CL-PRINT-LINE.
           WRITE CL-PRINT-LINE.

           MOVE SPACES TO CL-PRINT-LINE.
           STRING " " "CERT NO  STUDENT NAME                 "
               "PROGRAMME" DELIMITED BY SIZE INTO CL-PRINT-LINE.
           WRITE CL-PRINT-LINE.

           MOVE SPACES TO NL-PRINT-LINE.
           STRING "1" "PROGRAMMES NEARLY COMPLETE   "
               ac_day "/" ac_month "/" ac_year "   RUN " run_no
               DELIMITED BY SIZE INTO NL-PRINT-LINE.
           WRITE NL-PRINT-LINE.

           MOVE SPACES TO NL-PRINT-LINE.
           WRITE NL-PRINT-LINE.

           MOVE SPACES TO NL-PRINT-LINE.
           STRING " " "STUDENT NAME                 PROGRAMME  "
               "DONE REQD  OUTSTANDING" DELIMITED BY SIZE
               INTO NL-PRINT-LINE.
           WRITE NL-PRINT-LINE.

           printCertLine.
           MOVE SPACES TO CL-PRINT-LINE.
           STRING " " last_cert_no "   " cur_student_id "   "
               cur_student_name " " want_programme " "
               PK-PROGRAMME-NAME
               DELIMITED BY SIZE INTO CL-PRINT-LINE.
           WRITE CL-PRINT-LINE.

           printNearlyLine.
           MOVE SPACES TO NL-PRINT-LINE.
           STRING " " cur_student_id "   " cur_student_name " "
               want_programme "      " done_in_programme "   "
               PK-COURSE-COUNT "   " missing_course_1 " "
               missing_course_2
               DELIMITED BY SIZE INTO NL-PRINT-LINE.
           WRITE NL-PRINT-LINE.

           printListTotals.
           MOVE SPACES TO CL-PRINT-LINE.
           WRITE CL-PRINT-LINE.

           MOVE SPACES TO CL-PRINT-LINE.
           STRING " " "CERTIFICATES ISSUED .......: " issued_count
               DELIMITED BY SIZE INTO CL-PRINT-LINE.
           WRITE CL-PRINT-LINE.

           MOVE SPACES TO CL-PRINT-LINE.
           STRING " " "ALREADY ON THE REGISTER ...: " already_count
               DELIMITED BY SIZE INTO CL-PRINT-LINE.
           WRITE CL-PRINT-LINE.

           MOVE SPACES TO CL-PRINT-LINE.
           STRING " " "LAST CERTIFICATE NUMBER ...: " last_cert_no
               DELIMITED BY SIZE INTO CL-PRINT-LINE.
           WRITE CL-PRINT-LINE.

           MOVE SPACES TO NL-PRINT-LINE.
           WRITE NL-PRINT-LINE.

           MOVE SPACES TO NL-PRINT-LINE.
           STRING " " "STUDENTS NEARLY COMPLETE ..: " nearly_count
               DELIMITED BY SIZE INTO NL-PRINT-LINE.
           WRITE NL-PRINT-LINE.

      *    ============================================================
      *    showRunTotals - CONSOLE SUMMARY FOR THE OPERATOR LOG.
      *    ============================================================
           showRunTotals.
           DISPLAY "PROGRAMME COMPLETION RUN TOTALS".
           DISPLAY "Completed courses read ..: " completed_count.
           DISPLAY "Programme enrolments ....: " enrol_count.
           DISPLAY "Certificates issued .....: " issued_count.
           DISPLAY "Already on the register .: " already_count.
           DISPLAY "Nearly complete .........: " nearly_count.
           DISPLAY "Unknown programme .......: " unknown_prog_count.

      *    ============================================================
      *    closeFiles - END-OF-JOB CLEAN UP.
      *    ============================================================
           closeFiles.
           CLOSE PROGRAMME-WORK-FILE.
           CLOSE COMPLETED-WORK-FILE.
           CLOSE CERT-REG-FILE.
           CLOSE CERT-LIST-FILE.
           CLOSE NEAR-LIST-FILE.

       END PROGRAM PROD0F0.
