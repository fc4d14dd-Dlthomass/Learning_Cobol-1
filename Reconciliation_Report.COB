      *                   NUM DIA LIMPO.                                      *
      *2026-09-02  MS     NOVA SECCAO COM AS INSCRICOES ACTIVAS POR CURSO     *
      *                   A PARTIR DO MESTRE DE INSCRICOES (ENROLLF).         *
      *2026-10-15  MS     AS TRES TABELAS DE 200 NUMEROS DE FORMANDO          *
      *                   DESAPARECEM: ENTRADA, HISTORICO E EXTRACTO PASSAM   *
      *                   POR UM SORT UNICO E SAO CONCILIADOS POR COMPARACAO  *
      *                   ORDENADA, SEM LIMITE DE VOLUME. TOTAIS ALARGADOS A  *
      *                   5 DIGITOS E ABORTO DO LIMITE DE CURSOS COM CODIGO   *
      *                   DE RETORNO 12.                                      *
      *************************************************************************

      *=======================================================================*
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS en-file-status.

           SELECT SORT-WORK-FILE
               ASSIGN TO SRTWKF.

      *=======================================================================*
                               DATA DIVISION.
      *=======================================================================*
           FD  ENROLL-FILE.
               COPY ENROLL.

      *    ONE SORT RECORD PER STUDENT ID PER CROSS-CHECK.  EACH CHECK
      *    (SR-CHECK-NO) PAIRS THE SIDE BEING CHECKED ("1") WITH THE
      *    SIDE IT MUST BE FOUND ON ("2"):
      *       1 - INPUT RECORDS AGAINST TODAY'S HISTORY
      *       2 - TODAY'S HISTORY AGAINST THE EXTRACT
      *       3 - EXTRACT DETAILS AGAINST TODAY'S HISTORY
           SD  SORT-WORK-FILE.
           01  SORT-REC.
               05  SR-CHECK-NO            PIC 9(01).
               05  SR-STUDENT-ID          PIC X(05).
               05  SR-SIDE                PIC X(01).
                   88  SR-CHECKED-SIDE        VALUE "1".
                   88  SR-LOOKUP-SIDE         VALUE "2".

      *=======================================================================*
                           WORKING-STORAGE SECTION.

       77  input_eof           pic x(1) value "N".
       77  hist_eof            pic x(1) value "N".
       77  ext_eof             pic x(1) value "N".
       77  sort_eof            pic x(1) value "N".
       77  lookup_id           pic x(5) value spaces.

      *    ---- match-merge state for the student id being checked --------
       77  cur_check_no        pic 9(1) value zero.
       77  cur_student_id      pic x(5) value spaces.
       77  checked_count       pic 9(5) value zero.
       77  lookup_count        pic 9(5) value zero.
       77  check_find_count    pic 9(5) value zero.

      *    ---- control totals that have to balance before release -------------
       77  in_count            pic 9(5) value zero.
       77  hist_count          pic 9(5) value zero.
       77  hist_initial_count  pic 9(5) value zero.
       77  resit_count         pic 9(5) value zero.
       77  resolved_today_count pic 9(5) value zero.
       77  ext_count           pic 9(5) value zero.
       77  no_hist_count       pic 9(5) value zero.
       77  no_ext_count        pic 9(5) value zero.
       77  orphan_ext_count    pic 9(5) value zero.
       77  out_of_balance      pic x(1) value "N".

      *    ---- active enrollments per course, from the enrollment master ----
       77  enroll_eof          pic x(1) value "N".
       77  crse_count          pic 9(2) value zero.
           PROCEDURE DIVISION.

      *    ============================================================
      *    MAINLINE - SORTS THE STUDENT IDS OF THE THREE FILES FOR
      *    TODAY INTO ONE STREAM, CROSS-MATCHES THEM BOTH WAYS IN A
      *    SINGLE PASS, THEN PRINTS THE EXCEPTION REPORT AND THE
      *    CONTROL-TOTAL LINE THAT GATES THE EXTRACT RELEASE.
      *    ============================================================
           mainline.
           PERFORM initializeRun.
           PERFORM printHeading.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-CHECK-NO
                                SR-STUDENT-ID
                                SR-SIDE
               INPUT PROCEDURE releaseTodaysIds
               OUTPUT PROCEDURE matchTodaysIds.
           PERFORM loadEnrollCounts.
           PERFORM printEnrollCounts.
           PERFORM printControlTotals.
           ACCEPT actual_date FROM DATE.
           OPEN OUTPUT RECON-FILE.

      *    ============================================================
      *    releaseTodaysIds - SORT INPUT PROCEDURE.  READS THE THREE
      *    FILES ONCE, COUNTS THE CONTROL TOTALS AND RELEASES EACH
      *    STUDENT ID TO EVERY CROSS-CHECK IT TAKES PART IN.
      *    ============================================================
           releaseTodaysIds.
           PERFORM loadInputFile.
           PERFORM loadHistoryFile.
           PERFORM loadExtractFile.

      *    ============================================================
      *    loadInputFile - EVERY STUDENT ID SUBMITTED FOR GRADING
      *    TODAY.
           END-READ.

           addInputEntry.
           ADD 1 TO in_count.
           MOVE SI-STUDENT-ID TO SR-STUDENT-ID.
           MOVE 1   TO SR-CHECK-NO.
           MOVE "1" TO SR-SIDE.
           RELEASE SORT-REC.
           PERFORM readInputRecord.

      *    ============================================================
           END-IF.
           PERFORM readHistoryRecord.

      *    A CURRENT HISTORY RECORD IS LOOKED UP BY CHECKS 1 AND 3 AND
      *    IS ITSELF CHECKED AGAINST THE EXTRACT IN CHECK 2.
           addCurrentHistEntry.
           ADD 1 TO hist_count.
           MOVE GH-STUDENT-ID TO SR-STUDENT-ID.
           MOVE 1   TO SR-CHECK-NO.
           MOVE "2" TO SR-SIDE.
           RELEASE SORT-REC.
           MOVE 2   TO SR-CHECK-NO.
           MOVE "1" TO SR-SIDE.
           RELEASE SORT-REC.
           MOVE 3   TO SR-CHECK-NO.
           MOVE "2" TO SR-SIDE.
           RELEASE SORT-REC.
      *    A RESIT OUTCOME (PROD0X0) HAS NO STUDENTF INPUT ON THE DAY
      *    IT IS APPLIED, SO IT IS COUNTED APART FROM THE GRADING RUN.
           IF GH-EXAM-WAS-TAKEN
           addExtractEntry.
      *    HEADER AND TRAILER CONTROL RECORDS ARE NOT STUDENT DETAILS.
           IF RX-DETAIL-REC AND RX-EVAL-DATE = actual_date
               ADD 1 TO ext_count
               MOVE RX-STUDENT-ID TO SR-STUDENT-ID
               MOVE 2   TO SR-CHECK-NO
               MOVE "2" TO SR-SIDE
               RELEASE SORT-REC
               MOVE 3   TO SR-CHECK-NO
               MOVE "1" TO SR-SIDE
               RELEASE SORT-REC
           END-IF.
           PERFORM readExtractRecord.

           WRITE RB-PRINT-LINE.

      *    ============================================================
      *    matchTodaysIds - SORT OUTPUT PROCEDURE.  WITHIN A CHECK
      *    THE RECORDS OF ONE STUDENT ID ARRIVE TOGETHER, THE CHECKED
      *    SIDE AHEAD OF THE LOOKUP SIDE; EVERY CHECKED RECORD WITH NO
      *    LOOKUP RECORD BEHIND IT IS AN EXCEPTION.  EACH CHECK PRINTS
      *    ITS OWN SECTION, IN ORDER, EVEN WHEN IT RECEIVED NOTHING.
      *    ============================================================
           matchTodaysIds.
           MOVE "N" TO sort_eof.
           MOVE ZERO TO cur_check_no.
           MOVE SPACES TO cur_student_id.
           MOVE ZERO TO checked_count.
           MOVE ZERO TO lookup_count.
           PERFORM returnSortRecord.
           PERFORM matchOneIdRecord UNTIL sort_eof = "Y".
           PERFORM closeStudentId.
           PERFORM advanceCheck UNTIL cur_check_no > 3.

           returnSortRecord.
           RETURN SORT-WORK-FILE
               AT END MOVE "Y" TO sort_eof
           END-RETURN.

           matchOneIdRecord.
           IF SR-CHECK-NO NOT = cur_check_no
               OR SR-STUDENT-ID NOT = cur_student_id
               PERFORM closeStudentId
               PERFORM advanceCheck UNTIL cur_check_no = SR-CHECK-NO
               MOVE SR-STUDENT-ID TO cur_student_id
           END-IF.

           IF SR-CHECKED-SIDE
               ADD 1 TO checked_count
           ELSE
               ADD 1 TO lookup_count
           END-IF.
           PERFORM returnSortRecord.

      *    A STUDENT ID SUBMITTED OR EXTRACTED TWICE IS LISTED ONCE
      *    PER RECORD, AS THE OFFICE BALANCES RECORD COUNTS.
           closeStudentId.
           IF checked_count NOT = ZERO AND lookup_count = ZERO
               MOVE cur_student_id TO lookup_id
               PERFORM printCheckException checked_count TIMES
           END-IF.
           MOVE ZERO TO checked_count.
           MOVE ZERO TO lookup_count.

           printCheckException.
           ADD 1 TO check_find_count.
           PERFORM printExceptionId.

      *    advanceCheck - CLOSES THE SECTION OF THE CURRENT CHECK AND
      *    OPENS THE NEXT ONE WITH ITS HEADING.
           advanceCheck.
           IF cur_check_no NOT = ZERO
               PERFORM closeCheckSection
           END-IF.
           ADD 1 TO cur_check_no.
           MOVE ZERO TO check_find_count.
           MOVE SPACES TO cur_student_id.

           EVALUATE cur_check_no
               WHEN 1
                   PERFORM printInputHeading
               WHEN 2
                   PERFORM printHistoryHeading
               WHEN 3
                   PERFORM printExtractHeading
           END-EVALUATE.

           closeCheckSection.
           EVALUATE cur_check_no
               WHEN 1
                   MOVE check_find_count TO no_hist_count
               WHEN 2
                   MOVE check_find_count TO no_ext_count
               WHEN 3
                   MOVE check_find_count TO orphan_ext_count
           END-EVALUATE.

           IF check_find_count = ZERO
               PERFORM printNoneLine
           END-IF.

      *    ============================================================
      *    printInputHeading - AN INPUT RECORD WITH NO HISTORY RECORD
      *    IS A skipStudent REJECTION (BAD NAME OR NOT ON THE ROSTER).
      *    ============================================================
           printInputHeading.
           MOVE SPACES TO RB-PRINT-LINE.
           STRING " " "INPUT RECORDS WITH NO GRADE-HISTORY RECORD "
               "(REJECTED):" DELIMITED BY SIZE INTO RB-PRINT-LINE.
           WRITE RB-PRINT-LINE.

      *    ============================================================
      *    printHistoryHeading - EVERY STUDENT GRADED TODAY MUST HAVE
      *    GONE OUT ON THE REGISTRAR EXTRACT.
      *    ============================================================
           printHistoryHeading.
           MOVE SPACES TO RB-PRINT-LINE.
           WRITE RB-PRINT-LINE.
           MOVE SPACES TO RB-PRINT-LINE.
               "EXTRACT:" DELIMITED BY SIZE INTO RB-PRINT-LINE.
           WRITE RB-PRINT-LINE.

      *    ============================================================
      *    printExtractHeading - AN EXTRACT RECORD WITH NO BACKING
      *    HISTORY RECORD MEANS SOMETHING OTHER THAN TODAY'S GRADING
      *    RUN PUT IT THERE.
      *    ============================================================
           printExtractHeading.
           MOVE SPACES TO RB-PRINT-LINE.
           WRITE RB-PRINT-LINE.
           MOVE SPACES TO RB-PRINT-LINE.
               DELIMITED BY SIZE INTO RB-PRINT-LINE.
           WRITE RB-PRINT-LINE.

      *    ============================================================
      *    printExceptionId / printNoneLine - EXCEPTION DETAIL LINES.
      *    ============================================================
                       "ENROLLMENT FILE - INCREASE TABLE SIZE ***"
                   CLOSE ENROLL-FILE
                   PERFORM closeFiles
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO crse_count
