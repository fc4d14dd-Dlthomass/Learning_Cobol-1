      *----------  -----  ------------------------------------------------   *
      *2026-08-22  MS     PROGRAMA ORIGINAL - MAPA DE ACTIVIDADE DE           *
      *                   CORRECCOES A PARTIR DO FICHEIRO DE AUDITORIA.       *
      *2026-10-15  MS     A TABELA DE 500 CORRECCOES DESAPARECE: UMA PRIMEIRA *
      *                   PASSAGEM ORDENADA POR FORMANDO, CAMPO E DATA GRAVA  *
      *                   AS CORRECCOES REPETIDAS NUM FICHEIRO DE TRABALHO    *
      *                   INDEXADO (REPWKF), LIDO PELA CHAVE NA IMPRESSAO.    *
      *                   SEM LIMITE DE VOLUME.                               *
      *************************************************************************

      *=======================================================================*
               ASSIGN TO AUDRPTF
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPEAT-WORK-FILE
               ASSIGN TO REPWKF
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RK-KEY
               FILE STATUS IS rk-file-status.

           SELECT SORT-WORK-FILE
               ASSIGN TO SRTWKF.

           FD  AUDIT-RPT-FILE.
               COPY AUDRPT.

           FD  REPEAT-WORK-FILE.
               COPY AUDREP.

           SD  SORT-WORK-FILE.
           01  SORT-REC.
               05  SR-OPERATOR-ID         PIC X(08).

       77  audit_eof           pic x(1) value "N".
       77  sort_eof            pic x(1) value "N".
       77  repeat_flag         pic x(1) value "N".
       77  repeat_text         pic x(12) value spaces.
       77  prev_operator       pic x(8) value spaces.
       77  operator_corr_count pic 9(5) value zero.
       77  total_corr_count    pic 9(5) value zero.

      *    ---- student/field group of the repeat-detection pass ------------
       77  grp_student_id      pic x(5) value spaces.
       77  grp_field_name      pic x(15) value spaces.
       77  grp_first_date      pic 9(6) value zero.
       77  grp_started         pic x(1) value "N".

      *    ---- file-status codes for OPEN EXTEND/OPEN INPUT existence checks ---
       77  au-file-status      pic x(2) value spaces.
       77  rk-file-status      pic x(2) value spaces.

      *    ---- split views of the sort-key date and time for printing --------
       01  date_parts.
           PROCEDURE DIVISION.

      *    ============================================================
      *    MAINLINE - A FIRST SORT OF THE AUDIT FILE BY STUDENT, FIELD
      *    AND DATE FINDS THE CORRECTIONS REPEATED ACROSS RUN DATES;
      *    THE SECOND SORTS IT BY OPERATOR AND DATE/TIME AND PRINTS
      *    THE ACTIVITY REPORT WITH A COUNT PER OPERATOR AND A REPEAT
      *    FLAG ON CORRECTIONS HITTING THE SAME STUDENT AND FIELD IN
      *    MORE THAN ONE RUN.
      *    ============================================================
           mainline.
           PERFORM initializeRun.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-STUDENT-ID
                                SR-FIELD-NAME
                                SR-AUDIT-DATE
               INPUT PROCEDURE buildSortInput
               OUTPUT PROCEDURE findRepeatCorrections.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-OPERATOR-ID
                                SR-AUDIT-DATE
           OPEN OUTPUT AUDIT-RPT-FILE.

      *    ============================================================
      *    buildSortInput - SORT INPUT PROCEDURE OF BOTH PASSES.
      *    RELEASES EVERY AUDIT RECORD, WHOLE, TO THE SORT.  A MISSING
      *    AUDIT FILE JUST MEANS THERE ARE NO CORRECTIONS TO REPORT.
      *    ============================================================
           buildSortInput.
           MOVE "N" TO audit_eof.
           OPEN INPUT AUDIT-FILE.

           IF au-file-status = "35"
           END-READ.

           releaseAuditRecord.
           MOVE AU-OPERATOR-ID  TO SR-OPERATOR-ID.
           MOVE AU-AUDIT-DATE   TO SR-AUDIT-DATE.
           MOVE AU-AUDIT-TIME   TO SR-AUDIT-TIME.
           RELEASE SORT-REC.
           PERFORM readAuditRecord.

      *    ============================================================
      *    findRepeatCorrections - OUTPUT PROCEDURE OF THE FIRST SORT.
      *    THE CORRECTIONS OF ONE STUDENT AND FIELD ARRIVE TOGETHER IN
      *    DATE ORDER, SO A DATE DIFFERENT FROM THE GROUP'S FIRST ONE
      *    MEANS A REPEAT; THE PAIR GOES ONCE ONTO THE KEYED WORK
      *    FILE, WHICH IS THEN REOPENED FOR THE REPORT'S KEY READS.
      *    ============================================================
           findRepeatCorrections.
           OPEN OUTPUT REPEAT-WORK-FILE.
           MOVE "N" TO grp_started.
           MOVE "N" TO sort_eof.
           PERFORM returnSortRecord.
           PERFORM checkOneCorrection UNTIL sort_eof = "Y".
           CLOSE REPEAT-WORK-FILE.
           OPEN INPUT REPEAT-WORK-FILE.

           checkOneCorrection.
           IF grp_started NOT = "Y"
               OR SR-STUDENT-ID NOT = grp_student_id
               OR SR-FIELD-NAME NOT = grp_field_name
               MOVE "Y" TO grp_started
               MOVE SR-STUDENT-ID TO grp_student_id
               MOVE SR-FIELD-NAME TO grp_field_name
               MOVE SR-AUDIT-DATE TO grp_first_date
           ELSE
               IF SR-AUDIT-DATE NOT = grp_first_date
                   PERFORM writeRepeatKey
               END-IF
           END-IF.
           PERFORM returnSortRecord.

      *    LATER CORRECTIONS OF A GROUP ALREADY WRITTEN HIT A DUPLICATE
      *    KEY, WHICH IS WHAT KEEPS THE PAIR ON THE FILE ONCE.
           writeRepeatKey.
           MOVE grp_student_id TO RK-STUDENT-ID.
           MOVE grp_field_name TO RK-FIELD-NAME.
           WRITE AUDIT-REPEAT-REC
               INVALID KEY CONTINUE
           END-WRITE.

      *    ============================================================
      *    printReport - SORT OUTPUT PROCEDURE.  ONE LINE PER
      *    CORRECTION, GROUPED BY OPERATOR WITH A COUNT AT EACH
      *    ============================================================
      *    checkRepeatCorrection - THE SAME STUDENT AND FIELD CORRECTED
      *    ON MORE THAN ONE RUN DATE IS WHAT THE EXAM BOARD WANTS
      *    POINTED OUT, NOT JUST RETRIES WITHIN ONE SITTING.  THOSE
      *    PAIRS ARE ON THE REPEAT WORK FILE BUILT BY THE FIRST SORT.
      *    ============================================================
           checkRepeatCorrection.
           MOVE SPACES TO repeat_text.
           MOVE SR-STUDENT-ID TO RK-STUDENT-ID.
           MOVE SR-FIELD-NAME TO RK-FIELD-NAME.
           READ REPEAT-WORK-FILE
               INVALID KEY MOVE "N" TO repeat_flag
               NOT INVALID KEY MOVE "Y" TO repeat_flag
           END-READ.

           IF repeat_flag = "Y"
               MOVE "** REPEAT **" TO repeat_text
           END-IF.

      *    ============================================================
      *    printHeading / printOperatorHeading / printCorrectionLine /
      *    printOperatorTotal / printGrandTotal - REPORT BODY.
      *    ============================================================
           closeFiles.
           CLOSE AUDIT-RPT-FILE.
           CLOSE REPEAT-WORK-FILE.

       END PROGRAM PROD0A0.
