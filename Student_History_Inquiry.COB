      *2026-08-22  MS     GRDHISTF INDEXADO POR FORMANDO+PERIODO+             *
      *                   SEQUENCIA; A CONSULTA MOSTRA O PERIODO E MARCA      *
      *                   OS REGISTOS SUBSTITUIDOS POR REAVALIACAO.           *
      *2026-10-15  MS     MOSTRA A SITUACAO ACADEMICA DO FORMANDO (STANDF,    *
      *                   GRAVADO PELO PROD0N0) E O PERIODO EM QUE FOI        *
      *                   ATRIBUIDA; SEM FICHEIRO OU SEM REGISTO A LINHA FICA *
      *                   EM BRANCO.                                          *
      *2026-10-15  MS     O ABORTO POR LIMITE DE TABELA PASSA A DEVOLVER O    *
      *                   CODIGO DE RETORNO 12, PARA O PASSO SEGUINTE DA      *
      *                   CADEIA NAO CORRER SOBRE DADOS INCOMPLETOS.          *
      *************************************************************************

      *=======================================================================*
               RECORD KEY IS GH-HIST-KEY
               FILE STATUS IS gh-file-status.

           SELECT STANDING-FILE
               ASSIGN TO STANDF
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SD-STUDENT-ID
               FILE STATUS IS sd-file-status.

      *=======================================================================*
                               DATA DIVISION.
      *=======================================================================*
           FD  GRADE-HIST-FILE.
               COPY GRDHIST.

           FD  STANDING-FILE.
               COPY STANDING.

      *=======================================================================*
                           WORKING-STORAGE SECTION.

       77  blend_masked        pic z9.99.
       77  status_text         pic x(20) value spaces.
       77  student_name        pic A(20) value spaces.
       77  standing_text       pic x(16) value spaces.

      *    ---- file-status codes for OPEN EXTEND/OPEN INPUT existence checks ---
       77  gh-file-status      pic x(2) value spaces.
       77  sd-file-status      pic x(2) value spaces.

      *    ---- every history record for the student being asked about -------
       01  match_table.
           DISPLAY "Student : " AT 0615 inquiry_id AT 0625
               student_name AT 0632.
           DISPLAY "Records : " AT 0715 match_count AT 0725.
           PERFORM showStanding THRU showStandingDone.

      *    NEWEST FIRST: THE MASTER READS BACK IN KEY ORDER (TERM,
      *    THEN SEQUENCE ASCENDING), SO THE TABLE IS WALKED FROM THE
               DISPLAY "*** MORE THAN 100 RECORDS FOR ONE STUDENT - "
                   "INCREASE TABLE SIZE ***" AT 0115
               CLOSE GRADE-HIST-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE GH-TERM-ID        TO mt_term_id(match_count).
           MOVE GH-SUPERSEDED     TO mt_superseded(match_count).

      *    ============================================================
      *    showStanding - THE ACADEMIC STANDING THE LAST END-OF-TERM
      *    RUN (PROD0N0) GAVE THE STUDENT, AND THE TERM IT WAS FOR.
      *    NOTHING IS SHOWN UNTIL THE STUDENT HAS BEEN ASSESSED.
      *    ============================================================
           showStanding.
           OPEN INPUT STANDING-FILE.
           IF sd-file-status = "35"
               GO TO showStandingDone
           END-IF.

           MOVE inquiry_id TO SD-STUDENT-ID.
           READ STANDING-FILE
               INVALID KEY
                   CLOSE STANDING-FILE
                   GO TO showStandingDone
           END-READ.

           EVALUATE TRUE
               WHEN SD-GOOD-STANDING
                   MOVE "GOOD STANDING"    TO standing_text
               WHEN SD-ON-WARNING
                   MOVE "WARNING"          TO standing_text
               WHEN SD-ON-PROBATION
                   MOVE "PROBATION"        TO standing_text
               WHEN SD-DISMISSAL-REVIEW
                   MOVE "DISMISSAL REVIEW" TO standing_text
               WHEN OTHER
                   MOVE "UNKNOWN STANDING" TO standing_text
           END-EVALUATE.

           DISPLAY "Standing: " AT 0815 standing_text AT 0825
               "term" AT 0842 SD-TERM-ID AT 0847.
           CLOSE STANDING-FILE.

           showStandingDone.
           EXIT.

      *    ============================================================
      *    showHistoryRecord - ONE HISTORY RECORD PER SCREEN, HELD
      *    UNTIL THE OPERATOR PRESSES ENTER.
