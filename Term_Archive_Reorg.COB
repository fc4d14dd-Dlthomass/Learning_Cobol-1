      *PROGRAMADOR:     Marco Silva                                           *
      *OBJECTIVO:                                                             *
      *               ESTE PROGRAMA E O FECHO DE PERIODO DO HISTORICO DE      *
      *              NOTAS: TOMA OS PERIODOS FECHADOS DO CALENDARIO DE        *
      *               PERIODOS (TERMCALF), MOVE TODOS OS REGISTOS DESSES      *
      *              PERIODOS (CORRENTES E SUBSTITUIDOS) DO MASTER            *
      *               GRDHISTF PARA O ARQUIVO                                 *
      *               LEGIVEL GRDARCHF, RECONSTROI UM MASTER COMPACTO         *
      *              (GRDNEWF) SO COM OS PERIODOS ABERTOS E IMPRIME A         *
      *               PAGINA DE CONTROLO QUE PROVA ARQUIVADOS + MANTIDOS      *
      *----------  -----  ------------------------------------------------   *
      *2026-09-02  MS     PROGRAMA ORIGINAL - ARQUIVO E REORGANIZACAO DO      *
      *                   MASTER DE HISTORICO NO FECHO DE PERIODO.            *
      *2026-10-15  MS     O REGISTO DO HISTORICO PASSA DE 79 PARA 102         *
      *                   POSICOES (POLITICA DE AVALIACAO APLICADA): O        *
      *                   REGISTO DO ARQUIVO E O CORPO DO MASTER RECONSTRUIDO *
      *                   ALARGAM NA MESMA MEDIDA.                            *
      *2026-10-15  MS     O ABORTO POR LIMITE DE TABELA PASSA A DEVOLVER O    *
      *                   CODIGO DE RETORNO 12, PARA O PASSO SEGUINTE DA      *
      *                   CADEIA NAO CORRER SOBRE DADOS INCOMPLETOS.          *
      *2026-10-15  MS     OS PERIODOS A ARQUIVAR DEIXAM DE VIR DA LISTA       *
      *                   MANUAL TERMCLSF: SAO OS PERIODOS FECHADOS NO        *
      *                   CALENDARIO DE PERIODOS (TERMCALF). A PAGINA DE      *
      *                   CONTROLO LISTA OS PERIODOS FECHADOS ENCONTRADOS NO  *
      *                   MASTER.                                             *
      *************************************************************************

      *=======================================================================*
      *=======================================================================*
                               FILE-CONTROL.

           SELECT TERM-CAL-FILE
               ASSIGN TO TERMCALF
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TM-TERM-ID
               FILE STATUS IS tm-file-status.

           SELECT GRADE-HIST-FILE
               ASSIGN TO GRDHISTF
      *=======================================================================*
                               FILE SECTION.

           FD  TERM-CAL-FILE.
               COPY TERMCAL.

           FD  GRADE-HIST-FILE.
               COPY GRDHIST.
      *    RECORD ON A PLAIN SEQUENTIAL FILE, SO AN OLD-TERM QUESTION
      *    AT THE FRONT DESK CAN STILL BE ANSWERED FROM IT YEARS ON.
           FD  ARCHIVE-FILE.
           01  ARCHIVE-REC                PIC X(102).

      *    THE REBUILT MASTER IS WRITTEN IN KEY ORDER FROM THE OLD
      *    ONE, SO ONLY THE KEY NEEDS ITS OWN FIELDS HERE - THE BODY
                   10  NH-STUDENT-ID  PIC X(05).
                   10  NH-TERM-ID     PIC X(06).
                   10  NH-SEQ-NO      PIC 9(02).
               05  NH-HIST-BODY       PIC X(89).

           FD  ARCH-RPT-FILE.
               COPY ARCHRPT.
       77  term_eof            pic x(1) value "N".
       77  hist_eof            pic x(1) value "N".
       77  term_closed         pic x(1) value "N".
       77  closed_on_file      pic x(1) value "N".
       77  entry_found         pic x(1) value "N".
       77  scan_sub            pic 9(2) value zero.
       77  term_count          pic 9(2) value zero.

       77  check_total         pic 9(5) value zero.
       77  out_of_balance      pic x(1) value "N".

      *    ---- closed terms met on the master, in the order first met -------
       01  closed_term_table.
           05  closed_term_entry OCCURS 20 TIMES.
               10  cl_term_id          pic x(6).
               10  cl_archived_count   pic 9(5).

      *    ---- file-status codes for OPEN EXTEND/OPEN INPUT existence checks ---
       77  tm-file-status      pic x(2) value spaces.
       77  gh-file-status      pic x(2) value spaces.
       77  ah-file-status      pic x(2) value spaces.

           PROCEDURE DIVISION.

      *    ============================================================
      *    MAINLINE - CHECKS THE CALENDAR HAS A CLOSED TERM, SPLITS THE
      *    MASTER IN ONE PASS AND PRINTS THE CONTROL PAGE.  THE OLD
      *    MASTER IS NEVER WRITTEN TO - IT IS ONLY RETIRED BY THE
      *    OPERATORS ONCE THE CONTROL PAGE BALANCES.
      *    ============================================================
           mainline.
           PERFORM initializeRun.
           PERFORM checkClosedTerms.
           PERFORM splitMaster.
           PERFORM printControlPage.
           PERFORM closeFiles.
           OPEN OUTPUT ARCH-RPT-FILE.

      *    ============================================================
      *    checkClosedTerms - THE TERMS TO ARCHIVE ARE THOSE THE OFFICE
      *    HAS CLOSED ON THE TERM CALENDAR (TERMCALF).  NO CALENDAR, OR
      *    NO CLOSED TERM ON IT, MEANS NOTHING TO CLOSE AND THE MASTER
      *    IS LEFT ALONE.  THE CALENDAR STAYS OPEN FOR THE SPLIT.
      *    ============================================================
           checkClosedTerms.
           MOVE "N" TO term_eof.
           MOVE "N" TO closed_on_file.
           MOVE ZERO TO term_count.
           OPEN INPUT TERM-CAL-FILE.

           IF tm-file-status = "35"
               DISPLAY "*** NO TERM CALENDAR FILE - NOTHING TO "
                   "CLOSE ***"
               PERFORM closeFiles
               STOP RUN
           END-IF.

           MOVE LOW-VALUES TO TM-TERM-ID.
           START TERM-CAL-FILE KEY NOT LESS THAN TM-TERM-ID
               INVALID KEY MOVE "Y" TO term_eof
           END-START.
           PERFORM readTermRecord
               UNTIL term_eof = "Y" OR closed_on_file = "Y".

           IF closed_on_file NOT = "Y"
               DISPLAY "*** NO CLOSED TERM ON THE TERM CALENDAR - "
                   "NOTHING TO CLOSE ***"
               CLOSE TERM-CAL-FILE
               PERFORM closeFiles
               STOP RUN
           END-IF.

           readTermRecord.
           READ TERM-CAL-FILE NEXT RECORD
               AT END MOVE "Y" TO term_eof
           END-READ.

           IF (term_eof NOT = "Y") AND TM-IS-CLOSED
               MOVE "Y" TO closed_on_file
           END-IF.

      *    ============================================================
      *    splitMaster - ONE PASS OVER THE OLD MASTER IN KEY ORDER.
      *    A RECORD OF A CLOSED TERM (CURRENT OR SUPERSEDED, BOTH GO -
           IF gh-file-status = "35"
               DISPLAY "*** NO GRADE-HISTORY FILE - NOTHING TO CLOSE "
                   "***"
               CLOSE TERM-CAL-FILE
               PERFORM closeFiles
               STOP RUN
           END-IF.
           CLOSE GRADE-HIST-FILE.
           CLOSE ARCHIVE-FILE.
           CLOSE NEW-HIST-FILE.
           CLOSE TERM-CAL-FILE.

           readHistoryRecord.
           READ GRADE-HIST-FILE
           PERFORM readHistoryRecord.

      *    ============================================================
      *    checkTermClosed - READS GH-TERM-ID FROM THE TERM CALENDAR;
      *    ONLY A TERM THE CALENDAR SHOWS CLOSED IS ARCHIVED.  THE
      *    TERM IS THEN LOOKED UP IN THE TABLE OF CLOSED TERMS MET SO
      *    FAR, AND ADDED ON ITS FIRST RECORD; scan_sub IS LEFT ON ITS
      *    ENTRY FOR THE PER-TERM COUNT.
      *    ============================================================
           checkTermClosed.
           MOVE "N" TO term_closed.
           MOVE GH-TERM-ID TO TM-TERM-ID.
           READ TERM-CAL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF TM-IS-CLOSED
                       MOVE "Y" TO term_closed
                   END-IF
           END-READ.

           IF term_closed = "Y"
               MOVE "N" TO entry_found
               MOVE 1 TO scan_sub
               PERFORM scanClosedTerm
                   UNTIL entry_found = "Y" OR scan_sub > term_count
               IF entry_found NOT = "Y"
                   PERFORM addTermEntry
               END-IF
           END-IF.

           scanClosedTerm.
           IF cl_term_id(scan_sub) = GH-TERM-ID
               MOVE "Y" TO entry_found
           ELSE
               ADD 1 TO scan_sub
           END-IF.

           addTermEntry.
           IF term_count NOT LESS THAN 20
               DISPLAY "*** MORE THAN 20 CLOSED TERMS ON THE MASTER - "
                   "INCREASE TABLE SIZE ***"
               CLOSE GRADE-HIST-FILE
               CLOSE ARCHIVE-FILE
               CLOSE NEW-HIST-FILE
               CLOSE TERM-CAL-FILE
               PERFORM closeFiles
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO term_count.
           MOVE GH-TERM-ID TO cl_term_id(term_count).
           MOVE ZERO TO cl_archived_count(term_count).
           MOVE term_count TO scan_sub.

      *    ============================================================
      *    printControlPage - THE PROOF THE OPERATORS BALANCE BEFORE
      *    RETIRING THE OLD MASTER: ARCHIVED + KEPT MUST EQUAL READ,
               DELIMITED BY SIZE INTO TA-PRINT-LINE.
           WRITE TA-PRINT-LINE.

           IF term_count = ZERO
               MOVE SPACES TO TA-PRINT-LINE
               STRING " " "  (NONE - NO RECORDS OF A CLOSED TERM ON "
                   "THE MASTER)" DELIMITED BY SIZE INTO TA-PRINT-LINE
               WRITE TA-PRINT-LINE
           END-IF.

           MOVE 1 TO scan_sub.
           PERFORM printTermLine UNTIL scan_sub > term_count.

