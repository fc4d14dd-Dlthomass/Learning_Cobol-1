      *                   INSCRICOES (ENROLLF): A CRITICA EXIGE INSCRICAO    *
      *                   ACTIVA NO CURSO DO PROPRIO REGISTO E A LISTAGEM    *
      *                   PASSA A CONTAR AS INSCRICOES POR CURSO.            *
      *2026-10-15  MS     O ABORTO POR LIMITE DE TABELA PASSA A DEVOLVER O   *
      *                   CODIGO DE RETORNO 12, PARA O PASSO SEGUINTE DA     *
      *                   CADEIA NAO CORRER SOBRE DADOS INCOMPLETOS.         *
      *************************************************************************

      *=======================================================================*
                   "INCREASE TABLE SIZE ***"
               CLOSE COURSE-CTL-FILE
               PERFORM closeFiles
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

                   "INCREASE TABLE SIZE ***"
               CLOSE ENROLL-FILE
               PERFORM closeFiles
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

                       "ENROLLMENT FILE - INCREASE TABLE SIZE ***"
                   CLOSE ENROLL-FILE
                   PERFORM closeFiles
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO crse_count
                   "INCREASE TABLE SIZE ***"
               CLOSE ATTEND-FILE
               PERFORM closeFiles
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

