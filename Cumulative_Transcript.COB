      *2026-09-02  MS     A PAUTA PLANA (ROSTERF) DA LUGAR AO MESTRE DE      *
      *                   INSCRICOES (ENROLLF); A OPCAO DE PAUTA INTEIRA     *
      *                   IMPRIME CADA FORMANDO COM INSCRICAO UMA SO VEZ.    *
      *2026-10-15  MS     O ABORTO POR LIMITE DE TABELA PASSA A DEVOLVER O   *
      *                   CODIGO DE RETORNO 12, PARA O PASSO SEGUINTE DA     *
      *                   CADEIA NAO CORRER SOBRE DADOS INCOMPLETOS.         *
      *************************************************************************

      *=======================================================================*
                       "INCREASE TABLE SIZE ***" AT 0115
                   CLOSE ENROLL-FILE
                   PERFORM closeFiles
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO request_count
                   "INCREASE TABLE SIZE ***" AT 0115
               CLOSE GRADE-HIST-FILE
               PERFORM closeFiles
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

