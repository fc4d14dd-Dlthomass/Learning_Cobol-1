      *                   ESTADO E DATA: A DESISTENCIA PASSA A MARCAR A      *
      *                   INSCRICAO DESSE CURSO EM VEZ DE APAGAR O           *
      *                   FORMANDO, E VOLTAR A INSCREVER REACTIVA-A.         *
      *2026-10-15  MS     O ABORTO POR LIMITE DE TABELA PASSA A DEVOLVER O   *
      *                   CODIGO DE RETORNO 12, PARA O PASSO SEGUINTE DA     *
      *                   CADEIA NAO CORRER SOBRE DADOS INCOMPLETOS.         *
      *************************************************************************

      *=======================================================================*
                   "INCREASE TABLE SIZE ***" AT 0115
               CLOSE OPERATOR-FILE
               PERFORM closeFiles
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

                   "INCREASE TABLE SIZE ***" AT 0115
               CLOSE ENROLL-FILE
               PERFORM closeFiles
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

