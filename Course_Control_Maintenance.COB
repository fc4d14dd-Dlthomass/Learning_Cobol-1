      *2026-09-02  MS     SIGN-ON CONTRA O FICHEIRO MESTRE DE OPERADORES     *
      *                   (OPERF) COM SENHA E NIVEL DE AUTORIZACAO 2; AS     *
      *                   TENTATIVAS FALHADAS FICAM EM AUDITF.               *
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
               CLOSE COURSE-CTL-FILE
               PERFORM closeFiles
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

