      *2026-09-02  MS     PROGRAMA ORIGINAL - ESTATISTICAS DE DISTRIBUICAO    *
      *                   DE NOTAS E TAXAS DE APROVACAO POR CURSO E           *
      *                   PERIODO, COM COMPARACAO PERIODO A PERIODO.          *
      *2026-10-15  MS     O ABORTO POR LIMITE DE TABELA PASSA A DEVOLVER O    *
      *                   CODIGO DE RETORNO 12, PARA O PASSO SEGUINTE DA      *
      *                   CADEIA NAO CORRER SOBRE DADOS INCOMPLETOS.          *
      *************************************************************************

      *=======================================================================*
                       "INCREASE TABLE SIZE ***"
                   CLOSE GRADE-HIST-FILE
                   PERFORM closeFiles
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO stats_count
