      *                   EXTRACTO DE CORRECCAO E ESCREVE EVENTOS DE          *
      *                   INICIO/FIM EM RUNLOGF, COMO AS RESTANTES            *
      *                   CORRIDAS QUE ESCREVEM EXTRACTOS.                    *
      *2026-10-15  MS     O ABORTO POR LIMITE DE TABELA PASSA A DEVOLVER O    *
      *                   CODIGO DE RETORNO 12, PARA O PASSO SEGUINTE DA      *
      *                   CADEIA NAO CORRER SOBRE DADOS INCOMPLETOS.          *
      *************************************************************************

      *=======================================================================*
               IF unposted_count NOT LESS THAN 200
                   DISPLAY "*** UNPOSTED TABLE EXCEEDS 200 ENTRIES - "
                       "INCREASE TABLE SIZE ***"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO unposted_count
