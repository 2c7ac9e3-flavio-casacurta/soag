      *               JUSTIFICATIVA - ACABA A REDIGITACAO DO GOTF002E. *
      *               A CONSULTA PAGINADA PASSA A DEVOLVER TAMBEM O    *
      *               DESFECHO DE CADA VINCULO.                        *
      *    JUN/2028 - JAPI - ACEITA TAMBEM O SACL52JS COMO CHAMADOR:   *
      *               NO ENCERRAMENTO DO PROTOCOLO, OS VINCULOS AINDA  *
      *               ABERTOS SAO ENCERRADOS ('E') POR LINK DAQUELE    *
      *               MODULO.                                          *
      *================================================================*

      *================================================================*
           END-EXEC.

           IF  WRK-INVOKINGPROG NOT EQUAL TO 'SACL38JL'
                                     AND 'SACL52JS'
               MOVE 16                 TO SACLW000-COD-RETORNO
               MOVE 'ER03'             TO SACLW000-COD-ERRO
               MOVE 'SACL9999'         TO SACLW000-COD-MENSAGEM
