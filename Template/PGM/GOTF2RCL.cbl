      *               SINAL), NA CHAVE ORIGEM + CONTA + MES DO         *
      *               AJUSTE - AJUSTE PARA BAIXO DEVOLVE FOLGA DO      *
      *               TETO AO CLIENTE, COMO O ESTORNO DO GOTF2EST.     *
      *    OUT/2027 - HOMI - NOTA DE CREDITO: O EVENTO DE AJUSTE PASSA *
      *               A CARREGAR EM NFATUR_ORIGE A FATURA MENSAL DO    *
      *               EVENTO ORIGINAL (NFATUR_TARIF). AJUSTE DE        *
      *               EVENTO JA FATURADO SAI NA NOTA DE CREDITO DO     *
      *               GOTF2NCR CONTRA AQUELA FATURA, E NAO MAIS NA     *
      *               FATURA SEGUINTE DO GOTF2FAT.                     *
      *================================================================*

      *================================================================*
                       NMOVTO_EVNTO_TARIF,
                       CSIT_OPER_REALZ,
                       VVALOR_COBR_TARIF,
                       NCONTA_CLIEN,
                       NFATUR_TARIF
                  FROM DB2PRD.TSIT_MOVTO_TARIF
                 WHERE CSIST_ORIGE_TARIF = :GOTFB0B1.CSIST-ORIGE-TARIF
                   AND CSIT_OPER_REALZ   = :GOTFB0B1.CSIT-OPER-REALZ
                      :GOTFB0B7.NMOVTO-EVNTO-TARIF,
                      :GOTFB0B7.CSIT-OPER-REALZ,
                      :GOTFB0B7.VVALOR-COBR-TARIF,
                      :GOTFB0B7.NCONTA-CLIEN,
                      :GOTFB0B7.NFATUR-TARIF
           END-EXEC.

           EVALUATE TRUE
                                                OF GOTFB0B7
                 MOVE WRK-VLR-DIFERENCA TO      VVALOR-COBR-TARIF
                                                OF GOTFB0B7
                 MOVE NFATUR-TARIF      OF      GOTFB0B7
                                        TO      NFATUR-ORIGE
                                                OF GOTFB0B7

                 EXEC SQL
                   INSERT INTO DB2PRD.TSIT_MOVTO_TARIF
                          RJUSTF_EVNTO_TARIF ,
                          CJUSTF_EVNTO_TARIF ,
                          VVALOR_COBR_TARIF  ,
                          NCONTA_CLIEN       ,
                          NFATUR_ORIGE)
                     VALUES
                         (:GOTFB0B7.CSIST-ORIGE-TARIF  ,
                          :GOTFB0B7.DRECEB-MOVTO-TARIF ,
                          :GOTFB0B7.RJUSTF-EVNTO-TARIF ,
                          :GOTFB0B7.CJUSTF-EVNTO-TARIF ,
                          :GOTFB0B7.VVALOR-COBR-TARIF  ,
                          :GOTFB0B7.NCONTA-CLIEN       ,
                          :GOTFB0B7.NFATUR-ORIGE)
                 END-EXEC

                 IF (SQLCODE           NOT EQUAL   ZEROS)  OR
