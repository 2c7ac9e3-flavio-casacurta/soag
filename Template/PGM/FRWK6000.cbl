      *               RECORRENTE QUANDO A REGRA JA TEVE INCIDENTE      *
      *               ANTERIOR. RECONHECIMENTO E FECHAMENTO SAO        *
      *               FEITOS ONLINE PELO FRWK51JS.                     *
      *    NOV/2028 - HOMI - REGRA DESATIVADA PELA MANUTENCAO ONLINE   *
      *               (FRWK55JS) COM DATA E HORA DE REATIVACAO VOLTA A *
      *               SER AVALIADA SOZINHA A PARTIR DESSE MOMENTO      *
      *               (TS_REATIVACAO CONFERIDO NA LEITURA).            *
      *================================================================*

      *================================================================*
                       QTD_MINUTOS
                  FROM DB2PRD.TREGRA_ALRT_ERRO
                 WHERE IN_ATIVA = 'S'
                    OR (TS_REATIVACAO >
                                       '0001-01-01-00.00.00.000000'
                   AND  TS_REATIVACAO <=
                                       CHAR(CURRENT TIMESTAMP))
                 ORDER BY NREGRA_ALRT
           END-EXEC.

