      *               ONDE O FRWK6000 PODE TRANSFORMAR REPETICOES EM   *
      *               ALERTA; O RETURN-CODE DISTINTO (8 / 9) PERMITE   *
      *               AO SCHEDULER SEGURAR O JOB POR COND SEM ABEND.   *
      *    NOV/2028 - HOMI - REGRA DESATIVADA PELA MANUTENCAO ONLINE   *
      *               (FRWK56JS) COM DATA E HORA DE REATIVACAO VOLTA A *
      *               VALER SOZINHA A PARTIR DESSE MOMENTO             *
      *               (TS_REATIVACAO CONFERIDO NA LEITURA).            *
      *================================================================*

      *================================================================*
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * REGRAS ATIVAS DECLARADAS PARA O PROGRAMA QUE VAI EXECUTAR,     *
      * INCLUSIVE AS DESATIVADAS CUJA REATIVACAO AGENDADA JA CHEGOU    *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE C1 CURSOR FOR
                       DS_REGRA
                  FROM DB2PRD.TREGRA_DEPEN_EXEC
                 WHERE CNOME_PROGRAMA = :WRK-PARM-PROGRAMA
                   AND (IN_ATIVA      = 'S'
                    OR (TS_REATIVACAO  >
                                       '0001-01-01-00.00.00.000000'
                   AND  TS_REATIVACAO  <=
                                       CHAR(CURRENT TIMESTAMP)))
                 ORDER BY CTIPO_REGRA,
                          CNOME_PROG_REF
           END-EXEC.
