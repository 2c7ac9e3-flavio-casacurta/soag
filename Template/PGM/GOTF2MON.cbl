      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TPRAZO_CHEGD_TARIF        GOTFB0E9       *
      *                DB2PRD.TCHEGD_EXTR_TARIF         GOTFB0F1       *
      *                DB2PRD.TORIGE_SIST_TARIF         GOTFB0G4       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *               COM RETURN-CODE 4. O JOB E SO-LEITURA E PODE     *
      *               RODAR VARIAS VEZES NA NOITE, ANTES DA JANELA DO  *
      *               GOTF2DSS QUEIMAR ESPERANDO EXTRATO QUE NAO VEM.  *
      *    MAR/2028 - HOMI - O CURSOR DE PRAZOS PASSA A CRUZAR COM O   *
      *               CADASTRO DE ORIGENS TORIGE_SIST_TARIF: ORIGEM    *
      *               INATIVA DEIXA DE SER MONITORADA E O TIPO DE      *
      *               ENTRADA (ARQUIVO/STAGING) VEM DO CADASTRO.       *
      *    NOV/2028 - HOMI - PRAZO DESATIVADO PELA MANUTENCAO ONLINE   *
      *               (FRWK57JS) DEIXA DE SER MONITORADO; COM DATA E   *
      *               HORA DE REATIVACAO, VOLTA SOZINHO A PARTIR DESSE *
      *               MOMENTO (TS_REATIVACAO CONFERIDO NA LEITURA).    *
      *================================================================*

      *================================================================*
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * PRAZOS ESPERADOS DE CHEGADA POR ORIGEM. SO ORIGEM ATIVA NO     *
      * CADASTRO TORIGE_SIST_TARIF E MONITORADA, E O TIPO DE ENTRADA  *
      * VALE O DO CADASTRO. PRAZO DESATIVADO SO ENTRA DE NOVO QUANDO  *
      * CHEGA A DATA E HORA DE REATIVACAO AGENDADA                     *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE C1 CURSOR FOR
                SELECT P.CSIST_ORIGE_TARIF,
                       O.IN_TIPO_ENTRADA,
                       P.HR_LIMITE,
                       P.CPERIODICIDADE,
                       P.NDEPEND_PRACA
                  FROM DB2PRD.TPRAZO_CHEGD_TARIF P,
                       DB2PRD.TORIGE_SIST_TARIF  O
                 WHERE O.CSIST_ORIGE_TARIF = P.CSIST_ORIGE_TARIF
                   AND O.IN_ATIVO          = 'S'
                   AND (P.IN_ATIVA         = 'S'
                    OR (P.TS_REATIVACAO    >
                                       '0001-01-01-00.00.00.000000'
                   AND  P.TS_REATIVACAO    <=
                                       CHAR(CURRENT TIMESTAMP)))
                 ORDER BY P.CSIST_ORIGE_TARIF
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
