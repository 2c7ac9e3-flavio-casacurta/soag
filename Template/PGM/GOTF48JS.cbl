      *                DB2PRD.TREGRA_EVNTO_TARIF       GOTFB0B1       *
      *                DB2PRD.TISEN_EVNTO_TARIF        GOTFB0C5       *
      *                DB2PRD.TPRECO_CLIEN_TARIF       GOTFB0D8       *
      *                DB2PRD.TORIGE_SIST_TARIF        GOTFB0G4       *
      *                DB2PRD.TREGRA_IMPTO_TARIF       GOTFB0D4       *
      *                DB2PRD.TTAXA_CORRC_TARIF        GOTFB0D6       *
      *                DB2PRD.TALCADA_PERFIL           FRWKB988       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    FRWK1999 - GRAVAR LOG DE ERRO P/ ONLINE                     *
      *               GRAVADOS PELO GOTF49JS EM TPRECO_CLIEN_TARIF,    *
      *               COM IMAGEM ANTERIOR EM                           *
      *               TPRECO_CLIEN_TARIF_HIST).                        *
      *    MAR/2028 - HOMI - A APROVACAO PASSA A COBRIR O CADASTRO DOS *
      *               SISTEMAS DE ORIGEM (CTABELA 'ORIGE', GRAVADOS    *
      *               PELO GOTF53JS COM OS DADOS EM DS_DADOS_MANUT),   *
      *               EFETIVADOS EM TORIGE_SIST_TARIF COM IMAGEM       *
      *               ANTERIOR EM TORIGE_SIST_TARIF_HIST. A LISTA DA   *
      *               FILA PASSA A TRAZER DS_DADOS_MANUT.              *
      *    MAI/2028 - HOMI - A APROVACAO PASSA A COBRIR AS REGRAS DE   *
      *               IMPOSTO (CTABELA 'IMPTO', GOTF56JS) E AS TAXAS DE*
      *               CORRECAO MONETARIA (CTABELA 'TAXA', GOTF57JS),   *
      *               EFETIVADAS EM TREGRA_IMPTO_TARIF E               *
      *               TTAXA_CORRC_TARIF COM IMAGEM ANTERIOR NAS        *
      *               RESPECTIVAS _HIST E COM A CRITICA DE SOBREPOSICAO*
      *               DE VIGENCIA REFEITA NA APROVACAO.                *
      *    OUT/2028 - HOMI - APROVACAO E REJEICAO GRAVAM TAMBEM O      *
      *               MOMENTO EXATO DA DECISAO (TS_DECISAO), MARCA DA  *
      *               EXPORTACAO DE EVENTOS DE SEGURANCA (FRWK8200).   *
      *    NOV/2028 - HOMI - ALCADA NA APROVACAO DE PRECO/ISENCAO      *
      *               (REGRA, ISEN E PRECO): O VALOR DA PENDENCIA TEM  *
      *               DE CABER NO LIMITE DO PERFIL DO APROVADOR EM     *
      *               TALCADA_PERFIL (OPERACAO 'APRV'); ACIMA DELE A   *
      *               APROVACAO E RECUSADA PARA ESCALONAMENTO (RETORNO *
      *               90) E A PENDENCIA CONTINUA NA FILA.              *
      *================================================================*

      *================================================================*
       01  WRK-HIST-USUARIO            PIC  X(30)  VALUE SPACES.
       01  WRK-HIST-TIPO-OPERACAO      PIC  X(01)  VALUE SPACE.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * LAYOUT DE DS_DADOS_MANUT PARA A TABELA 'ORIGE' (O MESMO DO    *
      * GOTF53JS, QUE O MONTA NA SOLICITACAO)                         *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-DADOS-ORIGE.
         05  WRK-ORIGE-DS-ORIGE        PIC  X(40).
         05  WRK-ORIGE-IN-ATIVO        PIC  X(01).
         05  WRK-ORIGE-IN-TIPO-ENTR    PIC  X(01).
         05  WRK-ORIGE-CDEST-RETNO     PIC  X(08).
         05  WRK-ORIGE-CSEGM-CONTB     PIC  X(04).
         05  FILLER                    PIC  X(06).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * LAYOUTS DE DS_DADOS_MANUT PARA AS TABELAS 'IMPTO' E 'TAXA' (OS*
      * MESMOS DO GOTF56JS E DO GOTF57JS, QUE OS MONTAM NA            *
      * SOLICITACAO) E CONTADOR DA CRITICA DE SOBREPOSICAO DE         *
      * VIGENCIA REFEITA NA APROVACAO                                 *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-DADOS-IMPTO.
         05  WRK-IMPTO-CTIPO-IMPTO     PIC  X(03).
         05  WRK-IMPTO-PERC-ALIQ       PIC  9(03)V9(04).
         05  WRK-IMPTO-CJUSTF-EVNTO    PIC  X(04).
         05  WRK-IMPTO-CCONTA-DESP     PIC  X(10).
         05  WRK-IMPTO-CCONTA-RECOL    PIC  X(10).
         05  WRK-IMPTO-CMUNIC-ISS      PIC  X(07).
         05  FILLER                    PIC  X(19).

       01  WRK-DADOS-TAXA.
         05  WRK-TAXA-PERC-TAXA        PIC  9(03)V9(06).
         05  WRK-TAXA-DINI-ORIG        PIC  X(10).
         05  FILLER                    PIC  X(41).

       01  WRK-QTD-SOBREPOSTAS         PIC S9(09) COMP VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *            BLOCO DE INFORMACOES DA SESSAO                      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
               INCLUDE GOTFB0D8
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0G4
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0D4
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0D6
           END-EXEC.

           EXEC SQL
               INCLUDE FRWKB988
           END-EXEC.

           EXEC SQL
                DECLARE CSR01-GOTFB0D7 CURSOR FOR
                SELECT NPEND_MANUT
                     , CUSUAR_APROV
                     , DT_APROVACAO
                     , DS_MOTIVO_RECUSA
                     , DS_DADOS_MANUT
                  FROM DB2PRD.TPEND_MANUT_TARIF
                 WHERE NPEND_MANUT >= :GOTFB0D7.NPEND-MANUT
                 ORDER BY NPEND_MANUT
                     , CUSUAR_APROV
                     , DT_APROVACAO
                     , DS_MOTIVO_RECUSA
                     , DS_DADOS_MANUT
                  FROM DB2PRD.TPEND_MANUT_TARIF
                 WHERE NPEND_MANUT > :GOTFB0D7.NPEND-MANUT
                 ORDER BY NPEND_MANUT
                     , CUSUAR_APROV
                     , DT_APROVACAO
                     , DS_MOTIVO_RECUSA
                     , DS_DADOS_MANUT
                  FROM DB2PRD.TPEND_MANUT_TARIF
                 WHERE NPEND_MANUT < :GOTFB0D7.NPEND-MANUT
                 ORDER BY NPEND_MANUT DESC
                         , :GOTFB0D7.CUSUAR-APROV
                         , :GOTFB0D7.DT-APROVACAO
                         , :GOTFB0D7.DS-MOTIVO-RECUSA
                         , :GOTFB0D7.DS-DADOS-MANUT
                   END-EXEC
               WHEN 'S'
                   EXEC SQL
                         , :GOTFB0D7.CUSUAR-APROV
                         , :GOTFB0D7.DT-APROVACAO
                         , :GOTFB0D7.DS-MOTIVO-RECUSA
                         , :GOTFB0D7.DS-DADOS-MANUT
                   END-EXEC
               WHEN 'A'
                   EXEC SQL
                         , :GOTFB0D7.CUSUAR-APROV
                         , :GOTFB0D7.DT-APROVACAO
                         , :GOTFB0D7.DS-MOTIVO-RECUSA
                         , :GOTFB0D7.DS-DADOS-MANUT
                   END-EXEC
           END-EVALUATE.

             TO GOTFW48C-DT-APROV-L(WRK-IDX).
           MOVE DS-MOTIVO-RECUSA        OF      GOTFB0D7
             TO GOTFW48C-DS-MOTIVO-L(WRK-IDX).
           MOVE DS-DADOS-MANUT          OF      GOTFB0D7
             TO GOTFW48C-DS-DADOS-L(WRK-IDX).

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
                     , DINI_VIGEN
                     , DFIM_VIGEN
                     , CUSUAR_SOLICIT
                     , DS_DADOS_MANUT
                  INTO :GOTFB0D7.CTABELA-MANUT
                     , :GOTFB0D7.CTIPO-OPER
                     , :GOTFB0D7.NCHAVE-ALVO
                     , :GOTFB0D7.DINI-VIGEN
                     , :GOTFB0D7.DFIM-VIGEN
                     , :GOTFB0D7.CUSUAR-SOLICIT
                     , :GOTFB0D7.DS-DADOS-MANUT
                  FROM DB2PRD.TPEND_MANUT_TARIF
                 WHERE NPEND_MANUT = :GOTFB0D7.NPEND-MANUT
                   AND IN_SITUACAO = 'P'
               PERFORM 9999-RETORNAR-CICS
           END-IF.

           IF  PEND-TABELA-REGRA
               OR PEND-TABELA-ISEN
               OR PEND-TABELA-PRECO
               PERFORM 4050-VALIDAR-ALCADA
           END-IF.

           EVALUATE TRUE
              WHEN PEND-TABELA-REGRA AND PEND-OPER-INCLUSAO
                 PERFORM 4100-INCLUIR-REGRA
                 PERFORM 4500-INCLUIR-PRECO
              WHEN PEND-TABELA-PRECO AND PEND-OPER-ALTERACAO
                 PERFORM 4600-ALTERAR-PRECO
              WHEN PEND-TABELA-ORIGE AND PEND-OPER-INCLUSAO
                 PERFORM 4700-INCLUIR-ORIGEM
              WHEN PEND-TABELA-ORIGE AND PEND-OPER-ALTERACAO
                 PERFORM 4800-ALTERAR-ORIGEM
              WHEN PEND-TABELA-IMPTO AND PEND-OPER-INCLUSAO
                 PERFORM 6100-INCLUIR-IMPOSTO
              WHEN PEND-TABELA-IMPTO AND PEND-OPER-ALTERACAO
                 PERFORM 6200-ALTERAR-IMPOSTO
              WHEN PEND-TABELA-TAXA  AND PEND-OPER-INCLUSAO
                 PERFORM 6300-INCLUIR-TAXA
              WHEN PEND-TABELA-TAXA  AND PEND-OPER-ALTERACAO
                 PERFORM 6400-ALTERAR-TAXA
              WHEN OTHER
                 MOVE 'GOTF9999'        TO      FRWKGLIV-COD-MENSAGEM
                 MOVE 'PENDENCIA COM TABELA/OPERACAO INVALIDA'
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ALCADA DO APROVADOR: O VALOR DA PENDENCIA DE PRECO/ISENCAO    *
      * TEM DE CABER NO LIMITE DO PERFIL EM TALCADA_PERFIL (OPERACAO  *
      * 'APRV'). PERFIL SEM LINHA ATIVA NAO TEM ALCADA. ACIMA DO      *
      * LIMITE A APROVACAO E RECUSADA PARA ESCALONAMENTO (RETORNO 90) *
      * SEM TOCAR NA PENDENCIA, QUE CONTINUA 'P' NA FILA ATE UM       *
      * APROVADOR DE ALCADA SUFICIENTE                                *
      *----------------------------------------------------------------*
       4050-VALIDAR-ALCADA             SECTION.
      *----------------------------------------------------------------*

           MOVE '4050-VALIDAR-ALCADA'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE FRWKWAAA-PERFIL-USU-AUTORIZ OF WRK-AREA-FRWKWAAA
                                        TO      CPERFIL-USUAR
                                                OF FRWKB988.
           SET  ALCADA-APROV-PRECO      TO      TRUE.

           EXEC SQL
                SELECT VLIMITE_ALCADA
                  INTO :FRWKB988.VLIMITE-ALCADA
                  FROM DB2PRD.TALCADA_PERFIL
                 WHERE CPERFIL_USUAR     = :FRWKB988.CPERFIL-USUAR
                   AND CTIPO_OPER_ALCADA = :FRWKB988.CTIPO-OPER-ALCADA
                   AND IN_ATIVO          = 'S'
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   ZEROS
                 CONTINUE
              WHEN SQLCODE              EQUAL   +100
                 MOVE ZEROS             TO      VLIMITE-ALCADA
                                                OF FRWKB988
              WHEN OTHER
                 MOVE 16                TO      GOTFW000-COD-RETORNO
                 MOVE 'ER48'            TO      GOTFW000-COD-ERRO
                 MOVE 'GOTF9999'        TO      GOTFW000-COD-MENSAGEM
                 SET DB2-SELECT         TO      TRUE
                 MOVE 'TALCADA_PERFIL'  TO      FRWKGDB2-NOME-TABELA
                 PERFORM 9200-TRATAR-ERRO-DB2
           END-EVALUATE.

           IF  VVALOR-REGRA-TARIF OF GOTFB0D7 GREATER
               VLIMITE-ALCADA OF FRWKB988
               MOVE 90                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER92'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9964'          TO      GOTFW000-COD-MENSAGEM
               PERFORM 9999-RETORNAR-CICS
           END-IF.

      *----------------------------------------------------------------*
       4050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-INCLUIR-REGRA              SECTION.
      *----------------------------------------------------------------*
       4650-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * INCLUI A ORIGEM NO CADASTRO COM OS DADOS DESMONTADOS DE       *
      * DS_DADOS_MANUT; O APROVADOR FICA COMO USUARIO DA ULTIMA       *
      * ALTERACAO                                                     *
      *----------------------------------------------------------------*
       4700-INCLUIR-ORIGEM             SECTION.
      *----------------------------------------------------------------*

           MOVE '4700-INCLUIR-ORIGEM'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 4750-MONTAR-DADOS-ORIGEM.

           EXEC SQL
                INSERT INTO DB2PRD.TORIGE_SIST_TARIF
                       ( CSIST_ORIGE_TARIF
                       , DS_ORIGE_TARIF
                       , IN_ATIVO
                       , IN_TIPO_ENTRADA
                       , CDEST_RETNO_ACK
                       , CSEGM_CONTB
                       , CUSUAR_ULT_ALTER
                       , DT_ULT_ALTER )
                VALUES ( :GOTFB0G4.CSIST-ORIGE-TARIF
                       , :GOTFB0G4.DS-ORIGE-TARIF
                       , :GOTFB0G4.IN-ATIVO
                       , :GOTFB0G4.IN-TIPO-ENTRADA
                       , :GOTFB0G4.CDEST-RETNO-ACK
                       , :GOTFB0G4.CSEGM-CONTB
                       , :GOTFB0G4.CUSUAR-ULT-ALTER
                       , CHAR(CURRENT DATE, ISO) )
           END-EXEC.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER31'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               SET DB2-INSERT           TO      TRUE
               MOVE 'TORIGE_SIST_TARIF' TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       4700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4750-MONTAR-DADOS-ORIGEM        SECTION.
      *----------------------------------------------------------------*

           MOVE '4750-MONTAR-DADOS-ORIGEM' TO   FRWKGHEA-IDEN-PARAGRAFO.

           MOVE DS-DADOS-MANUT OF GOTFB0D7
                                        TO      WRK-DADOS-ORIGE.

           MOVE CSIST-ORIGE-TARIF     OF GOTFB0D7
             TO CSIST-ORIGE-TARIF     OF GOTFB0G4.
           MOVE WRK-ORIGE-DS-ORIGE      TO      DS-ORIGE-TARIF
                                                OF GOTFB0G4.
           MOVE WRK-ORIGE-IN-ATIVO      TO      IN-ATIVO OF GOTFB0G4.
           MOVE WRK-ORIGE-IN-TIPO-ENTR  TO      IN-TIPO-ENTRADA
                                                OF GOTFB0G4.
           MOVE WRK-ORIGE-CDEST-RETNO   TO      CDEST-RETNO-ACK
                                                OF GOTFB0G4.
           MOVE WRK-ORIGE-CSEGM-CONTB   TO      CSEGM-CONTB
                                                OF GOTFB0G4.
           MOVE FRWKWAAA-CAUTEN-SEGRC OF WRK-AREA-FRWKWAAA
                                        TO      CUSUAR-ULT-ALTER
                                                OF GOTFB0G4.

      *----------------------------------------------------------------*
       4750-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4800-ALTERAR-ORIGEM             SECTION.
      *----------------------------------------------------------------*

           MOVE '4800-ALTERAR-ORIGEM'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 4750-MONTAR-DADOS-ORIGEM.

           PERFORM 4850-IMAGEM-ANTERIOR-ORIGEM.

           EXEC SQL
                UPDATE DB2PRD.TORIGE_SIST_TARIF
                   SET DS_ORIGE_TARIF     = :GOTFB0G4.DS-ORIGE-TARIF
                     , IN_ATIVO           = :GOTFB0G4.IN-ATIVO
                     , IN_TIPO_ENTRADA    = :GOTFB0G4.IN-TIPO-ENTRADA
                     , CDEST_RETNO_ACK    = :GOTFB0G4.CDEST-RETNO-ACK
                     , CSEGM_CONTB        = :GOTFB0G4.CSEGM-CONTB
                     , CUSUAR_ULT_ALTER   =
                                          :GOTFB0G4.CUSUAR-ULT-ALTER
                     , DT_ULT_ALTER       = CHAR(CURRENT DATE, ISO)
                 WHERE CSIST_ORIGE_TARIF  =
                                          :GOTFB0G4.CSIST-ORIGE-TARIF
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 MOVE 08                TO      GOTFW000-COD-RETORNO
                 MOVE 'ER32'            TO      GOTFW000-COD-ERRO
                 MOVE 'GOTF0001'        TO      GOTFW000-COD-MENSAGEM
                 PERFORM 9000-FINALIZAR
              WHEN SQLCODE              NOT EQUAL ZEROS
                 MOVE 16                TO      GOTFW000-COD-RETORNO
                 MOVE 'ER33'            TO      GOTFW000-COD-ERRO
                 MOVE 'GOTF9999'        TO      GOTFW000-COD-MENSAGEM
                 SET DB2-UPDATE         TO      TRUE
                 MOVE 'TORIGE_SIST_TARIF' TO    FRWKGDB2-NOME-TABELA
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       4800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4850-IMAGEM-ANTERIOR-ORIGEM     SECTION.
      *----------------------------------------------------------------*

           MOVE '4850-IMAGEM-ANTERIOR-ORIGEM' TO
                                        FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 4950-MONTAR-DADOS-HIST.

           EXEC SQL INSERT INTO DB2PRD.TORIGE_SIST_TARIF_HIST
                    SELECT T.*, :WRK-HIST-DT-OPERACAO,
                                 :WRK-HIST-HR-OPERACAO,
                                 :WRK-HIST-USUARIO,
                                 :WRK-HIST-TIPO-OPERACAO
                      FROM DB2PRD.TORIGE_SIST_TARIF T
                     WHERE T.CSIST_ORIGE_TARIF =
                                          :GOTFB0G4.CSIST-ORIGE-TARIF
           END-EXEC.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER34'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               SET DB2-INSERT           TO      TRUE
               MOVE 'TORIGE_SIST_HIST'  TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       4850-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4950-MONTAR-DADOS-HIST          SECTION.
      *----------------------------------------------------------------*
                     , CUSUAR_APROV =
                       :WRK-AREA-FRWKWAAA.FRWKWAAA-CAUTEN-SEGRC
                     , DT_APROVACAO = CHAR(CURRENT DATE, ISO)
                     , TS_DECISAO   = CHAR(CURRENT TIMESTAMP)
                 WHERE NPEND_MANUT  = :GOTFB0D7.NPEND-MANUT
                   AND IN_SITUACAO  = 'P'
           END-EXEC.
                     , CUSUAR_APROV     =
                       :WRK-AREA-FRWKWAAA.FRWKWAAA-CAUTEN-SEGRC
                     , DT_APROVACAO     = CHAR(CURRENT DATE, ISO)
                     , TS_DECISAO       = CHAR(CURRENT TIMESTAMP)
                     , DS_MOTIVO_RECUSA = :GOTFW48C-DS-MOTIVO-IN
                 WHERE NPEND_MANUT      = :GOTFB0D7.NPEND-MANUT
                   AND IN_SITUACAO      = 'P'
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * INCLUI A REGRA DE IMPOSTO COM OS DADOS DA PENDENCIA (ORIGEM E *
      * VIGENCIA NAS COLUNAS PROPRIAS, DEMAIS EM DS_DADOS_MANUT) E O  *
      * PROXIMO NUMERO DE REGRA                                       *
      *----------------------------------------------------------------*
       6100-INCLUIR-IMPOSTO            SECTION.
      *----------------------------------------------------------------*

           MOVE '6100-INCLUIR-IMPOSTO'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 6150-MONTAR-DADOS-IMPOSTO.

           PERFORM 6160-VERIFICAR-VIGENCIA-IMPTO.

           EXEC SQL
                SELECT COALESCE(MAX(NREGRA_IMPTO), 0) + 1
                  INTO :GOTFB0D4.NREGRA-IMPTO
                  FROM DB2PRD.TREGRA_IMPTO_TARIF
           END-EXEC.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER35'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               SET DB2-SELECT           TO      TRUE
               MOVE 'TREGRA_IMPTO_TARIF' TO     FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           EXEC SQL
                INSERT INTO DB2PRD.TREGRA_IMPTO_TARIF
                       ( NREGRA_IMPTO
                       , CTIPO_IMPTO
                       , PERC_ALIQ_IMPTO
                       , CSIST_ORIGE_TARIF
                       , CJUSTF_EVNTO_TARIF
                       , CCONTA_DESP_IMPTO
                       , CCONTA_RECOL_IMPTO
                       , DINI_VIGEN_IMPTO
                       , DFIM_VIGEN_IMPTO
                       , CMUNIC_ISS )
                VALUES ( :GOTFB0D4.NREGRA-IMPTO
                       , :GOTFB0D4.CTIPO-IMPTO
                       , :GOTFB0D4.PERC-ALIQ-IMPTO
                       , :GOTFB0D4.CSIST-ORIGE-TARIF
                       , :GOTFB0D4.CJUSTF-EVNTO-TARIF
                       , :GOTFB0D4.CCONTA-DESP-IMPTO
                       , :GOTFB0D4.CCONTA-RECOL-IMPTO
                       , :GOTFB0D4.DINI-VIGEN-IMPTO
                       , :GOTFB0D4.DFIM-VIGEN-IMPTO
                       , :GOTFB0D4.CMUNIC-ISS )
           END-EXEC.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER36'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               SET DB2-INSERT           TO      TRUE
               MOVE 'TREGRA_IMPTO_TARIF' TO     FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       6100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6150-MONTAR-DADOS-IMPOSTO       SECTION.
      *----------------------------------------------------------------*

           MOVE '6150-MONTAR-DADOS-IMPOSTO' TO  FRWKGHEA-IDEN-PARAGRAFO.

           MOVE DS-DADOS-MANUT OF GOTFB0D7
                                        TO      WRK-DADOS-IMPTO.

           MOVE NCHAVE-ALVO           OF GOTFB0D7
             TO NREGRA-IMPTO          OF GOTFB0D4.
           MOVE CSIST-ORIGE-TARIF     OF GOTFB0D7
             TO CSIST-ORIGE-TARIF     OF GOTFB0D4.
           MOVE DINI-VIGEN            OF GOTFB0D7
             TO DINI-VIGEN-IMPTO      OF GOTFB0D4.
           MOVE DFIM-VIGEN            OF GOTFB0D7
             TO DFIM-VIGEN-IMPTO      OF GOTFB0D4.
           MOVE WRK-IMPTO-CTIPO-IMPTO   TO      CTIPO-IMPTO
                                                OF GOTFB0D4.
           MOVE WRK-IMPTO-PERC-ALIQ     TO      PERC-ALIQ-IMPTO
                                                OF GOTFB0D4.
           MOVE WRK-IMPTO-CJUSTF-EVNTO  TO      CJUSTF-EVNTO-TARIF
                                                OF GOTFB0D4.
           MOVE WRK-IMPTO-CCONTA-DESP   TO      CCONTA-DESP-IMPTO
                                                OF GOTFB0D4.
           MOVE WRK-IMPTO-CCONTA-RECOL  TO      CCONTA-RECOL-IMPTO
                                                OF GOTFB0D4.
           MOVE WRK-IMPTO-CMUNIC-ISS    TO      CMUNIC-ISS
                                                OF GOTFB0D4.

      *----------------------------------------------------------------*
       6150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * REFAZ NA APROVACAO A CRITICA DE SOBREPOSICAO DE VIGENCIA DO   *
      * GOTF56JS: OUTRA PENDENCIA DO MESMO ESCOPO PODE TER SIDO       *
      * APROVADA ENTRE A SOLICITACAO E ESTA APROVACAO                 *
      *----------------------------------------------------------------*
       6160-VERIFICAR-VIGENCIA-IMPTO   SECTION.
      *----------------------------------------------------------------*

           MOVE '6160-VERIFICAR-VIGENCIA-IMPTO' TO
                                        FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-SOBREPOSTAS
                  FROM DB2PRD.TREGRA_IMPTO_TARIF
                 WHERE CTIPO_IMPTO        = :GOTFB0D4.CTIPO-IMPTO
                   AND CSIST_ORIGE_TARIF  =
                                          :GOTFB0D4.CSIST-ORIGE-TARIF
                   AND CJUSTF_EVNTO_TARIF =
                                          :GOTFB0D4.CJUSTF-EVNTO-TARIF
                   AND NREGRA_IMPTO      <> :GOTFB0D4.NREGRA-IMPTO
                   AND DINI_VIGEN_IMPTO  <= :GOTFB0D4.DFIM-VIGEN-IMPTO
                   AND DFIM_VIGEN_IMPTO  >= :GOTFB0D4.DINI-VIGEN-IMPTO
           END-EXEC.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER37'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               SET DB2-SELECT           TO      TRUE
               MOVE 'TREGRA_IMPTO_TARIF' TO     FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF  WRK-QTD-SOBREPOSTAS      GREATER ZEROS
               MOVE 'GOTF9999'          TO      FRWKGLIV-COD-MENSAGEM
               MOVE 'VIGENCIA SOBREPOE OUTRA REGRA DE IMPOSTO'
                                        TO      FRWKGLIV-PARAMETROS
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER38'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               PERFORM 9300-TRATAR-ERRO-LIVRE
           END-IF.

      *----------------------------------------------------------------*
       6160-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6200-ALTERAR-IMPOSTO            SECTION.
      *----------------------------------------------------------------*

           MOVE '6200-ALTERAR-IMPOSTO'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 6150-MONTAR-DADOS-IMPOSTO.

           PERFORM 6160-VERIFICAR-VIGENCIA-IMPTO.

           PERFORM 6250-IMAGEM-ANTERIOR-IMPOSTO.

           EXEC SQL
                UPDATE DB2PRD.TREGRA_IMPTO_TARIF
                   SET CTIPO_IMPTO        = :GOTFB0D4.CTIPO-IMPTO
                     , PERC_ALIQ_IMPTO    = :GOTFB0D4.PERC-ALIQ-IMPTO
                     , CSIST_ORIGE_TARIF  =
                                          :GOTFB0D4.CSIST-ORIGE-TARIF
                     , CJUSTF_EVNTO_TARIF =
                                          :GOTFB0D4.CJUSTF-EVNTO-TARIF
                     , CCONTA_DESP_IMPTO  =
                                          :GOTFB0D4.CCONTA-DESP-IMPTO
                     , CCONTA_RECOL_IMPTO =
                                          :GOTFB0D4.CCONTA-RECOL-IMPTO
                     , DINI_VIGEN_IMPTO   =
                                          :GOTFB0D4.DINI-VIGEN-IMPTO
                     , DFIM_VIGEN_IMPTO   =
                                          :GOTFB0D4.DFIM-VIGEN-IMPTO
                     , CMUNIC_ISS         = :GOTFB0D4.CMUNIC-ISS
                 WHERE NREGRA_IMPTO       = :GOTFB0D4.NREGRA-IMPTO
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 MOVE 08                TO      GOTFW000-COD-RETORNO
                 MOVE 'ER39'            TO      GOTFW000-COD-ERRO
                 MOVE 'GOTF0001'        TO      GOTFW000-COD-MENSAGEM
                 PERFORM 9000-FINALIZAR
              WHEN SQLCODE              NOT EQUAL ZEROS
                 MOVE 16                TO      GOTFW000-COD-RETORNO
                 MOVE 'ER40'            TO      GOTFW000-COD-ERRO
                 MOVE 'GOTF9999'        TO      GOTFW000-COD-MENSAGEM
                 SET DB2-UPDATE         TO      TRUE
                 MOVE 'TREGRA_IMPTO_TARIF' TO   FRWKGDB2-NOME-TABELA
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       6200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6250-IMAGEM-ANTERIOR-IMPOSTO    SECTION.
      *----------------------------------------------------------------*

           MOVE '6250-IMAGEM-ANTERIOR-IMPOSTO' TO
                                        FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 4950-MONTAR-DADOS-HIST.

           EXEC SQL INSERT INTO DB2PRD.TREGRA_IMPTO_TARIF_HIST
                    SELECT T.*, :WRK-HIST-DT-OPERACAO,
                                 :WRK-HIST-HR-OPERACAO,
                                 :WRK-HIST-USUARIO,
                                 :WRK-HIST-TIPO-OPERACAO
                      FROM DB2PRD.TREGRA_IMPTO_TARIF T
                     WHERE T.NREGRA_IMPTO = :GOTFB0D4.NREGRA-IMPTO
           END-EXEC.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER41'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               SET DB2-INSERT           TO      TRUE
               MOVE 'TREGRA_IMPTO_HIST' TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       6250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * INCLUI A TAXA DE CORRECAO COM A VIGENCIA DAS COLUNAS PROPRIAS *
      * DA PENDENCIA E A TAXA DE DS_DADOS_MANUT                       *
      *----------------------------------------------------------------*
       6300-INCLUIR-TAXA               SECTION.
      *----------------------------------------------------------------*

           MOVE '6300-INCLUIR-TAXA'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 6350-MONTAR-DADOS-TAXA.

           PERFORM 6360-VERIFICAR-VIGENCIA-TAXA.

           EXEC SQL
                INSERT INTO DB2PRD.TTAXA_CORRC_TARIF
                       ( PERC_TAXA_DIA
                       , DINI_VIGEN_TAXA
                       , DFIM_VIGEN_TAXA )
                VALUES ( :GOTFB0D6.PERC-TAXA-DIA
                       , :GOTFB0D6.DINI-VIGEN-TAXA
                       , :GOTFB0D6.DFIM-VIGEN-TAXA )
           END-EXEC.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER42'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               SET DB2-INSERT           TO      TRUE
               MOVE 'TTAXA_CORRC_TARIF' TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       6300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6350-MONTAR-DADOS-TAXA          SECTION.
      *----------------------------------------------------------------*

           MOVE '6350-MONTAR-DADOS-TAXA' TO     FRWKGHEA-IDEN-PARAGRAFO.

           MOVE DS-DADOS-MANUT OF GOTFB0D7
                                        TO      WRK-DADOS-TAXA.

           MOVE WRK-TAXA-PERC-TAXA      TO      PERC-TAXA-DIA
                                                OF GOTFB0D6.
           MOVE DINI-VIGEN            OF GOTFB0D7
             TO DINI-VIGEN-TAXA       OF GOTFB0D6.
           MOVE DFIM-VIGEN            OF GOTFB0D7
             TO DFIM-VIGEN-TAXA       OF GOTFB0D6.

      *----------------------------------------------------------------*
       6350-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * REFAZ NA APROVACAO A CRITICA DE SOBREPOSICAO DE VIGENCIA DO   *
      * GOTF57JS (O GOTF2EST LE UMA SO TAXA POR DATA); NA ALTERACAO A *
      * TAXA DE INICIO DINI-ORIG FICA FORA DA CONTAGEM                *
      *----------------------------------------------------------------*
       6360-VERIFICAR-VIGENCIA-TAXA    SECTION.
      *----------------------------------------------------------------*

           MOVE '6360-VERIFICAR-VIGENCIA-TAXA' TO
                                        FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-SOBREPOSTAS
                  FROM DB2PRD.TTAXA_CORRC_TARIF
                 WHERE DINI_VIGEN_TAXA   <> :WRK-TAXA-DINI-ORIG
                   AND DINI_VIGEN_TAXA   <= :GOTFB0D6.DFIM-VIGEN-TAXA
                   AND DFIM_VIGEN_TAXA   >= :GOTFB0D6.DINI-VIGEN-TAXA
           END-EXEC.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER43'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               SET DB2-SELECT           TO      TRUE
               MOVE 'TTAXA_CORRC_TARIF' TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF  WRK-QTD-SOBREPOSTAS      GREATER ZEROS
               MOVE 'GOTF9999'          TO      FRWKGLIV-COD-MENSAGEM
               MOVE 'VIGENCIA SOBREPOE OUTRA TAXA DE CORRECAO'
                                        TO      FRWKGLIV-PARAMETROS
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER44'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               PERFORM 9300-TRATAR-ERRO-LIVRE
           END-IF.

      *----------------------------------------------------------------*
       6360-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * A TABELA NAO TEM OUTRA CHAVE ALEM DO INICIO DE VIGENCIA: A    *
      * LINHA ALTERADA E A DE INICIO DINI-ORIG, QUE PODE TER O PROPRIO*
      * INICIO DESLOCADO                                              *
      *----------------------------------------------------------------*
       6400-ALTERAR-TAXA               SECTION.
      *----------------------------------------------------------------*

           MOVE '6400-ALTERAR-TAXA'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 6350-MONTAR-DADOS-TAXA.

           PERFORM 6360-VERIFICAR-VIGENCIA-TAXA.

           PERFORM 6450-IMAGEM-ANTERIOR-TAXA.

           EXEC SQL
                UPDATE DB2PRD.TTAXA_CORRC_TARIF
                   SET PERC_TAXA_DIA      = :GOTFB0D6.PERC-TAXA-DIA
                     , DINI_VIGEN_TAXA    =
                                          :GOTFB0D6.DINI-VIGEN-TAXA
                     , DFIM_VIGEN_TAXA    =
                                          :GOTFB0D6.DFIM-VIGEN-TAXA
                 WHERE DINI_VIGEN_TAXA    = :WRK-TAXA-DINI-ORIG
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 MOVE 08                TO      GOTFW000-COD-RETORNO
                 MOVE 'ER45'            TO      GOTFW000-COD-ERRO
                 MOVE 'GOTF0001'        TO      GOTFW000-COD-MENSAGEM
                 PERFORM 9000-FINALIZAR
              WHEN SQLCODE              NOT EQUAL ZEROS
                 MOVE 16                TO      GOTFW000-COD-RETORNO
                 MOVE 'ER46'            TO      GOTFW000-COD-ERRO
                 MOVE 'GOTF9999'        TO      GOTFW000-COD-MENSAGEM
                 SET DB2-UPDATE         TO      TRUE
                 MOVE 'TTAXA_CORRC_TARIF' TO    FRWKGDB2-NOME-TABELA
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       6400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6450-IMAGEM-ANTERIOR-TAXA       SECTION.
      *----------------------------------------------------------------*

           MOVE '6450-IMAGEM-ANTERIOR-TAXA' TO  FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 4950-MONTAR-DADOS-HIST.

           EXEC SQL INSERT INTO DB2PRD.TTAXA_CORRC_TARIF_HIST
                    SELECT T.*, :WRK-HIST-DT-OPERACAO,
                                 :WRK-HIST-HR-OPERACAO,
                                 :WRK-HIST-USUARIO,
                                 :WRK-HIST-TIPO-OPERACAO
                      FROM DB2PRD.TTAXA_CORRC_TARIF T
                     WHERE T.DINI_VIGEN_TAXA = :WRK-TAXA-DINI-ORIG
           END-EXEC.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER47'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               SET DB2-INSERT           TO      TRUE
               MOVE 'TTAXA_CORRC_HIST'  TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       6450-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
