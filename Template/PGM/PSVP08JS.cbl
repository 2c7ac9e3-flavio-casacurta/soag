      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TPSVP_DECISAO            PSVPB0D1       *
      *                DB2PRD.TALCADA_PERFIL           FRWKB988       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    FRWK1999 - GRAVAR LOG DE ERRO P/ ONLINE                     *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    AGO/2027 - HOMI - CRIACAO DO PROGRAMA.                      *
      *    NOV/2028 - HOMI - ALCADA NA DISPOSICAO: A DECISAO QUE MEXE  *
      *               EM SALDO ('V' PELO VALOR INFORMADO; 'Z', 'A' E   *
      *               'B' PELO SALDO DA PENDENCIA) TEM DE CABER NO     *
      *               LIMITE DO PERFIL DO ANALISTA EM TALCADA_PERFIL   *
      *               (OPERACAO 'DISP'); ACIMA DELE E RECUSADA PARA    *
      *               ESCALONAMENTO (RETORNO 90) E A PENDENCIA         *
      *               CONTINUA NA FILA.                                *
      *================================================================*

      *================================================================*
       01  WRK-FILTRO-TIPO-FIM         PIC  X(01) VALUE HIGH-VALUES.
       01  WRK-FILTRO-SITUACAO         PIC  X(01) VALUE 'P'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * VALOR DA DECISAO CONFERIDO CONTRA A ALCADA DO PERFIL           *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-VLR-ALCADA              PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *            BLOCO DE INFORMACOES DA SESSAO                      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
               INCLUDE PSVPB0D1
           END-EXEC.

           EXEC SQL
               INCLUDE FRWKB988
           END-EXEC.

           EXEC SQL
                DECLARE CSR01-PSVPB0D1 CURSOR FOR
                SELECT CTIPO_DECISAO
                 PERFORM 4900-RECUSAR-DECISAO
           END-EVALUATE.

           IF  PSVPW8JC-CACAO-IN        NOT EQUAL 'P'
               AND PSVPW8JC-CACAO-IN    NOT EQUAL 'R'
               PERFORM 4500-VALIDAR-ALCADA
           END-IF.

           MOVE PSVPW8JC-CACAO-IN       TO      CACAO OF PSVPB0D1.
           MOVE PSVPW8JC-VLR-INFORMADO-IN
                                        TO      VLR-INFORMADO
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ALCADA DO ANALISTA: O VALOR MOVIMENTADO PELA DECISAO - O
      *    VALOR INFORMADO NA ACAO 'V', O SALDO DA PENDENCIA NAS ACOES
      *    'Z', 'A' E 'B', EM MODULO - TEM DE CABER NO LIMITE DO
      *    PERFIL EM TALCADA_PERFIL (OPERACAO 'DISP'). PERFIL SEM
      *    LINHA ATIVA NAO TEM ALCADA. ACIMA DO LIMITE A DECISAO E
      *    RECUSADA PARA ESCALONAMENTO (RETORNO 90) SEM GRAVAR NADA, E
      *    A PENDENCIA CONTINUA NA FILA ATE UM ANALISTA DE ALCADA
      *    SUFICIENTE.
      *----------------------------------------------------------------*
       4500-VALIDAR-ALCADA             SECTION.
      *----------------------------------------------------------------*

           MOVE '4500-VALIDAR-ALCADA'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF  PSVPW8JC-CACAO-IN        EQUAL   'V'
               MOVE PSVPW8JC-VLR-INFORMADO-IN
                                        TO      WRK-VLR-ALCADA
           ELSE
               PERFORM 4550-LER-VALOR-PENDENCIA
               MOVE VLR-ATUAL OF PSVPB0D1
                                        TO      WRK-VLR-ALCADA
           END-IF.

           IF  WRK-VLR-ALCADA           LESS    ZEROS
               COMPUTE WRK-VLR-ALCADA = WRK-VLR-ALCADA * -1
           END-IF.

           MOVE FRWKWAAA-PERFIL-USU-AUTORIZ OF WRK-AREA-FRWKWAAA
                                        TO      CPERFIL-USUAR
                                                OF FRWKB988.
           SET  ALCADA-DISP-QUOTA       TO      TRUE.

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
                 MOVE 16                TO      PECQW000-COD-RETORNO
                 MOVE 'ER13'            TO      PECQW000-COD-ERRO
                 MOVE 'PSVP9999'        TO      PECQW000-COD-MENSAGEM
                 SET DB2-SELECT         TO      TRUE
                 MOVE 'TALCADA_PERFIL'  TO      FRWKGDB2-NOME-TABELA
                 PERFORM 9200-TRATAR-ERRO-DB2
           END-EVALUATE.

           IF  WRK-VLR-ALCADA           GREATER VLIMITE-ALCADA
                                                OF FRWKB988
               MOVE 90                  TO      PECQW000-COD-RETORNO
               MOVE 'ER91'              TO      PECQW000-COD-ERRO
               MOVE 'PSVP9989'          TO      PECQW000-COD-MENSAGEM
               PERFORM 9999-RETORNAR-CICS
           END-IF.

      *----------------------------------------------------------------*
       4500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    SALDO DA PENDENCIA AINDA NAO APLICADA; +100 = JA APLICADA
      *    OU INEXISTENTE (RETORNO 08, COMO NO REGISTRO DA DECISAO)
      *----------------------------------------------------------------*
       4550-LER-VALOR-PENDENCIA        SECTION.
      *----------------------------------------------------------------*

           MOVE '4550-LER-VALOR-PENDENCIA'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                SELECT VLR_ATUAL
                  INTO :PSVPB0D1.VLR-ATUAL
                  FROM DB2PRD.TPSVP_DECISAO
                 WHERE CTIPO_DECISAO = :PSVPW8JC-CTIPO-DECISAO
                   AND NM_TABELA     = :PSVPW8JC-NM-TABELA
                   AND NR_CHAVE      = :PSVPW8JC-NR-CHAVE
                   AND IN_SITUACAO  <> 'X'
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   ZEROS
                 CONTINUE
              WHEN SQLCODE              EQUAL   +100
                 MOVE 08                TO      PECQW000-COD-RETORNO
                 MOVE 'ER14'            TO      PECQW000-COD-ERRO
                 MOVE 'PSVP0002'        TO      PECQW000-COD-MENSAGEM
                 PERFORM 9000-FINALIZAR
              WHEN OTHER
                 MOVE 16                TO      PECQW000-COD-RETORNO
                 MOVE 'ER15'            TO      PECQW000-COD-ERRO
                 MOVE 'PSVP9999'        TO      PECQW000-COD-MENSAGEM
                 SET DB2-SELECT         TO      TRUE
                 MOVE 'TPSVP_DECISAO'   TO      FRWKGDB2-NOME-TABELA
                 PERFORM 9200-TRATAR-ERRO-DB2
           END-EVALUATE.

      *----------------------------------------------------------------*
       4550-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4900-RECUSAR-DECISAO            SECTION.
      *----------------------------------------------------------------*
