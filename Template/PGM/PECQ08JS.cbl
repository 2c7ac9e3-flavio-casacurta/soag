      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.PECQ_MOV_QUOTA            PECQB007       *
      *                DB2PRD.TLOG_ACESSO_CLIEN         FRWKB989       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    FRWK1999 - GRAVAR LOG DE ERRO P/ ONLINE                     *
      *               MOTIVO DE BLOQUEIO MAIS RECENTE DA CHAVE E O     *
      *               DOCUMENTO DE ORIGEM, DA CONTA-CORRENTE           *
      *               TPECQ_MOTIV_BLOQ (BRANCOS = SEM REGISTRO).       *
      *    NOV/2028 - HOMI - LGPD: CADA PAGINA CONSULTADA GRAVA UMA    *
      *               LINHA NA TRILHA DE LEITURA TLOG_ACESSO_CLIEN     *
      *               (USUARIO, DEPENDENCIA, TERMINAL, TRANSACAO E O   *
      *               MOVIMENTO DE QUOTA DE PARTIDA), COM UM UNICO     *
      *               INSERT, PARA O FRWK54JS RESPONDER QUEM CONSULTOU *
      *               OS DADOS DE UM CLIENTE.                          *
      *================================================================*

      *================================================================*
               INCLUDE PECQB031
           END-EXEC.

           EXEC SQL
               INCLUDE FRWKB989
           END-EXEC.

           EXEC SQL
                DECLARE CSR01-PECQB007 CURSOR FOR
                SELECT

           PERFORM 1160-VALIDAR-PERMISSAO.

           PERFORM 1170-REGISTRAR-ACESSO.

           MOVE PECQW8JT-NREG-QTDE      TO      WRK-NREG-QTDE.

      *----------------------------------------------------------------*
       1160-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * TRILHA DE LEITURA (LGPD): UMA LINHA POR REQUISICAO EM          *
      * TLOG_ACESSO_CLIEN, COM UM UNICO INSERT E SEM LEITURA PREVIA.   *
      * A CHAVE E O MOVIMENTO DE QUOTA A PARTIR DO QUAL A PAGINA E     *
      * MONTADA                                                        *
      *----------------------------------------------------------------*
       1170-REGISTRAR-ACESSO           SECTION.
      *----------------------------------------------------------------*

           MOVE '1170-REGISTRAR-ACESSO' TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE EIBTASKN                TO      NTAREFA-CICS
                                                OF FRWKB989.
           MOVE FRWKWAAA-CAUTEN-SEGRC OF WRK-AREA-FRWKWAAA
                                        TO      CUSUAR-ACESSO
                                                OF FRWKB989.
           MOVE FRWKWAAA-DEPENDENCIA-OPER OF WRK-AREA-FRWKWAAA
                                        TO      CDEPEND-OPER
                                                OF FRWKB989.
           MOVE EIBTRMID                TO      CTERMINAL OF FRWKB989.
           MOVE EIBTRNID                TO      CTRANSACAO OF FRWKB989.
           MOVE 'PECQ08JS'              TO      CPROGRAMA OF FRWKB989.
           MOVE FRWKWAAA-CSESS-FRWK OF WRK-AREA-FRWKWAAA
                                        TO      CSESS-FRWK OF FRWKB989.

           SET ACESSO-CHAVE-QUOTA       TO      TRUE.
           MOVE PECQW8JT-NR-MOV-QTA     TO      CCHAVE-CLIEN
                                                OF FRWKB989.

           EXEC SQL
                INSERT INTO DB2PRD.TLOG_ACESSO_CLIEN
                     ( TS_ACESSO
                     , NTAREFA_CICS
                     , DT_ACESSO
                     , HR_ACESSO
                     , CUSUAR_ACESSO
                     , CDEPEND_OPER
                     , CTERMINAL
                     , CTRANSACAO
                     , CPROGRAMA
                     , CTIPO_CHAVE
                     , CCHAVE_CLIEN
                     , CSESS_FRWK )
                VALUES
                     ( CHAR(CURRENT TIMESTAMP)
                     , :FRWKB989.NTAREFA-CICS
                     , CHAR(CURRENT DATE, ISO)
                     , CHAR(CURRENT TIME, ISO)
                     , :FRWKB989.CUSUAR-ACESSO
                     , :FRWKB989.CDEPEND-OPER
                     , :FRWKB989.CTERMINAL
                     , :FRWKB989.CTRANSACAO
                     , :FRWKB989.CPROGRAMA
                     , :FRWKB989.CTIPO-CHAVE
                     , :FRWKB989.CCHAVE-CLIEN
                     , :FRWKB989.CSESS-FRWK )
           END-EXEC.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      PECQW000-COD-RETORNO
               MOVE 'ER21'              TO      PECQW000-COD-ERRO
               MOVE 'PECQ9999'          TO      PECQW000-COD-MENSAGEM
               SET DB2-INSERT           TO      TRUE
               MOVE 'TLOG_ACESSO_CLIEN' TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       1170-99-FIM.                    EXIT.

      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
