      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TPRECO_CLIEN_TARIF       GOTFB0D8       *
      *                DB2PRD.TORIGE_SIST_TARIF        GOTFB0G4       *
      *                DB2PRD.TLOG_ACESSO_CLIEN        FRWKB989       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    FRWK1999 - GRAVAR LOG DE ERRO P/ ONLINE                     *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    MAR/2027 - HOMI - CRIACAO DO PROGRAMA.                      *
      *    MAR/2028 - HOMI - A ORIGEM PASSA A SER VALIDADA NO CADASTRO *
      *               DOS SISTEMAS DE ORIGEM (TORIGE_SIST_TARIF, SO    *
      *               ORIGEM ATIVA) EM VEZ DA LISTA FIXA               *
      *               CTC/CTP/EMP/INV/SEG: ORIGEM NOVA NAO EXIGE MAIS  *
      *               ALTERAR ESTE PROGRAMA.                           *
      *    DEZ/2028 - HOMI - LGPD: A CONSULTA PAGINADA PASSA A GRAVAR  *
      *               UMA LINHA NA TRILHA DE LEITURA TLOG_ACESSO_CLIEN *
      *               (CHAVE = CONTA INFORMADA OU, SEM CONTA, A        *
      *               PRIMEIRA CONTA LISTADA), COM UM UNICO INSERT.    *
      *================================================================*

      *================================================================*
         05  FILLER                    PIC  9(06).
         05  WRK-SQLCODE-9-3           PIC S9(03).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * ORIGEM ATIVA NO CADASTRO DOS SISTEMAS DE ORIGEM               *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-QTD-ORIGEM-ATIVA        PIC S9(09) COMP VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * DADOS DA PENDENCIA DE DUPLA CUSTODIA (TIPO DE OPERACAO E      *
      * CHAVE ALVO DA ALTERACAO)                                      *
               INCLUDE GOTFB0D7
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0G4
           END-EXEC.

           EXEC SQL
               INCLUDE FRWKB989
           END-EXEC.

           EXEC SQL
                DECLARE CSR01-GOTFB0D8 CURSOR FOR
                SELECT NPRECO_CLIEN
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * TRILHA DE LEITURA (LGPD): UMA LINHA POR PAGINA CONSULTADA EM   *
      * TLOG_ACESSO_CLIEN, COM UM UNICO INSERT E SEM LEITURA PREVIA.   *
      * A CHAVE E A CONTA INFORMADA NA CONSULTA OU, QUANDO NAO HA      *
      * CONTA INFORMADA, A PRIMEIRA CONTA DA PAGINA DEVOLVIDA          *
      *----------------------------------------------------------------*
       1300-REGISTRAR-ACESSO           SECTION.
      *----------------------------------------------------------------*

           MOVE '1300-REGISTRAR-ACESSO' TO      FRWKGHEA-IDEN-PARAGRAFO.

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
           MOVE 'GOTF49JS'              TO      CPROGRAMA OF FRWKB989.
           MOVE FRWKWAAA-CSESS-FRWK OF WRK-AREA-FRWKWAAA
                                        TO      CSESS-FRWK OF FRWKB989.

           SET ACESSO-CHAVE-CONTA       TO      TRUE.
           IF  GOTFW49C-NCONTA-CLIEN-IN NUMERIC
           AND GOTFW49C-NCONTA-CLIEN-IN NOT EQUAL ZEROS
               MOVE GOTFW49C-NCONTA-CLIEN-IN
                                        TO      CCHAVE-CLIEN
                                                OF FRWKB989
           ELSE
               MOVE GOTFW49C-NCONTA-CLIEN-L(1)
                                        TO      CCHAVE-CLIEN
                                                OF FRWKB989
           END-IF.

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
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER14'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               SET DB2-INSERT           TO      TRUE
               MOVE 'TLOG_ACESSO_CLIEN' TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           PERFORM 2400-ENCERRAR-CURSOR.

           PERFORM 1300-REGISTRAR-ACESSO.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
           MOVE '3500-VALIDAR-DADOS-PRECO'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE GOTFW49C-CSIST-ORIGE-IN TO      CSIST-ORIGE-TARIF
                                                OF GOTFB0G4.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-ORIGEM-ATIVA
                  FROM DB2PRD.TORIGE_SIST_TARIF
                 WHERE CSIST_ORIGE_TARIF =
                                          :GOTFB0G4.CSIST-ORIGE-TARIF
                   AND IN_ATIVO          = 'S'
           END-EXEC.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER13'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               SET DB2-SELECT           TO      TRUE
               MOVE 'TORIGE_SIST_TARIF' TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF  WRK-QTD-ORIGEM-ATIVA     EQUAL   ZEROS
               MOVE 'GOTF9999'          TO      FRWKGLIV-COD-MENSAGEM
               MOVE 'ORIGEM INVALIDA NO PRECO NEGOCIADO'
                                        TO      FRWKGLIV-PARAMETROS
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER09'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               PERFORM 9300-TRATAR-ERRO-LIVRE
           END-IF.

           IF  GOTFW49C-CSIT-OPER-IN    EQUAL   SPACES
               OR GOTFW49C-NCONTA-CLIEN-IN NOT NUMERIC
