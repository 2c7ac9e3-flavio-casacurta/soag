      *    SACLW0W1 - BOOK DE WORK DO FRWK1999                         *
      *    SACLW1P1 - BOOK DE PROCEDUR PARA TRATAMENTO DE ERROS        *
      *    SACLB032 - DCLGEN DA TABELA INFORMACAO COMPLEMENT           *
      *    FRWKB989 - DCLGEN DA TABELA TLOG_ACESSO_CLIEN               *
      *----------------------------------------------------------------*
      *    BOOKS DA ARQUITETURA:                                       *
      *    I#FRWKGE - COMMAREA FRWK1999 - LOG DE ERRO                  *
      *               COMPLETO A PARTIR DO SEGMENTO BASE, DEVOLVENDO   *
      *               EM TEXTO-LONGO). O ATENDIMENTO PARA DE QUEBRAR   *
      *               DEPOIMENTOS LONGOS A MAO.                        *
      *    NOV/2028 - HOMI - LGPD: A CONSULTA DA LISTA E A REMONTAGEM  *
      *               DO TEXTO ('R') GRAVAM UMA LINHA NA TRILHA DE     *
      *               LEITURA TLOG_ACESSO_CLIEN (USUARIO, DEPENDENCIA, *
      *               TERMINAL, TRANSACAO E PROTOCOLO/SEQUENCIA), COM  *
      *               UM UNICO INSERT, PARA O FRWK54JS RESPONDER QUEM  *
      *               CONSULTOU OS DADOS DE UM CLIENTE.                *
      *================================================================*

      *================================================================*

           EXEC SQL  INCLUDE SQLCA     END-EXEC.
           EXEC SQL  INCLUDE SACLB032  END-EXEC.
           EXEC SQL  INCLUDE FRWKB989  END-EXEC.
      *----------------------------------------------------------------*
      *    SEGMENTOS DO TEXTO A REMONTAR: O SEGMENTO BASE E AS         *
      *    CONTINUACOES QUE O SEGUEM, EM ORDEM DE NORD                 *
               SET ERRO-LIVRE          TO TRUE
               PERFORM 91000-API-ERROR
           END-IF.

           IF  SACLW8JC-SOLIC-MAIS-DADOS NOT EQUAL 'C' AND 'M' AND 'L'
               PERFORM 1100-REGISTRAR-ACESSO
           END-IF.
      *----------------------------------------------------------------*
       1000-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TRILHA DE LEITURA (LGPD): UMA LINHA POR CONSULTA EM         *
      *    TLOG_ACESSO_CLIEN, COM UM UNICO INSERT E SEM LEITURA        *
      *    PREVIA. A CHAVE E O PROTOCOLO E A SEQUENCIA DA              *
      *    MANIFESTACAO CONSULTADA                                     *
      *----------------------------------------------------------------*
       1100-REGISTRAR-ACESSO           SECTION.
      *----------------------------------------------------------------*
           MOVE '1100-REGISTRAR-ACESSO' TO WRK-PARAGRAFO.

           MOVE EIBTASKN
             TO NTAREFA-CICS OF FRWKB989.
           MOVE FRWKWAAA-CAUTEN-SEGRC
             TO CUSUAR-ACESSO OF FRWKB989.
           MOVE FRWKWAAA-DEPENDENCIA-OPER
             TO CDEPEND-OPER OF FRWKB989.
           MOVE EIBTRMID   TO CTERMINAL OF FRWKB989.
           MOVE EIBTRNID   TO CTRANSACAO OF FRWKB989.
           MOVE 'SACL48JS' TO CPROGRAMA OF FRWKB989.
           MOVE FRWKWAAA-CSESS-FRWK
             TO CSESS-FRWK OF FRWKB989.
           SET ACESSO-CHAVE-PROTOCOLO TO TRUE.
           MOVE SPACES     TO CCHAVE-CLIEN OF FRWKB989.
           STRING SACLW8JC-NPROT-MANIF DELIMITED BY SIZE
                  SACLW8JC-NSEQ-MANIF  DELIMITED BY SIZE
             INTO CCHAVE-CLIEN OF FRWKB989.

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

           IF  SQLCODE NOT EQUAL ZEROS
               MOVE 16         TO SACLW000-COD-RETORNO
               MOVE 'ER25'     TO SACLW000-COD-ERRO
               MOVE 'SACL9999' TO SACLW000-COD-MENSAGEM
               SET ERRO-DB2    TO TRUE
               MOVE 'TLOG_ACESSO_CLIEN'
                               TO FRWKGDB2-NOME-TABELA
               SET DB2-INSERT  TO TRUE
               MOVE SPACES     TO FRWKGDB2-STORED-PROC
               MOVE SPACES     TO FRWKGDB2-LOCAL
               MOVE SQLCA      TO FRWKGDB2-SQLCA
               MOVE SQLCODE    TO FRWKGDB2-SQLCODE
               PERFORM 91000-API-ERROR
           END-IF.
      *----------------------------------------------------------------*
       1100-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
