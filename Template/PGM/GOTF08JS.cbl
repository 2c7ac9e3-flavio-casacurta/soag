      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TSIT_MOVTO_TARIF          GOTFB0B7       *
      *                DB2PRD.TLOG_ACESSO_CLIEN         FRWKB989       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    FRWK1999 - GRAVAR LOG DE ERRO P/ ONLINE                     *
      *               SEM FILTRO ELA SERIA UMA VARREDURA DA TABELA     *
      *               INTEIRA A CADA PAGINA, DENTRO DO CICS. SEM       *
      *               FILTRO O TOTAL VOLTA ZERADO.                     *
      *    FEV/2028 - HOMI - FILTRO OPCIONAL POR CONTA                 *
      *               (GOTFW8JT-FILTRO-NCONTA, ZEROS = SEM FILTRO) NOS *
      *               SEIS CURSORES E NA SOMA, E CONTA DO EVENTO       *
      *               DEVOLVIDA NA PAGINA (NCONTA-CLIEN-L). CONTA      *
      *               RENUMERADA PELO GOTF2MIG: INFORMADO O NUMERO     *
      *               NOVO OU QUALQUER ANTIGO, A CONSULTA TRAZ OS      *
      *               EVENTOS DE TODOS OS NUMEROS DA CONTA             *
      *               (TMIGR_CONTA_TARIF).                             *
      *    NOV/2028 - HOMI - LGPD: CADA REQUISICAO ATENDIDA GRAVA UMA  *
      *               LINHA NA TRILHA DE LEITURA TLOG_ACESSO_CLIEN     *
      *               (USUARIO, DEPENDENCIA, TERMINAL, TRANSACAO E     *
      *               CHAVE CONSULTADA - A CONTA DO FILTRO OU, SEM     *
      *               ELE, A CHAVE DO EVENTO DE PARTIDA), COM UM       *
      *               UNICO INSERT, PARA O FRWK54JS RESPONDER QUEM     *
      *               CONSULTOU OS DADOS DE UM CLIENTE.                *
      *================================================================*

      *================================================================*
       01  WRK-FILTRO-CSIT-FIM         PIC  X(002) VALUE HIGH-VALUES.
       01  WRK-VLR-TOTAL-FILTRO        PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * FILTRO POR CONTA (ZEROS = SEM FILTRO). CONTA RENUMERADA ACHA  *
      * OS EVENTOS DE TODOS OS SEUS NUMEROS (TMIGR_CONTA_TARIF)       *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-FILTRO-NCONTA           PIC S9(13)V COMP-3
                                                   VALUE ZEROS.

       01  WRK-SW-CONSULTA-ARQ         PIC  X(01)  VALUE 'N'.
           88  WRK-CONSULTA-ARQUIVO                VALUE 'S'.
               INCLUDE GOTFB0B7
           END-EXEC.

           EXEC SQL
               INCLUDE FRWKB989
           END-EXEC.

           EXEC SQL
                DECLARE CSR01-GOTFB0B7 CURSOR FOR
                SELECT
                           , CMOEDA_ORIGL_TARIF
                           , VVALOR_ORIGL_TARIF
                           , NFATUR_TARIF
                           , NCONTA_CLIEN
                FROM
                             DB2PRD.TSIT_MOVTO_TARIF
                WHERE
                   :WRK-FILTRO-DRECEB-INI AND :WRK-FILTRO-DRECEB-FIM
                AND        CSIT_OPER_REALZ         BETWEEN
                   :WRK-FILTRO-CSIT-INI AND :WRK-FILTRO-CSIT-FIM
                AND       (:WRK-FILTRO-NCONTA      = 0
                 OR        NCONTA_CLIEN            = :WRK-FILTRO-NCONTA
                 OR        NCONTA_CLIEN            IN
                   (SELECT NCONTA_ANTIGA
                      FROM DB2PRD.TMIGR_CONTA_TARIF
                     WHERE NCONTA_NOVA   = :WRK-FILTRO-NCONTA)
                 OR        NCONTA_CLIEN            IN
                   (SELECT NCONTA_NOVA
                      FROM DB2PRD.TMIGR_CONTA_TARIF
                     WHERE NCONTA_ANTIGA = :WRK-FILTRO-NCONTA))
             ORDER BY
                             CSIST_ORIGE_TARIF
                    ,        DRECEB_MOVTO_TARIF
                           , CMOEDA_ORIGL_TARIF
                           , VVALOR_ORIGL_TARIF
                           , NFATUR_TARIF
                           , NCONTA_CLIEN
                FROM
                             DB2PRD.TSIT_MOVTO_TARIF
                WHERE
                   :WRK-FILTRO-DRECEB-INI AND :WRK-FILTRO-DRECEB-FIM
                AND        CSIT_OPER_REALZ         BETWEEN
                   :WRK-FILTRO-CSIT-INI AND :WRK-FILTRO-CSIT-FIM
                AND       (:WRK-FILTRO-NCONTA      = 0
                 OR        NCONTA_CLIEN            = :WRK-FILTRO-NCONTA
                 OR        NCONTA_CLIEN            IN
                   (SELECT NCONTA_ANTIGA
                      FROM DB2PRD.TMIGR_CONTA_TARIF
                     WHERE NCONTA_NOVA   = :WRK-FILTRO-NCONTA)
                 OR        NCONTA_CLIEN            IN
                   (SELECT NCONTA_NOVA
                      FROM DB2PRD.TMIGR_CONTA_TARIF
                     WHERE NCONTA_ANTIGA = :WRK-FILTRO-NCONTA))
             ORDER BY
                             CSIST_ORIGE_TARIF
                    ,        DRECEB_MOVTO_TARIF
                           , CMOEDA_ORIGL_TARIF
                           , VVALOR_ORIGL_TARIF
                           , NFATUR_TARIF
                           , NCONTA_CLIEN
                FROM
                             DB2PRD.TSIT_MOVTO_TARIF
                WHERE
                   :WRK-FILTRO-DRECEB-INI AND :WRK-FILTRO-DRECEB-FIM
                AND        CSIT_OPER_REALZ         BETWEEN
                   :WRK-FILTRO-CSIT-INI AND :WRK-FILTRO-CSIT-FIM
                AND       (:WRK-FILTRO-NCONTA      = 0
                 OR        NCONTA_CLIEN            = :WRK-FILTRO-NCONTA
                 OR        NCONTA_CLIEN            IN
                   (SELECT NCONTA_ANTIGA
                      FROM DB2PRD.TMIGR_CONTA_TARIF
                     WHERE NCONTA_NOVA   = :WRK-FILTRO-NCONTA)
                 OR        NCONTA_CLIEN            IN
                   (SELECT NCONTA_NOVA
                      FROM DB2PRD.TMIGR_CONTA_TARIF
                     WHERE NCONTA_ANTIGA = :WRK-FILTRO-NCONTA))
             ORDER BY
                             CSIST_ORIGE_TARIF       DESC
                    ,        DRECEB_MOVTO_TARIF      DESC
                           , CMOEDA_ORIGL_TARIF
                           , VVALOR_ORIGL_TARIF
                           , NFATUR_TARIF
                           , NCONTA_CLIEN
                FROM
                             DB2PRD.TSIT_MOVTO_TARIF_ARQ
                WHERE
                   :WRK-FILTRO-DRECEB-INI AND :WRK-FILTRO-DRECEB-FIM
                AND        CSIT_OPER_REALZ         BETWEEN
                   :WRK-FILTRO-CSIT-INI AND :WRK-FILTRO-CSIT-FIM
                AND       (:WRK-FILTRO-NCONTA      = 0
                 OR        NCONTA_CLIEN            = :WRK-FILTRO-NCONTA
                 OR        NCONTA_CLIEN            IN
                   (SELECT NCONTA_ANTIGA
                      FROM DB2PRD.TMIGR_CONTA_TARIF
                     WHERE NCONTA_NOVA   = :WRK-FILTRO-NCONTA)
                 OR        NCONTA_CLIEN            IN
                   (SELECT NCONTA_NOVA
                      FROM DB2PRD.TMIGR_CONTA_TARIF
                     WHERE NCONTA_ANTIGA = :WRK-FILTRO-NCONTA))
             ORDER BY
                             CSIST_ORIGE_TARIF
                    ,        DRECEB_MOVTO_TARIF
                           , CMOEDA_ORIGL_TARIF
                           , VVALOR_ORIGL_TARIF
                           , NFATUR_TARIF
                           , NCONTA_CLIEN
                FROM
                             DB2PRD.TSIT_MOVTO_TARIF_ARQ
                WHERE
                   :WRK-FILTRO-DRECEB-INI AND :WRK-FILTRO-DRECEB-FIM
                AND        CSIT_OPER_REALZ         BETWEEN
                   :WRK-FILTRO-CSIT-INI AND :WRK-FILTRO-CSIT-FIM
                AND       (:WRK-FILTRO-NCONTA      = 0
                 OR        NCONTA_CLIEN            = :WRK-FILTRO-NCONTA
                 OR        NCONTA_CLIEN            IN
                   (SELECT NCONTA_ANTIGA
                      FROM DB2PRD.TMIGR_CONTA_TARIF
                     WHERE NCONTA_NOVA   = :WRK-FILTRO-NCONTA)
                 OR        NCONTA_CLIEN            IN
                   (SELECT NCONTA_NOVA
                      FROM DB2PRD.TMIGR_CONTA_TARIF
                     WHERE NCONTA_ANTIGA = :WRK-FILTRO-NCONTA))
             ORDER BY
                             CSIST_ORIGE_TARIF
                    ,        DRECEB_MOVTO_TARIF
                           , CMOEDA_ORIGL_TARIF
                           , VVALOR_ORIGL_TARIF
                           , NFATUR_TARIF
                           , NCONTA_CLIEN
                FROM
                             DB2PRD.TSIT_MOVTO_TARIF_ARQ
                WHERE
                   :WRK-FILTRO-DRECEB-INI AND :WRK-FILTRO-DRECEB-FIM
                AND        CSIT_OPER_REALZ         BETWEEN
                   :WRK-FILTRO-CSIT-INI AND :WRK-FILTRO-CSIT-FIM
                AND       (:WRK-FILTRO-NCONTA      = 0
                 OR        NCONTA_CLIEN            = :WRK-FILTRO-NCONTA
                 OR        NCONTA_CLIEN            IN
                   (SELECT NCONTA_ANTIGA
                      FROM DB2PRD.TMIGR_CONTA_TARIF
                     WHERE NCONTA_NOVA   = :WRK-FILTRO-NCONTA)
                 OR        NCONTA_CLIEN            IN
                   (SELECT NCONTA_NOVA
                      FROM DB2PRD.TMIGR_CONTA_TARIF
                     WHERE NCONTA_ANTIGA = :WRK-FILTRO-NCONTA))
             ORDER BY
                             CSIST_ORIGE_TARIF       DESC
                    ,        DRECEB_MOVTO_TARIF      DESC

           PERFORM 1100-PREPARAR-FILTROS.

           PERFORM 1170-REGISTRAR-ACESSO.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
                                                WRK-FILTRO-CSIT-FIM
           END-IF.

           IF  GOTFW8JT-FILTRO-NCONTA   NUMERIC
               MOVE GOTFW8JT-FILTRO-NCONTA
                                        TO      WRK-FILTRO-NCONTA
           ELSE
               MOVE ZEROS               TO      WRK-FILTRO-NCONTA
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
       1160-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * TRILHA DE LEITURA (LGPD): UMA LINHA POR REQUISICAO EM          *
      * TLOG_ACESSO_CLIEN, COM UM UNICO INSERT E SEM LEITURA PREVIA.   *
      * A CHAVE E A CONTA DO FILTRO; SEM FILTRO DE CONTA, A CHAVE DO   *
      * EVENTO A PARTIR DO QUAL A PAGINA E MONTADA                     *
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
           MOVE 'GOTF08JS'              TO      CPROGRAMA OF FRWKB989.
           MOVE FRWKWAAA-CSESS-FRWK OF WRK-AREA-FRWKWAAA
                                        TO      CSESS-FRWK OF FRWKB989.
           MOVE SPACES                  TO      CCHAVE-CLIEN
                                                OF FRWKB989.

           IF  WRK-FILTRO-NCONTA        NOT EQUAL ZEROS
               SET ACESSO-CHAVE-CONTA   TO      TRUE
               MOVE GOTFW8JT-FILTRO-NCONTA
                                        TO      CCHAVE-CLIEN OF FRWKB989
           ELSE
               SET ACESSO-CHAVE-EVENTO  TO      TRUE
               STRING GOTFW8JT-CSIST-ORIGE-TARIF  DELIMITED BY SIZE
                      GOTFW8JT-DRECEB-MOVTO-TARIF DELIMITED BY SIZE
                      GOTFW8JT-NMOVTO-EVNTO-TARIF DELIMITED BY SIZE
                 INTO CCHAVE-CLIEN OF FRWKB989
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
               MOVE 'ER19'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               SET DB2-INSERT           TO      TRUE
               MOVE 'TLOG_ACESSO_CLIEN' TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       1170-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
               OR GOTFW8JT-FILTRO-DRECEB-INI NOT EQUAL SPACES
               OR GOTFW8JT-FILTRO-DRECEB-FIM NOT EQUAL SPACES
               OR GOTFW8JT-FILTRO-CSIT-OPER  NOT EQUAL SPACES
               OR WRK-FILTRO-NCONTA          NOT EQUAL ZEROS

               IF  WRK-CONSULTA-ARQUIVO
                  EXEC SQL
                       :WRK-FILTRO-DRECEB-INI AND :WRK-FILTRO-DRECEB-FIM
                       AND CSIT_OPER_REALZ BETWEEN
                       :WRK-FILTRO-CSIT-INI AND :WRK-FILTRO-CSIT-FIM
                       AND (:WRK-FILTRO-NCONTA = 0
                        OR NCONTA_CLIEN = :WRK-FILTRO-NCONTA
                        OR NCONTA_CLIEN IN
                           (SELECT NCONTA_ANTIGA
                              FROM DB2PRD.TMIGR_CONTA_TARIF
                             WHERE NCONTA_NOVA = :WRK-FILTRO-NCONTA)
                        OR NCONTA_CLIEN IN
                           (SELECT NCONTA_NOVA
                              FROM DB2PRD.TMIGR_CONTA_TARIF
                             WHERE NCONTA_ANTIGA = :WRK-FILTRO-NCONTA))
                  END-EXEC
               ELSE
                  EXEC SQL
                       :WRK-FILTRO-DRECEB-INI AND :WRK-FILTRO-DRECEB-FIM
                       AND CSIT_OPER_REALZ BETWEEN
                       :WRK-FILTRO-CSIT-INI AND :WRK-FILTRO-CSIT-FIM
                       AND (:WRK-FILTRO-NCONTA = 0
                        OR NCONTA_CLIEN = :WRK-FILTRO-NCONTA
                        OR NCONTA_CLIEN IN
                           (SELECT NCONTA_ANTIGA
                              FROM DB2PRD.TMIGR_CONTA_TARIF
                             WHERE NCONTA_NOVA = :WRK-FILTRO-NCONTA)
                        OR NCONTA_CLIEN IN
                           (SELECT NCONTA_NOVA
                              FROM DB2PRD.TMIGR_CONTA_TARIF
                             WHERE NCONTA_ANTIGA = :WRK-FILTRO-NCONTA))
                  END-EXEC
               END-IF

                    , :GOTFB0B7.CMOEDA-ORIGL-TARIF
                    , :GOTFB0B7.VVALOR-ORIGL-TARIF
                    , :GOTFB0B7.NFATUR-TARIF
                    , :GOTFB0B7.NCONTA-CLIEN
               END-EXEC
           ELSE
               EXEC SQL
                    , :GOTFB0B7.CMOEDA-ORIGL-TARIF
                    , :GOTFB0B7.VVALOR-ORIGL-TARIF
                    , :GOTFB0B7.NFATUR-TARIF
                    , :GOTFB0B7.NCONTA-CLIEN
               END-EXEC
           END-IF.

                    , :GOTFB0B7.CMOEDA-ORIGL-TARIF
                    , :GOTFB0B7.VVALOR-ORIGL-TARIF
                    , :GOTFB0B7.NFATUR-TARIF
                    , :GOTFB0B7.NCONTA-CLIEN
               END-EXEC
           ELSE
               EXEC SQL
                    , :GOTFB0B7.CMOEDA-ORIGL-TARIF
                    , :GOTFB0B7.VVALOR-ORIGL-TARIF
                    , :GOTFB0B7.NFATUR-TARIF
                    , :GOTFB0B7.NCONTA-CLIEN
               END-EXEC
           END-IF.

                    , :GOTFB0B7.CMOEDA-ORIGL-TARIF
                    , :GOTFB0B7.VVALOR-ORIGL-TARIF
                    , :GOTFB0B7.NFATUR-TARIF
                    , :GOTFB0B7.NCONTA-CLIEN
               END-EXEC
           ELSE
               EXEC SQL
                    , :GOTFB0B7.CMOEDA-ORIGL-TARIF
                    , :GOTFB0B7.VVALOR-ORIGL-TARIF
                    , :GOTFB0B7.NFATUR-TARIF
                    , :GOTFB0B7.NCONTA-CLIEN
               END-EXEC
           END-IF.

             TO GOTFW8JT-VVALOR-ORIGL-L(WRK-IDX).
           MOVE NFATUR-TARIF            OF      GOTFB0B7
             TO GOTFW8JT-NFATUR-TARIF-L(WRK-IDX).
           MOVE NCONTA-CLIEN            OF      GOTFB0B7
             TO GOTFW8JT-NCONTA-CLIEN-L(WRK-IDX).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * LINHA VINDA DO ARQUIVO MORTO E MARCADA 'A': O ATENDIMENTO     *
