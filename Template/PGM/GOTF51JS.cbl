      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TSIT_MOVTO_TARIF         GOTFB0B7       *
      *                DB2PRD.TPEND_COBR_TARIF         GOTFB0D2       *
      *                DB2PRD.TFATUR_TARIF             GOTFB0D3       *
      *                DB2PRD.TMIGR_CONTA_TARIF        GOTFB0G2       *
      *                DB2PRD.TLOG_ACESSO_CLIEN        FRWKB989       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    FRWK1999 - GRAVAR LOG DE ERRO P/ ONLINE                     *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    JUN/2027 - HOMI - CRIACAO DO PROGRAMA.                      *
      *    OUT/2027 - HOMI - DEVOLUCAO DO VALOR COBRADO DE EVENTO      *
      *               ESTORNADO: A VISAO PASSA A DEVOLVER A SITUACAO,  *
      *               DATA, VALOR E GERACAO DA DEVOLUCAO DO EVENTO     *
      *               (CSIT_REEMB_TARIF - 'D' = DEVOLVIDO) E A         *
      *               SITUACAO/DATA DA DEVOLUCAO DE CADA EVENTO IRMAO. *
      *    OUT/2027 - HOMI - NOTA DE CREDITO: A VISAO PASSA A DEVOLVER *
      *               A FATURA DO EVENTO ORIGINAL (NFATUR_ORIGE, NAS   *
      *               CONTRAPARTIDAS), A NOTA DE CREDITO EM QUE O      *
      *               EVENTO SAIU (NNOTA_CRED_TARIF) E, DA FATURA DO   *
      *               EVENTO (OU DA FATURA ORIGINAL, NA                *
      *               CONTRAPARTIDA), O TOTAL EMITIDO, O VALOR LIQUIDO *
      *               APOS AS NOTAS DE CREDITO E A QUANTIDADE DE NOTAS *
      *               (TFATUR_TARIF) - O VALOR QUE O ATENDIMENTO       *
      *               INFORMA AO CLIENTE.                              *
      *    NOV/2027 - HOMI - CONTA ALTERNATIVA DE DEBITO: A VISAO      *
      *               PASSA A DEVOLVER A CONTA EM QUE O DEBITO FOI     *
      *               APRESENTADO (NCONTA_DEBTO; ZEROS NA TABELA =     *
      *               CONTA PRINCIPAL) - COM O EVENTO LIQUIDADO, A     *
      *               CONTA QUE PAGOU - E, NA PENDENCIA DA REGUA, A    *
      *               CONTA/PRIORIDADE DE TCTA_DEBTO_ALTER EM QUE O    *
      *               DEBITO SERA REAPRESENTADO.                       *
      *    DEZ/2027 - HOMI - LIQUIDACAO PARCIAL: A CONTRAPARTIDA DO    *
      *               SALDO NAO DEBITADO ('LPAR') E O EVENTO RESIDUAL  *
      *               ('RPAR') GERADOS PELO GOTF2RET ENTRAM NA LISTA   *
      *               DE EVENTOS IRMAOS.                               *
      *    FEV/2028 - HOMI - CONTA RENUMERADA (GOTF2MIG): O EVENTO     *
      *               FICA NO NUMERO ANTIGO E A VISAO PASSA A DEVOLVER *
      *               TAMBEM O NUMERO ATUAL DA CONTA E A DATA DA       *
      *               MIGRACAO (GRUPO GOTFW51C-MIGRACAO; CONTA NAO     *
      *               MIGRADA VOLTA COM O PROPRIO NUMERO E DATA EM     *
      *               BRANCO).                                         *
      *    MAR/2028 - HOMI - RECUPERACAO DE BAIXA: A CONTRAPARTIDA DE  *
      *               RECUPERACAO ('RECP', GOTF2RCP) ENTRA NA LISTA DE *
      *               EVENTOS IRMAOS E A VISAO PASSA A DEVOLVER, NO    *
      *               GRUPO GOTFW51C-RECUPERACAO, DATA E VALOR DA BAIXA*
      *               E DA RECUPERACAO. O EVENTO RECUPERADO VOLTA COM  *
      *               CSIT_EVNTO_TARIF 'C'.                            *
      *    MAR/2028 - HOMI - O ENCARGO DE MORA ('MORA', GOTF1200) ENTRA*
      *               NA LISTA DE EVENTOS VINCULADOS DO EVENTO         *
      *               ORIGINAL.                                        *
      *    AGO/2028 - HOMI - A COMPENSACAO DA OUVIDORIA ('COMP',       *
      *               GOTF2CMP) ENTRA NA LISTA DE EVENTOS VINCULADOS   *
      *               DO EVENTO CONTESTADO.                            *
      *    NOV/2028 - HOMI - LGPD: CADA EVENTO CONSULTADO GRAVA UMA    *
      *               LINHA NA TRILHA DE LEITURA TLOG_ACESSO_CLIEN     *
      *               (USUARIO, DEPENDENCIA, TERMINAL, TRANSACAO E A   *
      *               CONTA DO CLIENTE), COM UM UNICO INSERT, PARA O   *
      *               FRWK54JS RESPONDER QUEM CONSULTOU OS DADOS DE    *
      *               UM CLIENTE.                                      *
      *================================================================*

      *================================================================*
       01  WRK-NREMES                  PIC S9(09)V COMP-3 VALUE ZEROS.
       01  WRK-NCONSOL                 PIC S9(13)V COMP-3 VALUE ZEROS.
       01  WRK-DT-COMPT                PIC  X(10) VALUE SPACES.
       01  WRK-DT-REEMB                PIC  X(10) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * VINCULO DE MANIFESTACAO (TXREF_MANIF_TARIF)                   *
               INCLUDE GOTFB0D2
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0D3
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0G2
           END-EXEC.

           EXEC SQL
               INCLUDE FRWKB989
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * EVENTOS IRMAOS QUE REFERENCIAM O EVENTO CONSULTADO: AJUSTES   *
      * DE RECALCULO, CONTRAPARTIDA DE ESTORNO, CORRECAO MONETARIA E  *
      * BAIXA, MAIS O SALDO E O RESIDUAL DE LIQUIDACAO PARCIAL E A    *
      * RECUPERACAO DE BAIXA, TODOS GRAVADOS COM                      *
      * 'EVENTO NNNNNNNNNNNNN' EM RJUSTF                              *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CVIN CURSOR FOR
                       NMOVTO_EVNTO_TARIF,
                       CJUSTF_EVNTO_TARIF,
                       VVALOR_COBR_TARIF,
                       CSIT_EVNTO_TARIF,
                       CSIT_REEMB_TARIF,
                       COALESCE(CHAR(DT_REEMB_TARIF, ISO), ' ')
                  FROM DB2PRD.TSIT_MOVTO_TARIF
                 WHERE CSIST_ORIGE_TARIF = :GOTFB0B7.CSIST-ORIGE-TARIF
                   AND CJUSTF_EVNTO_TARIF IN
                       ('AJTE', 'ESTR', 'CORR', 'BAIX',
                        'LPAR', 'RPAR', 'RECP', 'MORA',
                        'COMP')
                   AND RJUSTF_EVNTO_TARIF LIKE :WRK-LIKE-REFERENCIA
                 ORDER BY DRECEB_MOVTO_TARIF,
                          NMOVTO_EVNTO_TARIF
           PERFORM 2000-LER-EVENTO.

           IF  GOTFW000-COD-RETORNO     EQUAL   ZEROS
               PERFORM 2200-REGISTRAR-ACESSO
               PERFORM 3000-LER-PENDENCIA
               PERFORM 4000-LER-MANIFESTACAO
               PERFORM 4500-LER-FATURA
               PERFORM 4600-LER-CONTA-ATUAL
               PERFORM 5000-LER-VINCULADOS
           END-IF.

                    COALESCE(CHAR(DT_REMES_TARIF, ISO), ' '),
                    NREMES_TARIF,
                    NCONSOL_REMES,
                    COALESCE(CSIT_COBR_TARIF, ' '),
                    CSIT_REEMB_TARIF,
                    COALESCE(CHAR(DT_REEMB_TARIF, ISO), ' '),
                    VVALOR_REEMB_TARIF,
                    NREMES_REEMB,
                    NFATUR_ORIGE,
                    NNOTA_CRED_TARIF,
                    NCONTA_DEBTO
               INTO :GOTFB0B7.HSIT-OPER-REALZ,
                    :GOTFB0B7.CSIT-OPER-REALZ,
                    :GOTFB0B7.CUSUAR-MOVTO-EVNTO,
                    :GOTFB0B7.DT-REMES-TARIF,
                    :WRK-NREMES,
                    :WRK-NCONSOL,
                    :WRK-CSIT-COBR,
                    :GOTFB0B7.CSIT-REEMB-TARIF,
                    :GOTFB0B7.DT-REEMB-TARIF,
                    :GOTFB0B7.VVALOR-REEMB-TARIF,
                    :GOTFB0B7.NREMES-REEMB,
                    :GOTFB0B7.NFATUR-ORIGE,
                    :GOTFB0B7.NNOTA-CRED-TARIF,
                    :GOTFB0B7.NCONTA-DEBTO
               FROM DB2PRD.TSIT_MOVTO_TARIF
              WHERE CSIST_ORIGE_TARIF  = :GOTFB0B7.CSIST-ORIGE-TARIF
                AND DRECEB_MOVTO_TARIF = :GOTFB0B7.DRECEB-MOVTO-TARIF
           MOVE WRK-NREMES              TO      GOTFW51C-NREMES.
           MOVE WRK-NCONSOL             TO      GOTFW51C-NCONSOL-REMES.
           MOVE WRK-CSIT-COBR           TO      GOTFW51C-CSIT-COBR.
           MOVE CSIT-REEMB-TARIF   OF GOTFB0B7
             TO GOTFW51C-CSIT-REEMB.
           MOVE DT-REEMB-TARIF     OF GOTFB0B7
             TO GOTFW51C-DT-REEMB.
           MOVE VVALOR-REEMB-TARIF OF GOTFB0B7
             TO GOTFW51C-VVALOR-REEMB.
           MOVE NREMES-REEMB       OF GOTFB0B7
             TO GOTFW51C-NREMES-REEMB.
           MOVE NFATUR-ORIGE       OF GOTFB0B7
             TO GOTFW51C-NFATUR-ORIGE.
           MOVE NNOTA-CRED-TARIF   OF GOTFB0B7
             TO GOTFW51C-NNOTA-CRED.
           IF NCONTA-DEBTO OF GOTFB0B7  EQUAL   ZEROS
              MOVE NCONTA-CLIEN    OF GOTFB0B7
                TO GOTFW51C-NCONTA-DEBTO
           ELSE
              MOVE NCONTA-DEBTO    OF GOTFB0B7
                TO GOTFW51C-NCONTA-DEBTO
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * TRILHA DE LEITURA (LGPD): UMA LINHA POR REQUISICAO EM          *
      * TLOG_ACESSO_CLIEN, COM UM UNICO INSERT E SEM LEITURA PREVIA.   *
      * A CHAVE E A CONTA DO CLIENTE DONO DO EVENTO CONSULTADO         *
      *----------------------------------------------------------------*
       2200-REGISTRAR-ACESSO           SECTION.
      *----------------------------------------------------------------*

           MOVE '2200-REGISTRAR-ACESSO' TO      FRWKGHEA-IDEN-PARAGRAFO.

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
           MOVE 'GOTF51JS'              TO      CPROGRAMA OF FRWKB989.
           MOVE FRWKWAAA-CSESS-FRWK OF WRK-AREA-FRWKWAAA
                                        TO      CSESS-FRWK OF FRWKB989.

           SET ACESSO-CHAVE-CONTA       TO      TRUE.
           MOVE GOTFW51C-NCONTA-CLIEN   TO      CCHAVE-CLIEN
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
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER14'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               SET DB2-INSERT           TO      TRUE
               MOVE 'TLOG_ACESSO_CLIEN' TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.

      *----------------------------------------------------------------*
       3000-LER-PENDENCIA              SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                   TO      GOTFW51C-PEND-QTD-TENT.
           MOVE SPACES                  TO      GOTFW51C-PEND-DT-PROX
                                                GOTFW51C-PEND-SITUACAO.
           MOVE ZEROS                   TO
                                        GOTFW51C-PEND-NCONTA-DEBTO
                                        GOTFW51C-PEND-NPRIOR-DEBTO.

           EXEC SQL
             SELECT QTD_TENTATIVAS,
                    DT_PROX_TENTATIVA,
                    IN_SITUACAO,
                    NCONTA_DEBTO,
                    NPRIOR_DEBTO
               INTO :GOTFB0D2.QTD-TENTATIVAS,
                    :GOTFB0D2.DT-PROX-TENTATIVA,
                    :GOTFB0D2.IN-SITUACAO,
                    :GOTFB0D2.NCONTA-DEBTO,
                    :GOTFB0D2.NPRIOR-DEBTO
               FROM DB2PRD.TPEND_COBR_TARIF
              WHERE CSIST_ORIGE_TARIF  = :GOTFB0B7.CSIST-ORIGE-TARIF
                AND DRECEB_MOVTO_TARIF = :GOTFB0B7.DRECEB-MOVTO-TARIF
                   TO GOTFW51C-PEND-DT-PROX
                 MOVE IN-SITUACAO OF GOTFB0D2
                   TO GOTFW51C-PEND-SITUACAO
                 MOVE NCONTA-DEBTO OF GOTFB0D2
                   TO GOTFW51C-PEND-NCONTA-DEBTO
                 MOVE NPRIOR-DEBTO OF GOTFB0D2
                   TO GOTFW51C-PEND-NPRIOR-DEBTO
              WHEN SQLCODE              EQUAL   +100
                 CONTINUE
              WHEN OTHER
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * FATURA QUE O ATENDIMENTO DEVE CITAR: A DO PROPRIO EVENTO OU,  *
      * NA CONTRAPARTIDA DE EVENTO JA FATURADO, A FATURA ORIGINAL     *
      * CORRIGIDA PELA NOTA DE CREDITO. FATURA SEM NOTA (QTD ZERADA)  *
      * TEM O LIQUIDO IGUAL AO TOTAL EMITIDO                          *
      *----------------------------------------------------------------*
       4500-LER-FATURA                 SECTION.
      *----------------------------------------------------------------*

           MOVE '4500-LER-FATURA'       TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE ZEROS                   TO
                                        GOTFW51C-FATUR-VVALOR-TOTAL
                                        GOTFW51C-FATUR-VVALOR-LIQ
                                        GOTFW51C-FATUR-QTD-NOTAS.

           IF NFATUR-TARIF OF GOTFB0B7  GREATER ZEROS
              MOVE NFATUR-TARIF OF GOTFB0B7
                                        TO      NFATUR-TARIF OF GOTFB0D3
           ELSE
              MOVE NFATUR-ORIGE OF GOTFB0B7
                                        TO      NFATUR-TARIF OF GOTFB0D3
           END-IF.

           IF NFATUR-TARIF OF GOTFB0D3  GREATER ZEROS
              EXEC SQL
                SELECT VVALOR_TOTAL   ,
                       VVALOR_LIQUIDO ,
                       QTD_NOTAS_CRED
                  INTO :GOTFB0D3.VVALOR-TOTAL   ,
                       :GOTFB0D3.VVALOR-LIQUIDO ,
                       :GOTFB0D3.QTD-NOTAS-CRED
                  FROM DB2PRD.TFATUR_TARIF
                 WHERE NFATUR_TARIF = :GOTFB0D3.NFATUR-TARIF
              END-EXEC

              EVALUATE TRUE
                 WHEN SQLCODE           EQUAL   ZEROS
                    MOVE VVALOR-TOTAL   OF GOTFB0D3
                                        TO  GOTFW51C-FATUR-VVALOR-TOTAL
                    MOVE QTD-NOTAS-CRED OF GOTFB0D3
                                        TO  GOTFW51C-FATUR-QTD-NOTAS
                    IF QTD-NOTAS-CRED OF GOTFB0D3 EQUAL ZEROS
                       MOVE VVALOR-TOTAL   OF GOTFB0D3
                                        TO  GOTFW51C-FATUR-VVALOR-LIQ
                    ELSE
                       MOVE VVALOR-LIQUIDO OF GOTFB0D3
                                        TO  GOTFW51C-FATUR-VVALOR-LIQ
                    END-IF
                 WHEN SQLCODE           EQUAL   +100
                    CONTINUE
                 WHEN OTHER
                    MOVE 16             TO      GOTFW000-COD-RETORNO
                    MOVE 'ER12'         TO      GOTFW000-COD-ERRO
                    MOVE 'GOTF9999'     TO      GOTFW000-COD-MENSAGEM
                    SET DB2-SELECT      TO      TRUE
                    MOVE 'TFATUR_TARIF' TO      FRWKGDB2-NOME-TABELA
                    PERFORM 9200-TRATAR-ERRO-DB2
              END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       4500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * NUMERO ATUAL DA CONTA DO EVENTO: A CONTA NOVA DA REFERENCIA   *
      * CRUZADA QUE NAO FOI, ELA PROPRIA, MIGRADA DE NOVO (A TABELA E *
      * TRANSITIVA). SEM MIGRACAO, O PROPRIO NUMERO DO EVENTO          *
      *----------------------------------------------------------------*
       4600-LER-CONTA-ATUAL            SECTION.
      *----------------------------------------------------------------*

           MOVE '4600-LER-CONTA-ATUAL'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE NCONTA-CLIEN OF GOTFB0B7
             TO GOTFW51C-NCONTA-ATUAL.
           MOVE SPACES                  TO      GOTFW51C-DT-MIGRACAO.

           IF NCONTA-CLIEN OF GOTFB0B7  EQUAL   ZEROS
              GO TO 4600-99-FIM
           END-IF.

           MOVE NCONTA-CLIEN OF GOTFB0B7
                                        TO      NCONTA-ANTIGA
                                                OF GOTFB0G2.

           EXEC SQL
             SELECT M.NCONTA_NOVA ,
                    M.DT_MIGRACAO
               INTO :GOTFB0G2.NCONTA-NOVA ,
                    :GOTFB0G2.DT-MIGRACAO
               FROM DB2PRD.TMIGR_CONTA_TARIF M
              WHERE M.NCONTA_ANTIGA = :GOTFB0G2.NCONTA-ANTIGA
                AND NOT EXISTS
                    (SELECT 1
                       FROM DB2PRD.TMIGR_CONTA_TARIF M2
                      WHERE M2.NCONTA_ANTIGA = M.NCONTA_NOVA)
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   ZEROS
                 MOVE NCONTA-NOVA  OF GOTFB0G2
                   TO GOTFW51C-NCONTA-ATUAL
                 MOVE DT-MIGRACAO  OF GOTFB0G2
                   TO GOTFW51C-DT-MIGRACAO
              WHEN SQLCODE              EQUAL   +100
                 CONTINUE
              WHEN OTHER
                 MOVE 16                TO      GOTFW000-COD-RETORNO
                 MOVE 'ER13'            TO      GOTFW000-COD-ERRO
                 MOVE 'GOTF9999'        TO      GOTFW000-COD-MENSAGEM
                 SET DB2-SELECT         TO      TRUE
                 MOVE 'TMIGR_CONTA_TARIF'
                                        TO      FRWKGDB2-NOME-TABELA
                 PERFORM 9200-TRATAR-ERRO-DB2
           END-EVALUATE.

      *----------------------------------------------------------------*
       4600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-LER-VINCULADOS             SECTION.
      *----------------------------------------------------------------*
           MOVE '5000-LER-VINCULADOS'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE ZEROS                   TO      GOTFW51C-QTD-VINCULADOS.
           MOVE SPACES                  TO      GOTFW51C-DT-BAIXA
                                                GOTFW51C-DT-RECUP.
           MOVE ZEROS                   TO      GOTFW51C-VVALOR-BAIXA
                                                GOTFW51C-VVALOR-RECUP.

           MOVE GOTFW51C-NMOVTO-EVNTO-TARIF
                                        TO      WRK-NMOVTO-EDIT.
                 , :GOTFB0B7.CJUSTF-EVNTO-TARIF
                 , :GOTFB0B7.VVALOR-COBR-TARIF
                 , :GOTFB0B7.CSIT-EVNTO-TARIF
                 , :GOTFB0B7.CSIT-REEMB-TARIF
                 , :WRK-DT-REEMB
           END-EXEC.

           IF  SQLCODE                  NOT EQUAL ZEROS AND +100
             TO GOTFW51C-VINC-VVALOR(WRK-IDX).
           MOVE CSIT-EVNTO-TARIF   OF GOTFB0B7
             TO GOTFW51C-VINC-CSIT-EVNTO(WRK-IDX).
           MOVE CSIT-REEMB-TARIF   OF GOTFB0B7
             TO GOTFW51C-VINC-CSIT-REEMB(WRK-IDX).
           MOVE WRK-DT-REEMB
             TO GOTFW51C-VINC-DT-REEMB(WRK-IDX).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * BAIXA POR ESGOTAMENTO E RECUPERACAO DA BAIXA: DATA E VALOR     *
      * TAMBEM NO GRUPO PROPRIO, PARA O ATENDIMENTO VER DE PRONTO O    *
      * PREJUIZO BAIXADO E O QUE JA VOLTOU                             *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EVALUATE CJUSTF-EVNTO-TARIF OF GOTFB0B7
              WHEN 'BAIX'
                 MOVE DRECEB-MOVTO-TARIF OF GOTFB0B7
                                        TO      GOTFW51C-DT-BAIXA
                 COMPUTE GOTFW51C-VVALOR-BAIXA =
                         VVALOR-COBR-TARIF OF GOTFB0B7 * -1
              WHEN 'RECP'
                 MOVE DRECEB-MOVTO-TARIF OF GOTFB0B7
                                        TO      GOTFW51C-DT-RECUP
                 ADD VVALOR-COBR-TARIF  OF GOTFB0B7
                                        TO      GOTFW51C-VVALOR-RECUP
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       5200-99-FIM.                    EXIT.
