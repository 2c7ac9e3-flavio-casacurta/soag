      *    GOTFW8JT - BOOK COMUNICACAO DA CONSULTA GOTF08JS            *
      *    GOTFW9JT - BOOK COMUNICACAO DO PEDIDO DE EXTRATO GOTF09JS   *
      *    GOTFW51C - BOOK COMUNICACAO DA VISAO 360 GOTF51JS           *
      *    GOTFW55C - BOOK COMUNICACAO DO CICLO DE COBRANCA GOTF55JS   *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TSESS_ATIVA_GAM           FRWKB992       *
      *                DB2PRD.TLIMITE_SESS_PERFIL       FRWKB991       *
      *                DB2PRD.TAUDIT_GAM                FRWKB996       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    GLOG1001 - GERENCIADOR DO GAM                               *
      *    GOTF08JS - CONSULTA PAGINADA DE EVENTOS DE TARIFA           *
      *    GOTF09JS - REGISTRO DE PEDIDO DE EXTRATO COMPLETO           *
      *    GOTF55JS - MANUTENCAO DO CICLO DE COBRANCA POR CLIENTE      *
      *    FRWK1999 - GRAVAR LOG DE ERRO P/ ONLINE                     *
      *----------------------------------------------------------------*
      *    FUNCOES (LNK-FUNCAO):                                       *
      *    'EX' - REGISTRO DE PEDIDO DE EXTRATO COMPLETO (GOTF09JS)    *
      *    'AP' - FILA DE DUPLA CUSTODIA DAS MANUTENCOES (GOTF48JS)    *
      *    'E3' - VISAO 360 DO EVENTO DE TARIFA (GOTF51JS)             *
      *    'CI' - MANUTENCAO DO CICLO DE COBRANCA POR CLIENTE          *
      *           (GOTF55JS)                                           *
      *    'EN' - ENCERRAMENTO (LOGOFF) DA SESSAO NO REGISTRO DE       *
      *           SESSOES ATIVAS                                       *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    OUT/2026 - HOMI - CRIACAO DO PROGRAMA.                      *
      *               POSTAGEM, REMESSA/RETORNO, REGUA DE COBRANCA,    *
      *               MANIFESTACAO E EVENTOS IRMAOS EM UMA COMMAREA),  *
      *               NO MESMO MOLDE DAS DEMAIS FUNCOES.               *
      *    ABR/2028 - HOMI - NOVA FUNCAO 'CI': DESPACHO PARA O GOTF55JS*
      *               (MANUTENCAO DO CICLO DE COBRANCA POR CLIENTE EM  *
      *               TCICLO_COBR_TARIF), NO MESMO MOLDE DAS DEMAIS    *
      *               FUNCOES; RETORNO 12 (RECUSA POR REGRA DE NEGOCIO)*
      *               NAO E TRATADO COMO ERRO DO MODULO.               *
      *    SET/2028 - HOMI - CONTROLE DE SESSOES SIMULTANEAS POR       *
      *               USUARIO: A CADA TRANSACAO A SESSAO E CONFERIDA   *
      *               NO REGISTRO TSESS_ATIVA_GAM (SESSAO JA ENCERRADA *
      *               E RECUSADA COM RETORNO 12); NO PRIMEIRO USO E    *
      *               APLICADO O LIMITE DO PERFIL (FRWKWAAA-TIPO-USUAR *
      *               EM TLIMITE_SESS_PERFIL), RECUSANDO A SESSAO NOVA *
      *               OU ENCERRANDO AS MAIS ANTIGAS DO USUARIO. INICIO,*
      *               FIM E RECUSA DE SESSAO SAO GRAVADOS NA TRILHA    *
      *               TAUDIT_GAM ('SI'/'SF'/'SR') E A SESSAO ENCERRADA *
      *               TEM A AREA LIBERADA NO GAM. NOVA FUNCAO 'EN'     *
      *               (LOGOFF).                                        *
      *    OUT/2028 - HOMI - O REGISTRO DA SESSAO GUARDA O TERMINAL    *
      *               (EIBTRMID) PARA A EXPORTACAO DE EVENTOS DE       *
      *               SEGURANCA.                                       *
      *================================================================*

      *================================================================*
           03  WRK-GOTF51JS-FRWKWAAA   PIC X(278).
       COPY GOTFW51C.

      *----------------------------------------------------------------*
      *  COMMAREA DE TRABALHO DO MODULO GOTF55JS                       *
      *----------------------------------------------------------------*
       01  WRK-GOTF55JS.
       COPY GOTFW000.
           03  WRK-GOTF55JS-FRWKWAAA   PIC X(278).
       COPY GOTFW55C.

      *----------------------------------------------------------------*
      *  CONTROLE DE SESSOES SIMULTANEAS POR USUARIO: REFERENCIA DE    *
      *  DATA/HORA PARA A EXPIRACAO, SESSOES VIVAS DO USUARIO (DA MAIS *
      *  ANTIGA PARA A MAIS NOVA) E DADOS DO ENCERRAMENTO EM CURSO     *
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-SESSOES.
           03  WRK-SESS-DT-REF         PIC  X(08) VALUE SPACES.
           03  WRK-SESS-HR-REF         PIC  X(06) VALUE SPACES.
           03  WRK-SESS-LIDA           PIC  X(32) VALUE SPACES.
           03  WRK-SESS-DT-EXPIRA      PIC  X(08) VALUE SPACES.
           03  WRK-SESS-HR-EXPIRA      PIC  X(06) VALUE SPACES.
           03  WRK-SESS-ENCERRAR       PIC  X(32) VALUE SPACES.
           03  WRK-SESS-MOTIVO-FIM     PIC  X(02) VALUE SPACES.
           03  WRK-SESS-USUAR-FIM      PIC  X(30) VALUE SPACES.
           03  WRK-SESS-FUNCAO-AUDIT   PIC  X(02) VALUE SPACES.
           03  WRK-QTD-SESS-VIVAS      PIC S9(04) COMP VALUE ZEROS.
           03  WRK-QTD-SESS-ENCERRAR   PIC S9(04) COMP VALUE ZEROS.
           03  WRK-IDX-SESS            PIC S9(04) COMP VALUE ZEROS.
           03  WRK-MAX-TAB-SESS        PIC S9(04) COMP VALUE +50.
           03  WRK-SW-EOF-SESSOES      PIC  X(01) VALUE 'N'.
               88  WRK-EOF-SESSOES                VALUE 'S'.
           03  WRK-TAB-SESSOES.
               05  WRK-TAB-SESS-ID     PIC  X(32) OCCURS 50 TIMES.

       01  WRK-SQLCODE-AUX             PIC S9(09) VALUE ZEROS.
       01  FILLER                      REDEFINES   WRK-SQLCODE-AUX.
           03  FILLER                  PIC  9(06).
           03  WRK-SQLCODE-9-3         PIC S9(03).

      *----------------------------------------------------------------*
      *  AREA DAS TABELAS DB2                                          *
      *----------------------------------------------------------------*
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE FRWKB991
           END-EXEC.

           EXEC SQL
               INCLUDE FRWKB992
           END-EXEC.

           EXEC SQL
               INCLUDE FRWKB996
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * SESSOES ATIVAS DO USUARIO, DA MAIS ANTIGA PARA A MAIS NOVA     *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CSRSS-FRWKB992 CURSOR FOR
                SELECT CSESS_FRWK
                     , DT_EXPIRA_SESSAO
                     , HR_EXPIRA_SESSAO
                  FROM DB2PRD.TSESS_ATIVA_GAM
                 WHERE CUSUAR_SESSAO = :FRWKB992.CUSUAR-SESSAO
                   AND IN_ATIVA      = 'S'
                 ORDER BY DT_INICIO_SESSAO
                        , HR_INICIO_SESSAO
           END-EXEC.

       77  FILLER                      PIC  X(50)  VALUE
           '*** FIM DA WORKING-STORAGE SECTION             ***'.

                   88  LNK-FUNCAO-EXTRATO          VALUE 'EX'.
                   88  LNK-FUNCAO-APROVACAO        VALUE 'AP'.
                   88  LNK-FUNCAO-EVENTO360        VALUE 'E3'.
                   88  LNK-FUNCAO-CICLO            VALUE 'CI'.
                   88  LNK-FUNCAO-ENCERRAR         VALUE 'EN'.
           COPY GOTFW8JT.
           COPY GOTFW9JT.
           COPY GOTFW48C.
           COPY GOTFW51C.
           COPY GOTFW55C.

      *================================================================*
       PROCEDURE                       DIVISION.
                   PERFORM 2300-CHAMAR-GOTF48JS
               WHEN LNK-FUNCAO-EVENTO360
                   PERFORM 2500-CHAMAR-GOTF51JS
               WHEN LNK-FUNCAO-CICLO
                   PERFORM 2600-CHAMAR-GOTF55JS
               WHEN LNK-FUNCAO-ENCERRAR
                   PERFORM 2700-ENCERRAR-SESSAO
               WHEN OTHER
                   MOVE '0000-MAIN'    TO WRK-PARAGRAFO
                   MOVE 16             TO IMAGW00C-COD-RETORNO

           PERFORM 1100-CARREGAR-SESSAO-GAM.

           IF  NOT LNK-FUNCAO-ENCERRAR
               PERFORM 1200-CONTROLAR-SESSAO-ATIVA
           END-IF.

      *----------------------------------------------------------------*
       1000-99-EXIT. EXIT.
      *----------------------------------------------------------------*
       1100-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * CONTROLE DE SESSOES SIMULTANEAS POR USUARIO. A SESSAO JA       *
      * REGISTRADA E ATIVA SO TEM O ULTIMO ACESSO ATUALIZADO; A SESSAO *
      * ENCERRADA (LOGOFF, SUBSTITUIDA OU DERRUBADA PELO OPERADOR) E   *
      * RECUSADA COM RETORNO 12; A SESSAO AINDA NAO REGISTRADA E UM    *
      * LOGIN NOVO E PASSA PELO LIMITE DO PERFIL                       *
      *----------------------------------------------------------------*
       1200-CONTROLAR-SESSAO-ATIVA     SECTION.
      *----------------------------------------------------------------*

           MOVE '1200-CONTROLAR-SESSAO-ATIVA'
                                        TO WRK-PARAGRAFO.

           PERFORM 90700-VALIDAR-SESSAO.

           MOVE WRK-DT-ATUAL            TO WRK-SESS-DT-REF.
           MOVE WRK-HR-ATUAL            TO WRK-SESS-HR-REF.

           INITIALIZE FRWKB992.
           MOVE FRWKWAAA-CSESS-FRWK     TO CSESS-FRWK OF FRWKB992.

           EXEC SQL
                SELECT IN_ATIVA
                     , CMOTIVO_FIM
                  INTO :FRWKB992.IN-ATIVA
                     , :FRWKB992.CMOTIVO-FIM
                  FROM DB2PRD.TSESS_ATIVA_GAM
                 WHERE CSESS_FRWK = :FRWKB992.CSESS-FRWK
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE             EQUAL ZEROS
                AND SESSAO-ATIVA
                   PERFORM 1210-ATUALIZAR-ACESSO
               WHEN SQLCODE             EQUAL ZEROS
                   MOVE 12              TO IMAGW00C-COD-RETORNO
                                           OF DFHCOMMAREA
                   MOVE 'ER10'          TO IMAGW00C-COD-ERRO
                                           OF DFHCOMMAREA
                   MOVE 'GOTF9966'      TO IMAGW00C-COD-MENSAGEM
                                           OF DFHCOMMAREA
                   PERFORM 3000-FINALIZAR
               WHEN SQLCODE             EQUAL +100
                   PERFORM 1220-REGISTRAR-SESSAO
               WHEN OTHER
                   MOVE 'ER12'          TO IMAGW00C-COD-ERRO
                                           OF DFHCOMMAREA
                   SET DB2-SELECT       TO TRUE
                   MOVE 'TSESS_ATIVA_GAM'
                                        TO FRWKGDB2-NOME-TABELA
                   PERFORM 1299-TRATAR-ERRO-DB2
           END-EVALUATE.

      *----------------------------------------------------------------*
       1200-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * SESSAO ATIVA: REGISTRA O ULTIMO ACESSO E A EXPIRACAO CORRENTE  *
      * DO BLOCO FRWKWAAA (O GAM PODE TER PRORROGADO A SESSAO)         *
      *----------------------------------------------------------------*
       1210-ATUALIZAR-ACESSO           SECTION.
      *----------------------------------------------------------------*

           MOVE '1210-ATUALIZAR-ACESSO' TO WRK-PARAGRAFO.

           MOVE FRWKWAAA-DT-EXPIRA      TO DT-EXPIRA-SESSAO OF FRWKB992.
           MOVE FRWKWAAA-HR-EXPIRA      TO HR-EXPIRA-SESSAO OF FRWKB992.

           EXEC SQL
                UPDATE DB2PRD.TSESS_ATIVA_GAM
                   SET DT_ULT_ACESSO    = CHAR(CURRENT DATE, ISO),
                       HR_ULT_ACESSO    = CHAR(CURRENT TIME, ISO),
                       DT_EXPIRA_SESSAO = :FRWKB992.DT-EXPIRA-SESSAO,
                       HR_EXPIRA_SESSAO = :FRWKB992.HR-EXPIRA-SESSAO
                 WHERE CSESS_FRWK       = :FRWKB992.CSESS-FRWK
                   AND IN_ATIVA         = 'S'
           END-EXEC.

           IF  SQLCODE                  NOT EQUAL ZEROS
           AND SQLCODE                  NOT EQUAL +100
               MOVE 'ER13'              TO IMAGW00C-COD-ERRO
                                           OF DFHCOMMAREA
               SET DB2-UPDATE           TO TRUE
               MOVE 'TSESS_ATIVA_GAM'   TO FRWKGDB2-NOME-TABELA
               PERFORM 1299-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       1210-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * PRIMEIRO USO DA SESSAO (LOGIN): LEVANTA AS SESSOES VIVAS DO    *
      * USUARIO (ENCERRANDO AS JA EXPIRADAS) E APLICA O LIMITE DO      *
      * PERFIL: 'R' RECUSA A SESSAO NOVA; 'E' ENCERRA AS MAIS ANTIGAS  *
      * ATE CABER A NOVA. PERFIL SEM LIMITE SO REGISTRA A SESSAO       *
      *----------------------------------------------------------------*
       1220-REGISTRAR-SESSAO           SECTION.
      *----------------------------------------------------------------*

           MOVE '1220-REGISTRAR-SESSAO' TO WRK-PARAGRAFO.

           PERFORM 1230-OBTER-LIMITE-PERFIL.

           PERFORM 1240-LEVANTAR-SESSOES-USUARIO.

           IF  QTD-MAX-SESSOES OF FRWKB991
                                        GREATER THAN ZEROS
           AND WRK-QTD-SESS-VIVAS       NOT LESS THAN
               QTD-MAX-SESSOES OF FRWKB991
               IF  EXCESSO-ENCERRA
                   COMPUTE WRK-QTD-SESS-ENCERRAR =
                           WRK-QTD-SESS-VIVAS
                         - QTD-MAX-SESSOES OF FRWKB991 + 1
                   IF  WRK-QTD-SESS-ENCERRAR GREATER THAN
                       WRK-MAX-TAB-SESS
                       MOVE WRK-MAX-TAB-SESS
                                        TO WRK-QTD-SESS-ENCERRAR
                   END-IF
                   PERFORM 1250-ENCERRAR-MAIS-ANTIGA
                      VARYING WRK-IDX-SESS FROM 1 BY 1
                        UNTIL WRK-IDX-SESS GREATER THAN
                              WRK-QTD-SESS-ENCERRAR
               ELSE
                   PERFORM 1260-RECUSAR-SESSAO-NOVA
               END-IF
           END-IF.

           PERFORM 1270-INCLUIR-SESSAO.

      *----------------------------------------------------------------*
       1220-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * LIMITE DE SESSOES SIMULTANEAS DO PERFIL DO USUARIO. PERFIL SEM *
      * LINHA EM TLIMITE_SESS_PERFIL NAO TEM LIMITE                    *
      *----------------------------------------------------------------*
       1230-OBTER-LIMITE-PERFIL        SECTION.
      *----------------------------------------------------------------*

           MOVE '1230-OBTER-LIMITE-PERFIL'
                                        TO WRK-PARAGRAFO.

           INITIALIZE FRWKB991.
           MOVE FRWKWAAA-TIPO-USUAR     TO CTIPO-USUAR OF FRWKB991.

           EXEC SQL
                SELECT QTD_MAX_SESSOES
                     , IN_ACAO_EXCESSO
                  INTO :FRWKB991.QTD-MAX-SESSOES
                     , :FRWKB991.IN-ACAO-EXCESSO
                  FROM DB2PRD.TLIMITE_SESS_PERFIL
                 WHERE CTIPO_USUAR = :FRWKB991.CTIPO-USUAR
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE             EQUAL ZEROS
                   CONTINUE
               WHEN SQLCODE             EQUAL +100
                   MOVE ZEROS           TO QTD-MAX-SESSOES OF FRWKB991
               WHEN OTHER
                   MOVE 'ER14'          TO IMAGW00C-COD-ERRO
                                           OF DFHCOMMAREA
                   SET DB2-SELECT       TO TRUE
                   MOVE 'TLIMITE_SESS_PERFIL'
                                        TO FRWKGDB2-NOME-TABELA
                   PERFORM 1299-TRATAR-ERRO-DB2
           END-EVALUATE.

      *----------------------------------------------------------------*
       1230-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * PERCORRE AS SESSOES ATIVAS DO USUARIO: AS EXPIRADAS SAO        *
      * ENCERRADAS COM MOTIVO 'EX'; AS VIVAS SAO CONTADAS E GUARDADAS  *
      * DA MAIS ANTIGA PARA A MAIS NOVA                                *
      *----------------------------------------------------------------*
       1240-LEVANTAR-SESSOES-USUARIO   SECTION.
      *----------------------------------------------------------------*

           MOVE '1240-LEVANTAR-SESSOES-USUARIO'
                                        TO WRK-PARAGRAFO.

           MOVE FRWKWAAA-CAUTEN-SEGRC   TO CUSUAR-SESSAO OF FRWKB992.
           MOVE ZEROS                   TO WRK-QTD-SESS-VIVAS.
           MOVE SPACES                  TO WRK-TAB-SESSOES.
           MOVE 'N'                     TO WRK-SW-EOF-SESSOES.

           EXEC SQL
                OPEN CSRSS-FRWKB992
           END-EXEC.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 'ER15'              TO IMAGW00C-COD-ERRO
                                           OF DFHCOMMAREA
               SET DB2-OPEN             TO TRUE
               MOVE 'TSESS_ATIVA_GAM'   TO FRWKGDB2-NOME-TABELA
               PERFORM 1299-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 1245-LER-SESSAO-USUARIO
             UNTIL WRK-EOF-SESSOES.

           EXEC SQL
                CLOSE CSRSS-FRWKB992
           END-EXEC.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 'ER16'              TO IMAGW00C-COD-ERRO
                                           OF DFHCOMMAREA
               SET DB2-CLOSE            TO TRUE
               MOVE 'TSESS_ATIVA_GAM'   TO FRWKGDB2-NOME-TABELA
               PERFORM 1299-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       1240-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1245-LER-SESSAO-USUARIO         SECTION.
      *----------------------------------------------------------------*

           MOVE '1245-LER-SESSAO-USUARIO'
                                        TO WRK-PARAGRAFO.

           EXEC SQL
                FETCH CSRSS-FRWKB992 INTO
                   :WRK-SESS-LIDA
                 , :WRK-SESS-DT-EXPIRA
                 , :WRK-SESS-HR-EXPIRA
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE             EQUAL +100
                   SET WRK-EOF-SESSOES  TO TRUE
               WHEN SQLCODE             NOT EQUAL ZEROS
                   MOVE 'ER17'          TO IMAGW00C-COD-ERRO
                                           OF DFHCOMMAREA
                   SET DB2-FETCH        TO TRUE
                   MOVE 'TSESS_ATIVA_GAM'
                                        TO FRWKGDB2-NOME-TABELA
                   PERFORM 1299-TRATAR-ERRO-DB2
               WHEN WRK-SESS-DT-EXPIRA  LESS THAN WRK-SESS-DT-REF
                 OR (WRK-SESS-DT-EXPIRA EQUAL WRK-SESS-DT-REF
                AND WRK-SESS-HR-EXPIRA  LESS THAN WRK-SESS-HR-REF)
                   MOVE WRK-SESS-LIDA   TO WRK-SESS-ENCERRAR
                   MOVE 'EX'            TO WRK-SESS-MOTIVO-FIM
                   MOVE WRK-PROGRAM     TO WRK-SESS-USUAR-FIM
                   PERFORM 1280-ENCERRAR-SESSAO
               WHEN OTHER
                   ADD 1                TO WRK-QTD-SESS-VIVAS
                   IF  WRK-QTD-SESS-VIVAS NOT GREATER THAN
                       WRK-MAX-TAB-SESS
                       MOVE WRK-SESS-LIDA
                         TO WRK-TAB-SESS-ID (WRK-QTD-SESS-VIVAS)
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
       1245-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * PERFIL COM ACAO 'E': A SESSAO MAIS ANTIGA DO USUARIO E         *
      * ENCERRADA COM MOTIVO 'SU' (SUBSTITUIDA PELA SESSAO NOVA)       *
      *----------------------------------------------------------------*
       1250-ENCERRAR-MAIS-ANTIGA       SECTION.
      *----------------------------------------------------------------*

           MOVE '1250-ENCERRAR-MAIS-ANTIGA'
                                        TO WRK-PARAGRAFO.

           MOVE WRK-TAB-SESS-ID (WRK-IDX-SESS)
                                        TO WRK-SESS-ENCERRAR.
           MOVE 'SU'                    TO WRK-SESS-MOTIVO-FIM.
           MOVE FRWKWAAA-CAUTEN-SEGRC   TO WRK-SESS-USUAR-FIM.

           PERFORM 1280-ENCERRAR-SESSAO.

      *----------------------------------------------------------------*
       1250-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * PERFIL COM ACAO 'R': A SESSAO NOVA E RECUSADA (RETORNO 12), A  *
      * RECUSA VAI PARA A TRILHA DO GAM ('SR') E A AREA DA SESSAO      *
      * RECUSADA E LIBERADA                                            *
      *----------------------------------------------------------------*
       1260-RECUSAR-SESSAO-NOVA        SECTION.
      *----------------------------------------------------------------*

           MOVE '1260-RECUSAR-SESSAO-NOVA'
                                        TO WRK-PARAGRAFO.

           MOVE FRWKWAAA-CSESS-FRWK     TO WRK-SESS-ENCERRAR.
           MOVE 'SR'                    TO WRK-SESS-FUNCAO-AUDIT.
           MOVE FRWKWAAA-CAUTEN-SEGRC   TO WRK-SESS-USUAR-FIM.

           PERFORM 1285-GRAVAR-AUDITORIA-SESSAO.

           PERFORM 1290-LIBERAR-AREA-GAM.

           MOVE 12                      TO IMAGW00C-COD-RETORNO
                                           OF DFHCOMMAREA.
           MOVE 'ER11'                  TO IMAGW00C-COD-ERRO
                                           OF DFHCOMMAREA.
           MOVE 'GOTF9965'              TO IMAGW00C-COD-MENSAGEM
                                           OF DFHCOMMAREA.

           PERFORM 3000-FINALIZAR.

      *----------------------------------------------------------------*
       1260-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * INCLUI A SESSAO NOVA NO REGISTRO E GRAVA O INICIO ('SI') NA    *
      * TRILHA DO GAM                                                  *
      *----------------------------------------------------------------*
       1270-INCLUIR-SESSAO             SECTION.
      *----------------------------------------------------------------*

           MOVE '1270-INCLUIR-SESSAO'   TO WRK-PARAGRAFO.

           MOVE FRWKWAAA-CSESS-FRWK     TO CSESS-FRWK OF FRWKB992.
           MOVE FRWKWAAA-CAUTEN-SEGRC   TO CUSUAR-SESSAO OF FRWKB992.
           MOVE FRWKWAAA-TIPO-USUAR     TO CTIPO-USUAR OF FRWKB992.
           MOVE FRWKWAAA-DEPENDENCIA-OPER
                                        TO CDEPEND-OPER OF FRWKB992.
           MOVE FRWKWAAA-DT-EXPIRA      TO DT-EXPIRA-SESSAO OF FRWKB992.
           MOVE FRWKWAAA-HR-EXPIRA      TO HR-EXPIRA-SESSAO OF FRWKB992.
           MOVE EIBTRMID                TO CTERMINAL OF FRWKB992.

           EXEC SQL
                INSERT INTO DB2PRD.TSESS_ATIVA_GAM
                     ( CSESS_FRWK
                     , CUSUAR_SESSAO
                     , CTIPO_USUAR
                     , CDEPEND_OPER
                     , DT_INICIO_SESSAO
                     , HR_INICIO_SESSAO
                     , DT_ULT_ACESSO
                     , HR_ULT_ACESSO
                     , DT_EXPIRA_SESSAO
                     , HR_EXPIRA_SESSAO
                     , IN_ATIVA
                     , DT_FIM_SESSAO
                     , HR_FIM_SESSAO
                     , CMOTIVO_FIM
                     , CUSUAR_FIM
                     , CTERMINAL )
                VALUES
                     ( :FRWKB992.CSESS-FRWK
                     , :FRWKB992.CUSUAR-SESSAO
                     , :FRWKB992.CTIPO-USUAR
                     , :FRWKB992.CDEPEND-OPER
                     , CHAR(CURRENT DATE, ISO)
                     , CHAR(CURRENT TIME, ISO)
                     , CHAR(CURRENT DATE, ISO)
                     , CHAR(CURRENT TIME, ISO)
                     , :FRWKB992.DT-EXPIRA-SESSAO
                     , :FRWKB992.HR-EXPIRA-SESSAO
                     , 'S'
                     , ' '
                     , ' '
                     , ' '
                     , ' '
                     , :FRWKB992.CTERMINAL )
           END-EXEC.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 'ER18'              TO IMAGW00C-COD-ERRO
                                           OF DFHCOMMAREA
               SET DB2-INSERT           TO TRUE
               MOVE 'TSESS_ATIVA_GAM'   TO FRWKGDB2-NOME-TABELA
               PERFORM 1299-TRATAR-ERRO-DB2
           END-IF.

           MOVE FRWKWAAA-CSESS-FRWK     TO WRK-SESS-ENCERRAR.
           MOVE 'SI'                    TO WRK-SESS-FUNCAO-AUDIT.
           MOVE FRWKWAAA-CAUTEN-SEGRC   TO WRK-SESS-USUAR-FIM.

           PERFORM 1285-GRAVAR-AUDITORIA-SESSAO.

      *----------------------------------------------------------------*
       1270-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ENCERRA NO REGISTRO A SESSAO DE WRK-SESS-ENCERRAR COM O MOTIVO *
      * E O RESPONSAVEL INFORMADOS, GRAVA O FIM ('SF') NA TRILHA DO    *
      * GAM E LIBERA A AREA DA SESSAO. SESSAO JA ENCERRADA POR OUTRA   *
      * TAREFA (+100) NAO E ERRO                                       *
      *----------------------------------------------------------------*
       1280-ENCERRAR-SESSAO            SECTION.
      *----------------------------------------------------------------*

           MOVE '1280-ENCERRAR-SESSAO'  TO WRK-PARAGRAFO.

           EXEC SQL
                UPDATE DB2PRD.TSESS_ATIVA_GAM
                   SET IN_ATIVA      = 'N',
                       DT_FIM_SESSAO = CHAR(CURRENT DATE, ISO),
                       HR_FIM_SESSAO = CHAR(CURRENT TIME, ISO),
                       CMOTIVO_FIM   = :WRK-SESS-MOTIVO-FIM,
                       CUSUAR_FIM    = :WRK-SESS-USUAR-FIM
                 WHERE CSESS_FRWK    = :WRK-SESS-ENCERRAR
                   AND IN_ATIVA      = 'S'
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE             EQUAL +100
                   CONTINUE
               WHEN SQLCODE             NOT EQUAL ZEROS
                   MOVE 'ER19'          TO IMAGW00C-COD-ERRO
                                           OF DFHCOMMAREA
                   SET DB2-UPDATE       TO TRUE
                   MOVE 'TSESS_ATIVA_GAM'
                                        TO FRWKGDB2-NOME-TABELA
                   PERFORM 1299-TRATAR-ERRO-DB2
               WHEN OTHER
                   MOVE 'SF'            TO WRK-SESS-FUNCAO-AUDIT
                   PERFORM 1285-GRAVAR-AUDITORIA-SESSAO
                   PERFORM 1290-LIBERAR-AREA-GAM
           END-EVALUATE.

      *----------------------------------------------------------------*
       1280-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * GRAVA NA TRILHA TAUDIT_GAM O EVENTO DE SESSAO DE WRK-SESS-     *
      * FUNCAO-AUDIT ('SI' INICIO; 'SF' FIM; 'SR' RECUSA) PARA A       *
      * SESSAO DE WRK-SESS-ENCERRAR, COM O USUARIO RESPONSAVEL E A     *
      * CORRELACAO DA TRANSACAO CORRENTE                               *
      *----------------------------------------------------------------*
       1285-GRAVAR-AUDITORIA-SESSAO    SECTION.
      *----------------------------------------------------------------*

           MOVE '1285-GRAVAR-AUDITORIA-SESSAO'
                                        TO WRK-PARAGRAFO.

           INITIALIZE FRWKB996.
           MOVE WRK-COD-CORRELACAO      TO CCOD-CORRELACAO OF FRWKB996.
           MOVE WRK-SESS-FUNCAO-AUDIT   TO CFUNCAO-GAM OF FRWKB996.
           MOVE WRK-SESS-ENCERRAR (1:16)
                                        TO CIDENT-AREA-GLOBAL
                                           OF FRWKB996.
           MOVE WRK-SESS-USUAR-FIM      TO CUSUAR-AUDIT OF FRWKB996.

           EXEC SQL
                INSERT INTO DB2PRD.TAUDIT_GAM
                     ( DT_AUDIT
                     , HR_AUDIT
                     , CCOD_CORRELACAO
                     , NPROT_GLAQ
                     , CFUNCAO_GAM
                     , CIDENT_AREA_GLOBAL
                     , CUSUAR_AUDIT )
                VALUES
                     ( CHAR(CURRENT DATE, ISO)
                     , CHAR(CURRENT TIME, ISO)
                     , :FRWKB996.CCOD-CORRELACAO
                     , :FRWKB996.NPROT-GLAQ
                     , :FRWKB996.CFUNCAO-GAM
                     , :FRWKB996.CIDENT-AREA-GLOBAL
                     , :FRWKB996.CUSUAR-AUDIT )
           END-EXEC.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 'ER20'              TO IMAGW00C-COD-ERRO
                                           OF DFHCOMMAREA
               SET DB2-INSERT           TO TRUE
               MOVE 'TAUDIT_GAM'        TO FRWKGDB2-NOME-TABELA
               PERFORM 1299-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       1285-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * LIBERA NO GAM (GLOG1001, FUNCAO 'LI') O BLOCO FRWKWAAA DA      *
      * SESSAO ENCERRADA, COM A TRILHA DE LIBERACAO DO FRWKEL04. A     *
      * AREA PODE JA TER SIDO LIBERADA PELO PROPRIO GAM (SESSAO        *
      * EXPIRADA): O RETORNO NAO INTERROMPE A TRANSACAO, POIS O        *
      * REGISTRO DE SESSOES JA RECUSA A SESSAO ENCERRADA               *
      *----------------------------------------------------------------*
       1290-LIBERAR-AREA-GAM           SECTION.
      *----------------------------------------------------------------*

           MOVE '1290-LIBERAR-AREA-GAM' TO WRK-PARAGRAFO.

           INITIALIZE FRWKEL04-BLOCO-RETORNO.
           MOVE WRK-SESS-ENCERRAR (1:16)
                                        TO FRWKEL04-IDENT-AREA-GLOBAL.
           SET  FRWKEL04-FUN-LIBERAR    TO TRUE.
           SET  FRWKEL04-PERM-ATUALIZAR TO TRUE.
           SET  FRWKEL04-IND-BL-PERS    TO TRUE.
           MOVE 'FRWKWAAA'              TO FRWKEL04-ID-BLOCO.
           MOVE ZEROS                   TO FRWKEL04-TAM-BLOCO.
           MOVE WRK-DT-ATUAL            TO FRWKEL04-AUD-DATA.
           MOVE WRK-HR-ATUAL            TO FRWKEL04-AUD-HORA.
           MOVE WRK-SESS-ENCERRAR (1:16)
                                        TO FRWKEL04-AUD-IDENT-AREA.

           EXEC CICS LINK PROGRAM  ('GLOG1001')
                          COMMAREA (WRK-COPY-GAM)
                          LENGTH   (LENGTH OF WRK-COPY-GAM)
                          NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               CONTINUE
           END-IF.

      *----------------------------------------------------------------*
       1290-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ERRO DE DB2 NO CONTROLE DE SESSOES: COMPLETA O BLOCO FRWKGDB2  *
      * (TABELA E COMANDO JA INFORMADOS PELA SECAO CHAMADORA) E GRAVA  *
      * O LOG DE ERRO                                                  *
      *----------------------------------------------------------------*
       1299-TRATAR-ERRO-DB2            SECTION.
      *----------------------------------------------------------------*

           MOVE 16                      TO IMAGW00C-COD-RETORNO
                                           OF DFHCOMMAREA.
           MOVE 'GOTF9999'              TO IMAGW00C-COD-MENSAGEM
                                           OF DFHCOMMAREA.
           MOVE WRK-PARAGRAFO (1:16)    TO FRWKGDB2-LOCAL.
           MOVE SQLSTATE                TO FRWKGDB2-SQLSTATE.
           MOVE SQLCA                   TO FRWKGDB2-SQLCA.
           MOVE SQLCODE                 TO WRK-SQLCODE-AUX.
           MOVE WRK-SQLCODE-9-3         TO FRWKGDB2-SQLCODE2.
           SET ERRO-DB2                 TO TRUE.
           PERFORM 91000-API-ERROR.

      *----------------------------------------------------------------*
       1299-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * DESPACHO PARA O MODULO DE CONSULTA PAGINADA GOTF08JS, COM      *
      * VALIDACAO DE SESSAO, RETENTATIVA DE SYSBUSY E CAPTURA DE       *
       2520-EXECUTAR-LINK-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * CICLO DE COBRANCA POR CLIENTE: O RETORNO 12 (RECUSA POR REGRA  *
      * DE NEGOCIO, COM O MOTIVO NA COMMAREA) VOLTA AO FRONT-END COMO  *
      * O 90 DA PERMISSAO NEGADA, SEM GRAVAR LOG DE ERRO               *
      *----------------------------------------------------------------*
       2600-CHAMAR-GOTF55JS            SECTION.
      *----------------------------------------------------------------*

           MOVE '2600-CHAMAR-GOTF55JS'  TO WRK-PARAGRAFO.

           PERFORM 90700-VALIDAR-SESSAO.

           MOVE FRWKWAAA-FLAG-PERFORMANCE
                                        TO WRK-SW-CAPTURA-PERFORMANCE.

           INITIALIZE GOTFW000-BLOCO-RETORNO OF WRK-GOTF55JS.

           MOVE 'GOTF55JS'              TO WRK-MODULO.

           MOVE WRK-AREA-FRWKWAAA       TO WRK-GOTF55JS-FRWKWAAA.

           MOVE GOTFW55C OF LNK-GOTF38JL
             TO GOTFW55C OF WRK-GOTF55JS.

           MOVE ZEROS                   TO WRK-CONT-RETRY-LINK.

           PERFORM 2620-EXECUTAR-LINK THRU 2620-EXECUTAR-LINK-EXIT
              WITH TEST AFTER
              UNTIL EIBRESP EQUAL DFHRESP(NORMAL)
                 OR EIBRESP NOT EQUAL DFHRESP(SYSBUSY)
                 OR WRK-CONT-RETRY-LINK GREATER THAN WRK-MAX-RETRY-LINK.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 16                  TO IMAGW00C-COD-RETORNO
                                           OF DFHCOMMAREA
               MOVE 'ER09'              TO IMAGW00C-COD-ERRO
                                           OF DFHCOMMAREA
               MOVE 'GOTF9999'          TO IMAGW00C-COD-MENSAGEM
                                           OF DFHCOMMAREA
               SET ERRO-CICS            TO TRUE
               PERFORM 91000-API-ERROR
           END-IF.

           MOVE GOTFW55C OF WRK-GOTF55JS
             TO GOTFW55C OF LNK-GOTF38JL.

           MOVE GOTFW000-COD-RETORNO OF WRK-GOTF55JS
             TO IMAGW00C-COD-RETORNO   OF DFHCOMMAREA.
           MOVE GOTFW000-COD-ERRO    OF WRK-GOTF55JS
             TO IMAGW00C-COD-ERRO      OF DFHCOMMAREA.
           MOVE GOTFW000-COD-MENSAGEM OF WRK-GOTF55JS
             TO IMAGW00C-COD-MENSAGEM  OF DFHCOMMAREA.

           IF  GOTFW000-COD-RETORNO OF WRK-GOTF55JS GREATER THAN 8
               AND GOTFW000-COD-RETORNO OF WRK-GOTF55JS
                                        NOT EQUAL TO 12
               AND GOTFW000-COD-RETORNO OF WRK-GOTF55JS
                                        NOT EQUAL TO 90
               MOVE 'GOTF55JS'          TO WRK-MODULO
               MOVE GOTFW000-COD-RETORNO OF WRK-GOTF55JS
                 TO FRWKGMOD-COD-RETORNO
               SET ERRO-MODULO          TO TRUE
               PERFORM 91000-API-ERROR
           END-IF.

      *----------------------------------------------------------------*
       2600-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * EXECUTA O EXEC CICS LINK COM O GOTF55JS; SYSBUSY E RETENTADO   *
      * ATE WRK-MAX-RETRY-LINK VEZES ANTES DE SER TRATADO COMO ERRO    *
      * DE CICS                                                        *
      *----------------------------------------------------------------*
       2620-EXECUTAR-LINK              SECTION.
      *----------------------------------------------------------------*

           ADD 1                        TO WRK-CONT-RETRY-LINK.
           IF CAPTURA-PERFORMANCE-ATIVA
              EXEC CICS ASKTIME ABSTIME(WRK-TIME-INICIO) END-EXEC
           END-IF.
           EXEC CICS LINK              PROGRAM (WRK-MODULO)
                                       COMMAREA(WRK-GOTF55JS)
                                       LENGTH  (LENGTH OF WRK-GOTF55JS)
                                       NOHANDLE
           END-EXEC.
           IF CAPTURA-PERFORMANCE-ATIVA
              EXEC CICS ASKTIME ABSTIME(WRK-TIME-FIM) END-EXEC
              COMPUTE WRK-TEMPO-DECORRIDO-MS =
                      WRK-TIME-FIM - WRK-TIME-INICIO
              PERFORM 91500-API-PERFORMANCE
           END-IF.
       2620-EXECUTAR-LINK-EXIT. EXIT.
      *----------------------------------------------------------------*


      *----------------------------------------------------------------*
      * LOGOFF: ENCERRA A SESSAO NO REGISTRO (MOTIVO 'LO'), GRAVA O    *
      * FIM NA TRILHA DO GAM E LIBERA A AREA DA SESSAO                 *
      *----------------------------------------------------------------*
       2700-ENCERRAR-SESSAO            SECTION.
      *----------------------------------------------------------------*

           MOVE '2700-ENCERRAR-SESSAO'  TO WRK-PARAGRAFO.

           EXEC CICS ASKTIME ABSTIME(WRK-TIME-ATUAL) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WRK-TIME-ATUAL)
                                YYYYMMDD(WRK-DT-ATUAL)
                                TIME(WRK-HR-ATUAL)
           END-EXEC.

           MOVE FRWKWAAA-CSESS-FRWK     TO WRK-SESS-ENCERRAR.
           MOVE 'LO'                    TO WRK-SESS-MOTIVO-FIM.
           MOVE FRWKWAAA-CAUTEN-SEGRC   TO WRK-SESS-USUAR-FIM.

           PERFORM 1280-ENCERRAR-SESSAO.

           MOVE ZEROS                   TO IMAGW00C-COD-RETORNO
                                           OF DFHCOMMAREA.
           MOVE SPACES                  TO IMAGW00C-COD-ERRO
                                           OF DFHCOMMAREA.
           MOVE SPACES                  TO IMAGW00C-COD-MENSAGEM
                                           OF DFHCOMMAREA.

      *----------------------------------------------------------------*
       2700-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
