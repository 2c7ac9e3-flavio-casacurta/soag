      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. FRWK53JS.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  FRWK53JS                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  SETEMBRO/2028                                *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  CONSOLE DE SESSOES ATIVAS POR USUARIO:       *
      *                   TRANSACAO CICS DE OPERACAO QUE MOSTRA AS     *
      *                   SESSOES ATIVAS DE UM USUARIO NO REGISTRO     *
      *                   TSESS_ATIVA_GAM (MANTIDO PELO COORDENADOR)   *
      *                   E, COMO ACAO RESTRITA, ENCERRA A FORCA AS    *
      *                   SESSOES DO USUARIO (OU UMA SESSAO ESPECIFICA)*
      *                   COM MOTIVO 'FO', REGISTRANDO O OPERADOR DA   *
      *                   SESSAO CORRENTE NO REGISTRO E NA TRILHA DO   *
      *                   GAM (TAUDIT_GAM, FUNCAO 'SF') E LIBERANDO NO *
      *                   GAM A AREA DA SESSAO DERRUBADA. A PROXIMA    *
      *                   TRANSACAO DA SESSAO DERRUBADA E RECUSADA     *
      *                   PELO COORDENADOR.                            *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    FRWKW000 - BOOK CONTROLE - COMUNICACAO ENTRE MODULOS        *
      *    FRWKW53C - BOOK COMUNICACAO DESTA TRANSACAO                 *
      *    FRWKWAAA - BLOCO DE SESSAO REPASSADO PELO COORDENADOR       *
      *    I#FRWK04 - COMMAREA DO GAM (GLOG1001) - PERMISSAO E         *
      *               LIBERACAO DA AREA DA SESSAO ENCERRADA            *
      *    I#FRWKGE - COMMAREA FRWK1999 - LOG DE ERRO                  *
      *    I#FRWKCI - AREA PARA FORMATACAO DE ERRO DE CICS             *
      *    I#FRWKDB - AREA PARA FORMATACAO DE ERRO DE DB2              *
      *    I#FRWKLI - AREA PARA FORMATACAO DE ERRO LIVRE               *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TSESS_ATIVA_GAM           FRWKB992       *
      *                DB2PRD.TAUDIT_GAM                FRWKB996       *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    SET/2028 - HOMI - CRIACAO DO PROGRAMA, NO MOLDE DO          *
      *               FRWK52JS: SO ACEITA LINK DO COORDENADOR          *
      *               FRWK38JL, VALIDA A EXPIRACAO DO BLOCO FRWKWAAA   *
      *               E CONFERE NO GAM (GLOG1001 / FRWKEL04) A         *
      *               PERMISSAO DE OPERACAO (ID-BLOCO FRWKOPER); O     *
      *               ENCERRAMENTO FORCADO EXIGE TAMBEM A PERMISSAO    *
      *               RESTRITA FRWKSESS.                               *
      *================================================================*

      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*

       SPECIAL-NAMES.
           DECIMAL-POINT               IS   COMMA.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

       77  FILLER                      PIC  X(50)  VALUE
           '*** INICIO DA WORKING-STORAGE SECTION         ****'.

       77  WRK-PROGRAM                 PIC  X(08)  VALUE  'FRWK53JS'.
       77  WRK-INVOKINGPROG            PIC  X(08)  VALUE  SPACES.

       01  WRK-IDX                     PIC S9(004) COMP    VALUE ZEROS.
       01  WRK-QTD-ENCERRADAS          PIC S9(004) COMP    VALUE ZEROS.

       01  WRK-SW-EOF-CURSOR           PIC  X(01)  VALUE 'N'.
           88  WRK-EOF-CURSOR                      VALUE 'S'.

       01  WRK-SESS-ENCERRAR           PIC  X(32)  VALUE SPACES.
       01  WRK-USUAR-OPERADOR          PIC  X(30)  VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CORRELACAO DA TRANSACAO PARA A TRILHA DO GAM (TAREFA + HORA)   *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-COD-CORRELACAO.
           05  WRK-COD-CORRELACAO-TASKN PIC 9(08)  VALUE ZEROS.
           05  WRK-COD-CORRELACAO-HORA  PIC 9(06)  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *            BLOCO DE INFORMACOES DA SESSAO                      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-AREA-FRWKWAAA.
           COPY FRWKWAAA.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *      CONTROLE DE VALIDACAO DE EXPIRACAO DE SESSAO              *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-TIME-ATUAL               PIC S9(15) COMP-3 VALUE ZEROS.
       01  WRK-DT-ATUAL                 PIC  9(08) VALUE ZEROS.
       01  WRK-HR-ATUAL                 PIC  9(06) VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *            COMMAREA DO GESTOR DAS AREAS DE MEMORIA             *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-COPY-GAM.
           COPY 'I#FRWK04'.

       01  WRK-SQLCODE-AUX              PIC S9(09) VALUE ZEROS.
       01  FILLER                      REDEFINES   WRK-SQLCODE-AUX.
         05  FILLER                    PIC  9(06).
         05  WRK-SQLCODE-9-3           PIC S9(03).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DO FRWK1999                           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-FRWK1999                PIC  X(08)  VALUE
           'FRWK1999'.

       01  WRK-AREA-ERRO.
           COPY 'I#FRWKGE'.
           05  WRK-BLOCO-INFO-ERRO.
             10 WRK-CHAR-INFO-ERRO     PIC  X(01) OCCURS 0 TO 30000
                                       TIMES DEPENDING ON
                                       FRWKGHEA-TAM-DADOS.

       01  WRK-AREA-ERRO-CICS.
           COPY 'I#FRWKCI'.

       01  WRK-AREA-ERRO-LIVRE.
           COPY 'I#FRWKLI'.

       01  WRK-AREA-ERRO-DB2.
           COPY 'I#FRWKDB'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DA TABELA DB2                         ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE FRWKB992
           END-EXEC.

           EXEC SQL
               INCLUDE FRWKB996
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * SESSOES ATIVAS DO USUARIO-ALVO, DA MAIS ANTIGA PARA A MAIS     *
      * NOVA                                                           *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CSRSS-FRWKB992 CURSOR FOR
                SELECT CSESS_FRWK
                     , CTIPO_USUAR
                     , CDEPEND_OPER
                     , DT_INICIO_SESSAO
                     , HR_INICIO_SESSAO
                     , DT_ULT_ACESSO
                     , HR_ULT_ACESSO
                     , DT_EXPIRA_SESSAO
                     , HR_EXPIRA_SESSAO
                  FROM DB2PRD.TSESS_ATIVA_GAM
                 WHERE CUSUAR_SESSAO = :FRWKB992.CUSUAR-SESSAO
                   AND IN_ATIVA      = 'S'
                 ORDER BY DT_INICIO_SESSAO
                        , HR_INICIO_SESSAO
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** FIM DA WORKING-STORAGE SECTION             ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*

       01  DFHCOMMAREA.
           02  LNK-FRWK53JS.
           COPY FRWKW000.
               03  LNK-AREA-FRWKWAAA.
           COPY FRWKWAAA.
           COPY FRWKW53C.

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           MOVE '0000-ROTINA-PRINCIPAL' TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 1000-INICIAR.

           EVALUATE FRWKW53C-FUNCAO
               WHEN 'L'
                   PERFORM 2000-LISTAR-SESSOES
               WHEN 'X'
                   PERFORM 1180-VALIDAR-ENCERRAMENTO
                   PERFORM 3000-ENCERRAR-SESSOES
               WHEN OTHER
                   MOVE 'FRWK9999'      TO      FRWKGLIV-COD-MENSAGEM
                   MOVE 'FUNCAO INVALIDA'
                                        TO      FRWKGLIV-PARAMETROS
                   MOVE 16              TO      FRWKW000-COD-RETORNO
                   MOVE 'ER04'          TO      FRWKW000-COD-ERRO
                   MOVE 'FRWK9999'      TO      FRWKW000-COD-MENSAGEM
                   PERFORM 9300-TRATAR-ERRO-LIVRE
           END-EVALUATE.

           PERFORM 9000-FINALIZAR.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIAR                    SECTION.
      *----------------------------------------------------------------*

           MOVE '1000-INICIAR'          TO      FRWKGHEA-IDEN-PARAGRAFO.

           INITIALIZE  FRWKGHEA-REGISTRO
                       FRWKGCIC-REGISTRO
                       FRWKGDB2-REGISTRO
                       FRWKGLIV-REGISTRO
                       FRWKW000-BLOCO-RETORNO
                       FRWKB992
                       FRWKB996.

           IF  EIBCALEN                 EQUAL   ZEROS
               MOVE 16                  TO      FRWKW000-COD-RETORNO
               MOVE 'ER01'              TO      FRWKW000-COD-ERRO
               MOVE 'FRWK9999'          TO      FRWKW000-COD-MENSAGEM
               MOVE 'EIBCALEN = ZERO'   TO      FRWKGCIC-COMANDO
               PERFORM 9100-TRATAR-ERRO-CICS
           END-IF.

           EXEC CICS ASSIGN INVOKINGPROG (WRK-INVOKINGPROG)
                     NOHANDLE
           END-EXEC.

           IF  WRK-INVOKINGPROG     NOT EQUAL   'FRWK38JL'
               MOVE 16                  TO      FRWKW000-COD-RETORNO
               MOVE 'ER02'              TO      FRWKW000-COD-ERRO
               MOVE 'FRWK9999'          TO      FRWKW000-COD-MENSAGEM
               MOVE 'CHAMADOR NAO AUTORIZADO'
                                        TO      FRWKGLIV-PARAMETROS
               PERFORM 9300-TRATAR-ERRO-LIVRE
           END-IF.

           MOVE FRWKWAAA-HEADER OF LNK-AREA-FRWKWAAA
             TO FRWKWAAA-HEADER OF WRK-AREA-FRWKWAAA.
           MOVE FRWKWAAA-REGISTRO OF LNK-AREA-FRWKWAAA
             TO FRWKWAAA-REGISTRO OF WRK-AREA-FRWKWAAA.

           PERFORM 1150-VALIDAR-SESSAO.

           PERFORM 1160-VALIDAR-PERMISSAO.

           IF  FRWKW53C-USUARIO-ALVO    EQUAL   SPACES
               MOVE 'FRWK9999'          TO      FRWKGLIV-COD-MENSAGEM
               MOVE 'USUARIO ALVO OBRIGATORIO'
                                        TO      FRWKGLIV-PARAMETROS
               MOVE 16                  TO      FRWKW000-COD-RETORNO
               MOVE 'ER07'              TO      FRWKW000-COD-ERRO
               MOVE 'FRWK9999'          TO      FRWKW000-COD-MENSAGEM
               PERFORM 9300-TRATAR-ERRO-LIVRE
           END-IF.

           MOVE FRWKW53C-USUARIO-ALVO   TO      CUSUAR-SESSAO
                                                OF FRWKB992.
           MOVE FRWKWAAA-CAUTEN-SEGRC OF WRK-AREA-FRWKWAAA
                                        TO      WRK-USUAR-OPERADOR.
           MOVE EIBTASKN                TO
                                        WRK-COD-CORRELACAO-TASKN.
           MOVE WRK-HR-ATUAL            TO      WRK-COD-CORRELACAO-HORA.
           MOVE ZEROS                   TO      FRWKW53C-NREG-QTDE
                                                FRWKW53C-QTD-ENCERRADAS.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * VALIDA A EXPIRACAO DA SESSAO RECEBIDA DO COORDENADOR, NO       *
      * MESMO CRITERIO DE 90700-VALIDAR-SESSAO DA ARQUITETURA          *
      *----------------------------------------------------------------*
       1150-VALIDAR-SESSAO             SECTION.
      *----------------------------------------------------------------*

           MOVE '1150-VALIDAR-SESSAO'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC CICS ASKTIME ABSTIME(WRK-TIME-ATUAL) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WRK-TIME-ATUAL)
                                YYYYMMDD(WRK-DT-ATUAL)
                                TIME(WRK-HR-ATUAL)
           END-EXEC.

           IF  FRWKWAAA-DT-EXPIRA OF WRK-AREA-FRWKWAAA
                                 LESS THAN WRK-DT-ATUAL
               OR (FRWKWAAA-DT-EXPIRA OF WRK-AREA-FRWKWAAA
                                 EQUAL WRK-DT-ATUAL
               AND FRWKWAAA-HR-EXPIRA OF WRK-AREA-FRWKWAAA
                                 LESS THAN WRK-HR-ATUAL)
               MOVE 16                  TO      FRWKW000-COD-RETORNO
               MOVE 'ER03'              TO      FRWKW000-COD-ERRO
               MOVE 'FRWK9998'          TO      FRWKW000-COD-MENSAGEM
               MOVE FRWKWAAA-CSESS-FRWK OF WRK-AREA-FRWKWAAA
                                        TO      FRWKGLIV-PARAMETROS
               MOVE FRWKWAAA-WINFO-DADOS-IDIOM OF WRK-AREA-FRWKWAAA
                                        TO      FRWKGLIV-IDIOMA
               PERFORM 9300-TRATAR-ERRO-LIVRE
           END-IF.

      *----------------------------------------------------------------*
       1150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * CONFERE NO GAM (GLOG1001) A PERMISSAO DE OPERACAO DA SESSAO    *
      * (FRWKEL04, ID-BLOCO FRWKOPER): PERFIL SEM DIREITO RECEBE A     *
      * RECUSA ESTRUTURADA (RETORNO 90)                                *
      *----------------------------------------------------------------*
       1160-VALIDAR-PERMISSAO          SECTION.
      *----------------------------------------------------------------*

           MOVE '1160-VALIDAR-PERMISSAO' TO     FRWKGHEA-IDEN-PARAGRAFO.

           INITIALIZE FRWKEL04-BLOCO-RETORNO.
           MOVE FRWKWAAA-CSESS-FRWK OF WRK-AREA-FRWKWAAA (1:16)
                                        TO FRWKEL04-IDENT-AREA-GLOBAL.
           SET  FRWKEL04-FUN-CONSULTAR  TO      TRUE.
           SET  FRWKEL04-PERM-CONSULTAR TO      TRUE.
           SET  FRWKEL04-IND-BL-AUTORIZ TO      TRUE.
           MOVE 'FRWKOPER'              TO      FRWKEL04-ID-BLOCO.
           MOVE ZEROS                   TO      FRWKEL04-TAM-BLOCO.

           EXEC CICS LINK PROGRAM  ('GLOG1001')
                          COMMAREA (WRK-COPY-GAM)
                          LENGTH   (LENGTH OF WRK-COPY-GAM)
                          NOHANDLE
           END-EXEC.

           IF  EIBRESP                  NOT EQUAL DFHRESP(NORMAL)
               MOVE 16                  TO      FRWKW000-COD-RETORNO
               MOVE 'ER05'              TO      FRWKW000-COD-ERRO
               MOVE 'FRWK9999'          TO      FRWKW000-COD-MENSAGEM
               MOVE 'LINK GLOG1001'     TO      FRWKGCIC-COMANDO
               MOVE EIBRESP             TO      FRWKGCIC-RESP
               PERFORM 9100-TRATAR-ERRO-CICS
           END-IF.

           IF  FRWKEL04-RETORNO-PERM-NEGADA
               MOVE 90                  TO      FRWKW000-COD-RETORNO
               MOVE 'ER90'              TO      FRWKW000-COD-ERRO
               MOVE 'FRWK9990'          TO      FRWKW000-COD-MENSAGEM
               PERFORM 9999-RETORNAR-CICS
           END-IF.

      *----------------------------------------------------------------*
       1160-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * O ENCERRAMENTO FORCADO E RESTRITO: EXIGE TAMBEM A PERMISSAO    *
      * FRWKSESS NO GAM                                                *
      *----------------------------------------------------------------*
       1180-VALIDAR-ENCERRAMENTO       SECTION.
      *----------------------------------------------------------------*

           MOVE '1180-VALIDAR-ENCERRAMENTO' TO
                                        FRWKGHEA-IDEN-PARAGRAFO.

           INITIALIZE FRWKEL04-BLOCO-RETORNO.
           MOVE FRWKWAAA-CSESS-FRWK OF WRK-AREA-FRWKWAAA (1:16)
                                        TO FRWKEL04-IDENT-AREA-GLOBAL.
           SET  FRWKEL04-FUN-CONSULTAR  TO      TRUE.
           SET  FRWKEL04-PERM-CONSULTAR TO      TRUE.
           SET  FRWKEL04-IND-BL-AUTORIZ TO      TRUE.
           MOVE 'FRWKSESS'              TO      FRWKEL04-ID-BLOCO.
           MOVE ZEROS                   TO      FRWKEL04-TAM-BLOCO.

           EXEC CICS LINK PROGRAM  ('GLOG1001')
                          COMMAREA (WRK-COPY-GAM)
                          LENGTH   (LENGTH OF WRK-COPY-GAM)
                          NOHANDLE
           END-EXEC.

           IF  EIBRESP                  NOT EQUAL DFHRESP(NORMAL)
               MOVE 16                  TO      FRWKW000-COD-RETORNO
               MOVE 'ER06'              TO      FRWKW000-COD-ERRO
               MOVE 'FRWK9999'          TO      FRWKW000-COD-MENSAGEM
               MOVE 'LINK GLOG1001'     TO      FRWKGCIC-COMANDO
               MOVE EIBRESP             TO      FRWKGCIC-RESP
               PERFORM 9100-TRATAR-ERRO-CICS
           END-IF.

           IF  FRWKEL04-RETORNO-PERM-NEGADA
               MOVE 90                  TO      FRWKW000-COD-RETORNO
               MOVE 'ER91'              TO      FRWKW000-COD-ERRO
               MOVE 'FRWK9990'          TO      FRWKW000-COD-MENSAGEM
               PERFORM 9999-RETORNAR-CICS
           END-IF.

      *----------------------------------------------------------------*
       1180-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-LISTAR-SESSOES             SECTION.
      *----------------------------------------------------------------*

           MOVE '2000-LISTAR-SESSOES'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 2050-ABRIR-CURSOR.

           PERFORM 2100-LER-SESSAO
             UNTIL WRK-EOF-CURSOR
                OR WRK-IDX              NOT LESS THAN 20.

           MOVE WRK-IDX                 TO      FRWKW53C-NREG-QTDE.

           PERFORM 2900-FECHAR-CURSOR.

           IF  WRK-IDX                  EQUAL   ZEROS
               MOVE 08                  TO      FRWKW000-COD-RETORNO
               MOVE 'ER10'              TO      FRWKW000-COD-ERRO
               MOVE 'FRWK0001'          TO      FRWKW000-COD-MENSAGEM
           ELSE
               MOVE 01                  TO      FRWKW000-COD-RETORNO
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2050-ABRIR-CURSOR               SECTION.
      *----------------------------------------------------------------*

           MOVE '2050-ABRIR-CURSOR'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                OPEN CSRSS-FRWKB992
           END-EXEC.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      FRWKW000-COD-RETORNO
               MOVE 'ER08'              TO      FRWKW000-COD-ERRO
               MOVE 'FRWK9999'          TO      FRWKW000-COD-MENSAGEM
               SET DB2-OPEN             TO      TRUE
               MOVE 'TSESS_ATIVA_GAM'   TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE 'N'                     TO      WRK-SW-EOF-CURSOR.
           MOVE ZEROS                   TO      WRK-IDX.

      *----------------------------------------------------------------*
       2050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-SESSAO                 SECTION.
      *----------------------------------------------------------------*

           MOVE '2100-LER-SESSAO'       TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 2150-FETCH-SESSAO.

           IF  NOT WRK-EOF-CURSOR
               ADD 1                    TO      WRK-IDX
               MOVE CSESS-FRWK OF FRWKB992
                 TO FRWKW53C-SESS-ID-L(WRK-IDX)
               MOVE CTIPO-USUAR OF FRWKB992
                 TO FRWKW53C-SESS-TIPO-USUAR-L(WRK-IDX)
               MOVE CDEPEND-OPER OF FRWKB992
                 TO FRWKW53C-SESS-DEPEND-L(WRK-IDX)
               MOVE DT-INICIO-SESSAO OF FRWKB992
                 TO FRWKW53C-SESS-DT-INICIO-L(WRK-IDX)
               MOVE HR-INICIO-SESSAO OF FRWKB992
                 TO FRWKW53C-SESS-HR-INICIO-L(WRK-IDX)
               MOVE DT-ULT-ACESSO OF FRWKB992
                 TO FRWKW53C-SESS-DT-ACESSO-L(WRK-IDX)
               MOVE HR-ULT-ACESSO OF FRWKB992
                 TO FRWKW53C-SESS-HR-ACESSO-L(WRK-IDX)
               MOVE DT-EXPIRA-SESSAO OF FRWKB992
                 TO FRWKW53C-SESS-DT-EXPIRA-L(WRK-IDX)
               MOVE HR-EXPIRA-SESSAO OF FRWKB992
                 TO FRWKW53C-SESS-HR-EXPIRA-L(WRK-IDX)
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2150-FETCH-SESSAO               SECTION.
      *----------------------------------------------------------------*

           MOVE '2150-FETCH-SESSAO'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CSRSS-FRWKB992 INTO
                   :FRWKB992.CSESS-FRWK
                 , :FRWKB992.CTIPO-USUAR
                 , :FRWKB992.CDEPEND-OPER
                 , :FRWKB992.DT-INICIO-SESSAO
                 , :FRWKB992.HR-INICIO-SESSAO
                 , :FRWKB992.DT-ULT-ACESSO
                 , :FRWKB992.HR-ULT-ACESSO
                 , :FRWKB992.DT-EXPIRA-SESSAO
                 , :FRWKB992.HR-EXPIRA-SESSAO
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE             EQUAL   +100
                   SET WRK-EOF-CURSOR   TO      TRUE
               WHEN SQLCODE             NOT EQUAL ZEROS
                   MOVE 16              TO      FRWKW000-COD-RETORNO
                   MOVE 'ER09'          TO      FRWKW000-COD-ERRO
                   MOVE 'FRWK9999'      TO      FRWKW000-COD-MENSAGEM
                   SET DB2-FETCH        TO      TRUE
                   MOVE 'TSESS_ATIVA_GAM' TO    FRWKGDB2-NOME-TABELA
                   PERFORM 9200-TRATAR-ERRO-DB2
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       2150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2900-FECHAR-CURSOR              SECTION.
      *----------------------------------------------------------------*

           MOVE '2900-FECHAR-CURSOR'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                CLOSE CSRSS-FRWKB992
           END-EXEC.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      FRWKW000-COD-RETORNO
               MOVE 'ER11'              TO      FRWKW000-COD-ERRO
               MOVE 'FRWK9999'          TO      FRWKW000-COD-MENSAGEM
               SET DB2-CLOSE            TO      TRUE
               MOVE 'TSESS_ATIVA_GAM'   TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ENCERRAMENTO FORCADO: SO A SESSAO-ALVO, QUANDO INFORMADA, OU   *
      * TODAS AS SESSOES ATIVAS DO USUARIO-ALVO. NENHUMA SESSAO ATIVA  *
      * PARA ENCERRAR DEVOLVE RETORNO 12                               *
      *----------------------------------------------------------------*
       3000-ENCERRAR-SESSOES           SECTION.
      *----------------------------------------------------------------*

           MOVE '3000-ENCERRAR-SESSOES' TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE ZEROS                   TO      WRK-QTD-ENCERRADAS.

           IF  FRWKW53C-SESSAO-ALVO     NOT EQUAL SPACES
               MOVE FRWKW53C-SESSAO-ALVO
                                        TO      WRK-SESS-ENCERRAR
               PERFORM 3200-ENCERRAR-SESSAO
           ELSE
               PERFORM 2050-ABRIR-CURSOR
               PERFORM 3100-ENCERRAR-PROXIMA
                 UNTIL WRK-EOF-CURSOR
               PERFORM 2900-FECHAR-CURSOR
           END-IF.

           MOVE WRK-QTD-ENCERRADAS      TO      FRWKW53C-QTD-ENCERRADAS.

           IF  WRK-QTD-ENCERRADAS       EQUAL   ZEROS
               MOVE 12                  TO      FRWKW000-COD-RETORNO
               MOVE 'ER12'              TO      FRWKW000-COD-ERRO
               MOVE 'FRWK0001'          TO      FRWKW000-COD-MENSAGEM
           ELSE
               MOVE 01                  TO      FRWKW000-COD-RETORNO
           END-IF.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-ENCERRAR-PROXIMA           SECTION.
      *----------------------------------------------------------------*

           MOVE '3100-ENCERRAR-PROXIMA' TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 2150-FETCH-SESSAO.

           IF  NOT WRK-EOF-CURSOR
               MOVE CSESS-FRWK OF FRWKB992
                                        TO      WRK-SESS-ENCERRAR
               PERFORM 3200-ENCERRAR-SESSAO
           END-IF.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ENCERRA A SESSAO DE WRK-SESS-ENCERRAR (SO SE FOR DO USUARIO-   *
      * ALVO E AINDA ESTIVER ATIVA) COM MOTIVO 'FO' E O OPERADOR COMO  *
      * RESPONSAVEL, GRAVA O FIM ('SF') NA TRILHA DO GAM E LIBERA A    *
      * AREA DA SESSAO NO GAM                                          *
      *----------------------------------------------------------------*
       3200-ENCERRAR-SESSAO            SECTION.
      *----------------------------------------------------------------*

           MOVE '3200-ENCERRAR-SESSAO'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-USUAR-OPERADOR      TO      CUSUAR-FIM OF FRWKB992.

           EXEC SQL
                UPDATE DB2PRD.TSESS_ATIVA_GAM
                   SET IN_ATIVA      = 'N',
                       DT_FIM_SESSAO = CHAR(CURRENT DATE, ISO),
                       HR_FIM_SESSAO = CHAR(CURRENT TIME, ISO),
                       CMOTIVO_FIM   = 'FO',
                       CUSUAR_FIM    = :FRWKB992.CUSUAR-FIM
                 WHERE CSESS_FRWK    = :WRK-SESS-ENCERRAR
                   AND CUSUAR_SESSAO = :FRWKB992.CUSUAR-SESSAO
                   AND IN_ATIVA      = 'S'
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 CONTINUE
              WHEN SQLCODE              NOT EQUAL ZEROS
                 MOVE 16                TO      FRWKW000-COD-RETORNO
                 MOVE 'ER13'            TO      FRWKW000-COD-ERRO
                 MOVE 'FRWK9999'        TO      FRWKW000-COD-MENSAGEM
                 SET DB2-UPDATE         TO      TRUE
                 MOVE 'TSESS_ATIVA_GAM' TO      FRWKGDB2-NOME-TABELA
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 ADD 1                  TO      WRK-QTD-ENCERRADAS
                 PERFORM 3300-GRAVAR-AUDITORIA
                 PERFORM 3400-LIBERAR-AREA-GAM
           END-EVALUATE.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * FIM DE SESSAO ('SF') NA TRILHA TAUDIT_GAM, COM O OPERADOR QUE  *
      * DERRUBOU A SESSAO                                              *
      *----------------------------------------------------------------*
       3300-GRAVAR-AUDITORIA           SECTION.
      *----------------------------------------------------------------*

           MOVE '3300-GRAVAR-AUDITORIA' TO      FRWKGHEA-IDEN-PARAGRAFO.

           INITIALIZE FRWKB996.
           MOVE WRK-COD-CORRELACAO      TO      CCOD-CORRELACAO
                                                OF FRWKB996.
           MOVE 'SF'                    TO      CFUNCAO-GAM OF FRWKB996.
           MOVE WRK-SESS-ENCERRAR (1:16)
                                        TO      CIDENT-AREA-GLOBAL
                                                OF FRWKB996.
           MOVE WRK-USUAR-OPERADOR      TO      CUSUAR-AUDIT
                                                OF FRWKB996.

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
               MOVE 16                  TO      FRWKW000-COD-RETORNO
               MOVE 'ER14'              TO      FRWKW000-COD-ERRO
               MOVE 'FRWK9999'          TO      FRWKW000-COD-MENSAGEM
               SET DB2-INSERT           TO      TRUE
               MOVE 'TAUDIT_GAM'        TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * LIBERA NO GAM (GLOG1001, FUNCAO 'LI') O BLOCO FRWKWAAA DA      *
      * SESSAO DERRUBADA. A AREA PODE JA TER SIDO LIBERADA: O RETORNO  *
      * NAO INTERROMPE O ENCERRAMENTO, POIS O COORDENADOR JA RECUSA A  *
      * SESSAO PELO REGISTRO                                           *
      *----------------------------------------------------------------*
       3400-LIBERAR-AREA-GAM           SECTION.
      *----------------------------------------------------------------*

           MOVE '3400-LIBERAR-AREA-GAM' TO      FRWKGHEA-IDEN-PARAGRAFO.

           INITIALIZE FRWKEL04-BLOCO-RETORNO.
           MOVE WRK-SESS-ENCERRAR (1:16)
                                        TO FRWKEL04-IDENT-AREA-GLOBAL.
           SET  FRWKEL04-FUN-LIBERAR    TO      TRUE.
           SET  FRWKEL04-PERM-ATUALIZAR TO      TRUE.
           SET  FRWKEL04-IND-BL-PERS    TO      TRUE.
           MOVE 'FRWKWAAA'              TO      FRWKEL04-ID-BLOCO.
           MOVE ZEROS                   TO      FRWKEL04-TAM-BLOCO.
           MOVE WRK-DT-ATUAL            TO      FRWKEL04-AUD-DATA.
           MOVE WRK-HR-ATUAL            TO      FRWKEL04-AUD-HORA.
           MOVE WRK-SESS-ENCERRAR (1:16)
                                        TO      FRWKEL04-AUD-IDENT-AREA.

           EXEC CICS LINK PROGRAM  ('GLOG1001')
                          COMMAREA (WRK-COPY-GAM)
                          LENGTH   (LENGTH OF WRK-COPY-GAM)
                          NOHANDLE
           END-EXEC.

           IF  EIBRESP                  NOT EQUAL DFHRESP(NORMAL)
               CONTINUE
           END-IF.

      *----------------------------------------------------------------*
       3400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '9000-FINALIZAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 9999-RETORNAR-CICS.

      *----------------------------------------------------------------*
       9000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9100-TRATAR-ERRO-CICS           SECTION.
      *----------------------------------------------------------------*

           SET  ERRO-CICS               TO      TRUE.

           MOVE FRWKGCIC-TAM-LAYOUT     TO      FRWKGHEA-TAM-DADOS.
           MOVE WRK-AREA-ERRO-CICS      TO      WRK-BLOCO-INFO-ERRO
                                                (1:FRWKGHEA-TAM-DADOS).

           PERFORM 9900-TRATAR-ERRO.

      *----------------------------------------------------------------*
       9100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9200-TRATAR-ERRO-DB2            SECTION.
      *----------------------------------------------------------------*

           SET  ERRO-DB2                TO      TRUE.

           MOVE FRWKGDB2-TAM-LAYOUT     TO      FRWKGHEA-TAM-DADOS.
           MOVE FRWKGHEA-IDEN-PARAGRAFO(1:16)
                                        TO      FRWKGDB2-LOCAL.
           MOVE SQLSTATE                TO      FRWKGDB2-SQLSTATE.
           MOVE SQLCA                   TO      FRWKGDB2-SQLCA.
           MOVE SQLCODE                 TO      WRK-SQLCODE-AUX.
           MOVE WRK-SQLCODE-9-3         TO      FRWKGDB2-SQLCODE2.
           MOVE WRK-AREA-ERRO-DB2       TO      WRK-BLOCO-INFO-ERRO
                                                (1:FRWKGHEA-TAM-DADOS).

           PERFORM 9900-TRATAR-ERRO.

      *----------------------------------------------------------------*
       9200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9300-TRATAR-ERRO-LIVRE          SECTION.
      *----------------------------------------------------------------*

           SET  ERRO-LIVRE              TO      TRUE.

           MOVE FRWKGLIV-TAM-LAYOUT     TO      FRWKGHEA-TAM-DADOS.
           MOVE WRK-AREA-ERRO-LIVRE     TO      WRK-BLOCO-INFO-ERRO
                                                (1:FRWKGHEA-TAM-DADOS).

           PERFORM 9900-TRATAR-ERRO.

      *----------------------------------------------------------------*
       9300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9900-TRATAR-ERRO                SECTION.
      *----------------------------------------------------------------*

           MOVE 'FRWK53JS'              TO      FRWKGHEA-NOME-PROGRAMA.

           PERFORM 9990-GRAVAR-LOG-ERRO.

           PERFORM 9999-RETORNAR-CICS.

      *----------------------------------------------------------------*
       9900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9990-GRAVAR-LOG-ERRO            SECTION.
      *----------------------------------------------------------------*

           CALL WRK-FRWK1999            USING   WRK-AREA-ERRO.

      *----------------------------------------------------------------*
       9990-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9999-RETORNAR-CICS              SECTION.
      *----------------------------------------------------------------*

           EXEC CICS RETURN
           END-EXEC.

      *----------------------------------------------------------------*
       9999-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

       END PROGRAM FRWK53JS.
