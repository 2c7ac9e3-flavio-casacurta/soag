      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. FRWK54JS.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  FRWK54JS                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  NOVEMBRO/2028                                *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  TRANSACAO CICS DE CONSULTA DA TRILHA DE      *
      *                   LEITURA DE DADOS DE CLIENTE (LGPD) -         *
      *                   TLOG_ACESSO_CLIEN, GRAVADA PELOS MODULOS DE  *
      *                   CONSULTA ONLINE (GOTF08JS, GOTF51JS,         *
      *                   GOTF54JS, GOTF55JS, PECQ08JS, SACL48JS E     *
      *                   SACL49JS): RESPONDE "QUEM CONSULTOU OS       *
      *                   DADOS DESTE CLIENTE, E QUANDO" (FILTRO POR   *
      *                   CHAVE DO CLIENTE) E "O QUE ESTE USUARIO      *
      *                   CONSULTOU" (FILTRO POR USUARIO), COM FAIXA   *
      *                   DE DATAS OPCIONAL. CONSULTA PAGINADA, NAO    *
      *                   ALTERA DADOS.                                *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    FRWKW000 - BOOK CONTROLE - COMUNICACAO ENTRE MODULOS        *
      *    FRWKW54C - BOOK COMUNICACAO DESTA TRANSACAO                 *
      *    FRWKWAAA - BLOCO DE SESSAO REPASSADO PELO COORDENADOR       *
      *    I#FRWK04 - COMMAREA DO GAM (GLOG1001) - PERMISSAO           *
      *    I#FRWKGE - COMMAREA FRWK1999 - LOG DE ERRO                  *
      *    I#FRWKCI - AREA PARA FORMATACAO DE ERRO DE CICS             *
      *    I#FRWKDB - AREA PARA FORMATACAO DE ERRO DE DB2              *
      *    I#FRWKLI - AREA PARA FORMATACAO DE ERRO LIVRE               *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TLOG_ACESSO_CLIEN         FRWKB989       *
      *----------------------------------------------------------------*
      *    OBSERVACAO..:                                               *
      *    NAVEGACAO EM ORDEM DE TS_ACESSO + NTAREFA_CICS ATRAVES DE   *
      *    03 CURSORES (>=, >, < DESC), NO MESMO ESTILO DO FRWK48JS.   *
      *    UM DOS FILTROS - CLIENTE (TIPO DE CHAVE + CHAVE) OU         *
      *    USUARIO - E OBRIGATORIO: A TRILHA NAO E LISTADA POR         *
      *    INTEIRO. SO ACEITA LINK DO COORDENADOR FRWK38JL; SESSAO E   *
      *    PERMISSAO (GAM, ID-BLOCO FRWKACES) COMO NO FRWK48JS.        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    NOV/2028 - HOMI - CRIACAO DO PROGRAMA.                      *
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

       77  WRK-PROGRAM                 PIC  X(08)  VALUE  'FRWK54JS'.
       77  WRK-INVOKINGPROG            PIC  X(08)  VALUE  SPACES.

       01  WRK-NREG-QTDE               PIC S9(009) COMP-3  VALUE ZEROS.
       01  WRK-IDX                     PIC S9(004) COMP    VALUE ZEROS.

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
      * FILTROS OPCIONAIS NORMALIZADOS COMO FAIXAS (FILTRO AUSENTE =  *
      * FAIXA TOTAL), NO MESMO ESTILO DO FRWK48JS                      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-FILTRO-TIPO-INI         PIC  X(002) VALUE LOW-VALUES.
       01  WRK-FILTRO-TIPO-FIM         PIC  X(002) VALUE HIGH-VALUES.
       01  WRK-FILTRO-CHAVE-INI        PIC  X(030) VALUE LOW-VALUES.
       01  WRK-FILTRO-CHAVE-FIM        PIC  X(030) VALUE HIGH-VALUES.
       01  WRK-FILTRO-USU-INI          PIC  X(030) VALUE LOW-VALUES.
       01  WRK-FILTRO-USU-FIM          PIC  X(030) VALUE HIGH-VALUES.
       01  WRK-FILTRO-DT-INI           PIC  X(010) VALUE SPACES.
       01  WRK-FILTRO-DT-FIM           PIC  X(010) VALUE SPACES.

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
               INCLUDE FRWKB989
           END-EXEC.

           EXEC SQL
                DECLARE CSR01-FRWKB989 CURSOR FOR
                SELECT TS_ACESSO
                     , NTAREFA_CICS
                     , CUSUAR_ACESSO
                     , CDEPEND_OPER
                     , CTERMINAL
                     , CTRANSACAO
                     , CPROGRAMA
                     , CTIPO_CHAVE
                     , CCHAVE_CLIEN
                  FROM DB2PRD.TLOG_ACESSO_CLIEN
                 WHERE (TS_ACESSO    >  :FRWKB989.TS-ACESSO
                    OR (TS_ACESSO    =  :FRWKB989.TS-ACESSO
                   AND  NTAREFA_CICS >= :FRWKB989.NTAREFA-CICS))
                   AND CTIPO_CHAVE BETWEEN
                       :WRK-FILTRO-TIPO-INI  AND :WRK-FILTRO-TIPO-FIM
                   AND CCHAVE_CLIEN BETWEEN
                       :WRK-FILTRO-CHAVE-INI AND :WRK-FILTRO-CHAVE-FIM
                   AND CUSUAR_ACESSO BETWEEN
                       :WRK-FILTRO-USU-INI   AND :WRK-FILTRO-USU-FIM
                   AND DT_ACESSO BETWEEN
                       :WRK-FILTRO-DT-INI    AND :WRK-FILTRO-DT-FIM
                 ORDER BY TS_ACESSO
                        , NTAREFA_CICS
           END-EXEC.

           EXEC SQL
                DECLARE CSR02-FRWKB989 CURSOR FOR
                SELECT TS_ACESSO
                     , NTAREFA_CICS
                     , CUSUAR_ACESSO
                     , CDEPEND_OPER
                     , CTERMINAL
                     , CTRANSACAO
                     , CPROGRAMA
                     , CTIPO_CHAVE
                     , CCHAVE_CLIEN
                  FROM DB2PRD.TLOG_ACESSO_CLIEN
                 WHERE (TS_ACESSO    >  :FRWKB989.TS-ACESSO
                    OR (TS_ACESSO    =  :FRWKB989.TS-ACESSO
                   AND  NTAREFA_CICS >  :FRWKB989.NTAREFA-CICS))
                   AND CTIPO_CHAVE BETWEEN
                       :WRK-FILTRO-TIPO-INI  AND :WRK-FILTRO-TIPO-FIM
                   AND CCHAVE_CLIEN BETWEEN
                       :WRK-FILTRO-CHAVE-INI AND :WRK-FILTRO-CHAVE-FIM
                   AND CUSUAR_ACESSO BETWEEN
                       :WRK-FILTRO-USU-INI   AND :WRK-FILTRO-USU-FIM
                   AND DT_ACESSO BETWEEN
                       :WRK-FILTRO-DT-INI    AND :WRK-FILTRO-DT-FIM
                 ORDER BY TS_ACESSO
                        , NTAREFA_CICS
           END-EXEC.

           EXEC SQL
                DECLARE CSR03-FRWKB989 CURSOR FOR
                SELECT TS_ACESSO
                     , NTAREFA_CICS
                     , CUSUAR_ACESSO
                     , CDEPEND_OPER
                     , CTERMINAL
                     , CTRANSACAO
                     , CPROGRAMA
                     , CTIPO_CHAVE
                     , CCHAVE_CLIEN
                  FROM DB2PRD.TLOG_ACESSO_CLIEN
                 WHERE (TS_ACESSO    <  :FRWKB989.TS-ACESSO
                    OR (TS_ACESSO    =  :FRWKB989.TS-ACESSO
                   AND  NTAREFA_CICS <  :FRWKB989.NTAREFA-CICS))
                   AND CTIPO_CHAVE BETWEEN
                       :WRK-FILTRO-TIPO-INI  AND :WRK-FILTRO-TIPO-FIM
                   AND CCHAVE_CLIEN BETWEEN
                       :WRK-FILTRO-CHAVE-INI AND :WRK-FILTRO-CHAVE-FIM
                   AND CUSUAR_ACESSO BETWEEN
                       :WRK-FILTRO-USU-INI   AND :WRK-FILTRO-USU-FIM
                   AND DT_ACESSO BETWEEN
                       :WRK-FILTRO-DT-INI    AND :WRK-FILTRO-DT-FIM
                 ORDER BY TS_ACESSO DESC
                        , NTAREFA_CICS DESC
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** FIM DA WORKING-STORAGE SECTION             ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*

       01  DFHCOMMAREA.
           02  LNK-FRWK54JS.
           COPY FRWKW000.
               03  LNK-AREA-FRWKWAAA.
           COPY FRWKWAAA.
           COPY FRWKW54C.

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           MOVE '0000-ROTINA-PRINCIPAL' TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 1000-INICIAR.

           PERFORM 2000-PROCESSAR.

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
                       FRWKB989.

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
               MOVE 'ER08'              TO      FRWKW000-COD-ERRO
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

           MOVE FRWKW54C-NREG-QTDE      TO      WRK-NREG-QTDE.

           PERFORM 1100-PREPARAR-FILTROS.

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
               MOVE 'ER09'              TO      FRWKW000-COD-ERRO
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
      * CONFERE NO GAM (GLOG1001) A PERMISSAO DE CONSULTA DA SESSAO    *
      * SOBRE O BLOCO DE AUTORIZACAO (FRWKEL04, ID-BLOCO FRWKACES):    *
      * SO A AUDITORIA E O ENCARREGADO DE DADOS (DPO) TEM O DIREITO;   *
      * PERFIL SEM ELE RECEBE A RECUSA ESTRUTURADA (RETORNO 90)        *
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
           MOVE 'FRWKACES'              TO      FRWKEL04-ID-BLOCO.
           MOVE ZEROS                   TO      FRWKEL04-TAM-BLOCO.

           EXEC CICS LINK PROGRAM  ('GLOG1001')
                          COMMAREA (WRK-COPY-GAM)
                          LENGTH   (LENGTH OF WRK-COPY-GAM)
                          NOHANDLE
           END-EXEC.

           IF  EIBRESP                  NOT EQUAL DFHRESP(NORMAL)
               MOVE 16                  TO      FRWKW000-COD-RETORNO
               MOVE 'ER10'              TO      FRWKW000-COD-ERRO
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
      * NORMALIZA OS FILTROS DA COMMAREA COMO FAIXAS (FILTRO EM        *
      * BRANCO VIRA A FAIXA TOTAL DA COLUNA). CLIENTE OU USUARIO E     *
      * OBRIGATORIO: SEM NENHUM DOS DOIS A CONSULTA E RECUSADA         *
      *----------------------------------------------------------------*
       1100-PREPARAR-FILTROS           SECTION.
      *----------------------------------------------------------------*

           MOVE '1100-PREPARAR-FILTROS' TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF  (FRWKW54C-FILTRO-TIPO-CHAVE EQUAL SPACES
               OR FRWKW54C-FILTRO-CHAVE EQUAL   SPACES)
               AND FRWKW54C-FILTRO-CUSUAR EQUAL SPACES
               MOVE 12                  TO      FRWKW000-COD-RETORNO
               MOVE 'ER12'              TO      FRWKW000-COD-ERRO
               MOVE 'FRWK9992'          TO      FRWKW000-COD-MENSAGEM
               PERFORM 9999-RETORNAR-CICS
           END-IF.

           IF  FRWKW54C-FILTRO-TIPO-CHAVE EQUAL SPACES
               OR FRWKW54C-FILTRO-CHAVE EQUAL   SPACES
               MOVE LOW-VALUES          TO      WRK-FILTRO-TIPO-INI
                                                WRK-FILTRO-CHAVE-INI
               MOVE HIGH-VALUES         TO      WRK-FILTRO-TIPO-FIM
                                                WRK-FILTRO-CHAVE-FIM
           ELSE
               MOVE FRWKW54C-FILTRO-TIPO-CHAVE
                                        TO      WRK-FILTRO-TIPO-INI
                                                WRK-FILTRO-TIPO-FIM
               MOVE FRWKW54C-FILTRO-CHAVE
                                        TO      WRK-FILTRO-CHAVE-INI
                                                WRK-FILTRO-CHAVE-FIM
           END-IF.

           IF  FRWKW54C-FILTRO-CUSUAR   EQUAL   SPACES
               MOVE LOW-VALUES          TO      WRK-FILTRO-USU-INI
               MOVE HIGH-VALUES         TO      WRK-FILTRO-USU-FIM
           ELSE
               MOVE FRWKW54C-FILTRO-CUSUAR
                                        TO      WRK-FILTRO-USU-INI
                                                WRK-FILTRO-USU-FIM
           END-IF.

           IF  FRWKW54C-FILTRO-DT-INI   EQUAL   SPACES
               MOVE '0001-01-01'        TO      WRK-FILTRO-DT-INI
           ELSE
               MOVE FRWKW54C-FILTRO-DT-INI
                                        TO      WRK-FILTRO-DT-INI
           END-IF.

           IF  FRWKW54C-FILTRO-DT-FIM   EQUAL   SPACES
               MOVE '9999-12-31'        TO      WRK-FILTRO-DT-FIM
           ELSE
               MOVE FRWKW54C-FILTRO-DT-FIM
                                        TO      WRK-FILTRO-DT-FIM
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * POSICIONA A PAGINA NA CHAVE TS_ACESSO + NTAREFA_CICS RECEBIDA; *
      * SEM POSICAO, A PRIMEIRA PAGINA PARTE DO INICIO DA TRILHA E A   *
      * ANTERIOR DO FIM                                                *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '2000-PROCESSAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF  FRWKW54C-TS-ACESSO       EQUAL   SPACES
               IF  FRWKW54C-SOLIC-MAIS-DADOS EQUAL 'A'
                   MOVE HIGH-VALUES     TO      TS-ACESSO OF FRWKB989
                   MOVE 9999999         TO      NTAREFA-CICS
                                                OF FRWKB989
               ELSE
                   MOVE LOW-VALUES      TO      TS-ACESSO OF FRWKB989
                   MOVE ZEROS           TO      NTAREFA-CICS
                                                OF FRWKB989
               END-IF
           ELSE
               MOVE FRWKW54C-TS-ACESSO  TO      TS-ACESSO OF FRWKB989
               MOVE FRWKW54C-NTAREFA-CICS
                                        TO      NTAREFA-CICS
                                                OF FRWKB989
           END-IF.

           PERFORM 2100-ABRIR-CURSOR.

           PERFORM 2200-LER-CURSOR.

           IF  SQLCODE                  EQUAL   +100
               MOVE 08                  TO      FRWKW000-COD-RETORNO
               MOVE 'ER03'              TO      FRWKW000-COD-ERRO
               MOVE 'FRWK0001'          TO      FRWKW000-COD-MENSAGEM
               PERFORM 2400-ENCERRAR-CURSOR
               PERFORM 9000-FINALIZAR
           END-IF.

           PERFORM 2250-CARREGAR-LINHA
             VARYING WRK-IDX FROM 1 BY 1
             UNTIL SQLCODE              EQUAL   +100
                OR WRK-IDX              GREATER WRK-NREG-QTDE.

           IF  SQLCODE                  EQUAL   ZEROS
               MOVE 01                  TO      FRWKW000-COD-RETORNO
           END-IF.

           COMPUTE WRK-NREG-QTDE = WRK-IDX - 1.

           MOVE WRK-NREG-QTDE           TO      FRWKW54C-NREG-QTDE.

           PERFORM 2400-ENCERRAR-CURSOR.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-ABRIR-CURSOR               SECTION.
      *----------------------------------------------------------------*

           MOVE '2100-ABRIR-CURSOR'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           EVALUATE FRWKW54C-SOLIC-MAIS-DADOS
               WHEN 'I'
               WHEN 'P'
               WHEN 'U'
                   EXEC SQL
                        OPEN CSR01-FRWKB989
                   END-EXEC
               WHEN 'S'
                   EXEC SQL
                        OPEN CSR02-FRWKB989
                   END-EXEC
               WHEN 'A'
                   EXEC SQL
                        OPEN CSR03-FRWKB989
                   END-EXEC
               WHEN OTHER
                   MOVE 'FRWK9999'      TO      FRWKGLIV-COD-MENSAGEM
                   MOVE 'SOLIC-MAIS-DADOS INVALIDO'
                                        TO      FRWKGLIV-PARAMETROS
                   MOVE 16              TO      FRWKW000-COD-RETORNO
                   MOVE 'ER04'          TO      FRWKW000-COD-ERRO
                   MOVE 'FRWK9999'      TO      FRWKW000-COD-MENSAGEM
                   PERFORM 9300-TRATAR-ERRO-LIVRE
           END-EVALUATE.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      FRWKW000-COD-RETORNO
               MOVE 'ER05'              TO      FRWKW000-COD-ERRO
               MOVE 'FRWK9999'          TO      FRWKW000-COD-MENSAGEM
               SET DB2-OPEN             TO      TRUE
               MOVE 'TLOG_ACESSO_CLIEN' TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-LER-CURSOR                 SECTION.
      *----------------------------------------------------------------*

           MOVE '2200-LER-CURSOR'       TO      FRWKGHEA-IDEN-PARAGRAFO.

           EVALUATE FRWKW54C-SOLIC-MAIS-DADOS
               WHEN 'I'
               WHEN 'P'
               WHEN 'U'
                   EXEC SQL
                        FETCH CSR01-FRWKB989 INTO
                           :FRWKB989.TS-ACESSO
                         , :FRWKB989.NTAREFA-CICS
                         , :FRWKB989.CUSUAR-ACESSO
                         , :FRWKB989.CDEPEND-OPER
                         , :FRWKB989.CTERMINAL
                         , :FRWKB989.CTRANSACAO
                         , :FRWKB989.CPROGRAMA
                         , :FRWKB989.CTIPO-CHAVE
                         , :FRWKB989.CCHAVE-CLIEN
                   END-EXEC
               WHEN 'S'
                   EXEC SQL
                        FETCH CSR02-FRWKB989 INTO
                           :FRWKB989.TS-ACESSO
                         , :FRWKB989.NTAREFA-CICS
                         , :FRWKB989.CUSUAR-ACESSO
                         , :FRWKB989.CDEPEND-OPER
                         , :FRWKB989.CTERMINAL
                         , :FRWKB989.CTRANSACAO
                         , :FRWKB989.CPROGRAMA
                         , :FRWKB989.CTIPO-CHAVE
                         , :FRWKB989.CCHAVE-CLIEN
                   END-EXEC
               WHEN 'A'
                   EXEC SQL
                        FETCH CSR03-FRWKB989 INTO
                           :FRWKB989.TS-ACESSO
                         , :FRWKB989.NTAREFA-CICS
                         , :FRWKB989.CUSUAR-ACESSO
                         , :FRWKB989.CDEPEND-OPER
                         , :FRWKB989.CTERMINAL
                         , :FRWKB989.CTRANSACAO
                         , :FRWKB989.CPROGRAMA
                         , :FRWKB989.CTIPO-CHAVE
                         , :FRWKB989.CCHAVE-CLIEN
                   END-EXEC
           END-EVALUATE.

           IF  SQLCODE                  NOT EQUAL ZEROS AND +100
               MOVE 16                  TO      FRWKW000-COD-RETORNO
               MOVE 'ER06'              TO      FRWKW000-COD-ERRO
               MOVE 'FRWK9999'          TO      FRWKW000-COD-MENSAGEM
               SET DB2-FETCH            TO      TRUE
               MOVE 'TLOG_ACESSO_CLIEN' TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2250-CARREGAR-LINHA             SECTION.
      *----------------------------------------------------------------*

           PERFORM 2300-ALIMENTAR-FRWKW54C.

           PERFORM 2200-LER-CURSOR.

      *----------------------------------------------------------------*
       2250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-ALIMENTAR-FRWKW54C         SECTION.
      *----------------------------------------------------------------*

           MOVE '2300-ALIMENTAR-FRWKW54C'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE TS-ACESSO               OF      FRWKB989
             TO FRWKW54C-TS-ACESSO-L(WRK-IDX).
           MOVE NTAREFA-CICS            OF      FRWKB989
             TO FRWKW54C-NTAREFA-CICS-L(WRK-IDX).
           MOVE CUSUAR-ACESSO           OF      FRWKB989
             TO FRWKW54C-CUSUAR-L(WRK-IDX).
           MOVE CDEPEND-OPER            OF      FRWKB989
             TO FRWKW54C-CDEPEND-OPER-L(WRK-IDX).
           MOVE CTERMINAL               OF      FRWKB989
             TO FRWKW54C-CTERMINAL-L(WRK-IDX).
           MOVE CTRANSACAO              OF      FRWKB989
             TO FRWKW54C-CTRANSACAO-L(WRK-IDX).
           MOVE CPROGRAMA               OF      FRWKB989
             TO FRWKW54C-CPROGRAMA-L(WRK-IDX).
           MOVE CTIPO-CHAVE             OF      FRWKB989
             TO FRWKW54C-TIPO-CHAVE-L(WRK-IDX).
           MOVE CCHAVE-CLIEN            OF      FRWKB989
             TO FRWKW54C-CHAVE-L(WRK-IDX).

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-ENCERRAR-CURSOR            SECTION.
      *----------------------------------------------------------------*

           MOVE '2400-ENCERRAR-CURSOR'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           EVALUATE FRWKW54C-SOLIC-MAIS-DADOS
               WHEN 'I'
               WHEN 'P'
               WHEN 'U'
                   EXEC SQL
                        CLOSE CSR01-FRWKB989
                   END-EXEC
               WHEN 'S'
                   EXEC SQL
                        CLOSE CSR02-FRWKB989
                   END-EXEC
               WHEN 'A'
                   EXEC SQL
                        CLOSE CSR03-FRWKB989
                   END-EXEC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      FRWKW000-COD-RETORNO
               MOVE 'ER07'              TO      FRWKW000-COD-ERRO
               MOVE 'FRWK9999'          TO      FRWKW000-COD-MENSAGEM
               SET DB2-CLOSE            TO      TRUE
               MOVE 'TLOG_ACESSO_CLIEN' TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
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

           MOVE 'FRWK54JS'              TO      FRWKGHEA-NOME-PROGRAMA.

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

       END PROGRAM FRWK54JS.
