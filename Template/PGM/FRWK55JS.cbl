      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. FRWK55JS.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  FRWK55JS                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  NOVEMBRO/2028                                *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  MODULO PERSISTENCIA DE MANUTENCAO DAS REGRAS *
      *                   DE ALERTA DO LOG DE ERROS (TREGRA_ALRT_ERRO) *
      *                   AVALIADAS PELO FRWK6000, NO MOLDE DO         *
      *                   FRWK50JS: CONSULTA PAGINADA POR NUMERO DA    *
      *                   REGRA, INCLUSAO, ALTERACAO, DESATIVACAO      *
      *                   (DEFINITIVA OU ATE UMA DATA E HORA, QUANDO A *
      *                   REGRA VOLTA A VALER SOZINHA) E REATIVACAO.   *
      *                   TODA MANUTENCAO EXIGE MOTIVO E GRAVA A       *
      *                   IMAGEM ANTERIOR EM TREGRA_ALRT_ERRO_HIST COM *
      *                   DATA, HORA, USUARIO, TIPO DE OPERACAO E      *
      *                   MOTIVO (PADRAO TEMPLATE_ALTERACAO).          *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    FRWKW000 - BOOK CONTROLE - COMUNICACAO ENTRE MODULOS        *
      *    FRWKW55C - BOOK COMUNICACAO DESTE MODULO                    *
      *    FRWKWAAA - BLOCO DE INFORMACOES DA SESSAO                   *
      *    I#FRWK04 - COMMAREA DO GAM (GLOG1001) - PERMISSAO           *
      *    I#FRWKGE - COMMAREA FRWK1999 - LOG DE ERRO                  *
      *    I#FRWKCI - AREA PARA FORMATACAO DE ERRO DE CICS             *
      *    I#FRWKDB - AREA PARA FORMATACAO DE ERRO DE DB2              *
      *    I#FRWKLI - AREA PARA FORMATACAO DE ERRO LIVRE               *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TREGRA_ALRT_ERRO          FRWKB998       *
      *                DB2PRD.TREGRA_ALRT_ERRO_HIST        -           *
      *                DB2PRD.TCTRL_PROCESSO               -           *
      *                SYSIBM.SYSPACKAGE                   -           *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    FRWK1999 - GRAVAR LOG DE ERRO P/ ONLINE                     *
      *    GLOG1001 - GAM - CONSULTA DE PERMISSAO                      *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    NOV/2028 - HOMI - CRIACAO DO PROGRAMA. SO ACEITA LINK DO    *
      *               COORDENADOR FRWK38JL, VALIDA A EXPIRACAO DO      *
      *               BLOCO FRWKWAAA E CONFERE NO GAM (GLOG1001 /      *
      *               FRWKEL04) A PERMISSAO DE CONSULTA (ID-BLOCO      *
      *               FRWKCONS); INCLUIR, ALTERAR, DESATIVAR E         *
      *               REATIVAR EXIGEM TAMBEM A PERMISSAO DE            *
      *               MANUTENCAO DAS REGRAS OPERACIONAIS (ID-BLOCO     *
      *               FRWKREGR). PROGRAMA INFORMADO NA REGRA PRECISA   *
      *               EXISTIR (PACOTE DB2 OU MARCADOR DO CKRS).        *
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

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** INICIO DA WORKING-STORAGE SECTION         ****'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       77  WRK-PROGRAM                 PIC  X(08)  VALUE  'FRWK55JS'.
       77  WRK-INVOKINGPROG            PIC  X(08)  VALUE  SPACES.

       01  WRK-NREG-QTDE               PIC S9(009) COMP-3  VALUE ZEROS.
       01  WRK-NREG-MAXIMO             PIC S9(009) COMP-3  VALUE 20.
       01  WRK-IDX                     PIC S9(004) COMP    VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE AUXILIARES                         ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-SQLCODE-AUX              PIC S9(09) VALUE ZEROS.
       01  FILLER                      REDEFINES   WRK-SQLCODE-AUX.
         05  FILLER                    PIC  9(06).
         05  WRK-SQLCODE-9-3           PIC S9(03).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CONFERENCIA DE EXISTENCIA DO PROGRAMA INFORMADO NA REGRA       *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-PROGRAMA-VALIDAR        PIC  X(08)  VALUE SPACES.
       01  WRK-QTD-PROGRAMA            PIC S9(09) COMP VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * MOMENTO DE REATIVACAO AUTOMATICA. O NULO INDICA DESATIVACAO    *
      * POR PRAZO INDETERMINADO (OU REGRA ATIVA)                       *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-TS-NULO                 PIC  X(26)  VALUE
           '0001-01-01-00.00.00.000000'.

       01  WRK-DT-REATIV.
           05  WRK-DT-REATIV-AAAA      PIC  X(04).
           05  WRK-DT-REATIV-AAAA-9    REDEFINES
               WRK-DT-REATIV-AAAA      PIC  9(04).
           05  WRK-DT-REATIV-SEP1      PIC  X(01).
           05  WRK-DT-REATIV-MM        PIC  X(02).
           05  WRK-DT-REATIV-MM-9      REDEFINES
               WRK-DT-REATIV-MM        PIC  9(02).
           05  WRK-DT-REATIV-SEP2      PIC  X(01).
           05  WRK-DT-REATIV-DD        PIC  X(02).
           05  WRK-DT-REATIV-DD-9      REDEFINES
               WRK-DT-REATIV-DD        PIC  9(02).

       01  WRK-HR-REATIV.
           05  WRK-HR-REATIV-HH        PIC  X(02).
           05  WRK-HR-REATIV-SEP1      PIC  X(01).
           05  WRK-HR-REATIV-MI        PIC  X(02).
           05  WRK-HR-REATIV-SEP2      PIC  X(01).
           05  WRK-HR-REATIV-SS        PIC  X(02).

       01  WRK-TS-REATIVACAO.
           05  WRK-TS-REATIV-DT        PIC  X(10)  VALUE SPACES.
           05  FILLER                  PIC  X(01)  VALUE '-'.
           05  WRK-TS-REATIV-HR        PIC  X(08)  VALUE SPACES.
           05  FILLER                  PIC  X(07)  VALUE '.000000'.

       01  WRK-TAB-DIAS-MES-X          PIC  X(24)  VALUE
           '312931303130313130313031'.
       01  FILLER                      REDEFINES   WRK-TAB-DIAS-MES-X.
           05  WRK-DIAS-MES            PIC  9(02)  OCCURS 12 TIMES.

       01  WRK-ANO-QUOCIENTE           PIC  9(04)  VALUE ZEROS.
       01  WRK-ANO-RESTO               PIC  9(04)  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * MOMENTO CORRENTE NO FORMATO DO TIMESTAMP DB2 (CHAR 26), PARA   *
      * EXIGIR REATIVACAO FUTURA                                       *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-TS-ATUAL.
           05  WRK-TS-ATUAL-AAAA       PIC  9(04)  VALUE ZEROS.
           05  FILLER                  PIC  X(01)  VALUE '-'.
           05  WRK-TS-ATUAL-MM         PIC  9(02)  VALUE ZEROS.
           05  FILLER                  PIC  X(01)  VALUE '-'.
           05  WRK-TS-ATUAL-DD         PIC  9(02)  VALUE ZEROS.
           05  FILLER                  PIC  X(01)  VALUE '-'.
           05  WRK-TS-ATUAL-HH         PIC  9(02)  VALUE ZEROS.
           05  FILLER                  PIC  X(01)  VALUE '.'.
           05  WRK-TS-ATUAL-MI         PIC  9(02)  VALUE ZEROS.
           05  FILLER                  PIC  X(01)  VALUE '.'.
           05  WRK-TS-ATUAL-SS         PIC  9(02)  VALUE ZEROS.
           05  FILLER                  PIC  X(07)  VALUE '.000000'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * DADOS DA IMAGEM ANTERIOR GRAVADA NA TABELA DE HISTORICO        *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-HIST-DT-OPERACAO        PIC  9(08)  VALUE ZEROS.
       01  WRK-HIST-HR-OPERACAO        PIC  9(06)  VALUE ZEROS.
       01  WRK-HIST-USUARIO            PIC  X(30)  VALUE SPACES.
       01  WRK-HIST-TIPO-OPERACAO      PIC  X(01)  VALUE SPACE.
       01  WRK-HIST-MOTIVO             PIC  X(60)  VALUE SPACES.

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
       01  FILLER                       REDEFINES  WRK-DT-ATUAL.
           05  WRK-DT-ATUAL-AAAA        PIC  9(04).
           05  WRK-DT-ATUAL-MM          PIC  9(02).
           05  WRK-DT-ATUAL-DD          PIC  9(02).
       01  WRK-HR-ATUAL                 PIC  9(06) VALUE ZEROS.
       01  FILLER                       REDEFINES  WRK-HR-ATUAL.
           05  WRK-HR-ATUAL-HH          PIC  9(02).
           05  WRK-HR-ATUAL-MI          PIC  9(02).
           05  WRK-HR-ATUAL-SS          PIC  9(02).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *            COMMAREA DO GESTOR DAS AREAS DE MEMORIA             *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-COPY-GAM.
           COPY 'I#FRWK04'.

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

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA P/ FORMATACAO DE ERRO DE CICS         ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-AREA-ERRO-CICS.
           COPY 'I#FRWKCI'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA P/ FORMATACAO DE ERRO DE LIVRE        ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-AREA-ERRO-LIVRE.
           COPY 'I#FRWKLI'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA P/ FORMATACAO DE ERRO DE DB2          ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

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
               INCLUDE FRWKB998
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * A SITUACAO DEVOLVIDA E A EFETIVA: REGRA DESATIVADA COM         *
      * REATIVACAO JA VENCIDA APARECE ATIVA, COMO O FRWK6000 A LE      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CSR01-FRWKB998 CURSOR FOR
                SELECT NREGRA_ALRT
                     , CNOME_PROGRAMA
                     , CTIPO_ERRO
                     , DS_FILTRO_BLOCO
                     , QTD_LIMITE
                     , QTD_MINUTOS
                     , CASE WHEN IN_ATIVA       = 'N'
                             AND TS_REATIVACAO  >
                                 '0001-01-01-00.00.00.000000'
                             AND TS_REATIVACAO <=
                                 CHAR(CURRENT TIMESTAMP)
                            THEN 'S'
                            ELSE IN_ATIVA
                       END
                     , TS_REATIVACAO
                  FROM DB2PRD.TREGRA_ALRT_ERRO
                 WHERE NREGRA_ALRT    >= :FRWKB998.NREGRA-ALRT
                 ORDER BY NREGRA_ALRT
           END-EXEC.

           EXEC SQL
                DECLARE CSR02-FRWKB998 CURSOR FOR
                SELECT NREGRA_ALRT
                     , CNOME_PROGRAMA
                     , CTIPO_ERRO
                     , DS_FILTRO_BLOCO
                     , QTD_LIMITE
                     , QTD_MINUTOS
                     , CASE WHEN IN_ATIVA       = 'N'
                             AND TS_REATIVACAO  >
                                 '0001-01-01-00.00.00.000000'
                             AND TS_REATIVACAO <=
                                 CHAR(CURRENT TIMESTAMP)
                            THEN 'S'
                            ELSE IN_ATIVA
                       END
                     , TS_REATIVACAO
                  FROM DB2PRD.TREGRA_ALRT_ERRO
                 WHERE NREGRA_ALRT    >  :FRWKB998.NREGRA-ALRT
                 ORDER BY NREGRA_ALRT
           END-EXEC.

           EXEC SQL
                DECLARE CSR03-FRWKB998 CURSOR FOR
                SELECT NREGRA_ALRT
                     , CNOME_PROGRAMA
                     , CTIPO_ERRO
                     , DS_FILTRO_BLOCO
                     , QTD_LIMITE
                     , QTD_MINUTOS
                     , CASE WHEN IN_ATIVA       = 'N'
                             AND TS_REATIVACAO  >
                                 '0001-01-01-00.00.00.000000'
                             AND TS_REATIVACAO <=
                                 CHAR(CURRENT TIMESTAMP)
                            THEN 'S'
                            ELSE IN_ATIVA
                       END
                     , TS_REATIVACAO
                  FROM DB2PRD.TREGRA_ALRT_ERRO
                 WHERE NREGRA_ALRT    <  :FRWKB998.NREGRA-ALRT
                 ORDER BY NREGRA_ALRT DESC
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** FIM DA WORKING-STORAGE SECTION             ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*

       01  DFHCOMMAREA.
           02  LNK-FRWK55JS.
           COPY FRWKW000.
               03  LNK-AREA-FRWKWAAA.
           COPY FRWKWAAA.
           COPY FRWKW55C.

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           MOVE '0000-ROTINA-PRINCIPAL' TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 1000-INICIAR.

           EVALUATE FRWKW55C-SOLIC-MAIS-DADOS
               WHEN 'C'
                   PERFORM 1180-VALIDAR-MANUTENCAO
                   PERFORM 4000-INCLUIR-REGRA
               WHEN 'M'
                   PERFORM 1180-VALIDAR-MANUTENCAO
                   PERFORM 5000-ALTERAR-REGRA
               WHEN 'D'
                   PERFORM 1180-VALIDAR-MANUTENCAO
                   PERFORM 6000-DESATIVAR-REGRA
               WHEN 'R'
                   PERFORM 1180-VALIDAR-MANUTENCAO
                   PERFORM 7000-REATIVAR-REGRA
               WHEN OTHER
                   PERFORM 2000-PROCESSAR
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
                       FRWKB998.

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

           MOVE FRWKW55C-NREG-QTDE      TO      WRK-NREG-QTDE.

           IF  WRK-NREG-QTDE            EQUAL   ZEROS
               OR WRK-NREG-QTDE         GREATER WRK-NREG-MAXIMO
               MOVE WRK-NREG-MAXIMO     TO      WRK-NREG-QTDE
           END-IF.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * VALIDA A EXPIRACAO DA SESSAO RECEBIDA DO COORDENADOR, NO       *
      * MESMO CRITERIO DE 90700-VALIDAR-SESSAO DA ARQUITETURA. GUARDA  *
      * O MOMENTO CORRENTE NO FORMATO DO TIMESTAMP DB2                 *
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

           MOVE WRK-DT-ATUAL-AAAA       TO      WRK-TS-ATUAL-AAAA.
           MOVE WRK-DT-ATUAL-MM         TO      WRK-TS-ATUAL-MM.
           MOVE WRK-DT-ATUAL-DD         TO      WRK-TS-ATUAL-DD.
           MOVE WRK-HR-ATUAL-HH         TO      WRK-TS-ATUAL-HH.
           MOVE WRK-HR-ATUAL-MI         TO      WRK-TS-ATUAL-MI.
           MOVE WRK-HR-ATUAL-SS         TO      WRK-TS-ATUAL-SS.

      *----------------------------------------------------------------*
       1150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * CONFERE NO GAM (GLOG1001) A PERMISSAO DE CONSULTA DA SESSAO    *
      * SOBRE O BLOCO DE AUTORIZACAO (FRWKEL04, ID-BLOCO FRWKCONS):    *
      * PERFIL SEM DIREITO DE CONSULTA RECEBE A RECUSA ESTRUTURADA     *
      * (RETORNO 90), SEM O CONTEUDO DAS REGRAS                        *
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
           MOVE 'FRWKCONS'              TO      FRWKEL04-ID-BLOCO.
           MOVE ZEROS                   TO      FRWKEL04-TAM-BLOCO.

           EXEC CICS LINK PROGRAM  ('GLOG1001')
                          COMMAREA (WRK-COPY-GAM)
                          LENGTH   (LENGTH OF WRK-COPY-GAM)
                          NOHANDLE
           END-EXEC.

           IF  EIBRESP                  NOT EQUAL DFHRESP(NORMAL)
               MOVE 16                  TO      FRWKW000-COD-RETORNO
               MOVE 'ER04'              TO      FRWKW000-COD-ERRO
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
      * INCLUIR, ALTERAR, DESATIVAR E REATIVAR EXIGEM A PERMISSAO DE   *
      * MANUTENCAO DAS REGRAS OPERACIONAIS NO GAM (ID-BLOCO            *
      * 'FRWKREGR'): SEM ELA A SESSAO SO CONSULTA                      *
      *----------------------------------------------------------------*
       1180-VALIDAR-MANUTENCAO         SECTION.
      *----------------------------------------------------------------*

           MOVE '1180-VALIDAR-MANUTENCAO' TO
                                        FRWKGHEA-IDEN-PARAGRAFO.

           INITIALIZE FRWKEL04-BLOCO-RETORNO.
           MOVE FRWKWAAA-CSESS-FRWK OF WRK-AREA-FRWKWAAA (1:16)
                                        TO FRWKEL04-IDENT-AREA-GLOBAL.
           SET  FRWKEL04-FUN-CONSULTAR  TO      TRUE.
           SET  FRWKEL04-PERM-CONSULTAR TO      TRUE.
           SET  FRWKEL04-IND-BL-AUTORIZ TO      TRUE.
           MOVE 'FRWKREGR'              TO      FRWKEL04-ID-BLOCO.
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
               MOVE 'ER91'              TO      FRWKW000-COD-ERRO
               MOVE 'FRWK9990'          TO      FRWKW000-COD-MENSAGEM
               PERFORM 9999-RETORNAR-CICS
           END-IF.

      *----------------------------------------------------------------*
       1180-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '2000-PROCESSAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE FRWKW55C-NREGRA-ALRT    TO      NREGRA-ALRT
                                                OF FRWKB998.

           PERFORM 2100-ABRIR-CURSOR.

           PERFORM 2200-LER-CURSOR.

           IF  SQLCODE                  EQUAL   +100
               MOVE 08                  TO      FRWKW000-COD-RETORNO
               MOVE 'ER06'              TO      FRWKW000-COD-ERRO
               MOVE 'FRWK0001'          TO      FRWKW000-COD-MENSAGEM
               PERFORM 2400-ENCERRAR-CURSOR
               PERFORM 9000-FINALIZAR
           END-IF.

           PERFORM 2250-CARREGAR-LINHA
               VARYING WRK-IDX FROM 1 BY 1
                 UNTIL SQLCODE          EQUAL   +100
                    OR WRK-IDX          GREATER WRK-NREG-QTDE.

           IF  SQLCODE                  EQUAL   ZEROS
               MOVE 01                  TO      FRWKW000-COD-RETORNO
           END-IF.

           COMPUTE WRK-NREG-QTDE = WRK-IDX - 1.

           MOVE WRK-NREG-QTDE           TO      FRWKW55C-NREG-QTDE.

           PERFORM 2400-ENCERRAR-CURSOR.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-ABRIR-CURSOR               SECTION.
      *----------------------------------------------------------------*

           MOVE '2100-ABRIR-CURSOR'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           EVALUATE FRWKW55C-SOLIC-MAIS-DADOS
               WHEN 'I'
               WHEN 'P'
               WHEN 'U'
                   EXEC SQL
                        OPEN CSR01-FRWKB998
                   END-EXEC
               WHEN 'S'
                   EXEC SQL
                        OPEN CSR02-FRWKB998
                   END-EXEC
               WHEN 'A'
                   EXEC SQL
                        OPEN CSR03-FRWKB998
                   END-EXEC
               WHEN OTHER
                   MOVE 'FRWK9999'      TO      FRWKGLIV-COD-MENSAGEM
                   MOVE 'SOLIC-MAIS-DADOS INVALIDO'
                                        TO      FRWKGLIV-PARAMETROS
                   MOVE 16              TO      FRWKW000-COD-RETORNO
                   MOVE 'ER07'          TO      FRWKW000-COD-ERRO
                   MOVE 'FRWK9999'      TO      FRWKW000-COD-MENSAGEM
                   PERFORM 9300-TRATAR-ERRO-LIVRE
           END-EVALUATE.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      FRWKW000-COD-RETORNO
               MOVE 'ER08'              TO      FRWKW000-COD-ERRO
               MOVE 'FRWK9999'          TO      FRWKW000-COD-MENSAGEM
               SET DB2-OPEN             TO      TRUE
               MOVE 'TREGRA_ALRT_ERRO'  TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-LER-CURSOR                 SECTION.
      *----------------------------------------------------------------*

           MOVE '2200-LER-CURSOR'       TO      FRWKGHEA-IDEN-PARAGRAFO.

           EVALUATE FRWKW55C-SOLIC-MAIS-DADOS
               WHEN 'I'
               WHEN 'P'
               WHEN 'U'
                   EXEC SQL
                        FETCH CSR01-FRWKB998 INTO
                           :FRWKB998.NREGRA-ALRT
                         , :FRWKB998.CNOME-PROGRAMA
                         , :FRWKB998.CTIPO-ERRO
                         , :FRWKB998.DS-FILTRO-BLOCO
                         , :FRWKB998.QTD-LIMITE
                         , :FRWKB998.QTD-MINUTOS
                         , :FRWKB998.IN-ATIVA
                         , :FRWKB998.TS-REATIVACAO
                   END-EXEC
               WHEN 'S'
                   EXEC SQL
                        FETCH CSR02-FRWKB998 INTO
                           :FRWKB998.NREGRA-ALRT
                         , :FRWKB998.CNOME-PROGRAMA
                         , :FRWKB998.CTIPO-ERRO
                         , :FRWKB998.DS-FILTRO-BLOCO
                         , :FRWKB998.QTD-LIMITE
                         , :FRWKB998.QTD-MINUTOS
                         , :FRWKB998.IN-ATIVA
                         , :FRWKB998.TS-REATIVACAO
                   END-EXEC
               WHEN 'A'
                   EXEC SQL
                        FETCH CSR03-FRWKB998 INTO
                           :FRWKB998.NREGRA-ALRT
                         , :FRWKB998.CNOME-PROGRAMA
                         , :FRWKB998.CTIPO-ERRO
                         , :FRWKB998.DS-FILTRO-BLOCO
                         , :FRWKB998.QTD-LIMITE
                         , :FRWKB998.QTD-MINUTOS
                         , :FRWKB998.IN-ATIVA
                         , :FRWKB998.TS-REATIVACAO
                   END-EXEC
           END-EVALUATE.

           IF  SQLCODE                  NOT EQUAL ZEROS AND +100
               MOVE 16                  TO      FRWKW000-COD-RETORNO
               MOVE 'ER09'              TO      FRWKW000-COD-ERRO
               MOVE 'FRWK9999'          TO      FRWKW000-COD-MENSAGEM
               SET DB2-FETCH            TO      TRUE
               MOVE 'TREGRA_ALRT_ERRO'  TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * DEVOLVE A LINHA LIDA NA POSICAO CORRENTE DA LISTA E LE A       *
      * PROXIMA                                                        *
      *----------------------------------------------------------------*
       2250-CARREGAR-LINHA             SECTION.
      *----------------------------------------------------------------*

           PERFORM 2300-ALIMENTAR-FRWKW55C.

           PERFORM 2200-LER-CURSOR.

      *----------------------------------------------------------------*
       2250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-ALIMENTAR-FRWKW55C         SECTION.
      *----------------------------------------------------------------*

           MOVE '2300-ALIMENTAR-FRWKW55C'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE NREGRA-ALRT             OF      FRWKB998
             TO FRWKW55C-NREGRA-ALRT-L(WRK-IDX).
           MOVE CNOME-PROGRAMA          OF      FRWKB998
             TO FRWKW55C-CNOME-PROGRAMA-L(WRK-IDX).
           MOVE CTIPO-ERRO              OF      FRWKB998
             TO FRWKW55C-CTIPO-ERRO-L(WRK-IDX).
           MOVE DS-FILTRO-BLOCO         OF      FRWKB998
             TO FRWKW55C-DS-FILTRO-BLOCO-L(WRK-IDX).
           MOVE QTD-LIMITE              OF      FRWKB998
             TO FRWKW55C-QTD-LIMITE-L(WRK-IDX).
           MOVE QTD-MINUTOS             OF      FRWKB998
             TO FRWKW55C-QTD-MINUTOS-L(WRK-IDX).
           MOVE IN-ATIVA                OF      FRWKB998
             TO FRWKW55C-IN-ATIVA-L(WRK-IDX).
           MOVE TS-REATIVACAO           OF      FRWKB998
             TO FRWKW55C-TS-REATIVACAO-L(WRK-IDX).

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-ENCERRAR-CURSOR            SECTION.
      *----------------------------------------------------------------*

           MOVE '2400-ENCERRAR-CURSOR'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           EVALUATE FRWKW55C-SOLIC-MAIS-DADOS
               WHEN 'I'
               WHEN 'P'
               WHEN 'U'
                   EXEC SQL
                        CLOSE CSR01-FRWKB998
                   END-EXEC
               WHEN 'S'
                   EXEC SQL
                        CLOSE CSR02-FRWKB998
                   END-EXEC
               WHEN 'A'
                   EXEC SQL
                        CLOSE CSR03-FRWKB998
                   END-EXEC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      FRWKW000-COD-RETORNO
               MOVE 'ER10'              TO      FRWKW000-COD-ERRO
               MOVE 'FRWK9999'          TO      FRWKW000-COD-MENSAGEM
               SET DB2-CLOSE            TO      TRUE
               MOVE 'TREGRA_ALRT_ERRO'  TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * O MOTIVO E OBRIGATORIO EM TODA MANUTENCAO: VAI PARA O          *
      * HISTORICO JUNTO COM A IMAGEM ANTERIOR                          *
      *----------------------------------------------------------------*
       3400-VALIDAR-MOTIVO             SECTION.
      *----------------------------------------------------------------*

           MOVE '3400-VALIDAR-MOTIVO'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF  FRWKW55C-DS-MOTIVO-IN    EQUAL   SPACES
               MOVE 12                  TO      FRWKW000-COD-RETORNO
               MOVE 'ER14'              TO      FRWKW000-COD-ERRO
               MOVE 'FRWK9986'          TO      FRWKW000-COD-MENSAGEM
               PERFORM 9999-RETORNAR-CICS
           END-IF.

           MOVE FRWKW55C-DS-MOTIVO-IN   TO      WRK-HIST-MOTIVO.

      *----------------------------------------------------------------*
       3400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * VALIDACAO DOS DADOS DA REGRA: LIMITE DE OCORRENCIAS POSITIVO E *
      * JANELA DE AVALIACAO ENTRE 1 MINUTO E 1 DIA (1440). PROGRAMA EM *
      * BRANCO VALE PARA TODOS (COMO O FRWK6000 O TRATA); INFORMADO,   *
      * PRECISA EXISTIR                                                *
      *----------------------------------------------------------------*
       3500-VALIDAR-DADOS-REGRA        SECTION.
      *----------------------------------------------------------------*

           MOVE '3500-VALIDAR-DADOS-REGRA'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF  FRWKW55C-QTD-LIMITE-IN   NOT NUMERIC
               OR FRWKW55C-QTD-MINUTOS-IN NOT NUMERIC
               OR FRWKW55C-QTD-LIMITE-IN EQUAL  ZEROS
               OR FRWKW55C-QTD-MINUTOS-IN EQUAL ZEROS
               OR FRWKW55C-QTD-MINUTOS-IN GREATER 1440
               MOVE 12                  TO      FRWKW000-COD-RETORNO
               MOVE 'ER11'              TO      FRWKW000-COD-ERRO
               MOVE 'FRWK9991'          TO      FRWKW000-COD-MENSAGEM
               PERFORM 9999-RETORNAR-CICS
           END-IF.

           IF  FRWKW55C-CNOME-PROGRAMA-IN NOT EQUAL SPACES
               MOVE FRWKW55C-CNOME-PROGRAMA-IN
                                        TO      WRK-PROGRAMA-VALIDAR
               PERFORM 3600-VALIDAR-PROGRAMA
           END-IF.

           MOVE FRWKW55C-CNOME-PROGRAMA-IN TO   CNOME-PROGRAMA
                                                OF FRWKB998.
           MOVE FRWKW55C-CTIPO-ERRO-IN  TO      CTIPO-ERRO
                                                OF FRWKB998.
           MOVE FRWKW55C-DS-FILTRO-BLOCO-IN TO  DS-FILTRO-BLOCO
                                                OF FRWKB998.
           MOVE FRWKW55C-QTD-LIMITE-IN  TO      QTD-LIMITE
                                                OF FRWKB998.
           MOVE FRWKW55C-QTD-MINUTOS-IN TO      QTD-MINUTOS
                                                OF FRWKB998.

      *----------------------------------------------------------------*
       3500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * O PROGRAMA EXISTE QUANDO TEM PACOTE DB2 (SYSIBM.SYSPACKAGE) OU *
      * MARCADOR DE PROCESSAMENTO DO CKRS (TCTRL_PROCESSO)             *
      *----------------------------------------------------------------*
       3600-VALIDAR-PROGRAMA           SECTION.
      *----------------------------------------------------------------*

           MOVE '3600-VALIDAR-PROGRAMA' TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-PROGRAMA
                  FROM SYSIBM.SYSDUMMY1
                 WHERE EXISTS
                       (SELECT 1
                          FROM SYSIBM.SYSPACKAGE
                         WHERE NAME = :WRK-PROGRAMA-VALIDAR)
                    OR EXISTS
                       (SELECT 1
                          FROM DB2PRD.TCTRL_PROCESSO
                         WHERE CNOME_PROGRAMA = :WRK-PROGRAMA-VALIDAR)
           END-EXEC.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      FRWKW000-COD-RETORNO
               MOVE 'ER13'              TO      FRWKW000-COD-ERRO
               MOVE 'FRWK9999'          TO      FRWKW000-COD-MENSAGEM
               SET DB2-SELECT           TO      TRUE
               MOVE 'TCTRL_PROCESSO'    TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF  WRK-QTD-PROGRAMA         EQUAL   ZEROS
               MOVE 12                  TO      FRWKW000-COD-RETORNO
               MOVE 'ER12'              TO      FRWKW000-COD-ERRO
               MOVE 'FRWK9989'          TO      FRWKW000-COD-MENSAGEM
               PERFORM 9999-RETORNAR-CICS
           END-IF.

      *----------------------------------------------------------------*
       3600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * MOMENTO DE REATIVACAO AUTOMATICA DA DESATIVACAO: DATA E HORA   *
      * EM BRANCO = PRAZO INDETERMINADO; INFORMADAS, PRECISAM SER UMA  *
      * DATA (AAAA-MM-DD) E HORA (HH.MM.SS) VALIDAS E FUTURAS          *
      *----------------------------------------------------------------*
       3700-VALIDAR-REATIVACAO         SECTION.
      *----------------------------------------------------------------*

           MOVE '3700-VALIDAR-REATIVACAO'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF  FRWKW55C-DT-REATIVACAO-IN EQUAL  SPACES
               AND FRWKW55C-HR-REATIVACAO-IN EQUAL SPACES
               MOVE WRK-TS-NULO         TO      TS-REATIVACAO
                                                OF FRWKB998
               GO TO 3700-99-FIM
           END-IF.

           MOVE FRWKW55C-DT-REATIVACAO-IN TO    WRK-DT-REATIV.
           MOVE FRWKW55C-HR-REATIVACAO-IN TO    WRK-HR-REATIV.

           IF  WRK-DT-REATIV-AAAA       NOT NUMERIC
               OR WRK-DT-REATIV-MM      NOT NUMERIC
               OR WRK-DT-REATIV-DD      NOT NUMERIC
               OR WRK-DT-REATIV-SEP1    NOT EQUAL '-'
               OR WRK-DT-REATIV-SEP2    NOT EQUAL '-'
               OR WRK-HR-REATIV-HH      NOT NUMERIC
               OR WRK-HR-REATIV-MI      NOT NUMERIC
               OR WRK-HR-REATIV-SS      NOT NUMERIC
               OR WRK-HR-REATIV-SEP1    NOT EQUAL '.'
               OR WRK-HR-REATIV-SEP2    NOT EQUAL '.'
               PERFORM 3790-RECUSAR-REATIVACAO
           END-IF.

           IF  WRK-DT-REATIV-MM-9       LESS    01
               OR WRK-DT-REATIV-MM-9    GREATER 12
               OR WRK-DT-REATIV-DD-9    LESS    01
               OR WRK-HR-REATIV-HH      GREATER '23'
               OR WRK-HR-REATIV-MI      GREATER '59'
               OR WRK-HR-REATIV-SS      GREATER '59'
               PERFORM 3790-RECUSAR-REATIVACAO
           END-IF.

           IF  WRK-DT-REATIV-DD-9       GREATER
               WRK-DIAS-MES (WRK-DT-REATIV-MM-9)
               PERFORM 3790-RECUSAR-REATIVACAO
           END-IF.

           IF  WRK-DT-REATIV-MM-9       EQUAL   02
               AND WRK-DT-REATIV-DD-9   EQUAL   29
               DIVIDE WRK-DT-REATIV-AAAA-9 BY 4
                   GIVING WRK-ANO-QUOCIENTE
                   REMAINDER WRK-ANO-RESTO
               IF  WRK-ANO-RESTO        NOT EQUAL ZEROS
                   PERFORM 3790-RECUSAR-REATIVACAO
               END-IF
           END-IF.

           MOVE WRK-DT-REATIV           TO      WRK-TS-REATIV-DT.
           MOVE WRK-HR-REATIV           TO      WRK-TS-REATIV-HR.

           IF  WRK-TS-REATIVACAO    NOT GREATER WRK-TS-ATUAL
               PERFORM 3790-RECUSAR-REATIVACAO
           END-IF.

           MOVE WRK-TS-REATIVACAO       TO      TS-REATIVACAO
                                                OF FRWKB998.

      *----------------------------------------------------------------*
       3700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3790-RECUSAR-REATIVACAO         SECTION.
      *----------------------------------------------------------------*

           MOVE 12                      TO      FRWKW000-COD-RETORNO.
           MOVE 'ER15'                  TO      FRWKW000-COD-ERRO.
           MOVE 'FRWK9987'              TO      FRWKW000-COD-MENSAGEM.

           PERFORM 9999-RETORNAR-CICS.

      *----------------------------------------------------------------*
       3790-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * INCLUI A REGRA ATIVA COM O PROXIMO NUMERO LIVRE, DEVOLVIDO EM  *
      * FRWKW55C-NREGRA-ALRT                                           *
      *----------------------------------------------------------------*
       4000-INCLUIR-REGRA              SECTION.
      *----------------------------------------------------------------*

           MOVE '4000-INCLUIR-REGRA'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 3500-VALIDAR-DADOS-REGRA.

           PERFORM 3400-VALIDAR-MOTIVO.

           EXEC SQL
                SELECT VALUE(MAX(NREGRA_ALRT), 0) + 1
                  INTO :FRWKB998.NREGRA-ALRT
                  FROM DB2PRD.TREGRA_ALRT_ERRO
           END-EXEC.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      FRWKW000-COD-RETORNO
               MOVE 'ER16'              TO      FRWKW000-COD-ERRO
               MOVE 'FRWK9999'          TO      FRWKW000-COD-MENSAGEM
               SET DB2-SELECT           TO      TRUE
               MOVE 'TREGRA_ALRT_ERRO'  TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE 'S'                     TO      IN-ATIVA
                                                OF FRWKB998.
           MOVE WRK-TS-NULO             TO      TS-REATIVACAO
                                                OF FRWKB998.

           EXEC SQL
                INSERT INTO DB2PRD.TREGRA_ALRT_ERRO
                       ( NREGRA_ALRT
                       , CNOME_PROGRAMA
                       , CTIPO_ERRO
                       , DS_FILTRO_BLOCO
                       , QTD_LIMITE
                       , QTD_MINUTOS
                       , IN_ATIVA
                       , TS_REATIVACAO )
                VALUES ( :FRWKB998.NREGRA-ALRT
                       , :FRWKB998.CNOME-PROGRAMA
                       , :FRWKB998.CTIPO-ERRO
                       , :FRWKB998.DS-FILTRO-BLOCO
                       , :FRWKB998.QTD-LIMITE
                       , :FRWKB998.QTD-MINUTOS
                       , :FRWKB998.IN-ATIVA
                       , :FRWKB998.TS-REATIVACAO )
           END-EXEC.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      FRWKW000-COD-RETORNO
               MOVE 'ER17'              TO      FRWKW000-COD-ERRO
               MOVE 'FRWK9999'          TO      FRWKW000-COD-MENSAGEM
               SET DB2-INSERT           TO      TRUE
               MOVE 'TREGRA_ALRT_ERRO'  TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE 'I'                     TO      WRK-HIST-TIPO-OPERACAO.

           PERFORM 5060-CAPTURAR-IMAGEM-ANTERIOR.

           MOVE NREGRA-ALRT OF FRWKB998 TO      FRWKW55C-NREGRA-ALRT.
           MOVE 01                      TO      FRWKW000-COD-RETORNO.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ALTERA PROGRAMA, TIPO, FILTRO, LIMITE E JANELA DA REGRA. A     *
      * SITUACAO SO MUDA PELA DESATIVACAO / REATIVACAO                 *
      *----------------------------------------------------------------*
       5000-ALTERAR-REGRA              SECTION.
      *----------------------------------------------------------------*

           MOVE '5000-ALTERAR-REGRA'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 3500-VALIDAR-DADOS-REGRA.

           PERFORM 3400-VALIDAR-MOTIVO.

           MOVE FRWKW55C-NREGRA-ALRT    TO      NREGRA-ALRT
                                                OF FRWKB998.
           MOVE 'A'                     TO      WRK-HIST-TIPO-OPERACAO.

           PERFORM 5060-CAPTURAR-IMAGEM-ANTERIOR.

           EXEC SQL
                UPDATE DB2PRD.TREGRA_ALRT_ERRO
                   SET CNOME_PROGRAMA   = :FRWKB998.CNOME-PROGRAMA
                     , CTIPO_ERRO       = :FRWKB998.CTIPO-ERRO
                     , DS_FILTRO_BLOCO  = :FRWKB998.DS-FILTRO-BLOCO
                     , QTD_LIMITE       = :FRWKB998.QTD-LIMITE
                     , QTD_MINUTOS      = :FRWKB998.QTD-MINUTOS
                 WHERE NREGRA_ALRT      = :FRWKB998.NREGRA-ALRT
           END-EXEC.

           PERFORM 5090-AVALIAR-ATUALIZACAO.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * GRAVA EM TREGRA_ALRT_ERRO_HIST A IMAGEM DA LINHA COMO ELA ESTA *
      * ANTES DE A MANUTENCAO SER EFETIVADA (NA INCLUSAO, A PROPRIA    *
      * LINHA INCLUIDA), COM DATA, HORA, USUARIO, TIPO DE OPERACAO     *
      * ('I' INCLUSAO / 'A' ALTERACAO / 'D' DESATIVACAO / 'R'          *
      * REATIVACAO) E MOTIVO (PADRAO TEMPLATE_ALTERACAO). REGRA        *
      * INEXISTENTE E DEVOLVIDA COMO NAO ENCONTRADA                    *
      *----------------------------------------------------------------*
       5060-CAPTURAR-IMAGEM-ANTERIOR   SECTION.
      *----------------------------------------------------------------*

           MOVE '5060-CAPTURAR-IMAGEM-ANTERIOR'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE FRWKWAAA-WINFO-DADOS-DTOPER OF WRK-AREA-FRWKWAAA
                                        TO      WRK-HIST-DT-OPERACAO.
           MOVE FRWKWAAA-CAUTEN-SEGRC OF WRK-AREA-FRWKWAAA
                                        TO      WRK-HIST-USUARIO.
           MOVE WRK-HR-ATUAL            TO      WRK-HIST-HR-OPERACAO.

           EXEC SQL INSERT INTO DB2PRD.TREGRA_ALRT_ERRO_HIST
                    SELECT T.*, :WRK-HIST-DT-OPERACAO,
                                 :WRK-HIST-HR-OPERACAO,
                                 :WRK-HIST-USUARIO,
                                 :WRK-HIST-TIPO-OPERACAO,
                                 :WRK-HIST-MOTIVO
                      FROM DB2PRD.TREGRA_ALRT_ERRO T
                     WHERE T.NREGRA_ALRT = :FRWKB998.NREGRA-ALRT
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 MOVE 08                TO      FRWKW000-COD-RETORNO
                 MOVE 'ER18'            TO      FRWKW000-COD-ERRO
                 MOVE 'FRWK0001'        TO      FRWKW000-COD-MENSAGEM
                 PERFORM 9999-RETORNAR-CICS
              WHEN SQLCODE              NOT EQUAL ZEROS
                 MOVE 16                TO      FRWKW000-COD-RETORNO
                 MOVE 'ER19'            TO      FRWKW000-COD-ERRO
                 MOVE 'FRWK9999'        TO      FRWKW000-COD-MENSAGEM
                 SET DB2-INSERT         TO      TRUE
                 MOVE 'TREGRA_ALRT_ERRO_HIST'
                                        TO      FRWKGDB2-NOME-TABELA
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       5060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5090-AVALIAR-ATUALIZACAO        SECTION.
      *----------------------------------------------------------------*

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 MOVE 08                TO      FRWKW000-COD-RETORNO
                 MOVE 'ER18'            TO      FRWKW000-COD-ERRO
                 MOVE 'FRWK0001'        TO      FRWKW000-COD-MENSAGEM
              WHEN SQLCODE              NOT EQUAL ZEROS
                 MOVE 16                TO      FRWKW000-COD-RETORNO
                 MOVE 'ER20'            TO      FRWKW000-COD-ERRO
                 MOVE 'FRWK9999'        TO      FRWKW000-COD-MENSAGEM
                 SET DB2-UPDATE         TO      TRUE
                 MOVE 'TREGRA_ALRT_ERRO' TO     FRWKGDB2-NOME-TABELA
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 MOVE 01                TO      FRWKW000-COD-RETORNO
           END-EVALUATE.

      *----------------------------------------------------------------*
       5090-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * DESATIVA A REGRA. COM DATA E HORA DE REATIVACAO A REGRA VOLTA  *
      * A VALER SOZINHA A PARTIR DESSE MOMENTO, SEM NOVA MANUTENCAO    *
      * (O FRWK6000 CONFERE TS_REATIVACAO NA LEITURA)                  *
      *----------------------------------------------------------------*
       6000-DESATIVAR-REGRA            SECTION.
      *----------------------------------------------------------------*

           MOVE '6000-DESATIVAR-REGRA'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 3400-VALIDAR-MOTIVO.

           PERFORM 3700-VALIDAR-REATIVACAO.

           MOVE FRWKW55C-NREGRA-ALRT    TO      NREGRA-ALRT
                                                OF FRWKB998.
           MOVE 'D'                     TO      WRK-HIST-TIPO-OPERACAO.

           PERFORM 5060-CAPTURAR-IMAGEM-ANTERIOR.

           EXEC SQL
                UPDATE DB2PRD.TREGRA_ALRT_ERRO
                   SET IN_ATIVA         = 'N'
                     , TS_REATIVACAO    = :FRWKB998.TS-REATIVACAO
                 WHERE NREGRA_ALRT      = :FRWKB998.NREGRA-ALRT
           END-EXEC.

           PERFORM 5090-AVALIAR-ATUALIZACAO.

      *----------------------------------------------------------------*
       6000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * REATIVA A REGRA NA HORA, DESCARTANDO A REATIVACAO AGENDADA     *
      *----------------------------------------------------------------*
       7000-REATIVAR-REGRA             SECTION.
      *----------------------------------------------------------------*

           MOVE '7000-REATIVAR-REGRA'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 3400-VALIDAR-MOTIVO.

           MOVE FRWKW55C-NREGRA-ALRT    TO      NREGRA-ALRT
                                                OF FRWKB998.
           MOVE WRK-TS-NULO             TO      TS-REATIVACAO
                                                OF FRWKB998.
           MOVE 'R'                     TO      WRK-HIST-TIPO-OPERACAO.

           PERFORM 5060-CAPTURAR-IMAGEM-ANTERIOR.

           EXEC SQL
                UPDATE DB2PRD.TREGRA_ALRT_ERRO
                   SET IN_ATIVA         = 'S'
                     , TS_REATIVACAO    = :FRWKB998.TS-REATIVACAO
                 WHERE NREGRA_ALRT      = :FRWKB998.NREGRA-ALRT
           END-EXEC.

           PERFORM 5090-AVALIAR-ATUALIZACAO.

      *----------------------------------------------------------------*
       7000-99-FIM.                    EXIT.
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

           MOVE 'FRWK55JS'              TO      FRWKGHEA-NOME-PROGRAMA.

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

       END PROGRAM FRWK55JS.
