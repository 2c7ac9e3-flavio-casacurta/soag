      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. FRWK57JS.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  FRWK57JS                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  NOVEMBRO/2028                                *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  MODULO PERSISTENCIA DE MANUTENCAO DOS PRAZOS *
      *                   ESPERADOS DE CHEGADA DOS EXTRATOS DE ORIGEM  *
      *                   (TPRAZO_CHEGD_TARIF) CONFERIDOS PELO MONITOR *
      *                   GOTF2MON, NO MOLDE DO FRWK50JS: CONSULTA     *
      *                   PAGINADA POR SISTEMA DE ORIGEM, INCLUSAO,    *
      *                   ALTERACAO, DESATIVACAO (DEFINITIVA OU ATE    *
      *                   UMA DATA E HORA, QUANDO O PRAZO VOLTA A SER  *
      *                   MONITORADO SOZINHO) E REATIVACAO. TODA       *
      *                   MANUTENCAO EXIGE MOTIVO E GRAVA A IMAGEM     *
      *                   ANTERIOR EM TPRAZO_CHEGD_TARIF_HIST COM      *
      *                   DATA, HORA, USUARIO, TIPO DE OPERACAO E      *
      *                   MOTIVO (PADRAO TEMPLATE_ALTERACAO).          *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    FRWKW000 - BOOK CONTROLE - COMUNICACAO ENTRE MODULOS        *
      *    FRWKW57C - BOOK COMUNICACAO DESTE MODULO                    *
      *    FRWKWAAA - BLOCO DE INFORMACOES DA SESSAO                   *
      *    I#FRWK04 - COMMAREA DO GAM (GLOG1001) - PERMISSAO           *
      *    I#FRWKGE - COMMAREA FRWK1999 - LOG DE ERRO                  *
      *    I#FRWKCI - AREA PARA FORMATACAO DE ERRO DE CICS             *
      *    I#FRWKDB - AREA PARA FORMATACAO DE ERRO DE DB2              *
      *    I#FRWKLI - AREA PARA FORMATACAO DE ERRO LIVRE               *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TPRAZO_CHEGD_TARIF        GOTFB0E9       *
      *                DB2PRD.TPRAZO_CHEGD_TARIF_HIST      -           *
      *                DB2PRD.TORIGE_SIST_TARIF         GOTFB0G4       *
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
      *               FRWKREGR). A ORIGEM PRECISA ESTAR ATIVA NO       *
      *               CADASTRO TORIGE_SIST_TARIF (DE ONDE VEM O TIPO   *
      *               DE ENTRADA) E O HORARIO LIMITE PRECISA SER UMA   *
      *               HORA VALIDA DO DIA.                              *
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

       77  WRK-PROGRAM                 PIC  X(08)  VALUE  'FRWK57JS'.
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
      * HORARIO LIMITE INFORMADO (HH.MM.SS)                            *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-HR-LIMITE.
           05  WRK-HR-LIMITE-HH        PIC  X(02).
           05  WRK-HR-LIMITE-SEP1      PIC  X(01).
           05  WRK-HR-LIMITE-MI        PIC  X(02).
           05  WRK-HR-LIMITE-SEP2      PIC  X(01).
           05  WRK-HR-LIMITE-SS        PIC  X(02).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * MOMENTO DE REATIVACAO AUTOMATICA. O NULO INDICA DESATIVACAO    *
      * POR PRAZO INDETERMINADO (OU PRAZO ATIVO)                       *
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
               INCLUDE GOTFB0E9
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0G4
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * A SITUACAO DEVOLVIDA E A EFETIVA: PRAZO DESATIVADO COM         *
      * REATIVACAO JA VENCIDA APARECE ATIVO, COMO O GOTF2MON O LE      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CSR01-GOTFB0E9 CURSOR FOR
                SELECT CSIST_ORIGE_TARIF
                     , IN_TIPO_ENTRADA
                     , HR_LIMITE
                     , CPERIODICIDADE
                     , NDEPEND_PRACA
                     , CASE WHEN IN_ATIVA       = 'N'
                             AND TS_REATIVACAO  >
                                 '0001-01-01-00.00.00.000000'
                             AND TS_REATIVACAO <=
                                 CHAR(CURRENT TIMESTAMP)
                            THEN 'S'
                            ELSE IN_ATIVA
                       END
                     , TS_REATIVACAO
                  FROM DB2PRD.TPRAZO_CHEGD_TARIF
                 WHERE CSIST_ORIGE_TARIF >= :GOTFB0E9.CSIST-ORIGE-TARIF
                 ORDER BY CSIST_ORIGE_TARIF
           END-EXEC.

           EXEC SQL
                DECLARE CSR02-GOTFB0E9 CURSOR FOR
                SELECT CSIST_ORIGE_TARIF
                     , IN_TIPO_ENTRADA
                     , HR_LIMITE
                     , CPERIODICIDADE
                     , NDEPEND_PRACA
                     , CASE WHEN IN_ATIVA       = 'N'
                             AND TS_REATIVACAO  >
                                 '0001-01-01-00.00.00.000000'
                             AND TS_REATIVACAO <=
                                 CHAR(CURRENT TIMESTAMP)
                            THEN 'S'
                            ELSE IN_ATIVA
                       END
                     , TS_REATIVACAO
                  FROM DB2PRD.TPRAZO_CHEGD_TARIF
                 WHERE CSIST_ORIGE_TARIF >  :GOTFB0E9.CSIST-ORIGE-TARIF
                 ORDER BY CSIST_ORIGE_TARIF
           END-EXEC.

           EXEC SQL
                DECLARE CSR03-GOTFB0E9 CURSOR FOR
                SELECT CSIST_ORIGE_TARIF
                     , IN_TIPO_ENTRADA
                     , HR_LIMITE
                     , CPERIODICIDADE
                     , NDEPEND_PRACA
                     , CASE WHEN IN_ATIVA       = 'N'
                             AND TS_REATIVACAO  >
                                 '0001-01-01-00.00.00.000000'
                             AND TS_REATIVACAO <=
                                 CHAR(CURRENT TIMESTAMP)
                            THEN 'S'
                            ELSE IN_ATIVA
                       END
                     , TS_REATIVACAO
                  FROM DB2PRD.TPRAZO_CHEGD_TARIF
                 WHERE CSIST_ORIGE_TARIF <  :GOTFB0E9.CSIST-ORIGE-TARIF
                 ORDER BY CSIST_ORIGE_TARIF DESC
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** FIM DA WORKING-STORAGE SECTION             ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*

       01  DFHCOMMAREA.
           02  LNK-FRWK57JS.
           COPY FRWKW000.
               03  LNK-AREA-FRWKWAAA.
           COPY FRWKWAAA.
           COPY FRWKW57C.

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           MOVE '0000-ROTINA-PRINCIPAL' TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 1000-INICIAR.

           EVALUATE FRWKW57C-SOLIC-MAIS-DADOS
               WHEN 'C'
                   PERFORM 1180-VALIDAR-MANUTENCAO
                   PERFORM 4000-INCLUIR-PRAZO
               WHEN 'M'
                   PERFORM 1180-VALIDAR-MANUTENCAO
                   PERFORM 5000-ALTERAR-PRAZO
               WHEN 'D'
                   PERFORM 1180-VALIDAR-MANUTENCAO
                   PERFORM 6000-DESATIVAR-PRAZO
               WHEN 'R'
                   PERFORM 1180-VALIDAR-MANUTENCAO
                   PERFORM 7000-REATIVAR-PRAZO
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
                       GOTFB0E9
                       GOTFB0G4.

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

           MOVE FRWKW57C-NREG-QTDE      TO      WRK-NREG-QTDE.

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
      * (RETORNO 90), SEM O CONTEUDO DOS PRAZOS                        *
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

           MOVE FRWKW57C-CSIST-ORIGE-TARIF
                                        TO      CSIST-ORIGE-TARIF
                                                OF GOTFB0E9.

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

           MOVE WRK-NREG-QTDE           TO      FRWKW57C-NREG-QTDE.

           PERFORM 2400-ENCERRAR-CURSOR.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-ABRIR-CURSOR               SECTION.
      *----------------------------------------------------------------*

           MOVE '2100-ABRIR-CURSOR'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           EVALUATE FRWKW57C-SOLIC-MAIS-DADOS
               WHEN 'I'
               WHEN 'P'
               WHEN 'U'
                   EXEC SQL
                        OPEN CSR01-GOTFB0E9
                   END-EXEC
               WHEN 'S'
                   EXEC SQL
                        OPEN CSR02-GOTFB0E9
                   END-EXEC
               WHEN 'A'
                   EXEC SQL
                        OPEN CSR03-GOTFB0E9
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
               MOVE 'TPRAZO_CHEGD_TARIF' TO     FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-LER-CURSOR                 SECTION.
      *----------------------------------------------------------------*

           MOVE '2200-LER-CURSOR'       TO      FRWKGHEA-IDEN-PARAGRAFO.

           EVALUATE FRWKW57C-SOLIC-MAIS-DADOS
               WHEN 'I'
               WHEN 'P'
               WHEN 'U'
                   EXEC SQL
                        FETCH CSR01-GOTFB0E9 INTO
                           :GOTFB0E9.CSIST-ORIGE-TARIF
                         , :GOTFB0E9.IN-TIPO-ENTRADA
                         , :GOTFB0E9.HR-LIMITE
                         , :GOTFB0E9.CPERIODICIDADE
                         , :GOTFB0E9.NDEPEND-PRACA
                         , :GOTFB0E9.IN-ATIVA
                         , :GOTFB0E9.TS-REATIVACAO
                   END-EXEC
               WHEN 'S'
                   EXEC SQL
                        FETCH CSR02-GOTFB0E9 INTO
                           :GOTFB0E9.CSIST-ORIGE-TARIF
                         , :GOTFB0E9.IN-TIPO-ENTRADA
                         , :GOTFB0E9.HR-LIMITE
                         , :GOTFB0E9.CPERIODICIDADE
                         , :GOTFB0E9.NDEPEND-PRACA
                         , :GOTFB0E9.IN-ATIVA
                         , :GOTFB0E9.TS-REATIVACAO
                   END-EXEC
               WHEN 'A'
                   EXEC SQL
                        FETCH CSR03-GOTFB0E9 INTO
                           :GOTFB0E9.CSIST-ORIGE-TARIF
                         , :GOTFB0E9.IN-TIPO-ENTRADA
                         , :GOTFB0E9.HR-LIMITE
                         , :GOTFB0E9.CPERIODICIDADE
                         , :GOTFB0E9.NDEPEND-PRACA
                         , :GOTFB0E9.IN-ATIVA
                         , :GOTFB0E9.TS-REATIVACAO
                   END-EXEC
           END-EVALUATE.

           IF  SQLCODE                  NOT EQUAL ZEROS AND +100
               MOVE 16                  TO      FRWKW000-COD-RETORNO
               MOVE 'ER09'              TO      FRWKW000-COD-ERRO
               MOVE 'FRWK9999'          TO      FRWKW000-COD-MENSAGEM
               SET DB2-FETCH            TO      TRUE
               MOVE 'TPRAZO_CHEGD_TARIF' TO     FRWKGDB2-NOME-TABELA
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

           PERFORM 2300-ALIMENTAR-FRWKW57C.

           PERFORM 2200-LER-CURSOR.

      *----------------------------------------------------------------*
       2250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-ALIMENTAR-FRWKW57C         SECTION.
      *----------------------------------------------------------------*

           MOVE '2300-ALIMENTAR-FRWKW57C'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE CSIST-ORIGE-TARIF       OF      GOTFB0E9
             TO FRWKW57C-CSIST-ORIGE-TARIF-L(WRK-IDX).
           MOVE IN-TIPO-ENTRADA         OF      GOTFB0E9
             TO FRWKW57C-IN-TIPO-ENTRADA-L(WRK-IDX).
           MOVE HR-LIMITE               OF      GOTFB0E9
             TO FRWKW57C-HR-LIMITE-L(WRK-IDX).
           MOVE CPERIODICIDADE          OF      GOTFB0E9
             TO FRWKW57C-CPERIODICIDADE-L(WRK-IDX).
           MOVE NDEPEND-PRACA           OF      GOTFB0E9
             TO FRWKW57C-NDEPEND-PRACA-L(WRK-IDX).
           MOVE IN-ATIVA                OF      GOTFB0E9
             TO FRWKW57C-IN-ATIVA-L(WRK-IDX).
           MOVE TS-REATIVACAO           OF      GOTFB0E9
             TO FRWKW57C-TS-REATIVACAO-L(WRK-IDX).

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-ENCERRAR-CURSOR            SECTION.
      *----------------------------------------------------------------*

           MOVE '2400-ENCERRAR-CURSOR'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           EVALUATE FRWKW57C-SOLIC-MAIS-DADOS
               WHEN 'I'
               WHEN 'P'
               WHEN 'U'
                   EXEC SQL
                        CLOSE CSR01-GOTFB0E9
                   END-EXEC
               WHEN 'S'
                   EXEC SQL
                        CLOSE CSR02-GOTFB0E9
                   END-EXEC
               WHEN 'A'
                   EXEC SQL
                        CLOSE CSR03-GOTFB0E9
                   END-EXEC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      FRWKW000-COD-RETORNO
               MOVE 'ER10'              TO      FRWKW000-COD-ERRO
               MOVE 'FRWK9999'          TO      FRWKW000-COD-MENSAGEM
               SET DB2-CLOSE            TO      TRUE
               MOVE 'TPRAZO_CHEGD_TARIF' TO     FRWKGDB2-NOME-TABELA
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

           IF  FRWKW57C-DS-MOTIVO-IN    EQUAL   SPACES
               MOVE 12                  TO      FRWKW000-COD-RETORNO
               MOVE 'ER14'              TO      FRWKW000-COD-ERRO
               MOVE 'FRWK9986'          TO      FRWKW000-COD-MENSAGEM
               PERFORM 9999-RETORNAR-CICS
           END-IF.

           MOVE FRWKW57C-DS-MOTIVO-IN   TO      WRK-HIST-MOTIVO.

      *----------------------------------------------------------------*
       3400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * A ORIGEM E A CHAVE DO PRAZO E E OBRIGATORIA                    *
      *----------------------------------------------------------------*
       3500-VALIDAR-CHAVE-PRAZO        SECTION.
      *----------------------------------------------------------------*

           MOVE '3500-VALIDAR-CHAVE-PRAZO'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF  FRWKW57C-CSIST-ORIGE-TARIF EQUAL SPACES
               MOVE 12                  TO      FRWKW000-COD-RETORNO
               MOVE 'ER11'              TO      FRWKW000-COD-ERRO
               MOVE 'FRWK9991'          TO      FRWKW000-COD-MENSAGEM
               PERFORM 9999-RETORNAR-CICS
           END-IF.

           MOVE FRWKW57C-CSIST-ORIGE-TARIF
                                        TO      CSIST-ORIGE-TARIF
                                                OF GOTFB0E9.

      *----------------------------------------------------------------*
       3500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * VALIDACAO DOS DADOS DO PRAZO: HORARIO LIMITE HH.MM.SS DENTRO   *
      * DO DIA (00.00.00 A 23.59.59), PERIODICIDADE 'D' (TODO DIA) OU  *
      * 'U' (SO DIA UTIL, QUE EXIGE A PRACA DO CALENDARIO) E ORIGEM    *
      * ATIVA NO CADASTRO                                              *
      *----------------------------------------------------------------*
       3550-VALIDAR-DADOS-PRAZO        SECTION.
      *----------------------------------------------------------------*

           MOVE '3550-VALIDAR-DADOS-PRAZO'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE FRWKW57C-HR-LIMITE-IN   TO      WRK-HR-LIMITE.

           IF  WRK-HR-LIMITE-HH         NOT NUMERIC
               OR WRK-HR-LIMITE-MI      NOT NUMERIC
               OR WRK-HR-LIMITE-SS      NOT NUMERIC
               OR WRK-HR-LIMITE-SEP1    NOT EQUAL '.'
               OR WRK-HR-LIMITE-SEP2    NOT EQUAL '.'
               OR WRK-HR-LIMITE-HH      GREATER '23'
               OR WRK-HR-LIMITE-MI      GREATER '59'
               OR WRK-HR-LIMITE-SS      GREATER '59'
               OR (FRWKW57C-CPERIODICIDADE-IN NOT EQUAL 'D'
               AND FRWKW57C-CPERIODICIDADE-IN NOT EQUAL 'U')
               OR FRWKW57C-NDEPEND-PRACA-IN NOT NUMERIC
               OR (FRWKW57C-CPERIODICIDADE-IN EQUAL 'U'
               AND FRWKW57C-NDEPEND-PRACA-IN EQUAL ZEROS)
               MOVE 12                  TO      FRWKW000-COD-RETORNO
               MOVE 'ER11'              TO      FRWKW000-COD-ERRO
               MOVE 'FRWK9991'          TO      FRWKW000-COD-MENSAGEM
               PERFORM 9999-RETORNAR-CICS
           END-IF.

           PERFORM 3650-VALIDAR-ORIGEM.

           MOVE IN-TIPO-ENTRADA OF GOTFB0G4
                                        TO      IN-TIPO-ENTRADA
                                                OF GOTFB0E9.
           MOVE FRWKW57C-HR-LIMITE-IN   TO      HR-LIMITE
                                                OF GOTFB0E9.
           MOVE FRWKW57C-CPERIODICIDADE-IN TO   CPERIODICIDADE
                                                OF GOTFB0E9.
           MOVE FRWKW57C-NDEPEND-PRACA-IN TO    NDEPEND-PRACA
                                                OF GOTFB0E9.

      *----------------------------------------------------------------*
       3550-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * A ORIGEM PRECISA EXISTIR E ESTAR ATIVA EM TORIGE_SIST_TARIF    *
      * (ORIGEM INATIVA E TRATADA COMO DESCONHECIDA). O TIPO DE        *
      * ENTRADA DO PRAZO ACOMPANHA O DO CADASTRO, COMO NO GOTF2MON     *
      *----------------------------------------------------------------*
       3650-VALIDAR-ORIGEM             SECTION.
      *----------------------------------------------------------------*

           MOVE '3650-VALIDAR-ORIGEM'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE CSIST-ORIGE-TARIF OF GOTFB0E9
                                        TO      CSIST-ORIGE-TARIF
                                                OF GOTFB0G4.

           EXEC SQL
                SELECT IN_ATIVO
                     , IN_TIPO_ENTRADA
                  INTO :GOTFB0G4.IN-ATIVO
                     , :GOTFB0G4.IN-TIPO-ENTRADA
                  FROM DB2PRD.TORIGE_SIST_TARIF
                 WHERE CSIST_ORIGE_TARIF = :GOTFB0G4.CSIST-ORIGE-TARIF
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 MOVE 'N'               TO      IN-ATIVO OF GOTFB0G4
              WHEN SQLCODE              NOT EQUAL ZEROS
                 MOVE 16                TO      FRWKW000-COD-RETORNO
                 MOVE 'ER13'            TO      FRWKW000-COD-ERRO
                 MOVE 'FRWK9999'        TO      FRWKW000-COD-MENSAGEM
                 SET DB2-SELECT         TO      TRUE
                 MOVE 'TORIGE_SIST_TARIF' TO    FRWKGDB2-NOME-TABELA
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF  NOT ORIGE-ATIVA
               MOVE 12                  TO      FRWKW000-COD-RETORNO
               MOVE 'ER12'              TO      FRWKW000-COD-ERRO
               MOVE 'FRWK9985'          TO      FRWKW000-COD-MENSAGEM
               PERFORM 9999-RETORNAR-CICS
           END-IF.

      *----------------------------------------------------------------*
       3650-99-FIM.                    EXIT.
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

           IF  FRWKW57C-DT-REATIVACAO-IN EQUAL  SPACES
               AND FRWKW57C-HR-REATIVACAO-IN EQUAL SPACES
               MOVE WRK-TS-NULO         TO      TS-REATIVACAO
                                                OF GOTFB0E9
               GO TO 3700-99-FIM
           END-IF.

           MOVE FRWKW57C-DT-REATIVACAO-IN TO    WRK-DT-REATIV.
           MOVE FRWKW57C-HR-REATIVACAO-IN TO    WRK-HR-REATIV.

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
                                                OF GOTFB0E9.

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
      * INCLUI O PRAZO ATIVO PARA UMA ORIGEM AINDA SEM PRAZO           *
      *----------------------------------------------------------------*
       4000-INCLUIR-PRAZO              SECTION.
      *----------------------------------------------------------------*

           MOVE '4000-INCLUIR-PRAZO'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 3500-VALIDAR-CHAVE-PRAZO.

           PERFORM 3550-VALIDAR-DADOS-PRAZO.

           PERFORM 3400-VALIDAR-MOTIVO.

           MOVE 'S'                     TO      IN-ATIVA
                                                OF GOTFB0E9.
           MOVE WRK-TS-NULO             TO      TS-REATIVACAO
                                                OF GOTFB0E9.

           EXEC SQL
                INSERT INTO DB2PRD.TPRAZO_CHEGD_TARIF
                       ( CSIST_ORIGE_TARIF
                       , IN_TIPO_ENTRADA
                       , HR_LIMITE
                       , CPERIODICIDADE
                       , NDEPEND_PRACA
                       , IN_ATIVA
                       , TS_REATIVACAO )
                VALUES ( :GOTFB0E9.CSIST-ORIGE-TARIF
                       , :GOTFB0E9.IN-TIPO-ENTRADA
                       , :GOTFB0E9.HR-LIMITE
                       , :GOTFB0E9.CPERIODICIDADE
                       , :GOTFB0E9.NDEPEND-PRACA
                       , :GOTFB0E9.IN-ATIVA
                       , :GOTFB0E9.TS-REATIVACAO )
           END-EXEC.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      FRWKW000-COD-RETORNO
               MOVE 'ER17'              TO      FRWKW000-COD-ERRO
               MOVE 'FRWK9999'          TO      FRWKW000-COD-MENSAGEM
               SET DB2-INSERT           TO      TRUE
               MOVE 'TPRAZO_CHEGD_TARIF' TO     FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE 'I'                     TO      WRK-HIST-TIPO-OPERACAO.

           PERFORM 5060-CAPTURAR-IMAGEM-ANTERIOR.

           MOVE 01                      TO      FRWKW000-COD-RETORNO.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ALTERA HORARIO LIMITE, PERIODICIDADE E PRACA DO PRAZO. O TIPO  *
      * DE ENTRADA E RENOVADO A PARTIR DO CADASTRO DE ORIGENS          *
      *----------------------------------------------------------------*
       5000-ALTERAR-PRAZO              SECTION.
      *----------------------------------------------------------------*

           MOVE '5000-ALTERAR-PRAZO'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 3500-VALIDAR-CHAVE-PRAZO.

           PERFORM 3550-VALIDAR-DADOS-PRAZO.

           PERFORM 3400-VALIDAR-MOTIVO.

           MOVE 'A'                     TO      WRK-HIST-TIPO-OPERACAO.

           PERFORM 5060-CAPTURAR-IMAGEM-ANTERIOR.

           EXEC SQL
                UPDATE DB2PRD.TPRAZO_CHEGD_TARIF
                   SET IN_TIPO_ENTRADA  = :GOTFB0E9.IN-TIPO-ENTRADA
                     , HR_LIMITE        = :GOTFB0E9.HR-LIMITE
                     , CPERIODICIDADE   = :GOTFB0E9.CPERIODICIDADE
                     , NDEPEND_PRACA    = :GOTFB0E9.NDEPEND-PRACA
                 WHERE CSIST_ORIGE_TARIF = :GOTFB0E9.CSIST-ORIGE-TARIF
           END-EXEC.

           PERFORM 5090-AVALIAR-ATUALIZACAO.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * GRAVA EM TPRAZO_CHEGD_TARIF_HIST A IMAGEM DA LINHA COMO ELA    *
      * ESTA ANTES DE A MANUTENCAO SER EFETIVADA (NA INCLUSAO, A       *
      * PROPRIA LINHA INCLUIDA), COM DATA, HORA, USUARIO, TIPO DE      *
      * OPERACAO ('I' INCLUSAO / 'A' ALTERACAO / 'D' DESATIVACAO /     *
      * 'R' REATIVACAO) E MOTIVO (PADRAO TEMPLATE_ALTERACAO). PRAZO    *
      * INEXISTENTE E DEVOLVIDO COMO NAO ENCONTRADO                    *
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

           EXEC SQL INSERT INTO DB2PRD.TPRAZO_CHEGD_TARIF_HIST
                    SELECT T.*, :WRK-HIST-DT-OPERACAO,
                                 :WRK-HIST-HR-OPERACAO,
                                 :WRK-HIST-USUARIO,
                                 :WRK-HIST-TIPO-OPERACAO,
                                 :WRK-HIST-MOTIVO
                      FROM DB2PRD.TPRAZO_CHEGD_TARIF T
                     WHERE T.CSIST_ORIGE_TARIF =
                                          :GOTFB0E9.CSIST-ORIGE-TARIF
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
                 MOVE 'TPRAZO_CHEGD_TARIF_HIST'
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
                 MOVE 'TPRAZO_CHEGD_TARIF' TO   FRWKGDB2-NOME-TABELA
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 MOVE 01                TO      FRWKW000-COD-RETORNO
           END-EVALUATE.

      *----------------------------------------------------------------*
       5090-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * DESATIVA O PRAZO. COM DATA E HORA DE REATIVACAO O PRAZO VOLTA  *
      * A SER MONITORADO SOZINHO A PARTIR DESSE MOMENTO, SEM NOVA      *
      * MANUTENCAO (O GOTF2MON CONFERE TS_REATIVACAO NA LEITURA)       *
      *----------------------------------------------------------------*
       6000-DESATIVAR-PRAZO            SECTION.
      *----------------------------------------------------------------*

           MOVE '6000-DESATIVAR-PRAZO'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 3500-VALIDAR-CHAVE-PRAZO.

           PERFORM 3400-VALIDAR-MOTIVO.

           PERFORM 3700-VALIDAR-REATIVACAO.

           MOVE 'D'                     TO      WRK-HIST-TIPO-OPERACAO.

           PERFORM 5060-CAPTURAR-IMAGEM-ANTERIOR.

           EXEC SQL
                UPDATE DB2PRD.TPRAZO_CHEGD_TARIF
                   SET IN_ATIVA         = 'N'
                     , TS_REATIVACAO    = :GOTFB0E9.TS-REATIVACAO
                 WHERE CSIST_ORIGE_TARIF = :GOTFB0E9.CSIST-ORIGE-TARIF
           END-EXEC.

           PERFORM 5090-AVALIAR-ATUALIZACAO.

      *----------------------------------------------------------------*
       6000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * REATIVA O PRAZO NA HORA, DESCARTANDO A REATIVACAO AGENDADA     *
      *----------------------------------------------------------------*
       7000-REATIVAR-PRAZO             SECTION.
      *----------------------------------------------------------------*

           MOVE '7000-REATIVAR-PRAZO'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 3500-VALIDAR-CHAVE-PRAZO.

           PERFORM 3400-VALIDAR-MOTIVO.

           MOVE WRK-TS-NULO             TO      TS-REATIVACAO
                                                OF GOTFB0E9.
           MOVE 'R'                     TO      WRK-HIST-TIPO-OPERACAO.

           PERFORM 5060-CAPTURAR-IMAGEM-ANTERIOR.

           EXEC SQL
                UPDATE DB2PRD.TPRAZO_CHEGD_TARIF
                   SET IN_ATIVA         = 'S'
                     , TS_REATIVACAO    = :GOTFB0E9.TS-REATIVACAO
                 WHERE CSIST_ORIGE_TARIF = :GOTFB0E9.CSIST-ORIGE-TARIF
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

           MOVE 'FRWK57JS'              TO      FRWKGHEA-NOME-PROGRAMA.

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

       END PROGRAM FRWK57JS.
