      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. FRWK56JS.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  FRWK56JS                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  NOVEMBRO/2028                                *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  MODULO PERSISTENCIA DE MANUTENCAO DAS REGRAS *
      *                   DE DEPENDENCIA E EXCLUSAO ENTRE OS BATCHES   *
      *                   (TREGRA_DEPEN_EXEC) CONFERIDAS PELO PORTAO   *
      *                   CKRS1060, NO MOLDE DO FRWK50JS: CONSULTA     *
      *                   PAGINADA POR PROGRAMA + TIPO + PROGRAMA      *
      *                   REFERIDO, INCLUSAO, ALTERACAO DA DESCRICAO,  *
      *                   DESATIVACAO (DEFINITIVA OU ATE UMA DATA E    *
      *                   HORA, QUANDO A REGRA VOLTA A VALER SOZINHA)  *
      *                   E REATIVACAO. TODA MANUTENCAO EXIGE MOTIVO E *
      *                   GRAVA A IMAGEM ANTERIOR EM                   *
      *                   TREGRA_DEPEN_EXEC_HIST COM DATA, HORA,       *
      *                   USUARIO, TIPO DE OPERACAO E MOTIVO (PADRAO   *
      *                   TEMPLATE_ALTERACAO).                         *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    FRWKW000 - BOOK CONTROLE - COMUNICACAO ENTRE MODULOS        *
      *    FRWKW56C - BOOK COMUNICACAO DESTE MODULO                    *
      *    FRWKWAAA - BLOCO DE INFORMACOES DA SESSAO                   *
      *    I#FRWK04 - COMMAREA DO GAM (GLOG1001) - PERMISSAO           *
      *    I#FRWKGE - COMMAREA FRWK1999 - LOG DE ERRO                  *
      *    I#FRWKCI - AREA PARA FORMATACAO DE ERRO DE CICS             *
      *    I#FRWKDB - AREA PARA FORMATACAO DE ERRO DE DB2              *
      *    I#FRWKLI - AREA PARA FORMATACAO DE ERRO LIVRE               *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TREGRA_DEPEN_EXEC         CKRSB004       *
      *                DB2PRD.TREGRA_DEPEN_EXEC_HIST       -           *
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
      *               FRWKREGR). OS DOIS PROGRAMAS DA REGRA PRECISAM   *
      *               EXISTIR (PACOTE DB2 OU MARCADOR DO CKRS) E UM    *
      *               PRE-REQUISITO QUE FECHE CICLO NA CADEIA DE       *
      *               PRE-REQUISITOS E RECUSADO, POIS O PORTAO         *
      *               SEGURARIA OS JOBS DO CICLO PARA SEMPRE.          *
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

       77  WRK-PROGRAM                 PIC  X(08)  VALUE  'FRWK56JS'.
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
      * CONFERENCIA DE EXISTENCIA DOS PROGRAMAS INFORMADOS NA REGRA    *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-PROGRAMA-VALIDAR        PIC  X(08)  VALUE SPACES.
       01  WRK-QTD-PROGRAMA            PIC S9(09) COMP VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CADEIA DE PRE-REQUISITOS DO PROGRAMA REFERIDO, PERCORRIDA EM   *
      * LARGURA PARA DETECTAR CICLO: OS PROGRAMAS JA ALCANCADOS FICAM  *
      * NA TABELA, CADA UM VISITADO UMA UNICA VEZ                      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-PROG-CORRENTE           PIC  X(08)  VALUE SPACES.
       01  WRK-PROG-LIDO               PIC  X(08)  VALUE SPACES.
       01  WRK-QTD-CADEIA              PIC S9(04) COMP VALUE ZEROS.
       01  WRK-MAX-CADEIA              PIC S9(04) COMP VALUE 500.
       01  WRK-IDX-CADEIA              PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IDX-BUSCA               PIC S9(04) COMP VALUE ZEROS.
       01  WRK-TAB-CADEIA.
           05  WRK-PROG-CADEIA         PIC  X(08)  OCCURS 500 TIMES.

       01  WRK-SW-CICLO                PIC  X(01)  VALUE 'N'.
           88  WRK-CICLO-ENCONTRADO                VALUE 'S'.
           88  WRK-SEM-CICLO                       VALUE 'N'.

       01  WRK-SW-JA-VISTO             PIC  X(01)  VALUE 'N'.
           88  WRK-PROG-JA-VISTO                   VALUE 'S'.
           88  WRK-PROG-NOVO                       VALUE 'N'.

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
               INCLUDE CKRSB004
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * A SITUACAO DEVOLVIDA E A EFETIVA: REGRA DESATIVADA COM         *
      * REATIVACAO JA VENCIDA APARECE ATIVA, COMO O CKRS1060 A LE      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CSR01-CKRSB004 CURSOR FOR
                SELECT CNOME_PROGRAMA
                     , CTIPO_REGRA
                     , CNOME_PROG_REF
                     , DS_REGRA
                     , CASE WHEN IN_ATIVA       = 'N'
                             AND TS_REATIVACAO  >
                                 '0001-01-01-00.00.00.000000'
                             AND TS_REATIVACAO <=
                                 CHAR(CURRENT TIMESTAMP)
                            THEN 'S'
                            ELSE IN_ATIVA
                       END
                     , TS_REATIVACAO
                  FROM DB2PRD.TREGRA_DEPEN_EXEC
                 WHERE CNOME_PROGRAMA >  :CKRSB004.CNOME-PROGRAMA
                    OR (CNOME_PROGRAMA = :CKRSB004.CNOME-PROGRAMA
                   AND (CTIPO_REGRA    >  :CKRSB004.CTIPO-REGRA
                    OR (CTIPO_REGRA    = :CKRSB004.CTIPO-REGRA
                   AND  CNOME_PROG_REF >= :CKRSB004.CNOME-PROG-REF)))
                 ORDER BY CNOME_PROGRAMA
                        , CTIPO_REGRA
                        , CNOME_PROG_REF
           END-EXEC.

           EXEC SQL
                DECLARE CSR02-CKRSB004 CURSOR FOR
                SELECT CNOME_PROGRAMA
                     , CTIPO_REGRA
                     , CNOME_PROG_REF
                     , DS_REGRA
                     , CASE WHEN IN_ATIVA       = 'N'
                             AND TS_REATIVACAO  >
                                 '0001-01-01-00.00.00.000000'
                             AND TS_REATIVACAO <=
                                 CHAR(CURRENT TIMESTAMP)
                            THEN 'S'
                            ELSE IN_ATIVA
                       END
                     , TS_REATIVACAO
                  FROM DB2PRD.TREGRA_DEPEN_EXEC
                 WHERE CNOME_PROGRAMA >  :CKRSB004.CNOME-PROGRAMA
                    OR (CNOME_PROGRAMA = :CKRSB004.CNOME-PROGRAMA
                   AND (CTIPO_REGRA    >  :CKRSB004.CTIPO-REGRA
                    OR (CTIPO_REGRA    = :CKRSB004.CTIPO-REGRA
                   AND  CNOME_PROG_REF >  :CKRSB004.CNOME-PROG-REF)))
                 ORDER BY CNOME_PROGRAMA
                        , CTIPO_REGRA
                        , CNOME_PROG_REF
           END-EXEC.

           EXEC SQL
                DECLARE CSR03-CKRSB004 CURSOR FOR
                SELECT CNOME_PROGRAMA
                     , CTIPO_REGRA
                     , CNOME_PROG_REF
                     , DS_REGRA
                     , CASE WHEN IN_ATIVA       = 'N'
                             AND TS_REATIVACAO  >
                                 '0001-01-01-00.00.00.000000'
                             AND TS_REATIVACAO <=
                                 CHAR(CURRENT TIMESTAMP)
                            THEN 'S'
                            ELSE IN_ATIVA
                       END
                     , TS_REATIVACAO
                  FROM DB2PRD.TREGRA_DEPEN_EXEC
                 WHERE CNOME_PROGRAMA <  :CKRSB004.CNOME-PROGRAMA
                    OR (CNOME_PROGRAMA = :CKRSB004.CNOME-PROGRAMA
                   AND (CTIPO_REGRA    <  :CKRSB004.CTIPO-REGRA
                    OR (CTIPO_REGRA    = :CKRSB004.CTIPO-REGRA
                   AND  CNOME_PROG_REF <  :CKRSB004.CNOME-PROG-REF)))
                 ORDER BY CNOME_PROGRAMA DESC
                        , CTIPO_REGRA DESC
                        , CNOME_PROG_REF DESC
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * PRE-REQUISITOS DE UM PROGRAMA DA CADEIA. ENTRA TAMBEM A REGRA  *
      * DESATIVADA COM REATIVACAO AGENDADA, QUE VAI VOLTAR A VALER     *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CSR04-CKRSB004 CURSOR FOR
                SELECT CNOME_PROG_REF
                  FROM DB2PRD.TREGRA_DEPEN_EXEC
                 WHERE CNOME_PROGRAMA = :WRK-PROG-CORRENTE
                   AND CTIPO_REGRA    = 'P'
                   AND (IN_ATIVA      = 'S'
                    OR  TS_REATIVACAO >
                        '0001-01-01-00.00.00.000000')
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** FIM DA WORKING-STORAGE SECTION             ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*

       01  DFHCOMMAREA.
           02  LNK-FRWK56JS.
           COPY FRWKW000.
               03  LNK-AREA-FRWKWAAA.
           COPY FRWKWAAA.
           COPY FRWKW56C.

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           MOVE '0000-ROTINA-PRINCIPAL' TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 1000-INICIAR.

           EVALUATE FRWKW56C-SOLIC-MAIS-DADOS
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
                       CKRSB004.

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

           MOVE FRWKW56C-NREG-QTDE      TO      WRK-NREG-QTDE.

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

           MOVE FRWKW56C-CNOME-PROGRAMA TO      CNOME-PROGRAMA
                                                OF CKRSB004.
           MOVE FRWKW56C-CTIPO-REGRA    TO      CTIPO-REGRA
                                                OF CKRSB004.
           MOVE FRWKW56C-CNOME-PROG-REF TO      CNOME-PROG-REF
                                                OF CKRSB004.

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

           MOVE WRK-NREG-QTDE           TO      FRWKW56C-NREG-QTDE.

           PERFORM 2400-ENCERRAR-CURSOR.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-ABRIR-CURSOR               SECTION.
      *----------------------------------------------------------------*

           MOVE '2100-ABRIR-CURSOR'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           EVALUATE FRWKW56C-SOLIC-MAIS-DADOS
               WHEN 'I'
               WHEN 'P'
               WHEN 'U'
                   EXEC SQL
                        OPEN CSR01-CKRSB004
                   END-EXEC
               WHEN 'S'
                   EXEC SQL
                        OPEN CSR02-CKRSB004
                   END-EXEC
               WHEN 'A'
                   EXEC SQL
                        OPEN CSR03-CKRSB004
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
               MOVE 'TREGRA_DEPEN_EXEC' TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-LER-CURSOR                 SECTION.
      *----------------------------------------------------------------*

           MOVE '2200-LER-CURSOR'       TO      FRWKGHEA-IDEN-PARAGRAFO.

           EVALUATE FRWKW56C-SOLIC-MAIS-DADOS
               WHEN 'I'
               WHEN 'P'
               WHEN 'U'
                   EXEC SQL
                        FETCH CSR01-CKRSB004 INTO
                           :CKRSB004.CNOME-PROGRAMA
                         , :CKRSB004.CTIPO-REGRA
                         , :CKRSB004.CNOME-PROG-REF
                         , :CKRSB004.DS-REGRA
                         , :CKRSB004.IN-ATIVA
                         , :CKRSB004.TS-REATIVACAO
                   END-EXEC
               WHEN 'S'
                   EXEC SQL
                        FETCH CSR02-CKRSB004 INTO
                           :CKRSB004.CNOME-PROGRAMA
                         , :CKRSB004.CTIPO-REGRA
                         , :CKRSB004.CNOME-PROG-REF
                         , :CKRSB004.DS-REGRA
                         , :CKRSB004.IN-ATIVA
                         , :CKRSB004.TS-REATIVACAO
                   END-EXEC
               WHEN 'A'
                   EXEC SQL
                        FETCH CSR03-CKRSB004 INTO
                           :CKRSB004.CNOME-PROGRAMA
                         , :CKRSB004.CTIPO-REGRA
                         , :CKRSB004.CNOME-PROG-REF
                         , :CKRSB004.DS-REGRA
                         , :CKRSB004.IN-ATIVA
                         , :CKRSB004.TS-REATIVACAO
                   END-EXEC
           END-EVALUATE.

           IF  SQLCODE                  NOT EQUAL ZEROS AND +100
               MOVE 16                  TO      FRWKW000-COD-RETORNO
               MOVE 'ER09'              TO      FRWKW000-COD-ERRO
               MOVE 'FRWK9999'          TO      FRWKW000-COD-MENSAGEM
               SET DB2-FETCH            TO      TRUE
               MOVE 'TREGRA_DEPEN_EXEC' TO      FRWKGDB2-NOME-TABELA
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

           PERFORM 2300-ALIMENTAR-FRWKW56C.

           PERFORM 2200-LER-CURSOR.

      *----------------------------------------------------------------*
       2250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-ALIMENTAR-FRWKW56C         SECTION.
      *----------------------------------------------------------------*

           MOVE '2300-ALIMENTAR-FRWKW56C'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE CNOME-PROGRAMA          OF      CKRSB004
             TO FRWKW56C-CNOME-PROGRAMA-L(WRK-IDX).
           MOVE CTIPO-REGRA             OF      CKRSB004
             TO FRWKW56C-CTIPO-REGRA-L(WRK-IDX).
           MOVE CNOME-PROG-REF          OF      CKRSB004
             TO FRWKW56C-CNOME-PROG-REF-L(WRK-IDX).
           MOVE DS-REGRA                OF      CKRSB004
             TO FRWKW56C-DS-REGRA-L(WRK-IDX).
           MOVE IN-ATIVA                OF      CKRSB004
             TO FRWKW56C-IN-ATIVA-L(WRK-IDX).
           MOVE TS-REATIVACAO           OF      CKRSB004
             TO FRWKW56C-TS-REATIVACAO-L(WRK-IDX).

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-ENCERRAR-CURSOR            SECTION.
      *----------------------------------------------------------------*

           MOVE '2400-ENCERRAR-CURSOR'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           EVALUATE FRWKW56C-SOLIC-MAIS-DADOS
               WHEN 'I'
               WHEN 'P'
               WHEN 'U'
                   EXEC SQL
                        CLOSE CSR01-CKRSB004
                   END-EXEC
               WHEN 'S'
                   EXEC SQL
                        CLOSE CSR02-CKRSB004
                   END-EXEC
               WHEN 'A'
                   EXEC SQL
                        CLOSE CSR03-CKRSB004
                   END-EXEC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      FRWKW000-COD-RETORNO
               MOVE 'ER10'              TO      FRWKW000-COD-ERRO
               MOVE 'FRWK9999'          TO      FRWKW000-COD-MENSAGEM
               SET DB2-CLOSE            TO      TRUE
               MOVE 'TREGRA_DEPEN_EXEC' TO      FRWKGDB2-NOME-TABELA
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

           IF  FRWKW56C-DS-MOTIVO-IN    EQUAL   SPACES
               MOVE 12                  TO      FRWKW000-COD-RETORNO
               MOVE 'ER14'              TO      FRWKW000-COD-ERRO
               MOVE 'FRWK9986'          TO      FRWKW000-COD-MENSAGEM
               PERFORM 9999-RETORNAR-CICS
           END-IF.

           MOVE FRWKW56C-DS-MOTIVO-IN   TO      WRK-HIST-MOTIVO.

      *----------------------------------------------------------------*
       3400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * VALIDACAO DA CHAVE DA REGRA: OS DOIS PROGRAMAS INFORMADOS E    *
      * DIFERENTES ENTRE SI, TIPO 'X' (EXCLUSAO) OU 'P' (PRE-REQUISITO)*
      *----------------------------------------------------------------*
       3500-VALIDAR-CHAVE-REGRA        SECTION.
      *----------------------------------------------------------------*

           MOVE '3500-VALIDAR-CHAVE-REGRA'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF  FRWKW56C-CNOME-PROGRAMA  EQUAL   SPACES
               OR FRWKW56C-CNOME-PROG-REF EQUAL SPACES
               OR FRWKW56C-CNOME-PROGRAMA EQUAL FRWKW56C-CNOME-PROG-REF
               OR (FRWKW56C-CTIPO-REGRA NOT EQUAL 'X'
               AND FRWKW56C-CTIPO-REGRA NOT EQUAL 'P')
               MOVE 12                  TO      FRWKW000-COD-RETORNO
               MOVE 'ER11'              TO      FRWKW000-COD-ERRO
               MOVE 'FRWK9991'          TO      FRWKW000-COD-MENSAGEM
               PERFORM 9999-RETORNAR-CICS
           END-IF.

           MOVE FRWKW56C-CNOME-PROGRAMA TO      CNOME-PROGRAMA
                                                OF CKRSB004.
           MOVE FRWKW56C-CTIPO-REGRA    TO      CTIPO-REGRA
                                                OF CKRSB004.
           MOVE FRWKW56C-CNOME-PROG-REF TO      CNOME-PROG-REF
                                                OF CKRSB004.

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

           IF  FRWKW56C-DT-REATIVACAO-IN EQUAL  SPACES
               AND FRWKW56C-HR-REATIVACAO-IN EQUAL SPACES
               MOVE WRK-TS-NULO         TO      TS-REATIVACAO
                                                OF CKRSB004
               GO TO 3700-99-FIM
           END-IF.

           MOVE FRWKW56C-DT-REATIVACAO-IN TO    WRK-DT-REATIV.
           MOVE FRWKW56C-HR-REATIVACAO-IN TO    WRK-HR-REATIV.

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
                                                OF CKRSB004.

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
      * UM PRE-REQUISITO PROGRAMA -> PROGRAMA REFERIDO FECHA CICLO     *
      * QUANDO O PROGRAMA JA E ALCANCADO, DIRETA OU INDIRETAMENTE,     *
      * PELA CADEIA DE PRE-REQUISITOS DO PROGRAMA REFERIDO. A CADEIA E *
      * PERCORRIDA EM LARGURA A PARTIR DO REFERIDO, UM NIVEL POR VEZ   *
      *----------------------------------------------------------------*
       3800-VERIFICAR-CICLO            SECTION.
      *----------------------------------------------------------------*

           MOVE '3800-VERIFICAR-CICLO'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           SET  WRK-SEM-CICLO           TO      TRUE.
           MOVE 1                       TO      WRK-QTD-CADEIA.
           MOVE CNOME-PROG-REF OF CKRSB004
                                        TO      WRK-PROG-CADEIA (1).

           PERFORM 3810-EXPANDIR-PROGRAMA
               VARYING WRK-IDX-CADEIA FROM 1 BY 1
                 UNTIL WRK-IDX-CADEIA   GREATER WRK-QTD-CADEIA
                    OR WRK-CICLO-ENCONTRADO.

           IF  WRK-CICLO-ENCONTRADO
               MOVE 12                  TO      FRWKW000-COD-RETORNO
               MOVE 'ER16'              TO      FRWKW000-COD-ERRO
               MOVE 'FRWK9988'          TO      FRWKW000-COD-MENSAGEM
               PERFORM 9999-RETORNAR-CICS
           END-IF.

      *----------------------------------------------------------------*
       3800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * LE OS PRE-REQUISITOS DE UM PROGRAMA DA CADEIA                  *
      *----------------------------------------------------------------*
       3810-EXPANDIR-PROGRAMA          SECTION.
      *----------------------------------------------------------------*

           MOVE '3810-EXPANDIR-PROGRAMA' TO     FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-PROG-CADEIA (WRK-IDX-CADEIA)
                                        TO      WRK-PROG-CORRENTE.

           EXEC SQL
                OPEN CSR04-CKRSB004
           END-EXEC.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      FRWKW000-COD-RETORNO
               MOVE 'ER21'              TO      FRWKW000-COD-ERRO
               MOVE 'FRWK9999'          TO      FRWKW000-COD-MENSAGEM
               SET DB2-OPEN             TO      TRUE
               MOVE 'TREGRA_DEPEN_EXEC' TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 3830-LER-PRE-REQUISITO.

           PERFORM 3820-AVALIAR-PRE-REQUISITO
             UNTIL SQLCODE              EQUAL   +100
                OR WRK-CICLO-ENCONTRADO.

           EXEC SQL
                CLOSE CSR04-CKRSB004
           END-EXEC.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      FRWKW000-COD-RETORNO
               MOVE 'ER23'              TO      FRWKW000-COD-ERRO
               MOVE 'FRWK9999'          TO      FRWKW000-COD-MENSAGEM
               SET DB2-CLOSE            TO      TRUE
               MOVE 'TREGRA_DEPEN_EXEC' TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3810-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * PRE-REQUISITO QUE E O PROPRIO PROGRAMA DA REGRA FECHA O CICLO; *
      * PROGRAMA AINDA NAO ALCANCADO ENTRA NA CADEIA PARA SER          *
      * EXPANDIDO NO PROXIMO NIVEL                                     *
      *----------------------------------------------------------------*
       3820-AVALIAR-PRE-REQUISITO      SECTION.
      *----------------------------------------------------------------*

           IF  WRK-PROG-LIDO            EQUAL   CNOME-PROGRAMA
                                                OF CKRSB004
               SET  WRK-CICLO-ENCONTRADO TO     TRUE
               GO TO 3820-99-FIM
           END-IF.

           SET  WRK-PROG-NOVO           TO      TRUE.

           PERFORM 3840-PROCURAR-CADEIA
               VARYING WRK-IDX-BUSCA FROM 1 BY 1
                 UNTIL WRK-IDX-BUSCA    GREATER WRK-QTD-CADEIA
                    OR WRK-PROG-JA-VISTO.

           IF  WRK-PROG-NOVO
               IF  WRK-QTD-CADEIA   NOT LESS    WRK-MAX-CADEIA
                   MOVE 'FRWK9999'      TO      FRWKGLIV-COD-MENSAGEM
                   MOVE 'CADEIA DE PRE-REQUISITOS ACIMA DO LIMITE'
                                        TO      FRWKGLIV-PARAMETROS
                   MOVE 16              TO      FRWKW000-COD-RETORNO
                   MOVE 'ER24'          TO      FRWKW000-COD-ERRO
                   MOVE 'FRWK9999'      TO      FRWKW000-COD-MENSAGEM
                   PERFORM 9300-TRATAR-ERRO-LIVRE
               END-IF
               ADD  1                   TO      WRK-QTD-CADEIA
               MOVE WRK-PROG-LIDO       TO
                                        WRK-PROG-CADEIA (WRK-QTD-CADEIA)
           END-IF.

           PERFORM 3830-LER-PRE-REQUISITO.

      *----------------------------------------------------------------*
       3820-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3830-LER-PRE-REQUISITO          SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
                FETCH CSR04-CKRSB004 INTO
                   :WRK-PROG-LIDO
           END-EXEC.

           IF  SQLCODE                  NOT EQUAL ZEROS AND +100
               MOVE 16                  TO      FRWKW000-COD-RETORNO
               MOVE 'ER22'              TO      FRWKW000-COD-ERRO
               MOVE 'FRWK9999'          TO      FRWKW000-COD-MENSAGEM
               SET DB2-FETCH            TO      TRUE
               MOVE 'TREGRA_DEPEN_EXEC' TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3830-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3840-PROCURAR-CADEIA            SECTION.
      *----------------------------------------------------------------*

           IF  WRK-PROG-CADEIA (WRK-IDX-BUSCA)
                                        EQUAL   WRK-PROG-LIDO   
               SET  WRK-PROG-JA-VISTO   TO      TRUE
           END-IF.

      *----------------------------------------------------------------*
       3840-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * INCLUI A REGRA ATIVA. OS DOIS PROGRAMAS PRECISAM EXISTIR E O   *
      * PRE-REQUISITO NAO PODE FECHAR CICLO                            *
      *----------------------------------------------------------------*
       4000-INCLUIR-REGRA              SECTION.
      *----------------------------------------------------------------*

           MOVE '4000-INCLUIR-REGRA'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 3500-VALIDAR-CHAVE-REGRA.

           PERFORM 3400-VALIDAR-MOTIVO.

           MOVE FRWKW56C-CNOME-PROGRAMA TO      WRK-PROGRAMA-VALIDAR.
           PERFORM 3600-VALIDAR-PROGRAMA.

           MOVE FRWKW56C-CNOME-PROG-REF TO      WRK-PROGRAMA-VALIDAR.
           PERFORM 3600-VALIDAR-PROGRAMA.

           IF  REGRA-PRE-REQUISITO OF CKRSB004
               PERFORM 3800-VERIFICAR-CICLO
           END-IF.

           MOVE FRWKW56C-DS-REGRA-IN    TO      DS-REGRA
                                                OF CKRSB004.
           MOVE 'S'                     TO      IN-ATIVA
                                                OF CKRSB004.
           MOVE WRK-TS-NULO             TO      TS-REATIVACAO
                                                OF CKRSB004.

           EXEC SQL
                INSERT INTO DB2PRD.TREGRA_DEPEN_EXEC
                       ( CNOME_PROGRAMA
                       , CTIPO_REGRA
                       , CNOME_PROG_REF
                       , IN_ATIVA
                       , DS_REGRA
                       , TS_REATIVACAO )
                VALUES ( :CKRSB004.CNOME-PROGRAMA
                       , :CKRSB004.CTIPO-REGRA
                       , :CKRSB004.CNOME-PROG-REF
                       , :CKRSB004.IN-ATIVA
                       , :CKRSB004.DS-REGRA
                       , :CKRSB004.TS-REATIVACAO )
           END-EXEC.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      FRWKW000-COD-RETORNO
               MOVE 'ER17'              TO      FRWKW000-COD-ERRO
               MOVE 'FRWK9999'          TO      FRWKW000-COD-MENSAGEM
               SET DB2-INSERT           TO      TRUE
               MOVE 'TREGRA_DEPEN_EXEC' TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE 'I'                     TO      WRK-HIST-TIPO-OPERACAO.

           PERFORM 5060-CAPTURAR-IMAGEM-ANTERIOR.

           MOVE 01                      TO      FRWKW000-COD-RETORNO.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ALTERA A DESCRICAO DA REGRA. PROGRAMAS E TIPO SAO A CHAVE: A   *
      * TROCA E FEITA DESATIVANDO A REGRA E INCLUINDO OUTRA            *
      *----------------------------------------------------------------*
       5000-ALTERAR-REGRA              SECTION.
      *----------------------------------------------------------------*

           MOVE '5000-ALTERAR-REGRA'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 3500-VALIDAR-CHAVE-REGRA.

           PERFORM 3400-VALIDAR-MOTIVO.

           MOVE FRWKW56C-DS-REGRA-IN    TO      DS-REGRA
                                                OF CKRSB004.
           MOVE 'A'                     TO      WRK-HIST-TIPO-OPERACAO.

           PERFORM 5060-CAPTURAR-IMAGEM-ANTERIOR.

           EXEC SQL
                UPDATE DB2PRD.TREGRA_DEPEN_EXEC
                   SET DS_REGRA         = :CKRSB004.DS-REGRA
                 WHERE CNOME_PROGRAMA   = :CKRSB004.CNOME-PROGRAMA
                   AND CTIPO_REGRA      = :CKRSB004.CTIPO-REGRA
                   AND CNOME_PROG_REF   = :CKRSB004.CNOME-PROG-REF
           END-EXEC.

           PERFORM 5090-AVALIAR-ATUALIZACAO.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * GRAVA EM TREGRA_DEPEN_EXEC_HIST A IMAGEM DA LINHA COMO ELA     *
      * ESTA ANTES DE A MANUTENCAO SER EFETIVADA (NA INCLUSAO, A       *
      * PROPRIA LINHA INCLUIDA), COM DATA, HORA, USUARIO, TIPO DE      *
      * OPERACAO ('I' INCLUSAO / 'A' ALTERACAO / 'D' DESATIVACAO /     *
      * 'R' REATIVACAO) E MOTIVO (PADRAO TEMPLATE_ALTERACAO). REGRA    *
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

           EXEC SQL INSERT INTO DB2PRD.TREGRA_DEPEN_EXEC_HIST
                    SELECT T.*, :WRK-HIST-DT-OPERACAO,
                                 :WRK-HIST-HR-OPERACAO,
                                 :WRK-HIST-USUARIO,
                                 :WRK-HIST-TIPO-OPERACAO,
                                 :WRK-HIST-MOTIVO
                      FROM DB2PRD.TREGRA_DEPEN_EXEC T
                     WHERE T.CNOME_PROGRAMA =
                                          :CKRSB004.CNOME-PROGRAMA
                       AND T.CTIPO_REGRA    = :CKRSB004.CTIPO-REGRA
                       AND T.CNOME_PROG_REF =
                                          :CKRSB004.CNOME-PROG-REF
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
                 MOVE 'TREGRA_DEPEN_EXEC_HIST'
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
                 MOVE 'TREGRA_DEPEN_EXEC' TO    FRWKGDB2-NOME-TABELA
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
      * (O CKRS1060 CONFERE TS_REATIVACAO NA LEITURA)                  *
      *----------------------------------------------------------------*
       6000-DESATIVAR-REGRA            SECTION.
      *----------------------------------------------------------------*

           MOVE '6000-DESATIVAR-REGRA'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 3500-VALIDAR-CHAVE-REGRA.

           PERFORM 3400-VALIDAR-MOTIVO.

           PERFORM 3700-VALIDAR-REATIVACAO.

           MOVE 'D'                     TO      WRK-HIST-TIPO-OPERACAO.

           PERFORM 5060-CAPTURAR-IMAGEM-ANTERIOR.

           EXEC SQL
                UPDATE DB2PRD.TREGRA_DEPEN_EXEC
                   SET IN_ATIVA         = 'N'
                     , TS_REATIVACAO    = :CKRSB004.TS-REATIVACAO
                 WHERE CNOME_PROGRAMA   = :CKRSB004.CNOME-PROGRAMA
                   AND CTIPO_REGRA      = :CKRSB004.CTIPO-REGRA
                   AND CNOME_PROG_REF   = :CKRSB004.CNOME-PROG-REF
           END-EXEC.

           PERFORM 5090-AVALIAR-ATUALIZACAO.

      *----------------------------------------------------------------*
       6000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * REATIVA A REGRA NA HORA, DESCARTANDO A REATIVACAO AGENDADA. O  *
      * PRE-REQUISITO E CONFERIDO DE NOVO CONTRA CICLO, POIS A CADEIA  *
      * PODE TER MUDADO ENQUANTO A REGRA ESTAVA DESATIVADA             *
      *----------------------------------------------------------------*
       7000-REATIVAR-REGRA             SECTION.
      *----------------------------------------------------------------*

           MOVE '7000-REATIVAR-REGRA'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 3500-VALIDAR-CHAVE-REGRA.

           PERFORM 3400-VALIDAR-MOTIVO.

           IF  REGRA-PRE-REQUISITO OF CKRSB004
               PERFORM 3800-VERIFICAR-CICLO
           END-IF.

           MOVE WRK-TS-NULO             TO      TS-REATIVACAO
                                                OF CKRSB004.
           MOVE 'R'                     TO      WRK-HIST-TIPO-OPERACAO.

           PERFORM 5060-CAPTURAR-IMAGEM-ANTERIOR.

           EXEC SQL
                UPDATE DB2PRD.TREGRA_DEPEN_EXEC
                   SET IN_ATIVA         = 'S'
                     , TS_REATIVACAO    = :CKRSB004.TS-REATIVACAO
                 WHERE CNOME_PROGRAMA   = :CKRSB004.CNOME-PROGRAMA
                   AND CTIPO_REGRA      = :CKRSB004.CTIPO-REGRA
                   AND CNOME_PROG_REF   = :CKRSB004.CNOME-PROG-REF
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

           MOVE 'FRWK56JS'              TO      FRWKGHEA-NOME-PROGRAMA.

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

       END PROGRAM FRWK56JS.
