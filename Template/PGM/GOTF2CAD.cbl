      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. GOTF2CAD.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  GOTF2CAD                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  FEVEREIRO/2028                               *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                GOTF044E          I              GOTFW02S       *
      *                GOTF044R          O              WRK-REG-REJEITO*
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#FRWKGE - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    I#FRWKAR - BOOK PARA TRATAMENTO DE ERROS DE ARQUIVOS        *
      *    I#FRWKLI - AREA PARA FORMATACAO DE ERRO LIVRE               *
      *    I#FRWKDB - AREA PARA FORMATACAO DE ERRO DE DB2              *
      *    I#CKRS04 - BOOK DE CONEXAO DB2                              *
      *    GOTFW02S - MOVIMENTO DO CADASTRO CENTRAL DE CONTAS          *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TCADT_CONTA_CLIEN         GOTFB0E4       *
      *                DB2PRD.THIST_CONTA_CLIEN         GOTFB0G1       *
      *                DB2PRD.TAUTZ_DEBTO_CLIEN         GOTFB0H3       *
      *                DB2PRD.TCATL_MENSAGEM            FRWKB997       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *    CKRS0105 - MODULO PARA INICIAR E FINALIZAR CONEXAO DB2      *
      *    FRWK2999 - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    BRAD0450 - ROTINA DE ABEND                                  *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    FEV/2028 - HOMI - PROGRAMA CRIADO. CARGA DIARIA DO ESPELHO  *
      *               TCADT_CONTA_CLIEN A PARTIR DO MOVIMENTO DO       *
      *               CADASTRO CENTRAL DE CONTAS (GOTF044E, BOOK       *
      *               GOTFW02S), EM SUBSTITUICAO A CARGA AVULSA PELO   *
      *               DBA. HEADER E TRAILER OBRIGATORIOS, COM A        *
      *               QUANTIDADE DE DETALHES CONFERIDA CONTRA O LIDO,  *
      *               COMO NO GOTF001E DO GOTF2DSS (MESMOS CODIGOS     *
      *               GOTF9997/GOTF9996/GOTF9995).                     *
      *               INCLUSAO DE CONTA JA EXISTENTE E APLICADA COMO   *
      *               ALTERACAO (O ESPELHO NASCEU DE CARGA AVULSA E O  *
      *               PRIMEIRO MOVIMENTO PODE REPETIR CONTAS);         *
      *               ALTERACAO/ENCERRAMENTO DE CONTA INEXISTENTE,     *
      *               REGISTRO INVALIDO OU IDIOMA SEM CATALOGO EM      *
      *               TCATL_MENSAGEM VAO PARA O ARQUIVO DE REJEITOS    *
      *               GOTF044R (CONTA MASCARADA E NOME/DOCUMENTO       *
      *               OMITIDOS, LGPD) E O PROGRAMA SEGUE; COM REJEITO  *
      *               ENCERRA COM RETURN-CODE 4. IDIOMA ZERADO ASSUME  *
      *               O PADRAO 1. CADA ALTERACAO EFETIVA DE NOME,      *
      *               SITUACAO OU IDIOMA GERA LINHA EM                 *
      *               THIST_CONTA_CLIEN; MOVIMENTO IGUAL AO ESPELHO    *
      *               NAO ATUALIZA NADA (RERUN IDEMPOTENTE). UNICA     *
      *               UNIDADE DE TRABALHO: RODA NA CADEIA NOTURNA      *
      *               ANTES DO GOTF2DSS E DO GOTF2ENC, PARA QUE O      *
      *               ENCERRAMENTO JA VALHA NA MESMA NOITE.            *
      *    ABR/2028 - HOMI - AUTORIZACAO DE DEBITO AUTOMATICO: GOTF044E*
      *               PASSA A LRECL 120 (GOTF044R 170) COM DATA DE     *
      *               AUTORIZACAO, DATA DE REVOGACAO E ORIGEM,         *
      *               CARREGADAS EM TAUTZ_DEBTO_CLIEN APOS A           *
      *               ATUALIZACAO CADASTRAL (INCLUSAO E ALTERACAO; O   *
      *               ENCERRAMENTO NAO MEXE NA AUTORIZACAO). CAMPOS EM *
      *               BRANCO NAO ALTERAM O CADASTRO; SO A REVOGACAO    *
      *               REVOGA A AUTORIZACAO EXISTENTE. PERIODO          *
      *               INVERTIDO, ORIGEM AUSENTE OU REVOGACAO SEM       *
      *               AUTORIZACAO VAO PARA O REJEITO.                  *
      *================================================================*

      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*

       SPECIAL-NAMES.
           DECIMAL-POINT               IS   COMMA.

      *----------------------------------------------------------------*
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*

       FILE-CONTROL.

           SELECT GOTF044E ASSIGN      TO   UT-S-GOTF044E
                      FILE STATUS      IS   WRK-FS-GOTF044E.

           SELECT GOTF044R ASSIGN      TO   UT-S-GOTF044R
                      FILE STATUS      IS   WRK-FS-GOTF044R.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   INPUT: GOTF044E - MOVIMENTO DO CADASTRO CENTRAL DE CONTAS    *
      *            ORG. SEQUENCIAL     -   LRECL   =  120              *
      *----------------------------------------------------------------*
       FD  GOTF044E
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF044E                 PIC  X(120).

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF044R - REGISTROS NAO APLICADOS AO ESPELHO        *
      *            ORG. SEQUENCIAL     -   LRECL   =  170              *
      *----------------------------------------------------------------*
       FD  GOTF044R
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF044R                 PIC  X(170).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** INICIO DA WORKING-STORAGE SECTION         ****'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE COMUNICACAO COM CKRS0105           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       77  WRK-CKRS0105                PIC  X(08)  VALUE  'CKRS0105'.

           COPY 'I#CKRS04'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE AUXILIARES                         ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-SQLCODE-AUX             PIC S9(09)  VALUE ZEROS.
       01  FILLER                      REDEFINES   WRK-SQLCODE-AUX.
         05  FILLER                    PIC  9(06).
         05  WRK-SQLCODE-9-3           PIC S9(03).

       01  WRK-SW-CONTA-EXISTE         PIC  X(01) VALUE 'N'.
           88  WRK-CONTA-EXISTE                    VALUE 'S'.

       01  WRK-SW-AUTZ-INFORMADA       PIC  X(01) VALUE 'N'.
           88  WRK-AUTZ-INFORMADA                  VALUE 'S'.

       01  WRK-SW-AUTZ-EXISTE          PIC  X(01) VALUE 'N'.
           88  WRK-AUTZ-EXISTE                     VALUE 'S'.

       01  WRK-DT-NULA                 PIC  X(10) VALUE '0001-01-01'.

       01  WRK-DATA-PROCESSO           PIC  X(10) VALUE SPACES.
       01  WRK-DT-ALTERACAO            PIC  X(10) VALUE SPACES.
       01  WRK-MOTIVO-REJEITO          PIC  X(30) VALUE SPACES.
       01  WRK-QTD-IDIOMA              PIC S9(09) COMP VALUE ZEROS.
       01  WRK-NIDIOMA-PADRAO          PIC S9(04) COMP VALUE +1.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * IMAGEM ANTERIOR DA CONTA NO ESPELHO E IMAGEM NOVA A GRAVAR    *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CONTA-ANTERIOR.
         05  ANT-NOME-CLIEN            PIC  X(40).
         05  ANT-NDOC-CLIEN            PIC  X(14).
         05  ANT-IN-SITUACAO-CONTA     PIC  X(01).
         05  ANT-NIDIOMA-CLIEN         PIC S9(04) COMP.

       01  WRK-IDIOMA-EDIT             PIC  9(04) VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * AUTORIZACAO DE DEBITO VIGENTE NO CADASTRO ANTES DO MOVIMENTO   *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-AUTZ-ANTERIOR.
         05  ANT-DT-AUTZ-DEBTO         PIC  X(10).
         05  ANT-DT-REVOG-DEBTO        PIC  X(10).
         05  ANT-CORIGEM-AUTZ          PIC  X(03).
       01  WRK-IDIOMA-ANTER-EDIT       PIC  9(04) VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ACUMULADORES                       ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-ACUMULADORES.
         05  WRK-LIDOS-GOTF044E        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-CONTAS-INCLUIDAS      PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-CONTAS-ALTERADAS      PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-CONTAS-ENCERRADAS     PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-CONTAS-REABERTAS      PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-INCLUSOES-EXISTENTES  PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-SEM-ALTERACAO         PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-REJEITADOS            PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-HISTORICOS-GRAVADOS   PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-AUTZ-INCLUIDAS        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-AUTZ-ALTERADAS        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-AUTZ-REVOGADAS        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-AUTZ-SEM-ALTERACAO    PIC  9(09)  COMP-3  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE TESTE DE FILE-STATUS               ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-FS-GOTF044E             PIC  X(02)  VALUE SPACES.
       01  WRK-FS-GOTF044R             PIC  X(02)  VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ENTRADA GOTF044E                   ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY GOTFW02S.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE HEADER/TRAILER GOTF044E            ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-REG-HEADER-GOTF044E.
         05  HDR-TIPO-REGISTRO         PIC  X(001).
           88  HDR-EH-HEADER                       VALUE 'H'.
         05  HDR-QTD-REGISTROS         PIC  9(009).
         05  HDR-DT-MOVIMENTO          PIC  X(010).
         05  FILLER                    PIC  X(100).

       01  WRK-REG-TRAILER-GOTF044E.
         05  TRL-TIPO-REGISTRO         PIC  X(001).
           88  TRL-EH-TRAILER                      VALUE 'T'.
         05  TRL-QTD-REGISTROS         PIC  9(009).
         05  FILLER                    PIC  X(110).

       01  WRK-QTD-REGISTROS-HEADER    PIC  9(009) VALUE ZEROS.
       01  WRK-DT-MOVIMENTO            PIC  X(010) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE SAIDA GOTF044R                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-REG-REJEITO.
         05  REJ-REGISTRO-ORIGINAL     PIC  X(120).
         05  REJ-SQLCODE               PIC S9(009) COMP-3.
         05  REJ-MOTIVO                PIC  X(030).
         05  FILLER                    PIC  X(015).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DO FRWK2999                           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-FRWK2999                PIC  X(08)  VALUE
           'FRWK2999'.

       01  WRK-AREA-ERRO.
           COPY 'I#FRWKGE'.
           05  WRK-BLOCO-INFO-ERRO.
             10 WRK-CHAR-INFO-ERRO     PIC  X(01) OCCURS 0 TO 30000
                                       TIMES DEPENDING ON
                                       FRWKGHEA-TAM-DADOS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA P/ FORMATACAO DE ERRO DE ARQUIVO      ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-AREA-ERRO-ARQUIVO.
           COPY 'I#FRWKAR'.

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
           '*** AREA DA BRAD0450                           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-AREA-BRAD0450.
         05  WRK-0450-ABEND-BAT        PIC S9(04)  COMP    VALUE +1111.
         05  WRK-0450-DUMP-BAT         PIC  X(01)  VALUE 'S'.
         05  WRK-0450-ABEND-ARQUIVO    PIC S9(04)  COMP    VALUE +1112.
         05  WRK-0450-ABEND-DB2        PIC S9(04)  COMP    VALUE +1113.
         05  WRK-0450-ABEND-LIVRE      PIC S9(04)  COMP    VALUE +1115.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DA TABELA DB2                         ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0E4
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0G1
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0H3
           END-EXEC.

           EXEC SQL
               INCLUDE FRWKB997
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** FIM DA WORKING-STORAGE SECTION             ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           MOVE '0000-ROTINA-PRINCIPAL' TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 1000-INICIAR.

           PERFORM 3000-PROCESSAR
             UNTIL WRK-FS-GOTF044E      EQUAL   '10'.

           PERFORM 9000-FINALIZAR.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIAR                    SECTION.
      *----------------------------------------------------------------*

           MOVE '1000-INICIAR'          TO      FRWKGHEA-IDEN-PARAGRAFO.

           CALL 'CKRS1000'.

           PERFORM 7000-INICIAR-CKRS0105.

           INITIALIZE FRWKGHEA-REGISTRO
                      FRWKGARQ-REGISTRO
                      FRWKGDB2-REGISTRO.

           OPEN INPUT   GOTF044E.
           PERFORM 1100-TESTAR-FS-GOTF044E.

           OPEN OUTPUT  GOTF044R.
           PERFORM 1150-TESTAR-FS-GOTF044R.

           EXEC SQL
                SELECT CHAR(CURRENT DATE, ISO)
                  INTO :WRK-DATA-PROCESSO
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'SYSDUMMY1'          TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0005'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 2050-VALIDAR-HEADER.

           PERFORM 2000-VERIFICAR-VAZIO.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FS-GOTF044E         SECTION.
      *----------------------------------------------------------------*

           MOVE '1100-TESTAR-FS-GOTF044E' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF044E       NOT EQUAL   '00'
              MOVE 'GOTF044E'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF044E      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1150-TESTAR-FS-GOTF044R         SECTION.
      *----------------------------------------------------------------*

           MOVE '1150-TESTAR-FS-GOTF044R' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF044R       NOT EQUAL   '00'
              MOVE 'GOTF044R'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF044R      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-VERIFICAR-VAZIO            SECTION.
      *----------------------------------------------------------------*

           MOVE '2000-VERIFICAR-VAZIO'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 2100-LER-GOTF044E.

           IF (WRK-LIDOS-GOTF044E       EQUAL   ZEROS)
              DISPLAY '************ GOTF2CAD ************'
              DISPLAY '*                                *'
              DISPLAY '*  MOVIMENTO GOTF044E SEM CONTAS *'
              DISPLAY '*       PROGRAMA ENCERRADO       *'
              DISPLAY '*                                *'
              DISPLAY '************ GOTF2CAD ************'
              PERFORM 9000-FINALIZAR
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * LE O PRIMEIRO REGISTRO FISICO DE GOTF044E, QUE TEM DE SER O    *
      * HEADER ('H') COM A QUANTIDADE DE DETALHES E A DATA DO          *
      * MOVIMENTO (DATA DA ALTERACAO PARA DETALHE QUE NAO A TRAGA)     *
      *----------------------------------------------------------------*
       2050-VALIDAR-HEADER             SECTION.
      *----------------------------------------------------------------*

           MOVE '2050-VALIDAR-HEADER'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE ZEROS                   TO
                                             WRK-QTD-REGISTROS-HEADER.

           READ GOTF044E                INTO    WRK-REG-HEADER-GOTF044E.

           IF WRK-FS-GOTF044E           EQUAL   '10'
              MOVE 'GOTF9997'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'REGISTRO HEADER AUSENTE OU INVALIDO EM GOTF044E'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           PERFORM 1100-TESTAR-FS-GOTF044E.

           IF NOT HDR-EH-HEADER
              MOVE 'GOTF9997'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'REGISTRO HEADER AUSENTE OU INVALIDO EM GOTF044E'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           MOVE HDR-QTD-REGISTROS       TO
                                             WRK-QTD-REGISTROS-HEADER.

           IF HDR-DT-MOVIMENTO          EQUAL   SPACES
              MOVE WRK-DATA-PROCESSO    TO      WRK-DT-MOVIMENTO
           ELSE
              MOVE HDR-DT-MOVIMENTO     TO      WRK-DT-MOVIMENTO
           END-IF.

      *----------------------------------------------------------------*
       2050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * VALIDA O TRAILER ('T') CONTRA O TOTAL DE DETALHES LIDOS E      *
      * CONTRA O TOTAL DECLARADO NO HEADER. MOVIMENTO TRUNCADO OU      *
      * DUPLICADO NA TRANSMISSAO ABENDA E A UNIDADE DE TRABALHO E      *
      * DESFEITA, SEM NADA APLICADO AO ESPELHO                         *
      *----------------------------------------------------------------*
       2060-VALIDAR-TRAILER            SECTION.
      *----------------------------------------------------------------*

           MOVE '2060-VALIDAR-TRAILER'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF NOT TRL-EH-TRAILER
              MOVE 'GOTF9996'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'REGISTRO TRAILER AUSENTE OU INVALIDO NO ARQUIVO GOTF044E'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           IF (TRL-QTD-REGISTROS        NOT EQUAL WRK-LIDOS-GOTF044E)
              OR (WRK-QTD-REGISTROS-HEADER NOT EQUAL WRK-LIDOS-GOTF044E)
              MOVE 'GOTF9995'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'TOTAL DE CONTROLE DIVERGE DO LIDO EM GOTF044E'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

      *----------------------------------------------------------------*
       2060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * LE O PROXIMO REGISTRO DE GOTF044E. O TRAILER ENCERRA A        *
      * LEITURA; FIM FISICO SEM TRAILER E TRATADO COMO TRAILER         *
      * AUSENTE                                                        *
      *----------------------------------------------------------------*
       2100-LER-GOTF044E               SECTION.
      *----------------------------------------------------------------*

           MOVE '2100-LER-GOTF044E'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           READ GOTF044E                INTO    GOTFW02S-REGISTRO.

           IF WRK-FS-GOTF044E           EQUAL   '10'
              MOVE SPACES               TO      WRK-REG-TRAILER-GOTF044E
              PERFORM 2060-VALIDAR-TRAILER
              GO TO 2100-99-FIM
           END-IF.

           PERFORM 1100-TESTAR-FS-GOTF044E.

           IF FD-GOTF044E(1:1)          EQUAL   'T'
              MOVE FD-GOTF044E          TO      WRK-REG-TRAILER-GOTF044E
              PERFORM 2060-VALIDAR-TRAILER
              MOVE '10'                 TO      WRK-FS-GOTF044E
           ELSE
              ADD 1                     TO      WRK-LIDOS-GOTF044E
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '3000-PROCESSAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE SPACES                  TO      WRK-MOTIVO-REJEITO.
           MOVE ZEROS                   TO      REJ-SQLCODE.

           PERFORM 3100-VALIDAR-REGISTRO.

           MOVE 'N'                     TO      WRK-SW-AUTZ-INFORMADA.

           IF  WRK-MOTIVO-REJEITO       EQUAL   SPACES
           AND NOT CAD-OPER-ENCERRAR
              PERFORM 3150-VALIDAR-AUTORIZACAO
           END-IF.

           IF WRK-MOTIVO-REJEITO    NOT EQUAL   SPACES
              PERFORM 5100-GRAVAR-REJEITO
              PERFORM 2100-LER-GOTF044E
              GO TO 3000-99-FIM
           END-IF.

           PERFORM 3200-LER-CONTA-ESPELHO.

           EVALUATE TRUE
              WHEN CAD-OPER-INCLUSAO
                 IF WRK-CONTA-EXISTE
                    ADD 1               TO      WRK-INCLUSOES-EXISTENTES
                    PERFORM 4200-ALTERAR-CONTA
                 ELSE
                    PERFORM 4100-INCLUIR-CONTA
                 END-IF
              WHEN CAD-OPER-ALTERACAO
                 IF WRK-CONTA-EXISTE
                    PERFORM 4200-ALTERAR-CONTA
                 ELSE
                    MOVE 'CONTA NAO CADASTRADA'
                                        TO      WRK-MOTIVO-REJEITO
                 END-IF
              WHEN CAD-OPER-ENCERRAR
                 IF WRK-CONTA-EXISTE
                    PERFORM 4300-ENCERRAR-CONTA
                 ELSE
                    MOVE 'CONTA NAO CADASTRADA'
                                        TO      WRK-MOTIVO-REJEITO
                 END-IF
           END-EVALUATE.

           IF  WRK-MOTIVO-REJEITO       EQUAL   SPACES
           AND WRK-AUTZ-INFORMADA
              PERFORM 4700-ATUALIZAR-AUTORIZACAO
           END-IF.

           IF WRK-MOTIVO-REJEITO    NOT EQUAL   SPACES
              PERFORM 5100-GRAVAR-REJEITO
           END-IF.

           PERFORM 2100-LER-GOTF044E.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * CONSISTENCIA DO DETALHE. ENCERRAMENTO SO EXIGE A CONTA; NA     *
      * INCLUSAO/ALTERACAO O IDIOMA ZERADO ASSUME O PADRAO E O IDIOMA  *
      * INFORMADO TEM DE EXISTIR NO CATALOGO DE MENSAGENS              *
      *----------------------------------------------------------------*
       3100-VALIDAR-REGISTRO           SECTION.
      *----------------------------------------------------------------*

           MOVE '3100-VALIDAR-REGISTRO' TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF NOT CAD-EH-DETALHE
              MOVE 'TIPO DE REGISTRO INVALIDO'
                                        TO      WRK-MOTIVO-REJEITO
              GO TO 3100-99-FIM
           END-IF.

           IF NOT CAD-OPER-VALIDA
              MOVE 'OPERACAO INVALIDA'  TO      WRK-MOTIVO-REJEITO
              GO TO 3100-99-FIM
           END-IF.

           IF CAD-NCONTA-CLIEN      NOT NUMERIC
              OR CAD-NCONTA-CLIEN       EQUAL   ZEROS
              MOVE 'CONTA INVALIDA'     TO      WRK-MOTIVO-REJEITO
              GO TO 3100-99-FIM
           END-IF.

           IF CAD-DT-ALTERACAO          EQUAL   SPACES
              MOVE WRK-DT-MOVIMENTO     TO      WRK-DT-ALTERACAO
           ELSE
              MOVE CAD-DT-ALTERACAO     TO      WRK-DT-ALTERACAO
           END-IF.

           IF CAD-OPER-ENCERRAR
              GO TO 3100-99-FIM
           END-IF.

           IF CAD-NOME-CLIEN            EQUAL   SPACES
              MOVE 'NOME DO TITULAR EM BRANCO'
                                        TO      WRK-MOTIVO-REJEITO
              GO TO 3100-99-FIM
           END-IF.

           IF NOT CAD-SITUACAO-VALIDA
              MOVE 'SITUACAO DA CONTA INVALIDA'
                                        TO      WRK-MOTIVO-REJEITO
              GO TO 3100-99-FIM
           END-IF.

           IF CAD-NIDIOMA-CLIEN     NOT NUMERIC
              MOVE 'IDIOMA INVALIDO'    TO      WRK-MOTIVO-REJEITO
              GO TO 3100-99-FIM
           END-IF.

           IF CAD-NIDIOMA-CLIEN         EQUAL   ZEROS
              MOVE WRK-NIDIOMA-PADRAO   TO      CAD-NIDIOMA-CLIEN
              GO TO 3100-99-FIM
           END-IF.

           MOVE CAD-NIDIOMA-CLIEN       TO      NIDIOMA OF FRWKB997.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-IDIOMA
                  FROM DB2PRD.TCATL_MENSAGEM
                 WHERE NIDIOMA = :FRWKB997.NIDIOMA
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TCATL_MENSAGEM'     TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0010'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF WRK-QTD-IDIOMA            EQUAL   ZEROS
              MOVE 'IDIOMA SEM CATALOGO'
                                        TO      WRK-MOTIVO-REJEITO
           END-IF.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * CONSISTENCIA DA AUTORIZACAO DE DEBITO AUTOMATICO (INCLUSAO E   *
      * ALTERACAO). AS TRES INFORMACOES EM BRANCO = MOVIMENTO SEM      *
      * AUTORIZACAO, CADASTRO INALTERADO. SO A DATA DE REVOGACAO =     *
      * REVOGACAO DA AUTORIZACAO JA CADASTRADA                         *
      *----------------------------------------------------------------*
       3150-VALIDAR-AUTORIZACAO        SECTION.
      *----------------------------------------------------------------*

           MOVE '3150-VALIDAR-AUTORIZACAO' TO   FRWKGHEA-IDEN-PARAGRAFO.

           IF  CAD-DT-AUTZ-DEBTO        EQUAL   SPACES
           AND CAD-DT-REVOG-DEBTO       EQUAL   SPACES
           AND CAD-CORIGEM-AUTZ         EQUAL   SPACES
              GO TO 3150-99-FIM
           END-IF.

           SET WRK-AUTZ-INFORMADA       TO      TRUE.

           IF  CAD-DT-AUTZ-DEBTO        EQUAL   SPACES
           AND CAD-DT-REVOG-DEBTO       EQUAL   SPACES
              MOVE 'AUTORIZACAO DE DEBITO INVALIDA'
                                        TO      WRK-MOTIVO-REJEITO
              GO TO 3150-99-FIM
           END-IF.

           IF  CAD-DT-AUTZ-DEBTO    NOT EQUAL   SPACES
           AND CAD-CORIGEM-AUTZ         EQUAL   SPACES
              MOVE 'ORIGEM DA AUTORIZACAO AUSENTE'
                                        TO      WRK-MOTIVO-REJEITO
              GO TO 3150-99-FIM
           END-IF.

           IF  CAD-DT-AUTZ-DEBTO    NOT EQUAL   SPACES
           AND CAD-DT-REVOG-DEBTO   NOT EQUAL   SPACES
           AND CAD-DT-REVOG-DEBTO       LESS    CAD-DT-AUTZ-DEBTO
              MOVE 'AUTORIZACAO DE DEBITO INVALIDA'
                                        TO      WRK-MOTIVO-REJEITO
           END-IF.

      *----------------------------------------------------------------*
       3150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3200-LER-CONTA-ESPELHO          SECTION.
      *----------------------------------------------------------------*

           MOVE '3200-LER-CONTA-ESPELHO' TO     FRWKGHEA-IDEN-PARAGRAFO.

           MOVE CAD-NCONTA-CLIEN        TO      NCONTA-CLIEN
                                                OF GOTFB0E4.

           EXEC SQL
                SELECT NOME_CLIEN,
                       NDOC_CLIEN,
                       IN_SITUACAO_CONTA,
                       NIDIOMA_CLIEN
                  INTO :GOTFB0E4.NOME-CLIEN,
                       :GOTFB0E4.NDOC-CLIEN,
                       :GOTFB0E4.IN-SITUACAO-CONTA,
                       :GOTFB0E4.NIDIOMA-CLIEN
                  FROM DB2PRD.TCADT_CONTA_CLIEN
                 WHERE NCONTA_CLIEN = :GOTFB0E4.NCONTA-CLIEN
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   ZEROS
                 SET WRK-CONTA-EXISTE   TO      TRUE
                 MOVE NOME-CLIEN OF GOTFB0E4
                                        TO      ANT-NOME-CLIEN
                 MOVE NDOC-CLIEN OF GOTFB0E4
                                        TO      ANT-NDOC-CLIEN
                 MOVE IN-SITUACAO-CONTA OF GOTFB0E4
                                        TO      ANT-IN-SITUACAO-CONTA
                 MOVE NIDIOMA-CLIEN OF GOTFB0E4
                                        TO      ANT-NIDIOMA-CLIEN
              WHEN SQLCODE              EQUAL   +100
                 MOVE 'N'               TO      WRK-SW-CONTA-EXISTE
                 MOVE SPACES            TO      ANT-NOME-CLIEN
                                                ANT-NDOC-CLIEN
                                                ANT-IN-SITUACAO-CONTA
                 MOVE ZEROS             TO      ANT-NIDIOMA-CLIEN
              WHEN OTHER
                 MOVE 'TCADT_CONTA_CLIEN' TO    FRWKGDB2-NOME-TABELA
                 SET DB2-SELECT         TO      TRUE
                 MOVE '0020'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
           END-EVALUATE.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * INCLUSAO DE CONTA NOVA NO ESPELHO. O HISTORICO NASCE COM O     *
      * NOME, A SITUACAO E O IDIOMA INICIAIS (VALOR ANTERIOR EM        *
      * BRANCO)                                                        *
      *----------------------------------------------------------------*
       4100-INCLUIR-CONTA              SECTION.
      *----------------------------------------------------------------*

           MOVE '4100-INCLUIR-CONTA'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE CAD-NOME-CLIEN          TO      NOME-CLIEN OF GOTFB0E4.
           MOVE CAD-NDOC-CLIEN          TO      NDOC-CLIEN OF GOTFB0E4.
           MOVE CAD-IN-SITUACAO-CONTA   TO      IN-SITUACAO-CONTA
                                                OF GOTFB0E4.
           MOVE CAD-NIDIOMA-CLIEN       TO      NIDIOMA-CLIEN
                                                OF GOTFB0E4.

           EXEC SQL
                INSERT INTO DB2PRD.TCADT_CONTA_CLIEN
                      (NCONTA_CLIEN      ,
                       NOME_CLIEN        ,
                       NDOC_CLIEN        ,
                       IN_SITUACAO_CONTA ,
                       NIDIOMA_CLIEN)
                  VALUES
                      (:GOTFB0E4.NCONTA-CLIEN      ,
                       :GOTFB0E4.NOME-CLIEN        ,
                       :GOTFB0E4.NDOC-CLIEN        ,
                       :GOTFB0E4.IN-SITUACAO-CONTA ,
                       :GOTFB0E4.NIDIOMA-CLIEN)
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TCADT_CONTA_CLIEN'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-INSERT            TO      TRUE
              MOVE '0030'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           ADD 1                        TO      WRK-CONTAS-INCLUIDAS.

           PERFORM 4500-HISTORIAR-ALTERACOES.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ALTERACAO DA CONTA: SO ATUALIZA O ESPELHO QUANDO ALGUM DADO    *
      * DIFERE DO MOVIMENTO. INCLUI REABERTURA ('E' PARA 'A') E        *
      * ENCERRAMENTO PELA SITUACAO INFORMADA                           *
      *----------------------------------------------------------------*
       4200-ALTERAR-CONTA              SECTION.
      *----------------------------------------------------------------*

           MOVE '4200-ALTERAR-CONTA'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF  CAD-NOME-CLIEN           EQUAL   ANT-NOME-CLIEN
           AND CAD-NDOC-CLIEN           EQUAL   ANT-NDOC-CLIEN
           AND CAD-IN-SITUACAO-CONTA    EQUAL   ANT-IN-SITUACAO-CONTA
           AND CAD-NIDIOMA-CLIEN        EQUAL   ANT-NIDIOMA-CLIEN
              ADD 1                     TO      WRK-SEM-ALTERACAO
              GO TO 4200-99-FIM
           END-IF.

           MOVE CAD-NOME-CLIEN          TO      NOME-CLIEN OF GOTFB0E4.
           MOVE CAD-NDOC-CLIEN          TO      NDOC-CLIEN OF GOTFB0E4.
           MOVE CAD-IN-SITUACAO-CONTA   TO      IN-SITUACAO-CONTA
                                                OF GOTFB0E4.
           MOVE CAD-NIDIOMA-CLIEN       TO      NIDIOMA-CLIEN
                                                OF GOTFB0E4.

           PERFORM 4400-ATUALIZAR-ESPELHO.

           EVALUATE TRUE
              WHEN CAD-IN-SITUACAO-CONTA EQUAL  ANT-IN-SITUACAO-CONTA
                 ADD 1                  TO      WRK-CONTAS-ALTERADAS
              WHEN CAD-IN-SITUACAO-CONTA EQUAL  'E'
                 ADD 1                  TO      WRK-CONTAS-ENCERRADAS
              WHEN ANT-IN-SITUACAO-CONTA EQUAL  'E'
                 ADD 1                  TO      WRK-CONTAS-REABERTAS
              WHEN OTHER
                 ADD 1                  TO      WRK-CONTAS-ALTERADAS
           END-EVALUATE.

           PERFORM 4500-HISTORIAR-ALTERACOES.

      *----------------------------------------------------------------*
       4200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ENCERRAMENTO: SO A SITUACAO MUDA. CONTA JA ENCERRADA NAO GERA  *
      * ATUALIZACAO NEM HISTORICO                                      *
      *----------------------------------------------------------------*
       4300-ENCERRAR-CONTA             SECTION.
      *----------------------------------------------------------------*

           MOVE '4300-ENCERRAR-CONTA'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF ANT-IN-SITUACAO-CONTA     EQUAL   'E'
              ADD 1                     TO      WRK-SEM-ALTERACAO
              GO TO 4300-99-FIM
           END-IF.

           MOVE ANT-NOME-CLIEN          TO      CAD-NOME-CLIEN.
           MOVE ANT-NDOC-CLIEN          TO      CAD-NDOC-CLIEN.
           MOVE ANT-NIDIOMA-CLIEN       TO      CAD-NIDIOMA-CLIEN.
           MOVE 'E'                     TO      CAD-IN-SITUACAO-CONTA
                                                IN-SITUACAO-CONTA
                                                OF GOTFB0E4.

           PERFORM 4400-ATUALIZAR-ESPELHO.

           ADD 1                        TO      WRK-CONTAS-ENCERRADAS.

           PERFORM 4500-HISTORIAR-ALTERACOES.

      *----------------------------------------------------------------*
       4300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4400-ATUALIZAR-ESPELHO          SECTION.
      *----------------------------------------------------------------*

           MOVE '4400-ATUALIZAR-ESPELHO' TO     FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                UPDATE DB2PRD.TCADT_CONTA_CLIEN
                   SET NOME_CLIEN        = :GOTFB0E4.NOME-CLIEN,
                       NDOC_CLIEN        = :GOTFB0E4.NDOC-CLIEN,
                       IN_SITUACAO_CONTA = :GOTFB0E4.IN-SITUACAO-CONTA,
                       NIDIOMA_CLIEN     = :GOTFB0E4.NIDIOMA-CLIEN
                 WHERE NCONTA_CLIEN = :GOTFB0E4.NCONTA-CLIEN
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TCADT_CONTA_CLIEN'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0040'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       4400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * UMA LINHA DE HISTORICO POR ATRIBUTO ACOMPANHADO QUE MUDOU      *
      * (NOME, SITUACAO, IDIOMA). O DOCUMENTO E ATUALIZADO SEM         *
      * HISTORICO                                                      *
      *----------------------------------------------------------------*
       4500-HISTORIAR-ALTERACOES       SECTION.
      *----------------------------------------------------------------*

           MOVE '4500-HISTORIAR-ALTERACOES' TO  FRWKGHEA-IDEN-PARAGRAFO.

           MOVE NCONTA-CLIEN OF GOTFB0E4 TO     NCONTA-CLIEN
                                                OF GOTFB0G1.
           MOVE WRK-DT-ALTERACAO        TO      DT-ALTERACAO
                                                OF GOTFB0G1.
           MOVE WRK-DATA-PROCESSO       TO      DT-PROCESSAMENTO
                                                OF GOTFB0G1.
           MOVE 'GOTF2CAD'              TO      CUSUAR-ALTER
                                                OF GOTFB0G1.

           IF CAD-NOME-CLIEN        NOT EQUAL   ANT-NOME-CLIEN
              MOVE 'N'                  TO      CTIPO-ALTER OF GOTFB0G1
              MOVE ANT-NOME-CLIEN       TO      DS-VALOR-ANTER
                                                OF GOTFB0G1
              MOVE CAD-NOME-CLIEN       TO      DS-VALOR-NOVO
                                                OF GOTFB0G1
              PERFORM 4600-INSERIR-HISTORICO
           END-IF.

           IF CAD-IN-SITUACAO-CONTA NOT EQUAL   ANT-IN-SITUACAO-CONTA
              MOVE 'S'                  TO      CTIPO-ALTER OF GOTFB0G1
              MOVE ANT-IN-SITUACAO-CONTA TO     DS-VALOR-ANTER
                                                OF GOTFB0G1
              MOVE CAD-IN-SITUACAO-CONTA TO     DS-VALOR-NOVO
                                                OF GOTFB0G1
              PERFORM 4600-INSERIR-HISTORICO
           END-IF.

           IF CAD-NIDIOMA-CLIEN     NOT EQUAL   ANT-NIDIOMA-CLIEN
              MOVE 'I'                  TO      CTIPO-ALTER OF GOTFB0G1
              MOVE SPACES               TO      DS-VALOR-ANTER
                                                OF GOTFB0G1
              IF WRK-CONTA-EXISTE
                 MOVE ANT-NIDIOMA-CLIEN TO      WRK-IDIOMA-ANTER-EDIT
                 MOVE WRK-IDIOMA-ANTER-EDIT
                                        TO      DS-VALOR-ANTER
                                                OF GOTFB0G1
              END-IF
              MOVE CAD-NIDIOMA-CLIEN    TO      WRK-IDIOMA-EDIT
              MOVE WRK-IDIOMA-EDIT      TO      DS-VALOR-NOVO
                                                OF GOTFB0G1
              PERFORM 4600-INSERIR-HISTORICO
           END-IF.

      *----------------------------------------------------------------*
       4500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4600-INSERIR-HISTORICO          SECTION.
      *----------------------------------------------------------------*

           MOVE '4600-INSERIR-HISTORICO' TO     FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                SELECT COALESCE(MAX(NSEQ_ALTER), 0) + 1
                  INTO :GOTFB0G1.NSEQ-ALTER
                  FROM DB2PRD.THIST_CONTA_CLIEN
                 WHERE NCONTA_CLIEN = :GOTFB0G1.NCONTA-CLIEN
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'THIST_CONTA_CLIEN'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0050'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           EXEC SQL
                INSERT INTO DB2PRD.THIST_CONTA_CLIEN
                      (NCONTA_CLIEN     ,
                       NSEQ_ALTER       ,
                       CTIPO_ALTER      ,
                       DT_ALTERACAO     ,
                       DS_VALOR_ANTER   ,
                       DS_VALOR_NOVO    ,
                       DT_PROCESSAMENTO ,
                       CUSUAR_ALTER)
                  VALUES
                      (:GOTFB0G1.NCONTA-CLIEN     ,
                       :GOTFB0G1.NSEQ-ALTER       ,
                       :GOTFB0G1.CTIPO-ALTER      ,
                       :GOTFB0G1.DT-ALTERACAO     ,
                       :GOTFB0G1.DS-VALOR-ANTER   ,
                       :GOTFB0G1.DS-VALOR-NOVO    ,
                       :GOTFB0G1.DT-PROCESSAMENTO ,
                       :GOTFB0G1.CUSUAR-ALTER)
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'THIST_CONTA_CLIEN'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-INSERT            TO      TRUE
              MOVE '0051'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           ADD 1                        TO      WRK-HISTORICOS-GRAVADOS.

      *----------------------------------------------------------------*
       4600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * CARGA DA AUTORIZACAO DE DEBITO EM TAUTZ_DEBTO_CLIEN, APOS A    *
      * ATUALIZACAO CADASTRAL DA CONTA. AUTORIZACAO SEM REVOGACAO      *
      * GRAVA '0001-01-01' (VIGENTE); NOVA AUTORIZACAO SOBREPOE A      *
      * ANTERIOR. MOVIMENTO IGUAL AO CADASTRO NAO ATUALIZA NADA.       *
      * REVOGACAO DE CONTA SEM AUTORIZACAO VAI PARA O REJEITO, SEM     *
      * DESFAZER A ATUALIZACAO CADASTRAL DO MESMO REGISTRO             *
      *----------------------------------------------------------------*
       4700-ATUALIZAR-AUTORIZACAO      SECTION.
      *----------------------------------------------------------------*

           MOVE '4700-ATUALIZAR-AUTORIZACAO' TO FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 4750-LER-AUTORIZACAO.

           IF CAD-DT-AUTZ-DEBTO         EQUAL   SPACES
              IF NOT WRK-AUTZ-EXISTE
                 MOVE 'REVOGACAO SEM AUTORIZACAO'
                                        TO      WRK-MOTIVO-REJEITO
                 GO TO 4700-99-FIM
              END-IF
              IF CAD-DT-REVOG-DEBTO     LESS    ANT-DT-AUTZ-DEBTO
                 MOVE 'AUTORIZACAO DE DEBITO INVALIDA'
                                        TO      WRK-MOTIVO-REJEITO
                 GO TO 4700-99-FIM
              END-IF
              MOVE ANT-DT-AUTZ-DEBTO    TO      DT-AUTZ-DEBTO
                                                OF GOTFB0H3
              MOVE ANT-CORIGEM-AUTZ     TO      CORIGEM-AUTZ
                                                OF GOTFB0H3
           ELSE
              MOVE CAD-DT-AUTZ-DEBTO    TO      DT-AUTZ-DEBTO
                                                OF GOTFB0H3
              MOVE CAD-CORIGEM-AUTZ     TO      CORIGEM-AUTZ
                                                OF GOTFB0H3
           END-IF.

           IF CAD-DT-REVOG-DEBTO        EQUAL   SPACES
              MOVE WRK-DT-NULA          TO      DT-REVOG-DEBTO
                                                OF GOTFB0H3
           ELSE
              MOVE CAD-DT-REVOG-DEBTO   TO      DT-REVOG-DEBTO
                                                OF GOTFB0H3
           END-IF.

           IF  WRK-AUTZ-EXISTE
           AND DT-AUTZ-DEBTO  OF GOTFB0H3 EQUAL ANT-DT-AUTZ-DEBTO
           AND DT-REVOG-DEBTO OF GOTFB0H3 EQUAL ANT-DT-REVOG-DEBTO
           AND CORIGEM-AUTZ   OF GOTFB0H3 EQUAL ANT-CORIGEM-AUTZ
              ADD 1                     TO      WRK-AUTZ-SEM-ALTERACAO
              GO TO 4700-99-FIM
           END-IF.

           MOVE 'GOTF2CAD'              TO      CUSUAR-ULT-ALTER
                                                OF GOTFB0H3.
           MOVE WRK-DATA-PROCESSO       TO      DT-ULT-ALTER
                                                OF GOTFB0H3.

           IF NOT WRK-AUTZ-EXISTE
              PERFORM 4760-INCLUIR-AUTORIZACAO
              GO TO 4700-99-FIM
           END-IF.

           PERFORM 4770-ALTERAR-AUTORIZACAO.

           IF  DT-REVOG-DEBTO OF GOTFB0H3 NOT EQUAL WRK-DT-NULA
           AND DT-REVOG-DEBTO OF GOTFB0H3 NOT EQUAL ANT-DT-REVOG-DEBTO
              ADD 1                     TO      WRK-AUTZ-REVOGADAS
           ELSE
              ADD 1                     TO      WRK-AUTZ-ALTERADAS
           END-IF.

      *----------------------------------------------------------------*
       4700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4750-LER-AUTORIZACAO            SECTION.
      *----------------------------------------------------------------*

           MOVE '4750-LER-AUTORIZACAO'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE CAD-NCONTA-CLIEN        TO      NCONTA-CLIEN
                                                OF GOTFB0H3.

           EXEC SQL
                SELECT DT_AUTZ_DEBTO,
                       DT_REVOG_DEBTO,
                       CORIGEM_AUTZ
                  INTO :GOTFB0H3.DT-AUTZ-DEBTO,
                       :GOTFB0H3.DT-REVOG-DEBTO,
                       :GOTFB0H3.CORIGEM-AUTZ
                  FROM DB2PRD.TAUTZ_DEBTO_CLIEN
                 WHERE NCONTA_CLIEN = :GOTFB0H3.NCONTA-CLIEN
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   ZEROS
                 SET WRK-AUTZ-EXISTE    TO      TRUE
                 MOVE DT-AUTZ-DEBTO OF GOTFB0H3
                                        TO      ANT-DT-AUTZ-DEBTO
                 MOVE DT-REVOG-DEBTO OF GOTFB0H3
                                        TO      ANT-DT-REVOG-DEBTO
                 MOVE CORIGEM-AUTZ OF GOTFB0H3
                                        TO      ANT-CORIGEM-AUTZ
              WHEN SQLCODE              EQUAL   +100
                 MOVE 'N'               TO      WRK-SW-AUTZ-EXISTE
                 MOVE SPACES            TO      WRK-AUTZ-ANTERIOR
              WHEN OTHER
                 MOVE 'TAUTZ_DEBTO_CLIEN' TO    FRWKGDB2-NOME-TABELA
                 SET DB2-SELECT         TO      TRUE
                 MOVE '0060'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
           END-EVALUATE.

      *----------------------------------------------------------------*
       4750-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4760-INCLUIR-AUTORIZACAO        SECTION.
      *----------------------------------------------------------------*

           MOVE '4760-INCLUIR-AUTORIZACAO' TO   FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                INSERT INTO DB2PRD.TAUTZ_DEBTO_CLIEN
                      (NCONTA_CLIEN     ,
                       DT_AUTZ_DEBTO    ,
                       DT_REVOG_DEBTO   ,
                       CORIGEM_AUTZ     ,
                       CUSUAR_ULT_ALTER ,
                       DT_ULT_ALTER)
                  VALUES
                      (:GOTFB0H3.NCONTA-CLIEN     ,
                       :GOTFB0H3.DT-AUTZ-DEBTO    ,
                       :GOTFB0H3.DT-REVOG-DEBTO   ,
                       :GOTFB0H3.CORIGEM-AUTZ     ,
                       :GOTFB0H3.CUSUAR-ULT-ALTER ,
                       :GOTFB0H3.DT-ULT-ALTER)
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TAUTZ_DEBTO_CLIEN'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-INSERT            TO      TRUE
              MOVE '0061'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           ADD 1                        TO      WRK-AUTZ-INCLUIDAS.

      *----------------------------------------------------------------*
       4760-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4770-ALTERAR-AUTORIZACAO        SECTION.
      *----------------------------------------------------------------*

           MOVE '4770-ALTERAR-AUTORIZACAO' TO   FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                UPDATE DB2PRD.TAUTZ_DEBTO_CLIEN
                   SET DT_AUTZ_DEBTO    = :GOTFB0H3.DT-AUTZ-DEBTO,
                       DT_REVOG_DEBTO   = :GOTFB0H3.DT-REVOG-DEBTO,
                       CORIGEM_AUTZ     = :GOTFB0H3.CORIGEM-AUTZ,
                       CUSUAR_ULT_ALTER = :GOTFB0H3.CUSUAR-ULT-ALTER,
                       DT_ULT_ALTER     = :GOTFB0H3.DT-ULT-ALTER
                 WHERE NCONTA_CLIEN = :GOTFB0H3.NCONTA-CLIEN
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TAUTZ_DEBTO_CLIEN'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0062'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       4770-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * REJEITO COM O REGISTRO ORIGINAL, SEM OS DADOS PESSOAIS (LGPD): *
      * NOME E DOCUMENTO OMITIDOS E CONTA MASCARADA NO SUFIXO, COMO NO *
      * GOTF001R DO GOTF2DSS. A TRIAGEM E FEITA NO CADASTRO CENTRAL   *
      *----------------------------------------------------------------*
       5100-GRAVAR-REJEITO             SECTION.
      *----------------------------------------------------------------*

           MOVE '5100-GRAVAR-REJEITO'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE GOTFW02S-REGISTRO       TO      REJ-REGISTRO-ORIGINAL.
           MOVE ALL '*'                 TO      REJ-REGISTRO-ORIGINAL
                                                (16:54).

           IF CAD-NCONTA-CLIEN          IS NUMERIC
              MOVE '*********'          TO      REJ-REGISTRO-ORIGINAL
                                                (3:9)
           END-IF.

           MOVE WRK-MOTIVO-REJEITO      TO      REJ-MOTIVO.

           MOVE WRK-REG-REJEITO         TO      FD-GOTF044R.

           WRITE FD-GOTF044R.

           PERFORM 1150-TESTAR-FS-GOTF044R.

           ADD 1                        TO      WRK-REJEITADOS.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '9000-FINALIZAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           DISPLAY '*********** GOTF2CAD ***********'
           DISPLAY '*                              *'
           DISPLAY '*  CARGA DO ESPELHO DE CONTAS  *'
           DISPLAY '* ---------------------------- *'
           DISPLAY '* MOVIMENTO DE      : ' WRK-DT-MOVIMENTO
           DISPLAY '* LIDOS GOTF044E    : ' WRK-LIDOS-GOTF044E
           DISPLAY '* CONTAS INCLUIDAS  : ' WRK-CONTAS-INCLUIDAS
           DISPLAY '* CONTAS ALTERADAS  : ' WRK-CONTAS-ALTERADAS
           DISPLAY '* CONTAS ENCERRADAS : ' WRK-CONTAS-ENCERRADAS
           DISPLAY '* CONTAS REABERTAS  : ' WRK-CONTAS-REABERTAS
           DISPLAY '* INCL. JA EXISTENTE: ' WRK-INCLUSOES-EXISTENTES
           DISPLAY '* SEM ALTERACAO     : ' WRK-SEM-ALTERACAO
           DISPLAY '* REJEITADOS        : ' WRK-REJEITADOS
           DISPLAY '* HISTORICOS        : ' WRK-HISTORICOS-GRAVADOS
           DISPLAY '* AUTORIZ. INCLUIDAS: ' WRK-AUTZ-INCLUIDAS
           DISPLAY '* AUTORIZ. ALTERADAS: ' WRK-AUTZ-ALTERADAS
           DISPLAY '* AUTORIZ. REVOGADAS: ' WRK-AUTZ-REVOGADAS
           DISPLAY '* AUTORIZ. INALTER. : ' WRK-AUTZ-SEM-ALTERACAO
           DISPLAY '*********** GOTF2CAD ***********'

           PERFORM  7100-ENCERRAR-CKRS0105.

           CLOSE GOTF044E
                 GOTF044R.

           PERFORM 1100-TESTAR-FS-GOTF044E.
           PERFORM 1150-TESTAR-FS-GOTF044R.

           IF WRK-REJEITADOS            GREATER ZEROS
              MOVE 4                    TO      RETURN-CODE
           END-IF.

           STOP RUN.

      *----------------------------------------------------------------*
       9000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*


      *----------------------------------------------------------------*
       7000-INICIAR-CKRS0105           SECTION.
      *----------------------------------------------------------------*

           MOVE '7000-INICIAR-CKRS0105' TO FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'C'                    TO PARM-OP.
           MOVE 'DB2'                  TO PARM-SSID.
           MOVE SPACES                 TO PARM-PLAN.

           CALL WRK-CKRS0105           USING PARM-CKRS0105.

      *----------------------------------------------------------------*
       7000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7100-ENCERRAR-CKRS0105          SECTION.
      *----------------------------------------------------------------*

           MOVE '7100-ENCERRAR-CKRS0105' TO FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'D'                    TO PARM-OP.
           MOVE SPACES                 TO PARM-PLAN.

           CALL WRK-CKRS0105           USING PARM-CKRS0105.

      *----------------------------------------------------------------*
       7100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9100-FORMATAR-ERRO-ARQUIVO      SECTION.
      *----------------------------------------------------------------*

           SET  ERRO-ARQUIVO            TO      TRUE.

           MOVE FRWKGARQ-TAM-LAYOUT     TO      FRWKGHEA-TAM-DADOS.
           MOVE WRK-AREA-ERRO-ARQUIVO   TO      WRK-BLOCO-INFO-ERRO
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
           MOVE FRWKGHEA-IDEN-PARAGRAFO(1:16)TO      FRWKGDB2-LOCAL.
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
       9350-TRATAR-ERRO-LIVRE          SECTION.
      *----------------------------------------------------------------*

           SET  ERRO-LIVRE              TO      TRUE.

           MOVE FRWKGLIV-TAM-LAYOUT     TO      FRWKGHEA-TAM-DADOS.
           MOVE WRK-AREA-ERRO-LIVRE     TO      WRK-BLOCO-INFO-ERRO
                                                (1:FRWKGHEA-TAM-DADOS).

           PERFORM 9900-TRATAR-ERRO.

      *----------------------------------------------------------------*
       9350-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9900-TRATAR-ERRO                SECTION.
      *----------------------------------------------------------------*

           MOVE 'GOTF2CAD'              TO      FRWKGHEA-NOME-PROGRAMA.

           PERFORM 9990-GRAVAR-LOG-ERRO.

           PERFORM 9999-ABENDAR-PROGRAMA.

           GOBACK.

      *----------------------------------------------------------------*
       9900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9990-GRAVAR-LOG-ERRO            SECTION.
      *----------------------------------------------------------------*

           CALL WRK-FRWK2999            USING   WRK-AREA-ERRO.

      *----------------------------------------------------------------*
       9990-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9999-ABENDAR-PROGRAMA           SECTION.
      *----------------------------------------------------------------*

           EVALUATE TRUE
              WHEN ERRO-ARQUIVO
                 MOVE WRK-0450-ABEND-ARQUIVO
                                        TO      WRK-0450-ABEND-BAT
              WHEN ERRO-DB2
                 MOVE WRK-0450-ABEND-DB2
                                        TO      WRK-0450-ABEND-BAT
              WHEN ERRO-LIVRE
                 MOVE WRK-0450-ABEND-LIVRE
                                        TO      WRK-0450-ABEND-BAT
              WHEN OTHER
                 MOVE +1111             TO      WRK-0450-ABEND-BAT
           END-EVALUATE.

           DISPLAY '*** BRAD0450 CHAMADO PARA ABENDAR O PROGRAMA ***'.
           DISPLAY 'CODIGO DE ABEND = ' WRK-0450-ABEND-BAT.
           DISPLAY ' '.

           CALL 'BRAD0450'             USING    WRK-0450-ABEND-BAT
                                                WRK-0450-DUMP-BAT.

      *----------------------------------------------------------------*
       9999-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
