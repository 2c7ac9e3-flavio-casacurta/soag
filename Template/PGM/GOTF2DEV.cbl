      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. GOTF2DEV.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  GOTF2DEV                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  OUTUBRO/2027                                 *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                GOTF032S          O              WRK-REG-DEVOL  *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#FRWKGE - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    I#FRWKAR - BOOK PARA TRATAMENTO DE ERROS DE ARQUIVOS        *
      *    I#FRWKLI - AREA PARA FORMATACAO DE ERRO LIVRE               *
      *    I#FRWKDB - AREA PARA FORMATACAO DE ERRO DE DB2              *
      *    I#CKRS04 - BOOK DE CONEXAO DB2                              *
      *    GOTFWCAD - AREA DE COMUNICACAO COM O GOTF1000               *
      *    GOTFWINT - AREA DE COMUNICACAO COM O GOTF1100               *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TSIT_MOVTO_TARIF          GOTFB0B7       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *    CKRS0105 - MODULO PARA INICIAR E FINALIZAR CONEXAO DB2      *
      *    GOTF1000 - CONSULTA CADASTRAL DO TITULAR DA CONTA           *
      *    GOTF1100 - CONTROLE DE INTEGRIDADE DE ARQUIVO (HMAC)        *
      *    FRWK2999 - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    BRAD0450 - ROTINA DE ABEND                                  *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    OUT/2027 - HOMI - PROGRAMA CRIADO. REMESSA DE CREDITO       *
      *               (DEVOLUCAO) AO CLIENTE DO VALOR JA COBRADO DE    *
      *               EVENTO ESTORNADO: SELECIONA EM TSIT_MOVTO_TARIF  *
      *               OS EVENTOS PENDENTES DE DEVOLUCAO                *
      *               (CSIT_REEMB_TARIF = 'P', MARCADOS PELO GOTF2EST  *
      *               NO ORIGINAL LIQUIDADO OU COM PARCELAS PAGAS E    *
      *               NA CORRECAO MONETARIA 'CORR' DO MESMO ESTORNO),  *
      *               GERA O ARQUIVO GOTF032S PARA O SISTEMA DE        *
      *               DEBITO (HEADER COM DATA E NUMERO DA GERACAO,     *
      *               DETALHE COM O EVENTO, CONTA, TITULAR E VALOR A   *
      *               CREDITAR, TRAILER COM QUANTIDADE E VALOR) E      *
      *               MARCA CADA EVENTO COMO REMETIDO ('R') COM O      *
      *               NUMERO DA GERACAO (NREMES_REEMB) E A DATA. O     *
      *               RETORNO DO CREDITO E TRATADO PELO GOTF2DVR.      *
      *               EVENTO SEM CONTA CORRENTE (LAYOUT V1) NAO TEM    *
      *               ONDE SER CREDITADO: PERMANECE PENDENTE E E       *
      *               APENAS CONTADO NO RESUMO.                        *
      *               NAO USA CHECKPOINT/RESTART CKRS0100: O JOB E UMA *
      *               UNICA UNIDADE DE TRABALHO, NO MESMO DESENHO DO   *
      *               GOTF2REM - EM CASO DE ABEND O ROLLBACK DESFAZ AS *
      *               MARCACOES E O RERUN REGRAVA O ARQUIVO COMPLETO.  *
      *    AGO/2028 - HOMI - O CREDITO DE COMPENSACAO DA OUVIDORIA     *
      *               ('COMP', POSTADO PELO GOTF2CMP) E REMETIDO COMO  *
      *               TIPO 'G' E CONTADO A PARTE NO RESUMO.            *
      *    DEZ/2028 - HOMI - CONTROLE DE INTEGRIDADE DA REMESSA DE     *
      *               CREDITO: O TRAILER DE GOTF032S GANHA O CAMPO     *
      *               TRL-DIGEST (FILLER 75 -> 43), COM O DIGEST       *
      *               HMAC-SHA-256 (MODULO GOTF1100, CHAVE             *
      *               'GOTF.HMAC.REMESSA.CREDITO' NO CKDS) DE HEADER,  *
      *               DETALHES E DO PROPRIO TRAILER COM O CAMPO EM     *
      *               BRANCO, NO MESMO DESENHO DO GOTF2REM. O TOTAL DE *
      *               VALORES (TRL-VLR-TOTAL) SEGUE COMO TOTAL DE      *
      *               CONTROLE. FALHA DO MODULO ABENDA COM GOTF9970    *
      *               SEM TRAILER. O RETORNO E CONFERIDO PELO GOTF2DVR.*
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

           SELECT GOTF032S ASSIGN      TO   UT-S-GOTF032S
                      FILE STATUS      IS   WRK-FS-GOTF032S.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF032S - REMESSA DE CREDITO (DEVOLUCAO) DE TARIFA  *
      *            ORG. SEQUENCIAL     -   LRECL   =  100              *
      *----------------------------------------------------------------*
       FD  GOTF032S
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF032S                 PIC  X(100).

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

       01  WRK-SW-EOF-CURSOR           PIC  X(01) VALUE 'N'.
           88  WRK-EOF-CURSOR                      VALUE 'S'.

       01  WRK-DATA-GERACAO            PIC  X(10) VALUE SPACES.
       01  WRK-NREMES-REEMB            PIC S9(09)V COMP-3 VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CONSULTA CADASTRAL DO TITULAR (MODULO GOTF1000), COM           *
      * MEMORIZACAO DA ULTIMA CONTA CONSULTADA                         *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  WRK-GOTF1000                PIC  X(08)  VALUE  'GOTF1000'.

       COPY GOTFWCAD.

       01  WRK-CONTA-MEMO              PIC S9(13)V COMP-3 VALUE -1.
       01  WRK-NOME-MEMO               PIC  X(30) VALUE SPACES.
       01  WRK-NOME-CLIEN              PIC  X(30) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CONTROLE DE INTEGRIDADE DE GOTF032S (MODULO GOTF1100): DIGEST  *
      * HMAC DE TODOS OS REGISTROS, LEVADO NO TRAILER COM A CHAVE DE   *
      * REMESSA/RETORNO DE CREDITO COMBINADA COM O SISTEMA DE DEBITO   *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  WRK-GOTF1100                PIC  X(08)  VALUE  'GOTF1100'.
       77  WRK-ROTULO-HMAC-CREDITO     PIC  X(64)  VALUE
           'GOTF.HMAC.REMESSA.CREDITO'.

       COPY GOTFWINT.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ACUMULADORES                       ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-ACUMULADORES.
         05  WRK-LIDOS-CURSOR          PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-REMETIDOS-GOTF032S    PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-ESTORNOS-GOTF032S     PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-CORRECOES-GOTF032S    PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-COMPENS-GOTF032S      PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-SEM-CONTA             PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-VLR-TOTAL-REMESSA     PIC S9(13)V9(02) COMP-3
                                                           VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE TESTE DE FILE-STATUS               ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-FS-GOTF032S             PIC  X(02)  VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE SAIDA GOTF032S                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-REG-HEADER-DEVOL.
         05  HDR-TIPO-REGISTRO         PIC  X(001) VALUE 'H'.
         05  HDR-DATA-GERACAO          PIC  X(010).
         05  HDR-NREMES                PIC  9(009).
         05  FILLER                    PIC  X(080) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * DEV-TIPO-DEVOL: 'E' = VALOR COBRADO DO EVENTO ESTORNADO        *
      *                 'C' = CORRECAO MONETARIA DO ESTORNO ('CORR')   *
      *                 'G' = COMPENSACAO DA OUVIDORIA ('COMP')        *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-REG-DEVOL.
         05  DEV-TIPO-REGISTRO         PIC  X(001) VALUE 'D'.
         05  DEV-CSIST-ORIGE-TARIF     PIC  X(003).
         05  DEV-NMOVTO-EVNTO-TARIF    PIC  9(013).
         05  DEV-DRECEB-MOVTO-TARIF    PIC  X(010).
         05  DEV-VVALOR-REEMB-TARIF    PIC  9(013)V9(002).
         05  DEV-NCONTA-CLIEN          PIC  9(013).
         05  DEV-NOME-CLIEN            PIC  X(030).
         05  DEV-TIPO-DEVOL            PIC  X(001).
         05  FILLER                    PIC  X(014) VALUE SPACES.

       01  WRK-REG-TRAILER-DEVOL.
         05  TRL-TIPO-REGISTRO         PIC  X(001) VALUE 'T'.
         05  TRL-QTD-REGISTROS         PIC  9(009).
         05  TRL-VLR-TOTAL             PIC  9(013)V9(002).
         05  TRL-DIGEST                PIC  X(032).
         05  FILLER                    PIC  X(043) VALUE SPACES.

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
               INCLUDE GOTFB0B7
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CURSOR DOS EVENTOS PENDENTES DE DEVOLUCAO AO CLIENTE          *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE C1 CURSOR FOR
                SELECT CSIST_ORIGE_TARIF,
                       DRECEB_MOVTO_TARIF,
                       NMOVTO_EVNTO_TARIF,
                       VVALOR_REEMB_TARIF,
                       NCONTA_CLIEN,
                       CJUSTF_EVNTO_TARIF
                  FROM DB2PRD.TSIT_MOVTO_TARIF
                 WHERE CSIT_REEMB_TARIF = 'P'
                   FOR UPDATE OF CSIT_REEMB_TARIF
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
             UNTIL WRK-EOF-CURSOR.

           PERFORM 9000-FINALIZAR.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ABRE A GERACAO DA REMESSA DE CREDITO: NUMERO SEQUENCIAL    *
      *    PROPRIO (MAIOR NREMES_REEMB JA CARIMBADO + 1), HEADER E     *
      *    CURSOR DOS EVENTOS PENDENTES DE DEVOLUCAO                   *
      *----------------------------------------------------------------*
       1000-INICIAR                    SECTION.
      *----------------------------------------------------------------*

           MOVE '1000-INICIAR'          TO      FRWKGHEA-IDEN-PARAGRAFO.

           CALL 'CKRS1000'.

           PERFORM 7000-INICIAR-CKRS0105.

           INITIALIZE FRWKGHEA-REGISTRO
                      FRWKGARQ-REGISTRO
                      FRWKGDB2-REGISTRO.

           OPEN OUTPUT  GOTF032S.

           PERFORM 1100-TESTAR-FS-GOTF032S.

           EXEC SQL
                SELECT CHAR(CURRENT DATE, ISO)
                  INTO :WRK-DATA-GERACAO
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'SYSDUMMY1'          TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0005'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           EXEC SQL
                SELECT COALESCE(MAX(NREMES_REEMB), 0) + 1
                  INTO :WRK-NREMES-REEMB
                  FROM DB2PRD.TSIT_MOVTO_TARIF
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  AND
              (SQLCODE              NOT EQUAL   +100)
              MOVE 'TSIT_MOVTO_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0007'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           INITIALIZE GOTFWINT.
           MOVE WRK-ROTULO-HMAC-CREDITO TO      GOTFWINT-ROTULO-CHAVE.
           SET  GOTFWINT-INICIAR        TO      TRUE.
           PERFORM 5995-CHAMAR-GOTF1100.

           MOVE WRK-DATA-GERACAO        TO      HDR-DATA-GERACAO.
           MOVE WRK-NREMES-REEMB        TO      HDR-NREMES.
           MOVE WRK-REG-HEADER-DEVOL    TO      FD-GOTF032S.
           WRITE FD-GOTF032S.
           PERFORM 1100-TESTAR-FS-GOTF032S.
           PERFORM 5990-INTEGRAR-GOTF032S.

           EXEC SQL
                OPEN C1
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSIT_MOVTO_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0010'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 2100-LER-CURSOR.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FS-GOTF032S         SECTION.
      *----------------------------------------------------------------*

           MOVE '1100-TESTAR-FS-GOTF032S' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF032S       NOT EQUAL   '00'
              MOVE 'GOTF032S'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF032S      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-CURSOR                 SECTION.
      *----------------------------------------------------------------*

           MOVE '2100-LER-CURSOR'       TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH C1
                 INTO :GOTFB0B7.CSIST-ORIGE-TARIF,
                      :GOTFB0B7.DRECEB-MOVTO-TARIF,
                      :GOTFB0B7.NMOVTO-EVNTO-TARIF,
                      :GOTFB0B7.VVALOR-REEMB-TARIF,
                      :GOTFB0B7.NCONTA-CLIEN,
                      :GOTFB0B7.CJUSTF-EVNTO-TARIF
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-CURSOR     TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TSIT_MOVTO_TARIF' TO     FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH           TO     TRUE
                 MOVE '0020'             TO     FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 ADD 1                  TO      WRK-LIDOS-CURSOR
           END-EVALUATE.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    EVENTO SEM CONTA CORRENTE NAO TEM ONDE SER CREDITADO E     *
      *    PERMANECE PENDENTE ('P'), APENAS CONTADO NO RESUMO          *
      *----------------------------------------------------------------*
       3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '3000-PROCESSAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF NCONTA-CLIEN OF GOTFB0B7  NOT GREATER THAN ZEROS
              ADD 1                     TO      WRK-SEM-CONTA
           ELSE
              PERFORM 5000-GRAVAR-DEVOLUCAO
              PERFORM 6000-MARCAR-REMETIDO
           END-IF.

           PERFORM 2100-LER-CURSOR.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-GRAVAR-DEVOLUCAO           SECTION.
      *----------------------------------------------------------------*

           MOVE '5000-GRAVAR-DEVOLUCAO' TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE CSIST-ORIGE-TARIF     OF GOTFB0B7
                                        TO      DEV-CSIST-ORIGE-TARIF.
           MOVE NMOVTO-EVNTO-TARIF    OF GOTFB0B7
                                        TO      DEV-NMOVTO-EVNTO-TARIF.
           MOVE DRECEB-MOVTO-TARIF    OF GOTFB0B7
                                        TO      DEV-DRECEB-MOVTO-TARIF.
           MOVE VVALOR-REEMB-TARIF    OF GOTFB0B7
                                        TO      DEV-VVALOR-REEMB-TARIF.
           MOVE NCONTA-CLIEN          OF GOTFB0B7
                                        TO      DEV-NCONTA-CLIEN.

           EVALUATE CJUSTF-EVNTO-TARIF OF GOTFB0B7
              WHEN 'CORR'
                 MOVE 'C'               TO      DEV-TIPO-DEVOL
                 ADD 1                  TO      WRK-CORRECOES-GOTF032S
              WHEN 'COMP'
                 MOVE 'G'               TO      DEV-TIPO-DEVOL
                 ADD 1                  TO      WRK-COMPENS-GOTF032S
              WHEN OTHER
                 MOVE 'E'               TO      DEV-TIPO-DEVOL
                 ADD 1                  TO      WRK-ESTORNOS-GOTF032S
           END-EVALUATE.

           PERFORM 5900-BUSCAR-NOME-TITULAR.
           MOVE WRK-NOME-CLIEN          TO      DEV-NOME-CLIEN.

           MOVE WRK-REG-DEVOL           TO      FD-GOTF032S.

           WRITE FD-GOTF032S.

           PERFORM 1100-TESTAR-FS-GOTF032S.

           PERFORM 5990-INTEGRAR-GOTF032S.

           ADD 1                        TO      WRK-REMETIDOS-GOTF032S.
           ADD VVALOR-REEMB-TARIF     OF GOTFB0B7
                                        TO      WRK-VLR-TOTAL-REMESSA.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    NOME CADASTRAL DO TITULAR DA CONTA CORRENTE DO EVENTO      *
      *    (GOTFB0B7.NCONTA-CLIEN), RESOLVIDO PELO MODULO GOTF1000     *
      *    COM MEMORIZACAO DA ULTIMA CONTA, COMO NO GOTF2REM           *
      *----------------------------------------------------------------*
       5900-BUSCAR-NOME-TITULAR        SECTION.
      *----------------------------------------------------------------*

           MOVE '5900-BUSCAR-NOME-TITULAR' TO
                                        FRWKGHEA-IDEN-PARAGRAFO.

           IF NCONTA-CLIEN OF GOTFB0B7 EQUAL WRK-CONTA-MEMO
              MOVE WRK-NOME-MEMO        TO      WRK-NOME-CLIEN
              GO TO 5900-99-FIM
           END-IF.

           INITIALIZE GOTFWCAD.
           MOVE NCONTA-CLIEN OF GOTFB0B7 TO     GOTFWCAD-NCONTA-CLIEN.

           CALL WRK-GOTF1000            USING   GOTFWCAD.

           IF GOTFWCAD-ERRO-DB2
              MOVE 'GOTF9997'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'ERRO DE SQL NA CONSULTA CADASTRAL GOTF1000'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           MOVE GOTFWCAD-NOME-CLIEN (1:30)
                                        TO      WRK-NOME-CLIEN.
           MOVE NCONTA-CLIEN OF GOTFB0B7 TO     WRK-CONTA-MEMO.
           MOVE WRK-NOME-CLIEN          TO      WRK-NOME-MEMO.

      *----------------------------------------------------------------*
       5900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ACUMULA NO DIGEST DE INTEGRIDADE O REGISTRO RECEM-GRAVADO
      *    EM GOTF032S
      *----------------------------------------------------------------*
       5990-INTEGRAR-GOTF032S          SECTION.
      *----------------------------------------------------------------*

           MOVE '5990-INTEGRAR-GOTF032S' TO     FRWKGHEA-IDEN-PARAGRAFO.

           MOVE FD-GOTF032S             TO      GOTFWINT-REGISTRO.
           MOVE LENGTH OF FD-GOTF032S   TO      GOTFWINT-TAM-REGISTRO.
           SET  GOTFWINT-ACUMULAR       TO      TRUE.
           PERFORM 5995-CHAMAR-GOTF1100.

      *----------------------------------------------------------------*
       5990-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5995-CHAMAR-GOTF1100            SECTION.
      *----------------------------------------------------------------*

           MOVE '5995-CHAMAR-GOTF1100'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           CALL WRK-GOTF1100            USING   GOTFWINT.

           IF NOT GOTFWINT-OK
              MOVE 'GOTF9970'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE SPACES               TO      FRWKGLIV-PARAMETROS
              STRING 'ERRO NO CONTROLE DE INTEGRIDADE GOTF1100 RC '
                                        DELIMITED BY SIZE
                     GOTFWINT-COD-RETORNO
                                        DELIMITED BY SIZE
                     ' ICSF '           DELIMITED BY SIZE
                     GOTFWINT-ICSF-RETORNO
                                        DELIMITED BY SIZE
                     '/'                DELIMITED BY SIZE
                     GOTFWINT-ICSF-MOTIVO
                                        DELIMITED BY SIZE
                INTO FRWKGLIV-PARAMETROS
              END-STRING
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

      *----------------------------------------------------------------*
       5995-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6000-MARCAR-REMETIDO            SECTION.
      *----------------------------------------------------------------*

           MOVE '6000-MARCAR-REMETIDO'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                UPDATE DB2PRD.TSIT_MOVTO_TARIF
                   SET CSIT_REEMB_TARIF = 'R',
                       DT_REEMB_TARIF   = :WRK-DATA-GERACAO,
                       NREMES_REEMB     = :WRK-NREMES-REEMB
                 WHERE CURRENT OF C1
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSIT_MOVTO_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0030'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       6000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '9000-FINALIZAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                CLOSE C1
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSIT_MOVTO_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0040'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * O DIGEST COBRE HEADER, DETALHES E O PROPRIO TRAILER COM O     *
      * CAMPO DO DIGEST EM BRANCO - O GOTF2DVR CONFERE DO MESMO JEITO *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           MOVE WRK-REMETIDOS-GOTF032S  TO      TRL-QTD-REGISTROS.
           MOVE WRK-VLR-TOTAL-REMESSA   TO      TRL-VLR-TOTAL.
           MOVE SPACES                  TO      TRL-DIGEST.
           MOVE WRK-REG-TRAILER-DEVOL   TO      FD-GOTF032S.
           PERFORM 5990-INTEGRAR-GOTF032S.
           SET  GOTFWINT-FINALIZAR      TO      TRUE.
           PERFORM 5995-CHAMAR-GOTF1100.
           MOVE GOTFWINT-DIGEST         TO      TRL-DIGEST.
           MOVE WRK-REG-TRAILER-DEVOL   TO      FD-GOTF032S.
           WRITE FD-GOTF032S.
           PERFORM 1100-TESTAR-FS-GOTF032S.

           DISPLAY '*********** GOTF2DEV ***********'
           DISPLAY '*                              *'
           DISPLAY '*  REMESSA DE CREDITO          *'
           DISPLAY '* ---------------------------- *'
           DISPLAY '* NUMERO REMESSA    : ' WRK-NREMES-REEMB
           DISPLAY '* DATA GERACAO      : ' WRK-DATA-GERACAO
           DISPLAY '* PENDENTES LIDOS   : ' WRK-LIDOS-CURSOR
           DISPLAY '* REMETIDOS GOTF032S: ' WRK-REMETIDOS-GOTF032S
           DISPLAY '*   VALOR ESTORNADO : ' WRK-ESTORNOS-GOTF032S
           DISPLAY '*   CORRECAO MONET. : ' WRK-CORRECOES-GOTF032S
           DISPLAY '*   COMPENSACAO     : ' WRK-COMPENS-GOTF032S
           DISPLAY '* SEM CONTA (RETIDO): ' WRK-SEM-CONTA
           DISPLAY '* VALOR TOTAL       : ' WRK-VLR-TOTAL-REMESSA
           DISPLAY '*********** GOTF2DEV ***********'

           PERFORM  7100-ENCERRAR-CKRS0105.

           CLOSE GOTF032S.

           PERFORM 1100-TESTAR-FS-GOTF032S.

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

           MOVE 'GOTF2DEV'              TO      FRWKGHEA-NOME-PROGRAMA.

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
