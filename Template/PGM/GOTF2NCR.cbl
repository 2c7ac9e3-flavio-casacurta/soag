      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. GOTF2NCR.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  GOTF2NCR                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  OUTUBRO/2027                                 *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                GOTF034S          O              WRK-REG-NCR    *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#FRWKGE - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    I#FRWKAR - BOOK PARA TRATAMENTO DE ERROS DE ARQUIVOS        *
      *    I#FRWKLI - AREA PARA FORMATACAO DE ERRO LIVRE               *
      *    I#FRWKDB - AREA PARA FORMATACAO DE ERRO DE DB2              *
      *    I#CKRS04 - BOOK DE CONEXAO DB2                              *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TSIT_MOVTO_TARIF          GOTFB0B7       *
      *                DB2PRD.TFATUR_TARIF              GOTFB0D3       *
      *                DB2PRD.TNOTA_CRED_TARIF          GOTFB0F3       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *    CKRS0105 - MODULO PARA INICIAR E FINALIZAR CONEXAO DB2      *
      *    FRWK2999 - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    BRAD0450 - ROTINA DE ABEND                                  *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    OUT/2027 - HOMI - PROGRAMA CRIADO. NOTAS DE CREDITO CONTRA  *
      *               FATURAS MENSAIS JA EMITIDAS PELO GOTF2FAT: AS    *
      *               CONTRAPARTIDAS ('ESTR'/'CORR' DO GOTF2EST,       *
      *               'AJTE' DO GOTF2RCL, 'BAIX' DO GOTF2RET) DE       *
      *               EVENTO JA FATURADO CHEGAM COM A FATURA DO        *
      *               ORIGINAL EM NFATUR_ORIGE. O PROGRAMA AS AGRUPA   *
      *               POR FATURA, ATRIBUI A CADA GRUPO UM NUMERO       *
      *               SEQUENCIAL PROPRIO DE NOTA DE CREDITO            *
      *               (TNOTA_CRED_TARIF, VINCULADA A TFATUR_TARIF) E   *
      *               EMITE O ARQUIVO GOTF034S NA MESMA FAMILIA DE     *
      *               LAYOUT H/D/C/T DO GOTF016S: 'H' POR NOTA (COM A  *
      *               FATURA ORIGINAL), 'D' POR CONTRAPARTIDA, 'C' POR *
      *               CLASSE E 'T' COM O VALOR DA NOTA E O TOTAL DA    *
      *               FATURA ANTES E DEPOIS DELA. A LINHA DA FATURA    *
      *               RECEBE O VALOR LIQUIDO CORRIGIDO                 *
      *               (VVALOR_LIQUIDO) E A CONTAGEM DE NOTAS, E CADA   *
      *               CONTRAPARTIDA RECEBE O NUMERO DA NOTA EM         *
      *               NNOTA_CRED_TARIF. O RERUN E SEGURO: CONTRA-      *
      *               PARTIDA JA EM NOTA NAO E RESELECIONADA.          *
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

           SELECT GOTF034S ASSIGN      TO   UT-S-GOTF034S
                      FILE STATUS      IS   WRK-FS-GOTF034S.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF034S - NOTAS DE CREDITO SOBRE FATURAS EMITIDAS   *
      *            ORG. SEQUENCIAL     -   LRECL   =  132              *
      *----------------------------------------------------------------*
       FD  GOTF034S
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF034S                 PIC  X(132).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** INICIO DA WORKING-STORAGE SECTION         ****'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       77  WRK-CKRS0105                PIC  X(08)  VALUE  'CKRS0105'.

           COPY 'I#CKRS04'.

       01  WRK-SQLCODE-AUX             PIC S9(09)  VALUE ZEROS.
       01  FILLER                      REDEFINES   WRK-SQLCODE-AUX.
         05  FILLER                    PIC  9(06).
         05  WRK-SQLCODE-9-3           PIC S9(03).

       01  WRK-SW-EOF-CURSOR           PIC  X(01) VALUE 'N'.
           88  WRK-EOF-CURSOR                      VALUE 'S'.

       01  WRK-FS-GOTF034S             PIC  X(02)  VALUE SPACES.

       01  WRK-DATA-ATUAL              PIC  X(10) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CONTROLE DE QUEBRA (FATURA E CLASSE) E NUMERACAO DA NOTA      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-NFATUR-ATUAL            PIC S9(09)V COMP-3 VALUE -1.
       01  WRK-CJUSTF-ATUAL            PIC  X(04) VALUE LOW-VALUES.
       01  WRK-SW-NOTA-ABERTA          PIC  X(01) VALUE 'N'.
           88  WRK-NOTA-ABERTA                     VALUE 'S'.

       01  WRK-PROX-NNOTA              PIC S9(09)V COMP-3 VALUE ZEROS.

       01  WRK-QTD-NOTA                PIC S9(09) COMP-3 VALUE ZEROS.
       01  WRK-VLR-NOTA                PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-QTD-CLASSE              PIC S9(09) COMP-3 VALUE ZEROS.
       01  WRK-VLR-CLASSE              PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * FATURA ORIGINAL: VALOR LIQUIDO ANTES E DEPOIS DA NOTA          *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-VLR-FATUR-ANTES         PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-VLR-FATUR-APOS          PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-NFATUR-EDIT             PIC  9(09) VALUE ZEROS.

       01  WRK-COMMIT-CONT             PIC S9(08) COMP VALUE ZEROS.
       01  WRK-INTERVALO-COMMIT        PIC S9(08) COMP VALUE +100.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ACUMULADORES                       ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-ACUMULADORES.
         05  WRK-EVENTOS-CREDITADOS    PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-NOTAS-EMITIDAS        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-VLR-TOTAL-NOTAS       PIC S9(13)V9(02) COMP-3
                                                           VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE SAIDA GOTF034S                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-REG-NCR-HEADER.
         05  NCH-TIPO-REGISTRO         PIC  X(001) VALUE 'H'.
         05  NCH-NNOTA-CRED            PIC  9(009).
         05  NCH-NFATUR                PIC  9(009).
         05  NCH-NCONTA-CLIEN          PIC  9(013).
         05  NCH-AAMM-REFER            PIC  9(006).
         05  NCH-DT-EMISSAO            PIC  X(010).
         05  NCH-DT-EMISSAO-FATUR      PIC  X(010).
         05  FILLER                    PIC  X(074) VALUE SPACES.

       01  WRK-REG-NCR-CLASSE.
         05  NCC-TIPO-REGISTRO         PIC  X(001) VALUE 'C'.
         05  NCC-NNOTA-CRED            PIC  9(009).
         05  NCC-CJUSTF                PIC  X(004).
         05  NCC-QTD-EVENTOS           PIC  9(009).
         05  NCC-VLR-CLASSE            PIC S9(013)V9(002)
                                           SIGN LEADING SEPARATE.
         05  FILLER                    PIC  X(093) VALUE SPACES.

       01  WRK-REG-NCR-DETALHE.
         05  NCD-TIPO-REGISTRO         PIC  X(001) VALUE 'D'.
         05  NCD-NNOTA-CRED            PIC  9(009).
         05  NCD-CSIST-ORIGE-TARIF     PIC  X(003).
         05  NCD-DRECEB-MOVTO-TARIF    PIC  X(010).
         05  NCD-NMOVTO-EVNTO-TARIF    PIC  9(013).
         05  NCD-CJUSTF                PIC  X(004).
         05  NCD-VVALOR-COBR-TARIF     PIC S9(013)V9(002)
                                           SIGN LEADING SEPARATE.
         05  FILLER                    PIC  X(076) VALUE SPACES.

       01  WRK-REG-NCR-TRAILER.
         05  NCT-TIPO-REGISTRO         PIC  X(001) VALUE 'T'.
         05  NCT-NNOTA-CRED            PIC  9(009).
         05  NCT-QTD-EVENTOS           PIC  9(009).
         05  NCT-VLR-NOTA              PIC S9(013)V9(002)
                                           SIGN LEADING SEPARATE.
         05  NCT-VLR-FATUR-ANTES       PIC S9(013)V9(002)
                                           SIGN LEADING SEPARATE.
         05  NCT-VLR-FATUR-APOS        PIC S9(013)V9(002)
                                           SIGN LEADING SEPARATE.
         05  FILLER                    PIC  X(065) VALUE SPACES.

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

       01  WRK-AREA-ERRO-ARQUIVO.
           COPY 'I#FRWKAR'.

       01  WRK-AREA-ERRO-LIVRE.
           COPY 'I#FRWKLI'.

       01  WRK-AREA-ERRO-DB2.
           COPY 'I#FRWKDB'.

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

           EXEC SQL
               INCLUDE GOTFB0D3
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0F3
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CURSOR DAS CONTRAPARTIDAS DE EVENTO JA FATURADO AINDA SEM     *
      * NOTA DE CREDITO, NA ORDEM DAS QUEBRAS DA NOTA (FATURA         *
      * ORIGINAL + CLASSE)                                            *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE C1 CURSOR WITH HOLD FOR
                SELECT NFATUR_ORIGE,
                       CJUSTF_EVNTO_TARIF,
                       CSIST_ORIGE_TARIF,
                       DRECEB_MOVTO_TARIF,
                       NMOVTO_EVNTO_TARIF,
                       VVALOR_COBR_TARIF
                  FROM DB2PRD.TSIT_MOVTO_TARIF
                 WHERE NFATUR_ORIGE     > 0
                   AND NNOTA_CRED_TARIF = 0
                   AND NFATUR_TARIF     = 0
                 ORDER BY NFATUR_ORIGE,
                          CJUSTF_EVNTO_TARIF,
                          DRECEB_MOVTO_TARIF,
                          NMOVTO_EVNTO_TARIF
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
       1000-INICIAR                    SECTION.
      *----------------------------------------------------------------*

           MOVE '1000-INICIAR'          TO      FRWKGHEA-IDEN-PARAGRAFO.

           CALL 'CKRS1000'.

           PERFORM 7000-INICIAR-CKRS0105.

           INITIALIZE FRWKGHEA-REGISTRO
                      FRWKGARQ-REGISTRO
                      FRWKGDB2-REGISTRO.

           OPEN OUTPUT  GOTF034S.

           PERFORM 1100-TESTAR-FS-GOTF034S.

           EXEC SQL
                SELECT CHAR(CURRENT DATE, ISO)
                  INTO :WRK-DATA-ATUAL
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'SYSDUMMY1'          TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0005'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 1060-RESOLVER-NUMERACAO.

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
      * RESOLVE O PROXIMO NUMERO SEQUENCIAL DE NOTA DE CREDITO A      *
      * PARTIR DA PROPRIA TABELA DE NOTAS                             *
      *----------------------------------------------------------------*
       1060-RESOLVER-NUMERACAO         SECTION.
      *----------------------------------------------------------------*

           MOVE '1060-RESOLVER-NUMERACAO' TO    FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                SELECT COALESCE(MAX(NNOTA_CRED_TARIF), 0) + 1
                  INTO :WRK-PROX-NNOTA
                  FROM DB2PRD.TNOTA_CRED_TARIF
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TNOTA_CRED_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0007'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       1060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FS-GOTF034S         SECTION.
      *----------------------------------------------------------------*

           MOVE '1100-TESTAR-FS-GOTF034S' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF034S       NOT EQUAL   '00'
              MOVE 'GOTF034S'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF034S      TO      FRWKGARQ-FILE-STATUS
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
                 INTO :GOTFB0B7.NFATUR-ORIGE,
                      :GOTFB0B7.CJUSTF-EVNTO-TARIF,
                      :GOTFB0B7.CSIST-ORIGE-TARIF,
                      :GOTFB0B7.DRECEB-MOVTO-TARIF,
                      :GOTFB0B7.NMOVTO-EVNTO-TARIF,
                      :GOTFB0B7.VVALOR-COBR-TARIF
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
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '3000-PROCESSAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF NFATUR-ORIGE OF GOTFB0B7 NOT EQUAL WRK-NFATUR-ATUAL
              PERFORM 5300-FECHAR-NOTA
              PERFORM 5100-ABRIR-NOTA
           ELSE
              IF CJUSTF-EVNTO-TARIF OF GOTFB0B7
                                   NOT EQUAL   WRK-CJUSTF-ATUAL
                 PERFORM 5250-TOTALIZAR-CLASSE
                 MOVE CJUSTF-EVNTO-TARIF OF GOTFB0B7
                                        TO      WRK-CJUSTF-ATUAL
              END-IF
           END-IF.

           PERFORM 5200-GRAVAR-DETALHE.

           PERFORM 2100-LER-CURSOR.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ABRE A NOTA DA PROXIMA FATURA: LE A FATURA ORIGINAL PARA O    *
      * CABECALHO E PARA O VALOR LIQUIDO ANTES DA NOTA                *
      *----------------------------------------------------------------*
       5100-ABRIR-NOTA                 SECTION.
      *----------------------------------------------------------------*

           MOVE '5100-ABRIR-NOTA'       TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE NFATUR-ORIGE OF GOTFB0B7 TO     WRK-NFATUR-ATUAL.
           MOVE CJUSTF-EVNTO-TARIF OF GOTFB0B7
                                        TO      WRK-CJUSTF-ATUAL.
           MOVE ZEROS                   TO      WRK-QTD-NOTA
                                                WRK-VLR-NOTA
                                                WRK-QTD-CLASSE
                                                WRK-VLR-CLASSE.
           SET WRK-NOTA-ABERTA          TO      TRUE.

           PERFORM 5150-LER-FATURA.

           MOVE WRK-PROX-NNOTA          TO      NCH-NNOTA-CRED.
           MOVE WRK-NFATUR-ATUAL        TO      NCH-NFATUR.
           MOVE NCONTA-CLIEN OF GOTFB0D3 TO     NCH-NCONTA-CLIEN.
           MOVE AAMM-REFER   OF GOTFB0D3 TO     NCH-AAMM-REFER.
           MOVE WRK-DATA-ATUAL          TO      NCH-DT-EMISSAO.
           MOVE DT-EMISSAO   OF GOTFB0D3 TO     NCH-DT-EMISSAO-FATUR.

           MOVE WRK-REG-NCR-HEADER      TO      FD-GOTF034S.
           WRITE FD-GOTF034S.
           PERFORM 1100-TESTAR-FS-GOTF034S.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * FATURA SEM NOTA ANTERIOR (QTD_NOTAS_CRED ZERADA) TEM O        *
      * LIQUIDO IGUAL AO TOTAL EMITIDO; COM NOTA ANTERIOR, PARTE DO   *
      * LIQUIDO JA CORRIGIDO                                          *
      *----------------------------------------------------------------*
       5150-LER-FATURA                 SECTION.
      *----------------------------------------------------------------*

           MOVE '5150-LER-FATURA'       TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-NFATUR-ATUAL        TO      NFATUR-TARIF
                                                OF GOTFB0D3.

           EXEC SQL
                SELECT NCONTA_CLIEN   ,
                       AAMM_REFER     ,
                       DT_EMISSAO     ,
                       VVALOR_TOTAL   ,
                       VVALOR_LIQUIDO ,
                       QTD_NOTAS_CRED
                  INTO :GOTFB0D3.NCONTA-CLIEN   ,
                       :GOTFB0D3.AAMM-REFER     ,
                       :GOTFB0D3.DT-EMISSAO     ,
                       :GOTFB0D3.VVALOR-TOTAL   ,
                       :GOTFB0D3.VVALOR-LIQUIDO ,
                       :GOTFB0D3.QTD-NOTAS-CRED
                  FROM DB2PRD.TFATUR_TARIF
                 WHERE NFATUR_TARIF = :GOTFB0D3.NFATUR-TARIF
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 MOVE WRK-NFATUR-ATUAL  TO      WRK-NFATUR-EDIT
                 MOVE 'GOTF9994'        TO      FRWKGLIV-COD-MENSAGEM
                 STRING 'FATURA ORIGINAL INEXISTENTE EM TFATUR_TARIF: '
                                        DELIMITED BY SIZE
                        WRK-NFATUR-EDIT DELIMITED BY SIZE
                   INTO FRWKGLIV-PARAMETROS
                 END-STRING
                 PERFORM 9350-TRATAR-ERRO-LIVRE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TFATUR_TARIF'    TO      FRWKGDB2-NOME-TABELA
                 SET DB2-SELECT         TO      TRUE
                 MOVE '0015'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF QTD-NOTAS-CRED OF GOTFB0D3 EQUAL  ZEROS
              MOVE VVALOR-TOTAL   OF GOTFB0D3
                                        TO      WRK-VLR-FATUR-ANTES
           ELSE
              MOVE VVALOR-LIQUIDO OF GOTFB0D3
                                        TO      WRK-VLR-FATUR-ANTES
           END-IF.

      *----------------------------------------------------------------*
       5150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * GRAVA O DETALHE DA CONTRAPARTIDA E CARIMBA NELA O NUMERO DA   *
      * NOTA DE CREDITO                                               *
      *----------------------------------------------------------------*
       5200-GRAVAR-DETALHE             SECTION.
      *----------------------------------------------------------------*

           MOVE '5200-GRAVAR-DETALHE'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-PROX-NNOTA          TO      NCD-NNOTA-CRED.
           MOVE CSIST-ORIGE-TARIF     OF GOTFB0B7
                                        TO      NCD-CSIST-ORIGE-TARIF.
           MOVE DRECEB-MOVTO-TARIF    OF GOTFB0B7
                                        TO      NCD-DRECEB-MOVTO-TARIF.
           MOVE NMOVTO-EVNTO-TARIF    OF GOTFB0B7
                                        TO      NCD-NMOVTO-EVNTO-TARIF.
           MOVE CJUSTF-EVNTO-TARIF    OF GOTFB0B7
                                        TO      NCD-CJUSTF.
           MOVE VVALOR-COBR-TARIF     OF GOTFB0B7
                                        TO      NCD-VVALOR-COBR-TARIF.

           MOVE WRK-REG-NCR-DETALHE     TO      FD-GOTF034S.
           WRITE FD-GOTF034S.
           PERFORM 1100-TESTAR-FS-GOTF034S.

           EXEC SQL
                UPDATE DB2PRD.TSIT_MOVTO_TARIF
                   SET NNOTA_CRED_TARIF = :WRK-PROX-NNOTA
                 WHERE CSIST_ORIGE_TARIF  = :GOTFB0B7.CSIST-ORIGE-TARIF
                   AND DRECEB_MOVTO_TARIF =
                                          :GOTFB0B7.DRECEB-MOVTO-TARIF
                   AND NMOVTO_EVNTO_TARIF =
                                          :GOTFB0B7.NMOVTO-EVNTO-TARIF
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSIT_MOVTO_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0030'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           ADD 1                        TO      WRK-QTD-NOTA
                                                WRK-QTD-CLASSE
                                                WRK-EVENTOS-CREDITADOS.
           ADD VVALOR-COBR-TARIF      OF GOTFB0B7
                                        TO      WRK-VLR-NOTA
                                                WRK-VLR-CLASSE
                                                WRK-VLR-TOTAL-NOTAS.

      *----------------------------------------------------------------*
       5200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5250-TOTALIZAR-CLASSE           SECTION.
      *----------------------------------------------------------------*

           MOVE '5250-TOTALIZAR-CLASSE' TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-PROX-NNOTA          TO      NCC-NNOTA-CRED.
           MOVE WRK-CJUSTF-ATUAL        TO      NCC-CJUSTF.
           MOVE WRK-QTD-CLASSE          TO      NCC-QTD-EVENTOS.
           MOVE WRK-VLR-CLASSE          TO      NCC-VLR-CLASSE.

           MOVE WRK-REG-NCR-CLASSE      TO      FD-GOTF034S.
           WRITE FD-GOTF034S.
           PERFORM 1100-TESTAR-FS-GOTF034S.

           MOVE ZEROS                   TO      WRK-QTD-CLASSE
                                                WRK-VLR-CLASSE.

      *----------------------------------------------------------------*
       5250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * FECHA A NOTA DA FATURA ANTERIOR: ULTIMO TOTALIZADOR DE        *
      * CLASSE, TRAILER COM O TOTAL CORRIGIDO DA FATURA, LINHA DE     *
      * CONTROLE EM TNOTA_CRED_TARIF, LIQUIDO DA FATURA EM            *
      * TFATUR_TARIF E AVANCO DA NUMERACAO                            *
      *----------------------------------------------------------------*
       5300-FECHAR-NOTA                SECTION.
      *----------------------------------------------------------------*

           MOVE '5300-FECHAR-NOTA'      TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-NOTA-ABERTA
              PERFORM 5250-TOTALIZAR-CLASSE

              COMPUTE WRK-VLR-FATUR-APOS =
                      WRK-VLR-FATUR-ANTES + WRK-VLR-NOTA

              MOVE WRK-PROX-NNOTA       TO      NCT-NNOTA-CRED
              MOVE WRK-QTD-NOTA         TO      NCT-QTD-EVENTOS
              MOVE WRK-VLR-NOTA         TO      NCT-VLR-NOTA
              MOVE WRK-VLR-FATUR-ANTES  TO      NCT-VLR-FATUR-ANTES
              MOVE WRK-VLR-FATUR-APOS   TO      NCT-VLR-FATUR-APOS
              MOVE WRK-REG-NCR-TRAILER  TO      FD-GOTF034S
              WRITE FD-GOTF034S
              PERFORM 1100-TESTAR-FS-GOTF034S

              PERFORM 5350-GRAVAR-NOTA

              ADD 1                     TO      WRK-PROX-NNOTA
                                                WRK-NOTAS-EMITIDAS

              ADD 1                     TO      WRK-COMMIT-CONT
              IF WRK-COMMIT-CONT    GREATER OR EQUAL
                                        WRK-INTERVALO-COMMIT
                 EXEC SQL
                      COMMIT
                 END-EXEC
                 MOVE ZEROS             TO      WRK-COMMIT-CONT
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       5300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * REGISTRA A NOTA EM TNOTA_CRED_TARIF E CORRIGE O LIQUIDO DA    *
      * FATURA ORIGINAL                                               *
      *----------------------------------------------------------------*
       5350-GRAVAR-NOTA                SECTION.
      *----------------------------------------------------------------*

           MOVE '5350-GRAVAR-NOTA'      TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-PROX-NNOTA          TO      NNOTA-CRED-TARIF
                                                OF GOTFB0F3.
           MOVE WRK-NFATUR-ATUAL        TO      NFATUR-TARIF
                                                OF GOTFB0F3.
           MOVE NCONTA-CLIEN OF GOTFB0D3 TO     NCONTA-CLIEN
                                                OF GOTFB0F3.
           MOVE WRK-DATA-ATUAL          TO      DT-EMISSAO
                                                OF GOTFB0F3.
           MOVE WRK-QTD-NOTA            TO      QTD-EVENTOS
                                                OF GOTFB0F3.
           MOVE WRK-VLR-NOTA            TO      VVALOR-NOTA
                                                OF GOTFB0F3.
           MOVE WRK-VLR-FATUR-ANTES     TO      VVALOR-FATUR-ANTES
                                                OF GOTFB0F3.
           MOVE WRK-VLR-FATUR-APOS      TO      VVALOR-FATUR-APOS
                                                OF GOTFB0F3.

           EXEC SQL
             INSERT INTO DB2PRD.TNOTA_CRED_TARIF
                   (NNOTA_CRED_TARIF   ,
                    NFATUR_TARIF       ,
                    NCONTA_CLIEN       ,
                    DT_EMISSAO         ,
                    QTD_EVENTOS        ,
                    VVALOR_NOTA        ,
                    VVALOR_FATUR_ANTES ,
                    VVALOR_FATUR_APOS)
               VALUES
                   (:GOTFB0F3.NNOTA-CRED-TARIF   ,
                    :GOTFB0F3.NFATUR-TARIF       ,
                    :GOTFB0F3.NCONTA-CLIEN       ,
                    :GOTFB0F3.DT-EMISSAO         ,
                    :GOTFB0F3.QTD-EVENTOS        ,
                    :GOTFB0F3.VVALOR-NOTA        ,
                    :GOTFB0F3.VVALOR-FATUR-ANTES ,
                    :GOTFB0F3.VVALOR-FATUR-APOS)
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TNOTA_CRED_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-INSERT            TO      TRUE
              MOVE '0040'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           EXEC SQL
                UPDATE DB2PRD.TFATUR_TARIF
                   SET VVALOR_LIQUIDO = :WRK-VLR-FATUR-APOS,
                       QTD_NOTAS_CRED = QTD_NOTAS_CRED + 1
                 WHERE NFATUR_TARIF   = :GOTFB0F3.NFATUR-TARIF
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TFATUR_TARIF'       TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0045'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       5350-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '9000-FINALIZAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 5300-FECHAR-NOTA.
           MOVE 'N'                     TO      WRK-SW-NOTA-ABERTA.

           EXEC SQL
                CLOSE C1
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSIT_MOVTO_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0050'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           EXEC SQL
                COMMIT
           END-EXEC.

           DISPLAY '*********** GOTF2NCR ***********'
           DISPLAY '*                              *'
           DISPLAY '*   NOTAS DE CREDITO           *'
           DISPLAY '* ---------------------------- *'
           DISPLAY '* NOTAS EMITIDAS    : ' WRK-NOTAS-EMITIDAS
           DISPLAY '* EVENTOS CREDITADOS: ' WRK-EVENTOS-CREDITADOS
           DISPLAY '* VALOR DAS NOTAS   : ' WRK-VLR-TOTAL-NOTAS
           DISPLAY '*********** GOTF2NCR ***********'

           PERFORM  7100-ENCERRAR-CKRS0105.

           CLOSE GOTF034S.

           PERFORM 1100-TESTAR-FS-GOTF034S.

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

           MOVE 'GOTF2NCR'              TO      FRWKGHEA-NOME-PROGRAMA.

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
