      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. GOTF2NFS.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  GOTF2NFS                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  OUTUBRO/2027                                 *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                GOTF035S          O              WRK-REG-NFS    *
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
      *                DB2PRD.TREGRA_IMPTO_TARIF        GOTFB0D4       *
      *                DB2PRD.TCADT_CONTA_CLIEN         GOTFB0E4       *
      *                DB2PRD.TNFSE_TARIF               GOTFB0F4       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *    CKRS0105 - MODULO PARA INICIAR E FINALIZAR CONEXAO DB2      *
      *    FRWK2999 - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    BRAD0450 - ROTINA DE ABEND                                  *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    OUT/2027 - HOMI - PROGRAMA CRIADO. NOTA FISCAL DE SERVICOS  *
      *               ELETRONICA (NFS-E) DO ISS SOBRE A RECEITA DE     *
      *               TARIFAS, EM DUAS FASES. APURACAO: PARA CADA      *
      *               FATURA DO GOTF2FAT AINDA NAO APURADA (IN_NFSE    *
      *               ' '), AGREGA OS EVENTOS FATURADOS POR ORIGEM E   *
      *               CLASSE, APLICA A REGRA 'ISS' DE                  *
      *               TREGRA_IMPTO_TARIF COM MUNICIPIO (CMUNIC_ISS)    *
      *               VIGENTE NA EMISSAO DA FATURA (A MAIS ESPECIFICA  *
      *               PRIMEIRO) E GERA EM TNFSE_TARIF UM RPS POR       *
      *               MUNICIPIO/ALIQUOTA, COM A BASE E O ISS; A FATURA *
      *               FICA 'S' (COM RPS) OU 'N' (SEM INCIDENCIA).      *
      *               ENVIO: TODO RPS PENDENTE ('P' - NOVO OU          *
      *               REENFILEIRADO PELO RETORNO GOTF2NFR) SAI EM      *
      *               GOTF035S, UM LOTE NUMERADO POR MUNICIPIO ('H'    *
      *               DO LOTE, 'D' POR RPS COM O TOMADOR DE            *
      *               TCADT_CONTA_CLIEN, 'T' COM QUANTIDADE E VALORES) *
      *               E PASSA A 'E' COM O NUMERO DO LOTE. O RERUN E    *
      *               SEGURO: FATURA APURADA E RPS ENVIADO NAO SAO     *
      *               RESELECIONADOS.                                  *
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

           SELECT GOTF035S ASSIGN      TO   UT-S-GOTF035S
                      FILE STATUS      IS   WRK-FS-GOTF035S.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF035S - LOTES DE RPS DA NFS-E POR MUNICIPIO       *
      *            ORG. SEQUENCIAL     -   LRECL   =  160              *
      *----------------------------------------------------------------*
       FD  GOTF035S
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF035S                 PIC  X(160).

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
       01  WRK-SW-EOF-ENVIO            PIC  X(01) VALUE 'N'.
           88  WRK-EOF-ENVIO                       VALUE 'S'.

       01  WRK-FS-GOTF035S             PIC  X(02)  VALUE SPACES.

       01  WRK-DATA-ATUAL              PIC  X(10) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * REGRAS DE ISS COM MUNICIPIO, EM MEMORIA (TODAS AS VIGENCIAS;  *
      * A VIGENCIA E TESTADA NA DATA DE EMISSAO DE CADA FATURA)       *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-MAX-REGRAS              PIC S9(04) COMP VALUE +50.
       01  WRK-QTD-REGRAS              PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IDX-REG                 PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IDX-REGRA-ACHADA        PIC S9(04) COMP VALUE ZEROS.
       01  WRK-TAB-REGRAS.
         05  WRK-TAB-REG-ITEM          OCCURS 50 TIMES.
           10  TAB-REG-ALIQ            PIC S9(03)V9(04) COMP-3.
           10  TAB-REG-ORIGE           PIC  X(03).
           10  TAB-REG-CJUSTF          PIC  X(04).
           10  TAB-REG-MUNIC           PIC  X(07).
           10  TAB-REG-DINI            PIC  X(10).
           10  TAB-REG-DFIM            PIC  X(10).

       01  WRK-SW-EOF-REGRA            PIC  X(01) VALUE 'N'.
           88  WRK-EOF-REGRA                       VALUE 'S'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * FATURA EM APURACAO: BASE POR MUNICIPIO/ALIQUOTA               *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-NFATUR-ATUAL            PIC S9(09)V COMP-3 VALUE -1.
       01  WRK-NCONTA-ATUAL            PIC S9(13)V COMP-3 VALUE ZEROS.
       01  WRK-DT-EMISSAO-ATUAL        PIC  X(10) VALUE SPACES.
       01  WRK-SW-FATURA-ABERTA        PIC  X(01) VALUE 'N'.
           88  WRK-FATURA-ABERTA                   VALUE 'S'.

       01  WRK-VLR-AGREGADO            PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.

       01  WRK-MAX-MUNIC               PIC S9(04) COMP VALUE +10.
       01  WRK-QTD-MUNIC               PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IDX-MUN                 PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IDX-MUNIC-ACHADO        PIC S9(04) COMP VALUE ZEROS.
       01  WRK-TAB-MUNIC.
         05  WRK-TAB-MUN-ITEM          OCCURS 10 TIMES.
           10  TAB-MUN-MUNIC           PIC  X(07).
           10  TAB-MUN-ALIQ            PIC S9(03)V9(04) COMP-3.
           10  TAB-MUN-BASE            PIC S9(13)V9(02) COMP-3.

       01  WRK-QTD-RPS-FATURA          PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IN-NFSE                 PIC  X(01) VALUE SPACE.
       01  WRK-PROX-NRPS               PIC S9(09)V COMP-3 VALUE ZEROS.
       01  WRK-NFATUR-EDIT             PIC  9(09) VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * LOTE DE ENVIO EM MONTAGEM (UM POR MUNICIPIO)                  *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-MUNIC-ATUAL             PIC  X(07) VALUE LOW-VALUES.
       01  WRK-SW-LOTE-ABERTO          PIC  X(01) VALUE 'N'.
           88  WRK-LOTE-ABERTO                     VALUE 'S'.
       01  WRK-PROX-NLOTE              PIC S9(09)V COMP-3 VALUE ZEROS.
       01  WRK-QTD-LOTE                PIC S9(09) COMP-3 VALUE ZEROS.
       01  WRK-VLR-SERV-LOTE           PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-VLR-ISS-LOTE            PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.

       01  WRK-COMMIT-CONT             PIC S9(08) COMP VALUE ZEROS.
       01  WRK-INTERVALO-COMMIT        PIC S9(08) COMP VALUE +100.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ACUMULADORES                       ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-ACUMULADORES.
         05  WRK-FATURAS-APURADAS      PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-FATURAS-SEM-ISS       PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-RPS-GERADOS           PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-LOTES-ENVIADOS        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-RPS-ENVIADOS          PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-VLR-ISS-ENVIADO       PIC S9(13)V9(02) COMP-3
                                                           VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE SAIDA GOTF035S                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-REG-NFS-HEADER.
         05  NFH-TIPO-REGISTRO         PIC  X(001) VALUE 'H'.
         05  NFH-NLOTE                 PIC  9(009).
         05  NFH-CMUNIC-ISS            PIC  X(007).
         05  NFH-DT-GERACAO            PIC  X(010).
         05  FILLER                    PIC  X(133) VALUE SPACES.

       01  WRK-REG-NFS-DETALHE.
         05  NFD-TIPO-REGISTRO         PIC  X(001) VALUE 'D'.
         05  NFD-NLOTE                 PIC  9(009).
         05  NFD-NRPS                  PIC  9(009).
         05  NFD-NFATUR                PIC  9(009).
         05  NFD-NCONTA-CLIEN          PIC  9(013).
         05  NFD-NDOC-TOMADOR          PIC  X(014).
         05  NFD-NOME-TOMADOR          PIC  X(040).
         05  NFD-DT-EMISSAO-RPS        PIC  X(010).
         05  NFD-VLR-SERVICO           PIC S9(013)V9(002)
                                           SIGN LEADING SEPARATE.
         05  NFD-ALIQ-ISS              PIC  9(003)V9(004).
         05  NFD-VLR-ISS               PIC S9(013)V9(002)
                                           SIGN LEADING SEPARATE.
         05  FILLER                    PIC  X(016) VALUE SPACES.

       01  WRK-REG-NFS-TRAILER.
         05  NFT-TIPO-REGISTRO         PIC  X(001) VALUE 'T'.
         05  NFT-NLOTE                 PIC  9(009).
         05  NFT-QTD-RPS               PIC  9(009).
         05  NFT-VLR-SERVICO           PIC S9(013)V9(002)
                                           SIGN LEADING SEPARATE.
         05  NFT-VLR-ISS               PIC S9(013)V9(002)
                                           SIGN LEADING SEPARATE.
         05  FILLER                    PIC  X(109) VALUE SPACES.

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
               INCLUDE GOTFB0D4
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0E4
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0F4
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * FATURAS AINDA NAO APURADAS PARA A NFS-E, COM OS EVENTOS       *
      * FATURADOS AGREGADOS POR ORIGEM E CLASSE (MESMA GRANULARIDADE  *
      * DA INCIDENCIA DO GOTF2IMP)                                    *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE C1 CURSOR WITH HOLD FOR
                SELECT F.NFATUR_TARIF,
                       F.NCONTA_CLIEN,
                       F.DT_EMISSAO,
                       M.CSIST_ORIGE_TARIF,
                       M.CJUSTF_EVNTO_TARIF,
                       SUM(M.VVALOR_COBR_TARIF)
                  FROM DB2PRD.TFATUR_TARIF     F,
                       DB2PRD.TSIT_MOVTO_TARIF M
                 WHERE F.IN_NFSE      = ' '
                   AND M.NFATUR_TARIF = F.NFATUR_TARIF
                 GROUP BY F.NFATUR_TARIF,
                          F.NCONTA_CLIEN,
                          F.DT_EMISSAO,
                          M.CSIST_ORIGE_TARIF,
                          M.CJUSTF_EVNTO_TARIF
                 ORDER BY F.NFATUR_TARIF,
                          M.CSIST_ORIGE_TARIF,
                          M.CJUSTF_EVNTO_TARIF
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * REGRAS DE ISS COM MUNICIPIO: AS DE ORIGEM/CLASSE INFORMADAS   *
      * ANTES DAS GENERICAS (BRANCOS), PARA A PRIMEIRA QUE CASAR SER  *
      * A MAIS ESPECIFICA                                             *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CISS CURSOR FOR
                SELECT PERC_ALIQ_IMPTO,
                       CSIST_ORIGE_TARIF,
                       CJUSTF_EVNTO_TARIF,
                       CMUNIC_ISS,
                       DINI_VIGEN_IMPTO,
                       DFIM_VIGEN_IMPTO
                  FROM DB2PRD.TREGRA_IMPTO_TARIF
                 WHERE CTIPO_IMPTO  = 'ISS'
                   AND CMUNIC_ISS  <> ' '
                 ORDER BY CSIST_ORIGE_TARIF  DESC,
                          CJUSTF_EVNTO_TARIF DESC,
                          DINI_VIGEN_IMPTO
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * RPS PENDENTES DE ENVIO (NOVOS E REENFILEIRADOS), NA ORDEM DO  *
      * LOTE POR MUNICIPIO, COM O TOMADOR DO CADASTRO ESPELHO         *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE C2 CURSOR WITH HOLD FOR
                SELECT N.NRPS_NFSE,
                       N.NFATUR_TARIF,
                       N.NCONTA_CLIEN,
                       N.CMUNIC_ISS,
                       N.DT_EMISSAO_RPS,
                       N.VVALOR_SERVICO,
                       N.PERC_ALIQ_ISS,
                       N.VVALOR_ISS,
                       COALESCE(C.NOME_CLIEN,
                                '*CLIENTE NAO CADASTRADO*'),
                       COALESCE(C.NDOC_CLIEN, ' ')
                  FROM DB2PRD.TNFSE_TARIF N
                  LEFT OUTER JOIN DB2PRD.TCADT_CONTA_CLIEN C
                    ON C.NCONTA_CLIEN = N.NCONTA_CLIEN
                 WHERE N.CSIT_NFSE = 'P'
                 ORDER BY N.CMUNIC_ISS,
                          N.NRPS_NFSE
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

           PERFORM 3000-APURAR
             UNTIL WRK-EOF-CURSOR.

           PERFORM 4000-INICIAR-ENVIO.

           PERFORM 6000-ENVIAR
             UNTIL WRK-EOF-ENVIO.

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

           OPEN OUTPUT  GOTF035S.

           PERFORM 1100-TESTAR-FS-GOTF035S.

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

           PERFORM 1200-CARREGAR-REGRAS.

           EXEC SQL
                OPEN C1
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TFATUR_TARIF'       TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0010'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 2100-LER-CURSOR.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * RESOLVE O PROXIMO NUMERO DE RPS E O PROXIMO NUMERO DE LOTE A  *
      * PARTIR DA PROPRIA TABELA DE RPS                               *
      *----------------------------------------------------------------*
       1060-RESOLVER-NUMERACAO         SECTION.
      *----------------------------------------------------------------*

           MOVE '1060-RESOLVER-NUMERACAO' TO    FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                SELECT COALESCE(MAX(NRPS_NFSE), 0) + 1,
                       COALESCE(MAX(NLOTE_NFSE), 0) + 1
                  INTO :WRK-PROX-NRPS,
                       :WRK-PROX-NLOTE
                  FROM DB2PRD.TNFSE_TARIF
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TNFSE_TARIF'        TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0007'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       1060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FS-GOTF035S         SECTION.
      *----------------------------------------------------------------*

           MOVE '1100-TESTAR-FS-GOTF035S' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF035S       NOT EQUAL   '00'
              MOVE 'GOTF035S'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF035S      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1200-CARREGAR-REGRAS            SECTION.
      *----------------------------------------------------------------*

           MOVE '1200-CARREGAR-REGRAS'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'N'                     TO      WRK-SW-EOF-REGRA.
           MOVE ZEROS                   TO      WRK-QTD-REGRAS.

           EXEC SQL
                OPEN CISS
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TREGRA_IMPTO_TARIF' TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0050'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 1210-FETCH-REGRA.

           PERFORM 1220-GUARDAR-REGRA
             UNTIL WRK-EOF-REGRA.

           EXEC SQL
                CLOSE CISS
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TREGRA_IMPTO_TARIF' TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0051'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1210-FETCH-REGRA                SECTION.
      *----------------------------------------------------------------*

           MOVE '1210-FETCH-REGRA'      TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CISS
                 INTO :GOTFB0D4.PERC-ALIQ-IMPTO,
                      :GOTFB0D4.CSIST-ORIGE-TARIF,
                      :GOTFB0D4.CJUSTF-EVNTO-TARIF,
                      :GOTFB0D4.CMUNIC-ISS,
                      :GOTFB0D4.DINI-VIGEN-IMPTO,
                      :GOTFB0D4.DFIM-VIGEN-IMPTO
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-REGRA      TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TREGRA_IMPTO_TARIF' TO   FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0052'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       1210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1220-GUARDAR-REGRA              SECTION.
      *----------------------------------------------------------------*

           MOVE '1220-GUARDAR-REGRA'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-QTD-REGRAS    GREATER OR EQUAL WRK-MAX-REGRAS
              MOVE 'GOTF9988'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'TABELA DE REGRAS DE ISS EXCEDEU A MEMORIA'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           ADD 1                        TO      WRK-QTD-REGRAS.

           MOVE PERC-ALIQ-IMPTO    OF GOTFB0D4
             TO TAB-REG-ALIQ   (WRK-QTD-REGRAS).
           MOVE CSIST-ORIGE-TARIF  OF GOTFB0D4
             TO TAB-REG-ORIGE  (WRK-QTD-REGRAS).
           MOVE CJUSTF-EVNTO-TARIF OF GOTFB0D4
             TO TAB-REG-CJUSTF (WRK-QTD-REGRAS).
           MOVE CMUNIC-ISS         OF GOTFB0D4
             TO TAB-REG-MUNIC  (WRK-QTD-REGRAS).
           MOVE DINI-VIGEN-IMPTO   OF GOTFB0D4
             TO TAB-REG-DINI   (WRK-QTD-REGRAS).
           MOVE DFIM-VIGEN-IMPTO   OF GOTFB0D4
             TO TAB-REG-DFIM   (WRK-QTD-REGRAS).

           PERFORM 1210-FETCH-REGRA.

      *----------------------------------------------------------------*
       1220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-CURSOR                 SECTION.
      *----------------------------------------------------------------*

           MOVE '2100-LER-CURSOR'       TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH C1
                 INTO :GOTFB0D3.NFATUR-TARIF,
                      :GOTFB0D3.NCONTA-CLIEN,
                      :GOTFB0D3.DT-EMISSAO,
                      :GOTFB0B7.CSIST-ORIGE-TARIF,
                      :GOTFB0B7.CJUSTF-EVNTO-TARIF,
                      :WRK-VLR-AGREGADO
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-CURSOR     TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TFATUR_TARIF'    TO      FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0020'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-LER-ENVIO                  SECTION.
      *----------------------------------------------------------------*

           MOVE '2200-LER-ENVIO'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH C2
                 INTO :GOTFB0F4.NRPS-NFSE,
                      :GOTFB0F4.NFATUR-TARIF,
                      :GOTFB0F4.NCONTA-CLIEN,
                      :GOTFB0F4.CMUNIC-ISS,
                      :GOTFB0F4.DT-EMISSAO-RPS,
                      :GOTFB0F4.VVALOR-SERVICO,
                      :GOTFB0F4.PERC-ALIQ-ISS,
                      :GOTFB0F4.VVALOR-ISS,
                      :GOTFB0E4.NOME-CLIEN,
                      :GOTFB0E4.NDOC-CLIEN
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-ENVIO      TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TNFSE_TARIF'     TO      FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0065'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * APURACAO: QUEBRA POR FATURA E ACUMULO DO AGREGADO NO          *
      * MUNICIPIO/ALIQUOTA DA REGRA DE ISS INCIDENTE                  *
      *----------------------------------------------------------------*
       3000-APURAR                     SECTION.
      *----------------------------------------------------------------*

           MOVE '3000-APURAR'           TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF NFATUR-TARIF OF GOTFB0D3 NOT EQUAL WRK-NFATUR-ATUAL
              PERFORM 5300-FECHAR-FATURA
              PERFORM 5100-ABRIR-FATURA
           END-IF.

           PERFORM 5200-APLICAR-REGRA.

           PERFORM 2100-LER-CURSOR.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * FIM DA APURACAO E INICIO DO ENVIO DOS RPS PENDENTES           *
      *----------------------------------------------------------------*
       4000-INICIAR-ENVIO              SECTION.
      *----------------------------------------------------------------*

           MOVE '4000-INICIAR-ENVIO'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 5300-FECHAR-FATURA.
           MOVE 'N'                     TO      WRK-SW-FATURA-ABERTA.

           EXEC SQL
                CLOSE C1
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TFATUR_TARIF'       TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0025'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           EXEC SQL
                COMMIT
           END-EXEC.

           MOVE ZEROS                   TO      WRK-COMMIT-CONT.

           EXEC SQL
                OPEN C2
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TNFSE_TARIF'        TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0060'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 2200-LER-ENVIO.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ABRE A APURACAO DA PROXIMA FATURA                             *
      *----------------------------------------------------------------*
       5100-ABRIR-FATURA               SECTION.
      *----------------------------------------------------------------*

           MOVE '5100-ABRIR-FATURA'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE NFATUR-TARIF OF GOTFB0D3 TO     WRK-NFATUR-ATUAL.
           MOVE NCONTA-CLIEN OF GOTFB0D3 TO     WRK-NCONTA-ATUAL.
           MOVE DT-EMISSAO   OF GOTFB0D3 TO     WRK-DT-EMISSAO-ATUAL.
           MOVE ZEROS                   TO      WRK-QTD-MUNIC.
           SET WRK-FATURA-ABERTA        TO      TRUE.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * PROCURA A REGRA DE ISS DO AGREGADO (ORIGEM E CLASSE EM BRANCO *
      * OU IGUAIS, VIGENTE NA EMISSAO DA FATURA). SEM REGRA, O        *
      * AGREGADO NAO TEM ISS COM NFS-E; COM REGRA, A BASE SOMA NO     *
      * MUNICIPIO/ALIQUOTA DA FATURA                                  *
      *----------------------------------------------------------------*
       5200-APLICAR-REGRA              SECTION.
      *----------------------------------------------------------------*

           MOVE '5200-APLICAR-REGRA'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE ZEROS                   TO      WRK-IDX-REGRA-ACHADA.

           PERFORM 5210-PESQUISAR-REGRA
             VARYING WRK-IDX-REG FROM 1 BY 1
               UNTIL WRK-IDX-REG        GREATER WRK-QTD-REGRAS
                  OR WRK-IDX-REGRA-ACHADA GREATER ZEROS.

           IF WRK-IDX-REGRA-ACHADA      EQUAL   ZEROS
              GO TO 5200-99-FIM
           END-IF.

           MOVE ZEROS                   TO      WRK-IDX-MUNIC-ACHADO.

           PERFORM 5220-PESQUISAR-MUNICIPIO
             VARYING WRK-IDX-MUN FROM 1 BY 1
               UNTIL WRK-IDX-MUN        GREATER WRK-QTD-MUNIC
                  OR WRK-IDX-MUNIC-ACHADO GREATER ZEROS.

           IF WRK-IDX-MUNIC-ACHADO      EQUAL   ZEROS
              IF WRK-QTD-MUNIC  GREATER OR EQUAL WRK-MAX-MUNIC
                 MOVE WRK-NFATUR-ATUAL  TO      WRK-NFATUR-EDIT
                 MOVE 'GOTF9988'        TO      FRWKGLIV-COD-MENSAGEM
                 STRING 'MUNICIPIOS DE ISS EXCEDERAM A MEMORIA NA '
                                        DELIMITED BY SIZE
                        'FATURA: '      DELIMITED BY SIZE
                        WRK-NFATUR-EDIT DELIMITED BY SIZE
                   INTO FRWKGLIV-PARAMETROS
                 END-STRING
                 PERFORM 9350-TRATAR-ERRO-LIVRE
              END-IF
              ADD 1                     TO      WRK-QTD-MUNIC
              MOVE WRK-QTD-MUNIC        TO      WRK-IDX-MUNIC-ACHADO
              MOVE TAB-REG-MUNIC (WRK-IDX-REGRA-ACHADA)
                TO TAB-MUN-MUNIC (WRK-IDX-MUNIC-ACHADO)
              MOVE TAB-REG-ALIQ  (WRK-IDX-REGRA-ACHADA)
                TO TAB-MUN-ALIQ  (WRK-IDX-MUNIC-ACHADO)
              MOVE ZEROS
                TO TAB-MUN-BASE  (WRK-IDX-MUNIC-ACHADO)
           END-IF.

           ADD WRK-VLR-AGREGADO         TO
                                   TAB-MUN-BASE (WRK-IDX-MUNIC-ACHADO).

      *----------------------------------------------------------------*
       5200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5210-PESQUISAR-REGRA            SECTION.
      *----------------------------------------------------------------*

           IF (TAB-REG-ORIGE (WRK-IDX-REG)  EQUAL SPACES
               OR TAB-REG-ORIGE (WRK-IDX-REG)
                               EQUAL CSIST-ORIGE-TARIF OF GOTFB0B7)
              AND (TAB-REG-CJUSTF (WRK-IDX-REG) EQUAL SPACES
                   OR TAB-REG-CJUSTF (WRK-IDX-REG)
                               EQUAL CJUSTF-EVNTO-TARIF OF GOTFB0B7)
              AND WRK-DT-EMISSAO-ATUAL NOT LESS
                                        TAB-REG-DINI (WRK-IDX-REG)
              AND WRK-DT-EMISSAO-ATUAL NOT GREATER
                                        TAB-REG-DFIM (WRK-IDX-REG)
              MOVE WRK-IDX-REG          TO      WRK-IDX-REGRA-ACHADA
           END-IF.

      *----------------------------------------------------------------*
       5210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5220-PESQUISAR-MUNICIPIO        SECTION.
      *----------------------------------------------------------------*

           IF TAB-MUN-MUNIC (WRK-IDX-MUN) EQUAL
                               TAB-REG-MUNIC (WRK-IDX-REGRA-ACHADA)
              AND TAB-MUN-ALIQ (WRK-IDX-MUN) EQUAL
                               TAB-REG-ALIQ  (WRK-IDX-REGRA-ACHADA)
              MOVE WRK-IDX-MUN          TO      WRK-IDX-MUNIC-ACHADO
           END-IF.

      *----------------------------------------------------------------*
       5220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * FECHA A APURACAO DA FATURA ANTERIOR: UM RPS POR MUNICIPIO/    *
      * ALIQUOTA COM BASE POSITIVA E A SITUACAO DA FATURA ('S' COM    *
      * RPS, 'N' SEM INCIDENCIA)                                      *
      *----------------------------------------------------------------*
       5300-FECHAR-FATURA              SECTION.
      *----------------------------------------------------------------*

           MOVE '5300-FECHAR-FATURA'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF NOT WRK-FATURA-ABERTA
              GO TO 5300-99-FIM
           END-IF.

           MOVE ZEROS                   TO      WRK-QTD-RPS-FATURA.

           PERFORM 5350-GRAVAR-RPS
             VARYING WRK-IDX-MUN FROM 1 BY 1
               UNTIL WRK-IDX-MUN        GREATER WRK-QTD-MUNIC.

           IF WRK-QTD-RPS-FATURA        GREATER ZEROS
              MOVE 'S'                  TO      WRK-IN-NFSE
           ELSE
              MOVE 'N'                  TO      WRK-IN-NFSE
              ADD 1                     TO      WRK-FATURAS-SEM-ISS
           END-IF.

           EXEC SQL
                UPDATE DB2PRD.TFATUR_TARIF
                   SET IN_NFSE      = :WRK-IN-NFSE
                 WHERE NFATUR_TARIF = :WRK-NFATUR-ATUAL
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TFATUR_TARIF'       TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0045'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           ADD 1                        TO      WRK-FATURAS-APURADAS.

           ADD 1                        TO      WRK-COMMIT-CONT.
           IF WRK-COMMIT-CONT       GREATER OR EQUAL
                                        WRK-INTERVALO-COMMIT
              EXEC SQL
                   COMMIT
              END-EXEC
              MOVE ZEROS                TO      WRK-COMMIT-CONT
           END-IF.

      *----------------------------------------------------------------*
       5300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * GRAVA O RPS PENDENTE ('P') DO MUNICIPIO/ALIQUOTA CORRENTE     *
      *----------------------------------------------------------------*
       5350-GRAVAR-RPS                 SECTION.
      *----------------------------------------------------------------*

           MOVE '5350-GRAVAR-RPS'       TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF TAB-MUN-BASE (WRK-IDX-MUN) NOT GREATER ZEROS
              GO TO 5350-99-FIM
           END-IF.

           INITIALIZE GOTFB0F4.

           MOVE WRK-PROX-NRPS           TO      NRPS-NFSE
                                                OF GOTFB0F4.
           MOVE WRK-NFATUR-ATUAL        TO      NFATUR-TARIF
                                                OF GOTFB0F4.
           MOVE WRK-NCONTA-ATUAL        TO      NCONTA-CLIEN
                                                OF GOTFB0F4.
           MOVE TAB-MUN-MUNIC (WRK-IDX-MUN)
                                        TO      CMUNIC-ISS
                                                OF GOTFB0F4.
           MOVE WRK-DATA-ATUAL          TO      DT-EMISSAO-RPS
                                                OF GOTFB0F4.
           MOVE TAB-MUN-BASE (WRK-IDX-MUN)
                                        TO      VVALOR-SERVICO
                                                OF GOTFB0F4.
           MOVE TAB-MUN-ALIQ (WRK-IDX-MUN)
                                        TO      PERC-ALIQ-ISS
                                                OF GOTFB0F4.
           COMPUTE VVALOR-ISS OF GOTFB0F4 ROUNDED =
                   TAB-MUN-BASE (WRK-IDX-MUN) *
                   TAB-MUN-ALIQ (WRK-IDX-MUN) / 100.
           MOVE 'P'                     TO      CSIT-NFSE
                                                OF GOTFB0F4.
           MOVE '0001-01-01'            TO      DT-ENVIO-NFSE
                                                OF GOTFB0F4
                                                DT-AUTORZ-NFSE
                                                OF GOTFB0F4.

           EXEC SQL
             INSERT INTO DB2PRD.TNFSE_TARIF
                   (NRPS_NFSE      ,
                    NFATUR_TARIF   ,
                    NCONTA_CLIEN   ,
                    CMUNIC_ISS     ,
                    DT_EMISSAO_RPS ,
                    VVALOR_SERVICO ,
                    PERC_ALIQ_ISS  ,
                    VVALOR_ISS     ,
                    CSIT_NFSE      ,
                    NLOTE_NFSE     ,
                    DT_ENVIO_NFSE  ,
                    QTD_ENVIOS     ,
                    NNFSE_AUTORZ   ,
                    CVERIF_NFSE    ,
                    DT_AUTORZ_NFSE ,
                    CMOTIV_RECUSA  ,
                    RMOTIV_RECUSA)
               VALUES
                   (:GOTFB0F4.NRPS-NFSE      ,
                    :GOTFB0F4.NFATUR-TARIF   ,
                    :GOTFB0F4.NCONTA-CLIEN   ,
                    :GOTFB0F4.CMUNIC-ISS     ,
                    :GOTFB0F4.DT-EMISSAO-RPS ,
                    :GOTFB0F4.VVALOR-SERVICO ,
                    :GOTFB0F4.PERC-ALIQ-ISS  ,
                    :GOTFB0F4.VVALOR-ISS     ,
                    :GOTFB0F4.CSIT-NFSE      ,
                    :GOTFB0F4.NLOTE-NFSE     ,
                    :GOTFB0F4.DT-ENVIO-NFSE  ,
                    :GOTFB0F4.QTD-ENVIOS     ,
                    :GOTFB0F4.NNFSE-AUTORZ   ,
                    :GOTFB0F4.CVERIF-NFSE    ,
                    :GOTFB0F4.DT-AUTORZ-NFSE ,
                    :GOTFB0F4.CMOTIV-RECUSA  ,
                    :GOTFB0F4.RMOTIV-RECUSA)
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TNFSE_TARIF'        TO      FRWKGDB2-NOME-TABELA
              SET DB2-INSERT            TO      TRUE
              MOVE '0040'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           ADD 1                        TO      WRK-PROX-NRPS.
           ADD 1                        TO      WRK-QTD-RPS-FATURA
                                                WRK-RPS-GERADOS.

      *----------------------------------------------------------------*
       5350-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ENVIO: QUEBRA POR MUNICIPIO (UM LOTE CADA) E GRAVACAO DO RPS  *
      *----------------------------------------------------------------*
       6000-ENVIAR                     SECTION.
      *----------------------------------------------------------------*

           MOVE '6000-ENVIAR'           TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF CMUNIC-ISS OF GOTFB0F4 NOT EQUAL  WRK-MUNIC-ATUAL
              PERFORM 6300-FECHAR-LOTE
              PERFORM 6100-ABRIR-LOTE
           END-IF.

           PERFORM 6200-GRAVAR-DETALHE.

           PERFORM 2200-LER-ENVIO.

      *----------------------------------------------------------------*
       6000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6100-ABRIR-LOTE                 SECTION.
      *----------------------------------------------------------------*

           MOVE '6100-ABRIR-LOTE'       TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE CMUNIC-ISS OF GOTFB0F4  TO      WRK-MUNIC-ATUAL.
           MOVE ZEROS                   TO      WRK-QTD-LOTE
                                                WRK-VLR-SERV-LOTE
                                                WRK-VLR-ISS-LOTE.
           SET WRK-LOTE-ABERTO          TO      TRUE.

           MOVE WRK-PROX-NLOTE          TO      NFH-NLOTE.
           MOVE WRK-MUNIC-ATUAL         TO      NFH-CMUNIC-ISS.
           MOVE WRK-DATA-ATUAL          TO      NFH-DT-GERACAO.

           MOVE WRK-REG-NFS-HEADER      TO      FD-GOTF035S.
           WRITE FD-GOTF035S.
           PERFORM 1100-TESTAR-FS-GOTF035S.

      *----------------------------------------------------------------*
       6100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * GRAVA O RPS NO LOTE E O MARCA ENVIADO ('E'), SOMANDO UMA      *
      * TENTATIVA DE ENVIO                                            *
      *----------------------------------------------------------------*
       6200-GRAVAR-DETALHE             SECTION.
      *----------------------------------------------------------------*

           MOVE '6200-GRAVAR-DETALHE'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-PROX-NLOTE          TO      NFD-NLOTE.
           MOVE NRPS-NFSE      OF GOTFB0F4 TO   NFD-NRPS.
           MOVE NFATUR-TARIF   OF GOTFB0F4 TO   NFD-NFATUR.
           MOVE NCONTA-CLIEN   OF GOTFB0F4 TO   NFD-NCONTA-CLIEN.
           MOVE NDOC-CLIEN     OF GOTFB0E4 TO   NFD-NDOC-TOMADOR.
           MOVE NOME-CLIEN     OF GOTFB0E4 TO   NFD-NOME-TOMADOR.
           MOVE DT-EMISSAO-RPS OF GOTFB0F4 TO   NFD-DT-EMISSAO-RPS.
           MOVE VVALOR-SERVICO OF GOTFB0F4 TO   NFD-VLR-SERVICO.
           MOVE PERC-ALIQ-ISS  OF GOTFB0F4 TO   NFD-ALIQ-ISS.
           MOVE VVALOR-ISS     OF GOTFB0F4 TO   NFD-VLR-ISS.

           MOVE WRK-REG-NFS-DETALHE     TO      FD-GOTF035S.
           WRITE FD-GOTF035S.
           PERFORM 1100-TESTAR-FS-GOTF035S.

           EXEC SQL
                UPDATE DB2PRD.TNFSE_TARIF
                   SET CSIT_NFSE     = 'E',
                       NLOTE_NFSE    = :WRK-PROX-NLOTE,
                       DT_ENVIO_NFSE = :WRK-DATA-ATUAL,
                       QTD_ENVIOS    = QTD_ENVIOS + 1
                 WHERE NRPS_NFSE     = :GOTFB0F4.NRPS-NFSE
                   AND CSIT_NFSE     = 'P'
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TNFSE_TARIF'        TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0070'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           ADD 1                        TO      WRK-QTD-LOTE
                                                WRK-RPS-ENVIADOS.
           ADD VVALOR-SERVICO OF GOTFB0F4 TO    WRK-VLR-SERV-LOTE.
           ADD VVALOR-ISS     OF GOTFB0F4 TO    WRK-VLR-ISS-LOTE
                                                WRK-VLR-ISS-ENVIADO.

      *----------------------------------------------------------------*
       6200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * FECHA O LOTE DO MUNICIPIO ANTERIOR: TRAILER, AVANCO DA        *
      * NUMERACAO E COMMIT (O LOTE GRAVADO E O QUE FICA 'E' NA BASE)  *
      *----------------------------------------------------------------*
       6300-FECHAR-LOTE                SECTION.
      *----------------------------------------------------------------*

           MOVE '6300-FECHAR-LOTE'      TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF NOT WRK-LOTE-ABERTO
              GO TO 6300-99-FIM
           END-IF.

           MOVE WRK-PROX-NLOTE          TO      NFT-NLOTE.
           MOVE WRK-QTD-LOTE            TO      NFT-QTD-RPS.
           MOVE WRK-VLR-SERV-LOTE       TO      NFT-VLR-SERVICO.
           MOVE WRK-VLR-ISS-LOTE        TO      NFT-VLR-ISS.

           MOVE WRK-REG-NFS-TRAILER     TO      FD-GOTF035S.
           WRITE FD-GOTF035S.
           PERFORM 1100-TESTAR-FS-GOTF035S.

           ADD 1                        TO      WRK-PROX-NLOTE
                                                WRK-LOTES-ENVIADOS.

           EXEC SQL
                COMMIT
           END-EXEC.

      *----------------------------------------------------------------*
       6300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '9000-FINALIZAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 6300-FECHAR-LOTE.
           MOVE 'N'                     TO      WRK-SW-LOTE-ABERTO.

           EXEC SQL
                CLOSE C2
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TNFSE_TARIF'        TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0080'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           EXEC SQL
                COMMIT
           END-EXEC.

           DISPLAY '*********** GOTF2NFS ***********'
           DISPLAY '*                              *'
           DISPLAY '*   NFS-E DO ISS S/ TARIFAS    *'
           DISPLAY '* ---------------------------- *'
           DISPLAY '* FATURAS APURADAS  : ' WRK-FATURAS-APURADAS
           DISPLAY '* FATURAS SEM ISS   : ' WRK-FATURAS-SEM-ISS
           DISPLAY '* RPS GERADOS       : ' WRK-RPS-GERADOS
           DISPLAY '* LOTES ENVIADOS    : ' WRK-LOTES-ENVIADOS
           DISPLAY '* RPS ENVIADOS      : ' WRK-RPS-ENVIADOS
           DISPLAY '* VALOR DO ISS      : ' WRK-VLR-ISS-ENVIADO
           DISPLAY '*********** GOTF2NFS ***********'

           PERFORM  7100-ENCERRAR-CKRS0105.

           CLOSE GOTF035S.

           PERFORM 1100-TESTAR-FS-GOTF035S.

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

           MOVE 'GOTF2NFS'              TO      FRWKGHEA-NOME-PROGRAMA.

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
