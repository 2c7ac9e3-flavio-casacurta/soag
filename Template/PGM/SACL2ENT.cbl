      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. SACL2ENT.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  SACL2ENT                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  MAIO/2028                                    *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                SACL005E          I              SACLW05E       *
      *                SACL005R          O            WRK-REG-RETORNO  *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#FRWKGE - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    I#FRWKAR - BOOK PARA TRATAMENTO DE ERROS DE ARQUIVOS        *
      *    I#FRWKLI - AREA PARA FORMATACAO DE ERRO LIVRE               *
      *    I#FRWKDB - AREA PARA FORMATACAO DE ERRO DE DB2              *
      *    I#CKRS04 - BOOK DE CONEXAO DB2                              *
      *    SACLW05E - MANIFESTACOES RECEBIDAS DO CANAL                 *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TMANIF_PSSOA              SACLB031       *
      *                DB2PRD.TMANIF_PSSOA_COMPL        SACLB032       *
      *                DB2PRD.TROTEA_MANIF              SACLB035       *
      *                DB2PRD.TATRIB_MANIF              SACLB036       *
      *                DB2PRD.TDUPL_MANIF               SACLB040       *
      *                DB2PRD.TCADT_CONTA_CLIEN         GOTFB0E4       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *    CKRS0105 - MODULO PARA INICIAR E FINALIZAR CONEXAO DB2      *
      *    FRWK2999 - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    BRAD0450 - ROTINA DE ABEND                                  *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    MAI/2028 - HOMI - PROGRAMA CRIADO. ABERTURA EM LOTE DOS     *
      *               PROTOCOLOS RECEBIDOS PELOS CANAIS (CENTRAL DE    *
      *               ATENDIMENTO 'CAL', INTERNET BANKING 'IBK' E      *
      *               PORTAL DO REGULADOR 'REG'), EM SUBSTITUICAO A    *
      *               CARGA AVULSA PELO DBA. UM ARQUIVO SACL005E POR   *
      *               CANAL (BOOK SACLW05E), COM HEADER E TRAILER      *
      *               CONFERIDOS COMO NO GOTF044E (CODIGOS SACL9986/   *
      *               SACL9985/SACL9984). PARA CADA DETALHE VALIDO:    *
      *               ATRIBUI O NPROT_MANIF (ULTIMO + 1), GRAVA O      *
      *               MESTRE EM TMANIF_PSSOA (TIPO, DEPENDENCIA, DATA  *
      *               DE ABERTURA INFORMADA PELO CANAL, CANAL E        *
      *               REFERENCIA DO CANAL), O RELATO EM SEGMENTOS DE   *
      *               500 EM TMANIF_PSSOA_COMPL (CONTINUACOES COM      *
      *               IN_CONTIN = 'S', COMO O SACL48JS) E ROTEIA O     *
      *               PROTOCOLO PELO TROTEA_MANIF PARA O TATRIB_MANIF  *
      *               COM OS MESMOS FALLBACKS DO SACL51JS (LINHA 'R'). *
      *               O RETORNO SACL005R DEVOLVE AO CANAL, POR         *
      *               DETALHE, O PROTOCOLO ATRIBUIDO ('A'), O          *
      *               PROTOCOLO JA ABERTO PARA A MESMA REFERENCIA      *
      *               ('J' - REEXECUCAO NAO DUPLICA PROTOCOLO) OU O    *
      *               MOTIVO DA REJEICAO ('R'). UNICA UNIDADE DE       *
      *               TRABALHO; COM REJEITO ENCERRA COM RETURN-CODE 4. *
      *    JUN/2028 - HOMI - O PROTOCOLO ABERTO JA GRAVA DT_INIC_PRAZO *
      *               (INICIO DA CONTAGEM DO PRAZO, IGUAL A DATA DE    *
      *               ABERTURA) E CRESULT_MANIF EM BRANCO, COLUNAS     *
      *               NOVAS DE TMANIF_PSSOA MANTIDAS PELO SACL52JS NO  *
      *               ENCERRAMENTO E NA REABERTURA.                    *
      *    JUN/2028 - HOMI - GRAVA EM NCONTA_CLIEN A CONTA DO CLIENTE  *
      *               INFORMADA PELO CANAL (MNF-NCONTA-CLIEN; BRANCOS  *
      *               = ZERO, NAO NUMERICA REJEITA O DETALHE), BASE DA *
      *               PESQUISA DE SATISFACAO SACL2PSQ.                 *
      *    AGO/2028 - HOMI - GRAVA NPROT_PRINC ZERADO NO PROTOCOLO     *
      *               ABERTO E, APOS O ROTEAMENTO, REGISTRA EM         *
      *               TDUPL_MANIF (ORIGEM 'C', CRITERIO 'T') A         *
      *               SUSPEITA DE DUPLICIDADE COM CADA PROTOCOLO       *
      *               ABERTO MAIS ANTIGO DO MESMO CLIENTE (MESMA CONTA *
      *               OU MESMO DOCUMENTO EM TCADT_CONTA_CLIEN) E DO    *
      *               MESMO TIPO, ABERTO ATE WRK-DIAS-JANELA-DUPL DIAS *
      *               ANTES. A REVISAO E FEITA NO SACL53JS.            *
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

           SELECT SACL005E ASSIGN      TO   UT-S-SACL005E
                      FILE STATUS      IS   WRK-FS-SACL005E.

           SELECT SACL005R ASSIGN      TO   UT-S-SACL005R
                      FILE STATUS      IS   WRK-FS-SACL005R.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   INPUT: SACL005E - MANIFESTACOES RECEBIDAS DO CANAL           *
      *            ORG. SEQUENCIAL     -   LRECL   = 2100              *
      *----------------------------------------------------------------*
       FD  SACL005E
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-SACL005E                 PIC  X(2100).

      *----------------------------------------------------------------*
      *   OUTPUT: SACL005R - RETORNO AO CANAL (PROTOCOLO OU REJEICAO)  *
      *            ORG. SEQUENCIAL     -   LRECL   =  100              *
      *----------------------------------------------------------------*
       FD  SACL005R
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-SACL005R                 PIC  X(100).

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

       01  WRK-SW-JA-REGISTRADO        PIC  X(01) VALUE 'N'.
           88  WRK-JA-REGISTRADO                   VALUE 'S'.

       01  WRK-SW-EQUIPE-ACHADA        PIC  X(01) VALUE 'N'.
           88  WRK-EQUIPE-ACHADA                   VALUE 'S'.

       01  WRK-DT-NULA                 PIC  X(10) VALUE '0001-01-01'.
       01  WRK-CPTCAO-RELATO           PIC  X(18) VALUE
           'RELATO DO CLIENTE'.

       01  WRK-DATA-PROCESSO           PIC  X(10) VALUE SPACES.
       01  WRK-DT-ABERTURA             PIC  X(10) VALUE SPACES.
       01  WRK-MOTIVO-REJEITO          PIC  X(30) VALUE SPACES.
       01  WRK-EQUIPE-DESTINO          PIC  X(08) VALUE SPACES.

       01  WRK-NPROT-ULTIMO            PIC S9(10) COMP-3 VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * JANELA, EM DIAS ANTES DA ABERTURA, EM QUE UM PROTOCOLO ABERTO  *
      * DO MESMO CLIENTE E DO MESMO TIPO E SUSPEITO DE DUPLICIDADE     *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-DIAS-JANELA-DUPL        PIC S9(04) COMP VALUE +30.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * QUEBRA DO RELATO EM SEGMENTOS DE 500 (TMANIF_PSSOA_COMPL)     *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-TAM-RELATO              PIC S9(04) COMP VALUE ZEROS.
       01  WRK-QTD-SEGMENTOS           PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IDX-SEG                 PIC S9(04) COMP VALUE ZEROS.
       01  WRK-POS-SEG                 PIC S9(04) COMP VALUE ZEROS.
       01  WRK-TAM-SEG                 PIC S9(04) COMP VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ACUMULADORES                       ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-ACUMULADORES.
         05  WRK-LIDOS-SACL005E        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-PROTOCOLOS-ABERTOS    PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-JA-REGISTRADOS        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-REJEITADOS            PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-SEGMENTOS-GRAVADOS    PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-ROTEADOS-GERAL        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-SUSPEITAS-DUPL        PIC  9(09)  COMP-3  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE TESTE DE FILE-STATUS               ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-FS-SACL005E             PIC  X(02)  VALUE SPACES.
       01  WRK-FS-SACL005R             PIC  X(02)  VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ENTRADA SACL005E                   ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY SACLW05E.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE HEADER/TRAILER SACL005E            ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-REG-HEADER-SACL005E.
         05  HDR-TIPO-REGISTRO         PIC  X(001).
           88  HDR-EH-HEADER                       VALUE 'H'.
         05  HDR-CCANAL-MANIF          PIC  X(003).
         05  HDR-QTD-REGISTROS         PIC  9(009).
         05  HDR-DT-ARQUIVO            PIC  X(010).
         05  HDR-NSEQ-ARQUIVO          PIC  9(006).
         05  FILLER                    PIC  X(2071).

       01  WRK-REG-TRAILER-SACL005E.
         05  TRL-TIPO-REGISTRO         PIC  X(001).
           88  TRL-EH-TRAILER                      VALUE 'T'.
         05  TRL-QTD-REGISTROS         PIC  9(009).
         05  FILLER                    PIC  X(2090).

       01  WRK-QTD-REGISTROS-HEADER    PIC  9(009) VALUE ZEROS.
       01  WRK-CCANAL-ARQUIVO          PIC  X(003) VALUE SPACES.
       01  WRK-DT-ARQUIVO              PIC  X(010) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE SAIDA SACL005R                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * HEADER ('H') ECOA O CANAL, A DATA E O NUMERO DO ARQUIVO; UM    *
      * DETALHE ('D') POR DETALHE RECEBIDO; TRAILER ('T') COM AS       *
      * QUANTIDADES POR SITUACAO                                       *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-REG-RETORNO.
         05  RET-TIPO-REGISTRO         PIC  X(001).
         05  RET-DADOS                 PIC  X(099).
         05  RET-DADOS-HEADER          REDEFINES   RET-DADOS.
           10  RET-CCANAL-MANIF        PIC  X(003).
           10  RET-DT-ARQUIVO          PIC  X(010).
           10  RET-NSEQ-ARQUIVO        PIC  9(006).
           10  RET-DT-PROCESSO         PIC  X(010).
           10  FILLER                  PIC  X(070).
         05  RET-DADOS-DETALHE         REDEFINES   RET-DADOS.
           10  RET-CREF-CANAL          PIC  X(020).
           10  RET-SITUACAO            PIC  X(001).
             88  RET-ACEITO                        VALUE 'A'.
             88  RET-JA-REGISTRADO                 VALUE 'J'.
             88  RET-REJEITADO                     VALUE 'R'.
           10  RET-NPROT-MANIF         PIC  9(010).
           10  RET-MOTIVO              PIC  X(030).
           10  FILLER                  PIC  X(038).
         05  RET-DADOS-TRAILER         REDEFINES   RET-DADOS.
           10  RET-QTD-DETALHES        PIC  9(009).
           10  RET-QTD-ACEITOS         PIC  9(009).
           10  RET-QTD-JA-REGISTRADOS  PIC  9(009).
           10  RET-QTD-REJEITADOS      PIC  9(009).
           10  FILLER                  PIC  X(063).

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
               INCLUDE SACLB031
           END-EXEC.

           EXEC SQL
               INCLUDE SACLB032
           END-EXEC.

           EXEC SQL
               INCLUDE SACLB035
           END-EXEC.

           EXEC SQL
               INCLUDE SACLB036
           END-EXEC.

           EXEC SQL
               INCLUDE SACLB040
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
             UNTIL WRK-FS-SACL005E      EQUAL   '10'.

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

           OPEN INPUT   SACL005E.
           PERFORM 1100-TESTAR-FS-SACL005E.

           OPEN OUTPUT  SACL005R.
           PERFORM 1150-TESTAR-FS-SACL005R.

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

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * ULTIMO PROTOCOLO EXISTENTE; OS NOVOS SAO NUMERADOS EM SEQUENCIA*
      * DENTRO DA UNIDADE DE TRABALHO                                  *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                SELECT COALESCE(MAX(NPROT_MANIF), 0)
                  INTO :WRK-NPROT-ULTIMO
                  FROM DB2PRD.TMANIF_PSSOA
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TMANIF_PSSOA'       TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0006'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 2050-VALIDAR-HEADER.

           MOVE SPACES                  TO      RET-DADOS.
           MOVE 'H'                     TO      RET-TIPO-REGISTRO.
           MOVE WRK-CCANAL-ARQUIVO      TO      RET-CCANAL-MANIF.
           MOVE WRK-DT-ARQUIVO          TO      RET-DT-ARQUIVO.
           MOVE HDR-NSEQ-ARQUIVO        TO      RET-NSEQ-ARQUIVO.
           MOVE WRK-DATA-PROCESSO       TO      RET-DT-PROCESSO.
           PERFORM 5900-GRAVAR-SACL005R.

           PERFORM 2100-LER-SACL005E.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FS-SACL005E         SECTION.
      *----------------------------------------------------------------*

           MOVE '1100-TESTAR-FS-SACL005E' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-SACL005E       NOT EQUAL   '00'
              MOVE 'SACL005E'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-SACL005E      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1150-TESTAR-FS-SACL005R         SECTION.
      *----------------------------------------------------------------*

           MOVE '1150-TESTAR-FS-SACL005R' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-SACL005R       NOT EQUAL   '00'
              MOVE 'SACL005R'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-SACL005R      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * LE O PRIMEIRO REGISTRO FISICO DE SACL005E, QUE TEM DE SER O    *
      * HEADER ('H') COM O CANAL, A QUANTIDADE DE DETALHES, A DATA E O *
      * NUMERO DO ARQUIVO (DATA DE ABERTURA PARA DETALHE QUE NAO A     *
      * TRAGA). CANAL DESCONHECIDO INVALIDA O ARQUIVO INTEIRO          *
      *----------------------------------------------------------------*
       2050-VALIDAR-HEADER             SECTION.
      *----------------------------------------------------------------*

           MOVE '2050-VALIDAR-HEADER'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE ZEROS                   TO
                                             WRK-QTD-REGISTROS-HEADER.

           READ SACL005E                INTO    WRK-REG-HEADER-SACL005E.

           IF WRK-FS-SACL005E           EQUAL   '10'
              MOVE 'SACL9986'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'REGISTRO HEADER AUSENTE OU INVALIDO EM SACL005E'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           PERFORM 1100-TESTAR-FS-SACL005E.

           MOVE HDR-CCANAL-MANIF        TO      CCANAL-MANIF
                                                OF SACLB031.

           IF NOT HDR-EH-HEADER
              OR NOT CANAL-VALIDO OF SACLB031
              OR HDR-QTD-REGISTROS  NOT NUMERIC
              MOVE 'SACL9986'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'REGISTRO HEADER AUSENTE OU INVALIDO EM SACL005E'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           MOVE HDR-QTD-REGISTROS       TO
                                             WRK-QTD-REGISTROS-HEADER.
           MOVE HDR-CCANAL-MANIF        TO      WRK-CCANAL-ARQUIVO.

           IF HDR-NSEQ-ARQUIVO      NOT NUMERIC
              MOVE ZEROS                TO      HDR-NSEQ-ARQUIVO
           END-IF.

           IF HDR-DT-ARQUIVO            EQUAL   SPACES
              MOVE WRK-DATA-PROCESSO    TO      WRK-DT-ARQUIVO
           ELSE
              MOVE HDR-DT-ARQUIVO       TO      WRK-DT-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       2050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * VALIDA O TRAILER ('T') CONTRA O TOTAL DE DETALHES LIDOS E      *
      * CONTRA O TOTAL DECLARADO NO HEADER. ARQUIVO TRUNCADO OU        *
      * DUPLICADO NA TRANSMISSAO ABENDA E A UNIDADE DE TRABALHO E      *
      * DESFEITA, SEM NENHUM PROTOCOLO ABERTO                          *
      *----------------------------------------------------------------*
       2060-VALIDAR-TRAILER            SECTION.
      *----------------------------------------------------------------*

           MOVE '2060-VALIDAR-TRAILER'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF NOT TRL-EH-TRAILER
              MOVE 'SACL9985'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'REGISTRO TRAILER AUSENTE OU INVALIDO NO ARQUIVO SACL005E'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           IF (TRL-QTD-REGISTROS        NOT EQUAL WRK-LIDOS-SACL005E)
              OR (WRK-QTD-REGISTROS-HEADER NOT EQUAL WRK-LIDOS-SACL005E)
              MOVE 'SACL9984'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'TOTAL DE CONTROLE DIVERGE DO LIDO EM SACL005E'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

      *----------------------------------------------------------------*
       2060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * LE O PROXIMO REGISTRO DE SACL005E. O TRAILER ENCERRA A         *
      * LEITURA; FIM FISICO SEM TRAILER E TRATADO COMO TRAILER         *
      * AUSENTE                                                        *
      *----------------------------------------------------------------*
       2100-LER-SACL005E               SECTION.
      *----------------------------------------------------------------*

           MOVE '2100-LER-SACL005E'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           READ SACL005E                INTO    SACLW05E-REGISTRO.

           IF WRK-FS-SACL005E           EQUAL   '10'
              MOVE SPACES               TO      WRK-REG-TRAILER-SACL005E
              PERFORM 2060-VALIDAR-TRAILER
              GO TO 2100-99-FIM
           END-IF.

           PERFORM 1100-TESTAR-FS-SACL005E.

           IF FD-SACL005E(1:1)          EQUAL   'T'
              MOVE FD-SACL005E          TO      WRK-REG-TRAILER-SACL005E
              PERFORM 2060-VALIDAR-TRAILER
              MOVE '10'                 TO      WRK-FS-SACL005E
           ELSE
              ADD 1                     TO      WRK-LIDOS-SACL005E
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * UM DETALHE = UM PROTOCOLO: VALIDA, VERIFICA SE A REFERENCIA DO *
      * CANAL JA TEM PROTOCOLO (REEXECUCAO), ABRE O MESTRE, GRAVA O    *
      * RELATO, ROTEIA E DEVOLVE O RETORNO AO CANAL                    *
      *----------------------------------------------------------------*
       3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '3000-PROCESSAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE SPACES                  TO      WRK-MOTIVO-REJEITO
                                                RET-DADOS.
           MOVE 'D'                     TO      RET-TIPO-REGISTRO.
           MOVE MNF-CREF-CANAL          TO      RET-CREF-CANAL.
           MOVE ZEROS                   TO      RET-NPROT-MANIF.

           PERFORM 3100-VALIDAR-REGISTRO.

           IF WRK-MOTIVO-REJEITO        EQUAL   SPACES
              PERFORM 3200-VERIFICAR-REGISTRADO
           END-IF.

           IF WRK-MOTIVO-REJEITO    NOT EQUAL   SPACES
              SET RET-REJEITADO         TO      TRUE
              MOVE WRK-MOTIVO-REJEITO   TO      RET-MOTIVO
              ADD 1                     TO      WRK-REJEITADOS
              PERFORM 5900-GRAVAR-SACL005R
              PERFORM 2100-LER-SACL005E
              GO TO 3000-99-FIM
           END-IF.

           IF WRK-JA-REGISTRADO
              SET RET-JA-REGISTRADO     TO      TRUE
              MOVE NPROT-MANIF OF SACLB031
                                        TO      RET-NPROT-MANIF
              MOVE 'PROTOCOLO JA ABERTO'
                                        TO      RET-MOTIVO
              ADD 1                     TO      WRK-JA-REGISTRADOS
              PERFORM 5900-GRAVAR-SACL005R
              PERFORM 2100-LER-SACL005E
              GO TO 3000-99-FIM
           END-IF.

           PERFORM 4100-INCLUIR-PROTOCOLO.

           PERFORM 4200-GRAVAR-RELATO.

           PERFORM 4300-ROTEAR-PROTOCOLO.

           PERFORM 4400-DETECTAR-DUPLICIDADE.

           SET RET-ACEITO               TO      TRUE.
           MOVE NPROT-MANIF OF SACLB031 TO      RET-NPROT-MANIF.
           ADD 1                        TO      WRK-PROTOCOLOS-ABERTOS.
           PERFORM 5900-GRAVAR-SACL005R.

           PERFORM 2100-LER-SACL005E.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * CONSISTENCIA DO DETALHE. TIPO EM BRANCO E ACEITO (GENERICO NO  *
      * ROTEAMENTO); DATA DE ABERTURA EM BRANCO ASSUME A DATA DO       *
      * ARQUIVO E NAO PODE SER POSTERIOR AO PROCESSAMENTO              *
      *----------------------------------------------------------------*
       3100-VALIDAR-REGISTRO           SECTION.
      *----------------------------------------------------------------*

           MOVE '3100-VALIDAR-REGISTRO' TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF NOT MNF-EH-DETALHE
              MOVE 'TIPO DE REGISTRO INVALIDO'
                                        TO      WRK-MOTIVO-REJEITO
              GO TO 3100-99-FIM
           END-IF.

           IF MNF-CREF-CANAL            EQUAL   SPACES
              MOVE 'REFERENCIA DO CANAL AUSENTE'
                                        TO      WRK-MOTIVO-REJEITO
              GO TO 3100-99-FIM
           END-IF.

           IF MNF-NDEPEND-MANIF     NOT NUMERIC
              OR MNF-NDEPEND-MANIF      EQUAL   ZEROS
              MOVE 'DEPENDENCIA INVALIDA'
                                        TO      WRK-MOTIVO-REJEITO
              GO TO 3100-99-FIM
           END-IF.

           IF MNF-TAM-RELATO        NOT NUMERIC
              OR MNF-TAM-RELATO         EQUAL   ZEROS
              OR MNF-TAM-RELATO         GREATER 2000
              MOVE 'TAMANHO DO RELATO INVALIDO'
                                        TO      WRK-MOTIVO-REJEITO
              GO TO 3100-99-FIM
           END-IF.

           IF MNF-NCONTA-CLIEN          EQUAL   SPACES
              MOVE ZEROS                TO      MNF-NCONTA-CLIEN
           END-IF.

           IF MNF-NCONTA-CLIEN      NOT NUMERIC
              MOVE 'CONTA DO CLIENTE INVALIDA'
                                        TO      WRK-MOTIVO-REJEITO
              GO TO 3100-99-FIM
           END-IF.

           MOVE MNF-TAM-RELATO          TO      WRK-TAM-RELATO.

           IF MNF-RELATO(1:WRK-TAM-RELATO) EQUAL SPACES
              MOVE 'RELATO EM BRANCO'   TO      WRK-MOTIVO-REJEITO
              GO TO 3100-99-FIM
           END-IF.

           IF MNF-DT-ABERT-MANIF        EQUAL   SPACES
              MOVE WRK-DT-ARQUIVO       TO      WRK-DT-ABERTURA
           ELSE
              MOVE MNF-DT-ABERT-MANIF   TO      WRK-DT-ABERTURA
           END-IF.

           EXEC SQL
                SELECT CHAR(DATE(:WRK-DT-ABERTURA), ISO)
                  INTO :WRK-DT-ABERTURA
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE                   EQUAL   -180 OR -181
              MOVE 'DATA DE ABERTURA INVALIDA'
                                        TO      WRK-MOTIVO-REJEITO
              GO TO 3100-99-FIM
           END-IF.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'SYSDUMMY1'          TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0010'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF WRK-DT-ABERTURA           GREATER WRK-DATA-PROCESSO
              MOVE 'DATA DE ABERTURA FUTURA'
                                        TO      WRK-MOTIVO-REJEITO
           END-IF.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * REFERENCIA DO CANAL JA COM PROTOCOLO (ARQUIVO REENVIADO OU     *
      * REEXECUCAO): DEVOLVE O PROTOCOLO EXISTENTE, SEM ABRIR OUTRO    *
      *----------------------------------------------------------------*
       3200-VERIFICAR-REGISTRADO       SECTION.
      *----------------------------------------------------------------*

           MOVE '3200-VERIFICAR-REGISTRADO' TO  FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'N'                     TO      WRK-SW-JA-REGISTRADO.

           MOVE WRK-CCANAL-ARQUIVO      TO      CCANAL-MANIF
                                                OF SACLB031.
           MOVE MNF-CREF-CANAL          TO      CREF-CANAL
                                                OF SACLB031.

           EXEC SQL
                SELECT NPROT_MANIF
                  INTO :SACLB031.NPROT-MANIF
                  FROM DB2PRD.TMANIF_PSSOA
                 WHERE CCANAL_MANIF = :SACLB031.CCANAL-MANIF
                   AND CREF_CANAL   = :SACLB031.CREF-CANAL
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   ZEROS
                 SET WRK-JA-REGISTRADO  TO      TRUE
              WHEN SQLCODE              EQUAL   +100
                 CONTINUE
              WHEN OTHER
                 MOVE 'TMANIF_PSSOA'    TO      FRWKGDB2-NOME-TABELA
                 SET DB2-SELECT         TO      TRUE
                 MOVE '0020'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
           END-EVALUATE.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ABRE O PROTOCOLO NO MESTRE: SITUACAO 'A', SEM ENCERRAMENTO     *
      * ('0001-01-01') E SEM REABERTURA                                *
      *----------------------------------------------------------------*
       4100-INCLUIR-PROTOCOLO          SECTION.
      *----------------------------------------------------------------*

           MOVE '4100-INCLUIR-PROTOCOLO' TO     FRWKGHEA-IDEN-PARAGRAFO.

           ADD 1                        TO      WRK-NPROT-ULTIMO.

           MOVE WRK-NPROT-ULTIMO        TO      NPROT-MANIF OF SACLB031.
           MOVE WRK-DT-ABERTURA         TO      DT-ABERT-MANIF
                                                OF SACLB031.
           MOVE MNF-NDEPEND-MANIF       TO      NDEPEND-MANIF
                                                OF SACLB031.
           SET MANIF-ABERTA OF SACLB031 TO      TRUE.
           MOVE MNF-CTIPO-MANIF         TO      CTIPO-MANIF OF SACLB031.
           MOVE WRK-DT-NULA             TO      DT-ENCER-MANIF
                                                OF SACLB031.
           MOVE ZEROS                   TO      QT-REABERT OF SACLB031.
           MOVE SPACE                   TO      CRESULT-MANIF
                                                OF SACLB031.
           MOVE WRK-DT-ABERTURA         TO      DT-INIC-PRAZO
                                                OF SACLB031.
           MOVE MNF-NCONTA-CLIEN        TO      NCONTA-CLIEN
                                                OF SACLB031.
           MOVE ZEROS                   TO      NPROT-PRINC OF SACLB031.

           EXEC SQL
                INSERT INTO DB2PRD.TMANIF_PSSOA
                       (NPROT_MANIF,
                        DT_ABERT_MANIF,
                        NDEPEND_MANIF,
                        CSIT_MANIF,
                        CTIPO_MANIF,
                        DT_ENCER_MANIF,
                        QT_REABERT,
                        CCANAL_MANIF,
                        CREF_CANAL,
                        CRESULT_MANIF,
                        DT_INIC_PRAZO,
                        NCONTA_CLIEN,
                        NPROT_PRINC)
                VALUES (:SACLB031.NPROT-MANIF,
                        :SACLB031.DT-ABERT-MANIF,
                        :SACLB031.NDEPEND-MANIF,
                        :SACLB031.CSIT-MANIF,
                        :SACLB031.CTIPO-MANIF,
                        :SACLB031.DT-ENCER-MANIF,
                        :SACLB031.QT-REABERT,
                        :SACLB031.CCANAL-MANIF,
                        :SACLB031.CREF-CANAL,
                        :SACLB031.CRESULT-MANIF,
                        :SACLB031.DT-INIC-PRAZO,
                        :SACLB031.NCONTA-CLIEN,
                        :SACLB031.NPROT-PRINC)
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TMANIF_PSSOA'       TO      FRWKGDB2-NOME-TABELA
              SET DB2-INSERT            TO      TRUE
              MOVE '0030'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * GRAVA O RELATO NA SEQUENCIA 1 DO PROTOCOLO EM SEGMENTOS DE 500 *
      * COM NORD CONSECUTIVO A PARTIR DE 1; AS CONTINUACOES LEVAM      *
      * IN_CONTIN = 'S', COMO NO TEXTO LONGO DO SACL48JS               *
      *----------------------------------------------------------------*
       4200-GRAVAR-RELATO              SECTION.
      *----------------------------------------------------------------*

           MOVE '4200-GRAVAR-RELATO'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           COMPUTE WRK-QTD-SEGMENTOS    =       (WRK-TAM-RELATO + 499)
                                                / 500.

           MOVE NPROT-MANIF OF SACLB031 TO      NPROT-MANIF OF SACLB032.
           MOVE 1                       TO      NSEQ-MANIF OF SACLB032.
           MOVE WRK-CPTCAO-RELATO       TO      CPTCAO-TBELA
                                                OF SACLB032.
           SET ATIVO-COMPL-ABERT OF SACLB032
                                        TO      TRUE.

           PERFORM 4250-INSERIR-SEGMENTO
             VARYING WRK-IDX-SEG FROM 1 BY 1
               UNTIL WRK-IDX-SEG        GREATER WRK-QTD-SEGMENTOS.

      *----------------------------------------------------------------*
       4200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4250-INSERIR-SEGMENTO           SECTION.
      *----------------------------------------------------------------*

           MOVE '4250-INSERIR-SEGMENTO' TO      FRWKGHEA-IDEN-PARAGRAFO.

           COMPUTE WRK-POS-SEG          =       ((WRK-IDX-SEG - 1)
                                                * 500) + 1.
           COMPUTE WRK-TAM-SEG          =       WRK-TAM-RELATO
                                                - WRK-POS-SEG + 1.

           IF WRK-TAM-SEG               GREATER 500
              MOVE 500                  TO      WRK-TAM-SEG
           END-IF.

           MOVE WRK-IDX-SEG             TO      NORD-COMPL-ABERT
                                                OF SACLB032.
           MOVE WRK-TAM-SEG             TO      RCOMPL-ABERT-MANIF-LEN
                                                OF SACLB032.
           MOVE SPACES                  TO      RCOMPL-ABERT-MANIF-TEXT
                                                OF SACLB032.
           MOVE MNF-RELATO(WRK-POS-SEG:WRK-TAM-SEG)
                                        TO      RCOMPL-ABERT-MANIF-TEXT
                                                OF SACLB032.

           IF WRK-IDX-SEG               EQUAL   1
              MOVE SPACE                TO      IN-CONTIN OF SACLB032
           ELSE
              MOVE 'S'                  TO      IN-CONTIN OF SACLB032
           END-IF.

           EXEC SQL
                INSERT INTO DB2PRD.TMANIF_PSSOA_COMPL
                       (NPROT_MANIF,
                        NSEQ_MANIF,
                        NORD_COMPL_ABERT,
                        CPTCAO_TBELA,
                        RCOMPL_ABERT_MANIF,
                        IN_CONTIN,
                        CSIT_COMPL_ABERT,
                        TS_ULT_ALTER)
                VALUES (:SACLB032.NPROT-MANIF,
                        :SACLB032.NSEQ-MANIF,
                        :SACLB032.NORD-COMPL-ABERT,
                        :SACLB032.CPTCAO-TBELA,
                        :SACLB032.RCOMPL-ABERT-MANIF,
                        :SACLB032.IN-CONTIN,
                        :SACLB032.CSIT-COMPL-ABERT,
                        CHAR(CURRENT TIMESTAMP))
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TMANIF_PSSOA_COM'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-INSERT            TO      TRUE
              MOVE '0040'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           ADD 1                        TO      WRK-SEGMENTOS-GRAVADOS.

      *----------------------------------------------------------------*
       4250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ROTEIA O PROTOCOLO NOVO COMO O SACL51JS: EQUIPE DO TROTEA_MANIF*
      * PELO TIPO E PRACA, COM FALLBACK PARA A LINHA GENERICA DO TIPO  *
      * (PRACA ZERO) E PARA A LINHA TOTALMENTE GENERICA (TIPO EM       *
      * BRANCO, PRACA ZERO); SEM NENHUMA LINHA, EQUIPE 'GERAL'. GRAVA  *
      * A PRIMEIRA LINHA DO HISTORICO EM TATRIB_MANIF (ACAO 'R', SEM   *
      * ANALISTA, ATUAL)                                               *
      *----------------------------------------------------------------*
       4300-ROTEAR-PROTOCOLO           SECTION.
      *----------------------------------------------------------------*

           MOVE '4300-ROTEAR-PROTOCOLO' TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'N'                     TO      WRK-SW-EQUIPE-ACHADA.
           MOVE 'GERAL'                 TO      WRK-EQUIPE-DESTINO.

           MOVE CTIPO-MANIF OF SACLB031 TO      CTIPO-MANIF OF SACLB035.
           MOVE NDEPEND-MANIF OF SACLB031
                                        TO      NDEPEND-MANIF
                                                OF SACLB035.

           PERFORM 4350-BUSCAR-ROTA-EXATA.

           IF NOT WRK-EQUIPE-ACHADA
              MOVE ZEROS                TO      NDEPEND-MANIF
                                                OF SACLB035
              PERFORM 4350-BUSCAR-ROTA-EXATA
           END-IF.

           IF NOT WRK-EQUIPE-ACHADA
              MOVE SPACES               TO      CTIPO-MANIF OF SACLB035
              PERFORM 4350-BUSCAR-ROTA-EXATA
           END-IF.

           IF NOT WRK-EQUIPE-ACHADA
              ADD 1                     TO      WRK-ROTEADOS-GERAL
           END-IF.

           MOVE NPROT-MANIF OF SACLB031 TO      NPROT-MANIF OF SACLB036.
           MOVE 1                       TO      NSEQ-ATRIB OF SACLB036.
           MOVE 'R'                     TO      CTIPO-ACAO OF SACLB036.
           MOVE WRK-EQUIPE-DESTINO      TO      CEQUIPE OF SACLB036.
           MOVE SPACES                  TO      CUSUAR-ANALISTA
                                                OF SACLB036.

           EXEC SQL
                INSERT INTO DB2PRD.TATRIB_MANIF
                       (NPROT_MANIF,
                        NSEQ_ATRIB,
                        CTIPO_ACAO,
                        CEQUIPE,
                        CUSUAR_ANALISTA,
                        DT_ATRIB,
                        HR_ATRIB,
                        IN_ATUAL)
                VALUES (:SACLB036.NPROT-MANIF,
                        :SACLB036.NSEQ-ATRIB,
                        :SACLB036.CTIPO-ACAO,
                        :SACLB036.CEQUIPE,
                        :SACLB036.CUSUAR-ANALISTA,
                        CHAR(CURRENT DATE, ISO),
                        CHAR(CURRENT TIME, ISO),
                        'S')
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TATRIB_MANIF'       TO      FRWKGDB2-NOME-TABELA
              SET DB2-INSERT            TO      TRUE
              MOVE '0060'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       4300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4350-BUSCAR-ROTA-EXATA          SECTION.
      *----------------------------------------------------------------*

           MOVE '4350-BUSCAR-ROTA-EXATA' TO     FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                SELECT CEQUIPE
                  INTO :SACLB035.CEQUIPE
                  FROM DB2PRD.TROTEA_MANIF
                 WHERE CTIPO_MANIF   = :SACLB035.CTIPO-MANIF
                   AND NDEPEND_MANIF = :SACLB035.NDEPEND-MANIF
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   ZEROS
                 SET WRK-EQUIPE-ACHADA  TO      TRUE
                 MOVE CEQUIPE OF SACLB035
                                        TO      WRK-EQUIPE-DESTINO
              WHEN SQLCODE              EQUAL   +100
                 CONTINUE
              WHEN OTHER
                 MOVE 'TROTEA_MANIF'    TO      FRWKGDB2-NOME-TABELA
                 SET DB2-SELECT         TO      TRUE
                 MOVE '0050'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
           END-EVALUATE.

      *----------------------------------------------------------------*
       4350-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * SUSPEITA DE DUPLICIDADE NA ABERTURA: PROTOCOLO ABERTO MAIS     *
      * ANTIGO DO MESMO CLIENTE (MESMA CONTA, OU CONTA COM O MESMO     *
      * DOCUMENTO DO TITULAR) E DO MESMO TIPO, ABERTO DENTRO DA        *
      * JANELA. SEM CONTA OU SEM TIPO NAO HA COMO COMPARAR. O CRITERIO *
      * POR EVENTO DE TARIFA ('E') FICA COM A VARREDURA SACL2DUP, POIS *
      * OS VINCULOS SO EXISTEM DEPOIS DA ABERTURA                      *
      *----------------------------------------------------------------*
       4400-DETECTAR-DUPLICIDADE       SECTION.
      *----------------------------------------------------------------*

           MOVE '4400-DETECTAR-DUPLICIDADE'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF NCONTA-CLIEN OF SACLB031  EQUAL   ZEROS  OR
              CTIPO-MANIF OF SACLB031   EQUAL   SPACES
              GO TO 4400-99-FIM
           END-IF.

           MOVE NPROT-MANIF OF SACLB031 TO      NPROT-MANIF OF SACLB040.
           SET CRIT-MESMO-TIPO OF SACLB040
                                        TO      TRUE.
           SET DETEC-CARGA OF SACLB040  TO      TRUE.
           MOVE WRK-DATA-PROCESSO       TO      DT-DETEC OF SACLB040.

           EXEC SQL
                INSERT INTO DB2PRD.TDUPL_MANIF
                       (NPROT_MANIF,
                        NPROT_PRINC,
                        CCRIT_DUPL,
                        CORIG_DETEC,
                        DT_DETEC,
                        CSIT_DUPL,
                        CUSUAR_DECISAO,
                        TS_DECISAO)
                SELECT :SACLB040.NPROT-MANIF,
                       P.NPROT_MANIF,
                       :SACLB040.CCRIT-DUPL,
                       :SACLB040.CORIG-DETEC,
                       :SACLB040.DT-DETEC,
                       'S',
                       ' ',
                       '0001-01-01-00.00.00.000000'
                  FROM DB2PRD.TMANIF_PSSOA P
                 WHERE P.NPROT_MANIF     < :SACLB031.NPROT-MANIF
                   AND P.CSIT_MANIF      = 'A'
                   AND P.CTIPO_MANIF     = :SACLB031.CTIPO-MANIF
                   AND P.DT_ABERT_MANIF >=
                       CHAR(DATE(:SACLB031.DT-ABERT-MANIF)
                            - :WRK-DIAS-JANELA-DUPL DAYS, ISO)
                   AND (P.NCONTA_CLIEN   = :SACLB031.NCONTA-CLIEN
                    OR  EXISTS
                       (SELECT 1
                          FROM DB2PRD.TCADT_CONTA_CLIEN A,
                               DB2PRD.TCADT_CONTA_CLIEN B
                         WHERE A.NCONTA_CLIEN = :SACLB031.NCONTA-CLIEN
                           AND B.NCONTA_CLIEN = P.NCONTA_CLIEN
                           AND B.NDOC_CLIEN   = A.NDOC_CLIEN
                           AND A.NDOC_CLIEN  <> ' '))
                   AND NOT EXISTS
                       (SELECT 1
                          FROM DB2PRD.TDUPL_MANIF D
                         WHERE D.NPROT_MANIF  = :SACLB031.NPROT-MANIF
                           AND D.NPROT_PRINC  = P.NPROT_MANIF)
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS AND +100)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TDUPL_MANIF'        TO      FRWKGDB2-NOME-TABELA
              SET DB2-INSERT            TO      TRUE
              MOVE '0070'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF SQLCODE                   EQUAL   ZEROS
              ADD SQLERRD(3)            TO      WRK-SUSPEITAS-DUPL
           END-IF.

      *----------------------------------------------------------------*
       4400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5900-GRAVAR-SACL005R            SECTION.
      *----------------------------------------------------------------*

           MOVE '5900-GRAVAR-SACL005R'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-REG-RETORNO         TO      FD-SACL005R.

           WRITE FD-SACL005R.

           PERFORM 1150-TESTAR-FS-SACL005R.

      *----------------------------------------------------------------*
       5900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '9000-FINALIZAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE SPACES                  TO      RET-DADOS.
           MOVE 'T'                     TO      RET-TIPO-REGISTRO.
           MOVE WRK-LIDOS-SACL005E      TO      RET-QTD-DETALHES.
           MOVE WRK-PROTOCOLOS-ABERTOS  TO      RET-QTD-ACEITOS.
           MOVE WRK-JA-REGISTRADOS      TO      RET-QTD-JA-REGISTRADOS.
           MOVE WRK-REJEITADOS          TO      RET-QTD-REJEITADOS.
           PERFORM 5900-GRAVAR-SACL005R.

           DISPLAY '*********** SACL2ENT ***********'
           DISPLAY '*                              *'
           DISPLAY '*  ENTRADA DE MANIFESTACOES    *'
           DISPLAY '* ---------------------------- *'
           DISPLAY '* CANAL             : ' WRK-CCANAL-ARQUIVO
           DISPLAY '* ARQUIVO DE        : ' WRK-DT-ARQUIVO
           DISPLAY '* LIDOS SACL005E    : ' WRK-LIDOS-SACL005E
           DISPLAY '* PROTOCOLOS ABERTOS: ' WRK-PROTOCOLOS-ABERTOS
           DISPLAY '* JA REGISTRADOS    : ' WRK-JA-REGISTRADOS
           DISPLAY '* REJEITADOS        : ' WRK-REJEITADOS
           DISPLAY '* SEGMENTOS GRAVADOS: ' WRK-SEGMENTOS-GRAVADOS
           DISPLAY '* ROTEADOS P/ GERAL : ' WRK-ROTEADOS-GERAL
           DISPLAY '* SUSPEITAS DUPLIC. : ' WRK-SUSPEITAS-DUPL
           DISPLAY '*********** SACL2ENT ***********'

           PERFORM  7100-ENCERRAR-CKRS0105.

           CLOSE SACL005E
                 SACL005R.

           PERFORM 1100-TESTAR-FS-SACL005E.
           PERFORM 1150-TESTAR-FS-SACL005R.

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

           MOVE 'SACL2ENT'              TO      FRWKGHEA-NOME-PROGRAMA.

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
