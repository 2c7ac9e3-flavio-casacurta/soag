      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. SACL2CRT.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  SACL2CRT                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  JUNHO/2028                                   *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                SACL007S          O            WRK-REG-CARTA    *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#FRWKGE - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    I#FRWKAR - BOOK PARA TRATAMENTO DE ERROS DE ARQUIVOS        *
      *    I#FRWKLI - AREA PARA FORMATACAO DE ERRO LIVRE               *
      *    I#FRWKDB - AREA PARA FORMATACAO DE ERRO DE DB2              *
      *    I#CKRS04 - BOOK DE CONEXAO DB2                              *
      *    GOTFWCAD - BOOK DE COMUNICACAO COM O GOTF1000               *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TMANIF_PSSOA              SACLB031       *
      *                DB2PRD.TMANIF_PSSOA_COMPL        SACLB032       *
      *                DB2PRD.TXREF_MANIF_TARIF         SACLB034       *
      *                DB2PRD.TCARTA_RESP_MANIF         SACLB039       *
      *                DB2PRD.TSIT_MOVTO_TARIF          GOTFB0B7       *
      *                DB2PRD.TSOLIC_ESTR_TARIF         GOTFB0D5       *
      *                DB2PRD.TPREF_ENTREG_CLIEN        GOTFB0H2       *
      *                DB2PRD.TCATL_MENSAGEM            FRWKB997       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *    CKRS0105 - MODULO PARA INICIAR E FINALIZAR CONEXAO DB2      *
      *    GOTF1000 - CONSULTA CADASTRAL DA CONTA DO CLIENTE           *
      *    FRWK2999 - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    BRAD0450 - ROTINA DE ABEND                                  *
      *----------------------------------------------------------------*
      *    PARM DA JCL...:                                             *
      *    POSICAO 01-10 - DATA DE ENCERRAMENTO AAAA-MM-DD (OPCIONAL;  *
      *                    PADRAO = DATA DO PROCESSAMENTO)             *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    JUN/2028 - HOMI - PROGRAMA CRIADO. CARTA FORMAL DE RESPOSTA *
      *               DOS PROTOCOLOS ENCERRADOS NO DIA (OU NA DATA DO  *
      *               PARM), NO IDIOMA DO TITULAR (GOTF1000; SEM       *
      *               IDIOMA, PORTUGUES). A CONTA VEM DE TMANIF_PSSOA  *
      *               OU DO EVENTO DE TARIFA VINCULADO, COMO NO        *
      *               SACL2PSQ; PROTOCOLO SEM CONTA NAO TEM A QUEM     *
      *               ENDERECAR E SO E CONTADO. OS PARAGRAFOS PADRAO   *
      *               VEM DO CATALOGO TCATL_MENSAGEM: ABERTURA         *
      *               'SACLCINI', CORPO 'SACLC' + TIPO + DESFECHO      *
      *               (TIPO EM BRANCO = 'XX'; SEM O TIPO VALE O        *
      *               GENERICO 'SACLCXX' + DESFECHO), TARIFAS          *
      *               'SACLCTAR'/'SACLCEVT'/'SACLCTOT' E FECHO         *
      *               'SACLCFIM'; TEXTO AUSENTE NO IDIOMA DO CLIENTE   *
      *               CAI PARA O IDIOMA 1 E DEPOIS PARA O PORTUGUES    *
      *               FIXO DO PROGRAMA. ENTRA O TEXTO DE ENCERRAMENTO  *
      *               DO ANALISTA (ULTIMO 'ENCERRAMENTO' ATIVO DE      *
      *               TMANIF_PSSOA_COMPL) E, NAS CONTESTACOES DE       *
      *               TARIFA, UMA LINHA POR EVENTO VINCULADO COM O     *
      *               VALOR COBRADO E O ESTORNADO (EVENTO COM          *
      *               SOLICITACAO EM TSOLIC_ESTR_TARIF) E O TOTAL. O   *
      *               ARQUIVO SACL007S VAI PARA A GRAFICA/E-MAIL COM O *
      *               CANAL E O ENDERECO DE TPREF_ENTREG_CLIEN; CADA   *
      *               CARTA GRAVA A REFERENCIA EM TCARTA_RESP_MANIF    *
      *               PARA AUDITORIA E A REEXECUCAO NAO REEMITE O      *
      *               MESMO ENCERRAMENTO. UNICA UNIDADE DE TRABALHO;   *
      *               COM PROTOCOLO SEM CONTA ENCERRA COM RETURN-CODE  *
      *               4.                                               *
      *    AGO/2028 - HOMI - NAO EMITE CARTA PARA PROTOCOLO ENCERRADO  *
      *               COMO DUPLICADO (CRESULT_MANIF = 'D', SACL53JS):  *
      *               A RESPOSTA FORMAL SAI PELO PROTOCOLO PRINCIPAL.  *
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

           SELECT SACL007S ASSIGN      TO   UT-S-SACL007S
                      FILE STATUS      IS   WRK-FS-SACL007S.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   OUTPUT: SACL007S - CARTAS DE RESPOSTA P/ GRAFICA E E-MAIL    *
      *            ORG. SEQUENCIAL     -   LRECL   =  250              *
      *----------------------------------------------------------------*
       FD  SACL007S
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-SACL007S                 PIC  X(250).

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

       01  WRK-SW-EOF-MANIF            PIC  X(01) VALUE 'N'.
           88  WRK-EOF-MANIF                       VALUE 'S'.

       01  WRK-SW-EOF-COMPL            PIC  X(01) VALUE 'N'.
           88  WRK-EOF-COMPL                       VALUE 'S'.

       01  WRK-SW-EOF-EVENTO           PIC  X(01) VALUE 'N'.
           88  WRK-EOF-EVENTO                      VALUE 'S'.

       01  WRK-SW-EMITIR               PIC  X(01) VALUE 'S'.
           88  WRK-EMITIR                          VALUE 'S'.
           88  WRK-NAO-EMITIR                      VALUE 'N'.

       01  WRK-DATA-PROCESSO           PIC  X(10) VALUE SPACES.
       01  WRK-DT-ENCERRAMENTO         PIC  X(10) VALUE SPACES.
       01  WRK-CPTCAO-ENCERRAMENTO     PIC  X(18) VALUE
           'ENCERRAMENTO'.
       01  WRK-POS-TRECHO              PIC S9(04) COMP VALUE ZEROS.
       01  WRK-TAM-TRECHO              PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IN-ESTORNO              PIC  X(01) VALUE SPACES.
           88  WRK-EVENTO-ESTORNADO                VALUE 'S'.
       01  WRK-VLR-ESTORNO             PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * REFERENCIA DA CARTA: 'CR' + DATA DA EMISSAO + PROTOCOLO        *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CREF-CARTA.
         05  FILLER                    PIC  X(02) VALUE 'CR'.
         05  WRK-CREF-AAAA             PIC  X(04) VALUE SPACES.
         05  WRK-CREF-MM               PIC  X(02) VALUE SPACES.
         05  WRK-CREF-DD               PIC  X(02) VALUE SPACES.
         05  WRK-CREF-NPROT            PIC  9(10) VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * LINHA DE EVENTO DE TARIFA: SO CODIGOS, DATAS E VALORES, QUE    *
      * VALEM EM QUALQUER IDIOMA; OS TITULOS DAS COLUNAS VEM DO        *
      * CATALOGO ('SACLCEVT')                                          *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-LINHA-EVENTO.
         05  EVT-CSIST-ORIGE-TARIF     PIC  X(03).
         05  FILLER                    PIC  X(02) VALUE SPACES.
         05  EVT-DRECEB-MOVTO-TARIF    PIC  X(10).
         05  FILLER                    PIC  X(02) VALUE SPACES.
         05  EVT-NMOVTO-EVNTO-TARIF    PIC  9(13).
         05  FILLER                    PIC  X(02) VALUE SPACES.
         05  EVT-VLR-COBRADO           PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
         05  FILLER                    PIC  X(02) VALUE SPACES.
         05  EVT-VLR-ESTORNO           PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
         05  FILLER                    PIC  X(132) VALUE SPACES.

       01  WRK-LINHA-TOTAL.
         05  TOT-DS-ROTULO             PIC  X(51).
         05  TOT-VLR-ESTORNO           PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
         05  FILLER                    PIC  X(132) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * TITULAR (GOTF1000) E PARAGRAFOS PADRAO NO IDIOMA DELE: OS      *
      * TEXTOS JA RESOLVIDOS FICAM EM MEMORIA POR CODIGO E IDIOMA      *
      * (ATE 60) PARA NAO REPETIR A BUSCA NO CATALOGO A CADA CARTA.    *
      * WRK-COD-TEXTO/WRK-TEXTO-PADRAO ENTRAM; WRK-DS-PARAGRAFO SAI,   *
      * COM WRK-SW-TEXTO-CATALOGO = 'N' QUANDO VALEU O PADRAO          *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  WRK-GOTF1000                PIC  X(08)  VALUE  'GOTF1000'.

       COPY GOTFWCAD.

       01  WRK-IDIOMA-CLIENTE          PIC S9(04) COMP VALUE +1.
       01  WRK-IDIOMA-PADRAO           PIC S9(04) COMP VALUE +1.
       01  WRK-COD-TEXTO               PIC  X(08) VALUE SPACES.
       01  WRK-TEXTO-PADRAO            PIC  X(200) VALUE SPACES.
       01  WRK-DS-PARAGRAFO            PIC  X(200) VALUE SPACES.
       01  WRK-SW-TEXTO-CATALOGO       PIC  X(01) VALUE 'N'.
           88  WRK-TEXTO-DO-CATALOGO               VALUE 'S'.
       01  WRK-QTD-TEXTOS              PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IDX-TXT                 PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IDX-TEXTO-ACHADO        PIC S9(04) COMP VALUE ZEROS.
       01  WRK-TAB-TEXTOS.
         05  WRK-TXT-ITEM              OCCURS 60 TIMES.
           10  TXT-CCOD-MENSAGEM       PIC  X(08).
           10  TXT-NIDIOMA             PIC S9(04) COMP.
           10  TXT-IN-CATALOGO         PIC  X(01).
           10  TXT-DS-PARAGRAFO        PIC  X(200).

       01  WRK-TEXTO-LINHA             PIC  X(200) VALUE SPACES.
       01  WRK-IN-PARAGRAFO            PIC  X(01) VALUE 'S'.

       01  WRK-COD-CORPO.
         05  FILLER                    PIC  X(05) VALUE 'SACLC'.
         05  WRK-COD-CORPO-TIPO        PIC  X(02) VALUE SPACES.
         05  WRK-COD-CORPO-RESULT      PIC  X(01) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ACUMULADORES                       ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-ACUMULADORES.
         05  WRK-PROTOCOLOS-LIDOS      PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-CARTAS-EMITIDAS       PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-CARTAS-TARIFA         PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-SEM-CONTA             PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-SEM-TEXTO-ANALISTA    PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-LINHAS-GRAVADAS       PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-LINHAS-CARTA          PIC S9(04)  COMP    VALUE ZEROS.
         05  WRK-EVENTOS-CARTA         PIC S9(04)  COMP    VALUE ZEROS.
         05  WRK-TOT-ESTORNO-CARTA     PIC S9(13)V9(02) COMP-3
                                                           VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE TESTE DE FILE-STATUS               ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-FS-SACL007S             PIC  X(02)  VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE SAIDA SACL007S                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * HEADER ('H') COM A DATA DE ENCERRAMENTO E A DE GERACAO; POR    *
      * CARTA UMA CAPA ('C') COM DESTINATARIO, IDIOMA, CANAL E         *
      * ENDERECO, SEGUIDA DAS LINHAS ('L') NA ORDEM DE IMPRESSAO       *
      * (LIN-IN-PARAGRAFO = 'S' ABRE PARAGRAFO, 'N' CONTINUA O         *
      * ANTERIOR); TRAILER ('T') COM AS QUANTIDADES                    *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-REG-CARTA.
         05  CRT-TIPO-REGISTRO         PIC  X(001).
         05  CRT-DADOS                 PIC  X(249).
         05  CRT-DADOS-HEADER          REDEFINES   CRT-DADOS.
           10  CRT-DT-ENCER-EXTRAIDA   PIC  X(010).
           10  CRT-DT-GERACAO          PIC  X(010).
           10  FILLER                  PIC  X(229).
         05  CRT-DADOS-CAPA            REDEFINES   CRT-DADOS.
           10  CRT-CREF-CARTA          PIC  X(020).
           10  CRT-NPROT-MANIF         PIC  9(010).
           10  CRT-NCONTA-CLIEN        PIC  9(013).
           10  CRT-NOME-CLIEN          PIC  X(040).
           10  CRT-NDOC-CLIEN          PIC  X(014).
           10  CRT-NIDIOMA             PIC  9(004).
           10  CRT-CCANAL-ENVIO        PIC  X(001).
           10  CRT-DS-ENDER-ENVIO      PIC  X(080).
           10  CRT-DT-EMISSAO          PIC  X(010).
           10  CRT-CTIPO-MANIF         PIC  X(002).
           10  CRT-CRESULT-MANIF       PIC  X(001).
           10  FILLER                  PIC  X(054).
         05  CRT-DADOS-LINHA           REDEFINES   CRT-DADOS.
           10  LIN-CREF-CARTA          PIC  X(020).
           10  LIN-NSEQ-LINHA          PIC  9(004).
           10  LIN-IN-PARAGRAFO        PIC  X(001).
           10  LIN-TEXTO               PIC  X(200).
           10  FILLER                  PIC  X(024).
         05  CRT-DADOS-TRAILER         REDEFINES   CRT-DADOS.
           10  CRT-QTD-CARTAS          PIC  9(009).
           10  CRT-QTD-LINHAS          PIC  9(009).
           10  FILLER                  PIC  X(231).

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
               INCLUDE SACLB034
           END-EXEC.

           EXEC SQL
               INCLUDE SACLB039
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0B7
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0D5
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0H2
           END-EXEC.

           EXEC SQL
               INCLUDE FRWKB997
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * PROTOCOLOS ENCERRADOS NA DATA E AINDA SEM CARTA PARA ESTE      *
      * ENCERRAMENTO (A REEXECUCAO NAO REEMITE O QUE JA FOI GRAVADO EM *
      * TCARTA_RESP_MANIF; O PROTOCOLO REABERTO E ENCERRADO DE NOVO    *
      * GANHA NOVA CARTA)                                              *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE C1 CURSOR FOR
                SELECT M.NPROT_MANIF,
                       M.CTIPO_MANIF,
                       M.CRESULT_MANIF,
                       M.DT_ENCER_MANIF,
                       M.NCONTA_CLIEN
                  FROM DB2PRD.TMANIF_PSSOA M
                 WHERE M.CSIT_MANIF     = 'E'
                   AND M.DT_ENCER_MANIF = :WRK-DT-ENCERRAMENTO
                   AND M.CRESULT_MANIF <> 'D'
                   AND NOT EXISTS
                      (SELECT 1
                         FROM DB2PRD.TCARTA_RESP_MANIF C
                        WHERE C.NPROT_MANIF    = M.NPROT_MANIF
                          AND C.DT_ENCER_MANIF = M.DT_ENCER_MANIF)
                 ORDER BY M.NPROT_MANIF
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * TEXTO DE ENCERRAMENTO DO ANALISTA: OS TRECHOS ATIVOS DO ULTIMO *
      * 'ENCERRAMENTO' GRAVADO PELA TRANSACAO (SACL52JS) NO PROTOCOLO  *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE C2 CURSOR FOR
                SELECT P.NORD_COMPL_ABERT,
                       P.RCOMPL_ABERT_MANIF
                  FROM DB2PRD.TMANIF_PSSOA_COMPL P
                 WHERE P.NPROT_MANIF      = :SACLB032.NPROT-MANIF
                   AND P.CPTCAO_TBELA     = :WRK-CPTCAO-ENCERRAMENTO
                   AND P.CSIT_COMPL_ABERT = 'A'
                   AND P.NSEQ_MANIF       =
                      (SELECT MAX(U.NSEQ_MANIF)
                         FROM DB2PRD.TMANIF_PSSOA_COMPL U
                        WHERE U.NPROT_MANIF      = P.NPROT_MANIF
                          AND U.CPTCAO_TBELA     = P.CPTCAO_TBELA
                          AND U.CSIT_COMPL_ABERT = 'A')
                 ORDER BY P.NORD_COMPL_ABERT
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * EVENTOS DE TARIFA CONTESTADOS NO PROTOCOLO, COM O VALOR        *
      * COBRADO E A INDICACAO DE ESTORNO ('S' QUANDO HA SOLICITACAO DE *
      * ESTORNO DO EVENTO POR ESTE PROTOCOLO EM TSOLIC_ESTR_TARIF)     *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE C3 CURSOR FOR
                SELECT X.CSIST_ORIGE_TARIF,
                       X.DRECEB_MOVTO_TARIF,
                       X.NMOVTO_EVNTO_TARIF,
                       E.VVALOR_COBR_TARIF,
                       CASE WHEN EXISTS
                           (SELECT 1
                              FROM DB2PRD.TSOLIC_ESTR_TARIF S
                             WHERE S.CSIST_ORIGE_TARIF  =
                                   X.CSIST_ORIGE_TARIF
                               AND S.DRECEB_MOVTO_TARIF =
                                   X.DRECEB_MOVTO_TARIF
                               AND S.NMOVTO_EVNTO_TARIF =
                                   X.NMOVTO_EVNTO_TARIF
                               AND S.NPROT_MANIF        =
                                   X.NPROT_MANIF)
                            THEN 'S' ELSE 'N' END
                  FROM DB2PRD.TXREF_MANIF_TARIF X,
                       DB2PRD.TSIT_MOVTO_TARIF  E
                 WHERE X.NPROT_MANIF        = :SACLB034.NPROT-MANIF
                   AND E.CSIST_ORIGE_TARIF  = X.CSIST_ORIGE_TARIF
                   AND E.DRECEB_MOVTO_TARIF = X.DRECEB_MOVTO_TARIF
                   AND E.NMOVTO_EVNTO_TARIF = X.NMOVTO_EVNTO_TARIF
                 ORDER BY X.DRECEB_MOVTO_TARIF,
                          X.CSIST_ORIGE_TARIF,
                          X.NMOVTO_EVNTO_TARIF
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** FIM DA WORKING-STORAGE SECTION             ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*

       01  WRK-PARM-AREA.
           05  WRK-PARM-TAM             PIC S9(004) COMP.
           05  WRK-PARM-DADOS.
               10  WRK-PARM-DADO-DATA   PIC  X(010).
               10  FILLER               PIC  X(070).

      *================================================================*
       PROCEDURE                       DIVISION USING WRK-PARM-AREA.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           MOVE '0000-ROTINA-PRINCIPAL' TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 1000-INICIAR.

           PERFORM 3000-PROCESSAR
             UNTIL WRK-EOF-MANIF.

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

           OPEN OUTPUT  SACL007S.
           PERFORM 1100-TESTAR-FS-SACL007S.

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

           MOVE WRK-DATA-PROCESSO       TO      WRK-DT-ENCERRAMENTO.
           MOVE WRK-DATA-PROCESSO (1:4) TO      WRK-CREF-AAAA.
           MOVE WRK-DATA-PROCESSO (6:2) TO      WRK-CREF-MM.
           MOVE WRK-DATA-PROCESSO (9:2) TO      WRK-CREF-DD.

           PERFORM 1050-LER-PARM.

           MOVE SPACES                  TO      CRT-DADOS.
           MOVE 'H'                     TO      CRT-TIPO-REGISTRO.
           MOVE WRK-DT-ENCERRAMENTO     TO      CRT-DT-ENCER-EXTRAIDA.
           MOVE WRK-DATA-PROCESSO       TO      CRT-DT-GERACAO.
           PERFORM 5900-GRAVAR-SACL007S.

           EXEC SQL
                OPEN C1
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TMANIF_PSSOA'       TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0010'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 2100-LER-MANIFESTACAO.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * DATA DE ENCERRAMENTO INFORMADA NO PARM (REPROCESSAMENTO DE UM  *
      * DIA PERDIDO); TEM DE SER VALIDA E NAO POSTERIOR AO             *
      * PROCESSAMENTO. SEM PARM, VALE O PROPRIO DIA                    *
      *----------------------------------------------------------------*
       1050-LER-PARM                   SECTION.
      *----------------------------------------------------------------*

           MOVE '1050-LER-PARM'         TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF  WRK-PARM-TAM             IS LESS THAN +10
               OR WRK-PARM-DADO-DATA    EQUAL   SPACES
               GO TO 1050-99-FIM
           END-IF.

           MOVE WRK-PARM-DADO-DATA      TO      WRK-DT-ENCERRAMENTO.

           EXEC SQL
                SELECT CHAR(DATE(:WRK-DT-ENCERRAMENTO), ISO)
                  INTO :WRK-DT-ENCERRAMENTO
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE                   EQUAL   -180 OR -181
              OR WRK-DT-ENCERRAMENTO    GREATER WRK-DATA-PROCESSO
              MOVE 'SACL9999'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'PARM DEVE INFORMAR DATA AAAA-MM-DD ATE HOJE'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'SYSDUMMY1'          TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0006'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       1050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FS-SACL007S         SECTION.
      *----------------------------------------------------------------*

           MOVE '1100-TESTAR-FS-SACL007S' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-SACL007S       NOT EQUAL   '00'
              MOVE 'SACL007S'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-SACL007S      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-MANIFESTACAO           SECTION.
      *----------------------------------------------------------------*

           MOVE '2100-LER-MANIFESTACAO' TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH C1
                 INTO :SACLB031.NPROT-MANIF,
                      :SACLB031.CTIPO-MANIF,
                      :SACLB031.CRESULT-MANIF,
                      :SACLB031.DT-ENCER-MANIF,
                      :SACLB031.NCONTA-CLIEN
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-MANIF      TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TMANIF_PSSOA'    TO      FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0015'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 ADD 1                  TO      WRK-PROTOCOLOS-LIDOS
           END-EVALUATE.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * UM PROTOCOLO ENCERRADO: IDENTIFICA O TITULAR, O IDIOMA E O     *
      * CANAL DE ENVIO, MONTA A CARTA NO SACL007S E REGISTRA A         *
      * REFERENCIA PARA AUDITORIA                                      *
      *----------------------------------------------------------------*
       3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '3000-PROCESSAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           SET WRK-EMITIR               TO      TRUE.

           PERFORM 3100-OBTER-CONTA.

           IF WRK-NAO-EMITIR
              PERFORM 2100-LER-MANIFESTACAO
              GO TO 3000-99-FIM
           END-IF.

           PERFORM 3200-OBTER-TITULAR.

           PERFORM 3300-OBTER-CANAL.

           PERFORM 4000-MONTAR-CARTA.

           PERFORM 4600-INCLUIR-CARTA.

           ADD 1                        TO      WRK-CARTAS-EMITIDAS.

           PERFORM 2100-LER-MANIFESTACAO.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * CONTA DO CLIENTE: A INFORMADA NA ABERTURA OU, SE ZERO, A DO    *
      * EVENTO DE TARIFA VINCULADO AO PROTOCOLO (MENOR CONTA, QUANDO   *
      * HOUVER MAIS DE UM EVENTO). SEM CONTA NAO HA CARTA              *
      *----------------------------------------------------------------*
       3100-OBTER-CONTA                SECTION.
      *----------------------------------------------------------------*

           MOVE '3100-OBTER-CONTA'      TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE NCONTA-CLIEN OF SACLB031
                                        TO      NCONTA-CLIEN
                                                OF SACLB039.

           IF NCONTA-CLIEN OF SACLB039  GREATER ZEROS
              GO TO 3100-99-FIM
           END-IF.

           MOVE NPROT-MANIF OF SACLB031 TO      NPROT-MANIF OF SACLB034.

           EXEC SQL
                SELECT COALESCE(MIN(E.NCONTA_CLIEN), 0)
                  INTO :SACLB039.NCONTA-CLIEN
                  FROM DB2PRD.TXREF_MANIF_TARIF X,
                       DB2PRD.TSIT_MOVTO_TARIF  E
                 WHERE X.NPROT_MANIF        = :SACLB034.NPROT-MANIF
                   AND E.CSIST_ORIGE_TARIF  = X.CSIST_ORIGE_TARIF
                   AND E.DRECEB_MOVTO_TARIF = X.DRECEB_MOVTO_TARIF
                   AND E.NMOVTO_EVNTO_TARIF = X.NMOVTO_EVNTO_TARIF
                   AND E.NCONTA_CLIEN       > 0
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TXREF_MANIF_TAR'    TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0020'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF NCONTA-CLIEN OF SACLB039  EQUAL   ZEROS
              SET WRK-NAO-EMITIR        TO      TRUE
              ADD 1                     TO      WRK-SEM-CONTA
              DISPLAY 'SACL2CRT - PROTOCOLO SEM CONTA, CARTA NAO EMITIDA
      -               ': ' NPROT-MANIF OF SACLB031
           END-IF.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * TITULAR DA CONTA (GOTF1000): NOME, DOCUMENTO E IDIOMA DA CARTA *
      * (SEM IDIOMA CADASTRADO, O PADRAO 1). CONTA SEM CADASTRO VOLTA  *
      * COM O NOME DE FALLBACK DO MODULO E A CARTA SAI ASSIM MESMO     *
      *----------------------------------------------------------------*
       3200-OBTER-TITULAR              SECTION.
      *----------------------------------------------------------------*

           MOVE '3200-OBTER-TITULAR'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           INITIALIZE GOTFWCAD.
           MOVE NCONTA-CLIEN OF SACLB039
                                        TO      GOTFWCAD-NCONTA-CLIEN.

           CALL WRK-GOTF1000            USING   GOTFWCAD.

           IF GOTFWCAD-ERRO-DB2
              MOVE GOTFWCAD-SQLCODE     TO      FRWKGDB2-SQLCODE
              MOVE 'TCADT_CONTA_CLIEN'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0025'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF GOTFWCAD-NIDIOMA          IS GREATER THAN ZEROS
              MOVE GOTFWCAD-NIDIOMA     TO      WRK-IDIOMA-CLIENTE
           ELSE
              MOVE WRK-IDIOMA-PADRAO    TO      WRK-IDIOMA-CLIENTE
           END-IF.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * CANAL DE ENVIO PREFERIDO PELO CLIENTE (TPREF_ENTREG_CLIEN).    *
      * SEM LINHA, OU CANAL ELETRONICO SEM ENDERECO, A CARTA VAI EM    *
      * PAPEL. A RESPOSTA FORMAL NAO OBEDECE AO IN_NAO_CONTATO, QUE SO *
      * VALE PARA PESQUISAS E COMUNICACOES NAO OBRIGATORIAS            *
      *----------------------------------------------------------------*
       3300-OBTER-CANAL                SECTION.
      *----------------------------------------------------------------*

           MOVE '3300-OBTER-CANAL'      TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE NCONTA-CLIEN OF SACLB039
                                        TO      NCONTA-CLIEN
                                                OF GOTFB0H2.

           EXEC SQL
                SELECT CCANAL_ENTREG,
                       DS_ENDER_CONTATO
                  INTO :GOTFB0H2.CCANAL-ENTREG,
                       :GOTFB0H2.DS-ENDER-CONTATO
                  FROM DB2PRD.TPREF_ENTREG_CLIEN
                 WHERE NCONTA_CLIEN = :GOTFB0H2.NCONTA-CLIEN
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   ZEROS
                 CONTINUE
              WHEN SQLCODE              EQUAL   +100
                 SET ENTREG-PAPEL OF GOTFB0H2
                                        TO      TRUE
                 MOVE SPACES            TO      DS-ENDER-CONTATO
                                                OF GOTFB0H2
              WHEN OTHER
                 MOVE 'TPREF_ENTREG_CL' TO      FRWKGDB2-NOME-TABELA
                 SET DB2-SELECT         TO      TRUE
                 MOVE '0030'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
           END-EVALUATE.

           IF DS-ENDER-CONTATO OF GOTFB0H2
                                        EQUAL   SPACES
              SET ENTREG-PAPEL OF GOTFB0H2
                                        TO      TRUE
           END-IF.

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * CAPA E LINHAS DA CARTA NA ORDEM DE IMPRESSAO: ABERTURA, CORPO  *
      * PELO TIPO E DESFECHO, TEXTO DO ANALISTA, EVENTOS DE TARIFA     *
      * (SE HOUVER) E FECHO                                            *
      *----------------------------------------------------------------*
       4000-MONTAR-CARTA               SECTION.
      *----------------------------------------------------------------*

           MOVE '4000-MONTAR-CARTA'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE NPROT-MANIF OF SACLB031 TO      WRK-CREF-NPROT.
           MOVE ZEROS                   TO      WRK-LINHAS-CARTA
                                                WRK-EVENTOS-CARTA
                                                WRK-TOT-ESTORNO-CARTA.

           MOVE SPACES                  TO      CRT-DADOS.
           MOVE 'C'                     TO      CRT-TIPO-REGISTRO.
           MOVE WRK-CREF-CARTA          TO      CRT-CREF-CARTA.
           MOVE NPROT-MANIF OF SACLB031 TO      CRT-NPROT-MANIF.
           MOVE NCONTA-CLIEN OF SACLB039
                                        TO      CRT-NCONTA-CLIEN.
           MOVE GOTFWCAD-NOME-CLIEN     TO      CRT-NOME-CLIEN.
           MOVE GOTFWCAD-NDOC-CLIEN     TO      CRT-NDOC-CLIEN.
           MOVE WRK-IDIOMA-CLIENTE      TO      CRT-NIDIOMA.
           MOVE CCANAL-ENTREG OF GOTFB0H2
                                        TO      CRT-CCANAL-ENVIO.
           MOVE DS-ENDER-CONTATO OF GOTFB0H2
                                        TO      CRT-DS-ENDER-ENVIO.
           MOVE WRK-DATA-PROCESSO       TO      CRT-DT-EMISSAO.
           MOVE CTIPO-MANIF OF SACLB031 TO      CRT-CTIPO-MANIF.
           MOVE CRESULT-MANIF OF SACLB031
                                        TO      CRT-CRESULT-MANIF.
           PERFORM 5900-GRAVAR-SACL007S.

           MOVE 'SACLCINI'              TO      WRK-COD-TEXTO.
           MOVE 'EM RESPOSTA A MANIFESTACAO REGISTRADA SOB O PROTOCOLO I
      -         'NDICADO, INFORMAMOS O RESULTADO DA ANALISE REALIZADA PE
      -         'LA NOSSA AREA DE ATENDIMENTO.'
                                        TO      WRK-TEXTO-PADRAO.
           PERFORM 5000-RESOLVER-TEXTO.
           MOVE 'S'                     TO      WRK-IN-PARAGRAFO.
           MOVE WRK-DS-PARAGRAFO        TO      WRK-TEXTO-LINHA.
           PERFORM 5800-GRAVAR-LINHA.

           PERFORM 4200-MONTAR-CORPO.

           PERFORM 4300-TEXTO-ANALISTA.

           PERFORM 4400-EVENTOS-TARIFA.

           MOVE 'SACLCFIM'              TO      WRK-COD-TEXTO.
           MOVE 'PERMANECEMOS A DISPOSICAO PELOS NOSSOS CANAIS DE ATENDI
      -         'MENTO, INFORMANDO O NUMERO DO PROTOCOLO. ATENCIOSAMENTE
      -         ', SERVICO DE ATENDIMENTO AO CLIENTE.'
                                        TO      WRK-TEXTO-PADRAO.
           PERFORM 5000-RESOLVER-TEXTO.
           MOVE 'S'                     TO      WRK-IN-PARAGRAFO.
           MOVE WRK-DS-PARAGRAFO        TO      WRK-TEXTO-LINHA.
           PERFORM 5800-GRAVAR-LINHA.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * PARAGRAFO DO TIPO E DESFECHO ('SACLC' + TIPO + DESFECHO; TIPO  *
      * GENERICO EM BRANCO = 'XX'). TIPO SEM TEXTO PROPRIO NO CATALOGO *
      * USA O GENERICO DO DESFECHO                                     *
      *----------------------------------------------------------------*
       4200-MONTAR-CORPO               SECTION.
      *----------------------------------------------------------------*

           MOVE '4200-MONTAR-CORPO'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           EVALUATE TRUE
              WHEN RESULT-PROCEDENTE OF SACLB031
                 MOVE 'APOS ANALISE, SUA MANIFESTACAO FOI CONSIDERADA PR
      -               'OCEDENTE E AS PROVIDENCIAS CABIVEIS FORAM ADOTADA
      -               'S.'              TO      WRK-TEXTO-PADRAO
              WHEN RESULT-PARCIAL OF SACLB031
                 MOVE 'APOS ANALISE, SUA MANIFESTACAO FOI CONSIDERADA PA
      -               'RCIALMENTE PROCEDENTE, CONFORME DETALHADO A SEGUI
      -               'R.'              TO      WRK-TEXTO-PADRAO
              WHEN OTHER
                 MOVE 'APOS ANALISE, SUA MANIFESTACAO FOI CONSIDERADA IM
      -               'PROCEDENTE, PELOS MOTIVOS EXPOSTOS A SEGUIR.'
                                        TO      WRK-TEXTO-PADRAO
           END-EVALUATE.

           MOVE CTIPO-MANIF OF SACLB031 TO      WRK-COD-CORPO-TIPO.
           IF WRK-COD-CORPO-TIPO        EQUAL   SPACES
              MOVE 'XX'                 TO      WRK-COD-CORPO-TIPO
           END-IF.
           MOVE CRESULT-MANIF OF SACLB031
                                        TO      WRK-COD-CORPO-RESULT.

           MOVE WRK-COD-CORPO           TO      WRK-COD-TEXTO.
           PERFORM 5000-RESOLVER-TEXTO.

           IF NOT WRK-TEXTO-DO-CATALOGO
              AND WRK-COD-CORPO-TIPO NOT EQUAL 'XX'
              MOVE 'XX'                 TO      WRK-COD-CORPO-TIPO
              MOVE WRK-COD-CORPO        TO      WRK-COD-TEXTO
              PERFORM 5000-RESOLVER-TEXTO
           END-IF.

           MOVE 'S'                     TO      WRK-IN-PARAGRAFO.
           MOVE WRK-DS-PARAGRAFO        TO      WRK-TEXTO-LINHA.
           PERFORM 5800-GRAVAR-LINHA.

      *----------------------------------------------------------------*
       4200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * TEXTO DE ENCERRAMENTO DO ANALISTA, EM LINHAS DE ATE 200        *
      * POSICOES; O PRIMEIRO TRECHO ABRE PARAGRAFO E OS DEMAIS O       *
      * CONTINUAM                                                      *
      *----------------------------------------------------------------*
       4300-TEXTO-ANALISTA             SECTION.
      *----------------------------------------------------------------*

           MOVE '4300-TEXTO-ANALISTA'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE NPROT-MANIF OF SACLB031 TO      NPROT-MANIF OF SACLB032.
           MOVE 'N'                     TO      WRK-SW-EOF-COMPL.
           MOVE 'S'                     TO      WRK-IN-PARAGRAFO.

           EXEC SQL
                OPEN C2
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TMANIF_PSSOA_CO'    TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0040'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 4305-LER-COMPL.

           IF WRK-EOF-COMPL
              ADD 1                     TO      WRK-SEM-TEXTO-ANALISTA
           END-IF.

           PERFORM 4310-TRATAR-COMPL
             UNTIL WRK-EOF-COMPL.

           EXEC SQL
                CLOSE C2
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TMANIF_PSSOA_CO'    TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0050'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       4300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4305-LER-COMPL                  SECTION.
      *----------------------------------------------------------------*

           MOVE '4305-LER-COMPL'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH C2
                 INTO :SACLB032.NORD-COMPL-ABERT,
                      :SACLB032.RCOMPL-ABERT-MANIF
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   ZEROS
                 CONTINUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-COMPL      TO      TRUE
              WHEN OTHER
                 MOVE 'TMANIF_PSSOA_CO' TO      FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0045'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
           END-EVALUATE.

      *----------------------------------------------------------------*
       4305-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4310-TRATAR-COMPL               SECTION.
      *----------------------------------------------------------------*

           MOVE '4310-TRATAR-COMPL'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 4320-GRAVAR-TRECHO
             VARYING WRK-POS-TRECHO FROM 1 BY 200
               UNTIL WRK-POS-TRECHO IS GREATER THAN
                     RCOMPL-ABERT-MANIF-LEN OF SACLB032.

           PERFORM 4305-LER-COMPL.

      *----------------------------------------------------------------*
       4310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4320-GRAVAR-TRECHO              SECTION.
      *----------------------------------------------------------------*

           COMPUTE WRK-TAM-TRECHO       =       RCOMPL-ABERT-MANIF-LEN
                                                OF SACLB032
                                              - WRK-POS-TRECHO + 1.

           IF WRK-TAM-TRECHO            GREATER 200
              MOVE 200                  TO      WRK-TAM-TRECHO
           END-IF.

           MOVE SPACES                  TO      WRK-TEXTO-LINHA.
           MOVE RCOMPL-ABERT-MANIF-TEXT OF SACLB032
                (WRK-POS-TRECHO : WRK-TAM-TRECHO)
                                        TO      WRK-TEXTO-LINHA.
           PERFORM 5800-GRAVAR-LINHA.
           MOVE 'N'                     TO      WRK-IN-PARAGRAFO.

      *----------------------------------------------------------------*
       4320-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * CONTESTACAO DE TARIFA: PARAGRAFO EXPLICATIVO, TITULOS DAS      *
      * COLUNAS, UMA LINHA POR EVENTO VINCULADO (VALOR COBRADO E       *
      * ESTORNADO) E O TOTAL ESTORNADO. PROTOCOLO SEM EVENTO VINCULADO *
      * NAO GANHA ESTE BLOCO                                           *
      *----------------------------------------------------------------*
       4400-EVENTOS-TARIFA             SECTION.
      *----------------------------------------------------------------*

           MOVE '4400-EVENTOS-TARIFA'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE NPROT-MANIF OF SACLB031 TO      NPROT-MANIF OF SACLB034.
           MOVE 'N'                     TO      WRK-SW-EOF-EVENTO.

           EXEC SQL
                OPEN C3
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TXREF_MANIF_TAR'    TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0055'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 4405-LER-EVENTO.

           IF NOT WRK-EOF-EVENTO
              PERFORM 4420-DETALHAR-EVENTOS
           END-IF.

           EXEC SQL
                CLOSE C3
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TXREF_MANIF_TAR'    TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0065'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       4400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4405-LER-EVENTO                 SECTION.
      *----------------------------------------------------------------*

           MOVE '4405-LER-EVENTO'       TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH C3
                 INTO :SACLB034.CSIST-ORIGE-TARIF,
                      :SACLB034.DRECEB-MOVTO-TARIF,
                      :SACLB034.NMOVTO-EVNTO-TARIF,
                      :GOTFB0B7.VVALOR-COBR-TARIF,
                      :WRK-IN-ESTORNO
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   ZEROS
                 CONTINUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-EVENTO     TO      TRUE
              WHEN OTHER
                 MOVE 'TXREF_MANIF_TAR' TO      FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0060'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
           END-EVALUATE.

      *----------------------------------------------------------------*
       4405-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * EVENTO COM SOLICITACAO DE ESTORNO POR ESTE PROTOCOLO TEM O     *
      * VALOR COBRADO ESTORNADO; OS DEMAIS FICAM COM ESTORNO ZERO      *
      *----------------------------------------------------------------*
       4410-TRATAR-EVENTO              SECTION.
      *----------------------------------------------------------------*

           MOVE '4410-TRATAR-EVENTO'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-EVENTO-ESTORNADO
              MOVE VVALOR-COBR-TARIF OF GOTFB0B7
                                        TO      WRK-VLR-ESTORNO
           ELSE
              MOVE ZEROS                TO      WRK-VLR-ESTORNO
           END-IF.

           MOVE CSIST-ORIGE-TARIF OF SACLB034
                                        TO      EVT-CSIST-ORIGE-TARIF.
           MOVE DRECEB-MOVTO-TARIF OF SACLB034
                                        TO      EVT-DRECEB-MOVTO-TARIF.
           MOVE NMOVTO-EVNTO-TARIF OF SACLB034
                                        TO      EVT-NMOVTO-EVNTO-TARIF.
           MOVE VVALOR-COBR-TARIF OF GOTFB0B7
                                        TO      EVT-VLR-COBRADO.
           MOVE WRK-VLR-ESTORNO         TO      EVT-VLR-ESTORNO.
           MOVE WRK-LINHA-EVENTO        TO      WRK-TEXTO-LINHA.
           PERFORM 5800-GRAVAR-LINHA.

           ADD 1                        TO      WRK-EVENTOS-CARTA.
           ADD WRK-VLR-ESTORNO          TO      WRK-TOT-ESTORNO-CARTA.

           PERFORM 4405-LER-EVENTO.

      *----------------------------------------------------------------*
       4410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4420-DETALHAR-EVENTOS           SECTION.
      *----------------------------------------------------------------*

           MOVE '4420-DETALHAR-EVENTOS' TO      FRWKGHEA-IDEN-PARAGRAFO.

           ADD 1                        TO      WRK-CARTAS-TARIFA.

           MOVE 'SACLCTAR'              TO      WRK-COD-TEXTO.
           MOVE 'OS EVENTOS DE TARIFA CONTESTADOS SAO RELACIONADOS ABAIX
      -         'O, COM O VALOR COBRADO E O VALOR ESTORNADO EM SUA CONTA
      -         '.'                     TO      WRK-TEXTO-PADRAO.
           PERFORM 5000-RESOLVER-TEXTO.
           MOVE 'S'                     TO      WRK-IN-PARAGRAFO.
           MOVE WRK-DS-PARAGRAFO        TO      WRK-TEXTO-LINHA.
           PERFORM 5800-GRAVAR-LINHA.

           MOVE 'SACLCEVT'              TO      WRK-COD-TEXTO.
           MOVE 'ORI  DATA        EVENTO          VALOR COBRADO    VALOR
      -         ' ESTORNADO'            TO      WRK-TEXTO-PADRAO.
           PERFORM 5000-RESOLVER-TEXTO.
           MOVE WRK-DS-PARAGRAFO        TO      WRK-TEXTO-LINHA.
           PERFORM 5800-GRAVAR-LINHA.

           PERFORM 4410-TRATAR-EVENTO
             UNTIL WRK-EOF-EVENTO.

           MOVE 'SACLCTOT'              TO      WRK-COD-TEXTO.
           MOVE 'TOTAL ESTORNADO'       TO      WRK-TEXTO-PADRAO.
           PERFORM 5000-RESOLVER-TEXTO.
           MOVE WRK-DS-PARAGRAFO        TO      TOT-DS-ROTULO.
           MOVE WRK-TOT-ESTORNO-CARTA   TO      TOT-VLR-ESTORNO.
           MOVE WRK-LINHA-TOTAL         TO      WRK-TEXTO-LINHA.
           PERFORM 5800-GRAVAR-LINHA.

      *----------------------------------------------------------------*
       4420-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * REGISTRA A CARTA EMITIDA PARA AUDITORIA (REFERENCIA, IDIOMA,   *
      * CANAL, EVENTOS CITADOS E TOTAL ESTORNADO)                      *
      *----------------------------------------------------------------*
       4600-INCLUIR-CARTA              SECTION.
      *----------------------------------------------------------------*

           MOVE '4600-INCLUIR-CARTA'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE NPROT-MANIF OF SACLB031 TO      NPROT-MANIF OF SACLB039.
           MOVE DT-ENCER-MANIF OF SACLB031
                                        TO      DT-ENCER-MANIF
                                                OF SACLB039.
           MOVE WRK-CREF-CARTA          TO      CREF-CARTA OF SACLB039.
           MOVE WRK-DATA-PROCESSO       TO      DT-EMISSAO-CARTA
                                                OF SACLB039.
           MOVE WRK-IDIOMA-CLIENTE      TO      NIDIOMA OF SACLB039.
           MOVE CCANAL-ENTREG OF GOTFB0H2
                                        TO      CCANAL-ENVIO
                                                OF SACLB039.
           MOVE CTIPO-MANIF OF SACLB031 TO      CTIPO-MANIF OF SACLB039.
           MOVE CRESULT-MANIF OF SACLB031
                                        TO      CRESULT-MANIF
                                                OF SACLB039.
           MOVE WRK-EVENTOS-CARTA       TO      QT-EVNTO-TARIF
                                                OF SACLB039.
           MOVE WRK-TOT-ESTORNO-CARTA   TO      VTOT-ESTORNO
                                                OF SACLB039.
           MOVE WRK-LINHAS-CARTA        TO      QT-LINHAS-CARTA
                                                OF SACLB039.

           EXEC SQL
                INSERT INTO DB2PRD.TCARTA_RESP_MANIF
                       (NPROT_MANIF,
                        DT_ENCER_MANIF,
                        CREF_CARTA,
                        DT_EMISSAO_CARTA,
                        NCONTA_CLIEN,
                        NIDIOMA,
                        CCANAL_ENVIO,
                        CTIPO_MANIF,
                        CRESULT_MANIF,
                        QT_EVNTO_TARIF,
                        VTOT_ESTORNO,
                        QT_LINHAS_CARTA,
                        TS_ULT_ALTER)
                VALUES (:SACLB039.NPROT-MANIF,
                        :SACLB039.DT-ENCER-MANIF,
                        :SACLB039.CREF-CARTA,
                        :SACLB039.DT-EMISSAO-CARTA,
                        :SACLB039.NCONTA-CLIEN,
                        :SACLB039.NIDIOMA,
                        :SACLB039.CCANAL-ENVIO,
                        :SACLB039.CTIPO-MANIF,
                        :SACLB039.CRESULT-MANIF,
                        :SACLB039.QT-EVNTO-TARIF,
                        :SACLB039.VTOT-ESTORNO,
                        :SACLB039.QT-LINHAS-CARTA,
                        CHAR(CURRENT TIMESTAMP))
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TCARTA_RESP_MAN'    TO      FRWKGDB2-NOME-TABELA
              SET DB2-INSERT            TO      TRUE
              MOVE '0080'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       4600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    RESOLVE O PARAGRAFO WRK-COD-TEXTO NO IDIOMA DO TITULAR:
      *    PRIMEIRO NA MEMORIA, DEPOIS NO CATALOGO TCATL_MENSAGEM NO
      *    IDIOMA DO CLIENTE E NO IDIOMA PADRAO; SEM TEXTO NO CATALOGO
      *    VALE WRK-TEXTO-PADRAO. O RESULTADO FICA MEMORIZADO.
      *----------------------------------------------------------------*
       5000-RESOLVER-TEXTO             SECTION.
      *----------------------------------------------------------------*

           MOVE '5000-RESOLVER-TEXTO'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE ZEROS                   TO      WRK-IDX-TEXTO-ACHADO.

           PERFORM 5010-PROCURAR-TEXTO
             VARYING WRK-IDX-TXT FROM 1 BY 1
               UNTIL WRK-IDX-TXT    IS GREATER THAN WRK-QTD-TEXTOS
                  OR WRK-IDX-TEXTO-ACHADO IS GREATER THAN ZEROS.

           IF WRK-IDX-TEXTO-ACHADO      IS GREATER THAN ZEROS
              MOVE TXT-DS-PARAGRAFO (WRK-IDX-TEXTO-ACHADO)
                                        TO      WRK-DS-PARAGRAFO
              MOVE TXT-IN-CATALOGO (WRK-IDX-TEXTO-ACHADO)
                                        TO      WRK-SW-TEXTO-CATALOGO
              GO TO 5000-99-FIM
           END-IF.

           MOVE WRK-TEXTO-PADRAO        TO      WRK-DS-PARAGRAFO.
           MOVE 'N'                     TO      WRK-SW-TEXTO-CATALOGO.

           MOVE WRK-IDIOMA-CLIENTE      TO      NIDIOMA OF FRWKB997.
           PERFORM 5020-LER-CATALOGO.

           IF NOT WRK-TEXTO-DO-CATALOGO
              AND WRK-IDIOMA-CLIENTE NOT EQUAL WRK-IDIOMA-PADRAO
              MOVE WRK-IDIOMA-PADRAO    TO      NIDIOMA OF FRWKB997
              PERFORM 5020-LER-CATALOGO
           END-IF.

           IF WRK-QTD-TEXTOS        IS LESS THAN 60
              ADD 1                     TO      WRK-QTD-TEXTOS
              MOVE WRK-COD-TEXTO        TO
                                  TXT-CCOD-MENSAGEM (WRK-QTD-TEXTOS)
              MOVE WRK-IDIOMA-CLIENTE   TO
                                  TXT-NIDIOMA (WRK-QTD-TEXTOS)
              MOVE WRK-SW-TEXTO-CATALOGO
                                        TO
                                  TXT-IN-CATALOGO (WRK-QTD-TEXTOS)
              MOVE WRK-DS-PARAGRAFO     TO
                                  TXT-DS-PARAGRAFO (WRK-QTD-TEXTOS)
           END-IF.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5010-PROCURAR-TEXTO             SECTION.
      *----------------------------------------------------------------*

           IF TXT-CCOD-MENSAGEM (WRK-IDX-TXT)
                                        EQUAL   WRK-COD-TEXTO
              AND TXT-NIDIOMA (WRK-IDX-TXT)
                                        EQUAL   WRK-IDIOMA-CLIENTE
              MOVE WRK-IDX-TXT          TO      WRK-IDX-TEXTO-ACHADO
           END-IF.

      *----------------------------------------------------------------*
       5010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5020-LER-CATALOGO               SECTION.
      *----------------------------------------------------------------*

           MOVE '5020-LER-CATALOGO'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-COD-TEXTO           TO      CCOD-MENSAGEM
                                                OF FRWKB997.

           EXEC SQL
             SELECT DS_TEXTO_MENSAGEM
               INTO :FRWKB997.DS-TEXTO-MENSAGEM
               FROM DB2PRD.TCATL_MENSAGEM
              WHERE CCOD_MENSAGEM = :FRWKB997.CCOD-MENSAGEM
                AND NIDIOMA       = :FRWKB997.NIDIOMA
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   ZEROS
                 MOVE DS-TEXTO-MENSAGEM OF FRWKB997
                                        TO      WRK-DS-PARAGRAFO
                 MOVE 'S'               TO      WRK-SW-TEXTO-CATALOGO
              WHEN SQLCODE              EQUAL   +100
                 CONTINUE
              WHEN OTHER
                 MOVE 'TCATL_MENSAGEM'  TO      FRWKGDB2-NOME-TABELA
                 SET DB2-SELECT         TO      TRUE
                 MOVE '0070'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
           END-EVALUATE.

      *----------------------------------------------------------------*
       5020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * UMA LINHA DA CARTA CORRENTE: WRK-TEXTO-LINHA COM A INDICACAO   *
      * DE INICIO DE PARAGRAFO EM WRK-IN-PARAGRAFO                     *
      *----------------------------------------------------------------*
       5800-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*

           MOVE '5800-GRAVAR-LINHA'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           ADD 1                        TO      WRK-LINHAS-CARTA
                                                WRK-LINHAS-GRAVADAS.

           MOVE SPACES                  TO      CRT-DADOS.
           MOVE 'L'                     TO      CRT-TIPO-REGISTRO.
           MOVE WRK-CREF-CARTA          TO      LIN-CREF-CARTA.
           MOVE WRK-LINHAS-CARTA        TO      LIN-NSEQ-LINHA.
           MOVE WRK-IN-PARAGRAFO        TO      LIN-IN-PARAGRAFO.
           MOVE WRK-TEXTO-LINHA         TO      LIN-TEXTO.
           PERFORM 5900-GRAVAR-SACL007S.

      *----------------------------------------------------------------*
       5800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5900-GRAVAR-SACL007S            SECTION.
      *----------------------------------------------------------------*

           MOVE '5900-GRAVAR-SACL007S'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-REG-CARTA           TO      FD-SACL007S.

           WRITE FD-SACL007S.

           PERFORM 1100-TESTAR-FS-SACL007S.

      *----------------------------------------------------------------*
       5900-99-FIM.                    EXIT.
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
              MOVE 'TMANIF_PSSOA'       TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0090'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE SPACES                  TO      CRT-DADOS.
           MOVE 'T'                     TO      CRT-TIPO-REGISTRO.
           MOVE WRK-CARTAS-EMITIDAS     TO      CRT-QTD-CARTAS.
           MOVE WRK-LINHAS-GRAVADAS     TO      CRT-QTD-LINHAS.
           PERFORM 5900-GRAVAR-SACL007S.

           DISPLAY '*********** SACL2CRT ***********'
           DISPLAY '*                              *'
           DISPLAY '*  CARTAS DE RESPOSTA DOS      *'
           DISPLAY '*  PROTOCOLOS ENCERRADOS       *'
           DISPLAY '* ---------------------------- *'
           DISPLAY '* ENCERRADOS EM     : ' WRK-DT-ENCERRAMENTO
           DISPLAY '* PROTOCOLOS LIDOS  : ' WRK-PROTOCOLOS-LIDOS
           DISPLAY '* CARTAS EMITIDAS   : ' WRK-CARTAS-EMITIDAS
           DISPLAY '* COM TARIFAS       : ' WRK-CARTAS-TARIFA
           DISPLAY '* LINHAS GRAVADAS   : ' WRK-LINHAS-GRAVADAS
           DISPLAY '* SEM TEXTO ANALISTA: ' WRK-SEM-TEXTO-ANALISTA
           DISPLAY '* SEM CONTA         : ' WRK-SEM-CONTA
           DISPLAY '*********** SACL2CRT ***********'

           PERFORM  7100-ENCERRAR-CKRS0105.

           CLOSE SACL007S.

           PERFORM 1100-TESTAR-FS-SACL007S.

           IF WRK-SEM-CONTA             GREATER ZEROS
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

           MOVE 'SACL2CRT'              TO      FRWKGHEA-NOME-PROGRAMA.

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
