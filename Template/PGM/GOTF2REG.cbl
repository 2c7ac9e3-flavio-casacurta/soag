      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. GOTF2REG.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  GOTF2REG                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  NOVEMBRO/2027                                *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                GOTF037E          I              WRK-REG-ISENCAO*
      *                GOTF037S          O              WRK-REG-REGUL  *
      *                GOTF037R          O              WRK-REG-EXCEC  *
      *                SORTWK01         I/O             SRT-REGISTRO   *
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
      *                DB2PRD.TSIT_MOVTO_TARIF_ARQ      GOTFB0C7       *
      *                DB2PRD.TSERV_REGUL_TARIF         GOTFB0F5       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *    CKRS0105 - MODULO PARA INICIAR E FINALIZAR CONEXAO DB2      *
      *    FRWK2999 - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    BRAD0450 - ROTINA DE ABEND                                  *
      *----------------------------------------------------------------*
      *    PARM DA JCL...:                                             *
      *    POS 01-05 : ANO/TRIMESTRE DE REFERENCIA (AAAAT; AUSENTE =   *
      *                TRIMESTRE ANTERIOR AO DA EXECUCAO)              *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    NOV/2027 - HOMI - PROGRAMA CRIADO. ESTATISTICA TRIMESTRAL   *
      *               DE TARIFAS PARA O BANCO CENTRAL POR CODIGO       *
      *               OFICIAL DE SERVICO. OS EVENTOS DO TRIMESTRE      *
      *               (TABELA ATIVA E ARQUIVO MORTO) SAO AGREGADOS     *
      *               POR ORIGEM/CLASSE/CLIENTE E CONVERTIDOS NO       *
      *               CODIGO PELO DE-PARA TSERV_REGUL_TARIF VIGENTE    *
      *               NO ULTIMO DIA DO TRIMESTRE; AS ISENCOES VEM DOS  *
      *               ARQUIVOS DIARIOS GOTF008S DO TRIMESTRE           *
      *               (CONCATENADOS EM GOTF037E). GOTF037S TRAZ, POR   *
      *               CODIGO, QUANTIDADE COBRADA, VALOR BRUTO,         *
      *               QUANTIDADE ISENTA, ESTORNOS E CLIENTES           *
      *               DISTINTOS. CHAVE SEM DE-PARA VIGENTE VAI PARA A  *
      *               LISTA DE EXCECOES GOTF037R, COM QUANTIDADE E     *
      *               VALOR, E E CONTADA NO TRAILER - NADA FICA DE     *
      *               FORA SEM AVISO.                                  *
      *    DEZ/2027 - HOMI - A CONTRAPARTIDA DO SALDO ('LPAR') E O     *
      *               EVENTO RESIDUAL ('RPAR') DA LIQUIDACAO PARCIAL   *
      *               DO GOTF2RET FICAM FORA DA ESTATISTICA, COMO OS   *
      *               AJUSTES E A BAIXA: O EVENTO ORIGINAL JA CONTA A  *
      *               TARIFA PELO VALOR CHEIO.                         *
      *    MAR/2028 - HOMI - RECUPERACAO DE BAIXA ('RECP') FORA DA     *
      *               CONTAGEM DE OPERACOES DO RELATORIO REGULATORIO,  *
      *               COMO A BAIXA.                                    *
      *    MAR/2028 - HOMI - ENCARGO DE MORA ('MORA', GOTF1200) FORA DA*
      *               CONTAGEM DE OPERACOES DO RELATORIO REGULATORIO:  *
      *               NAO E TARIFA, E ENCARGO SOBRE A TARIFA JA CONTADA*
      *               NO EVENTO ORIGINAL.                              *
      *    AGO/2028 - HOMI - COMPENSACAO DA OUVIDORIA ('COMP',         *
      *               GOTF2CMP) FORA DA CONTAGEM DE OPERACOES DO       *
      *               RELATORIO REGULATORIO: E CREDITO DE CORTESIA,    *
      *               NAO TARIFA.                                      *
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

           SELECT GOTF037E ASSIGN      TO   UT-S-GOTF037E
                      FILE STATUS      IS   WRK-FS-GOTF037E.

           SELECT GOTF037S ASSIGN      TO   UT-S-GOTF037S
                      FILE STATUS      IS   WRK-FS-GOTF037S.

           SELECT GOTF037R ASSIGN      TO   UT-S-GOTF037R
                      FILE STATUS      IS   WRK-FS-GOTF037R.

           SELECT ARQ-SORT ASSIGN      TO   UT-S-SORTWK01.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   INPUT: GOTF037E - EVENTOS ISENTOS DO TRIMESTRE (GOTF008S     *
      *          DIARIOS DO GOTF2DSS CONCATENADOS)                     *
      *            ORG. SEQUENCIAL     -   LRECL   =  080              *
      *----------------------------------------------------------------*
       FD  GOTF037E
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF037E                 PIC  X(080).

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF037S - ESTATISTICA REGULATORIA POR CODIGO        *
      *            ORG. SEQUENCIAL     -   LRECL   =  132              *
      *----------------------------------------------------------------*
       FD  GOTF037S
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF037S                 PIC  X(132).

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF037R - CHAVES SEM CODIGO DE SERVICO VIGENTE      *
      *            ORG. SEQUENCIAL     -   LRECL   =  080              *
      *----------------------------------------------------------------*
       FD  GOTF037R
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF037R                 PIC  X(080).

      *----------------------------------------------------------------*
      *   SORT: MOVIMENTO JA CONVERTIDO, POR CODIGO E CLIENTE          *
      *----------------------------------------------------------------*
       SD  ARQ-SORT.

       01  SRT-REGISTRO.
           05  SRT-CHAVE.
               10  SRT-CSERV-REGUL     PIC  X(006).
               10  SRT-NCONTA-CLIEN    PIC  9(013).
           05  SRT-QTD-COBR            PIC S9(009) COMP-3.
           05  SRT-VLR-COBR            PIC S9(013)V9(002) COMP-3.
           05  SRT-QTD-ISENTA          PIC S9(009) COMP-3.
           05  SRT-QTD-ESTORNO         PIC S9(009) COMP-3.
           05  SRT-VLR-ESTORNO         PIC S9(013)V9(002) COMP-3.

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
       01  WRK-SW-FIM-GOTF037E         PIC  X(01) VALUE 'N'.
           88  WRK-FIM-GOTF037E                    VALUE 'S'.
       01  WRK-SW-FIM-SORT             PIC  X(01) VALUE 'N'.
           88  WRK-FIM-SORT                        VALUE 'S'.

       01  WRK-FS-GOTF037E             PIC  X(02)  VALUE SPACES.
       01  WRK-FS-GOTF037S             PIC  X(02)  VALUE SPACES.
       01  WRK-FS-GOTF037R             PIC  X(02)  VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * TRIMESTRE DE REFERENCIA E FAIXA DE DRECEB CORRESPONDENTE      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-DATA-ATUAL              PIC  X(10) VALUE SPACES.
       01  FILLER REDEFINES WRK-DATA-ATUAL.
         05  WRK-DATA-ATUAL-AAAA       PIC  9(04).
         05  FILLER                    PIC  X(01).
         05  WRK-DATA-ATUAL-MM         PIC  9(02).
         05  FILLER                    PIC  X(03).

       01  WRK-AAAAT-REFER.
         05  WRK-AAAAT-REFER-AAAA      PIC  9(04).
         05  WRK-AAAAT-REFER-T         PIC  9(01).
       01  FILLER REDEFINES WRK-AAAAT-REFER.
         05  WRK-AAAAT-REFER-NUM       PIC  9(05).

       01  WRK-DRECEB-INI.
         05  WRK-DRECEB-INI-AAAA       PIC  9(04).
         05  FILLER                    PIC  X(01) VALUE '-'.
         05  WRK-DRECEB-INI-MM         PIC  9(02).
         05  FILLER                    PIC  X(03) VALUE '-01'.
       01  WRK-DRECEB-FIM.
         05  WRK-DRECEB-FIM-AAAA       PIC  9(04).
         05  FILLER                    PIC  X(01) VALUE '-'.
         05  WRK-DRECEB-FIM-MM         PIC  9(02).
         05  FILLER                    PIC  X(01) VALUE '-'.
         05  WRK-DRECEB-FIM-DD         PIC  9(02).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * DE-PARA DE CODIGOS DE SERVICO EM MEMORIA (TODAS AS VIGENCIAS; *
      * A VIGENCIA E TESTADA NO ULTIMO DIA DO TRIMESTRE). A ORDEM DE  *
      * CARGA POE AS LINHAS ESPECIFICAS ANTES DAS GENERICAS (BRANCOS) *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-MAX-MAPA                PIC S9(04) COMP VALUE +500.
       01  WRK-QTD-MAPA                PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IDX-MAP                 PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IDX-MAPA-ACHADO         PIC S9(04) COMP VALUE ZEROS.
       01  WRK-TAB-MAPA.
         05  WRK-TAB-MAP-ITEM          OCCURS 500 TIMES.
           10  TAB-MAP-ORIGE           PIC  X(03).
           10  TAB-MAP-OPER            PIC  X(02).
           10  TAB-MAP-CJUSTF          PIC  X(04).
           10  TAB-MAP-DINI            PIC  X(10).
           10  TAB-MAP-DFIM            PIC  X(10).
           10  TAB-MAP-CSERV           PIC  X(06).

       01  WRK-SW-EOF-MAPA             PIC  X(01) VALUE 'N'.
           88  WRK-EOF-MAPA                        VALUE 'S'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CHAVE A CONVERTER. ESTORNO E ISENCAO NAO TRAZEM A CLASSE DE   *
      * COBRANCA DO EVENTO ORIGINAL: PROCURA PRIMEIRO A LINHA SEM     *
      * CLASSE E, NA FALTA, A PRIMEIRA DA ORIGEM/OPERACAO             *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CHV-ORIGE               PIC  X(03) VALUE SPACES.
       01  WRK-CHV-OPER                PIC  X(02) VALUE SPACES.
       01  WRK-CHV-CJUSTF              PIC  X(04) VALUE SPACES.
       01  WRK-CHV-FONTE               PIC  X(01) VALUE SPACES.
           88  WRK-FONTE-MOVIMENTO                 VALUE 'M'.
           88  WRK-FONTE-ESTORNO                   VALUE 'E'.
           88  WRK-FONTE-ISENCAO                   VALUE 'I'.

       01  WRK-QTD-AGREGADA            PIC S9(09) COMP-3 VALUE ZEROS.
       01  WRK-VLR-AGREGADO            PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * EXCECOES (CHAVE SEM CODIGO DE SERVICO VIGENTE), ACUMULADAS    *
      * POR FONTE E CHAVE ATE O FIM DO PROCESSAMENTO                  *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-MAX-EXCEC               PIC S9(04) COMP VALUE +300.
       01  WRK-QTD-EXCEC               PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IDX-EXC                 PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IDX-EXCEC-ACHADA        PIC S9(04) COMP VALUE ZEROS.
       01  WRK-TAB-EXCEC.
         05  WRK-TAB-EXC-ITEM          OCCURS 300 TIMES.
           10  TAB-EXC-FONTE           PIC  X(01).
           10  TAB-EXC-ORIGE           PIC  X(03).
           10  TAB-EXC-OPER            PIC  X(02).
           10  TAB-EXC-CJUSTF          PIC  X(04).
           10  TAB-EXC-QTD             PIC S9(09) COMP-3.
           10  TAB-EXC-VLR             PIC S9(13)V9(02) COMP-3.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * QUEBRAS DA SAIDA DO SORT (CODIGO E CLIENTE)                   *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CSERV-ATUAL             PIC  X(06) VALUE LOW-VALUES.
       01  WRK-NCONTA-ATUAL            PIC S9(13) COMP-3 VALUE -1.
       01  WRK-SW-CODIGO-ABERTO        PIC  X(01) VALUE 'N'.
           88  WRK-CODIGO-ABERTO                   VALUE 'S'.
       01  WRK-QTD-COBR-CLIENTE        PIC S9(09) COMP-3 VALUE ZEROS.

       01  WRK-TOT-CODIGO.
         05  WRK-COD-QTD-COBR          PIC S9(09) COMP-3 VALUE ZEROS.
         05  WRK-COD-VLR-COBR          PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
         05  WRK-COD-QTD-ISENTA        PIC S9(09) COMP-3 VALUE ZEROS.
         05  WRK-COD-QTD-ESTORNO       PIC S9(09) COMP-3 VALUE ZEROS.
         05  WRK-COD-VLR-ESTORNO       PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
         05  WRK-COD-QTD-CLIENTES      PIC S9(09) COMP-3 VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ACUMULADORES                       ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-ACUMULADORES.
         05  WRK-LIDOS-CURSOR          PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-LIDOS-GOTF037E        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-ISENCOES-FORA-TRIM    PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-LIBERADOS-SORT        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-CODIGOS-GOTF037S      PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-EXCECOES-GOTF037R     PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-TOT-QTD-COBR          PIC S9(09)  COMP-3  VALUE ZEROS.
         05  WRK-TOT-VLR-COBR          PIC S9(13)V9(02) COMP-3
                                                           VALUE ZEROS.
         05  WRK-TOT-QTD-ISENTA        PIC S9(09)  COMP-3  VALUE ZEROS.
         05  WRK-TOT-QTD-ESTORNO       PIC S9(09)  COMP-3  VALUE ZEROS.
         05  WRK-TOT-VLR-ESTORNO       PIC S9(13)V9(02) COMP-3
                                                           VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ENTRADA GOTF037E                   ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-REG-ISENCAO.
         05  ISE-CSIST-ORIGE-TARIF     PIC  X(003).
         05  FILLER                    PIC  X(001).
         05  ISE-NCONTA-CLIEN          PIC  9(013).
         05  FILLER                    PIC  X(001).
         05  ISE-NMOVTO-EVNTO-TARIF    PIC  9(013).
         05  FILLER                    PIC  X(001).
         05  ISE-DRECEB-MOVTO-TARIF    PIC  X(010).
         05  FILLER                    PIC  X(001).
         05  ISE-CSIT-OPER-REALZ       PIC  X(002).
         05  FILLER                    PIC  X(035).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE SAIDA GOTF037S                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-REG-REGUL-HEADER.
         05  RGH-TIPO-REGISTRO         PIC  X(001) VALUE 'H'.
         05  RGH-AAAAT-REFER           PIC  9(005).
         05  RGH-DRECEB-INI            PIC  X(010).
         05  RGH-DRECEB-FIM            PIC  X(010).
         05  RGH-DT-GERACAO            PIC  X(010).
         05  FILLER                    PIC  X(096) VALUE SPACES.

       01  WRK-REG-REGUL-DETALHE.
         05  RGD-TIPO-REGISTRO         PIC  X(001) VALUE 'D'.
         05  RGD-CSERV-REGUL           PIC  X(006).
         05  RGD-QTD-COBRADA           PIC  9(009).
         05  RGD-VLR-BRUTO             PIC S9(013)V9(002)
                                           SIGN LEADING SEPARATE.
         05  RGD-QTD-ISENTA            PIC  9(009).
         05  RGD-QTD-ESTORNO           PIC  9(009).
         05  RGD-VLR-ESTORNO           PIC S9(013)V9(002)
                                           SIGN LEADING SEPARATE.
         05  RGD-QTD-CLIENTES          PIC  9(009).
         05  FILLER                    PIC  X(057) VALUE SPACES.

       01  WRK-REG-REGUL-TRAILER.
         05  RGT-TIPO-REGISTRO         PIC  X(001) VALUE 'T'.
         05  RGT-QTD-CODIGOS           PIC  9(009).
         05  RGT-QTD-COBRADA           PIC  9(009).
         05  RGT-VLR-BRUTO             PIC S9(013)V9(002)
                                           SIGN LEADING SEPARATE.
         05  RGT-QTD-ISENTA            PIC  9(009).
         05  RGT-QTD-ESTORNO           PIC  9(009).
         05  RGT-VLR-ESTORNO           PIC S9(013)V9(002)
                                           SIGN LEADING SEPARATE.
         05  RGT-QTD-EXCECOES          PIC  9(009).
         05  FILLER                    PIC  X(054) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE SAIDA GOTF037R                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-REG-EXCEC.
         05  REX-AAAAT-REFER           PIC  9(005).
         05  REX-FONTE                 PIC  X(001).
         05  REX-CSIST-ORIGE-TARIF     PIC  X(003).
         05  REX-CSIT-OPER-REALZ       PIC  X(002).
         05  REX-CJUSTF-EVNTO-TARIF    PIC  X(004).
         05  REX-QTD-EVENTOS           PIC  9(009).
         05  REX-VLR-EVENTOS           PIC S9(013)V9(002)
                                           SIGN LEADING SEPARATE.
         05  REX-MOTIVO                PIC  X(020).
         05  FILLER                    PIC  X(020) VALUE SPACES.

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
               INCLUDE GOTFB0C7
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0F5
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * EVENTOS DO TRIMESTRE NA TABELA ATIVA E NO ARQUIVO MORTO (O    *
      * GOTF2ARQ APAGA DA ATIVA O QUE COPIA, SEM SOBREPOSICAO),       *
      * AGREGADOS POR CHAVE INTERNA E CLIENTE. AS CONTRAPARTIDAS      *
      * QUE NAO SAO ESTORNO (CORRECAO, AJUSTE E BAIXA) NAO ENTRAM NA  *
      * ESTATISTICA                                                   *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE C1 CURSOR FOR
                SELECT E.CSIST_ORIGE_TARIF,
                       E.CSIT_OPER_REALZ,
                       E.CJUSTF_EVNTO_TARIF,
                       E.NCONTA_CLIEN,
                       COUNT(*),
                       SUM(E.VVALOR_COBR_TARIF)
                  FROM (SELECT CSIST_ORIGE_TARIF,
                               CSIT_OPER_REALZ,
                               CJUSTF_EVNTO_TARIF,
                               NCONTA_CLIEN,
                               VVALOR_COBR_TARIF
                          FROM DB2PRD.TSIT_MOVTO_TARIF
                         WHERE DRECEB_MOVTO_TARIF BETWEEN
                               :WRK-DRECEB-INI AND :WRK-DRECEB-FIM
                           AND CJUSTF_EVNTO_TARIF NOT IN
                               ('AJTE', 'CORR', 'BAIX',
                                'RECP', 'LPAR', 'RPAR', 'MORA',
                                'COMP')
                        UNION ALL
                        SELECT CSIST_ORIGE_TARIF,
                               CSIT_OPER_REALZ,
                               CJUSTF_EVNTO_TARIF,
                               NCONTA_CLIEN,
                               VVALOR_COBR_TARIF
                          FROM DB2PRD.TSIT_MOVTO_TARIF_ARQ
                         WHERE DRECEB_MOVTO_TARIF BETWEEN
                               :WRK-DRECEB-INI AND :WRK-DRECEB-FIM
                           AND CJUSTF_EVNTO_TARIF NOT IN
                               ('AJTE', 'CORR', 'BAIX',
                                'RECP', 'LPAR', 'RPAR', 'MORA',
                                'COMP')) E
                 GROUP BY E.CSIST_ORIGE_TARIF,
                          E.CSIT_OPER_REALZ,
                          E.CJUSTF_EVNTO_TARIF,
                          E.NCONTA_CLIEN
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * DE-PARA COMPLETO: ORIGEM, E DENTRO DELA AS LINHAS COM         *
      * OPERACAO/CLASSE INFORMADAS ANTES DAS GENERICAS (BRANCOS)      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CMAPA CURSOR FOR
                SELECT CSIST_ORIGE_TARIF,
                       CSIT_OPER_REALZ,
                       CJUSTF_EVNTO_TARIF,
                       DINI_VIGEN_SERV,
                       DFIM_VIGEN_SERV,
                       CSERV_REGUL
                  FROM DB2PRD.TSERV_REGUL_TARIF
                 ORDER BY CSIST_ORIGE_TARIF,
                          CSIT_OPER_REALZ    DESC,
                          CJUSTF_EVNTO_TARIF DESC,
                          DINI_VIGEN_SERV
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
               10  WRK-PARM-DADO-AAAAT  PIC  9(005).
               10  FILLER               PIC  X(075).

      *================================================================*
       PROCEDURE                       DIVISION USING WRK-PARM-AREA.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           MOVE '0000-ROTINA-PRINCIPAL' TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 1000-INICIAR.

           SORT ARQ-SORT
                ASCENDING KEY SRT-CHAVE
                INPUT  PROCEDURE IS 2000-SELECIONAR-MOVIMENTO
                OUTPUT PROCEDURE IS 3000-TOTALIZAR-CODIGOS.

           PERFORM 4000-GRAVAR-EXCECOES.

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

           OPEN INPUT   GOTF037E.
           OPEN OUTPUT  GOTF037S.
           OPEN OUTPUT  GOTF037R.

           PERFORM 1110-TESTAR-FS-GOTF037E.
           PERFORM 1120-TESTAR-FS-GOTF037S.
           PERFORM 1130-TESTAR-FS-GOTF037R.

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

           PERFORM 1050-RESOLVER-REFERENCIA.

           PERFORM 1200-CARREGAR-MAPA.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * RESOLVE O TRIMESTRE DE REFERENCIA (PARM OU TRIMESTRE ANTERIOR *
      * AO DA EXECUCAO) E A FAIXA DE DRECEB CORRESPONDENTE            *
      *----------------------------------------------------------------*
       1050-RESOLVER-REFERENCIA        SECTION.
      *----------------------------------------------------------------*

           MOVE '1050-RESOLVER-REFERENCIA' TO   FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-PARM-TAM          IS GREATER THAN +4
              AND WRK-PARM-DADO-AAAAT   IS NUMERIC
              AND WRK-PARM-DADO-AAAAT   IS GREATER THAN ZEROS
              MOVE WRK-PARM-DADO-AAAAT  TO      WRK-AAAAT-REFER-NUM
              IF WRK-AAAAT-REFER-T      LESS    1
                 OR WRK-AAAAT-REFER-T   GREATER 4
                 MOVE 'GOTF9999'        TO      FRWKGLIV-COD-MENSAGEM
                 MOVE 'TRIMESTRE DO PARM DEVE SER DE 1 A 4 (AAAAT)'
                                        TO      FRWKGLIV-PARAMETROS
                 PERFORM 9350-TRATAR-ERRO-LIVRE
              END-IF
           ELSE
              MOVE WRK-DATA-ATUAL-AAAA  TO      WRK-AAAAT-REFER-AAAA
              COMPUTE WRK-AAAAT-REFER-T =
                      (WRK-DATA-ATUAL-MM + 2) / 3
              IF WRK-AAAAT-REFER-T      EQUAL   1
                 MOVE 4                 TO      WRK-AAAAT-REFER-T
                 SUBTRACT 1           FROM      WRK-AAAAT-REFER-AAAA
              ELSE
                 SUBTRACT 1           FROM      WRK-AAAAT-REFER-T
              END-IF
           END-IF.

           MOVE WRK-AAAAT-REFER-AAAA    TO      WRK-DRECEB-INI-AAAA
                                                WRK-DRECEB-FIM-AAAA.
           COMPUTE WRK-DRECEB-INI-MM    =       WRK-AAAAT-REFER-T * 3
                                                - 2.
           COMPUTE WRK-DRECEB-FIM-MM    =       WRK-AAAAT-REFER-T * 3.

           IF WRK-AAAAT-REFER-T         EQUAL   2 OR 3
              MOVE 30                   TO      WRK-DRECEB-FIM-DD
           ELSE
              MOVE 31                   TO      WRK-DRECEB-FIM-DD
           END-IF.

      *----------------------------------------------------------------*
       1050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1110-TESTAR-FS-GOTF037E         SECTION.
      *----------------------------------------------------------------*

           MOVE '1110-TESTAR-FS-GOTF037E' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF037E       NOT EQUAL   '00'
              MOVE 'GOTF037E'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF037E      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1120-TESTAR-FS-GOTF037S         SECTION.
      *----------------------------------------------------------------*

           MOVE '1120-TESTAR-FS-GOTF037S' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF037S       NOT EQUAL   '00'
              MOVE 'GOTF037S'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF037S      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1130-TESTAR-FS-GOTF037R         SECTION.
      *----------------------------------------------------------------*

           MOVE '1130-TESTAR-FS-GOTF037R' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF037R       NOT EQUAL   '00'
              MOVE 'GOTF037R'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF037R      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1130-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1200-CARREGAR-MAPA              SECTION.
      *----------------------------------------------------------------*

           MOVE '1200-CARREGAR-MAPA'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'N'                     TO      WRK-SW-EOF-MAPA.
           MOVE ZEROS                   TO      WRK-QTD-MAPA.

           EXEC SQL
                OPEN CMAPA
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSERV_REGUL_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0050'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 1210-FETCH-MAPA.

           PERFORM 1220-GUARDAR-MAPA
             UNTIL WRK-EOF-MAPA.

           EXEC SQL
                CLOSE CMAPA
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSERV_REGUL_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0051'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1210-FETCH-MAPA                 SECTION.
      *----------------------------------------------------------------*

           MOVE '1210-FETCH-MAPA'       TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CMAPA
                 INTO :GOTFB0F5.CSIST-ORIGE-TARIF,
                      :GOTFB0F5.CSIT-OPER-REALZ,
                      :GOTFB0F5.CJUSTF-EVNTO-TARIF,
                      :GOTFB0F5.DINI-VIGEN-SERV,
                      :GOTFB0F5.DFIM-VIGEN-SERV,
                      :GOTFB0F5.CSERV-REGUL
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-MAPA       TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TSERV_REGUL_TARIF' TO    FRWKGDB2-NOME-TABELA
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
       1220-GUARDAR-MAPA               SECTION.
      *----------------------------------------------------------------*

           MOVE '1220-GUARDAR-MAPA'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-QTD-MAPA      GREATER OR EQUAL WRK-MAX-MAPA
              MOVE 'GOTF9988'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'TABELA DE CODIGOS DE SERVICO EXCEDEU A MEMORIA'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           ADD 1                        TO      WRK-QTD-MAPA.

           MOVE CSIST-ORIGE-TARIF  OF GOTFB0F5
             TO TAB-MAP-ORIGE  (WRK-QTD-MAPA).
           MOVE CSIT-OPER-REALZ    OF GOTFB0F5
             TO TAB-MAP-OPER   (WRK-QTD-MAPA).
           MOVE CJUSTF-EVNTO-TARIF OF GOTFB0F5
             TO TAB-MAP-CJUSTF (WRK-QTD-MAPA).
           MOVE DINI-VIGEN-SERV    OF GOTFB0F5
             TO TAB-MAP-DINI   (WRK-QTD-MAPA).
           MOVE DFIM-VIGEN-SERV    OF GOTFB0F5
             TO TAB-MAP-DFIM   (WRK-QTD-MAPA).
           MOVE CSERV-REGUL        OF GOTFB0F5
             TO TAB-MAP-CSERV  (WRK-QTD-MAPA).

           PERFORM 1210-FETCH-MAPA.

      *----------------------------------------------------------------*
       1220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * INPUT PROCEDURE DO SORT: CONVERTE NO CODIGO DE SERVICO E      *
      * LIBERA O MOVIMENTO AGREGADO DAS TABELAS DE EVENTOS E, EM      *
      * SEGUIDA, AS ISENCOES DO TRIMESTRE                             *
      *----------------------------------------------------------------*
       2000-SELECIONAR-MOVIMENTO       SECTION.
      *----------------------------------------------------------------*

           MOVE '2000-SELECIONAR-MOVIMENTO' TO  FRWKGHEA-IDEN-PARAGRAFO.

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

           PERFORM 2200-LIBERAR-EVENTOS
             UNTIL WRK-EOF-CURSOR.

           EXEC SQL
                CLOSE C1
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSIT_MOVTO_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0025'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 2300-LER-GOTF037E.

           PERFORM 2400-LIBERAR-ISENCAO
             UNTIL WRK-FIM-GOTF037E.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-CURSOR                 SECTION.
      *----------------------------------------------------------------*

           MOVE '2100-LER-CURSOR'       TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH C1
                 INTO :GOTFB0B7.CSIST-ORIGE-TARIF,
                      :GOTFB0B7.CSIT-OPER-REALZ,
                      :GOTFB0B7.CJUSTF-EVNTO-TARIF,
                      :GOTFB0B7.NCONTA-CLIEN,
                      :WRK-QTD-AGREGADA,
                      :WRK-VLR-AGREGADO
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-CURSOR     TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TSIT_MOVTO_TARIF' TO     FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0020'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 ADD 1                  TO      WRK-LIDOS-CURSOR
           END-EVALUATE.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * COBRANCA NORMAL CONVERTE PELA CHAVE COMPLETA; O ESTORNO        *
      * ('ESTR', VALOR INVERTIDO) CONVERTE PELA ORIGEM/OPERACAO DO     *
      * EVENTO ORIGINAL E VAI PARA O CODIGO COM O VALOR EM MODULO      *
      *----------------------------------------------------------------*
       2200-LIBERAR-EVENTOS            SECTION.
      *----------------------------------------------------------------*

           MOVE '2200-LIBERAR-EVENTOS'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE CSIST-ORIGE-TARIF  OF GOTFB0B7 TO WRK-CHV-ORIGE.
           MOVE CSIT-OPER-REALZ    OF GOTFB0B7 TO WRK-CHV-OPER.
           MOVE CJUSTF-EVNTO-TARIF OF GOTFB0B7 TO WRK-CHV-CJUSTF.

           IF CJUSTF-EVNTO-TARIF OF GOTFB0B7 EQUAL 'ESTR'
              SET WRK-FONTE-ESTORNO     TO      TRUE
              COMPUTE WRK-VLR-AGREGADO  =       WRK-VLR-AGREGADO * -1
           ELSE
              SET WRK-FONTE-MOVIMENTO   TO      TRUE
           END-IF.

           PERFORM 5000-CONVERTER-CHAVE.

           IF WRK-IDX-MAPA-ACHADO       EQUAL   ZEROS
              PERFORM 5100-REGISTRAR-EXCECAO
           ELSE
              INITIALIZE SRT-REGISTRO
              MOVE TAB-MAP-CSERV (WRK-IDX-MAPA-ACHADO)
                                        TO      SRT-CSERV-REGUL
              MOVE NCONTA-CLIEN OF GOTFB0B7 TO  SRT-NCONTA-CLIEN
              IF WRK-FONTE-ESTORNO
                 MOVE WRK-QTD-AGREGADA  TO      SRT-QTD-ESTORNO
                 MOVE WRK-VLR-AGREGADO  TO      SRT-VLR-ESTORNO
              ELSE
                 MOVE WRK-QTD-AGREGADA  TO      SRT-QTD-COBR
                 MOVE WRK-VLR-AGREGADO  TO      SRT-VLR-COBR
              END-IF
              RELEASE SRT-REGISTRO
              ADD 1                     TO      WRK-LIBERADOS-SORT
           END-IF.

           PERFORM 2100-LER-CURSOR.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-LER-GOTF037E               SECTION.
      *----------------------------------------------------------------*

           MOVE '2300-LER-GOTF037E'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           READ GOTF037E                INTO    WRK-REG-ISENCAO.

           IF WRK-FS-GOTF037E           EQUAL   '10'
              SET WRK-FIM-GOTF037E      TO      TRUE
           ELSE
              PERFORM 1110-TESTAR-FS-GOTF037E
              ADD 1                     TO      WRK-LIDOS-GOTF037E
           END-IF.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ISENCAO DO GOTF2DSS: UM EVENTO POR REGISTRO, SEM CLASSE DE     *
      * COBRANCA. DIA FORA DO TRIMESTRE (GERACAO A MAIS NA            *
      * CONCATENACAO) E DESCARTADO E CONTADO                          *
      *----------------------------------------------------------------*
       2400-LIBERAR-ISENCAO            SECTION.
      *----------------------------------------------------------------*

           MOVE '2400-LIBERAR-ISENCAO'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF ISE-DRECEB-MOVTO-TARIF    LESS    WRK-DRECEB-INI
              OR ISE-DRECEB-MOVTO-TARIF GREATER WRK-DRECEB-FIM
              ADD 1                     TO      WRK-ISENCOES-FORA-TRIM
              PERFORM 2300-LER-GOTF037E
              GO TO 2400-99-FIM
           END-IF.

           MOVE ISE-CSIST-ORIGE-TARIF   TO      WRK-CHV-ORIGE.
           MOVE ISE-CSIT-OPER-REALZ     TO      WRK-CHV-OPER.
           MOVE SPACES                  TO      WRK-CHV-CJUSTF.
           SET WRK-FONTE-ISENCAO        TO      TRUE.
           MOVE 1                       TO      WRK-QTD-AGREGADA.
           MOVE ZEROS                   TO      WRK-VLR-AGREGADO.

           PERFORM 5000-CONVERTER-CHAVE.

           IF WRK-IDX-MAPA-ACHADO       EQUAL   ZEROS
              PERFORM 5100-REGISTRAR-EXCECAO
           ELSE
              INITIALIZE SRT-REGISTRO
              MOVE TAB-MAP-CSERV (WRK-IDX-MAPA-ACHADO)
                                        TO      SRT-CSERV-REGUL
              MOVE ISE-NCONTA-CLIEN     TO      SRT-NCONTA-CLIEN
              MOVE 1                    TO      SRT-QTD-ISENTA
              RELEASE SRT-REGISTRO
              ADD 1                     TO      WRK-LIBERADOS-SORT
           END-IF.

           PERFORM 2300-LER-GOTF037E.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * OUTPUT PROCEDURE DO SORT: UMA LINHA POR CODIGO DE SERVICO,     *
      * ENTRE HEADER E TRAILER                                         *
      *----------------------------------------------------------------*
       3000-TOTALIZAR-CODIGOS          SECTION.
      *----------------------------------------------------------------*

           MOVE '3000-TOTALIZAR-CODIGOS' TO     FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-AAAAT-REFER-NUM     TO      RGH-AAAAT-REFER.
           MOVE WRK-DRECEB-INI          TO      RGH-DRECEB-INI.
           MOVE WRK-DRECEB-FIM          TO      RGH-DRECEB-FIM.
           MOVE WRK-DATA-ATUAL          TO      RGH-DT-GERACAO.
           WRITE FD-GOTF037S            FROM    WRK-REG-REGUL-HEADER.
           PERFORM 1120-TESTAR-FS-GOTF037S.

           PERFORM 3050-RETORNAR-SORT.

           PERFORM 3100-ACUMULAR-CODIGO
             UNTIL WRK-FIM-SORT.

           PERFORM 3300-FECHAR-CODIGO.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * O TRAILER SAI EM 4000-GRAVAR-EXCECOES, DEPOIS QUE A           *
      * QUANTIDADE DE EXCECOES ESTA FECHADA                           *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3050-RETORNAR-SORT              SECTION.
      *----------------------------------------------------------------*

           MOVE '3050-RETORNAR-SORT'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           RETURN ARQ-SORT
               AT END
                  SET WRK-FIM-SORT      TO      TRUE
           END-RETURN.

      *----------------------------------------------------------------*
       3050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * QUEBRA POR CODIGO E POR CLIENTE DENTRO DO CODIGO              *
      *----------------------------------------------------------------*
       3100-ACUMULAR-CODIGO            SECTION.
      *----------------------------------------------------------------*

           MOVE '3100-ACUMULAR-CODIGO'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF SRT-CSERV-REGUL       NOT EQUAL   WRK-CSERV-ATUAL
              PERFORM 3300-FECHAR-CODIGO
              MOVE SRT-CSERV-REGUL      TO      WRK-CSERV-ATUAL
              INITIALIZE WRK-TOT-CODIGO
              MOVE -1                   TO      WRK-NCONTA-ATUAL
              SET WRK-CODIGO-ABERTO     TO      TRUE
           END-IF.

           IF SRT-NCONTA-CLIEN      NOT EQUAL   WRK-NCONTA-ATUAL
              PERFORM 3200-FECHAR-CLIENTE
              MOVE SRT-NCONTA-CLIEN     TO      WRK-NCONTA-ATUAL
              MOVE ZEROS                TO      WRK-QTD-COBR-CLIENTE
           END-IF.

           ADD SRT-QTD-COBR             TO      WRK-COD-QTD-COBR
                                                WRK-QTD-COBR-CLIENTE.
           ADD SRT-VLR-COBR             TO      WRK-COD-VLR-COBR.
           ADD SRT-QTD-ISENTA           TO      WRK-COD-QTD-ISENTA.
           ADD SRT-QTD-ESTORNO          TO      WRK-COD-QTD-ESTORNO.
           ADD SRT-VLR-ESTORNO          TO      WRK-COD-VLR-ESTORNO.

           PERFORM 3050-RETORNAR-SORT.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * CLIENTE DISTINTO E O QUE TEVE AO MENOS UMA COBRANCA NO        *
      * CODIGO. EVENTO SEM CONTA (EXTRATO DE LAYOUT V1) NAO IDENTIFICA *
      * CLIENTE E NAO ENTRA NA CONTAGEM                               *
      *----------------------------------------------------------------*
       3200-FECHAR-CLIENTE             SECTION.
      *----------------------------------------------------------------*

           MOVE '3200-FECHAR-CLIENTE'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-NCONTA-ATUAL          GREATER ZEROS
              AND WRK-QTD-COBR-CLIENTE  GREATER ZEROS
              ADD 1                     TO      WRK-COD-QTD-CLIENTES
           END-IF.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3300-FECHAR-CODIGO              SECTION.
      *----------------------------------------------------------------*

           MOVE '3300-FECHAR-CODIGO'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF NOT WRK-CODIGO-ABERTO
              GO TO 3300-99-FIM
           END-IF.

           PERFORM 3200-FECHAR-CLIENTE.

           MOVE WRK-CSERV-ATUAL         TO      RGD-CSERV-REGUL.
           MOVE WRK-COD-QTD-COBR        TO      RGD-QTD-COBRADA.
           MOVE WRK-COD-VLR-COBR        TO      RGD-VLR-BRUTO.
           MOVE WRK-COD-QTD-ISENTA      TO      RGD-QTD-ISENTA.
           MOVE WRK-COD-QTD-ESTORNO     TO      RGD-QTD-ESTORNO.
           MOVE WRK-COD-VLR-ESTORNO     TO      RGD-VLR-ESTORNO.
           MOVE WRK-COD-QTD-CLIENTES    TO      RGD-QTD-CLIENTES.

           WRITE FD-GOTF037S            FROM    WRK-REG-REGUL-DETALHE.
           PERFORM 1120-TESTAR-FS-GOTF037S.

           ADD 1                        TO      WRK-CODIGOS-GOTF037S.
           ADD WRK-COD-QTD-COBR         TO      WRK-TOT-QTD-COBR.
           ADD WRK-COD-VLR-COBR         TO      WRK-TOT-VLR-COBR.
           ADD WRK-COD-QTD-ISENTA       TO      WRK-TOT-QTD-ISENTA.
           ADD WRK-COD-QTD-ESTORNO      TO      WRK-TOT-QTD-ESTORNO.
           ADD WRK-COD-VLR-ESTORNO      TO      WRK-TOT-VLR-ESTORNO.

           MOVE 'N'                     TO      WRK-SW-CODIGO-ABERTO.

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * LISTA DE EXCECOES (UMA LINHA POR FONTE E CHAVE SEM CODIGO) E   *
      * TRAILER DA ESTATISTICA COM OS TOTAIS E A QUANTIDADE DE         *
      * EXCECOES                                                       *
      *----------------------------------------------------------------*
       4000-GRAVAR-EXCECOES            SECTION.
      *----------------------------------------------------------------*

           MOVE '4000-GRAVAR-EXCECOES'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 4100-GRAVAR-EXCECAO
             VARYING WRK-IDX-EXC FROM 1 BY 1
               UNTIL WRK-IDX-EXC        GREATER WRK-QTD-EXCEC.

           MOVE WRK-CODIGOS-GOTF037S    TO      RGT-QTD-CODIGOS.
           MOVE WRK-TOT-QTD-COBR        TO      RGT-QTD-COBRADA.
           MOVE WRK-TOT-VLR-COBR        TO      RGT-VLR-BRUTO.
           MOVE WRK-TOT-QTD-ISENTA      TO      RGT-QTD-ISENTA.
           MOVE WRK-TOT-QTD-ESTORNO     TO      RGT-QTD-ESTORNO.
           MOVE WRK-TOT-VLR-ESTORNO     TO      RGT-VLR-ESTORNO.
           MOVE WRK-EXCECOES-GOTF037R   TO      RGT-QTD-EXCECOES.

           WRITE FD-GOTF037S            FROM    WRK-REG-REGUL-TRAILER.
           PERFORM 1120-TESTAR-FS-GOTF037S.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-GRAVAR-EXCECAO             SECTION.
      *----------------------------------------------------------------*

           MOVE '4100-GRAVAR-EXCECAO'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-AAAAT-REFER-NUM     TO      REX-AAAAT-REFER.
           MOVE TAB-EXC-FONTE  (WRK-IDX-EXC) TO REX-FONTE.
           MOVE TAB-EXC-ORIGE  (WRK-IDX-EXC) TO REX-CSIST-ORIGE-TARIF.
           MOVE TAB-EXC-OPER   (WRK-IDX-EXC) TO REX-CSIT-OPER-REALZ.
           MOVE TAB-EXC-CJUSTF (WRK-IDX-EXC) TO REX-CJUSTF-EVNTO-TARIF.
           MOVE TAB-EXC-QTD    (WRK-IDX-EXC) TO REX-QTD-EVENTOS.
           MOVE TAB-EXC-VLR    (WRK-IDX-EXC) TO REX-VLR-EVENTOS.
           MOVE 'SEM CODIGO VIGENTE'    TO      REX-MOTIVO.

           WRITE FD-GOTF037R            FROM    WRK-REG-EXCEC.
           PERFORM 1130-TESTAR-FS-GOTF037R.

           ADD 1                        TO      WRK-EXCECOES-GOTF037R.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * CONVERTE A CHAVE INTERNA NO CODIGO DE SERVICO VIGENTE NO       *
      * ULTIMO DIA DO TRIMESTRE. COBRANCA NORMAL: A PRIMEIRA LINHA     *
      * QUE CASAR COM ORIGEM, OPERACAO E CLASSE (BRANCO CASA COM       *
      * QUALQUER VALOR). ESTORNO E ISENCAO: PRIMEIRO A LINHA SEM       *
      * CLASSE DA ORIGEM/OPERACAO E, NA FALTA, QUALQUER UMA DELAS      *
      *----------------------------------------------------------------*
       5000-CONVERTER-CHAVE            SECTION.
      *----------------------------------------------------------------*

           MOVE '5000-CONVERTER-CHAVE'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE ZEROS                   TO      WRK-IDX-MAPA-ACHADO.

           PERFORM 5010-PESQUISAR-MAPA
             VARYING WRK-IDX-MAP FROM 1 BY 1
               UNTIL WRK-IDX-MAP        GREATER WRK-QTD-MAPA
                  OR WRK-IDX-MAPA-ACHADO GREATER ZEROS.

           IF WRK-IDX-MAPA-ACHADO       EQUAL   ZEROS
              AND NOT WRK-FONTE-MOVIMENTO
              PERFORM 5020-PESQUISAR-MAPA-OPER
                VARYING WRK-IDX-MAP FROM 1 BY 1
                  UNTIL WRK-IDX-MAP     GREATER WRK-QTD-MAPA
                     OR WRK-IDX-MAPA-ACHADO GREATER ZEROS
           END-IF.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5010-PESQUISAR-MAPA             SECTION.
      *----------------------------------------------------------------*

           IF TAB-MAP-ORIGE (WRK-IDX-MAP) EQUAL WRK-CHV-ORIGE
              AND (TAB-MAP-OPER (WRK-IDX-MAP) EQUAL SPACES
                   OR TAB-MAP-OPER (WRK-IDX-MAP) EQUAL WRK-CHV-OPER)
              AND (TAB-MAP-CJUSTF (WRK-IDX-MAP) EQUAL SPACES
                   OR (WRK-FONTE-MOVIMENTO
                       AND TAB-MAP-CJUSTF (WRK-IDX-MAP)
                                        EQUAL   WRK-CHV-CJUSTF))
              AND TAB-MAP-DINI (WRK-IDX-MAP) NOT GREATER
                                        WRK-DRECEB-FIM
              AND TAB-MAP-DFIM (WRK-IDX-MAP) NOT LESS
                                        WRK-DRECEB-FIM
              MOVE WRK-IDX-MAP          TO      WRK-IDX-MAPA-ACHADO
           END-IF.

      *----------------------------------------------------------------*
       5010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5020-PESQUISAR-MAPA-OPER        SECTION.
      *----------------------------------------------------------------*

           IF TAB-MAP-ORIGE (WRK-IDX-MAP) EQUAL WRK-CHV-ORIGE
              AND (TAB-MAP-OPER (WRK-IDX-MAP) EQUAL SPACES
                   OR TAB-MAP-OPER (WRK-IDX-MAP) EQUAL WRK-CHV-OPER)
              AND TAB-MAP-DINI (WRK-IDX-MAP) NOT GREATER
                                        WRK-DRECEB-FIM
              AND TAB-MAP-DFIM (WRK-IDX-MAP) NOT LESS
                                        WRK-DRECEB-FIM
              MOVE WRK-IDX-MAP          TO      WRK-IDX-MAPA-ACHADO
           END-IF.

      *----------------------------------------------------------------*
       5020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ACUMULA A CHAVE SEM CODIGO NA TABELA DE EXCECOES (UMA ENTRADA  *
      * POR FONTE E CHAVE)                                             *
      *----------------------------------------------------------------*
       5100-REGISTRAR-EXCECAO          SECTION.
      *----------------------------------------------------------------*

           MOVE '5100-REGISTRAR-EXCECAO' TO     FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FONTE-ISENCAO
              MOVE SPACES               TO      WRK-CHV-CJUSTF
           END-IF.

           MOVE ZEROS                   TO      WRK-IDX-EXCEC-ACHADA.

           PERFORM 5110-PESQUISAR-EXCECAO
             VARYING WRK-IDX-EXC FROM 1 BY 1
               UNTIL WRK-IDX-EXC        GREATER WRK-QTD-EXCEC
                  OR WRK-IDX-EXCEC-ACHADA GREATER ZEROS.

           IF WRK-IDX-EXCEC-ACHADA      EQUAL   ZEROS
              IF WRK-QTD-EXCEC  GREATER OR EQUAL WRK-MAX-EXCEC
                 MOVE 'GOTF9988'        TO      FRWKGLIV-COD-MENSAGEM
                 MOVE 'CHAVES SEM CODIGO DE SERVICO EXCEDERAM A MEMORIA'
                                        TO      FRWKGLIV-PARAMETROS
                 PERFORM 9350-TRATAR-ERRO-LIVRE
              END-IF
              ADD 1                     TO      WRK-QTD-EXCEC
              MOVE WRK-QTD-EXCEC        TO      WRK-IDX-EXCEC-ACHADA
              MOVE WRK-CHV-FONTE
                TO TAB-EXC-FONTE  (WRK-IDX-EXCEC-ACHADA)
              MOVE WRK-CHV-ORIGE
                TO TAB-EXC-ORIGE  (WRK-IDX-EXCEC-ACHADA)
              MOVE WRK-CHV-OPER
                TO TAB-EXC-OPER   (WRK-IDX-EXCEC-ACHADA)
              MOVE WRK-CHV-CJUSTF
                TO TAB-EXC-CJUSTF (WRK-IDX-EXCEC-ACHADA)
              MOVE ZEROS
                TO TAB-EXC-QTD    (WRK-IDX-EXCEC-ACHADA)
                   TAB-EXC-VLR    (WRK-IDX-EXCEC-ACHADA)
           END-IF.

           ADD WRK-QTD-AGREGADA
             TO TAB-EXC-QTD (WRK-IDX-EXCEC-ACHADA).
           ADD WRK-VLR-AGREGADO
             TO TAB-EXC-VLR (WRK-IDX-EXCEC-ACHADA).

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5110-PESQUISAR-EXCECAO          SECTION.
      *----------------------------------------------------------------*

           IF TAB-EXC-FONTE  (WRK-IDX-EXC) EQUAL WRK-CHV-FONTE
              AND TAB-EXC-ORIGE  (WRK-IDX-EXC) EQUAL WRK-CHV-ORIGE
              AND TAB-EXC-OPER   (WRK-IDX-EXC) EQUAL WRK-CHV-OPER
              AND TAB-EXC-CJUSTF (WRK-IDX-EXC) EQUAL WRK-CHV-CJUSTF
              MOVE WRK-IDX-EXC          TO      WRK-IDX-EXCEC-ACHADA
           END-IF.

      *----------------------------------------------------------------*
       5110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '9000-FINALIZAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           DISPLAY '*********** GOTF2REG ***********'
           DISPLAY '*                              *'
           DISPLAY '* ESTATISTICA REGULATORIA      *'
           DISPLAY '* ---------------------------- *'
           DISPLAY '* TRIMESTRE         : ' WRK-AAAAT-REFER-NUM
           DISPLAY '* AGREGADOS LIDOS   : ' WRK-LIDOS-CURSOR
           DISPLAY '* LIDOS    GOTF037E : ' WRK-LIDOS-GOTF037E
           DISPLAY '* ISENCOES FORA TRIM: ' WRK-ISENCOES-FORA-TRIM
           DISPLAY '* CODIGOS  GOTF037S : ' WRK-CODIGOS-GOTF037S
           DISPLAY '* EXCECOES GOTF037R : ' WRK-EXCECOES-GOTF037R
           DISPLAY '* QTDE COBRADA      : ' WRK-TOT-QTD-COBR
           DISPLAY '* VALOR BRUTO       : ' WRK-TOT-VLR-COBR
           DISPLAY '*********** GOTF2REG ***********'

           PERFORM  7100-ENCERRAR-CKRS0105.

           CLOSE GOTF037E.
           CLOSE GOTF037S.
           CLOSE GOTF037R.

           PERFORM 1110-TESTAR-FS-GOTF037E.
           PERFORM 1120-TESTAR-FS-GOTF037S.
           PERFORM 1130-TESTAR-FS-GOTF037R.

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

           MOVE 'GOTF2REG'              TO      FRWKGHEA-NOME-PROGRAMA.

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
