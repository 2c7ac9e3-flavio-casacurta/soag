      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. SACL2PTO.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  SACL2PTO                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  JULHO/2028                                   *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                SACL008S          O            WRK-REG-PARETO   *
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
      *                DB2PRD.TXREF_MANIF_TARIF         SACLB034       *
      *                DB2PRD.TSIT_MOVTO_TARIF          GOTFB0B7       *
      *                DB2PRD.TSIT_MOVTO_TARIF_ARQ      GOTFB0C7       *
      *                DB2PRD.TSOLIC_ESTR_TARIF         GOTFB0D5       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *    CKRS0105 - MODULO PARA INICIAR E FINALIZAR CONEXAO DB2      *
      *    FRWK2999 - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    BRAD0450 - ROTINA DE ABEND                                  *
      *----------------------------------------------------------------*
      *    PARM DA JCL...:                                             *
      *    POS 01-06 : ANO/MES DE REFERENCIA (AAAAMM; AUSENTE = MES    *
      *                ANTERIOR AO DA EXECUCAO)                        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    JUL/2028 - HOMI - PROGRAMA CRIADO. PARETO MENSAL DAS        *
      *               CONTESTACOES DE TARIFA PARA O COMITE DE          *
      *               PRODUTOS: OS VINCULOS DE TXREF_MANIF_TARIF       *
      *               REGISTRADOS NO MES E NOS TRES ANTERIORES SAO     *
      *               AGRUPADOS PELA CHAVE DO EVENTO CONTESTADO        *
      *               (ORIGEM / SITUACAO DA OPERACAO / CLASSE, DA      *
      *               TABELA ATIVA OU DO ARQUIVO MORTO) E ORDENADOS    *
      *               PELAS CONTESTACOES DO MES. POR CHAVE, O SACL008S *
      *               TRAZ A POSICAO, A PARTICIPACAO E A PARTICIPACAO  *
      *               ACUMULADA NO TOTAL DO MES, A TAXA POR MIL        *
      *               EVENTOS DA MESMA CHAVE POSTADOS NO MES (TABELA   *
      *               ATIVA E ARQUIVO MORTO), O                        *
      *               PERCENTUAL PROCEDENTE DOS VINCULOS JA DECIDIDOS, *
      *               O VALOR ESTORNADO (EVENTOS COM PEDIDO ATENDIDO   *
      *               DE ESTORNO DO PROPRIO PROTOCOLO EM               *
      *               TSOLIC_ESTR_TARIF) E A TENDENCIA CONTRA A MEDIA  *
      *               DOS TRES MESES ANTERIORES ('A' ALTA / 'Q' QUEDA  *
      *               ALEM DE 10%, 'E' ESTAVEL, 'N' NOVA). SO LEITURA; *
      *               PODE SER REEXECUTADO PARA QUALQUER MES.          *
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

           SELECT SACL008S ASSIGN      TO   UT-S-SACL008S
                      FILE STATUS      IS   WRK-FS-SACL008S.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   OUTPUT: SACL008S - PARETO DAS CONTESTACOES DE TARIFA         *
      *            ORG. SEQUENCIAL     -   LRECL   =  200              *
      *----------------------------------------------------------------*
       FD  SACL008S
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-SACL008S                 PIC  X(200).

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

       01  WRK-SW-EOF-CHAVE            PIC  X(01) VALUE 'N'.
           88  WRK-EOF-CHAVE                       VALUE 'S'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * VARIACAO CONTRA A MEDIA DOS TRES MESES ANTERIORES ALEM DA QUAL *
      * A TENDENCIA E DE ALTA OU DE QUEDA                              *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  WRK-PCT-TENDENCIA           PIC S9(03) COMP-3 VALUE +10.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * MES DE REFERENCIA (M) E OS TRES ANTERIORES (M-1 A M-3)         *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-DATA-PROCESSO           PIC  X(10) VALUE SPACES.
       01  WRK-AAAAMM-REFER            PIC  9(06) VALUE ZEROS.
       01  FILLER REDEFINES WRK-AAAAMM-REFER.
         05  WRK-AAAAMM-REFER-AAAA     PIC  9(04).
         05  WRK-AAAAMM-REFER-MM       PIC  9(02).
       01  WRK-AAAAMM-ATUAL            PIC  9(06) VALUE ZEROS.
       01  FILLER REDEFINES WRK-AAAAMM-ATUAL.
         05  WRK-AAAAMM-ATUAL-AAAA     PIC  9(04).
         05  WRK-AAAAMM-ATUAL-MM       PIC  9(02).
       01  WRK-DT-INI-MES.
         05  WRK-DT-INI-MES-AAAA       PIC  9(04).
         05  FILLER                    PIC  X(01) VALUE '-'.
         05  WRK-DT-INI-MES-MM         PIC  9(02).
         05  FILLER                    PIC  X(03) VALUE '-01'.
       01  WRK-DT-FIM-MES              PIC  X(10) VALUE SPACES.
       01  WRK-DT-INI-MES-1            PIC  X(10) VALUE SPACES.
       01  WRK-DT-INI-MES-2            PIC  X(10) VALUE SPACES.
       01  WRK-DT-INI-MES-3            PIC  X(10) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CHAVE CORRENTE E SEUS NUMEROS                                  *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-QTD-DISP-MES            PIC S9(09) COMP VALUE ZEROS.
       01  WRK-QTD-DISP-MES-1          PIC S9(09) COMP VALUE ZEROS.
       01  WRK-QTD-DISP-MES-2          PIC S9(09) COMP VALUE ZEROS.
       01  WRK-QTD-DISP-MES-3          PIC S9(09) COMP VALUE ZEROS.
       01  WRK-QTD-DECIDIDAS           PIC S9(09) COMP VALUE ZEROS.
       01  WRK-QTD-PROCEDENTES         PIC S9(09) COMP VALUE ZEROS.
       01  WRK-VLR-ESTORNADO           PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-QTD-POSTADOS            PIC S9(11) COMP-3 VALUE ZEROS.
       01  WRK-MEDIA-ANTERIOR          PIC S9(07)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-PCT-VARIACAO            PIC S9(05)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-QTD-ACUMULADA           PIC S9(09) COMP-3 VALUE ZEROS.
       01  WRK-TOT-DISP-MES            PIC S9(09) COMP VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ACUMULADORES                       ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-ACUMULADORES.
         05  WRK-CHAVES-GRAVADAS       PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-CHAVES-ALTA           PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-CHAVES-NOVAS          PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-TOT-DISP-ANTERIORES   PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-TOT-VLR-ESTORNADO     PIC S9(13)V9(02) COMP-3
                                                           VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE TESTE DE FILE-STATUS               ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-FS-SACL008S             PIC  X(02)  VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE SAIDA SACL008S                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * HEADER ('H') COM O MES E A JANELA; UM DETALHE ('D') POR CHAVE  *
      * NA ORDEM DO PARETO; TRAILER ('T') COM OS TOTAIS                *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-REG-PARETO.
         05  PTO-TIPO-REGISTRO         PIC  X(001).
         05  PTO-DADOS                 PIC  X(199).
         05  PTO-DADOS-HEADER          REDEFINES   PTO-DADOS.
           10  PTO-AAAAMM-REFER        PIC  9(006).
           10  PTO-DT-INI-MES          PIC  X(010).
           10  PTO-DT-FIM-MES          PIC  X(010).
           10  PTO-DT-INI-JANELA       PIC  X(010).
           10  PTO-DT-GERACAO          PIC  X(010).
           10  PTO-TOT-DISP-MES        PIC  9(009).
           10  FILLER                  PIC  X(144).
         05  PTO-DADOS-DETALHE         REDEFINES   PTO-DADOS.
           10  PTO-NPOSICAO            PIC  9(005).
           10  PTO-CSIST-ORIGE-TARIF   PIC  X(003).
           10  PTO-CSIT-OPER-REALZ     PIC  X(002).
           10  PTO-CJUSTF-EVNTO-TARIF  PIC  X(004).
           10  PTO-QTD-DISP-MES        PIC  9(007).
           10  PTO-PCT-PARTICIPACAO    PIC  9(003)V9(002).
           10  PTO-PCT-ACUMULADO       PIC  9(003)V9(002).
           10  PTO-QTD-POSTADOS        PIC  9(011).
           10  PTO-TAXA-POR-MIL        PIC  9(005)V9(002).
           10  PTO-QTD-DECIDIDAS       PIC  9(007).
           10  PTO-QTD-PROCEDENTES     PIC  9(007).
           10  PTO-PCT-PROCEDENTE      PIC  9(003)V9(002).
           10  PTO-VLR-ESTORNADO       PIC S9(013)V9(002)
                                           SIGN LEADING SEPARATE.
           10  PTO-QTD-DISP-MES-1      PIC  9(007).
           10  PTO-QTD-DISP-MES-2      PIC  9(007).
           10  PTO-QTD-DISP-MES-3      PIC  9(007).
           10  PTO-MEDIA-ANTERIOR      PIC  9(007)V9(002).
           10  PTO-PCT-VARIACAO        PIC S9(005)V9(002)
                                           SIGN LEADING SEPARATE.
           10  PTO-IN-TENDENCIA        PIC  X(001).
             88  PTO-TENDENCIA-ALTA                VALUE 'A'.
             88  PTO-TENDENCIA-QUEDA               VALUE 'Q'.
             88  PTO-TENDENCIA-ESTAVEL             VALUE 'E'.
             88  PTO-TENDENCIA-NOVA                VALUE 'N'.
           10  FILLER                  PIC  X(076).
         05  PTO-DADOS-TRAILER         REDEFINES   PTO-DADOS.
           10  PTO-QTD-CHAVES          PIC  9(009).
           10  PTO-TOT-DISP-TRL        PIC  9(009).
           10  PTO-TOT-DISP-ANTERIORES PIC  9(009).
           10  PTO-TOT-VLR-ESTORNADO   PIC S9(013)V9(002)
                                           SIGN LEADING SEPARATE.
           10  FILLER                  PIC  X(156).

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
               INCLUDE SACLB034
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0B7
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0C7
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0D5
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * VINCULOS REGISTRADOS NA JANELA (M-3 A M), PELA CHAVE DO EVENTO *
      * CONTESTADO NA TABELA ATIVA OU NO ARQUIVO MORTO (O GOTF2ARQ     *
      * APAGA DA ATIVA O QUE COPIA, SEM SOBREPOSICAO), COM AS          *
      * CONTAGENS POR MES, AS DECISOES E O VALOR ESTORNADO DO MES.     *
      * ORDEM DO PARETO: CONTESTACOES DO MES, DECRESCENTE              *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE C1 CURSOR FOR
                SELECT E.CSIST_ORIGE_TARIF,
                       E.CSIT_OPER_REALZ,
                       E.CJUSTF_EVNTO_TARIF,
                       SUM(CASE WHEN X.DT_REGISTRO >= :WRK-DT-INI-MES
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN X.DT_REGISTRO >= :WRK-DT-INI-MES-1
                                 AND X.DT_REGISTRO <  :WRK-DT-INI-MES
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN X.DT_REGISTRO >= :WRK-DT-INI-MES-2
                                 AND X.DT_REGISTRO <  :WRK-DT-INI-MES-1
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN X.DT_REGISTRO <  :WRK-DT-INI-MES-2
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN X.DT_REGISTRO >= :WRK-DT-INI-MES
                                 AND X.IN_RESULTADO IN ('P', 'I')
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN X.DT_REGISTRO >= :WRK-DT-INI-MES
                                 AND X.IN_RESULTADO = 'P'
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN X.DT_REGISTRO >= :WRK-DT-INI-MES
                                 AND S.IN_SITUACAO = 'A'
                                THEN E.VVALOR_COBR_TARIF
                                ELSE 0 END)
                  FROM DB2PRD.TXREF_MANIF_TARIF X
                 INNER JOIN
                       (SELECT CSIST_ORIGE_TARIF,
                               DRECEB_MOVTO_TARIF,
                               NMOVTO_EVNTO_TARIF,
                               CSIT_OPER_REALZ,
                               CJUSTF_EVNTO_TARIF,
                               VVALOR_COBR_TARIF
                          FROM DB2PRD.TSIT_MOVTO_TARIF
                        UNION ALL
                        SELECT CSIST_ORIGE_TARIF,
                               DRECEB_MOVTO_TARIF,
                               NMOVTO_EVNTO_TARIF,
                               CSIT_OPER_REALZ,
                               CJUSTF_EVNTO_TARIF,
                               VVALOR_COBR_TARIF
                          FROM DB2PRD.TSIT_MOVTO_TARIF_ARQ) E
                    ON E.CSIST_ORIGE_TARIF  = X.CSIST_ORIGE_TARIF
                   AND E.DRECEB_MOVTO_TARIF = X.DRECEB_MOVTO_TARIF
                   AND E.NMOVTO_EVNTO_TARIF = X.NMOVTO_EVNTO_TARIF
                  LEFT OUTER JOIN DB2PRD.TSOLIC_ESTR_TARIF S
                    ON S.CSIST_ORIGE_TARIF  = X.CSIST_ORIGE_TARIF
                   AND S.DRECEB_MOVTO_TARIF = X.DRECEB_MOVTO_TARIF
                   AND S.NMOVTO_EVNTO_TARIF = X.NMOVTO_EVNTO_TARIF
                   AND S.NPROT_MANIF        = X.NPROT_MANIF
                 WHERE X.DT_REGISTRO BETWEEN :WRK-DT-INI-MES-3
                                         AND :WRK-DT-FIM-MES
                 GROUP BY E.CSIST_ORIGE_TARIF,
                          E.CSIT_OPER_REALZ,
                          E.CJUSTF_EVNTO_TARIF
                 ORDER BY 4 DESC, 1, 2, 3
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
               10  WRK-PARM-DADO-AAAAMM PIC  9(006).
               10  FILLER               PIC  X(074).

      *================================================================*
       PROCEDURE                       DIVISION USING WRK-PARM-AREA.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           MOVE '0000-ROTINA-PRINCIPAL' TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 1000-INICIAR.

           PERFORM 3000-PROCESSAR
             UNTIL WRK-EOF-CHAVE.

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

           OPEN OUTPUT  SACL008S.
           PERFORM 1100-TESTAR-FS-SACL008S.

           PERFORM 1050-RESOLVER-REFERENCIA.

           PERFORM 1200-TOTALIZAR-MES.

           MOVE SPACES                  TO      PTO-DADOS.
           MOVE 'H'                     TO      PTO-TIPO-REGISTRO.
           MOVE WRK-AAAAMM-REFER        TO      PTO-AAAAMM-REFER.
           MOVE WRK-DT-INI-MES          TO      PTO-DT-INI-MES.
           MOVE WRK-DT-FIM-MES          TO      PTO-DT-FIM-MES.
           MOVE WRK-DT-INI-MES-3        TO      PTO-DT-INI-JANELA.
           MOVE WRK-DATA-PROCESSO       TO      PTO-DT-GERACAO.
           MOVE WRK-TOT-DISP-MES        TO      PTO-TOT-DISP-MES.
           PERFORM 5900-GRAVAR-SACL008S.

           EXEC SQL
                OPEN C1
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TXREF_MANIF_TAR'    TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0020'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 2100-LER-CHAVE.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * MES DE REFERENCIA: O DO PARM (AAAAMM, ANTERIOR AO MES DA       *
      * EXECUCAO) OU, SEM PARM, O MES ANTERIOR. DAI SAEM O ULTIMO DIA  *
      * DO MES E O PRIMEIRO DIA DE CADA UM DOS TRES MESES ANTERIORES   *
      *----------------------------------------------------------------*
       1050-RESOLVER-REFERENCIA        SECTION.
      *----------------------------------------------------------------*

           MOVE '1050-RESOLVER-REFERENCIA' TO   FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                SELECT CHAR(CURRENT DATE, ISO),
                       CHAR(CURRENT DATE - 1 MONTH, ISO)
                  INTO :WRK-DATA-PROCESSO,
                       :WRK-DT-FIM-MES
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'SYSDUMMY1'          TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0005'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE WRK-DATA-PROCESSO (1:4) TO      WRK-AAAAMM-ATUAL-AAAA.
           MOVE WRK-DATA-PROCESSO (6:2) TO      WRK-AAAAMM-ATUAL-MM.

           IF WRK-PARM-TAM          IS GREATER THAN +5
              AND WRK-PARM-DADO-AAAAMM  IS NUMERIC
              AND WRK-PARM-DADO-AAAAMM  IS GREATER THAN ZEROS
              MOVE WRK-PARM-DADO-AAAAMM TO      WRK-AAAAMM-REFER
              IF WRK-AAAAMM-REFER-MM    LESS    1
                 OR WRK-AAAAMM-REFER-MM GREATER 12
                 OR WRK-AAAAMM-REFER
                                    NOT LESS    WRK-AAAAMM-ATUAL
                 MOVE 'SACL9999'        TO      FRWKGLIV-COD-MENSAGEM
                 MOVE 'PARM DEVE INFORMAR MES AAAAMM ANTERIOR AO ATUAL'
                                        TO      FRWKGLIV-PARAMETROS
                 PERFORM 9350-TRATAR-ERRO-LIVRE
              END-IF
           ELSE
              MOVE WRK-DT-FIM-MES (1:4) TO      WRK-AAAAMM-REFER-AAAA
              MOVE WRK-DT-FIM-MES (6:2) TO      WRK-AAAAMM-REFER-MM
           END-IF.

           MOVE WRK-AAAAMM-REFER-AAAA   TO      WRK-DT-INI-MES-AAAA.
           MOVE WRK-AAAAMM-REFER-MM     TO      WRK-DT-INI-MES-MM.

           EXEC SQL
                SELECT CHAR(DATE(:WRK-DT-INI-MES)
                            + 1 MONTH - 1 DAY, ISO),
                       CHAR(DATE(:WRK-DT-INI-MES) - 1 MONTH, ISO),
                       CHAR(DATE(:WRK-DT-INI-MES) - 2 MONTHS, ISO),
                       CHAR(DATE(:WRK-DT-INI-MES) - 3 MONTHS, ISO)
                  INTO :WRK-DT-FIM-MES,
                       :WRK-DT-INI-MES-1,
                       :WRK-DT-INI-MES-2,
                       :WRK-DT-INI-MES-3
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

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
       1100-TESTAR-FS-SACL008S         SECTION.
      *----------------------------------------------------------------*

           MOVE '1100-TESTAR-FS-SACL008S' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-SACL008S       NOT EQUAL   '00'
              MOVE 'SACL008S'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-SACL008S      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * TOTAL DE CONTESTACOES DO MES COM O EVENTO LOCALIZADO (O MESMO  *
      * UNIVERSO DO CURSOR), BASE DA PARTICIPACAO DE CADA CHAVE        *
      *----------------------------------------------------------------*
       1200-TOTALIZAR-MES              SECTION.
      *----------------------------------------------------------------*

           MOVE '1200-TOTALIZAR-MES'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-TOT-DISP-MES
                  FROM DB2PRD.TXREF_MANIF_TARIF X
                 WHERE X.DT_REGISTRO BETWEEN :WRK-DT-INI-MES
                                         AND :WRK-DT-FIM-MES
                   AND (EXISTS
                       (SELECT 1
                          FROM DB2PRD.TSIT_MOVTO_TARIF E
                         WHERE E.CSIST_ORIGE_TARIF  =
                               X.CSIST_ORIGE_TARIF
                           AND E.DRECEB_MOVTO_TARIF =
                               X.DRECEB_MOVTO_TARIF
                           AND E.NMOVTO_EVNTO_TARIF =
                               X.NMOVTO_EVNTO_TARIF)
                    OR  EXISTS
                       (SELECT 1
                          FROM DB2PRD.TSIT_MOVTO_TARIF_ARQ A
                         WHERE A.CSIST_ORIGE_TARIF  =
                               X.CSIST_ORIGE_TARIF
                           AND A.DRECEB_MOVTO_TARIF =
                               X.DRECEB_MOVTO_TARIF
                           AND A.NMOVTO_EVNTO_TARIF =
                               X.NMOVTO_EVNTO_TARIF))
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TXREF_MANIF_TAR'    TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0010'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-CHAVE                  SECTION.
      *----------------------------------------------------------------*

           MOVE '2100-LER-CHAVE'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH C1
                 INTO :GOTFB0B7.CSIST-ORIGE-TARIF,
                      :GOTFB0B7.CSIT-OPER-REALZ,
                      :GOTFB0B7.CJUSTF-EVNTO-TARIF,
                      :WRK-QTD-DISP-MES,
                      :WRK-QTD-DISP-MES-1,
                      :WRK-QTD-DISP-MES-2,
                      :WRK-QTD-DISP-MES-3,
                      :WRK-QTD-DECIDIDAS,
                      :WRK-QTD-PROCEDENTES,
                      :WRK-VLR-ESTORNADO
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   ZEROS
                 CONTINUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-CHAVE      TO      TRUE
              WHEN OTHER
                 MOVE 'TXREF_MANIF_TAR' TO      FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0025'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
           END-EVALUATE.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * UMA CHAVE DO PARETO: EVENTOS POSTADOS NO MES, PARTICIPACOES,   *
      * TAXAS E TENDENCIA                                              *
      *----------------------------------------------------------------*
       3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '3000-PROCESSAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 3100-CONTAR-POSTADOS.

           ADD 1                        TO      WRK-CHAVES-GRAVADAS.
           ADD WRK-QTD-DISP-MES         TO      WRK-QTD-ACUMULADA.
           ADD WRK-QTD-DISP-MES-1       TO      WRK-TOT-DISP-ANTERIORES.
           ADD WRK-QTD-DISP-MES-2       TO      WRK-TOT-DISP-ANTERIORES.
           ADD WRK-QTD-DISP-MES-3       TO      WRK-TOT-DISP-ANTERIORES.
           ADD WRK-VLR-ESTORNADO        TO      WRK-TOT-VLR-ESTORNADO.

           MOVE SPACES                  TO      PTO-DADOS.
           MOVE 'D'                     TO      PTO-TIPO-REGISTRO.
           MOVE WRK-CHAVES-GRAVADAS     TO      PTO-NPOSICAO.
           MOVE CSIST-ORIGE-TARIF OF GOTFB0B7
                                        TO      PTO-CSIST-ORIGE-TARIF.
           MOVE CSIT-OPER-REALZ OF GOTFB0B7
                                        TO      PTO-CSIT-OPER-REALZ.
           MOVE CJUSTF-EVNTO-TARIF OF GOTFB0B7
                                        TO      PTO-CJUSTF-EVNTO-TARIF.
           MOVE WRK-QTD-DISP-MES        TO      PTO-QTD-DISP-MES.
           MOVE WRK-QTD-POSTADOS        TO      PTO-QTD-POSTADOS.
           MOVE WRK-QTD-DECIDIDAS       TO      PTO-QTD-DECIDIDAS.
           MOVE WRK-QTD-PROCEDENTES     TO      PTO-QTD-PROCEDENTES.
           MOVE WRK-VLR-ESTORNADO       TO      PTO-VLR-ESTORNADO.
           MOVE WRK-QTD-DISP-MES-1      TO      PTO-QTD-DISP-MES-1.
           MOVE WRK-QTD-DISP-MES-2      TO      PTO-QTD-DISP-MES-2.
           MOVE WRK-QTD-DISP-MES-3      TO      PTO-QTD-DISP-MES-3.

           MOVE ZEROS                   TO      PTO-PCT-PARTICIPACAO
                                                PTO-PCT-ACUMULADO
                                                PTO-TAXA-POR-MIL
                                                PTO-PCT-PROCEDENTE.

           IF WRK-TOT-DISP-MES          GREATER ZEROS
              COMPUTE PTO-PCT-PARTICIPACAO ROUNDED =
                      WRK-QTD-DISP-MES  * 100 / WRK-TOT-DISP-MES
              COMPUTE PTO-PCT-ACUMULADO    ROUNDED =
                      WRK-QTD-ACUMULADA * 100 / WRK-TOT-DISP-MES
           END-IF.

           EVALUATE TRUE
              WHEN WRK-QTD-POSTADOS     EQUAL   ZEROS
                 CONTINUE
              WHEN WRK-QTD-DISP-MES     GREATER WRK-QTD-POSTADOS * 99
                 MOVE 99999,99          TO      PTO-TAXA-POR-MIL
              WHEN OTHER
                 COMPUTE PTO-TAXA-POR-MIL  ROUNDED =
                         WRK-QTD-DISP-MES * 1000 / WRK-QTD-POSTADOS
           END-EVALUATE.

           IF WRK-QTD-DECIDIDAS         GREATER ZEROS
              COMPUTE PTO-PCT-PROCEDENTE   ROUNDED =
                      WRK-QTD-PROCEDENTES * 100 / WRK-QTD-DECIDIDAS
           END-IF.

           PERFORM 3200-AVALIAR-TENDENCIA.

           PERFORM 5900-GRAVAR-SACL008S.

           PERFORM 2100-LER-CHAVE.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * EVENTOS DA CHAVE POSTADOS NO MES DE REFERENCIA, NA TABELA      *
      * ATIVA E NO ARQUIVO MORTO (DENOMINADOR DA TAXA POR MIL)         *
      *----------------------------------------------------------------*
       3100-CONTAR-POSTADOS            SECTION.
      *----------------------------------------------------------------*

           MOVE '3100-CONTAR-POSTADOS'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                SELECT (SELECT COUNT(*)
                          FROM DB2PRD.TSIT_MOVTO_TARIF
                         WHERE CSIST_ORIGE_TARIF  =
                               :GOTFB0B7.CSIST-ORIGE-TARIF
                           AND CSIT_OPER_REALZ    =
                               :GOTFB0B7.CSIT-OPER-REALZ
                           AND CJUSTF_EVNTO_TARIF =
                               :GOTFB0B7.CJUSTF-EVNTO-TARIF
                           AND DRECEB_MOVTO_TARIF BETWEEN
                               :WRK-DT-INI-MES AND :WRK-DT-FIM-MES)
                     + (SELECT COUNT(*)
                          FROM DB2PRD.TSIT_MOVTO_TARIF_ARQ
                         WHERE CSIST_ORIGE_TARIF  =
                               :GOTFB0B7.CSIST-ORIGE-TARIF
                           AND CSIT_OPER_REALZ    =
                               :GOTFB0B7.CSIT-OPER-REALZ
                           AND CJUSTF_EVNTO_TARIF =
                               :GOTFB0B7.CJUSTF-EVNTO-TARIF
                           AND DRECEB_MOVTO_TARIF BETWEEN
                               :WRK-DT-INI-MES AND :WRK-DT-FIM-MES)
                  INTO :WRK-QTD-POSTADOS
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSIT_MOVTO_TARI'    TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0030'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * TENDENCIA: CONTESTACOES DO MES CONTRA A MEDIA DOS TRES MESES   *
      * ANTERIORES. SEM HISTORICO A CHAVE E NOVA; VARIACAO ALEM DE     *
      * WRK-PCT-TENDENCIA, PARA CIMA OU PARA BAIXO, E ALTA OU QUEDA    *
      *----------------------------------------------------------------*
       3200-AVALIAR-TENDENCIA          SECTION.
      *----------------------------------------------------------------*

           MOVE '3200-AVALIAR-TENDENCIA' TO     FRWKGHEA-IDEN-PARAGRAFO.

           COMPUTE WRK-MEDIA-ANTERIOR   ROUNDED =
                   (WRK-QTD-DISP-MES-1 + WRK-QTD-DISP-MES-2
                                       + WRK-QTD-DISP-MES-3) / 3.

           MOVE WRK-MEDIA-ANTERIOR      TO      PTO-MEDIA-ANTERIOR.

           IF WRK-MEDIA-ANTERIOR        EQUAL   ZEROS
              MOVE ZEROS                TO      PTO-PCT-VARIACAO
              SET PTO-TENDENCIA-NOVA    TO      TRUE
              ADD 1                     TO      WRK-CHAVES-NOVAS
              GO TO 3200-99-FIM
           END-IF.

           IF WRK-QTD-DISP-MES          GREATER WRK-MEDIA-ANTERIOR
                                              * 1000
              MOVE 99999,99             TO      WRK-PCT-VARIACAO
           ELSE
              COMPUTE WRK-PCT-VARIACAO  ROUNDED =
                      (WRK-QTD-DISP-MES - WRK-MEDIA-ANTERIOR) * 100
                      / WRK-MEDIA-ANTERIOR
           END-IF.

           MOVE WRK-PCT-VARIACAO        TO      PTO-PCT-VARIACAO.

           EVALUATE TRUE
              WHEN WRK-PCT-VARIACAO     GREATER WRK-PCT-TENDENCIA
                 SET PTO-TENDENCIA-ALTA TO      TRUE
                 ADD 1                  TO      WRK-CHAVES-ALTA
              WHEN WRK-PCT-VARIACAO     LESS    WRK-PCT-TENDENCIA * -1
                 SET PTO-TENDENCIA-QUEDA
                                        TO      TRUE
              WHEN OTHER
                 SET PTO-TENDENCIA-ESTAVEL
                                        TO      TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5900-GRAVAR-SACL008S            SECTION.
      *----------------------------------------------------------------*

           MOVE '5900-GRAVAR-SACL008S'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-REG-PARETO          TO      FD-SACL008S.

           WRITE FD-SACL008S.

           PERFORM 1100-TESTAR-FS-SACL008S.

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
              MOVE 'TXREF_MANIF_TAR'    TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0035'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE SPACES                  TO      PTO-DADOS.
           MOVE 'T'                     TO      PTO-TIPO-REGISTRO.
           MOVE WRK-CHAVES-GRAVADAS     TO      PTO-QTD-CHAVES.
           MOVE WRK-QTD-ACUMULADA       TO      PTO-TOT-DISP-TRL.
           MOVE WRK-TOT-DISP-ANTERIORES TO      PTO-TOT-DISP-ANTERIORES.
           MOVE WRK-TOT-VLR-ESTORNADO   TO      PTO-TOT-VLR-ESTORNADO.
           PERFORM 5900-GRAVAR-SACL008S.

           DISPLAY '*********** SACL2PTO ***********'
           DISPLAY '*                              *'
           DISPLAY '*  PARETO DAS CONTESTACOES     *'
           DISPLAY '*  DE TARIFA                   *'
           DISPLAY '* ---------------------------- *'
           DISPLAY '* MES DE REFERENCIA : ' WRK-AAAAMM-REFER
           DISPLAY '* CONTESTACOES MES  : ' WRK-TOT-DISP-MES
           DISPLAY '* CHAVES GRAVADAS   : ' WRK-CHAVES-GRAVADAS
           DISPLAY '* CHAVES EM ALTA    : ' WRK-CHAVES-ALTA
           DISPLAY '* CHAVES NOVAS      : ' WRK-CHAVES-NOVAS
           DISPLAY '*********** SACL2PTO ***********'

           PERFORM  7100-ENCERRAR-CKRS0105.

           CLOSE SACL008S.

           PERFORM 1100-TESTAR-FS-SACL008S.

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

           MOVE 'SACL2PTO'              TO      FRWKGHEA-NOME-PROGRAMA.

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
