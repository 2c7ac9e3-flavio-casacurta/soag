      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. GOTF2RCP.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  GOTF2RCP                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  MARCO/2028                                   *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                GOTF049E          I          WRK-REG-RECUPERACAO*
      *                GOTF049R          O              WRK-REG-REJEITO*
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
      *                DB2PRD.TACUM_TARIF_MENSAL        GOTFB0B2       *
      *                DB2PRD.TSUSP_RETNO_TARIF         GOTFB0E8       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *    CKRS0105 - MODULO PARA INICIAR E FINALIZAR CONEXAO DB2      *
      *    GOTF1200 - ENCARGOS DE MORA DO DEBITO PAGO COM ATRASO       *
      *    FRWK2999 - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    BRAD0450 - ROTINA DE ABEND                                  *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    MAR/2028 - HOMI - PROGRAMA CRIADO. RECUPERACAO DE TARIFA    *
      *               BAIXADA POR ESGOTAMENTO DA REGUA DE COBRANCA     *
      *               (CSIT_EVNTO_TARIF 'B', CONTRAPARTIDA 'BAIX' DO   *
      *               GOTF2RET). DUAS FONTES: O ARQUIVO GOTF049E DA    *
      *               AREA DE COBRANCA (HEADER COM QUANTIDADE, DETALHE *
      *               POR EVENTO RECUPERADO COM VALOR, DATA E NUMERO   *
      *               DO PROCESSO DE COBRANCA, TRAILER COM QUANTIDADE  *
      *               E VALOR TOTAL DE CONTROLE) E AS SUSPENSAS DE     *
      *               TSUSP_RETNO_TARIF COM DS_MOTIVO 'EVENTO BAIXADO' *
      *               (RETORNO DE DEBITO PAGO QUE CHEGOU DEPOIS DA     *
      *               BAIXA - VALOR RECUPERADO E O VALOR DO EVENTO).   *
      *               RECUPERACAO ACEITA: GRAVA A CONTRAPARTIDA        *
      *               POSITIVA CJUSTF 'RECP' (DATA DO PROCESSAMENTO,   *
      *               MESMO NMOVTO, LEVADA PELO GOTF2CTB E PELO        *
      *               GOTF2PDD PARA REVERTER A PERDA DA BAIXA), MARCA  *
      *               O EVENTO 'C' (RECUPERADO) E ACUMULA NO           *
      *               TACUM_TARIF_MENSAL COMO A BAIXA. UMA UNICA       *
      *               RECUPERACAO POR EVENTO; RECUPERACAO PARCIAL E    *
      *               ACEITA E O RESTANTE FICA COMO PERDA. EVENTO      *
      *               INEXISTENTE, NAO BAIXADO, JA RECUPERADO OU VALOR *
      *               ACIMA DO BAIXADO VAI PARA GOTF049R (A SUSPENSA   *
      *               RECUSADA E MARCADA 'R'; A APLICADA, 'A').        *
      *    MAR/2028 - HOMI - ENCARGOS DE MORA: A RECUPERACAO APLICADA  *
      *               CHAMA O MODULO GOTF1200, QUE POSTA O EVENTO      *
      *               VINCULADO CJUSTF 'MORA' SOBRE O VALOR RECUPERADO *
      *               (MULTA + JUROS POR DIA UTIL DESDE A PRIMEIRA     *
      *               REMESSA ATE A DATA DA RECUPERACAO). CLIENTE      *
      *               ISENTO E EVENTO CONTESTADO NAO SAO ONERADOS.     *
      *               NOVOS CONTADORES NO RESUMO.                      *
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

           SELECT GOTF049E ASSIGN      TO   UT-S-GOTF049E
                      FILE STATUS      IS   WRK-FS-GOTF049E.

           SELECT GOTF049R ASSIGN      TO   UT-S-GOTF049R
                      FILE STATUS      IS   WRK-FS-GOTF049R.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   INPUT: GOTF049E - RECUPERACOES DA AREA DE COBRANCA           *
      *            ORG. SEQUENCIAL     -   LRECL   =  080              *
      *----------------------------------------------------------------*
       FD  GOTF049E
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF049E                 PIC  X(080).

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF049R - RECUPERACOES RECUSADAS/NAO APLICADAS      *
      *            ORG. SEQUENCIAL     -   LRECL   =  130              *
      *----------------------------------------------------------------*
       FD  GOTF049R
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF049R                 PIC  X(130).

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
      * ENCARGOS DE MORA SOBRE O VALOR RECUPERADO (MODULO GOTF1200)    *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  WRK-GOTF1200                PIC  X(08)  VALUE  'GOTF1200'.

       COPY GOTFWMOR.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE AUXILIARES                         ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-SQLCODE-AUX             PIC S9(09)  VALUE ZEROS.
       01  FILLER                      REDEFINES   WRK-SQLCODE-AUX.
         05  FILLER                    PIC  9(06).
         05  WRK-SQLCODE-9-3           PIC S9(03).

       01  WRK-DATA-PROCESSO           PIC  X(10) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * SITUACAO E VALORES DO EVENTO BAIXADO                          *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CSIT-EVENTO             PIC  X(01) VALUE SPACE.
           88  WRK-EVENTO-BAIXADO                  VALUE 'B'.
           88  WRK-EVENTO-RECUPERADO               VALUE 'C'.
       01  WRK-VLR-ORIGINAL            PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-VLR-RECUPERAR           PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-HSIT-ORIGINAL           PIC  X(08) VALUE SPACES.
       01  WRK-CSIT-ORIGINAL           PIC  X(02) VALUE SPACES.
       01  WRK-DRECEB-ORIGINAL         PIC  X(10) VALUE SPACES.
       01  WRK-NSUSP-EDITADO           PIC  9(09) VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * DESFECHO DA RECUPERACAO CORRENTE: 'A' APLICADA, 'R' RECUSADA, *
      * 'S' ADIADA (CONTRAPARTIDA DO DIA JA EXISTENTE NA CHAVE - A    *
      * SUSPENSA FICA PENDENTE PARA O PROXIMO PROCESSAMENTO)          *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-SW-DESFECHO             PIC  X(01) VALUE SPACE.
           88  WRK-RECUP-APLICADA                  VALUE 'A'.
           88  WRK-RECUP-RECUSADA                  VALUE 'R'.
           88  WRK-RECUP-ADIADA                    VALUE 'S'.

       01  WRK-SW-EOF-CURSOR           PIC  X(01) VALUE 'N'.
           88  WRK-EOF-CURSOR                      VALUE 'S'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CHAVE DO MES DO ACUMULADO DO CLIENTE                          *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-VLR-ACUMULAR            PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-DRECEB-DESMEMBRADA.
         05  WRK-DRECEB-AAAA           PIC  9(04).
         05  FILLER                    PIC  X(01).
         05  WRK-DRECEB-MM             PIC  9(02).
         05  FILLER                    PIC  X(03).
       01  WRK-AAMM-EVENTO.
         05  WRK-AAMM-EVENTO-AAAA      PIC  9(04).
         05  WRK-AAMM-EVENTO-MM        PIC  9(02).
       01  FILLER REDEFINES WRK-AAMM-EVENTO.
         05  WRK-AAMM-EVENTO-NUM       PIC  9(06).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ACUMULADORES                       ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-ACUMULADORES.
         05  WRK-LIDOS-GOTF049E        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-SUSPENSAS-LIDAS       PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-RECUPERADOS-COBRANCA  PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-RECUPERADOS-SUSPENSA  PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-SUSPENSAS-ADIADAS     PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-REJEITADOS-GOTF049R   PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-MORAS-POSTADAS        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-MORAS-NAO-APLIC       PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-VLR-LIDO-GOTF049E     PIC  9(15)V9(02) COMP-3
                                                           VALUE ZEROS.
         05  WRK-VLR-RECUPERADO        PIC S9(15)V9(02) COMP-3
                                                           VALUE ZEROS.

       01  WRK-VLR-RECUPERADO-ED       PIC  ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99-.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE TESTE DE FILE-STATUS               ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-FS-GOTF049E             PIC  X(02)  VALUE SPACES.
       01  WRK-FS-GOTF049R             PIC  X(02)  VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ENTRADA GOTF049E                   ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * DETALHE DA RECUPERACAO. A SUSPENSA DE EVENTO BAIXADO E         *
      * MONTADA NO MESMO LAYOUT COM TIPO 'S' E O NUMERO DA SUSPENSA    *
      * NO LUGAR DO PROCESSO DE COBRANCA                              *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-REG-RECUPERACAO.
         05  REC-TIPO-REGISTRO         PIC  X(001).
           88  REC-EH-COBRANCA                     VALUE 'D'.
           88  REC-EH-SUSPENSA                     VALUE 'S'.
         05  REC-CSIST-ORIGE-TARIF     PIC  X(003).
         05  REC-NMOVTO-EVNTO-TARIF    PIC  9(013).
         05  REC-DRECEB-MOVTO-TARIF    PIC  X(010).
         05  REC-VLR-RECUPERADO        PIC  9(013)V9(002).
         05  REC-DT-RECUPERACAO        PIC  X(010).
         05  REC-NPROC-COBRANCA        PIC  X(015).
         05  FILLER                    PIC  X(013).

       01  WRK-REG-HEADER-GOTF049E.
         05  HDR-TIPO-REGISTRO         PIC  X(001).
           88  HDR-EH-HEADER                       VALUE 'H'.
         05  HDR-QTD-REGISTROS         PIC  9(009).
         05  HDR-DT-GERACAO            PIC  X(010).
         05  FILLER                    PIC  X(060).

       01  WRK-REG-TRAILER-GOTF049E.
         05  TRL-TIPO-REGISTRO         PIC  X(001).
           88  TRL-EH-TRAILER                      VALUE 'T'.
         05  TRL-QTD-REGISTROS         PIC  9(009).
         05  TRL-VLR-TOTAL             PIC  9(015)V9(002).
         05  FILLER                    PIC  X(053).

       01  WRK-QTD-REGISTROS-HEADER    PIC  9(009) VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE SAIDA GOTF049R                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-REG-REJEITO.
         05  REJ-REGISTRO-ORIGINAL     PIC  X(080).
         05  REJ-SQLCODE               PIC S9(009) COMP-3.
         05  REJ-NOME-TABELA           PIC  X(018).
         05  REJ-MOTIVO                PIC  X(020).
         05  FILLER                    PIC  X(007).

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

           EXEC SQL
               INCLUDE GOTFB0B2
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0E8
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * RETORNOS DE DEBITO PAGOS DEPOIS DA BAIXA DO EVENTO, DEIXADOS  *
      * EM SUSPENSO PELO GOTF2RET                                     *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CREC CURSOR FOR
                SELECT NSUSP_RETNO,
                       CSIST_ORIGE_TARIF,
                       DRECEB_MOVTO_TARIF,
                       NMOVTO_EVNTO_TARIF
                  FROM DB2PRD.TSUSP_RETNO_TARIF
                 WHERE IN_SITUACAO = 'S'
                   AND DS_MOTIVO   = 'EVENTO BAIXADO'
                   FOR UPDATE OF IN_SITUACAO, DT_RESOLUCAO
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

           PERFORM 2100-LER-GOTF049E.

           PERFORM 3000-PROCESSAR
             UNTIL WRK-FS-GOTF049E      EQUAL   '10'.

           PERFORM 2200-LER-CURSOR.

           PERFORM 4000-PROCESSAR-SUSPENSA
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

           OPEN INPUT   GOTF049E.
           OPEN OUTPUT  GOTF049R.

           PERFORM 1110-TESTAR-FS-GOTF049E.
           PERFORM 1120-TESTAR-FS-GOTF049R.

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

           EXEC SQL
                OPEN CREC
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSUSP_RETNO_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0010'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1110-TESTAR-FS-GOTF049E         SECTION.
      *----------------------------------------------------------------*

           MOVE '1110-TESTAR-FS-GOTF049E' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF049E       NOT EQUAL   '00'
              MOVE 'GOTF049E'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF049E      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1120-TESTAR-FS-GOTF049R         SECTION.
      *----------------------------------------------------------------*

           MOVE '1120-TESTAR-FS-GOTF049R' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF049R       NOT EQUAL   '00'
              MOVE 'GOTF049R'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF049R      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * LE O PRIMEIRO REGISTRO FISICO DE GOTF049E, ESPERANDO UM        *
      * HEADER ('H') COM O TOTAL DE REGISTROS DE CORPO, NO MESMO       *
      * MOLDE DO GOTF033E. ARQUIVO VAZIO (SEM RECUPERACAO DA COBRANCA  *
      * NO DIA) SEGUE DIRETO PARA AS SUSPENSAS                         *
      *----------------------------------------------------------------*
       2050-VALIDAR-HEADER             SECTION.
      *----------------------------------------------------------------*

           MOVE '2050-VALIDAR-HEADER'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE ZEROS                   TO
                                             WRK-QTD-REGISTROS-HEADER.

           READ GOTF049E                INTO    WRK-REG-HEADER-GOTF049E.

           IF WRK-FS-GOTF049E           EQUAL   '10'
              NEXT SENTENCE
           ELSE
              PERFORM 1110-TESTAR-FS-GOTF049E

              IF NOT HDR-EH-HEADER
                 MOVE 'GOTF9994'           TO      FRWKGLIV-COD-MENSAGEM
                 MOVE
                 'REGISTRO HEADER AUSENTE OU INVALIDO EM GOTF049E'
                                           TO      FRWKGLIV-PARAMETROS
                 PERFORM 9350-TRATAR-ERRO-LIVRE
              END-IF

              MOVE HDR-QTD-REGISTROS       TO
                                                WRK-QTD-REGISTROS-HEADER
           END-IF.

      *----------------------------------------------------------------*
       2050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * CONFERE O TRAILER: QUANTIDADE CONTRA O LIDO E CONTRA O HEADER  *
      * E VALOR TOTAL CONTRA A SOMA DOS DETALHES LIDOS                 *
      *----------------------------------------------------------------*
       2060-VALIDAR-TRAILER            SECTION.
      *----------------------------------------------------------------*

           MOVE '2060-VALIDAR-TRAILER'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF NOT TRL-EH-TRAILER
              MOVE 'GOTF9993'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'REGISTRO TRAILER AUSENTE OU INVALIDO NO ARQUIVO GOTF049E'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           IF (TRL-QTD-REGISTROS        NOT EQUAL WRK-LIDOS-GOTF049E)
              OR (WRK-QTD-REGISTROS-HEADER NOT EQUAL WRK-LIDOS-GOTF049E)
              MOVE 'GOTF9992'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'TOTAL DE CONTROLE DIVERGE DO LIDO EM GOTF049E'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           IF (TRL-VLR-TOTAL            NOT NUMERIC)
              OR (TRL-VLR-TOTAL         NOT EQUAL WRK-VLR-LIDO-GOTF049E)
              MOVE 'GOTF9992'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'VALOR TOTAL DE CONTROLE DIVERGE DO LIDO EM GOTF049E'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

      *----------------------------------------------------------------*
       2060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-GOTF049E               SECTION.
      *----------------------------------------------------------------*

           MOVE '2100-LER-GOTF049E'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           READ GOTF049E                INTO    WRK-REG-RECUPERACAO.

           IF WRK-FS-GOTF049E           EQUAL   '10'
              NEXT SENTENCE
           ELSE
              PERFORM 1110-TESTAR-FS-GOTF049E

              IF FD-GOTF049E(1:1)          EQUAL   'T'
                 MOVE FD-GOTF049E          TO
                                                WRK-REG-TRAILER-GOTF049E
                 PERFORM 2060-VALIDAR-TRAILER
                 MOVE '10'                 TO      WRK-FS-GOTF049E
              ELSE
                 ADD     1              TO      WRK-LIDOS-GOTF049E
                 IF REC-VLR-RECUPERADO     NUMERIC
                    ADD REC-VLR-RECUPERADO TO    WRK-VLR-LIDO-GOTF049E
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-LER-CURSOR                 SECTION.
      *----------------------------------------------------------------*

           MOVE '2200-LER-CURSOR'       TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CREC
                 INTO :GOTFB0E8.NSUSP-RETNO,
                      :GOTFB0E8.CSIST-ORIGE-TARIF,
                      :GOTFB0E8.DRECEB-MOVTO-TARIF,
                      :GOTFB0E8.NMOVTO-EVNTO-TARIF
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-CURSOR     TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TSUSP_RETNO_TARIF' TO    FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH           TO     TRUE
                 MOVE '0020'             TO     FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 ADD 1                  TO      WRK-SUSPENSAS-LIDAS
           END-EVALUATE.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '3000-PROCESSAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF NOT REC-EH-COBRANCA
              MOVE WRK-REG-RECUPERACAO  TO      REJ-REGISTRO-ORIGINAL
              MOVE ZEROS                TO      REJ-SQLCODE
              MOVE SPACES               TO      REJ-NOME-TABELA
              MOVE 'TIPO INVALIDO'      TO      REJ-MOTIVO
              PERFORM 5900-GRAVAR-REJEITO
           ELSE
              PERFORM 5000-APLICAR-RECUPERACAO
              IF WRK-RECUP-APLICADA
                 ADD 1                  TO      WRK-RECUPERADOS-COBRANCA
              END-IF
           END-IF.

           PERFORM 2100-LER-GOTF049E.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * SUSPENSA DE EVENTO BAIXADO: MONTA A RECUPERACAO NO LAYOUT DO   *
      * GOTF049E (TIPO 'S') E APLICA. APLICADA -> 'A' COM A DATA DE    *
      * RESOLUCAO; RECUSADA -> 'R' (RELACIONADA EM GOTF049R); ADIADA   *
      * FICA 'S' PARA O PROXIMO PROCESSAMENTO                          *
      *----------------------------------------------------------------*
       4000-PROCESSAR-SUSPENSA         SECTION.
      *----------------------------------------------------------------*

           MOVE '4000-PROCESSAR-SUSPENSA' TO    FRWKGHEA-IDEN-PARAGRAFO.

           INITIALIZE WRK-REG-RECUPERACAO.

           SET REC-EH-SUSPENSA          TO      TRUE.
           MOVE CSIST-ORIGE-TARIF     OF GOTFB0E8
                                        TO      REC-CSIST-ORIGE-TARIF.
           MOVE NMOVTO-EVNTO-TARIF    OF GOTFB0E8
                                        TO      REC-NMOVTO-EVNTO-TARIF.
           MOVE DRECEB-MOVTO-TARIF    OF GOTFB0E8
                                        TO      REC-DRECEB-MOVTO-TARIF.
           MOVE WRK-DATA-PROCESSO       TO      REC-DT-RECUPERACAO.
           MOVE NSUSP-RETNO           OF GOTFB0E8
                                        TO      WRK-NSUSP-EDITADO.
           MOVE WRK-NSUSP-EDITADO       TO      REC-NPROC-COBRANCA.

           PERFORM 5000-APLICAR-RECUPERACAO.

           EVALUATE TRUE
              WHEN WRK-RECUP-APLICADA
                 ADD 1                  TO      WRK-RECUPERADOS-SUSPENSA
                 EXEC SQL
                      UPDATE DB2PRD.TSUSP_RETNO_TARIF
                         SET IN_SITUACAO  = 'A',
                             DT_RESOLUCAO = :WRK-DATA-PROCESSO
                       WHERE CURRENT OF CREC
                 END-EXEC
              WHEN WRK-RECUP-RECUSADA
                 EXEC SQL
                      UPDATE DB2PRD.TSUSP_RETNO_TARIF
                         SET IN_SITUACAO  = 'R',
                             DT_RESOLUCAO = :WRK-DATA-PROCESSO
                       WHERE CURRENT OF CREC
                 END-EXEC
              WHEN OTHER
                 ADD 1                  TO      WRK-SUSPENSAS-ADIADAS
                 PERFORM 2200-LER-CURSOR
                 GO TO 4000-99-FIM
           END-EVALUATE.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSUSP_RETNO_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0030'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 2200-LER-CURSOR.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * APLICA UMA RECUPERACAO: O EVENTO TEM DE EXISTIR E ESTAR        *
      * BAIXADO ('B'), E O VALOR RECUPERADO (NA SUSPENSA, O PROPRIO    *
      * VALOR DO EVENTO) NAO PODE PASSAR DO BAIXADO. ACEITA, GRAVA A   *
      * CONTRAPARTIDA 'RECP' E SO ENTAO MARCA O EVENTO 'C' - A         *
      * CONDICAO CSIT_EVNTO_TARIF = 'B' DO UPDATE IMPEDE RECUPERAR O   *
      * MESMO EVENTO DUAS VEZES                                        *
      *----------------------------------------------------------------*
       5000-APLICAR-RECUPERACAO        SECTION.
      *----------------------------------------------------------------*

           MOVE '5000-APLICAR-RECUPERACAO' TO   FRWKGHEA-IDEN-PARAGRAFO.

           SET WRK-RECUP-RECUSADA       TO      TRUE.

           MOVE WRK-REG-RECUPERACAO     TO      REJ-REGISTRO-ORIGINAL.
           MOVE ZEROS                   TO      REJ-SQLCODE.
           MOVE 'TSIT_MOVTO_TARIF'      TO      REJ-NOME-TABELA.

           IF REC-EH-COBRANCA
              IF (REC-VLR-RECUPERADO    NOT NUMERIC)
                 OR (REC-VLR-RECUPERADO EQUAL   ZEROS)
                 MOVE 'VALOR INVALIDO'  TO      REJ-MOTIVO
                 PERFORM 5900-GRAVAR-REJEITO
                 GO TO 5000-99-FIM
              END-IF
           END-IF.

           MOVE REC-CSIST-ORIGE-TARIF   TO      CSIST-ORIGE-TARIF
                                                OF GOTFB0B7.
           MOVE REC-NMOVTO-EVNTO-TARIF  TO      NMOVTO-EVNTO-TARIF
                                                OF GOTFB0B7.
           MOVE REC-DRECEB-MOVTO-TARIF  TO      DRECEB-MOVTO-TARIF
                                                OF GOTFB0B7.

           EXEC SQL
                SELECT CSIT_EVNTO_TARIF,
                       VVALOR_COBR_TARIF,
                       HSIT_OPER_REALZ,
                       CSIT_OPER_REALZ,
                       NCONTA_CLIEN,
                       NFATUR_TARIF
                  INTO :WRK-CSIT-EVENTO,
                       :WRK-VLR-ORIGINAL,
                       :WRK-HSIT-ORIGINAL,
                       :WRK-CSIT-ORIGINAL,
                       :GOTFB0B7.NCONTA-CLIEN,
                       :GOTFB0B7.NFATUR-ORIGE
                  FROM DB2PRD.TSIT_MOVTO_TARIF
                 WHERE CSIST_ORIGE_TARIF  = :GOTFB0B7.CSIST-ORIGE-TARIF
                   AND NMOVTO_EVNTO_TARIF =
                                          :GOTFB0B7.NMOVTO-EVNTO-TARIF
                   AND DRECEB_MOVTO_TARIF =
                                          :GOTFB0B7.DRECEB-MOVTO-TARIF
           END-EXEC.

           IF SQLCODE                   EQUAL   +100
              MOVE SQLCODE              TO      REJ-SQLCODE
              MOVE 'EVENTO NAO ENCONTR' TO      REJ-MOTIVO
              PERFORM 5900-GRAVAR-REJEITO
              GO TO 5000-99-FIM
           END-IF.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSIT_MOVTO_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0040'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF WRK-EVENTO-RECUPERADO
              MOVE 'EVENTO JA RECUPERADO' TO    REJ-MOTIVO
              PERFORM 5900-GRAVAR-REJEITO
              GO TO 5000-99-FIM
           END-IF.

           IF NOT WRK-EVENTO-BAIXADO
              MOVE 'EVENTO NAO BAIXADO' TO      REJ-MOTIVO
              PERFORM 5900-GRAVAR-REJEITO
              GO TO 5000-99-FIM
           END-IF.

           IF REC-EH-SUSPENSA
              MOVE WRK-VLR-ORIGINAL     TO      WRK-VLR-RECUPERAR
           ELSE
              MOVE REC-VLR-RECUPERADO   TO      WRK-VLR-RECUPERAR
           END-IF.

           IF WRK-VLR-RECUPERAR         GREATER WRK-VLR-ORIGINAL
              MOVE 'VALOR ACIMA BAIXA'  TO      REJ-MOTIVO
              PERFORM 5900-GRAVAR-REJEITO
              GO TO 5000-99-FIM
           END-IF.

           PERFORM 5100-POSTAR-RECUPERACAO.

           IF NOT WRK-RECUP-APLICADA
              GO TO 5000-99-FIM
           END-IF.

           EXEC SQL
                UPDATE DB2PRD.TSIT_MOVTO_TARIF
                   SET CSIT_EVNTO_TARIF = 'C'
                 WHERE CSIST_ORIGE_TARIF  = :GOTFB0B7.CSIST-ORIGE-TARIF
                   AND NMOVTO_EVNTO_TARIF =
                                          :GOTFB0B7.NMOVTO-EVNTO-TARIF
                   AND DRECEB_MOVTO_TARIF = :WRK-DRECEB-ORIGINAL
                   AND CSIT_EVNTO_TARIF   = 'B'
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSIT_MOVTO_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0060'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           ADD WRK-VLR-RECUPERAR        TO      WRK-VLR-RECUPERADO.

           PERFORM 5300-APURAR-MORA.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * GRAVA A CONTRAPARTIDA POSITIVA 'RECP' NA DATA DO PROCESSAMENTO *
      * COM O MESMO NMOVTO DO EVENTO BAIXADO (MESMO MOLDE DA           *
      * CONTRAPARTIDA 'BAIX' DO GOTF2RET) E A LEVA AO ACUMULADO DO     *
      * CLIENTE. A JUSTIFICATIVA TRAZ 'EVENTO ' + NMOVTO, COMO AS      *
      * DEMAIS CONTRAPARTIDAS, PARA A CONSULTA GOTF51JS. CHAVE JA      *
      * EXISTENTE (-803: BAIXA OU RECUPERACAO DO MESMO EVENTO NO DIA)  *
      * ADIA A RECUPERACAO                                             *
      *----------------------------------------------------------------*
       5100-POSTAR-RECUPERACAO         SECTION.
      *----------------------------------------------------------------*

           MOVE '5100-POSTAR-RECUPERACAO' TO    FRWKGHEA-IDEN-PARAGRAFO.

           MOVE REC-DRECEB-MOVTO-TARIF  TO      WRK-DRECEB-ORIGINAL.

           MOVE WRK-DATA-PROCESSO       TO      DRECEB-MOVTO-TARIF
                                                OF GOTFB0B7.
           MOVE WRK-HSIT-ORIGINAL       TO      HSIT-OPER-REALZ
                                                OF GOTFB0B7.
           MOVE WRK-CSIT-ORIGINAL       TO      CSIT-OPER-REALZ
                                                OF GOTFB0B7.
           MOVE 'GOTF2RCP'              TO      CUSUAR-MOVTO-EVNTO
                                                OF GOTFB0B7.

           MOVE SPACES                  TO      RJUSTF-EVNTO-TARIF
                                                OF GOTFB0B7.
           IF REC-EH-SUSPENSA
              STRING 'RECUPERACAO DE BAIXA (DEBITO TARDIO) EVENTO '
                                        DELIMITED BY SIZE
                     REC-NMOVTO-EVNTO-TARIF DELIMITED BY SIZE
                     ' SUSPENSA '       DELIMITED BY SIZE
                     REC-NPROC-COBRANCA DELIMITED BY SPACE
                INTO RJUSTF-EVNTO-TARIF OF GOTFB0B7
              END-STRING
           ELSE
              STRING 'RECUPERACAO DE BAIXA (COBRANCA) EVENTO '
                                        DELIMITED BY SIZE
                     REC-NMOVTO-EVNTO-TARIF DELIMITED BY SIZE
                     ' PROCESSO '       DELIMITED BY SIZE
                     REC-NPROC-COBRANCA DELIMITED BY SPACE
                INTO RJUSTF-EVNTO-TARIF OF GOTFB0B7
              END-STRING
           END-IF.

           MOVE 'RECP'                  TO      CJUSTF-EVNTO-TARIF
                                                OF GOTFB0B7.
           MOVE WRK-VLR-RECUPERAR       TO      VVALOR-COBR-TARIF
                                                OF GOTFB0B7.
           MOVE 'BRL'                   TO      CMOEDA-ORIGL-TARIF
                                                OF GOTFB0B7.
           MOVE ZEROS                   TO      VVALOR-ORIGL-TARIF
                                                OF GOTFB0B7.

           EXEC SQL
             INSERT INTO DB2PRD.TSIT_MOVTO_TARIF
                   (CSIST_ORIGE_TARIF  ,
                    DRECEB_MOVTO_TARIF ,
                    NMOVTO_EVNTO_TARIF ,
                    HSIT_OPER_REALZ    ,
                    CSIT_OPER_REALZ    ,
                    CUSUAR_MOVTO_EVNTO ,
                    RJUSTF_EVNTO_TARIF ,
                    CJUSTF_EVNTO_TARIF ,
                    VVALOR_COBR_TARIF  ,
                    CMOEDA_ORIGL_TARIF ,
                    VVALOR_ORIGL_TARIF ,
                    NCONTA_CLIEN       ,
                    NFATUR_ORIGE)
               VALUES
                   (:GOTFB0B7.CSIST-ORIGE-TARIF  ,
                    :GOTFB0B7.DRECEB-MOVTO-TARIF ,
                    :GOTFB0B7.NMOVTO-EVNTO-TARIF ,
                    :GOTFB0B7.HSIT-OPER-REALZ    ,
                    :GOTFB0B7.CSIT-OPER-REALZ    ,
                    :GOTFB0B7.CUSUAR-MOVTO-EVNTO ,
                    :GOTFB0B7.RJUSTF-EVNTO-TARIF ,
                    :GOTFB0B7.CJUSTF-EVNTO-TARIF ,
                    :GOTFB0B7.VVALOR-COBR-TARIF  ,
                    :GOTFB0B7.CMOEDA-ORIGL-TARIF ,
                    :GOTFB0B7.VVALOR-ORIGL-TARIF ,
                    :GOTFB0B7.NCONTA-CLIEN       ,
                    :GOTFB0B7.NFATUR-ORIGE)
           END-EXEC.

           IF SQLCODE                   EQUAL   -803
              SET WRK-RECUP-ADIADA      TO      TRUE
              MOVE SQLCODE              TO      REJ-SQLCODE
              MOVE 'CONTRAPARTIDA DUPLIC' TO    REJ-MOTIVO
              PERFORM 5900-GRAVAR-REJEITO
              GO TO 5100-99-FIM
           END-IF.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSIT_MOVTO_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-INSERT            TO      TRUE
              MOVE '0050'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 5200-ACUMULAR-MES-CLIENTE.

           SET WRK-RECUP-APLICADA       TO      TRUE.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * LEVA A CONTRAPARTIDA DE RECUPERACAO (POSITIVA) AO ACUMULADO    *
      * MES-A-DATA DO CLIENTE/ORIGEM, NA CHAVE DO MES DA PROPRIA       *
      * CONTRAPARTIDA - MESMO UPSERT DE 5460 DO GOTF2RET, MANTENDO O   *
      * INVARIANTE CONFERIDO PELO GOTF2VAC. SEM CONTA NO EVENTO        *
      * ORIGINAL NADA E ACUMULADO                                      *
      *----------------------------------------------------------------*
       5200-ACUMULAR-MES-CLIENTE       SECTION.
      *----------------------------------------------------------------*

           MOVE '5200-ACUMULAR-MES-CLIENTE' TO
                                        FRWKGHEA-IDEN-PARAGRAFO.

           IF NCONTA-CLIEN OF GOTFB0B7 IS GREATER THAN ZEROS

              MOVE DRECEB-MOVTO-TARIF OF GOTFB0B7
                                        TO      WRK-DRECEB-DESMEMBRADA
              MOVE WRK-DRECEB-AAAA      TO      WRK-AAMM-EVENTO-AAAA
              MOVE WRK-DRECEB-MM        TO      WRK-AAMM-EVENTO-MM

              MOVE CSIST-ORIGE-TARIF  OF GOTFB0B7
                TO CSIST-ORIGE-TARIF  OF GOTFB0B2
              MOVE NCONTA-CLIEN       OF GOTFB0B7
                TO NCONTA-CLIEN       OF GOTFB0B2
              MOVE WRK-AAMM-EVENTO-NUM  TO      AAMM-REFER OF GOTFB0B2
              MOVE VVALOR-COBR-TARIF  OF GOTFB0B7
                                        TO      WRK-VLR-ACUMULAR

              EXEC SQL
                UPDATE DB2PRD.TACUM_TARIF_MENSAL
                   SET VACUM_COBR_TARIF = VACUM_COBR_TARIF +
                                          :WRK-VLR-ACUMULAR
                 WHERE CSIST_ORIGE_TARIF = :GOTFB0B2.CSIST-ORIGE-TARIF
                   AND NCONTA_CLIEN      = :GOTFB0B2.NCONTA-CLIEN
                   AND AAMM_REFER        = :GOTFB0B2.AAMM-REFER
              END-EXEC

              IF SQLCODE                EQUAL   +100
                 MOVE WRK-VLR-ACUMULAR  TO      VACUM-COBR-TARIF
                                                OF GOTFB0B2
                 EXEC SQL
                   INSERT INTO DB2PRD.TACUM_TARIF_MENSAL
                         (CSIST_ORIGE_TARIF ,
                          NCONTA_CLIEN      ,
                          AAMM_REFER        ,
                          VACUM_COBR_TARIF)
                     VALUES
                         (:GOTFB0B2.CSIST-ORIGE-TARIF ,
                          :GOTFB0B2.NCONTA-CLIEN      ,
                          :GOTFB0B2.AAMM-REFER        ,
                          :GOTFB0B2.VACUM-COBR-TARIF)
                 END-EXEC

                 IF (SQLCODE            NOT EQUAL   ZEROS)
                    MOVE 'TACUM_TARIF_MENSAL' TO FRWKGDB2-NOME-TABELA
                    SET DB2-INSERT      TO      TRUE
                    MOVE '0070'         TO      FRWKGDB2-LOCAL
                    PERFORM 9200-TRATAR-ERRO-DB2
                 END-IF
              ELSE
                 IF SQLCODE             NOT EQUAL   ZEROS
                    MOVE 'TACUM_TARIF_MENSAL' TO FRWKGDB2-NOME-TABELA
                    SET DB2-UPDATE      TO      TRUE
                    MOVE '0071'         TO      FRWKGDB2-LOCAL
                    PERFORM 9200-TRATAR-ERRO-DB2
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       5200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * RECUPERACAO APLICADA: O MODULO GOTF1200 APURA MULTA E JUROS    *
      * POR DIA UTIL SOBRE O VALOR RECUPERADO, DA PRIMEIRA REMESSA DO  *
      * EVENTO ATE A DATA DA RECUPERACAO (SEM DATA NO REGISTRO, A DO   *
      * PROCESSAMENTO), E POSTA O EVENTO 'MORA' VINCULADO. CLIENTE     *
      * ISENTO, EVENTO EM CONTESTACAO, SEM TAXA VIGENTE OU SEM ATRASO  *
      * VOLTAM 04 E SO SAO CONTADOS                                    *
      *----------------------------------------------------------------*
       5300-APURAR-MORA                SECTION.
      *----------------------------------------------------------------*

           MOVE '5300-APURAR-MORA'      TO      FRWKGHEA-IDEN-PARAGRAFO.

           INITIALIZE GOTFWMOR-BLOCO-ENTRADA.
           MOVE REC-CSIST-ORIGE-TARIF   TO      GOTFWMOR-CSIST-ORIGE.
           MOVE WRK-DRECEB-ORIGINAL     TO      GOTFWMOR-DRECEB-MOVTO.
           MOVE REC-NMOVTO-EVNTO-TARIF  TO      GOTFWMOR-NMOVTO-EVNTO.
           MOVE WRK-VLR-RECUPERAR       TO      GOTFWMOR-VLR-PAGO.
           IF REC-DT-RECUPERACAO        EQUAL   SPACES
              MOVE WRK-DATA-PROCESSO    TO      GOTFWMOR-DT-PAGAMENTO
           ELSE
              MOVE REC-DT-RECUPERACAO   TO      GOTFWMOR-DT-PAGAMENTO
           END-IF.
           MOVE 'GOTF2RCP'              TO      GOTFWMOR-CUSUAR.

           CALL WRK-GOTF1200            USING   GOTFWMOR.

           EVALUATE TRUE
              WHEN GOTFWMOR-POSTADO
                 ADD 1                  TO      WRK-MORAS-POSTADAS
              WHEN GOTFWMOR-NAO-APLICAVEL
                 ADD 1                  TO      WRK-MORAS-NAO-APLIC
              WHEN GOTFWMOR-ERRO-CALENDARIO
                 MOVE 'CALE9998'        TO      FRWKGLIV-COD-MENSAGEM
                 MOVE 'CALE2000 RETORNOU ERRO NA CONTAGEM DE DIAS UTEIS'
                                        TO      FRWKGLIV-PARAMETROS
                 PERFORM 9350-TRATAR-ERRO-LIVRE
              WHEN OTHER
                 MOVE 'GOTF9997'        TO      FRWKGLIV-COD-MENSAGEM
                 MOVE SPACES            TO      FRWKGLIV-PARAMETROS
                 STRING 'ERRO DE SQL NOS ENCARGOS DE MORA GOTF1200 '
                                        DELIMITED BY SIZE
                        GOTFWMOR-NOME-TABELA
                                        DELIMITED BY SPACE
                   INTO FRWKGLIV-PARAMETROS
                 END-STRING
                 PERFORM 9350-TRATAR-ERRO-LIVRE
           END-EVALUATE.

      *----------------------------------------------------------------*
       5300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5900-GRAVAR-REJEITO             SECTION.
      *----------------------------------------------------------------*

           MOVE '5900-GRAVAR-REJEITO'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-REG-REJEITO         TO      FD-GOTF049R.

           WRITE FD-GOTF049R.

           PERFORM 1120-TESTAR-FS-GOTF049R.

           ADD 1                        TO      WRK-REJEITADOS-GOTF049R.

      *----------------------------------------------------------------*
       5900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '9000-FINALIZAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                CLOSE CREC
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSUSP_RETNO_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0080'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE WRK-VLR-RECUPERADO      TO      WRK-VLR-RECUPERADO-ED.

           DISPLAY '*********** GOTF2RCP ***********'
           DISPLAY '*                              *'
           DISPLAY '*  RECUPERACAO DE BAIXAS       *'
           DISPLAY '* ---------------------------- *'
           DISPLAY '* LIDOS    GOTF049E : ' WRK-LIDOS-GOTF049E
           DISPLAY '* RECUP. COBRANCA   : ' WRK-RECUPERADOS-COBRANCA
           DISPLAY '* SUSPENSAS LIDAS   : ' WRK-SUSPENSAS-LIDAS
           DISPLAY '* RECUP. SUSPENSAS  : ' WRK-RECUPERADOS-SUSPENSA
           DISPLAY '* SUSPENSAS ADIADAS : ' WRK-SUSPENSAS-ADIADAS
           DISPLAY '* GRAVADOS GOTF049R : ' WRK-REJEITADOS-GOTF049R
           DISPLAY '* MORAS POSTADAS    : ' WRK-MORAS-POSTADAS
           DISPLAY '* MORAS NAO APLICAV : ' WRK-MORAS-NAO-APLIC
           DISPLAY '* VALOR RECUPERADO  : ' WRK-VLR-RECUPERADO-ED
           DISPLAY '*********** GOTF2RCP ***********'

           PERFORM  7100-ENCERRAR-CKRS0105.

           CLOSE GOTF049E.
           CLOSE GOTF049R.

           PERFORM 1110-TESTAR-FS-GOTF049E.
           PERFORM 1120-TESTAR-FS-GOTF049R.

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

           MOVE 'GOTF2RCP'              TO      FRWKGHEA-NOME-PROGRAMA.

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
