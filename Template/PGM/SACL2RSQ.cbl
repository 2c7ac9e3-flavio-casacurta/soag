      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. SACL2RSQ.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  SACL2RSQ                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  JUNHO/2028                                   *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                SACL006E          I              SACLW06E       *
      *                SACL006R          O            WRK-REG-RETORNO  *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#FRWKGE - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    I#FRWKAR - BOOK PARA TRATAMENTO DE ERROS DE ARQUIVOS        *
      *    I#FRWKLI - AREA PARA FORMATACAO DE ERRO LIVRE               *
      *    I#FRWKDB - AREA PARA FORMATACAO DE ERRO DE DB2              *
      *    I#CKRS04 - BOOK DE CONEXAO DB2                              *
      *    SACLW06E - RETORNO DA PESQUISA DE SATISFACAO                *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TPESQ_SATISF_MANIF        SACLB038       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *    CKRS0105 - MODULO PARA INICIAR E FINALIZAR CONEXAO DB2      *
      *    FRWK2999 - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    BRAD0450 - ROTINA DE ABEND                                  *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    JUN/2028 - HOMI - PROGRAMA CRIADO. CARGA DAS RESPOSTAS DA   *
      *               PESQUISA DE SATISFACAO DEVOLVIDAS PELO           *
      *               FORNECEDOR (ARQUIVO SACL006E, BOOK SACLW06E),    *
      *               COM HEADER E TRAILER CONFERIDOS COMO NO SACL2ENT *
      *               (CODIGOS SACL9986/SACL9985/SACL9984). PARA CADA  *
      *               DETALHE VALIDO DE PESQUISA ENVIADA PELO SACL2PSQ *
      *               GRAVA EM TPESQ_SATISF_MANIF AS NOTAS GERAL, DA   *
      *               RESPOSTA E DO PRAZO (0 A 10), O COMENTARIO LIVRE *
      *               E A DATA DA RESPOSTA, PASSANDO A SITUACAO A 'R'. *
      *               O RETORNO SACL006R DEVOLVE AO FORNECEDOR, POR    *
      *               DETALHE, ACEITO ('A'), JA RESPONDIDA ('J' -      *
      *               REEXECUCAO NAO REGRAVA) OU O MOTIVO DA REJEICAO  *
      *               ('R'). UNICA UNIDADE DE TRABALHO; COM REJEITO    *
      *               ENCERRA COM RETURN-CODE 4.                       *
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

           SELECT SACL006E ASSIGN      TO   UT-S-SACL006E
                      FILE STATUS      IS   WRK-FS-SACL006E.

           SELECT SACL006R ASSIGN      TO   UT-S-SACL006R
                      FILE STATUS      IS   WRK-FS-SACL006R.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   INPUT: SACL006E - RETORNO DA PESQUISA DE SATISFACAO          *
      *            ORG. SEQUENCIAL     -   LRECL   =  600              *
      *----------------------------------------------------------------*
       FD  SACL006E
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-SACL006E                 PIC  X(600).

      *----------------------------------------------------------------*
      *   OUTPUT: SACL006R - RETORNO AO FORNECEDOR (ACEITE OU REJEICAO)*
      *            ORG. SEQUENCIAL     -   LRECL   =  100              *
      *----------------------------------------------------------------*
       FD  SACL006R
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-SACL006R                 PIC  X(100).

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

       01  WRK-SW-JA-RESPONDIDA        PIC  X(01) VALUE 'N'.
           88  WRK-JA-RESPONDIDA                   VALUE 'S'.

       01  WRK-DATA-PROCESSO           PIC  X(10) VALUE SPACES.
       01  WRK-DT-RESPOSTA             PIC  X(10) VALUE SPACES.
       01  WRK-MOTIVO-REJEITO          PIC  X(30) VALUE SPACES.
       01  WRK-TAM-COMENT              PIC S9(04) COMP VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ACUMULADORES                       ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-ACUMULADORES.
         05  WRK-LIDOS-SACL006E        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-RESPOSTAS-GRAVADAS    PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-JA-RESPONDIDAS        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-REJEITADOS            PIC  9(09)  COMP-3  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE TESTE DE FILE-STATUS               ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-FS-SACL006E             PIC  X(02)  VALUE SPACES.
       01  WRK-FS-SACL006R             PIC  X(02)  VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ENTRADA SACL006E                   ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY SACLW06E.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE HEADER/TRAILER SACL006E            ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-REG-HEADER-SACL006E.
         05  HDR-TIPO-REGISTRO         PIC  X(001).
           88  HDR-EH-HEADER                       VALUE 'H'.
         05  HDR-QTD-REGISTROS         PIC  9(009).
         05  HDR-DT-ARQUIVO            PIC  X(010).
         05  FILLER                    PIC  X(580).

       01  WRK-REG-TRAILER-SACL006E.
         05  TRL-TIPO-REGISTRO         PIC  X(001).
           88  TRL-EH-TRAILER                      VALUE 'T'.
         05  TRL-QTD-REGISTROS         PIC  9(009).
         05  FILLER                    PIC  X(590).

       01  WRK-QTD-REGISTROS-HEADER    PIC  9(009) VALUE ZEROS.
       01  WRK-DT-ARQUIVO              PIC  X(010) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE SAIDA SACL006R                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * HEADER ('H') ECOA A DATA DO ARQUIVO; UM DETALHE ('D') POR      *
      * DETALHE RECEBIDO; TRAILER ('T') COM AS QUANTIDADES POR         *
      * SITUACAO                                                       *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-REG-RETORNO.
         05  RET-TIPO-REGISTRO         PIC  X(001).
         05  RET-DADOS                 PIC  X(099).
         05  RET-DADOS-HEADER          REDEFINES   RET-DADOS.
           10  RET-DT-ARQUIVO          PIC  X(010).
           10  RET-DT-PROCESSO         PIC  X(010).
           10  FILLER                  PIC  X(079).
         05  RET-DADOS-DETALHE         REDEFINES   RET-DADOS.
           10  RET-NPROT-MANIF         PIC  X(010).
           10  RET-SITUACAO            PIC  X(001).
             88  RET-ACEITO                        VALUE 'A'.
             88  RET-JA-RESPONDIDA                 VALUE 'J'.
             88  RET-REJEITADO                     VALUE 'R'.
           10  RET-MOTIVO              PIC  X(030).
           10  FILLER                  PIC  X(058).
         05  RET-DADOS-TRAILER         REDEFINES   RET-DADOS.
           10  RET-QTD-DETALHES        PIC  9(009).
           10  RET-QTD-ACEITOS         PIC  9(009).
           10  RET-QTD-JA-RESPONDIDAS  PIC  9(009).
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
               INCLUDE SACLB038
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
             UNTIL WRK-FS-SACL006E      EQUAL   '10'.

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

           OPEN INPUT   SACL006E.
           PERFORM 1100-TESTAR-FS-SACL006E.

           OPEN OUTPUT  SACL006R.
           PERFORM 1150-TESTAR-FS-SACL006R.

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

           MOVE SPACES                  TO      RET-DADOS.
           MOVE 'H'                     TO      RET-TIPO-REGISTRO.
           MOVE WRK-DT-ARQUIVO          TO      RET-DT-ARQUIVO.
           MOVE WRK-DATA-PROCESSO       TO      RET-DT-PROCESSO.
           PERFORM 5900-GRAVAR-SACL006R.

           PERFORM 2100-LER-SACL006E.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FS-SACL006E         SECTION.
      *----------------------------------------------------------------*

           MOVE '1100-TESTAR-FS-SACL006E' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-SACL006E       NOT EQUAL   '00'
              MOVE 'SACL006E'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-SACL006E      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1150-TESTAR-FS-SACL006R         SECTION.
      *----------------------------------------------------------------*

           MOVE '1150-TESTAR-FS-SACL006R' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-SACL006R       NOT EQUAL   '00'
              MOVE 'SACL006R'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-SACL006R      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * LE O PRIMEIRO REGISTRO FISICO DE SACL006E, QUE TEM DE SER O    *
      * HEADER ('H') COM A QUANTIDADE DE DETALHES E A DATA DO ARQUIVO  *
      * (DATA DA RESPOSTA PARA DETALHE QUE NAO A TRAGA)                *
      *----------------------------------------------------------------*
       2050-VALIDAR-HEADER             SECTION.
      *----------------------------------------------------------------*

           MOVE '2050-VALIDAR-HEADER'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE ZEROS                   TO
                                             WRK-QTD-REGISTROS-HEADER.

           READ SACL006E                INTO    WRK-REG-HEADER-SACL006E.

           IF WRK-FS-SACL006E           EQUAL   '10'
              MOVE 'SACL9986'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'REGISTRO HEADER AUSENTE OU INVALIDO EM SACL006E'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           PERFORM 1100-TESTAR-FS-SACL006E.

           IF NOT HDR-EH-HEADER
              OR HDR-QTD-REGISTROS  NOT NUMERIC
              MOVE 'SACL9986'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'REGISTRO HEADER AUSENTE OU INVALIDO EM SACL006E'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           MOVE HDR-QTD-REGISTROS       TO
                                             WRK-QTD-REGISTROS-HEADER.

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
      * DESFEITA, SEM NENHUMA RESPOSTA GRAVADA                         *
      *----------------------------------------------------------------*
       2060-VALIDAR-TRAILER            SECTION.
      *----------------------------------------------------------------*

           MOVE '2060-VALIDAR-TRAILER'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF NOT TRL-EH-TRAILER
              MOVE 'SACL9985'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'REGISTRO TRAILER AUSENTE OU INVALIDO NO ARQUIVO SACL006E'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           IF (TRL-QTD-REGISTROS        NOT EQUAL WRK-LIDOS-SACL006E)
              OR (WRK-QTD-REGISTROS-HEADER NOT EQUAL WRK-LIDOS-SACL006E)
              MOVE 'SACL9984'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'TOTAL DE CONTROLE DIVERGE DO LIDO EM SACL006E'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

      *----------------------------------------------------------------*
       2060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * LE O PROXIMO REGISTRO DE SACL006E. O TRAILER ENCERRA A         *
      * LEITURA; FIM FISICO SEM TRAILER E TRATADO COMO TRAILER         *
      * AUSENTE                                                        *
      *----------------------------------------------------------------*
       2100-LER-SACL006E               SECTION.
      *----------------------------------------------------------------*

           MOVE '2100-LER-SACL006E'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           READ SACL006E                INTO    SACLW06E-REGISTRO.

           IF WRK-FS-SACL006E           EQUAL   '10'
              MOVE SPACES               TO      WRK-REG-TRAILER-SACL006E
              PERFORM 2060-VALIDAR-TRAILER
              GO TO 2100-99-FIM
           END-IF.

           PERFORM 1100-TESTAR-FS-SACL006E.

           IF FD-SACL006E(1:1)          EQUAL   'T'
              MOVE FD-SACL006E          TO      WRK-REG-TRAILER-SACL006E
              PERFORM 2060-VALIDAR-TRAILER
              MOVE '10'                 TO      WRK-FS-SACL006E
           ELSE
              ADD 1                     TO      WRK-LIDOS-SACL006E
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * UM DETALHE = UMA RESPOSTA: VALIDA, CONFERE A PESQUISA ENVIADA, *
      * GRAVA AS NOTAS E DEVOLVE O RETORNO AO FORNECEDOR               *
      *----------------------------------------------------------------*
       3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '3000-PROCESSAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE SPACES                  TO      WRK-MOTIVO-REJEITO
                                                RET-DADOS.
           MOVE 'D'                     TO      RET-TIPO-REGISTRO.
           MOVE FD-SACL006E(2:10)       TO      RET-NPROT-MANIF.

           PERFORM 3100-VALIDAR-REGISTRO.

           IF WRK-MOTIVO-REJEITO        EQUAL   SPACES
              PERFORM 3200-VERIFICAR-PESQUISA
           END-IF.

           IF WRK-MOTIVO-REJEITO    NOT EQUAL   SPACES
              SET RET-REJEITADO         TO      TRUE
              MOVE WRK-MOTIVO-REJEITO   TO      RET-MOTIVO
              ADD 1                     TO      WRK-REJEITADOS
              PERFORM 5900-GRAVAR-SACL006R
              PERFORM 2100-LER-SACL006E
              GO TO 3000-99-FIM
           END-IF.

           IF WRK-JA-RESPONDIDA
              SET RET-JA-RESPONDIDA     TO      TRUE
              MOVE 'PESQUISA JA RESPONDIDA'
                                        TO      RET-MOTIVO
              ADD 1                     TO      WRK-JA-RESPONDIDAS
              PERFORM 5900-GRAVAR-SACL006R
              PERFORM 2100-LER-SACL006E
              GO TO 3000-99-FIM
           END-IF.

           PERFORM 4100-GRAVAR-RESPOSTA.

           SET RET-ACEITO               TO      TRUE.
           ADD 1                        TO      WRK-RESPOSTAS-GRAVADAS.
           PERFORM 5900-GRAVAR-SACL006R.

           PERFORM 2100-LER-SACL006E.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * CONSISTENCIA DO DETALHE. NOTAS DE 00 A 10; COMENTARIO DE ATE   *
      * 500 BYTES; DATA DA RESPOSTA EM BRANCO ASSUME A DATA DO ARQUIVO *
      * E NAO PODE SER POSTERIOR AO PROCESSAMENTO                      *
      *----------------------------------------------------------------*
       3100-VALIDAR-REGISTRO           SECTION.
      *----------------------------------------------------------------*

           MOVE '3100-VALIDAR-REGISTRO' TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF NOT RSP-EH-DETALHE
              MOVE 'TIPO DE REGISTRO INVALIDO'
                                        TO      WRK-MOTIVO-REJEITO
              GO TO 3100-99-FIM
           END-IF.

           IF RSP-NPROT-MANIF       NOT NUMERIC
              OR RSP-NPROT-MANIF        EQUAL   ZEROS
              MOVE 'PROTOCOLO INVALIDO' TO      WRK-MOTIVO-REJEITO
              GO TO 3100-99-FIM
           END-IF.

           IF RSP-NOTA-GERAL        NOT NUMERIC
              OR RSP-NOTA-GERAL         GREATER 10
              OR RSP-NOTA-RESPOSTA  NOT NUMERIC
              OR RSP-NOTA-RESPOSTA      GREATER 10
              OR RSP-NOTA-PRAZO     NOT NUMERIC
              OR RSP-NOTA-PRAZO         GREATER 10
              MOVE 'NOTA INVALIDA'      TO      WRK-MOTIVO-REJEITO
              GO TO 3100-99-FIM
           END-IF.

           IF RSP-TAM-COMENT            EQUAL   SPACES
              MOVE ZEROS                TO      RSP-TAM-COMENT
           END-IF.

           IF RSP-TAM-COMENT        NOT NUMERIC
              OR RSP-TAM-COMENT         GREATER 500
              MOVE 'TAMANHO DO COMENTARIO INVALIDO'
                                        TO      WRK-MOTIVO-REJEITO
              GO TO 3100-99-FIM
           END-IF.

           MOVE RSP-TAM-COMENT          TO      WRK-TAM-COMENT.

           IF RSP-DT-RESPOSTA           EQUAL   SPACES
              MOVE WRK-DT-ARQUIVO       TO      WRK-DT-RESPOSTA
           ELSE
              MOVE RSP-DT-RESPOSTA      TO      WRK-DT-RESPOSTA
           END-IF.

           EXEC SQL
                SELECT CHAR(DATE(:WRK-DT-RESPOSTA), ISO)
                  INTO :WRK-DT-RESPOSTA
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE                   EQUAL   -180 OR -181
              MOVE 'DATA DA RESPOSTA INVALIDA'
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

           IF WRK-DT-RESPOSTA           GREATER WRK-DATA-PROCESSO
              MOVE 'DATA DA RESPOSTA FUTURA'
                                        TO      WRK-MOTIVO-REJEITO
           END-IF.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * A RESPOSTA SO E ACEITA PARA PESQUISA ENVIADA PELO SACL2PSQ E   *
      * COM DATA NAO ANTERIOR AO ENVIO. PESQUISA JA RESPONDIDA (ARQUIVO*
      * REENVIADO OU REEXECUCAO) NAO E REGRAVADA                       *
      *----------------------------------------------------------------*
       3200-VERIFICAR-PESQUISA         SECTION.
      *----------------------------------------------------------------*

           MOVE '3200-VERIFICAR-PESQUISA' TO    FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'N'                     TO      WRK-SW-JA-RESPONDIDA.

           MOVE RSP-NPROT-MANIF         TO      NPROT-MANIF OF SACLB038.

           EXEC SQL
                SELECT CSIT_PESQ,
                       DT_ENVIO_PESQ
                  INTO :SACLB038.CSIT-PESQ,
                       :SACLB038.DT-ENVIO-PESQ
                  FROM DB2PRD.TPESQ_SATISF_MANIF
                 WHERE NPROT_MANIF = :SACLB038.NPROT-MANIF
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   ZEROS
                 CONTINUE
              WHEN SQLCODE              EQUAL   +100
                 MOVE 'PESQUISA NAO ENVIADA'
                                        TO      WRK-MOTIVO-REJEITO
                 GO TO 3200-99-FIM
              WHEN OTHER
                 MOVE 'TPESQ_SATISF_MA' TO      FRWKGDB2-NOME-TABELA
                 SET DB2-SELECT         TO      TRUE
                 MOVE '0020'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
           END-EVALUATE.

           IF PESQ-RESPONDIDA OF SACLB038
              SET WRK-JA-RESPONDIDA     TO      TRUE
              GO TO 3200-99-FIM
           END-IF.

           IF WRK-DT-RESPOSTA           LESS    DT-ENVIO-PESQ
                                                OF SACLB038
              MOVE 'RESPOSTA ANTERIOR AO ENVIO'
                                        TO      WRK-MOTIVO-REJEITO
           END-IF.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * GRAVA AS NOTAS, O COMENTARIO E A DATA DA RESPOSTA E PASSA A    *
      * PESQUISA PARA 'R'                                              *
      *----------------------------------------------------------------*
       4100-GRAVAR-RESPOSTA            SECTION.
      *----------------------------------------------------------------*

           MOVE '4100-GRAVAR-RESPOSTA'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           SET PESQ-RESPONDIDA OF SACLB038
                                        TO      TRUE.
           MOVE WRK-DT-RESPOSTA         TO      DT-RESP-PESQ
                                                OF SACLB038.
           MOVE RSP-NOTA-GERAL          TO      NNOTA-GERAL OF SACLB038.
           MOVE RSP-NOTA-RESPOSTA       TO      NNOTA-RESPOSTA
                                                OF SACLB038.
           MOVE RSP-NOTA-PRAZO          TO      NNOTA-PRAZO OF SACLB038.
           MOVE WRK-TAM-COMENT          TO      RCOMENT-PESQ-LEN
                                                OF SACLB038.
           MOVE SPACES                  TO      RCOMENT-PESQ-TEXT
                                                OF SACLB038.

           IF WRK-TAM-COMENT            GREATER ZEROS
              MOVE RSP-COMENTARIO(1:WRK-TAM-COMENT)
                                        TO      RCOMENT-PESQ-TEXT
                                                OF SACLB038
           END-IF.

           EXEC SQL
                UPDATE DB2PRD.TPESQ_SATISF_MANIF
                   SET CSIT_PESQ      = :SACLB038.CSIT-PESQ,
                       DT_RESP_PESQ   = :SACLB038.DT-RESP-PESQ,
                       NNOTA_GERAL    = :SACLB038.NNOTA-GERAL,
                       NNOTA_RESPOSTA = :SACLB038.NNOTA-RESPOSTA,
                       NNOTA_PRAZO    = :SACLB038.NNOTA-PRAZO,
                       RCOMENT_PESQ   = :SACLB038.RCOMENT-PESQ,
                       TS_ULT_ALTER   = CHAR(CURRENT TIMESTAMP)
                 WHERE NPROT_MANIF    = :SACLB038.NPROT-MANIF
                   AND CSIT_PESQ      = 'E'
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPESQ_SATISF_MA'    TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0030'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5900-GRAVAR-SACL006R            SECTION.
      *----------------------------------------------------------------*

           MOVE '5900-GRAVAR-SACL006R'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-REG-RETORNO         TO      FD-SACL006R.

           WRITE FD-SACL006R.

           PERFORM 1150-TESTAR-FS-SACL006R.

      *----------------------------------------------------------------*
       5900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '9000-FINALIZAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE SPACES                  TO      RET-DADOS.
           MOVE 'T'                     TO      RET-TIPO-REGISTRO.
           MOVE WRK-LIDOS-SACL006E      TO      RET-QTD-DETALHES.
           MOVE WRK-RESPOSTAS-GRAVADAS  TO      RET-QTD-ACEITOS.
           MOVE WRK-JA-RESPONDIDAS      TO      RET-QTD-JA-RESPONDIDAS.
           MOVE WRK-REJEITADOS          TO      RET-QTD-REJEITADOS.
           PERFORM 5900-GRAVAR-SACL006R.

           DISPLAY '*********** SACL2RSQ ***********'
           DISPLAY '*                              *'
           DISPLAY '*  PESQUISA DE SATISFACAO -    *'
           DISPLAY '*  RETORNO DO FORNECEDOR       *'
           DISPLAY '* ---------------------------- *'
           DISPLAY '* ARQUIVO DE        : ' WRK-DT-ARQUIVO
           DISPLAY '* LIDOS SACL006E    : ' WRK-LIDOS-SACL006E
           DISPLAY '* RESPOSTAS GRAVADAS: ' WRK-RESPOSTAS-GRAVADAS
           DISPLAY '* JA RESPONDIDAS    : ' WRK-JA-RESPONDIDAS
           DISPLAY '* REJEITADOS        : ' WRK-REJEITADOS
           DISPLAY '*********** SACL2RSQ ***********'

           PERFORM  7100-ENCERRAR-CKRS0105.

           CLOSE SACL006E
                 SACL006R.

           PERFORM 1100-TESTAR-FS-SACL006E.
           PERFORM 1150-TESTAR-FS-SACL006R.

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

           MOVE 'SACL2RSQ'              TO      FRWKGHEA-NOME-PROGRAMA.

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
