      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. SACL52JS.
       AUTHOR.     ADERBAL MACHADO RIBEIRO - JAPI.
      *================================================================*
      *                 SCOPUS TECNOLOGIA                              *
      *----------------------------------------------------------------*
      *                                                                *
      *    APLICACAO       : SACL                                      *
      *    PROGRAMA        : SACL52JS                                  *
      *    PROGRAMADOR     : ADERBAL MACHADO RIBEIRO - JAPI            *
      *    ANALISTA        : SCOPUS                                    *
      *    DATA DE CRIACAO : 2028 JUN 02                               *
      *                                                                *
      *----------------------------------------------------------------*
      *    OBJETIVO....: MODULO PERSISTENCIA DO ENCERRAMENTO E DA      *
      *                  REABERTURA DE PROTOCOLOS DE MANIFESTACAO      *
      *                  (TMANIF_PSSOA):                               *
      *                  ENCERRAR ('E') COM DESFECHO OBRIGATORIO       *
      *                  (PROCEDENTE / PARCIALMENTE PROCEDENTE /       *
      *                  IMPROCEDENTE) E TEXTO DE ENCERRAMENTO,        *
      *                  BLOQUEADO ENQUANTO A ATRIBUICAO ATUAL DA      *
      *                  FILA (TATRIB_MANIF) FOR DE OUTRA EQUIPE;      *
      *                  OS VINCULOS DE TARIFA AINDA ABERTOS SAO       *
      *                  ENCERRADOS PELO SACL50JS ('E') - PROCEDENTE   *
      *                  COMO 'P' (ESTORNO AUTOMATICO), PARCIAL E      *
      *                  IMPROCEDENTE COMO 'I'; NA PARCIAL, O EVENTO   *
      *                  ACOLHIDO DEVE SER ENCERRADO ANTES, NO PROPRIO *
      *                  SACL50JS;                                     *
      *                  REABRIR ('R') PROTOCOLO ENCERRADO DENTRO DO   *
      *                  PRAZO DE REABERTURA, SOMANDO QT_REABERT E     *
      *                  REINICIANDO A CONTAGEM DO PRAZO DE RESPOSTA   *
      *                  (DT_INIC_PRAZO, USADA PELO SACL2PRZ);         *
      *                  CONSULTA PAGINADA DO HISTORICO DE TRANSICOES  *
      *                  (TTRANS_MANIF), ONDE CADA ENCERRAMENTO E      *
      *                  REABERTURA FICA COM USUARIO E TIMESTAMP.      *
      *----------------------------------------------------------------*
      *    BOOKS FUNCIONAIS...:                                        *
      *    SACLW000 - BOOK CONTROLE - COMUNICACAO ENTRE MODULOS        *
      *    SACLW52C - BOOK COMUNICACAO DESTE MODULO                    *
      *    SACLW50C - BOOK COMUNICACAO DO SACL50JS (VINCULOS)          *
      *    SACLW1W0 - BOOK DE WORK DO PROGRAMA                         *
      *    SACLW0W1 - BOOK DE WORK DO FRWK1999                         *
      *    SACLW1P1 - BOOK DE PROCEDUR PARA TRATAMENTO DE ERROS        *
      *    SACLB031 - DCLGEN DA TABELA DE MANIFESTACOES                *
      *    SACLB032 - DCLGEN DA TABELA INFORMACAO COMPLEMENT           *
      *    SACLB034 - DCLGEN DA TABELA DE VINCULOS                     *
      *    SACLB036 - DCLGEN DA TABELA DE ATRIBUICAO                   *
      *    SACLB037 - DCLGEN DA TABELA DE TRANSICOES                   *
      *----------------------------------------------------------------*
      *    MODULOS.............:                                       *
      *    SACL50JS - VINCULO PROTOCOLO X EVENTO DE TARIFA (LINK)      *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    JUN/2028 - JAPI - CRIACAO DO PROGRAMA.                      *
      *    AGO/2028 - JAPI - A REABERTURA ZERA TAMBEM NPROT_PRINC, O   *
      *               VINCULO AO PRINCIPAL GRAVADO PELO SACL53JS NO    *
      *               ENCERRAMENTO COMO DUPLICADO (DESFECHO 'D').      *
      *================================================================*

      *================================================================*
        ENVIRONMENT                    DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*
       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)         VALUE
           '* INICIO DA AREA DE WORKING *'.
      *----------------------------------------------------------------*
       77  WRK-PROGRAM                 PIC  X(008) VALUE 'SACL52JS'.
       77  WRK-INVOKINGPROG            PIC  X(008) VALUE SPACES.
       77  WRK-NREG-QTDE-MAX           PIC S9(004) COMP VALUE +20.
      *----------------------------------------------------------------*
      *    PRAZO PARA REABERTURA, EM DIAS CORRIDOS DESDE O ENCERRAMENTO*
      *----------------------------------------------------------------*
       77  WRK-DIAS-REABERTURA         PIC S9(004) COMP VALUE +30.

       01  WRK-NREG-QTDE               PIC S9(009) COMP-3 VALUE ZEROS.
       01  WRK-DIAS-ENCERRADO          PIC S9(009) COMP   VALUE ZEROS.
       01  WRK-TAM-TEXTO               PIC S9(004) COMP   VALUE ZEROS.
       01  WRK-DT-NULA                 PIC  X(010) VALUE '0001-01-01'.
       01  WRK-CPTCAO-ENCERRAMENTO     PIC  X(018) VALUE
           'ENCERRAMENTO'.
       01  WRK-CPTCAO-REABERTURA       PIC  X(018) VALUE
           'REABERTURA'.
       01  WRK-SW-TEM-VINCULO          PIC  X(001) VALUE 'N'.
           88  WRK-TEM-VINCULO             VALUE 'S'.
       01  WRK-NULO-VINCULO            PIC S9(004) COMP   VALUE ZEROS.
      *----------------------------------------------------------------*
      *            BLOCO DE INFORMACOES DA SESSAO
      *----------------------------------------------------------------*
       01  WRK-AREA-FRWKWAAA.
           COPY FRWKWAAA.
      *----------------------------------------------------------------*
       01  WRK-TIME-ATUAL               PIC S9(15) COMP-3 VALUE ZEROS.
       01  WRK-DT-ATUAL                 PIC  9(08) VALUE ZEROS.
       01  WRK-HR-ATUAL                 PIC  9(06) VALUE ZEROS.
       01  WRK-COD-CORRELACAO           PIC  X(14) VALUE SPACES.
       01  WRK-COD-CORRELACAO-TASKN     PIC  9(08) VALUE ZEROS.
      *----------------------------------------------------------------*
      *    COMMAREA DO SACL50JS (ENCERRAMENTO DOS VINCULOS DE TARIFA)
      *----------------------------------------------------------------*
       01  WRK-COMMAREA-SACL50JS.
           02  WRK-LNK-SACL50JS.
           COPY SACLW000 REPLACING LEADING ==SACLW000== BY ==W50W000==.
           COPY SACLW50C.
      *----------------------------------------------------------------*
       COPY SACLW1W0.
       COPY SACLW0W1.
      *----------------------------------------------------------------*
           EXEC SQL  INCLUDE SQLCA     END-EXEC.
           EXEC SQL  INCLUDE SACLB031  END-EXEC.
           EXEC SQL  INCLUDE SACLB032  END-EXEC.
           EXEC SQL  INCLUDE SACLB034  END-EXEC.
           EXEC SQL  INCLUDE SACLB036  END-EXEC.
           EXEC SQL  INCLUDE SACLB037  END-EXEC.
      *----------------------------------------------------------------*
      *    HISTORICO DE TRANSICOES DO PROTOCOLO, DA MAIS RECENTE A     *
      *    MAIS ANTIGA (CSR02: PAGINA SEGUINTE)                        *
      *----------------------------------------------------------------*
           EXEC SQL
                DECLARE CSR01-SACLB037 CURSOR FOR
                SELECT NSEQ_TRANS
                     , CTIPO_TRANS
                     , CRESULT_MANIF
                     , CEQUIPE
                     , CUSUAR_TRANS
                     , TS_TRANS
                  FROM DB2PRD.TTRANS_MANIF
                 WHERE NPROT_MANIF = :SACLB037.NPROT-MANIF
                 ORDER BY NSEQ_TRANS DESC
           END-EXEC.
           EXEC SQL
                DECLARE CSR02-SACLB037 CURSOR FOR
                SELECT NSEQ_TRANS
                     , CTIPO_TRANS
                     , CRESULT_MANIF
                     , CEQUIPE
                     , CUSUAR_TRANS
                     , TS_TRANS
                  FROM DB2PRD.TTRANS_MANIF
                 WHERE NPROT_MANIF = :SACLB037.NPROT-MANIF
                   AND NSEQ_TRANS  < :SACLB037.NSEQ-TRANS
                 ORDER BY NSEQ_TRANS DESC
           END-EXEC.
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           02  LNK-SACL52JS.
           COPY SACLW000.
           COPY SACLW52C.
      *================================================================*
       PROCEDURE DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       0000-MAIN                       SECTION.
      *----------------------------------------------------------------*
           PERFORM 1000-INICIAR.

           EVALUATE SACLW52C-SOLIC-MAIS-DADOS
               WHEN 'E'
                   PERFORM 4000-ENCERRAR-PROTOCOLO
               WHEN 'R'
                   PERFORM 5000-REABRIR-PROTOCOLO
               WHEN OTHER
                   PERFORM 2000-PROCESSAR
           END-EVALUATE.

           PERFORM 3000-FINALIZAR.
      *----------------------------------------------------------------*
       0000-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIAR                    SECTION.
      *----------------------------------------------------------------*
           MOVE '1000-INICIAR' TO WRK-PARAGRAFO.

           INITIALIZE  FRWKGHEA-REGISTRO
                       FRWKGCIC-REGISTRO
                       FRWKGMOD-REGISTRO
                       FRWKGLIV-REGISTRO
                       SACLW000-BLOCO-RETORNO
                       SACLB031
                       SACLB037.

           MOVE EIBTASKN                TO WRK-COD-CORRELACAO-TASKN.
           EXEC CICS ASKTIME ABSTIME(WRK-TIME-ATUAL) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WRK-TIME-ATUAL)
                                TIME(WRK-HR-ATUAL)
           END-EXEC.
           STRING WRK-COD-CORRELACAO-TASKN DELIMITED BY SIZE
                  WRK-HR-ATUAL             DELIMITED BY SIZE
             INTO WRK-COD-CORRELACAO.
           MOVE WRK-COD-CORRELACAO      TO FRWKGHEA-COD-CORRELACAO.

           IF  EIBCALEN   EQUAL TO ZEROS
               MOVE 16          TO SACLW000-COD-RETORNO
               MOVE 'ER02'      TO SACLW000-COD-ERRO
               MOVE 'SACL9999'  TO SACLW000-COD-MENSAGEM
               SET ERRO-CICS    TO TRUE
               PERFORM 91000-API-ERROR
           END-IF.

           EXEC CICS ASSIGN INVOKINGPROG (WRK-INVOKINGPROG)
                     NOHANDLE
           END-EXEC.

           IF  WRK-INVOKINGPROG NOT EQUAL TO 'SACL38JL'
               MOVE 16                 TO SACLW000-COD-RETORNO
               MOVE 'ER03'             TO SACLW000-COD-ERRO
               MOVE 'SACL9999'         TO SACLW000-COD-MENSAGEM
               MOVE FRWKWAAA-WINFO-DADOS-IDIOM
                                        TO FRWKGLIV-IDIOMA
               SET ERRO-LIVRE          TO TRUE
               PERFORM 91000-API-ERROR
           END-IF.

           PERFORM 90700-VALIDAR-SESSAO.

           MOVE SACLW52C-NREG-QTDE TO WRK-NREG-QTDE.

           IF  WRK-NREG-QTDE GREATER THAN WRK-NREG-QTDE-MAX
               MOVE 16                 TO SACLW000-COD-RETORNO
               MOVE 'ER04'             TO SACLW000-COD-ERRO
               MOVE 'SACL9999'         TO SACLW000-COD-MENSAGEM
               MOVE FRWKWAAA-WINFO-DADOS-IDIOM
                                        TO FRWKGLIV-IDIOMA
               SET ERRO-LIVRE          TO TRUE
               PERFORM 91000-API-ERROR
           END-IF.

           IF  SACLW52C-NPROT-MANIF NOT NUMERIC
               OR SACLW52C-NPROT-MANIF EQUAL ZEROS
               MOVE 16                 TO SACLW000-COD-RETORNO
               MOVE 'ER05'             TO SACLW000-COD-ERRO
               MOVE 'SACL9999'         TO SACLW000-COD-MENSAGEM
               MOVE FRWKWAAA-WINFO-DADOS-IDIOM
                                        TO FRWKGLIV-IDIOMA
               SET ERRO-LIVRE          TO TRUE
               PERFORM 91000-API-ERROR
           END-IF.

           MOVE SACLW52C-NPROT-MANIF TO NPROT-MANIF OF SACLB031.
      *----------------------------------------------------------------*
       1000-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONSULTA PAGINADA DO HISTORICO DE TRANSICOES, DEVOLVENDO    *
      *    TAMBEM A SITUACAO ATUAL DO PROTOCOLO                        *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
           MOVE '2000-PROCESSAR' TO WRK-PARAGRAFO.

           PERFORM 4100-LER-PROTOCOLO.

           PERFORM 6100-DEVOLVER-SITUACAO.

           MOVE SACLW52C-NPROT-MANIF
             TO NPROT-MANIF OF SACLB037.
           MOVE SACLW52C-NSEQ-TRANS
             TO NSEQ-TRANS OF SACLB037.

           PERFORM 2100-OPEN-CURSOR.

           PERFORM 2200-FETCH-CURSOR.

           IF  SQLCODE EQUAL +100
               MOVE 08         TO SACLW000-COD-RETORNO
               MOVE 'ER06'     TO SACLW000-COD-ERRO
               MOVE 'SACL0563' TO SACLW000-COD-MENSAGEM
               MOVE ZEROS      TO SACLW52C-NREG-QTDE
               PERFORM 2400-CLOSE-CURSOR
               PERFORM 3000-FINALIZAR
           END-IF.

           MOVE 1 TO WRK-IDX.

           PERFORM 2250-CARREGAR-TRANSICAO
             UNTIL SQLCODE EQUAL TO +100
                OR WRK-IDX GREATER WRK-NREG-QTDE.

           IF  SQLCODE   EQUAL TO ZEROS
               MOVE 01         TO SACLW000-COD-RETORNO
           END-IF.

           COMPUTE WRK-NREG-QTDE = WRK-IDX - 1.

           MOVE WRK-NREG-QTDE TO SACLW52C-NREG-QTDE.

           PERFORM 2400-CLOSE-CURSOR.
      *----------------------------------------------------------------*
       2000-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-OPEN-CURSOR                SECTION.
      *----------------------------------------------------------------*
           MOVE '2100-OPEN-CURSOR' TO WRK-PARAGRAFO.

           EVALUATE SACLW52C-SOLIC-MAIS-DADOS
               WHEN 'I'
               WHEN 'P'
               WHEN 'U'
                   EXEC SQL
                        OPEN CSR01-SACLB037
                   END-EXEC
               WHEN 'S'
                   EXEC SQL
                        OPEN CSR02-SACLB037
                   END-EXEC
               WHEN OTHER
                   MOVE 16             TO SACLW000-COD-RETORNO
                   MOVE 'ER07'         TO SACLW000-COD-ERRO
                   MOVE 'SACL9999'     TO SACLW000-COD-MENSAGEM
                   MOVE FRWKWAAA-WINFO-DADOS-IDIOM
                                        TO FRWKGLIV-IDIOMA
                   SET  ERRO-LIVRE     TO TRUE
                   PERFORM 91000-API-ERROR
           END-EVALUATE.

           IF  SQLCODE NOT EQUAL TO ZEROS
               MOVE 16         TO SACLW000-COD-RETORNO
               MOVE 'ER08'     TO SACLW000-COD-ERRO
               MOVE 'SACL9999' TO SACLW000-COD-MENSAGEM
               SET ERRO-DB2    TO TRUE
               MOVE 'TTRANS_MANIF'
                               TO FRWKGDB2-NOME-TABELA
               SET DB2-OPEN    TO TRUE
               MOVE SPACES     TO FRWKGDB2-STORED-PROC
               MOVE SPACES     TO FRWKGDB2-LOCAL
               MOVE SQLCA      TO FRWKGDB2-SQLCA
               MOVE SQLCODE    TO FRWKGDB2-SQLCODE
               PERFORM 91000-API-ERROR
           END-IF.
      *----------------------------------------------------------------*
       2100-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-FETCH-CURSOR               SECTION.
      *----------------------------------------------------------------*
           MOVE '2200-FETCH-CURSOR' TO WRK-PARAGRAFO.

           EVALUATE SACLW52C-SOLIC-MAIS-DADOS
               WHEN 'I'
               WHEN 'P'
               WHEN 'U'
                   EXEC SQL
                        FETCH CSR01-SACLB037 INTO
                           :SACLB037.NSEQ-TRANS
                         , :SACLB037.CTIPO-TRANS
                         , :SACLB037.CRESULT-MANIF
                         , :SACLB037.CEQUIPE
                         , :SACLB037.CUSUAR-TRANS
                         , :SACLB037.TS-TRANS
                   END-EXEC
               WHEN 'S'
                   EXEC SQL
                        FETCH CSR02-SACLB037 INTO
                           :SACLB037.NSEQ-TRANS
                         , :SACLB037.CTIPO-TRANS
                         , :SACLB037.CRESULT-MANIF
                         , :SACLB037.CEQUIPE
                         , :SACLB037.CUSUAR-TRANS
                         , :SACLB037.TS-TRANS
                   END-EXEC
           END-EVALUATE.

           IF  SQLCODE NOT EQUAL TO ZEROS AND +100
               MOVE 16         TO SACLW000-COD-RETORNO
               MOVE 'ER09'     TO SACLW000-COD-ERRO
               MOVE 'SACL9999' TO SACLW000-COD-MENSAGEM
               SET ERRO-DB2    TO TRUE
               MOVE 'TTRANS_MANIF'
                               TO FRWKGDB2-NOME-TABELA
               SET DB2-FETCH   TO TRUE
               MOVE SPACES     TO FRWKGDB2-STORED-PROC
               MOVE SPACES     TO FRWKGDB2-LOCAL
               MOVE SQLCA      TO FRWKGDB2-SQLCA
               MOVE SQLCODE    TO FRWKGDB2-SQLCODE
               PERFORM 91000-API-ERROR
           END-IF.
      *----------------------------------------------------------------*
       2200-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2250-CARREGAR-TRANSICAO         SECTION.
      *----------------------------------------------------------------*
           MOVE '2250-CARREGAR-TRANSICAO' TO WRK-PARAGRAFO.

           PERFORM 2300-ALIMENTAR-TRANSICAO.

           ADD 1 TO WRK-IDX.

           PERFORM 2200-FETCH-CURSOR.
      *----------------------------------------------------------------*
       2250-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-ALIMENTAR-TRANSICAO        SECTION.
      *----------------------------------------------------------------*
           MOVE '2300-ALIMENTAR-TRANSICAO' TO WRK-PARAGRAFO.

           MOVE          NSEQ-TRANS                        OF SACLB037
             TO SACLW52C-NSEQ-TRANS-L(WRK-IDX).
           MOVE          CTIPO-TRANS                       OF SACLB037
             TO SACLW52C-CTIPO-TRANS-L(WRK-IDX).
           MOVE          CRESULT-MANIF                     OF SACLB037
             TO SACLW52C-CRESULT-L(WRK-IDX).
           MOVE          CEQUIPE                           OF SACLB037
             TO SACLW52C-CEQUIPE-L(WRK-IDX).
           MOVE          CUSUAR-TRANS                      OF SACLB037
             TO SACLW52C-CUSUAR-L(WRK-IDX).
           MOVE          TS-TRANS                          OF SACLB037
             TO SACLW52C-TS-TRANS-L(WRK-IDX).
      *----------------------------------------------------------------*
       2300-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-CLOSE-CURSOR               SECTION.
      *----------------------------------------------------------------*
           MOVE '2400-CLOSE-CURSOR' TO WRK-PARAGRAFO.

           EVALUATE SACLW52C-SOLIC-MAIS-DADOS
               WHEN 'I'
               WHEN 'P'
               WHEN 'U'
                   EXEC SQL
                        CLOSE CSR01-SACLB037
                   END-EXEC
               WHEN 'S'
                   EXEC SQL
                        CLOSE CSR02-SACLB037
                   END-EXEC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF  SQLCODE NOT EQUAL TO ZEROS
               MOVE 16         TO SACLW000-COD-RETORNO
               MOVE 'ER10'     TO SACLW000-COD-ERRO
               MOVE 'SACL9999' TO SACLW000-COD-MENSAGEM
               SET ERRO-DB2    TO TRUE
               MOVE 'TTRANS_MANIF'
                               TO FRWKGDB2-NOME-TABELA
               SET DB2-CLOSE   TO TRUE
               MOVE SPACES     TO FRWKGDB2-STORED-PROC
               MOVE SPACES     TO FRWKGDB2-LOCAL
               MOVE SQLCA      TO FRWKGDB2-SQLCA
               MOVE SQLCODE    TO FRWKGDB2-SQLCODE
               PERFORM 91000-API-ERROR
           END-IF.
      *----------------------------------------------------------------*
       2400-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
           MOVE '3000-FINALIZAR' TO WRK-PARAGRAFO.

           PERFORM 99990-RETURN.
      *----------------------------------------------------------------*
       3000-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ENCERRA O PROTOCOLO: DESFECHO E TEXTO OBRIGATORIOS; NAO     *
      *    ENCERRA PROTOCOLO JA ENCERRADO NEM PROTOCOLO CUJA           *
      *    ATRIBUICAO ATUAL NA FILA SEJA DE OUTRA EQUIPE. ENCERRA OS   *
      *    VINCULOS DE TARIFA AINDA ABERTOS PELO SACL50JS, GRAVA O     *
      *    TEXTO, ATUALIZA O MESTRE E REGISTRA A TRANSICAO             *
      *----------------------------------------------------------------*
       4000-ENCERRAR-PROTOCOLO         SECTION.
      *----------------------------------------------------------------*
           MOVE '4000-ENCERRAR-PROTOCOLO' TO WRK-PARAGRAFO.

           MOVE SACLW52C-CRESULT-MANIF TO CRESULT-MANIF OF SACLB031.

           IF  NOT RESULT-VALIDO OF SACLB031
               MOVE 16             TO SACLW000-COD-RETORNO
               MOVE 'ER11'         TO SACLW000-COD-ERRO
               MOVE 'SACL9999'     TO SACLW000-COD-MENSAGEM
               MOVE FRWKWAAA-WINFO-DADOS-IDIOM
                                    TO FRWKGLIV-IDIOMA
               SET  ERRO-LIVRE     TO TRUE
               PERFORM 91000-API-ERROR
           END-IF.

           PERFORM 4050-VALIDAR-EQUIPE-TEXTO.

           IF  WRK-TAM-TEXTO EQUAL ZEROS
               MOVE 16             TO SACLW000-COD-RETORNO
               MOVE 'ER12'         TO SACLW000-COD-ERRO
               MOVE 'SACL9999'     TO SACLW000-COD-MENSAGEM
               MOVE FRWKWAAA-WINFO-DADOS-IDIOM
                                    TO FRWKGLIV-IDIOMA
               SET  ERRO-LIVRE     TO TRUE
               PERFORM 91000-API-ERROR
           END-IF.

           PERFORM 4100-LER-PROTOCOLO.

           IF  MANIF-ENCERRADA OF SACLB031
               MOVE 12         TO SACLW000-COD-RETORNO
               MOVE 'ER13'     TO SACLW000-COD-ERRO
               MOVE 'SACL0778' TO SACLW000-COD-MENSAGEM
               PERFORM 6100-DEVOLVER-SITUACAO
               PERFORM 3000-FINALIZAR
           END-IF.

           PERFORM 4200-VERIFICAR-ATRIBUICAO.

           PERFORM 4300-ENCERRAR-VINCULOS.

           MOVE WRK-CPTCAO-ENCERRAMENTO TO CPTCAO-TBELA OF SACLB032.

           PERFORM 4400-GRAVAR-TEXTO.

           MOVE SACLW52C-CRESULT-MANIF TO CRESULT-MANIF OF SACLB031.

           EXEC SQL
                UPDATE DB2PRD.TMANIF_PSSOA
                   SET CSIT_MANIF     = 'E'
                     , DT_ENCER_MANIF = CHAR(CURRENT DATE, ISO)
                     , CRESULT_MANIF  = :SACLB031.CRESULT-MANIF
                 WHERE NPROT_MANIF    = :SACLB031.NPROT-MANIF
                   AND CSIT_MANIF     = 'A'
           END-EXEC.

           IF  SQLCODE EQUAL TO +100
               MOVE 12         TO SACLW000-COD-RETORNO
               MOVE 'ER14'     TO SACLW000-COD-ERRO
               MOVE 'SACL0778' TO SACLW000-COD-MENSAGEM
               PERFORM 3000-FINALIZAR
           END-IF.

           IF  SQLCODE NOT EQUAL TO ZEROS
               MOVE 16         TO SACLW000-COD-RETORNO
               MOVE 'ER15'     TO SACLW000-COD-ERRO
               MOVE 'SACL9999' TO SACLW000-COD-MENSAGEM
               SET ERRO-DB2    TO TRUE
               MOVE 'TMANIF_PSSOA'
                               TO FRWKGDB2-NOME-TABELA
               SET DB2-UPDATE  TO TRUE
               MOVE SPACES     TO FRWKGDB2-STORED-PROC
               MOVE SPACES     TO FRWKGDB2-LOCAL
               MOVE SQLCA      TO FRWKGDB2-SQLCA
               MOVE SQLCODE    TO FRWKGDB2-SQLCODE
               PERFORM 91000-API-ERROR
           END-IF.

           SET TRANS-ENCERRAMENTO OF SACLB037 TO TRUE.
           MOVE SACLW52C-CRESULT-MANIF TO CRESULT-MANIF OF SACLB037.

           PERFORM 6000-GRAVAR-TRANSICAO.

           PERFORM 4100-LER-PROTOCOLO.

           PERFORM 6100-DEVOLVER-SITUACAO.

           MOVE 01             TO SACLW000-COD-RETORNO.
      *----------------------------------------------------------------*
       4000-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    EQUIPE DE QUEM FAZ A TRANSICAO E OBRIGATORIA; O TEXTO, SE   *
      *    INFORMADO, TEM DE TER TAMANHO ENTRE 1 E 500 E NAO PODE      *
      *    ESTAR EM BRANCO                                             *
      *----------------------------------------------------------------*
       4050-VALIDAR-EQUIPE-TEXTO       SECTION.
      *----------------------------------------------------------------*
           MOVE '4050-VALIDAR-EQUIPE-TEXTO' TO WRK-PARAGRAFO.

           IF  SACLW52C-CEQUIPE-IN EQUAL SPACES
               MOVE 16             TO SACLW000-COD-RETORNO
               MOVE 'ER16'         TO SACLW000-COD-ERRO
               MOVE 'SACL9999'     TO SACLW000-COD-MENSAGEM
               MOVE FRWKWAAA-WINFO-DADOS-IDIOM
                                    TO FRWKGLIV-IDIOMA
               SET  ERRO-LIVRE     TO TRUE
               PERFORM 91000-API-ERROR
           END-IF.

           MOVE ZEROS TO WRK-TAM-TEXTO.

           IF  SACLW52C-TAM-TEXTO NOT NUMERIC
               OR SACLW52C-TAM-TEXTO GREATER 500
               MOVE 16             TO SACLW000-COD-RETORNO
               MOVE 'ER17'         TO SACLW000-COD-ERRO
               MOVE 'SACL9999'     TO SACLW000-COD-MENSAGEM
               MOVE FRWKWAAA-WINFO-DADOS-IDIOM
                                    TO FRWKGLIV-IDIOMA
               SET  ERRO-LIVRE     TO TRUE
               PERFORM 91000-API-ERROR
           END-IF.

           MOVE SACLW52C-TAM-TEXTO TO WRK-TAM-TEXTO.

           IF  WRK-TAM-TEXTO GREATER ZEROS
               IF  SACLW52C-TEXTO (1:WRK-TAM-TEXTO) EQUAL SPACES
                   MOVE ZEROS TO WRK-TAM-TEXTO
               END-IF
           END-IF.
      *----------------------------------------------------------------*
       4050-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-LER-PROTOCOLO              SECTION.
      *----------------------------------------------------------------*
           MOVE '4100-LER-PROTOCOLO' TO WRK-PARAGRAFO.

           EXEC SQL
                SELECT CSIT_MANIF,
                       DT_ENCER_MANIF,
                       QT_REABERT,
                       CRESULT_MANIF,
                       DT_INIC_PRAZO,
                       DT_ABERT_MANIF
                  INTO :SACLB031.CSIT-MANIF,
                       :SACLB031.DT-ENCER-MANIF,
                       :SACLB031.QT-REABERT,
                       :SACLB031.CRESULT-MANIF,
                       :SACLB031.DT-INIC-PRAZO,
                       :SACLB031.DT-ABERT-MANIF
                  FROM DB2PRD.TMANIF_PSSOA
                 WHERE NPROT_MANIF = :SACLB031.NPROT-MANIF
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZEROS
                   CONTINUE
               WHEN SQLCODE EQUAL +100
                   MOVE 08         TO SACLW000-COD-RETORNO
                   MOVE 'ER18'     TO SACLW000-COD-ERRO
                   MOVE 'SACL0563' TO SACLW000-COD-MENSAGEM
                   PERFORM 3000-FINALIZAR
               WHEN OTHER
                   MOVE 16         TO SACLW000-COD-RETORNO
                   MOVE 'ER19'     TO SACLW000-COD-ERRO
                   MOVE 'SACL9999' TO SACLW000-COD-MENSAGEM
                   SET ERRO-DB2    TO TRUE
                   MOVE 'TMANIF_PSSOA'
                                   TO FRWKGDB2-NOME-TABELA
                   SET DB2-SELECT  TO TRUE
                   MOVE SPACES     TO FRWKGDB2-STORED-PROC
                   MOVE SPACES     TO FRWKGDB2-LOCAL
                   MOVE SQLCA      TO FRWKGDB2-SQLCA
                   MOVE SQLCODE    TO FRWKGDB2-SQLCODE
                   PERFORM 91000-API-ERROR
           END-EVALUATE.
      *----------------------------------------------------------------*
       4100-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ATRIBUICAO ATUAL DO PROTOCOLO NA FILA (SACL51JS): SE FOR DE *
      *    OUTRA EQUIPE, O ENCERRAMENTO E RECUSADO ATE QUE O PROTOCOLO *
      *    SEJA TRANSFERIDO OU DEVOLVIDO PARA A EQUIPE DE QUEM ENCERRA.*
      *    PROTOCOLO SEM ATRIBUICAO NAO BLOQUEIA                       *
      *----------------------------------------------------------------*
       4200-VERIFICAR-ATRIBUICAO       SECTION.
      *----------------------------------------------------------------*
           MOVE '4200-VERIFICAR-ATRIBUICAO' TO WRK-PARAGRAFO.

           MOVE SACLW52C-NPROT-MANIF TO NPROT-MANIF OF SACLB036.

           EXEC SQL
                SELECT CEQUIPE
                  INTO :SACLB036.CEQUIPE
                  FROM DB2PRD.TATRIB_MANIF
                 WHERE NPROT_MANIF = :SACLB036.NPROT-MANIF
                   AND IN_ATUAL    = 'S'
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZEROS
                   IF  CEQUIPE OF SACLB036
                                   NOT EQUAL SACLW52C-CEQUIPE-IN
                       MOVE 12         TO SACLW000-COD-RETORNO
                       MOVE 'ER20'     TO SACLW000-COD-ERRO
                       MOVE 'SACL0781' TO SACLW000-COD-MENSAGEM
                       PERFORM 6100-DEVOLVER-SITUACAO
                       PERFORM 3000-FINALIZAR
                   END-IF
               WHEN SQLCODE EQUAL +100
                   CONTINUE
               WHEN OTHER
                   MOVE 16         TO SACLW000-COD-RETORNO
                   MOVE 'ER21'     TO SACLW000-COD-ERRO
                   MOVE 'SACL9999' TO SACLW000-COD-MENSAGEM
                   SET ERRO-DB2    TO TRUE
                   MOVE 'TATRIB_MANIF'
                                   TO FRWKGDB2-NOME-TABELA
                   SET DB2-SELECT  TO TRUE
                   MOVE SPACES     TO FRWKGDB2-STORED-PROC
                   MOVE SPACES     TO FRWKGDB2-LOCAL
                   MOVE SQLCA      TO FRWKGDB2-SQLCA
                   MOVE SQLCODE    TO FRWKGDB2-SQLCODE
                   PERFORM 91000-API-ERROR
           END-EVALUATE.
      *----------------------------------------------------------------*
       4200-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ENCERRA, UM A UM PELO SACL50JS ('E'), OS VINCULOS DE TARIFA *
      *    DO PROTOCOLO AINDA ABERTOS: PROCEDENTE ENCERRA COMO 'P'     *
      *    (ESTORNO AUTOMATICO); PARCIAL E IMPROCEDENTE COMO 'I'       *
      *----------------------------------------------------------------*
       4300-ENCERRAR-VINCULOS          SECTION.
      *----------------------------------------------------------------*
           MOVE '4300-ENCERRAR-VINCULOS' TO WRK-PARAGRAFO.

           MOVE SACLW52C-NPROT-MANIF TO NPROT-MANIF OF SACLB034.

           PERFORM 4320-LER-VINCULO-ABERTO.

           PERFORM 4350-ENCERRAR-VINCULO
             UNTIL NOT WRK-TEM-VINCULO.
      *----------------------------------------------------------------*
       4300-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4320-LER-VINCULO-ABERTO         SECTION.
      *----------------------------------------------------------------*
           MOVE '4320-LER-VINCULO-ABERTO' TO WRK-PARAGRAFO.

           MOVE 'N' TO WRK-SW-TEM-VINCULO.

           EXEC SQL
                SELECT MIN(NMOVTO_EVNTO_TARIF)
                  INTO :SACLB034.NMOVTO-EVNTO-TARIF
                       :WRK-NULO-VINCULO
                  FROM DB2PRD.TXREF_MANIF_TARIF
                 WHERE NPROT_MANIF = :SACLB034.NPROT-MANIF
                   AND IN_SITUACAO = 'A'
           END-EXEC.

           IF  SQLCODE NOT EQUAL TO ZEROS
               MOVE 16         TO SACLW000-COD-RETORNO
               MOVE 'ER22'     TO SACLW000-COD-ERRO
               MOVE 'SACL9999' TO SACLW000-COD-MENSAGEM
               SET ERRO-DB2    TO TRUE
               MOVE 'TXREF_MANIF_TARIF'
                               TO FRWKGDB2-NOME-TABELA
               SET DB2-SELECT  TO TRUE
               MOVE SPACES     TO FRWKGDB2-STORED-PROC
               MOVE SPACES     TO FRWKGDB2-LOCAL
               MOVE SQLCA      TO FRWKGDB2-SQLCA
               MOVE SQLCODE    TO FRWKGDB2-SQLCODE
               PERFORM 91000-API-ERROR
           END-IF.

           IF  WRK-NULO-VINCULO NOT LESS ZEROS
               SET WRK-TEM-VINCULO TO TRUE
           END-IF.
      *----------------------------------------------------------------*
       4320-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4350-ENCERRAR-VINCULO           SECTION.
      *----------------------------------------------------------------*
           MOVE '4350-ENCERRAR-VINCULO' TO WRK-PARAGRAFO.

           INITIALIZE WRK-COMMAREA-SACL50JS.

           MOVE 'E'                    TO SACLW50C-SOLIC-MAIS-DADOS.
           MOVE SACLW52C-NPROT-MANIF   TO SACLW50C-NPROT-MANIF.
           MOVE NMOVTO-EVNTO-TARIF OF SACLB034
                                       TO SACLW50C-NMOVTO-EVNTO-TARIF.

           IF  RESULT-PROCEDENTE OF SACLB031
               MOVE 'P'                TO SACLW50C-IN-RESULTADO
           ELSE
               MOVE 'I'                TO SACLW50C-IN-RESULTADO
           END-IF.

           EXEC CICS LINK PROGRAM  ('SACL50JS')
                          COMMAREA (WRK-COMMAREA-SACL50JS)
                          LENGTH   (LENGTH OF WRK-COMMAREA-SACL50JS)
                          NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 16                 TO SACLW000-COD-RETORNO
               MOVE 'ER23'             TO SACLW000-COD-ERRO
               MOVE 'SACL9999'         TO SACLW000-COD-MENSAGEM
               SET ERRO-CICS           TO TRUE
               PERFORM 91000-API-ERROR
           END-IF.

           IF  W50W000-COD-RETORNO NOT EQUAL 01
               MOVE W50W000-COD-RETORNO
                                       TO SACLW000-COD-RETORNO
               MOVE W50W000-COD-ERRO   TO SACLW000-COD-ERRO
               MOVE W50W000-COD-MENSAGEM
                                       TO SACLW000-COD-MENSAGEM
               IF  W50W000-COD-RETORNO GREATER THAN 8
                   MOVE 'SACL50JS'     TO WRK-MODULO
                   MOVE W50W000-COD-RETORNO
                                       TO FRWKGMOD-COD-RETORNO
                   SET ERRO-MODULO     TO TRUE
                   PERFORM 91000-API-ERROR
               END-IF
               PERFORM 3000-FINALIZAR
           END-IF.

           PERFORM 4320-LER-VINCULO-ABERTO.
      *----------------------------------------------------------------*
       4350-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVA O TEXTO DA TRANSICAO NUMA NOVA SEQUENCIA DO           *
      *    PROTOCOLO EM TMANIF_PSSOA_COMPL (UM SEGMENTO, ATE 500)      *
      *----------------------------------------------------------------*
       4400-GRAVAR-TEXTO               SECTION.
      *----------------------------------------------------------------*
           MOVE '4400-GRAVAR-TEXTO' TO WRK-PARAGRAFO.

           MOVE SACLW52C-NPROT-MANIF TO NPROT-MANIF OF SACLB032.

           EXEC SQL
                SELECT COALESCE(MAX(NSEQ_MANIF), 0) + 1
                  INTO :SACLB032.NSEQ-MANIF
                  FROM DB2PRD.TMANIF_PSSOA_COMPL
                 WHERE NPROT_MANIF = :SACLB032.NPROT-MANIF
           END-EXEC.

           IF  SQLCODE NOT EQUAL TO ZEROS
               MOVE 16         TO SACLW000-COD-RETORNO
               MOVE 'ER25'     TO SACLW000-COD-ERRO
               MOVE 'SACL9999' TO SACLW000-COD-MENSAGEM
               SET ERRO-DB2    TO TRUE
               MOVE 'TMANIF_PSSOA_COM'
                               TO FRWKGDB2-NOME-TABELA
               SET DB2-SELECT  TO TRUE
               MOVE SPACES     TO FRWKGDB2-STORED-PROC
               MOVE SPACES     TO FRWKGDB2-LOCAL
               MOVE SQLCA      TO FRWKGDB2-SQLCA
               MOVE SQLCODE    TO FRWKGDB2-SQLCODE
               PERFORM 91000-API-ERROR
           END-IF.

           MOVE 1              TO NORD-COMPL-ABERT OF SACLB032.
           MOVE WRK-TAM-TEXTO  TO RCOMPL-ABERT-MANIF-LEN OF SACLB032.
           MOVE SPACES         TO RCOMPL-ABERT-MANIF-TEXT OF SACLB032.
           MOVE SACLW52C-TEXTO (1:WRK-TAM-TEXTO)
                               TO RCOMPL-ABERT-MANIF-TEXT OF SACLB032.
           MOVE SPACE          TO IN-CONTIN OF SACLB032.
           SET ATIVO-COMPL-ABERT OF SACLB032 TO TRUE.

           EXEC SQL
                INSERT INTO DB2PRD.TMANIF_PSSOA_COMPL
                       ( NPROT_MANIF
                       , NSEQ_MANIF
                       , NORD_COMPL_ABERT
                       , CPTCAO_TBELA
                       , RCOMPL_ABERT_MANIF
                       , IN_CONTIN
                       , CSIT_COMPL_ABERT
                       , TS_ULT_ALTER )
                VALUES ( :SACLB032.NPROT-MANIF
                       , :SACLB032.NSEQ-MANIF
                       , :SACLB032.NORD-COMPL-ABERT
                       , :SACLB032.CPTCAO-TBELA
                       , :SACLB032.RCOMPL-ABERT-MANIF
                       , :SACLB032.IN-CONTIN
                       , :SACLB032.CSIT-COMPL-ABERT
                       , CHAR(CURRENT TIMESTAMP) )
           END-EXEC.

           IF  SQLCODE NOT EQUAL TO ZEROS
               MOVE 16         TO SACLW000-COD-RETORNO
               MOVE 'ER26'     TO SACLW000-COD-ERRO
               MOVE 'SACL9999' TO SACLW000-COD-MENSAGEM
               SET ERRO-DB2    TO TRUE
               MOVE 'TMANIF_PSSOA_COM'
                               TO FRWKGDB2-NOME-TABELA
               SET DB2-INSERT  TO TRUE
               MOVE SPACES     TO FRWKGDB2-STORED-PROC
               MOVE SPACES     TO FRWKGDB2-LOCAL
               MOVE SQLCA      TO FRWKGDB2-SQLCA
               MOVE SQLCODE    TO FRWKGDB2-SQLCODE
               PERFORM 91000-API-ERROR
           END-IF.
      *----------------------------------------------------------------*
       4400-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REABRE PROTOCOLO ENCERRADO HA NO MAXIMO WRK-DIAS-REABERTURA *
      *    DIAS: VOLTA A 'A', LIMPA DATA DE ENCERRAMENTO E DESFECHO,   *
      *    SOMA QT_REABERT E REINICIA A CONTAGEM DO PRAZO NA DATA DE   *
      *    HOJE. TEXTO DA REABERTURA E OPCIONAL. O DUPLICADO REABERTO  *
      *    PERDE O VINCULO AO PRINCIPAL                                *
      *----------------------------------------------------------------*
       5000-REABRIR-PROTOCOLO          SECTION.
      *----------------------------------------------------------------*
           MOVE '5000-REABRIR-PROTOCOLO' TO WRK-PARAGRAFO.

           PERFORM 4050-VALIDAR-EQUIPE-TEXTO.

           PERFORM 4100-LER-PROTOCOLO.

           IF  NOT MANIF-ENCERRADA OF SACLB031
               MOVE 12         TO SACLW000-COD-RETORNO
               MOVE 'ER27'     TO SACLW000-COD-ERRO
               MOVE 'SACL0779' TO SACLW000-COD-MENSAGEM
               PERFORM 6100-DEVOLVER-SITUACAO
               PERFORM 3000-FINALIZAR
           END-IF.

           EXEC SQL
                SELECT DAYS(CURRENT DATE) -
                       DAYS(DATE(:SACLB031.DT-ENCER-MANIF))
                  INTO :WRK-DIAS-ENCERRADO
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF  SQLCODE NOT EQUAL TO ZEROS
               MOVE 16         TO SACLW000-COD-RETORNO
               MOVE 'ER28'     TO SACLW000-COD-ERRO
               MOVE 'SACL9999' TO SACLW000-COD-MENSAGEM
               SET ERRO-DB2    TO TRUE
               MOVE 'SYSDUMMY1'
                               TO FRWKGDB2-NOME-TABELA
               SET DB2-SELECT  TO TRUE
               MOVE SPACES     TO FRWKGDB2-STORED-PROC
               MOVE SPACES     TO FRWKGDB2-LOCAL
               MOVE SQLCA      TO FRWKGDB2-SQLCA
               MOVE SQLCODE    TO FRWKGDB2-SQLCODE
               PERFORM 91000-API-ERROR
           END-IF.

           IF  WRK-DIAS-ENCERRADO GREATER WRK-DIAS-REABERTURA
               MOVE 12         TO SACLW000-COD-RETORNO
               MOVE 'ER29'     TO SACLW000-COD-ERRO
               MOVE 'SACL0780' TO SACLW000-COD-MENSAGEM
               PERFORM 6100-DEVOLVER-SITUACAO
               PERFORM 3000-FINALIZAR
           END-IF.

           IF  WRK-TAM-TEXTO GREATER ZEROS
               MOVE WRK-CPTCAO-REABERTURA TO CPTCAO-TBELA OF SACLB032
               PERFORM 4400-GRAVAR-TEXTO
           END-IF.

           MOVE WRK-DT-NULA TO DT-ENCER-MANIF OF SACLB031.

           EXEC SQL
                UPDATE DB2PRD.TMANIF_PSSOA
                   SET CSIT_MANIF     = 'A'
                     , DT_ENCER_MANIF = :SACLB031.DT-ENCER-MANIF
                     , CRESULT_MANIF  = ' '
                     , QT_REABERT     = QT_REABERT + 1
                     , DT_INIC_PRAZO  = CHAR(CURRENT DATE, ISO)
                     , NPROT_PRINC    = 0
                 WHERE NPROT_MANIF    = :SACLB031.NPROT-MANIF
                   AND CSIT_MANIF     = 'E'
           END-EXEC.

           IF  SQLCODE EQUAL TO +100
               MOVE 12         TO SACLW000-COD-RETORNO
               MOVE 'ER30'     TO SACLW000-COD-ERRO
               MOVE 'SACL0779' TO SACLW000-COD-MENSAGEM
               PERFORM 3000-FINALIZAR
           END-IF.

           IF  SQLCODE NOT EQUAL TO ZEROS
               MOVE 16         TO SACLW000-COD-RETORNO
               MOVE 'ER31'     TO SACLW000-COD-ERRO
               MOVE 'SACL9999' TO SACLW000-COD-MENSAGEM
               SET ERRO-DB2    TO TRUE
               MOVE 'TMANIF_PSSOA'
                               TO FRWKGDB2-NOME-TABELA
               SET DB2-UPDATE  TO TRUE
               MOVE SPACES     TO FRWKGDB2-STORED-PROC
               MOVE SPACES     TO FRWKGDB2-LOCAL
               MOVE SQLCA      TO FRWKGDB2-SQLCA
               MOVE SQLCODE    TO FRWKGDB2-SQLCODE
               PERFORM 91000-API-ERROR
           END-IF.

           SET TRANS-REABERTURA OF SACLB037 TO TRUE.
           MOVE SPACE TO CRESULT-MANIF OF SACLB037.

           PERFORM 6000-GRAVAR-TRANSICAO.

           PERFORM 4100-LER-PROTOCOLO.

           PERFORM 6100-DEVOLVER-SITUACAO.

           MOVE 01             TO SACLW000-COD-RETORNO.
      *----------------------------------------------------------------*
       5000-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGISTRA A TRANSICAO COM A EQUIPE, O USUARIO DA SESSAO E O  *
      *    TIMESTAMP                                                   *
      *----------------------------------------------------------------*
       6000-GRAVAR-TRANSICAO           SECTION.
      *----------------------------------------------------------------*
           MOVE '6000-GRAVAR-TRANSICAO' TO WRK-PARAGRAFO.

           MOVE SACLW52C-NPROT-MANIF   TO NPROT-MANIF OF SACLB037.
           MOVE SACLW52C-CEQUIPE-IN    TO CEQUIPE OF SACLB037.
           MOVE FRWKWAAA-CAUTEN-SEGRC
                OF WRK-AREA-FRWKWAAA (1:8)
                                       TO CUSUAR-TRANS OF SACLB037.

           EXEC SQL
                SELECT COALESCE(MAX(NSEQ_TRANS), 0) + 1
                  INTO :SACLB037.NSEQ-TRANS
                  FROM DB2PRD.TTRANS_MANIF
                 WHERE NPROT_MANIF = :SACLB037.NPROT-MANIF
           END-EXEC.

           IF  SQLCODE NOT EQUAL TO ZEROS
               MOVE 16         TO SACLW000-COD-RETORNO
               MOVE 'ER32'     TO SACLW000-COD-ERRO
               MOVE 'SACL9999' TO SACLW000-COD-MENSAGEM
               SET ERRO-DB2    TO TRUE
               MOVE 'TTRANS_MANIF'
                               TO FRWKGDB2-NOME-TABELA
               SET DB2-SELECT  TO TRUE
               MOVE SPACES     TO FRWKGDB2-STORED-PROC
               MOVE SPACES     TO FRWKGDB2-LOCAL
               MOVE SQLCA      TO FRWKGDB2-SQLCA
               MOVE SQLCODE    TO FRWKGDB2-SQLCODE
               PERFORM 91000-API-ERROR
           END-IF.

           EXEC SQL
                INSERT INTO DB2PRD.TTRANS_MANIF
                       ( NPROT_MANIF
                       , NSEQ_TRANS
                       , CTIPO_TRANS
                       , CRESULT_MANIF
                       , CEQUIPE
                       , CUSUAR_TRANS
                       , TS_TRANS )
                VALUES ( :SACLB037.NPROT-MANIF
                       , :SACLB037.NSEQ-TRANS
                       , :SACLB037.CTIPO-TRANS
                       , :SACLB037.CRESULT-MANIF
                       , :SACLB037.CEQUIPE
                       , :SACLB037.CUSUAR-TRANS
                       , CHAR(CURRENT TIMESTAMP) )
           END-EXEC.

           IF  SQLCODE NOT EQUAL TO ZEROS
               MOVE 16         TO SACLW000-COD-RETORNO
               MOVE 'ER33'     TO SACLW000-COD-ERRO
               MOVE 'SACL9999' TO SACLW000-COD-MENSAGEM
               SET ERRO-DB2    TO TRUE
               MOVE 'TTRANS_MANIF'
                               TO FRWKGDB2-NOME-TABELA
               SET DB2-INSERT  TO TRUE
               MOVE SPACES     TO FRWKGDB2-STORED-PROC
               MOVE SPACES     TO FRWKGDB2-LOCAL
               MOVE SQLCA      TO FRWKGDB2-SQLCA
               MOVE SQLCODE    TO FRWKGDB2-SQLCODE
               PERFORM 91000-API-ERROR
           END-IF.
      *----------------------------------------------------------------*
       6000-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6100-DEVOLVER-SITUACAO          SECTION.
      *----------------------------------------------------------------*
           MOVE '6100-DEVOLVER-SITUACAO' TO WRK-PARAGRAFO.

           MOVE CSIT-MANIF     OF SACLB031 TO SACLW52C-CSIT-ATUAL.
           MOVE DT-ENCER-MANIF OF SACLB031 TO SACLW52C-DT-ENCER-ATUAL.
           MOVE QT-REABERT     OF SACLB031 TO SACLW52C-QT-REABERT-ATUAL.

           IF  DT-INIC-PRAZO OF SACLB031 GREATER
                                      DT-ABERT-MANIF OF SACLB031
               MOVE DT-INIC-PRAZO  OF SACLB031
                                    TO SACLW52C-DT-INIC-PRAZO-ATUAL
           ELSE
               MOVE DT-ABERT-MANIF OF SACLB031
                                    TO SACLW52C-DT-INIC-PRAZO-ATUAL
           END-IF.
      *----------------------------------------------------------------*
       6100-99-EXIT. EXIT.
      *----------------------------------------------------------------*
       COPY SACLW1P1.
      *----------------------------------------------------------------*
       END PROGRAM SACL52JS.
