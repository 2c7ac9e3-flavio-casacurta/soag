      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. SACL53JS.
       AUTHOR.     ADERBAL MACHADO RIBEIRO - JAPI.
      *================================================================*
      *                 SCOPUS TECNOLOGIA                              *
      *----------------------------------------------------------------*
      *                                                                *
      *    APLICACAO       : SACL                                      *
      *    PROGRAMA        : SACL53JS                                  *
      *    PROGRAMADOR     : ADERBAL MACHADO RIBEIRO - JAPI            *
      *    ANALISTA        : SCOPUS                                    *
      *    DATA DE CRIACAO : 2028 AGO 14                               *
      *                                                                *
      *----------------------------------------------------------------*
      *    OBJETIVO....: MODULO PERSISTENCIA DA REVISAO DAS SUSPEITAS  *
      *                  DE MANIFESTACAO DUPLICADA (TDUPL_MANIF),      *
      *                  GRAVADAS NA CARGA SACL2ENT E NA VARREDURA     *
      *                  NOTURNA SACL2DUP:                             *
      *                  CONSULTA PAGINADA DAS SUSPEITAS PENDENTES,    *
      *                  TODAS OU SO AS DE UM PROTOCOLO;               *
      *                  CONFIRMAR ('C'): O PROTOCOLO MAIS NOVO DO PAR *
      *                  E VINCULADO AO PRINCIPAL (NPROT_PRINC) E      *
      *                  ENCERRADO COMO DUPLICADO (DESFECHO 'D'), COM  *
      *                  TEXTO DE ENCERRAMENTO E TRANSICAO EM          *
      *                  TTRANS_MANIF; SEUS VINCULOS DE TARIFA ABERTOS *
      *                  PASSAM AO PRINCIPAL (O QUE O PRINCIPAL JA     *
      *                  CONTESTA E APENAS EXCLUIDO DO DUPLICADO), DE  *
      *                  MODO QUE CADA EVENTO SEJA DECIDIDO UMA SO VEZ *
      *                  E A RECLAMACAO CONTE UMA SO VEZ NO SACL2OUV;  *
      *                  AS DEMAIS SUSPEITAS PENDENTES DO DUPLICADO    *
      *                  SAO DESCARTADAS;                              *
      *                  DESCARTAR ('D') A SUSPEITA DO PAR.            *
      *                  A CONFIRMACAO SEGUE A REGRA DO ENCERRAMENTO   *
      *                  (SACL52JS): BLOQUEADA SE A ATRIBUICAO ATUAL   *
      *                  DO DUPLICADO NA FILA FOR DE OUTRA EQUIPE.     *
      *----------------------------------------------------------------*
      *    BOOKS FUNCIONAIS...:                                        *
      *    SACLW000 - BOOK CONTROLE - COMUNICACAO ENTRE MODULOS        *
      *    SACLW53C - BOOK COMUNICACAO DESTE MODULO                    *
      *    SACLW1W0 - BOOK DE WORK DO PROGRAMA                         *
      *    SACLW0W1 - BOOK DE WORK DO FRWK1999                         *
      *    SACLW1P1 - BOOK DE PROCEDUR PARA TRATAMENTO DE ERROS        *
      *    SACLB031 - DCLGEN DA TABELA DE MANIFESTACOES                *
      *    SACLB032 - DCLGEN DA TABELA INFORMACAO COMPLEMENT           *
      *    SACLB034 - DCLGEN DA TABELA DE VINCULOS                     *
      *    SACLB036 - DCLGEN DA TABELA DE ATRIBUICAO                   *
      *    SACLB037 - DCLGEN DA TABELA DE TRANSICOES                   *
      *    SACLB040 - DCLGEN DA TABELA DE SUSPEITAS DE DUPLICIDADE     *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    AGO/2028 - JAPI - CRIACAO DO PROGRAMA.                      *
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
       77  WRK-PROGRAM                 PIC  X(008) VALUE 'SACL53JS'.
       77  WRK-INVOKINGPROG            PIC  X(008) VALUE SPACES.
       77  WRK-NREG-QTDE-MAX           PIC S9(004) COMP VALUE +20.
      *----------------------------------------------------------------*
      *    LIMITE DE NIVEIS AO SUBIR NA CADEIA DE PRINCIPAIS (PRINCIPAL*
      *    QUE TAMBEM JA FOI ENCERRADO COMO DUPLICADO DE OUTRO)        *
      *----------------------------------------------------------------*
       77  WRK-MAX-NIVEIS-PRINC        PIC S9(004) COMP VALUE +10.

       01  WRK-NREG-QTDE               PIC S9(009) COMP-3 VALUE ZEROS.
       01  WRK-NIVEL-PRINC             PIC S9(004) COMP   VALUE ZEROS.
       01  WRK-TAM-TEXTO               PIC S9(004) COMP   VALUE ZEROS.
       01  WRK-POS-TEXTO               PIC S9(004) COMP   VALUE ZEROS.
       01  WRK-NPROT-FILTRO            PIC S9(010) COMP-3 VALUE ZEROS.
       01  WRK-NPROT-PRINC-EFET        PIC S9(010) COMP-3 VALUE ZEROS.
       01  WRK-NPROT-EDIT              PIC  9(010) VALUE ZEROS.
       01  WRK-CSIT-PRINC              PIC  X(001) VALUE SPACES.
       01  WRK-CRESULT-PRINC           PIC  X(001) VALUE SPACES.
       01  WRK-DT-ABERT-PRINC          PIC  X(010) VALUE SPACES.
       01  WRK-NPROT-PRINC-PRINC       PIC S9(010) COMP-3 VALUE ZEROS.
       01  WRK-TEXTO-ENCERRAMENTO      PIC  X(500) VALUE SPACES.
       01  WRK-CPTCAO-DUPLICIDADE      PIC  X(018) VALUE
           'DUPLICIDADE'.
       01  WRK-TEXTO-PADRAO            PIC  X(040) VALUE
           'ENCERRADO COMO DUPLICADO DO PROTOCOLO '.
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
       COPY SACLW1W0.
       COPY SACLW0W1.
      *----------------------------------------------------------------*
           EXEC SQL  INCLUDE SQLCA     END-EXEC.
           EXEC SQL  INCLUDE SACLB031  END-EXEC.
           EXEC SQL  INCLUDE SACLB032  END-EXEC.
           EXEC SQL  INCLUDE SACLB034  END-EXEC.
           EXEC SQL  INCLUDE SACLB036  END-EXEC.
           EXEC SQL  INCLUDE SACLB037  END-EXEC.
           EXEC SQL  INCLUDE SACLB040  END-EXEC.
      *----------------------------------------------------------------*
      *    SUSPEITAS PENDENTES A PARTIR DO PAR INFORMADO (CSR01: >=,   *
      *    CSR02: PAGINA SEGUINTE), COM A SITUACAO DOS DOIS PROTOCOLOS;*
      *    FILTRO ZERO TRAZ TODAS                                      *
      *----------------------------------------------------------------*
           EXEC SQL
                DECLARE CSR01-SACLB040 CURSOR FOR
                SELECT D.NPROT_MANIF
                     , D.NPROT_PRINC
                     , D.CCRIT_DUPL
                     , D.CORIG_DETEC
                     , D.DT_DETEC
                     , M.CTIPO_MANIF
                     , M.DT_ABERT_MANIF
                     , M.CSIT_MANIF
                     , P.DT_ABERT_MANIF
                     , P.CSIT_MANIF
                  FROM DB2PRD.TDUPL_MANIF  D
                     , DB2PRD.TMANIF_PSSOA M
                     , DB2PRD.TMANIF_PSSOA P
                 WHERE D.CSIT_DUPL    = 'S'
                   AND M.NPROT_MANIF  = D.NPROT_MANIF
                   AND P.NPROT_MANIF  = D.NPROT_PRINC
                   AND (:WRK-NPROT-FILTRO = 0
                    OR  D.NPROT_MANIF = :WRK-NPROT-FILTRO
                    OR  D.NPROT_PRINC = :WRK-NPROT-FILTRO)
                   AND (D.NPROT_MANIF > :SACLB040.NPROT-MANIF
                    OR (D.NPROT_MANIF = :SACLB040.NPROT-MANIF
                   AND  D.NPROT_PRINC >= :SACLB040.NPROT-PRINC))
                 ORDER BY D.NPROT_MANIF, D.NPROT_PRINC
           END-EXEC.
           EXEC SQL
                DECLARE CSR02-SACLB040 CURSOR FOR
                SELECT D.NPROT_MANIF
                     , D.NPROT_PRINC
                     , D.CCRIT_DUPL
                     , D.CORIG_DETEC
                     , D.DT_DETEC
                     , M.CTIPO_MANIF
                     , M.DT_ABERT_MANIF
                     , M.CSIT_MANIF
                     , P.DT_ABERT_MANIF
                     , P.CSIT_MANIF
                  FROM DB2PRD.TDUPL_MANIF  D
                     , DB2PRD.TMANIF_PSSOA M
                     , DB2PRD.TMANIF_PSSOA P
                 WHERE D.CSIT_DUPL    = 'S'
                   AND M.NPROT_MANIF  = D.NPROT_MANIF
                   AND P.NPROT_MANIF  = D.NPROT_PRINC
                   AND (:WRK-NPROT-FILTRO = 0
                    OR  D.NPROT_MANIF = :WRK-NPROT-FILTRO
                    OR  D.NPROT_PRINC = :WRK-NPROT-FILTRO)
                   AND (D.NPROT_MANIF > :SACLB040.NPROT-MANIF
                    OR (D.NPROT_MANIF = :SACLB040.NPROT-MANIF
                   AND  D.NPROT_PRINC > :SACLB040.NPROT-PRINC))
                 ORDER BY D.NPROT_MANIF, D.NPROT_PRINC
           END-EXEC.
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           02  LNK-SACL53JS.
           COPY SACLW000.
           COPY SACLW53C.
      *================================================================*
       PROCEDURE DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       0000-MAIN                       SECTION.
      *----------------------------------------------------------------*
           PERFORM 1000-INICIAR.

           EVALUATE SACLW53C-SOLIC-MAIS-DADOS
               WHEN 'C'
                   PERFORM 4000-CONFIRMAR-DUPLICIDADE
               WHEN 'D'
                   PERFORM 5000-DESCARTAR-SUSPEITA
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
                       SACLB037
                       SACLB040.

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

           MOVE SACLW53C-NREG-QTDE TO WRK-NREG-QTDE.

           IF  WRK-NREG-QTDE GREATER THAN WRK-NREG-QTDE-MAX
               MOVE 16                 TO SACLW000-COD-RETORNO
               MOVE 'ER04'             TO SACLW000-COD-ERRO
               MOVE 'SACL9999'         TO SACLW000-COD-MENSAGEM
               MOVE FRWKWAAA-WINFO-DADOS-IDIOM
                                        TO FRWKGLIV-IDIOMA
               SET ERRO-LIVRE          TO TRUE
               PERFORM 91000-API-ERROR
           END-IF.

           IF  SACLW53C-NPROT-MANIF NOT NUMERIC
               OR SACLW53C-NPROT-PRINC NOT NUMERIC
               OR SACLW53C-NPROT-FILTRO NOT NUMERIC
               MOVE 16                 TO SACLW000-COD-RETORNO
               MOVE 'ER05'             TO SACLW000-COD-ERRO
               MOVE 'SACL9999'         TO SACLW000-COD-MENSAGEM
               MOVE FRWKWAAA-WINFO-DADOS-IDIOM
                                        TO FRWKGLIV-IDIOMA
               SET ERRO-LIVRE          TO TRUE
               PERFORM 91000-API-ERROR
           END-IF.

           MOVE SACLW53C-NPROT-MANIF TO NPROT-MANIF OF SACLB040.
           MOVE SACLW53C-NPROT-PRINC TO NPROT-PRINC OF SACLB040.
           MOVE SACLW53C-NPROT-FILTRO TO WRK-NPROT-FILTRO.
      *----------------------------------------------------------------*
       1000-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONSULTA PAGINADA DAS SUSPEITAS PENDENTES                   *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
           MOVE '2000-PROCESSAR' TO WRK-PARAGRAFO.

           PERFORM 2100-OPEN-CURSOR.

           PERFORM 2200-FETCH-CURSOR.

           IF  SQLCODE EQUAL +100
               MOVE 08         TO SACLW000-COD-RETORNO
               MOVE 'ER06'     TO SACLW000-COD-ERRO
               MOVE 'SACL0563' TO SACLW000-COD-MENSAGEM
               MOVE ZEROS      TO SACLW53C-NREG-QTDE
               PERFORM 2400-CLOSE-CURSOR
               PERFORM 3000-FINALIZAR
           END-IF.

           MOVE 1 TO WRK-IDX.

           PERFORM 2250-CARREGAR-SUSPEITA
             UNTIL SQLCODE EQUAL TO +100
                OR WRK-IDX GREATER WRK-NREG-QTDE.

           IF  SQLCODE   EQUAL TO ZEROS
               MOVE 01         TO SACLW000-COD-RETORNO
           END-IF.

           COMPUTE WRK-NREG-QTDE = WRK-IDX - 1.

           MOVE WRK-NREG-QTDE TO SACLW53C-NREG-QTDE.

           PERFORM 2400-CLOSE-CURSOR.
      *----------------------------------------------------------------*
       2000-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-OPEN-CURSOR                SECTION.
      *----------------------------------------------------------------*
           MOVE '2100-OPEN-CURSOR' TO WRK-PARAGRAFO.

           EVALUATE SACLW53C-SOLIC-MAIS-DADOS
               WHEN 'I'
               WHEN 'P'
               WHEN 'U'
                   EXEC SQL
                        OPEN CSR01-SACLB040
                   END-EXEC
               WHEN 'S'
                   EXEC SQL
                        OPEN CSR02-SACLB040
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
               MOVE 'TDUPL_MANIF'
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

           EVALUATE SACLW53C-SOLIC-MAIS-DADOS
               WHEN 'I'
               WHEN 'P'
               WHEN 'U'
                   EXEC SQL
                        FETCH CSR01-SACLB040 INTO
                           :SACLB040.NPROT-MANIF
                         , :SACLB040.NPROT-PRINC
                         , :SACLB040.CCRIT-DUPL
                         , :SACLB040.CORIG-DETEC
                         , :SACLB040.DT-DETEC
                         , :SACLB031.CTIPO-MANIF
                         , :SACLB031.DT-ABERT-MANIF
                         , :SACLB031.CSIT-MANIF
                         , :WRK-DT-ABERT-PRINC
                         , :WRK-CSIT-PRINC
                   END-EXEC
               WHEN 'S'
                   EXEC SQL
                        FETCH CSR02-SACLB040 INTO
                           :SACLB040.NPROT-MANIF
                         , :SACLB040.NPROT-PRINC
                         , :SACLB040.CCRIT-DUPL
                         , :SACLB040.CORIG-DETEC
                         , :SACLB040.DT-DETEC
                         , :SACLB031.CTIPO-MANIF
                         , :SACLB031.DT-ABERT-MANIF
                         , :SACLB031.CSIT-MANIF
                         , :WRK-DT-ABERT-PRINC
                         , :WRK-CSIT-PRINC
                   END-EXEC
           END-EVALUATE.

           IF  SQLCODE NOT EQUAL TO ZEROS AND +100
               MOVE 16         TO SACLW000-COD-RETORNO
               MOVE 'ER09'     TO SACLW000-COD-ERRO
               MOVE 'SACL9999' TO SACLW000-COD-MENSAGEM
               SET ERRO-DB2    TO TRUE
               MOVE 'TDUPL_MANIF'
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
       2250-CARREGAR-SUSPEITA          SECTION.
      *----------------------------------------------------------------*
           MOVE '2250-CARREGAR-SUSPEITA' TO WRK-PARAGRAFO.

           PERFORM 2300-ALIMENTAR-SUSPEITA.

           ADD 1 TO WRK-IDX.

           PERFORM 2200-FETCH-CURSOR.
      *----------------------------------------------------------------*
       2250-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-ALIMENTAR-SUSPEITA         SECTION.
      *----------------------------------------------------------------*
           MOVE '2300-ALIMENTAR-SUSPEITA' TO WRK-PARAGRAFO.

           MOVE          NPROT-MANIF                       OF SACLB040
             TO SACLW53C-NPROT-MANIF-L(WRK-IDX).
           MOVE          NPROT-PRINC                       OF SACLB040
             TO SACLW53C-NPROT-PRINC-L(WRK-IDX).
           MOVE          CCRIT-DUPL                        OF SACLB040
             TO SACLW53C-CCRIT-DUPL-L(WRK-IDX).
           MOVE          CORIG-DETEC                       OF SACLB040
             TO SACLW53C-CORIG-DETEC-L(WRK-IDX).
           MOVE          DT-DETEC                          OF SACLB040
             TO SACLW53C-DT-DETEC-L(WRK-IDX).
           MOVE          CTIPO-MANIF                       OF SACLB031
             TO SACLW53C-CTIPO-MANIF-L(WRK-IDX).
           MOVE          DT-ABERT-MANIF                    OF SACLB031
             TO SACLW53C-DT-ABERT-L(WRK-IDX).
           MOVE          CSIT-MANIF                        OF SACLB031
             TO SACLW53C-CSIT-MANIF-L(WRK-IDX).
           MOVE          WRK-DT-ABERT-PRINC
             TO SACLW53C-DT-ABERT-PRINC-L(WRK-IDX).
           MOVE          WRK-CSIT-PRINC
             TO SACLW53C-CSIT-PRINC-L(WRK-IDX).
      *----------------------------------------------------------------*
       2300-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-CLOSE-CURSOR               SECTION.
      *----------------------------------------------------------------*
           MOVE '2400-CLOSE-CURSOR' TO WRK-PARAGRAFO.

           EVALUATE SACLW53C-SOLIC-MAIS-DADOS
               WHEN 'I'
               WHEN 'P'
               WHEN 'U'
                   EXEC SQL
                        CLOSE CSR01-SACLB040
                   END-EXEC
               WHEN 'S'
                   EXEC SQL
                        CLOSE CSR02-SACLB040
                   END-EXEC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF  SQLCODE NOT EQUAL TO ZEROS
               MOVE 16         TO SACLW000-COD-RETORNO
               MOVE 'ER10'     TO SACLW000-COD-ERRO
               MOVE 'SACL9999' TO SACLW000-COD-MENSAGEM
               SET ERRO-DB2    TO TRUE
               MOVE 'TDUPL_MANIF'
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
      *    CONFIRMA A DUPLICIDADE DO PAR: A SUSPEITA TEM DE ESTAR      *
      *    PENDENTE E O PROTOCOLO MAIS NOVO AINDA ABERTO E NAO         *
      *    ATRIBUIDO A OUTRA EQUIPE. SE O PRINCIPAL JA FOI ENCERRADO   *
      *    COMO DUPLICADO, O VINCULO VAI PARA O PRINCIPAL DELE. PASSA  *
      *    OS VINCULOS DE TARIFA, GRAVA O TEXTO, ENCERRA O DUPLICADO,  *
      *    REGISTRA A TRANSICAO E A DECISAO                            *
      *----------------------------------------------------------------*
       4000-CONFIRMAR-DUPLICIDADE      SECTION.
      *----------------------------------------------------------------*
           MOVE '4000-CONFIRMAR-DUPLICIDADE' TO WRK-PARAGRAFO.

           IF  SACLW53C-CEQUIPE-IN EQUAL SPACES
               MOVE 16             TO SACLW000-COD-RETORNO
               MOVE 'ER11'         TO SACLW000-COD-ERRO
               MOVE 'SACL9999'     TO SACLW000-COD-MENSAGEM
               MOVE FRWKWAAA-WINFO-DADOS-IDIOM
                                    TO FRWKGLIV-IDIOMA
               SET  ERRO-LIVRE     TO TRUE
               PERFORM 91000-API-ERROR
           END-IF.

           IF  SACLW53C-TAM-TEXTO NOT NUMERIC
               OR SACLW53C-TAM-TEXTO GREATER 400
               MOVE 16             TO SACLW000-COD-RETORNO
               MOVE 'ER12'         TO SACLW000-COD-ERRO
               MOVE 'SACL9999'     TO SACLW000-COD-MENSAGEM
               MOVE FRWKWAAA-WINFO-DADOS-IDIOM
                                    TO FRWKGLIV-IDIOMA
               SET  ERRO-LIVRE     TO TRUE
               PERFORM 91000-API-ERROR
           END-IF.

           PERFORM 4050-LER-SUSPEITA.

           MOVE SACLW53C-NPROT-MANIF TO NPROT-MANIF OF SACLB031.

           PERFORM 4100-LER-PROTOCOLO.

           IF  NOT MANIF-ABERTA OF SACLB031
               MOVE 12         TO SACLW000-COD-RETORNO
               MOVE 'ER13'     TO SACLW000-COD-ERRO
               MOVE 'SACL0783' TO SACLW000-COD-MENSAGEM
               PERFORM 3000-FINALIZAR
           END-IF.

           PERFORM 4150-RESOLVER-PRINCIPAL.

           PERFORM 4200-VERIFICAR-ATRIBUICAO.

           PERFORM 4300-TRANSFERIR-VINCULOS.

           PERFORM 4400-GRAVAR-TEXTO.

           MOVE WRK-NPROT-PRINC-EFET TO NPROT-PRINC OF SACLB031.

           EXEC SQL
                UPDATE DB2PRD.TMANIF_PSSOA
                   SET CSIT_MANIF     = 'E'
                     , DT_ENCER_MANIF = CHAR(CURRENT DATE, ISO)
                     , CRESULT_MANIF  = 'D'
                     , NPROT_PRINC    = :SACLB031.NPROT-PRINC
                 WHERE NPROT_MANIF    = :SACLB031.NPROT-MANIF
                   AND CSIT_MANIF     = 'A'
           END-EXEC.

           IF  SQLCODE EQUAL TO +100
               MOVE 12         TO SACLW000-COD-RETORNO
               MOVE 'ER14'     TO SACLW000-COD-ERRO
               MOVE 'SACL0783' TO SACLW000-COD-MENSAGEM
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

           PERFORM 6000-GRAVAR-TRANSICAO.

           SET DUPL-CONFIRMADA OF SACLB040 TO TRUE.

           PERFORM 6100-GRAVAR-DECISAO.

           PERFORM 6200-DESCARTAR-OUTRAS.

           MOVE WRK-NPROT-PRINC-EFET TO SACLW53C-NPROT-PRINC-EFET.

           MOVE 01             TO SACLW000-COD-RETORNO.
      *----------------------------------------------------------------*
       4000-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    A SUSPEITA DO PAR TEM DE EXISTIR E ESTAR PENDENTE           *
      *----------------------------------------------------------------*
       4050-LER-SUSPEITA               SECTION.
      *----------------------------------------------------------------*
           MOVE '4050-LER-SUSPEITA' TO WRK-PARAGRAFO.

           EXEC SQL
                SELECT CSIT_DUPL
                  INTO :SACLB040.CSIT-DUPL
                  FROM DB2PRD.TDUPL_MANIF
                 WHERE NPROT_MANIF = :SACLB040.NPROT-MANIF
                   AND NPROT_PRINC = :SACLB040.NPROT-PRINC
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZEROS
                   IF  NOT DUPL-SUSPEITA OF SACLB040
                       MOVE 12         TO SACLW000-COD-RETORNO
                       MOVE 'ER16'     TO SACLW000-COD-ERRO
                       MOVE 'SACL0782' TO SACLW000-COD-MENSAGEM
                       PERFORM 3000-FINALIZAR
                   END-IF
               WHEN SQLCODE EQUAL +100
                   MOVE 08         TO SACLW000-COD-RETORNO
                   MOVE 'ER17'     TO SACLW000-COD-ERRO
                   MOVE 'SACL0563' TO SACLW000-COD-MENSAGEM
                   PERFORM 3000-FINALIZAR
               WHEN OTHER
                   MOVE 16         TO SACLW000-COD-RETORNO
                   MOVE 'ER18'     TO SACLW000-COD-ERRO
                   MOVE 'SACL9999' TO SACLW000-COD-MENSAGEM
                   SET ERRO-DB2    TO TRUE
                   MOVE 'TDUPL_MANIF'
                                   TO FRWKGDB2-NOME-TABELA
                   SET DB2-SELECT  TO TRUE
                   MOVE SPACES     TO FRWKGDB2-STORED-PROC
                   MOVE SPACES     TO FRWKGDB2-LOCAL
                   MOVE SQLCA      TO FRWKGDB2-SQLCA
                   MOVE SQLCODE    TO FRWKGDB2-SQLCODE
                   PERFORM 91000-API-ERROR
           END-EVALUATE.
      *----------------------------------------------------------------*
       4050-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-LER-PROTOCOLO              SECTION.
      *----------------------------------------------------------------*
           MOVE '4100-LER-PROTOCOLO' TO WRK-PARAGRAFO.

           EXEC SQL
                SELECT CSIT_MANIF,
                       CRESULT_MANIF,
                       NPROT_PRINC
                  INTO :SACLB031.CSIT-MANIF,
                       :SACLB031.CRESULT-MANIF,
                       :SACLB031.NPROT-PRINC
                  FROM DB2PRD.TMANIF_PSSOA
                 WHERE NPROT_MANIF = :SACLB031.NPROT-MANIF
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZEROS
                   CONTINUE
               WHEN SQLCODE EQUAL +100
                   MOVE 08         TO SACLW000-COD-RETORNO
                   MOVE 'ER19'     TO SACLW000-COD-ERRO
                   MOVE 'SACL0563' TO SACLW000-COD-MENSAGEM
                   PERFORM 3000-FINALIZAR
               WHEN OTHER
                   MOVE 16         TO SACLW000-COD-RETORNO
                   MOVE 'ER20'     TO SACLW000-COD-ERRO
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
      *    PRINCIPAL EFETIVO: O PROTOCOLO MAIS ANTIGO DO PAR OU, SE    *
      *    ELE JA FOI ENCERRADO COMO DUPLICADO, O PRINCIPAL DELE, E    *
      *    ASSIM POR DIANTE. UM PRINCIPAL QUE VOLTE AO PROPRIO         *
      *    DUPLICADO (CADEIA CIRCULAR) OU QUE JA TENHA SIDO ENCERRADO  *
      *    COM OUTRO DESFECHO RECUSA A CONFIRMACAO                     *
      *----------------------------------------------------------------*
       4150-RESOLVER-PRINCIPAL         SECTION.
      *----------------------------------------------------------------*
           MOVE '4150-RESOLVER-PRINCIPAL' TO WRK-PARAGRAFO.

           MOVE SACLW53C-NPROT-PRINC TO WRK-NPROT-PRINC-EFET.
           MOVE ZEROS                TO WRK-NIVEL-PRINC.

           PERFORM 4160-LER-PRINCIPAL.

           PERFORM 4170-SUBIR-PRINCIPAL
             UNTIL WRK-CRESULT-PRINC NOT EQUAL 'D'.

           IF  WRK-NPROT-PRINC-EFET EQUAL NPROT-MANIF OF SACLB031
               MOVE 12         TO SACLW000-COD-RETORNO
               MOVE 'ER21'     TO SACLW000-COD-ERRO
               MOVE 'SACL0784' TO SACLW000-COD-MENSAGEM
               PERFORM 3000-FINALIZAR
           END-IF.

           IF  WRK-CSIT-PRINC NOT EQUAL 'A'
               MOVE 12         TO SACLW000-COD-RETORNO
               MOVE 'ER36'     TO SACLW000-COD-ERRO
               MOVE 'SACL0785' TO SACLW000-COD-MENSAGEM
               PERFORM 3000-FINALIZAR
           END-IF.
      *----------------------------------------------------------------*
       4150-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4160-LER-PRINCIPAL              SECTION.
      *----------------------------------------------------------------*
           MOVE '4160-LER-PRINCIPAL' TO WRK-PARAGRAFO.

           EXEC SQL
                SELECT CSIT_MANIF,
                       CRESULT_MANIF,
                       NPROT_PRINC
                  INTO :WRK-CSIT-PRINC,
                       :WRK-CRESULT-PRINC,
                       :WRK-NPROT-PRINC-PRINC
                  FROM DB2PRD.TMANIF_PSSOA
                 WHERE NPROT_MANIF = :WRK-NPROT-PRINC-EFET
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZEROS
                   CONTINUE
               WHEN SQLCODE EQUAL +100
                   MOVE 08         TO SACLW000-COD-RETORNO
                   MOVE 'ER22'     TO SACLW000-COD-ERRO
                   MOVE 'SACL0563' TO SACLW000-COD-MENSAGEM
                   PERFORM 3000-FINALIZAR
               WHEN OTHER
                   MOVE 16         TO SACLW000-COD-RETORNO
                   MOVE 'ER23'     TO SACLW000-COD-ERRO
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
       4160-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4170-SUBIR-PRINCIPAL            SECTION.
      *----------------------------------------------------------------*
           MOVE '4170-SUBIR-PRINCIPAL' TO WRK-PARAGRAFO.

           ADD 1 TO WRK-NIVEL-PRINC.

           IF  WRK-NIVEL-PRINC GREATER WRK-MAX-NIVEIS-PRINC
               OR WRK-NPROT-PRINC-PRINC EQUAL ZEROS
               MOVE 12         TO SACLW000-COD-RETORNO
               MOVE 'ER24'     TO SACLW000-COD-ERRO
               MOVE 'SACL0784' TO SACLW000-COD-MENSAGEM
               PERFORM 3000-FINALIZAR
           END-IF.

           MOVE WRK-NPROT-PRINC-PRINC TO WRK-NPROT-PRINC-EFET.

           PERFORM 4160-LER-PRINCIPAL.
      *----------------------------------------------------------------*
       4170-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ATRIBUICAO ATUAL DO DUPLICADO NA FILA: SE FOR DE OUTRA      *
      *    EQUIPE, A CONFIRMACAO E RECUSADA, COMO NO ENCERRAMENTO      *
      *    (SACL52JS). PROTOCOLO SEM ATRIBUICAO NAO BLOQUEIA           *
      *----------------------------------------------------------------*
       4200-VERIFICAR-ATRIBUICAO       SECTION.
      *----------------------------------------------------------------*
           MOVE '4200-VERIFICAR-ATRIBUICAO' TO WRK-PARAGRAFO.

           MOVE SACLW53C-NPROT-MANIF TO NPROT-MANIF OF SACLB036.

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
                                   NOT EQUAL SACLW53C-CEQUIPE-IN
                       MOVE 12         TO SACLW000-COD-RETORNO
                       MOVE 'ER25'     TO SACLW000-COD-ERRO
                       MOVE 'SACL0781' TO SACLW000-COD-MENSAGEM
                       PERFORM 3000-FINALIZAR
                   END-IF
               WHEN SQLCODE EQUAL +100
                   CONTINUE
               WHEN OTHER
                   MOVE 16         TO SACLW000-COD-RETORNO
                   MOVE 'ER26'     TO SACLW000-COD-ERRO
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
      *    VINCULOS DE TARIFA ABERTOS DO DUPLICADO: O QUE O PRINCIPAL  *
      *    JA CONTESTA E EXCLUIDO (O VINCULO DO PRINCIPAL CONTINUA     *
      *    SEGURANDO A COBRANCA); O RESTANTE PASSA PARA O PRINCIPAL,   *
      *    QUE DECIDE TODOS NO SEU ENCERRAMENTO                        *
      *----------------------------------------------------------------*
       4300-TRANSFERIR-VINCULOS        SECTION.
      *----------------------------------------------------------------*
           MOVE '4300-TRANSFERIR-VINCULOS' TO WRK-PARAGRAFO.

           MOVE SACLW53C-NPROT-MANIF TO NPROT-MANIF OF SACLB034.

           EXEC SQL
                DELETE FROM DB2PRD.TXREF_MANIF_TARIF X
                 WHERE X.NPROT_MANIF = :SACLB034.NPROT-MANIF
                   AND X.IN_SITUACAO = 'A'
                   AND EXISTS
                      (SELECT 1
                         FROM DB2PRD.TXREF_MANIF_TARIF P
                        WHERE P.NPROT_MANIF        =
                              :WRK-NPROT-PRINC-EFET
                          AND P.CSIST_ORIGE_TARIF  =
                              X.CSIST_ORIGE_TARIF
                          AND P.DRECEB_MOVTO_TARIF =
                              X.DRECEB_MOVTO_TARIF
                          AND P.NMOVTO_EVNTO_TARIF =
                              X.NMOVTO_EVNTO_TARIF)
           END-EXEC.

           IF  SQLCODE NOT EQUAL TO ZEROS AND +100
               MOVE 16         TO SACLW000-COD-RETORNO
               MOVE 'ER27'     TO SACLW000-COD-ERRO
               MOVE 'SACL9999' TO SACLW000-COD-MENSAGEM
               SET ERRO-DB2    TO TRUE
               MOVE 'TXREF_MANIF_TARIF'
                               TO FRWKGDB2-NOME-TABELA
               SET DB2-DELETE  TO TRUE
               MOVE SPACES     TO FRWKGDB2-STORED-PROC
               MOVE SPACES     TO FRWKGDB2-LOCAL
               MOVE SQLCA      TO FRWKGDB2-SQLCA
               MOVE SQLCODE    TO FRWKGDB2-SQLCODE
               PERFORM 91000-API-ERROR
           END-IF.

           EXEC SQL
                UPDATE DB2PRD.TXREF_MANIF_TARIF
                   SET NPROT_MANIF = :WRK-NPROT-PRINC-EFET
                 WHERE NPROT_MANIF = :SACLB034.NPROT-MANIF
                   AND IN_SITUACAO = 'A'
           END-EXEC.

           IF  SQLCODE NOT EQUAL TO ZEROS AND +100
               MOVE 16         TO SACLW000-COD-RETORNO
               MOVE 'ER28'     TO SACLW000-COD-ERRO
               MOVE 'SACL9999' TO SACLW000-COD-MENSAGEM
               SET ERRO-DB2    TO TRUE
               MOVE 'TXREF_MANIF_TARIF'
                               TO FRWKGDB2-NOME-TABELA
               SET DB2-UPDATE  TO TRUE
               MOVE SPACES     TO FRWKGDB2-STORED-PROC
               MOVE SPACES     TO FRWKGDB2-LOCAL
               MOVE SQLCA      TO FRWKGDB2-SQLCA
               MOVE SQLCODE    TO FRWKGDB2-SQLCODE
               PERFORM 91000-API-ERROR
           END-IF.
      *----------------------------------------------------------------*
       4300-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TEXTO DE ENCERRAMENTO DO DUPLICADO NUMA NOVA SEQUENCIA EM   *
      *    TMANIF_PSSOA_COMPL: O TEXTO PADRAO COM O PRINCIPAL, MAIS O  *
      *    COMPLEMENTO DO ANALISTA QUANDO INFORMADO                    *
      *----------------------------------------------------------------*
       4400-GRAVAR-TEXTO               SECTION.
      *----------------------------------------------------------------*
           MOVE '4400-GRAVAR-TEXTO' TO WRK-PARAGRAFO.

           MOVE SACLW53C-NPROT-MANIF TO NPROT-MANIF OF SACLB032.

           EXEC SQL
                SELECT COALESCE(MAX(NSEQ_MANIF), 0) + 1
                  INTO :SACLB032.NSEQ-MANIF
                  FROM DB2PRD.TMANIF_PSSOA_COMPL
                 WHERE NPROT_MANIF = :SACLB032.NPROT-MANIF
           END-EXEC.

           IF  SQLCODE NOT EQUAL TO ZEROS
               MOVE 16         TO SACLW000-COD-RETORNO
               MOVE 'ER29'     TO SACLW000-COD-ERRO
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

           MOVE WRK-NPROT-PRINC-EFET TO WRK-NPROT-EDIT.
           MOVE SPACES               TO WRK-TEXTO-ENCERRAMENTO.
           MOVE 1                    TO WRK-POS-TEXTO.

           STRING WRK-TEXTO-PADRAO   DELIMITED BY '  '
                  ' '                DELIMITED BY SIZE
                  WRK-NPROT-EDIT     DELIMITED BY SIZE
             INTO WRK-TEXTO-ENCERRAMENTO
             WITH POINTER WRK-POS-TEXTO.

           MOVE SACLW53C-TAM-TEXTO TO WRK-TAM-TEXTO.

           IF  WRK-TAM-TEXTO GREATER ZEROS
               IF  SACLW53C-TEXTO (1:WRK-TAM-TEXTO) NOT EQUAL SPACES
                   STRING '. '       DELIMITED BY SIZE
                          SACLW53C-TEXTO (1:WRK-TAM-TEXTO)
                                     DELIMITED BY SIZE
                     INTO WRK-TEXTO-ENCERRAMENTO
                     WITH POINTER WRK-POS-TEXTO
               END-IF
           END-IF.

           COMPUTE WRK-TAM-TEXTO = WRK-POS-TEXTO - 1.

           MOVE 1              TO NORD-COMPL-ABERT OF SACLB032.
           MOVE WRK-CPTCAO-DUPLICIDADE
                               TO CPTCAO-TBELA OF SACLB032.
           MOVE WRK-TAM-TEXTO  TO RCOMPL-ABERT-MANIF-LEN OF SACLB032.
           MOVE WRK-TEXTO-ENCERRAMENTO
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
               MOVE 'ER30'     TO SACLW000-COD-ERRO
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
      *    DESCARTA A SUSPEITA PENDENTE DO PAR                         *
      *----------------------------------------------------------------*
       5000-DESCARTAR-SUSPEITA         SECTION.
      *----------------------------------------------------------------*
           MOVE '5000-DESCARTAR-SUSPEITA' TO WRK-PARAGRAFO.

           PERFORM 4050-LER-SUSPEITA.

           SET DUPL-DESCARTADA OF SACLB040 TO TRUE.

           PERFORM 6100-GRAVAR-DECISAO.

           MOVE 01             TO SACLW000-COD-RETORNO.
      *----------------------------------------------------------------*
       5000-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TRANSICAO DE ENCERRAMENTO COM DESFECHO 'D' NO HISTORICO DO  *
      *    DUPLICADO, COM A EQUIPE, O USUARIO DA SESSAO E O TIMESTAMP  *
      *----------------------------------------------------------------*
       6000-GRAVAR-TRANSICAO           SECTION.
      *----------------------------------------------------------------*
           MOVE '6000-GRAVAR-TRANSICAO' TO WRK-PARAGRAFO.

           MOVE SACLW53C-NPROT-MANIF   TO NPROT-MANIF OF SACLB037.
           SET TRANS-ENCERRAMENTO OF SACLB037 TO TRUE.
           MOVE 'D'                    TO CRESULT-MANIF OF SACLB037.
           MOVE SACLW53C-CEQUIPE-IN    TO CEQUIPE OF SACLB037.
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
               MOVE 'ER31'     TO SACLW000-COD-ERRO
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
               MOVE 'ER32'     TO SACLW000-COD-ERRO
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
      *    GRAVA NA SUSPEITA DO PAR A DECISAO, O USUARIO E O TIMESTAMP *
      *----------------------------------------------------------------*
       6100-GRAVAR-DECISAO             SECTION.
      *----------------------------------------------------------------*
           MOVE '6100-GRAVAR-DECISAO' TO WRK-PARAGRAFO.

           MOVE FRWKWAAA-CAUTEN-SEGRC
                OF WRK-AREA-FRWKWAAA (1:8)
                                       TO CUSUAR-DECISAO OF SACLB040.

           EXEC SQL
                UPDATE DB2PRD.TDUPL_MANIF
                   SET CSIT_DUPL      = :SACLB040.CSIT-DUPL
                     , CUSUAR_DECISAO = :SACLB040.CUSUAR-DECISAO
                     , TS_DECISAO     = CHAR(CURRENT TIMESTAMP)
                 WHERE NPROT_MANIF    = :SACLB040.NPROT-MANIF
                   AND NPROT_PRINC    = :SACLB040.NPROT-PRINC
                   AND CSIT_DUPL      = 'S'
           END-EXEC.

           IF  SQLCODE EQUAL TO +100
               MOVE 12         TO SACLW000-COD-RETORNO
               MOVE 'ER33'     TO SACLW000-COD-ERRO
               MOVE 'SACL0782' TO SACLW000-COD-MENSAGEM
               PERFORM 3000-FINALIZAR
           END-IF.

           IF  SQLCODE NOT EQUAL TO ZEROS
               MOVE 16         TO SACLW000-COD-RETORNO
               MOVE 'ER34'     TO SACLW000-COD-ERRO
               MOVE 'SACL9999' TO SACLW000-COD-MENSAGEM
               SET ERRO-DB2    TO TRUE
               MOVE 'TDUPL_MANIF'
                               TO FRWKGDB2-NOME-TABELA
               SET DB2-UPDATE  TO TRUE
               MOVE SPACES     TO FRWKGDB2-STORED-PROC
               MOVE SPACES     TO FRWKGDB2-LOCAL
               MOVE SQLCA      TO FRWKGDB2-SQLCA
               MOVE SQLCODE    TO FRWKGDB2-SQLCODE
               PERFORM 91000-API-ERROR
           END-IF.
      *----------------------------------------------------------------*
       6100-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    AS DEMAIS SUSPEITAS PENDENTES EM QUE O DUPLICADO E O MAIS   *
      *    NOVO PERDEM O OBJETO E SAO DESCARTADAS PELO MESMO USUARIO   *
      *----------------------------------------------------------------*
       6200-DESCARTAR-OUTRAS           SECTION.
      *----------------------------------------------------------------*
           MOVE '6200-DESCARTAR-OUTRAS' TO WRK-PARAGRAFO.

           EXEC SQL
                UPDATE DB2PRD.TDUPL_MANIF
                   SET CSIT_DUPL      = 'D'
                     , CUSUAR_DECISAO = :SACLB040.CUSUAR-DECISAO
                     , TS_DECISAO     = CHAR(CURRENT TIMESTAMP)
                 WHERE NPROT_MANIF    = :SACLB040.NPROT-MANIF
                   AND CSIT_DUPL      = 'S'
           END-EXEC.

           IF  SQLCODE NOT EQUAL TO ZEROS AND +100
               MOVE 16         TO SACLW000-COD-RETORNO
               MOVE 'ER35'     TO SACLW000-COD-ERRO
               MOVE 'SACL9999' TO SACLW000-COD-MENSAGEM
               SET ERRO-DB2    TO TRUE
               MOVE 'TDUPL_MANIF'
                               TO FRWKGDB2-NOME-TABELA
               SET DB2-UPDATE  TO TRUE
               MOVE SPACES     TO FRWKGDB2-STORED-PROC
               MOVE SPACES     TO FRWKGDB2-LOCAL
               MOVE SQLCA      TO FRWKGDB2-SQLCA
               MOVE SQLCODE    TO FRWKGDB2-SQLCODE
               PERFORM 91000-API-ERROR
           END-IF.
      *----------------------------------------------------------------*
       6200-99-EXIT. EXIT.
      *----------------------------------------------------------------*
       COPY SACLW1P1.
      *----------------------------------------------------------------*
       END PROGRAM SACL53JS.
