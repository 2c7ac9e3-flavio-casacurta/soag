      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. SACL54JS.
       AUTHOR.     ADERBAL MACHADO RIBEIRO - JAPI.
      *================================================================*
      *                 SCOPUS TECNOLOGIA                              *
      *----------------------------------------------------------------*
      *                                                                *
      *    APLICACAO       : SACL                                      *
      *    PROGRAMA        : SACL54JS                                  *
      *    PROGRAMADOR     : ADERBAL MACHADO RIBEIRO - JAPI            *
      *    ANALISTA        : SCOPUS                                    *
      *    DATA DE CRIACAO : 2028 AGO 21                               *
      *                                                                *
      *----------------------------------------------------------------*
      *    OBJETIVO....: MODULO PERSISTENCIA DAS COMPENSACOES          *
      *                  (CREDITOS DE CORTESIA) CONCEDIDAS PELA        *
      *                  OUVIDORIA EM MANIFESTACAO PROCEDENTE, ALEM DO *
      *                  ESTORNO AUTOMATICO DA TARIFA CONTESTADA       *
      *                  (SACL50JS) - TCOMPENS_MANIF:                  *
      *                  CONSULTA PAGINADA - AS COMPENSACOES DE UM     *
      *                  PROTOCOLO OU, SEM FILTRO, TODAS AS PENDENTES  *
      *                  DE APROVACAO;                                 *
      *                  REGISTRAR ('C'): SO EM PROTOCOLO ENCERRADO    *
      *                  PROCEDENTE OU PARCIALMENTE PROCEDENTE, COM    *
      *                  CONTA DO CLIENTE E EVENTO DE TARIFA VINCULADO *
      *                  (TXREF_MANIF_TARIF), QUE DA A ORIGEM DO       *
      *                  CREDITO; VALOR, MOTIVO E DESCRICAO            *
      *                  OBRIGATORIOS; NASCE PENDENTE ('P');           *
      *                  APROVAR ('A'): POR USUARIO DIFERENTE DE QUEM  *
      *                  REGISTROU E DENTRO DA ALCADA DO PERFIL DO     *
      *                  APROVADOR (TALCADA_PERFIL, OPERACAO 'CORT');  *
      *                  RECUSAR ('R') A COMPENSACAO PENDENTE.         *
      *                  A COMPENSACAO APROVADA E LANCADA COMO CREDITO *
      *                  AO CLIENTE (EVENTO 'COMP') PELO GOTF2CMP.     *
      *----------------------------------------------------------------*
      *    BOOKS FUNCIONAIS...:                                        *
      *    SACLW000 - BOOK CONTROLE - COMUNICACAO ENTRE MODULOS        *
      *    SACLW54C - BOOK COMUNICACAO DESTE MODULO                    *
      *    SACLW1W0 - BOOK DE WORK DO PROGRAMA                         *
      *    SACLW0W1 - BOOK DE WORK DO FRWK1999                         *
      *    SACLW1P1 - BOOK DE PROCEDUR PARA TRATAMENTO DE ERROS        *
      *    SACLB031 - DCLGEN DA TABELA DE MANIFESTACOES                *
      *    SACLB034 - DCLGEN DA TABELA DE VINCULOS                     *
      *    SACLB041 - DCLGEN DA TABELA DE COMPENSACOES                 *
      *    FRWKB988 - DCLGEN DA TABELA DE ALCADA POR PERFIL            *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    AGO/2028 - JAPI - CRIACAO DO PROGRAMA.                      *
      *    NOV/2028 - HOMI - O LIMITE FIXO DA APROVACAO (500,00) DA    *
      *               LUGAR A ALCADA DO PERFIL DO APROVADOR EM         *
      *               TALCADA_PERFIL (OPERACAO 'CORT'); ACIMA DELA A   *
      *               APROVACAO E RECUSADA PARA ESCALONAMENTO E A      *
      *               COMPENSACAO CONTINUA PENDENTE NA FILA.           *
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
       77  WRK-PROGRAM                 PIC  X(008) VALUE 'SACL54JS'.
       77  WRK-INVOKINGPROG            PIC  X(008) VALUE SPACES.
       77  WRK-NREG-QTDE-MAX           PIC S9(004) COMP VALUE +20.

       01  WRK-NREG-QTDE               PIC S9(009) COMP-3 VALUE ZEROS.
       01  WRK-NPROT-FILTRO            PIC S9(010) COMP-3 VALUE ZEROS.
       01  WRK-CUSUAR-SESSAO           PIC  X(008) VALUE SPACES.
       01  WRK-TS-NULO                 PIC  X(026) VALUE
           '0001-01-01-00.00.00.000000'.
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
           EXEC SQL  INCLUDE SACLB034  END-EXEC.
           EXEC SQL  INCLUDE SACLB041  END-EXEC.
           EXEC SQL  INCLUDE FRWKB988  END-EXEC.
      *----------------------------------------------------------------*
      *    COMPENSACOES A PARTIR DA CHAVE INFORMADA (CSR01: >=,        *
      *    CSR02: PAGINA SEGUINTE), COM O TIPO DA MANIFESTACAO. SEM    *
      *    FILTRO, SO AS PENDENTES DE APROVACAO                        *
      *----------------------------------------------------------------*
           EXEC SQL
                DECLARE CSR01-SACLB041 CURSOR FOR
                SELECT C.NPROT_MANIF
                     , C.NSEQ_COMPENS
                     , M.CTIPO_MANIF
                     , C.NCONTA_CLIEN
                     , C.VVALOR_COMPENS
                     , C.CMOTIVO_COMPENS
                     , C.RMOTIVO_COMPENS
                     , C.CSIT_COMPENS
                     , C.CUSUAR_REGISTRO
                     , C.TS_REGISTRO
                     , C.CUSUAR_APROV
                     , C.TS_APROV
                     , C.DT_LANCTO
                  FROM DB2PRD.TCOMPENS_MANIF C
                     , DB2PRD.TMANIF_PSSOA   M
                 WHERE M.NPROT_MANIF   = C.NPROT_MANIF
                   AND ((:WRK-NPROT-FILTRO = 0
                   AND   C.CSIT_COMPENS = 'P')
                    OR  C.NPROT_MANIF  = :WRK-NPROT-FILTRO)
                   AND (C.NPROT_MANIF  > :SACLB041.NPROT-MANIF
                    OR (C.NPROT_MANIF  = :SACLB041.NPROT-MANIF
                   AND  C.NSEQ_COMPENS >= :SACLB041.NSEQ-COMPENS))
                 ORDER BY C.NPROT_MANIF, C.NSEQ_COMPENS
           END-EXEC.
           EXEC SQL
                DECLARE CSR02-SACLB041 CURSOR FOR
                SELECT C.NPROT_MANIF
                     , C.NSEQ_COMPENS
                     , M.CTIPO_MANIF
                     , C.NCONTA_CLIEN
                     , C.VVALOR_COMPENS
                     , C.CMOTIVO_COMPENS
                     , C.RMOTIVO_COMPENS
                     , C.CSIT_COMPENS
                     , C.CUSUAR_REGISTRO
                     , C.TS_REGISTRO
                     , C.CUSUAR_APROV
                     , C.TS_APROV
                     , C.DT_LANCTO
                  FROM DB2PRD.TCOMPENS_MANIF C
                     , DB2PRD.TMANIF_PSSOA   M
                 WHERE M.NPROT_MANIF   = C.NPROT_MANIF
                   AND ((:WRK-NPROT-FILTRO = 0
                   AND   C.CSIT_COMPENS = 'P')
                    OR  C.NPROT_MANIF  = :WRK-NPROT-FILTRO)
                   AND (C.NPROT_MANIF  > :SACLB041.NPROT-MANIF
                    OR (C.NPROT_MANIF  = :SACLB041.NPROT-MANIF
                   AND  C.NSEQ_COMPENS > :SACLB041.NSEQ-COMPENS))
                 ORDER BY C.NPROT_MANIF, C.NSEQ_COMPENS
           END-EXEC.
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           02  LNK-SACL54JS.
           COPY SACLW000.
           COPY SACLW54C.
      *================================================================*
       PROCEDURE DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       0000-MAIN                       SECTION.
      *----------------------------------------------------------------*
           PERFORM 1000-INICIAR.

           EVALUATE SACLW54C-SOLIC-MAIS-DADOS
               WHEN 'C'
                   PERFORM 4000-REGISTRAR-COMPENSACAO
               WHEN 'A'
                   PERFORM 5000-APROVAR-COMPENSACAO
               WHEN 'R'
                   PERFORM 5500-RECUSAR-COMPENSACAO
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
                       SACLB034
                       SACLB041.

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

           MOVE FRWKWAAA-CAUTEN-SEGRC
                OF WRK-AREA-FRWKWAAA (1:8)
                                       TO WRK-CUSUAR-SESSAO.

           MOVE SACLW54C-NREG-QTDE TO WRK-NREG-QTDE.

           IF  WRK-NREG-QTDE GREATER THAN WRK-NREG-QTDE-MAX
               MOVE 16                 TO SACLW000-COD-RETORNO
               MOVE 'ER04'             TO SACLW000-COD-ERRO
               MOVE 'SACL9999'         TO SACLW000-COD-MENSAGEM
               MOVE FRWKWAAA-WINFO-DADOS-IDIOM
                                        TO FRWKGLIV-IDIOMA
               SET ERRO-LIVRE          TO TRUE
               PERFORM 91000-API-ERROR
           END-IF.

           IF  SACLW54C-NPROT-MANIF NOT NUMERIC
               OR SACLW54C-NSEQ-COMPENS NOT NUMERIC
               OR SACLW54C-NPROT-FILTRO NOT NUMERIC
               MOVE 16                 TO SACLW000-COD-RETORNO
               MOVE 'ER05'             TO SACLW000-COD-ERRO
               MOVE 'SACL9999'         TO SACLW000-COD-MENSAGEM
               MOVE FRWKWAAA-WINFO-DADOS-IDIOM
                                        TO FRWKGLIV-IDIOMA
               SET ERRO-LIVRE          TO TRUE
               PERFORM 91000-API-ERROR
           END-IF.

           MOVE SACLW54C-NPROT-MANIF  TO NPROT-MANIF  OF SACLB041.
           MOVE SACLW54C-NSEQ-COMPENS TO NSEQ-COMPENS OF SACLB041.
           MOVE SACLW54C-NPROT-FILTRO TO WRK-NPROT-FILTRO.
      *----------------------------------------------------------------*
       1000-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONSULTA PAGINADA DAS COMPENSACOES                          *
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
               MOVE ZEROS      TO SACLW54C-NREG-QTDE
               PERFORM 2400-CLOSE-CURSOR
               PERFORM 3000-FINALIZAR
           END-IF.

           MOVE 1 TO WRK-IDX.

           PERFORM 2250-CARREGAR-COMPENSACAO
             UNTIL SQLCODE EQUAL TO +100
                OR WRK-IDX GREATER WRK-NREG-QTDE.

           IF  SQLCODE   EQUAL TO ZEROS
               MOVE 01         TO SACLW000-COD-RETORNO
           END-IF.

           COMPUTE WRK-NREG-QTDE = WRK-IDX - 1.

           MOVE WRK-NREG-QTDE TO SACLW54C-NREG-QTDE.

           PERFORM 2400-CLOSE-CURSOR.
      *----------------------------------------------------------------*
       2000-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-OPEN-CURSOR                SECTION.
      *----------------------------------------------------------------*
           MOVE '2100-OPEN-CURSOR' TO WRK-PARAGRAFO.

           EVALUATE SACLW54C-SOLIC-MAIS-DADOS
               WHEN 'I'
               WHEN 'P'
               WHEN 'U'
                   EXEC SQL
                        OPEN CSR01-SACLB041
                   END-EXEC
               WHEN 'S'
                   EXEC SQL
                        OPEN CSR02-SACLB041
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
               MOVE 'TCOMPENS_MANIF'
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

           EVALUATE SACLW54C-SOLIC-MAIS-DADOS
               WHEN 'I'
               WHEN 'P'
               WHEN 'U'
                   EXEC SQL
                        FETCH CSR01-SACLB041 INTO
                           :SACLB041.NPROT-MANIF
                         , :SACLB041.NSEQ-COMPENS
                         , :SACLB031.CTIPO-MANIF
                         , :SACLB041.NCONTA-CLIEN
                         , :SACLB041.VVALOR-COMPENS
                         , :SACLB041.CMOTIVO-COMPENS
                         , :SACLB041.RMOTIVO-COMPENS
                         , :SACLB041.CSIT-COMPENS
                         , :SACLB041.CUSUAR-REGISTRO
                         , :SACLB041.TS-REGISTRO
                         , :SACLB041.CUSUAR-APROV
                         , :SACLB041.TS-APROV
                         , :SACLB041.DT-LANCTO
                   END-EXEC
               WHEN 'S'
                   EXEC SQL
                        FETCH CSR02-SACLB041 INTO
                           :SACLB041.NPROT-MANIF
                         , :SACLB041.NSEQ-COMPENS
                         , :SACLB031.CTIPO-MANIF
                         , :SACLB041.NCONTA-CLIEN
                         , :SACLB041.VVALOR-COMPENS
                         , :SACLB041.CMOTIVO-COMPENS
                         , :SACLB041.RMOTIVO-COMPENS
                         , :SACLB041.CSIT-COMPENS
                         , :SACLB041.CUSUAR-REGISTRO
                         , :SACLB041.TS-REGISTRO
                         , :SACLB041.CUSUAR-APROV
                         , :SACLB041.TS-APROV
                         , :SACLB041.DT-LANCTO
                   END-EXEC
           END-EVALUATE.

           IF  SQLCODE NOT EQUAL TO ZEROS AND +100
               MOVE 16         TO SACLW000-COD-RETORNO
               MOVE 'ER09'     TO SACLW000-COD-ERRO
               MOVE 'SACL9999' TO SACLW000-COD-MENSAGEM
               SET ERRO-DB2    TO TRUE
               MOVE 'TCOMPENS_MANIF'
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
       2250-CARREGAR-COMPENSACAO       SECTION.
      *----------------------------------------------------------------*
           MOVE '2250-CARREGAR-COMPENSACAO' TO WRK-PARAGRAFO.

           PERFORM 2300-ALIMENTAR-COMPENSACAO.

           ADD 1 TO WRK-IDX.

           PERFORM 2200-FETCH-CURSOR.
      *----------------------------------------------------------------*
       2250-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-ALIMENTAR-COMPENSACAO      SECTION.
      *----------------------------------------------------------------*
           MOVE '2300-ALIMENTAR-COMPENSACAO' TO WRK-PARAGRAFO.

           MOVE          NPROT-MANIF                       OF SACLB041
             TO SACLW54C-NPROT-MANIF-L(WRK-IDX).
           MOVE          NSEQ-COMPENS                      OF SACLB041
             TO SACLW54C-NSEQ-COMPENS-L(WRK-IDX).
           MOVE          CTIPO-MANIF                       OF SACLB031
             TO SACLW54C-CTIPO-MANIF-L(WRK-IDX).
           MOVE          NCONTA-CLIEN                      OF SACLB041
             TO SACLW54C-NCONTA-CLIEN-L(WRK-IDX).
           MOVE          VVALOR-COMPENS                    OF SACLB041
             TO SACLW54C-VVALOR-COMPENS-L(WRK-IDX).
           MOVE          CMOTIVO-COMPENS                   OF SACLB041
             TO SACLW54C-CMOTIVO-L(WRK-IDX).
           MOVE          RMOTIVO-COMPENS                   OF SACLB041
             TO SACLW54C-RMOTIVO-L(WRK-IDX).
           MOVE          CSIT-COMPENS                      OF SACLB041
             TO SACLW54C-CSIT-COMPENS-L(WRK-IDX).
           MOVE          CUSUAR-REGISTRO                   OF SACLB041
             TO SACLW54C-CUSUAR-REGISTRO-L(WRK-IDX).
           MOVE          TS-REGISTRO                       OF SACLB041
             TO SACLW54C-TS-REGISTRO-L(WRK-IDX).
           MOVE          CUSUAR-APROV                      OF SACLB041
             TO SACLW54C-CUSUAR-APROV-L(WRK-IDX).
           MOVE          TS-APROV                          OF SACLB041
             TO SACLW54C-TS-APROV-L(WRK-IDX).
           MOVE          DT-LANCTO                         OF SACLB041
             TO SACLW54C-DT-LANCTO-L(WRK-IDX).
      *----------------------------------------------------------------*
       2300-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-CLOSE-CURSOR               SECTION.
      *----------------------------------------------------------------*
           MOVE '2400-CLOSE-CURSOR' TO WRK-PARAGRAFO.

           EVALUATE SACLW54C-SOLIC-MAIS-DADOS
               WHEN 'I'
               WHEN 'P'
               WHEN 'U'
                   EXEC SQL
                        CLOSE CSR01-SACLB041
                   END-EXEC
               WHEN 'S'
                   EXEC SQL
                        CLOSE CSR02-SACLB041
                   END-EXEC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF  SQLCODE NOT EQUAL TO ZEROS
               MOVE 16         TO SACLW000-COD-RETORNO
               MOVE 'ER10'     TO SACLW000-COD-ERRO
               MOVE 'SACL9999' TO SACLW000-COD-MENSAGEM
               SET ERRO-DB2    TO TRUE
               MOVE 'TCOMPENS_MANIF'
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
      *    REGISTRA A COMPENSACAO PENDENTE DE APROVACAO: PROTOCOLO     *
      *    ENCERRADO PROCEDENTE OU PARCIALMENTE PROCEDENTE, COM CONTA  *
      *    DO CLIENTE E EVENTO DE TARIFA VINCULADO. A SEQUENCIA NO     *
      *    PROTOCOLO E DEVOLVIDA NA AREA                               *
      *----------------------------------------------------------------*
       4000-REGISTRAR-COMPENSACAO      SECTION.
      *----------------------------------------------------------------*
           MOVE '4000-REGISTRAR-COMPENSACAO' TO WRK-PARAGRAFO.

           IF  SACLW54C-VVALOR-COMPENS NOT NUMERIC
               OR SACLW54C-VVALOR-COMPENS EQUAL ZEROS
               MOVE 16             TO SACLW000-COD-RETORNO
               MOVE 'ER11'         TO SACLW000-COD-ERRO
               MOVE 'SACL9999'     TO SACLW000-COD-MENSAGEM
               MOVE FRWKWAAA-WINFO-DADOS-IDIOM
                                    TO FRWKGLIV-IDIOMA
               SET  ERRO-LIVRE     TO TRUE
               PERFORM 91000-API-ERROR
           END-IF.

           MOVE SACLW54C-CMOTIVO-COMPENS TO CMOTIVO-COMPENS OF SACLB041.

           IF  NOT MOTIVO-VALIDO OF SACLB041
               OR SACLW54C-RMOTIVO-COMPENS EQUAL SPACES
               MOVE 16             TO SACLW000-COD-RETORNO
               MOVE 'ER12'         TO SACLW000-COD-ERRO
               MOVE 'SACL9999'     TO SACLW000-COD-MENSAGEM
               MOVE FRWKWAAA-WINFO-DADOS-IDIOM
                                    TO FRWKGLIV-IDIOMA
               SET  ERRO-LIVRE     TO TRUE
               PERFORM 91000-API-ERROR
           END-IF.

           MOVE SACLW54C-NPROT-MANIF TO NPROT-MANIF OF SACLB031.

           PERFORM 4100-LER-PROTOCOLO.

           IF  NOT MANIF-ENCERRADA OF SACLB031
               OR (NOT RESULT-PROCEDENTE OF SACLB031
               AND NOT RESULT-PARCIAL    OF SACLB031)
               MOVE 12         TO SACLW000-COD-RETORNO
               MOVE 'ER13'     TO SACLW000-COD-ERRO
               MOVE 'SACL0786' TO SACLW000-COD-MENSAGEM
               PERFORM 3000-FINALIZAR
           END-IF.

           IF  NCONTA-CLIEN OF SACLB031 NOT GREATER ZEROS
               MOVE 12         TO SACLW000-COD-RETORNO
               MOVE 'ER14'     TO SACLW000-COD-ERRO
               MOVE 'SACL0787' TO SACLW000-COD-MENSAGEM
               PERFORM 3000-FINALIZAR
           END-IF.

           PERFORM 4200-LER-EVENTO-VINCULADO.

           EXEC SQL
                SELECT COALESCE(MAX(NSEQ_COMPENS), 0) + 1
                  INTO :SACLB041.NSEQ-COMPENS
                  FROM DB2PRD.TCOMPENS_MANIF
                 WHERE NPROT_MANIF = :SACLB041.NPROT-MANIF
           END-EXEC.

           IF  SQLCODE NOT EQUAL TO ZEROS
               MOVE 16         TO SACLW000-COD-RETORNO
               MOVE 'ER15'     TO SACLW000-COD-ERRO
               MOVE 'SACL9999' TO SACLW000-COD-MENSAGEM
               SET ERRO-DB2    TO TRUE
               MOVE 'TCOMPENS_MANIF'
                               TO FRWKGDB2-NOME-TABELA
               SET DB2-SELECT  TO TRUE
               MOVE SPACES     TO FRWKGDB2-STORED-PROC
               MOVE SPACES     TO FRWKGDB2-LOCAL
               MOVE SQLCA      TO FRWKGDB2-SQLCA
               MOVE SQLCODE    TO FRWKGDB2-SQLCODE
               PERFORM 91000-API-ERROR
           END-IF.

           MOVE NCONTA-CLIEN OF SACLB031 TO NCONTA-CLIEN OF SACLB041.
           MOVE SACLW54C-VVALOR-COMPENS  TO VVALOR-COMPENS OF SACLB041.
           MOVE SACLW54C-RMOTIVO-COMPENS TO RMOTIVO-COMPENS OF SACLB041.
           MOVE CSIST-ORIGE-TARIF  OF SACLB034
             TO CSIST-ORIGE-TARIF  OF SACLB041.
           MOVE DRECEB-MOVTO-TARIF OF SACLB034
             TO DRECEB-MOVTO-TARIF OF SACLB041.
           MOVE NMOVTO-EVNTO-TARIF OF SACLB034
             TO NMOVTO-EVNTO-TARIF OF SACLB041.
           SET COMPENS-PENDENTE OF SACLB041 TO TRUE.
           MOVE WRK-CUSUAR-SESSAO       TO CUSUAR-REGISTRO OF SACLB041.
           MOVE SPACES                  TO CUSUAR-APROV OF SACLB041.
           MOVE WRK-TS-NULO             TO TS-APROV OF SACLB041.
           MOVE '0001-01-01'            TO DT-LANCTO OF SACLB041.
           MOVE ZEROS                   TO NMOVTO-CRED-TARIF
                                           OF SACLB041.

           EXEC SQL
                INSERT INTO DB2PRD.TCOMPENS_MANIF
                       ( NPROT_MANIF
                       , NSEQ_COMPENS
                       , NCONTA_CLIEN
                       , VVALOR_COMPENS
                       , CMOTIVO_COMPENS
                       , RMOTIVO_COMPENS
                       , CSIST_ORIGE_TARIF
                       , DRECEB_MOVTO_TARIF
                       , NMOVTO_EVNTO_TARIF
                       , CSIT_COMPENS
                       , CUSUAR_REGISTRO
                       , TS_REGISTRO
                       , CUSUAR_APROV
                       , TS_APROV
                       , DT_LANCTO
                       , NMOVTO_CRED_TARIF )
                VALUES ( :SACLB041.NPROT-MANIF
                       , :SACLB041.NSEQ-COMPENS
                       , :SACLB041.NCONTA-CLIEN
                       , :SACLB041.VVALOR-COMPENS
                       , :SACLB041.CMOTIVO-COMPENS
                       , :SACLB041.RMOTIVO-COMPENS
                       , :SACLB041.CSIST-ORIGE-TARIF
                       , :SACLB041.DRECEB-MOVTO-TARIF
                       , :SACLB041.NMOVTO-EVNTO-TARIF
                       , :SACLB041.CSIT-COMPENS
                       , :SACLB041.CUSUAR-REGISTRO
                       , CHAR(CURRENT TIMESTAMP)
                       , :SACLB041.CUSUAR-APROV
                       , :SACLB041.TS-APROV
                       , :SACLB041.DT-LANCTO
                       , :SACLB041.NMOVTO-CRED-TARIF )
           END-EXEC.

           IF  SQLCODE NOT EQUAL TO ZEROS
               MOVE 16         TO SACLW000-COD-RETORNO
               MOVE 'ER16'     TO SACLW000-COD-ERRO
               MOVE 'SACL9999' TO SACLW000-COD-MENSAGEM
               SET ERRO-DB2    TO TRUE
               MOVE 'TCOMPENS_MANIF'
                               TO FRWKGDB2-NOME-TABELA
               SET DB2-INSERT  TO TRUE
               MOVE SPACES     TO FRWKGDB2-STORED-PROC
               MOVE SPACES     TO FRWKGDB2-LOCAL
               MOVE SQLCA      TO FRWKGDB2-SQLCA
               MOVE SQLCODE    TO FRWKGDB2-SQLCODE
               PERFORM 91000-API-ERROR
           END-IF.

           MOVE NSEQ-COMPENS OF SACLB041 TO SACLW54C-NSEQ-COMPENS.

           MOVE 01             TO SACLW000-COD-RETORNO.
      *----------------------------------------------------------------*
       4000-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-LER-PROTOCOLO              SECTION.
      *----------------------------------------------------------------*
           MOVE '4100-LER-PROTOCOLO' TO WRK-PARAGRAFO.

           EXEC SQL
                SELECT CSIT_MANIF,
                       CRESULT_MANIF,
                       NCONTA_CLIEN
                  INTO :SACLB031.CSIT-MANIF,
                       :SACLB031.CRESULT-MANIF,
                       :SACLB031.NCONTA-CLIEN
                  FROM DB2PRD.TMANIF_PSSOA
                 WHERE NPROT_MANIF = :SACLB031.NPROT-MANIF
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZEROS
                   CONTINUE
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
      *    EVENTO DE TARIFA VINCULADO AO PROTOCOLO QUE DA A ORIGEM DO  *
      *    CREDITO: O PRIMEIRO DECIDIDO PROCEDENTE OU, NA FALTA DELE,  *
      *    O PRIMEIRO VINCULO REGISTRADO. PROTOCOLO SEM VINCULO NAO    *
      *    TEM ONDE LANCAR O CREDITO                                   *
      *----------------------------------------------------------------*
       4200-LER-EVENTO-VINCULADO       SECTION.
      *----------------------------------------------------------------*
           MOVE '4200-LER-EVENTO-VINCULADO' TO WRK-PARAGRAFO.

           EXEC SQL
                SELECT CSIST_ORIGE_TARIF,
                       DRECEB_MOVTO_TARIF,
                       NMOVTO_EVNTO_TARIF
                  INTO :SACLB034.CSIST-ORIGE-TARIF,
                       :SACLB034.DRECEB-MOVTO-TARIF,
                       :SACLB034.NMOVTO-EVNTO-TARIF
                  FROM DB2PRD.TXREF_MANIF_TARIF
                 WHERE NPROT_MANIF = :SACLB041.NPROT-MANIF
                 ORDER BY CASE WHEN IN_RESULTADO = 'P'
                               THEN 0 ELSE 1
                          END,
                          DT_REGISTRO,
                          CSIST_ORIGE_TARIF,
                          DRECEB_MOVTO_TARIF,
                          NMOVTO_EVNTO_TARIF
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZEROS
                   CONTINUE
               WHEN SQLCODE EQUAL +100
                   MOVE 12         TO SACLW000-COD-RETORNO
                   MOVE 'ER19'     TO SACLW000-COD-ERRO
                   MOVE 'SACL0787' TO SACLW000-COD-MENSAGEM
                   PERFORM 3000-FINALIZAR
               WHEN OTHER
                   MOVE 16         TO SACLW000-COD-RETORNO
                   MOVE 'ER20'     TO SACLW000-COD-ERRO
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
           END-EVALUATE.
      *----------------------------------------------------------------*
       4200-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    APROVA A COMPENSACAO PENDENTE: QUEM APROVA NAO PODE SER     *
      *    QUEM REGISTROU E O VALOR TEM DE CABER NA ALCADA DO PERFIL   *
      *    DO APROVADOR                                                *
      *----------------------------------------------------------------*
       5000-APROVAR-COMPENSACAO        SECTION.
      *----------------------------------------------------------------*
           MOVE '5000-APROVAR-COMPENSACAO' TO WRK-PARAGRAFO.

           PERFORM 5100-LER-COMPENSACAO.

           IF  CUSUAR-REGISTRO OF SACLB041 EQUAL WRK-CUSUAR-SESSAO
               MOVE 12         TO SACLW000-COD-RETORNO
               MOVE 'ER21'     TO SACLW000-COD-ERRO
               MOVE 'SACL0789' TO SACLW000-COD-MENSAGEM
               PERFORM 3000-FINALIZAR
           END-IF.

           PERFORM 5050-VALIDAR-ALCADA.

           SET COMPENS-APROVADA OF SACLB041 TO TRUE.

           PERFORM 6000-GRAVAR-DECISAO.

           MOVE 01             TO SACLW000-COD-RETORNO.
      *----------------------------------------------------------------*
       5000-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ALCADA DO APROVADOR: O VALOR DA COMPENSACAO TEM DE CABER NO *
      *    LIMITE DO PERFIL EM TALCADA_PERFIL (OPERACAO 'CORT').       *
      *    PERFIL SEM LINHA ATIVA NAO TEM ALCADA. ACIMA DO LIMITE A    *
      *    APROVACAO E RECUSADA PARA ESCALONAMENTO E A COMPENSACAO     *
      *    CONTINUA PENDENTE ('P') ATE UM APROVADOR DE ALCADA          *
      *    SUFICIENTE                                                  *
      *----------------------------------------------------------------*
       5050-VALIDAR-ALCADA             SECTION.
      *----------------------------------------------------------------*
           MOVE '5050-VALIDAR-ALCADA' TO WRK-PARAGRAFO.

           MOVE FRWKWAAA-PERFIL-USU-AUTORIZ
                OF WRK-AREA-FRWKWAAA
                                       TO CPERFIL-USUAR OF FRWKB988.
           SET ALCADA-CRED-CORTES      TO TRUE.

           EXEC SQL
                SELECT VLIMITE_ALCADA
                  INTO :FRWKB988.VLIMITE-ALCADA
                  FROM DB2PRD.TALCADA_PERFIL
                 WHERE CPERFIL_USUAR     = :FRWKB988.CPERFIL-USUAR
                   AND CTIPO_OPER_ALCADA = :FRWKB988.CTIPO-OPER-ALCADA
                   AND IN_ATIVO          = 'S'
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZEROS
                   CONTINUE
               WHEN SQLCODE EQUAL +100
                   MOVE ZEROS      TO VLIMITE-ALCADA OF FRWKB988
               WHEN OTHER
                   MOVE 16         TO SACLW000-COD-RETORNO
                   MOVE 'ER28'     TO SACLW000-COD-ERRO
                   MOVE 'SACL9999' TO SACLW000-COD-MENSAGEM
                   SET ERRO-DB2    TO TRUE
                   MOVE 'TALCADA_PERFIL'
                                   TO FRWKGDB2-NOME-TABELA
                   SET DB2-SELECT  TO TRUE
                   MOVE SPACES     TO FRWKGDB2-STORED-PROC
                   MOVE SPACES     TO FRWKGDB2-LOCAL
                   MOVE SQLCA      TO FRWKGDB2-SQLCA
                   MOVE SQLCODE    TO FRWKGDB2-SQLCODE
                   PERFORM 91000-API-ERROR
           END-EVALUATE.

           IF  VVALOR-COMPENS OF SACLB041 GREATER
               VLIMITE-ALCADA OF FRWKB988
               MOVE 12         TO SACLW000-COD-RETORNO
               MOVE 'ER22'     TO SACLW000-COD-ERRO
               MOVE 'SACL0788' TO SACLW000-COD-MENSAGEM
               PERFORM 3000-FINALIZAR
           END-IF.
      *----------------------------------------------------------------*
       5050-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    A COMPENSACAO TEM DE EXISTIR E ESTAR PENDENTE               *
      *----------------------------------------------------------------*
       5100-LER-COMPENSACAO            SECTION.
      *----------------------------------------------------------------*
           MOVE '5100-LER-COMPENSACAO' TO WRK-PARAGRAFO.

           EXEC SQL
                SELECT VVALOR_COMPENS,
                       CSIT_COMPENS,
                       CUSUAR_REGISTRO
                  INTO :SACLB041.VVALOR-COMPENS,
                       :SACLB041.CSIT-COMPENS,
                       :SACLB041.CUSUAR-REGISTRO
                  FROM DB2PRD.TCOMPENS_MANIF
                 WHERE NPROT_MANIF  = :SACLB041.NPROT-MANIF
                   AND NSEQ_COMPENS = :SACLB041.NSEQ-COMPENS
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZEROS
                   IF  NOT COMPENS-PENDENTE OF SACLB041
                       MOVE 12         TO SACLW000-COD-RETORNO
                       MOVE 'ER23'     TO SACLW000-COD-ERRO
                       MOVE 'SACL0790' TO SACLW000-COD-MENSAGEM
                       PERFORM 3000-FINALIZAR
                   END-IF
               WHEN SQLCODE EQUAL +100
                   MOVE 08         TO SACLW000-COD-RETORNO
                   MOVE 'ER24'     TO SACLW000-COD-ERRO
                   MOVE 'SACL0563' TO SACLW000-COD-MENSAGEM
                   PERFORM 3000-FINALIZAR
               WHEN OTHER
                   MOVE 16         TO SACLW000-COD-RETORNO
                   MOVE 'ER25'     TO SACLW000-COD-ERRO
                   MOVE 'SACL9999' TO SACLW000-COD-MENSAGEM
                   SET ERRO-DB2    TO TRUE
                   MOVE 'TCOMPENS_MANIF'
                                   TO FRWKGDB2-NOME-TABELA
                   SET DB2-SELECT  TO TRUE
                   MOVE SPACES     TO FRWKGDB2-STORED-PROC
                   MOVE SPACES     TO FRWKGDB2-LOCAL
                   MOVE SQLCA      TO FRWKGDB2-SQLCA
                   MOVE SQLCODE    TO FRWKGDB2-SQLCODE
                   PERFORM 91000-API-ERROR
           END-EVALUATE.
      *----------------------------------------------------------------*
       5100-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    RECUSA A COMPENSACAO PENDENTE                               *
      *----------------------------------------------------------------*
       5500-RECUSAR-COMPENSACAO        SECTION.
      *----------------------------------------------------------------*
           MOVE '5500-RECUSAR-COMPENSACAO' TO WRK-PARAGRAFO.

           PERFORM 5100-LER-COMPENSACAO.

           SET COMPENS-RECUSADA OF SACLB041 TO TRUE.

           PERFORM 6000-GRAVAR-DECISAO.

           MOVE 01             TO SACLW000-COD-RETORNO.
      *----------------------------------------------------------------*
       5500-99-EXIT. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    GRAVA NA COMPENSACAO A DECISAO, O USUARIO E O TIMESTAMP     *
      *----------------------------------------------------------------*
       6000-GRAVAR-DECISAO             SECTION.
      *----------------------------------------------------------------*
           MOVE '6000-GRAVAR-DECISAO' TO WRK-PARAGRAFO.

           MOVE WRK-CUSUAR-SESSAO      TO CUSUAR-APROV OF SACLB041.

           EXEC SQL
                UPDATE DB2PRD.TCOMPENS_MANIF
                   SET CSIT_COMPENS   = :SACLB041.CSIT-COMPENS
                     , CUSUAR_APROV   = :SACLB041.CUSUAR-APROV
                     , TS_APROV       = CHAR(CURRENT TIMESTAMP)
                 WHERE NPROT_MANIF    = :SACLB041.NPROT-MANIF
                   AND NSEQ_COMPENS   = :SACLB041.NSEQ-COMPENS
                   AND CSIT_COMPENS   = 'P'
           END-EXEC.

           IF  SQLCODE EQUAL TO +100
               MOVE 12         TO SACLW000-COD-RETORNO
               MOVE 'ER26'     TO SACLW000-COD-ERRO
               MOVE 'SACL0790' TO SACLW000-COD-MENSAGEM
               PERFORM 3000-FINALIZAR
           END-IF.

           IF  SQLCODE NOT EQUAL TO ZEROS
               MOVE 16         TO SACLW000-COD-RETORNO
               MOVE 'ER27'     TO SACLW000-COD-ERRO
               MOVE 'SACL9999' TO SACLW000-COD-MENSAGEM
               SET ERRO-DB2    TO TRUE
               MOVE 'TCOMPENS_MANIF'
                               TO FRWKGDB2-NOME-TABELA
               SET DB2-UPDATE  TO TRUE
               MOVE SPACES     TO FRWKGDB2-STORED-PROC
               MOVE SPACES     TO FRWKGDB2-LOCAL
               MOVE SQLCA      TO FRWKGDB2-SQLCA
               MOVE SQLCODE    TO FRWKGDB2-SQLCODE
               PERFORM 91000-API-ERROR
           END-IF.
      *----------------------------------------------------------------*
       6000-99-EXIT. EXIT.
      *----------------------------------------------------------------*
       COPY SACLW1P1.
      *----------------------------------------------------------------*
       END PROGRAM SACL54JS.
