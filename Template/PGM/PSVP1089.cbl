      *----------------------------------------------------------
       IDENTIFICATION  DIVISION.
      *----------------------------------------------------------
       PROGRAM-ID. PSVP1089.
      ************************************************************
      * SISTEMA     : BRADESCO VIDA E PREVIDENCIA                *
      * SUBSISTEMA  : PSVP                                       *
      * ANALISTA    : EQUIPE HOMI      - SONDA                   *
      * DATA        : 16/08/2028                                 *
      * OBJETIVO    : POSICAO TRIMESTRAL DOS SALDOS BLOQUEADOS   *
      *               DE PREVIDENCIA PARA O ORGAO REGULADOR, NO  *
      *               LEIAUTE DO ARQUIVO PSVP-REGL:              *
      *               - HEADER '0' COM O TRIMESTRE (AAAAMM DO    *
      *                 MES DE FECHAMENTO) E A DATA DA POSICAO;  *
      *               - DETALHE '1' POR FAIXA DE IDADE DE        *
      *                 MVQT_DT_OCORR NA DATA DA POSICAO, MOTIVO *
      *                 DE BLOQUEIO (ULTIMO EVENTO 'B' DA CONTA- *
      *                 CORRENTE TPECQ_MOTIV_BLOQ ATE A POSICAO) *
      *                 E QTDE DE ROLLOVERS CONSECUTIVOS, COM OS *
      *                 SALDOS BLOQUEADOS E DE RENTABILIDADE DO  *
      *                 ANO ATUAL E DO ANTERIOR;                 *
      *               - TRAILER '9' COM OS TOTAIS E O RESULTADO  *
      *                 DAS CONCILIACOES.                        *
      *               OS SALDOS SAO OS DA FOTOGRAFIA DO MES DE   *
      *               FECHAMENTO DO TRIMESTRE EM                 *
      *               PSVP_HIST_MOV_QUOTA (PSVP1096) - POSICAO   *
      *               REPRODUTIVEL MESMO QUE O JOB RODE DIAS     *
      *               DEPOIS; A DATA DE OCORRENCIA VEM DE        *
      *               PECQ_MOV_QUOTA. SEM FOTOGRAFIA DO MES O    *
      *               PROGRAMA RECUSA COM RETURN-CODE 12, SEM    *
      *               GERAR O ARQUIVO.                           *
      *               CONCILIACOES, ANTES DA LIBERACAO DO        *
      *               ARQUIVO:                                   *
      *               - TOTAIS DO ARQUIVO X TOTAIS DA FOTOGRAFIA *
      *                 (QTDE E OS QUATRO SALDOS) - DIFERENCA    *
      *                 INDICA CHAVE FOTOGRAFADA SEM LINHA EM    *
      *                 PECQ_MOV_QUOTA;                          *
      *               - CHAVES DA FOTOGRAFIA DENTRO DA JANELA DE *
      *                 ANOS DO FECHAMENTO ANUAL X QT_LIDOS_B007 *
      *                 DO RESUMO ANUAL EM PSVP_CTRL_EXEC (SOMA  *
      *                 DAS EXECUCOES REAIS, MODO NORMAL, DO     *
      *                 PSVP1095 NO ANO, TODAS AS PARTICOES).    *
      *               QUALQUER DIFERENCA (OU RESUMO ANUAL        *
      *               AUSENTE) SAI MARCADA NO TRAILER, NO        *
      *               SYSOUT E COM RETURN-CODE 04 - O PASSO DE   *
      *               TRANSMISSAO SO LIBERA O ARQUIVO COM        *
      *               RETURN-CODE ZERO.                          *
      *               PARM: AAAAMM DO TRIMESTRE (03/06/09/12;    *
      *               PADRAO O ULTIMO TRIMESTRE FECHADO) E       *
      *               JANELA DE ANOS DO FECHAMENTO (PADRAO 02,   *
      *               A MESMA DO PSVP1095).                      *
      ************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.

           SELECT PSVP-REGL            ASSIGN TO   UT-S-PSVPREGL
                                       FILE STATUS IS WRK-FS-PSVPREGL.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      *    OUTPUT: PSVP-REGL - POSICAO TRIMESTRAL DOS SALDOS           *
      *            BLOQUEADOS PARA O ORGAO REGULADOR                   *
      *----------------------------------------------------------------*
       FD  PSVP-REGL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PSVP-REGL                PIC  X(120).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*

       01  WRK-BATCH                  PIC  X(008) VALUE 'BATCH'.
       01  WRK-FIM-C1                 PIC  X(001) VALUE 'N'.

       01  WRK-FS-PSVPREGL            PIC  X(002) VALUE SPACES.

       77  WRK-RC-DIVERGENCIA         PIC S9(004) COMP VALUE +4.
       77  WRK-RC-PARM-INVALIDO       PIC S9(004) COMP VALUE +12.

      *----------------------------------------------------------------*
      *    TRIMESTRE DE REFERENCIA (AAAAMM DO MES DE FECHAMENTO), DATA *
      *    DA POSICAO (ULTIMO DIA DO MES) E JANELA DE ANOS DO          *
      *    FECHAMENTO ANUAL                                            *
      *----------------------------------------------------------------*
       01  WRK-AAMM-REFER.
           05  WRK-AAMM-REFER-AAAA    PIC  9(004).
           05  WRK-AAMM-REFER-MM      PIC  9(002).
       01  FILLER REDEFINES WRK-AAMM-REFER.
           05  WRK-AAMM-REFER-NUM     PIC  9(006).

       01  WRK-DT-POSICAO.
           05  WRK-DT-POSICAO-AAAA    PIC  9(004).
           05  FILLER                 PIC  X(001) VALUE '-'.
           05  WRK-DT-POSICAO-MM      PIC  9(002).
           05  FILLER                 PIC  X(001) VALUE '-'.
           05  WRK-DT-POSICAO-DD      PIC  9(002).

       01  WRK-ANO-REFER-X            PIC  X(004) VALUE SPACES.
       01  WRK-ANO-MINIMO             PIC S9(004) COMP VALUE ZEROS.
       01  WRK-PARM-JANELA-ANOS       PIC S9(004) COMP VALUE +2.
       01  WRK-QTD-TRIM               PIC  9(002) VALUE ZEROS.

       01  WRK-DATA-ATUAL             PIC  X(010) VALUE SPACES.
       01  FILLER REDEFINES WRK-DATA-ATUAL.
           05  WRK-DATA-ATUAL-AAAA    PIC  9(004).
           05  FILLER                 PIC  X(001).
           05  WRK-DATA-ATUAL-MM      PIC  9(002).
           05  FILLER                 PIC  X(003).

      *----------------------------------------------------------------*
      *    AGREGADO CORRENTE DO CURSOR C1 (FAIXA/MOTIVO/ROLLOVERS)     *
      *----------------------------------------------------------------*
       01  WRK-CFAIXA-IDADE           PIC  X(002) VALUE SPACES.
       01  WRK-CMOTIVO-BLOQ           PIC  X(004) VALUE SPACES.
       01  WRK-QTD-ROLLOVERS          PIC S9(004) COMP-3 VALUE ZEROS.
       01  WRK-QTD-MOVTOS             PIC S9(009) COMP-3 VALUE ZEROS.
       01  WRK-SOMA-QBLOQ-ATU         PIC S9(013)V9(002) COMP-3
                                                  VALUE ZEROS.
       01  WRK-SOMA-QBLOQ-ANT         PIC S9(013)V9(002) COMP-3
                                                  VALUE ZEROS.
       01  WRK-SOMA-QRENT-ATU         PIC S9(013)V9(002) COMP-3
                                                  VALUE ZEROS.
       01  WRK-SOMA-QRENT-ANT         PIC S9(013)V9(002) COMP-3
                                                  VALUE ZEROS.

      *----------------------------------------------------------------*
      *    TOTAIS DO ARQUIVO (SOMA DOS DETALHES GRAVADOS)              *
      *----------------------------------------------------------------*
       01  WRK-TOTAIS-ARQUIVO.
           05  WRK-TOT-REG-DETALHE    PIC S9(009) COMP-3 VALUE ZEROS.
           05  WRK-TOT-MOVTOS         PIC S9(009) COMP-3 VALUE ZEROS.
           05  WRK-TOT-QBLOQ-ATU      PIC S9(013)V9(002) COMP-3
                                                  VALUE ZEROS.
           05  WRK-TOT-QBLOQ-ANT      PIC S9(013)V9(002) COMP-3
                                                  VALUE ZEROS.
           05  WRK-TOT-QRENT-ATU      PIC S9(013)V9(002) COMP-3
                                                  VALUE ZEROS.
           05  WRK-TOT-QRENT-ANT      PIC S9(013)V9(002) COMP-3
                                                  VALUE ZEROS.

      *----------------------------------------------------------------*
      *    TOTAIS DA FOTOGRAFIA DO MES DE FECHAMENTO (PSVP1096)        *
      *----------------------------------------------------------------*
       01  WRK-TOTAIS-FOTO.
           05  WRK-FOTO-QTD-CHAVES    PIC S9(009) COMP-3 VALUE ZEROS.
           05  WRK-FOTO-QBLOQ-ATU     PIC S9(013)V9(002) COMP-3
                                                  VALUE ZEROS.
           05  WRK-FOTO-QBLOQ-ANT     PIC S9(013)V9(002) COMP-3
                                                  VALUE ZEROS.
           05  WRK-FOTO-QRENT-ATU     PIC S9(013)V9(002) COMP-3
                                                  VALUE ZEROS.
           05  WRK-FOTO-QRENT-ANT     PIC S9(013)V9(002) COMP-3
                                                  VALUE ZEROS.

      *----------------------------------------------------------------*
      *    CONCILIACAO COM O RESUMO ANUAL DO PSVP1095 (PSVP_CTRL_EXEC) *
      *----------------------------------------------------------------*
       01  WRK-QTD-CHAVES-JANELA      PIC S9(009) COMP-3 VALUE ZEROS.
       01  WRK-QTD-EXEC-ANUAL         PIC S9(009) COMP-3 VALUE ZEROS.
       01  WRK-QTD-LIDOS-ANUAL        PIC S9(011) COMP-3 VALUE ZEROS.
       01  WRK-DT-FECHTO-ANUAL        PIC  X(010) VALUE SPACES.
       01  WRK-DIF-CHAVES-ANUAL       PIC S9(011) COMP-3 VALUE ZEROS.

       01  WRK-SW-RECONC-FOTO         PIC  X(001) VALUE 'S'.
           88  WRK-FOTO-CONCILIADA        VALUE 'S'.
       01  WRK-SW-RECONC-ANUAL        PIC  X(001) VALUE 'S'.
           88  WRK-ANUAL-CONCILIADO       VALUE 'S'.

      *----------------------------------------------------------------*
      *    REGISTROS DO ARQUIVO PSVP-REGL                              *
      *----------------------------------------------------------------*
       01  WRK-REG-HEADER.
           05  HDR-TIPO-REG           PIC  X(001) VALUE '0'.
           05  HDR-NM-ARQUIVO         PIC  X(030) VALUE
                              'POSICAO SALDOS BLOQUEADOS PREV'.
           05  HDR-AAMM-REFER         PIC  9(006).
           05  HDR-DT-POSICAO         PIC  X(010).
           05  HDR-DT-GERACAO         PIC  X(010).
           05  HDR-JANELA-ANOS        PIC  9(002).
           05  FILLER                 PIC  X(061) VALUE SPACES.

       01  WRK-REG-DETALHE.
           05  DET-TIPO-REG           PIC  X(001) VALUE '1'.
           05  DET-AAMM-REFER         PIC  9(006).
           05  DET-CFAIXA-IDADE       PIC  X(002).
           05  DET-CMOTIVO-BLOQ       PIC  X(004).
           05  DET-QTD-ROLLOVERS      PIC  9(004).
           05  DET-QTD-MOVTOS         PIC  9(009).
           05  DET-QBLOQ-ATUAL        PIC S9(013)V9(002)
                                          SIGN LEADING SEPARATE.
           05  DET-QBLOQ-ANTER        PIC S9(013)V9(002)
                                          SIGN LEADING SEPARATE.
           05  DET-QRENTB-ATUAL       PIC S9(013)V9(002)
                                          SIGN LEADING SEPARATE.
           05  DET-QRENTB-ANTER       PIC S9(013)V9(002)
                                          SIGN LEADING SEPARATE.
           05  FILLER                 PIC  X(030) VALUE SPACES.

       01  WRK-REG-TRAILER.
           05  TRL-TIPO-REG           PIC  X(001) VALUE '9'.
           05  TRL-QTD-REG-DETALHE    PIC  9(009).
           05  TRL-QTD-MOVTOS         PIC  9(009).
           05  TRL-QBLOQ-ATUAL        PIC S9(013)V9(002)
                                          SIGN LEADING SEPARATE.
           05  TRL-QBLOQ-ANTER        PIC S9(013)V9(002)
                                          SIGN LEADING SEPARATE.
           05  TRL-QRENTB-ATUAL       PIC S9(013)V9(002)
                                          SIGN LEADING SEPARATE.
           05  TRL-QRENTB-ANTER       PIC S9(013)V9(002)
                                          SIGN LEADING SEPARATE.
           05  TRL-QTD-CHAVES-JANELA  PIC  9(009).
           05  TRL-QTD-LIDOS-ANUAL    PIC  9(009).
           05  TRL-DT-FECHTO-ANUAL    PIC  X(010).
           05  TRL-IN-RECONC-FOTO     PIC  X(001).
           05  TRL-IN-RECONC-ANUAL    PIC  X(001).
           05  FILLER                 PIC  X(007) VALUE SPACES.

      *----------------------------------------------------------------*
      *    AREA PARA BRAD7100                                          *
      *----------------------------------------------------------------*
       COPY 'I#BRAD7C'.

      *---------------------------------------------------------------*
      *          DEFINICAO DAS AREAS DE COMUNICACAO DO COBOL X DB2    *
      *---------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE PSVPB0H1 END-EXEC.

      *---------------------------------------------------------------*
      *          POSICAO DO TRIMESTRE: FOTOGRAFIA DO MES DE FECHAMENTO *
      *          AGRUPADA POR FAIXA DE IDADE DA OCORRENCIA, ULTIMO     *
      *          MOTIVO DE BLOQUEIO ATE A DATA DA POSICAO E QTDE DE    *
      *          ROLLOVERS CONSECUTIVOS. CHAVE SEM MOTIVO NA CONTA-    *
      *          CORRENTE SAI COM O MOTIVO EM BRANCO, COMO NO AGING    *
      *          DO PSVP1095                                           *
      *---------------------------------------------------------------*
           EXEC SQL DECLARE C1 CURSOR FOR
                SELECT T.CFAIXA_IDADE,
                       T.CMOTIVO_BLOQ,
                       T.QTD_ROLLOVERS_CONSEC,
                       COUNT(*),
                       SUM(T.QBLOQ_MOVTO_ATUAL),
                       SUM(T.QBLOQ_MOVTO_ANTER),
                       SUM(T.QRENTB_ATUAL_EMPR),
                       SUM(T.QRENTB_ANTER_EMPR)
                  FROM (SELECT CASE
                                WHEN YEAR(DATE(:WRK-DT-POSICAO)
                                        - Q.MVQT_DT_OCORR) < 1
                                     THEN '01'
                                WHEN YEAR(DATE(:WRK-DT-POSICAO)
                                        - Q.MVQT_DT_OCORR) < 2
                                     THEN '02'
                                WHEN YEAR(DATE(:WRK-DT-POSICAO)
                                        - Q.MVQT_DT_OCORR) < 3
                                     THEN '03'
                                WHEN YEAR(DATE(:WRK-DT-POSICAO)
                                        - Q.MVQT_DT_OCORR) < 5
                                     THEN '04'
                                ELSE '05'
                               END                   AS CFAIXA_IDADE,
                               COALESCE(M.CMOTIVO_BLOQ, '    ')
                                                     AS CMOTIVO_BLOQ,
                               H.QTD_ROLLOVERS_CONSEC,
                               H.QBLOQ_MOVTO_ATUAL,
                               H.QBLOQ_MOVTO_ANTER,
                               H.QRENTB_ATUAL_EMPR,
                               H.QRENTB_ANTER_EMPR
                          FROM DB2PRD.PSVP_HIST_MOV_QUOTA H
                         INNER JOIN DB2PRD.PECQ_MOV_QUOTA Q
                            ON Q.MVQT_NR_MOV_QTA = H.MVQT_NR_MOV_QTA
                          LEFT OUTER JOIN
                               (SELECT MVQT_NR_MOV_QTA,
                                       MAX(NSEQ_MOTIV) AS NSEQ_MOTIV
                                  FROM DB2PRD.TPECQ_MOTIV_BLOQ
                                 WHERE CTIPO_EVENTO = 'B'
                                   AND DT_EVENTO   <= :WRK-DT-POSICAO
                                 GROUP BY MVQT_NR_MOV_QTA) U
                            ON U.MVQT_NR_MOV_QTA = H.MVQT_NR_MOV_QTA
                          LEFT OUTER JOIN DB2PRD.TPECQ_MOTIV_BLOQ M
                            ON M.MVQT_NR_MOV_QTA = U.MVQT_NR_MOV_QTA
                           AND M.NSEQ_MOTIV      = U.NSEQ_MOTIV
                         WHERE H.AAMM_REFER = :WRK-AAMM-REFER-NUM) T
                 GROUP BY T.CFAIXA_IDADE,
                          T.CMOTIVO_BLOQ,
                          T.QTD_ROLLOVERS_CONSEC
                 ORDER BY T.CFAIXA_IDADE,
                          T.CMOTIVO_BLOQ,
                          T.QTD_ROLLOVERS_CONSEC
           END-EXEC.

      *---------------------------------------------------------------*
      *          AREA DE RECEPCAO DO PARM DA JCL                       *
      *---------------------------------------------------------------*
       LINKAGE SECTION.
       01  WRK-PARM-AREA.
           05  WRK-PARM-TAM           PIC S9(004) COMP.
           05  WRK-PARM-DADOS.
               10  WRK-PARM-DADO-AAMM     PIC  9(006).
               10  WRK-PARM-DADO-JANELA   PIC  9(002).
               10  FILLER                 PIC  X(072).

      *===============================================================*
       PROCEDURE DIVISION USING WRK-PARM-AREA.
      *===============================================================*
      *----------------------------------------------------------------*
       0000-INICIAR               SECTION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIO
           PERFORM 2000-GERAR-POSICAO
           PERFORM 3000-CONCILIAR
           PERFORM 3500-GRAVAR-TRAILER
           PERFORM 4000-FINALIZA
           GOBACK.

      *----------------------------------------------------------------*
       0000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA INICIO: TRIMESTRE DE REFERENCIA, DATA DA POSICAO,    *
      *    TOTAIS DA FOTOGRAFIA E HEADER DO ARQUIVO                    *
      ******************************************************************
      *----------------------------------------------------------------*
       1000-INICIO                SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
                SELECT CHAR(CURRENT DATE, ISO)
                  INTO :WRK-DATA-ATUAL
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF (SQLCODE NOT EQUAL ZEROS) OR
              (SQLWARN0    EQUAL 'W')
              MOVE 'DB2'              TO ERR-TIPO-ACESSO
              MOVE 'SELECT'           TO ERR-DBD-TAB
              MOVE 'DTATUAL'          TO ERR-FUN-COMANDO
              MOVE SQLCODE            TO ERR-SQL-CODE
              MOVE '1000'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              PERFORM 999-ROTINA-ERRO
           END-IF

           MOVE ZEROS                 TO WRK-AAMM-REFER-NUM

           IF WRK-PARM-TAM IS GREATER THAN +5
              AND WRK-PARM-DADO-AAMM IS NUMERIC
              AND WRK-PARM-DADO-AAMM IS GREATER THAN ZEROS
              MOVE WRK-PARM-DADO-AAMM TO WRK-AAMM-REFER-NUM
           END-IF

           IF WRK-PARM-TAM IS GREATER THAN +7
              AND WRK-PARM-DADO-JANELA IS NUMERIC
              AND WRK-PARM-DADO-JANELA IS GREATER THAN ZEROS
              MOVE WRK-PARM-DADO-JANELA TO WRK-PARM-JANELA-ANOS
           END-IF

      ******************************************************************
      *    SEM AAAAMM NO PARM: ULTIMO TRIMESTRE FECHADO ANTES DO MES   *
      *    CORRENTE                                                    *
      ******************************************************************
           IF WRK-AAMM-REFER-NUM EQUAL ZEROS
              MOVE WRK-DATA-ATUAL-AAAA TO WRK-AAMM-REFER-AAAA
              SUBTRACT 1            FROM WRK-DATA-ATUAL-MM
                                  GIVING WRK-QTD-TRIM
              DIVIDE 3              INTO WRK-QTD-TRIM
              MULTIPLY 3              BY WRK-QTD-TRIM
              IF WRK-QTD-TRIM EQUAL ZEROS
                 MOVE 12              TO WRK-AAMM-REFER-MM
                 SUBTRACT 1         FROM WRK-AAMM-REFER-AAAA
              ELSE
                 MOVE WRK-QTD-TRIM    TO WRK-AAMM-REFER-MM
              END-IF
           END-IF

           MOVE WRK-AAMM-REFER-AAAA   TO WRK-DT-POSICAO-AAAA
           MOVE WRK-AAMM-REFER-MM     TO WRK-DT-POSICAO-MM

           EVALUATE WRK-AAMM-REFER-MM
              WHEN 03
              WHEN 12
                 MOVE 31              TO WRK-DT-POSICAO-DD
              WHEN 06
              WHEN 09
                 MOVE 30              TO WRK-DT-POSICAO-DD
              WHEN OTHER
                 DISPLAY '*********** PSVP1089 ***********'
                 DISPLAY '* AAAAMM DO PARM NAO E MES DE  *'
                 DISPLAY '* FECHAMENTO DE TRIMESTRE      *'
                 DISPLAY '* (03/06/09/12): '
                         WRK-AAMM-REFER-NUM
                 DISPLAY '* ARQUIVO NAO GERADO           *'
                 DISPLAY '*********** PSVP1089 ***********'
                 MOVE WRK-RC-PARM-INVALIDO TO RETURN-CODE
                 GOBACK
           END-EVALUATE

           MOVE WRK-AAMM-REFER-AAAA   TO WRK-ANO-REFER-X
           COMPUTE WRK-ANO-MINIMO =
                   WRK-AAMM-REFER-AAAA - WRK-PARM-JANELA-ANOS

           PERFORM 1100-TOTALIZAR-FOTO

           IF WRK-FOTO-QTD-CHAVES EQUAL ZEROS
              DISPLAY '*********** PSVP1089 ***********'
              DISPLAY '* FOTOGRAFIA DO MES AUSENTE EM *'
              DISPLAY '* PSVP_HIST_MOV_QUOTA: '
                      WRK-AAMM-REFER-NUM
              DISPLAY '* EXECUTAR O PSVP1096 DO MES   *'
              DISPLAY '* ARQUIVO NAO GERADO           *'
              DISPLAY '*********** PSVP1089 ***********'
              MOVE WRK-RC-PARM-INVALIDO TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT PSVP-REGL

           IF WRK-FS-PSVPREGL NOT EQUAL '00'
              MOVE 'SEQ'              TO ERR-TIPO-ACESSO
              MOVE 'OPEN '            TO ERR-DBD-TAB
              MOVE 'PSVPREGL'         TO ERR-FUN-COMANDO
              MOVE ZEROS              TO ERR-SQL-CODE
              MOVE '1001'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              PERFORM 999-ROTINA-ERRO
           END-IF

           MOVE WRK-AAMM-REFER-NUM    TO HDR-AAMM-REFER
           MOVE WRK-DT-POSICAO        TO HDR-DT-POSICAO
           MOVE WRK-DATA-ATUAL        TO HDR-DT-GERACAO
           MOVE WRK-PARM-JANELA-ANOS  TO HDR-JANELA-ANOS
           MOVE WRK-REG-HEADER        TO FD-PSVP-REGL
           PERFORM 2900-GRAVAR-REGL.

      *----------------------------------------------------------------*
       1000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA TOTALIZAR A FOTOGRAFIA DO MES DE FECHAMENTO          *
      ******************************************************************
      *----------------------------------------------------------------*
       1100-TOTALIZAR-FOTO        SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
                SELECT COUNT(*),
                       COALESCE(SUM(QBLOQ_MOVTO_ATUAL), 0),
                       COALESCE(SUM(QBLOQ_MOVTO_ANTER), 0),
                       COALESCE(SUM(QRENTB_ATUAL_EMPR), 0),
                       COALESCE(SUM(QRENTB_ANTER_EMPR), 0)
                  INTO :WRK-FOTO-QTD-CHAVES,
                       :WRK-FOTO-QBLOQ-ATU,
                       :WRK-FOTO-QBLOQ-ANT,
                       :WRK-FOTO-QRENT-ATU,
                       :WRK-FOTO-QRENT-ANT
                  FROM DB2PRD.PSVP_HIST_MOV_QUOTA
                 WHERE AAMM_REFER = :WRK-AAMM-REFER-NUM
           END-EXEC

           IF (SQLCODE NOT EQUAL ZEROS) OR
              (SQLWARN0    EQUAL 'W')
              MOVE 'DB2'              TO ERR-TIPO-ACESSO
              MOVE 'SELECT'           TO ERR-DBD-TAB
              MOVE 'PSVPHIST'         TO ERR-FUN-COMANDO
              MOVE SQLCODE            TO ERR-SQL-CODE
              MOVE '1100'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              PERFORM 999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA GERAR OS DETALHES DA POSICAO (CURSOR C1)             *
      ******************************************************************
      *----------------------------------------------------------------*
       2000-GERAR-POSICAO         SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
                OPEN C1
           END-EXEC

           IF (SQLCODE NOT EQUAL ZEROS) OR
              (SQLWARN0    EQUAL 'W')
              MOVE 'DB2'              TO ERR-TIPO-ACESSO
              MOVE 'OPEN  '           TO ERR-DBD-TAB
              MOVE 'PSVPHIST'         TO ERR-FUN-COMANDO
              MOVE SQLCODE            TO ERR-SQL-CODE
              MOVE '2000'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              PERFORM 999-ROTINA-ERRO
           END-IF

           PERFORM 2100-LER-POSICAO

           PERFORM 2200-GRAVAR-DETALHE
             UNTIL WRK-FIM-C1 EQUAL 'S'

           EXEC SQL
                CLOSE C1
           END-EXEC

           IF (SQLCODE NOT EQUAL ZEROS) OR
              (SQLWARN0    EQUAL 'W')
              MOVE 'DB2'              TO ERR-TIPO-ACESSO
              MOVE 'CLOSE '           TO ERR-DBD-TAB
              MOVE 'PSVPHIST'         TO ERR-FUN-COMANDO
              MOVE SQLCODE            TO ERR-SQL-CODE
              MOVE '2001'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              PERFORM 999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-POSICAO           SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
                FETCH C1
                 INTO :WRK-CFAIXA-IDADE,
                      :WRK-CMOTIVO-BLOQ,
                      :WRK-QTD-ROLLOVERS,
                      :WRK-QTD-MOVTOS,
                      :WRK-SOMA-QBLOQ-ATU,
                      :WRK-SOMA-QBLOQ-ANT,
                      :WRK-SOMA-QRENT-ATU,
                      :WRK-SOMA-QRENT-ANT
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE EQUAL +100
                 MOVE 'S'             TO WRK-FIM-C1
              WHEN (SQLCODE NOT EQUAL ZEROS) OR
                   (SQLWARN0    EQUAL 'W')
                 MOVE 'DB2'           TO ERR-TIPO-ACESSO
                 MOVE 'FETCH '        TO ERR-DBD-TAB
                 MOVE 'PSVPHIST'      TO ERR-FUN-COMANDO
                 MOVE SQLCODE         TO ERR-SQL-CODE
                 MOVE '2100'          TO ERR-LOCAL
                 MOVE SPACES          TO ERR-SEGM
                 PERFORM 999-ROTINA-ERRO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       2100-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-GRAVAR-DETALHE        SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-AAMM-REFER-NUM    TO DET-AAMM-REFER
           MOVE WRK-CFAIXA-IDADE      TO DET-CFAIXA-IDADE
           MOVE WRK-CMOTIVO-BLOQ      TO DET-CMOTIVO-BLOQ
           MOVE WRK-QTD-ROLLOVERS     TO DET-QTD-ROLLOVERS
           MOVE WRK-QTD-MOVTOS        TO DET-QTD-MOVTOS
           MOVE WRK-SOMA-QBLOQ-ATU    TO DET-QBLOQ-ATUAL
           MOVE WRK-SOMA-QBLOQ-ANT    TO DET-QBLOQ-ANTER
           MOVE WRK-SOMA-QRENT-ATU    TO DET-QRENTB-ATUAL
           MOVE WRK-SOMA-QRENT-ANT    TO DET-QRENTB-ANTER
           MOVE WRK-REG-DETALHE       TO FD-PSVP-REGL
           PERFORM 2900-GRAVAR-REGL

           ADD 1                      TO WRK-TOT-REG-DETALHE
           ADD WRK-QTD-MOVTOS         TO WRK-TOT-MOVTOS
           ADD WRK-SOMA-QBLOQ-ATU     TO WRK-TOT-QBLOQ-ATU
           ADD WRK-SOMA-QBLOQ-ANT     TO WRK-TOT-QBLOQ-ANT
           ADD WRK-SOMA-QRENT-ATU     TO WRK-TOT-QRENT-ATU
           ADD WRK-SOMA-QRENT-ANT     TO WRK-TOT-QRENT-ANT

           PERFORM 2100-LER-POSICAO.

      *----------------------------------------------------------------*
       2200-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2900-GRAVAR-REGL           SECTION.
      *----------------------------------------------------------------*

           WRITE FD-PSVP-REGL

           IF WRK-FS-PSVPREGL NOT EQUAL '00'
              MOVE 'SEQ'              TO ERR-TIPO-ACESSO
              MOVE 'WRITE'            TO ERR-DBD-TAB
              MOVE 'PSVPREGL'         TO ERR-FUN-COMANDO
              MOVE ZEROS              TO ERR-SQL-CODE
              MOVE '2900'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              PERFORM 999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       2900-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA CONCILIAR OS TOTAIS DO ARQUIVO COM A FOTOGRAFIA DO   *
      *    MES E AS CHAVES DA JANELA COM O RESUMO ANUAL DO PSVP1095    *
      *    EM PSVP_CTRL_EXEC (EXECUCOES REAIS, MODO NORMAL, DO ANO DO  *
      *    TRIMESTRE)                                                  *
      ******************************************************************
      *----------------------------------------------------------------*
       3000-CONCILIAR             SECTION.
      *----------------------------------------------------------------*

           IF WRK-TOT-MOVTOS    NOT EQUAL WRK-FOTO-QTD-CHAVES
           OR WRK-TOT-QBLOQ-ATU NOT EQUAL WRK-FOTO-QBLOQ-ATU
           OR WRK-TOT-QBLOQ-ANT NOT EQUAL WRK-FOTO-QBLOQ-ANT
           OR WRK-TOT-QRENT-ATU NOT EQUAL WRK-FOTO-QRENT-ATU
           OR WRK-TOT-QRENT-ANT NOT EQUAL WRK-FOTO-QRENT-ANT
              MOVE 'N'                TO WRK-SW-RECONC-FOTO
           END-IF

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-CHAVES-JANELA
                  FROM DB2PRD.PSVP_HIST_MOV_QUOTA H,
                       DB2PRD.PECQ_MOV_QUOTA      Q
                 WHERE H.AAMM_REFER      = :WRK-AAMM-REFER-NUM
                   AND Q.MVQT_NR_MOV_QTA = H.MVQT_NR_MOV_QTA
                   AND YEAR(Q.MVQT_DT_OCORR) >= :WRK-ANO-MINIMO
           END-EXEC

           IF (SQLCODE NOT EQUAL ZEROS) OR
              (SQLWARN0    EQUAL 'W')
              MOVE 'DB2'              TO ERR-TIPO-ACESSO
              MOVE 'SELECT'           TO ERR-DBD-TAB
              MOVE 'PSVPHIST'         TO ERR-FUN-COMANDO
              MOVE SQLCODE            TO ERR-SQL-CODE
              MOVE '3000'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              PERFORM 999-ROTINA-ERRO
           END-IF

           EXEC SQL
                SELECT COUNT(*),
                       COALESCE(SUM(QT_LIDOS_B007), 0),
                       COALESCE(MAX(DT_EXECUCAO), ' ')
                  INTO :WRK-QTD-EXEC-ANUAL,
                       :WRK-QTD-LIDOS-ANUAL,
                       :WRK-DT-FECHTO-ANUAL
                  FROM DB2PRD.PSVP_CTRL_EXEC
                 WHERE NM_PROGRAMA  = 'PSVP1095'
                   AND IN_SIMULACAO = 'N'
                   AND IN_MODO_EXEC = 'N'
                   AND SUBSTR(DT_EXECUCAO, 1, 4) = :WRK-ANO-REFER-X
           END-EXEC

           IF (SQLCODE NOT EQUAL ZEROS) OR
              (SQLWARN0    EQUAL 'W')
              MOVE 'DB2'              TO ERR-TIPO-ACESSO
              MOVE 'SELECT'           TO ERR-DBD-TAB
              MOVE 'CTRLEXEC'         TO ERR-FUN-COMANDO
              MOVE SQLCODE            TO ERR-SQL-CODE
              MOVE '3001'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              PERFORM 999-ROTINA-ERRO
           END-IF

           COMPUTE WRK-DIF-CHAVES-ANUAL =
                   WRK-QTD-CHAVES-JANELA - WRK-QTD-LIDOS-ANUAL

           IF WRK-QTD-EXEC-ANUAL   EQUAL ZEROS
           OR WRK-DIF-CHAVES-ANUAL NOT EQUAL ZEROS
              MOVE 'N'                TO WRK-SW-RECONC-ANUAL
           END-IF.

      *----------------------------------------------------------------*
       3000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3500-GRAVAR-TRAILER        SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-TOT-REG-DETALHE   TO TRL-QTD-REG-DETALHE
           MOVE WRK-TOT-MOVTOS        TO TRL-QTD-MOVTOS
           MOVE WRK-TOT-QBLOQ-ATU     TO TRL-QBLOQ-ATUAL
           MOVE WRK-TOT-QBLOQ-ANT     TO TRL-QBLOQ-ANTER
           MOVE WRK-TOT-QRENT-ATU     TO TRL-QRENTB-ATUAL
           MOVE WRK-TOT-QRENT-ANT     TO TRL-QRENTB-ANTER
           MOVE WRK-QTD-CHAVES-JANELA TO TRL-QTD-CHAVES-JANELA
           MOVE WRK-QTD-LIDOS-ANUAL   TO TRL-QTD-LIDOS-ANUAL
           MOVE WRK-DT-FECHTO-ANUAL   TO TRL-DT-FECHTO-ANUAL
           MOVE WRK-SW-RECONC-FOTO    TO TRL-IN-RECONC-FOTO
           MOVE WRK-SW-RECONC-ANUAL   TO TRL-IN-RECONC-ANUAL
           MOVE WRK-REG-TRAILER       TO FD-PSVP-REGL
           PERFORM 2900-GRAVAR-REGL.

      *----------------------------------------------------------------*
       3500-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA FINALIZA                                             *
      ******************************************************************
      *----------------------------------------------------------------*
       4000-FINALIZA              SECTION.
      *----------------------------------------------------------------*

           DISPLAY '*********** PSVP1089 ***********'
           DISPLAY '*                              *'
           DISPLAY '* POSICAO TRIMESTRAL REGULADOR *'
           DISPLAY '* ---------------------------- *'
           DISPLAY '* TRIMESTRE (AAAAMM): ' WRK-AAMM-REFER-NUM
           DISPLAY '* DATA DA POSICAO   : ' WRK-DT-POSICAO
           DISPLAY '* REG. DETALHE      : ' WRK-TOT-REG-DETALHE
           DISPLAY '* MOVTOS NO ARQUIVO : ' WRK-TOT-MOVTOS
           DISPLAY '* CHAVES FOTOGRAFIA : ' WRK-FOTO-QTD-CHAVES
           DISPLAY '* CHAVES NA JANELA  : ' WRK-QTD-CHAVES-JANELA
           DISPLAY '* LIDOS FECHTO ANUAL: ' WRK-QTD-LIDOS-ANUAL
           DISPLAY '* DATA FECHTO ANUAL : ' WRK-DT-FECHTO-ANUAL
           DISPLAY '* CONCILIA FOTO     : ' WRK-SW-RECONC-FOTO
           DISPLAY '* CONCILIA ANUAL    : ' WRK-SW-RECONC-ANUAL
           DISPLAY '*********** PSVP1089 ***********'

           CLOSE PSVP-REGL

           IF WRK-FS-PSVPREGL NOT EQUAL '00'
              MOVE 'SEQ'              TO ERR-TIPO-ACESSO
              MOVE 'CLOSE'            TO ERR-DBD-TAB
              MOVE 'PSVPREGL'         TO ERR-FUN-COMANDO
              MOVE ZEROS              TO ERR-SQL-CODE
              MOVE '4000'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              PERFORM 999-ROTINA-ERRO
           END-IF

           IF NOT WRK-FOTO-CONCILIADA
           OR NOT WRK-ANUAL-CONCILIADO
              DISPLAY '* DIFERENCA NA CONCILIACAO - ARQUIVO RETIDO *'
              DISPLAY '* JUSTIFICAR ANTES DA TRANSMISSAO           *'
              IF NOT WRK-ANUAL-CONCILIADO
                 DISPLAY '* DIFERENCA DE CHAVES X FECHAMENTO ANUAL: '
                         WRK-DIF-CHAVES-ANUAL
              END-IF
              MOVE WRK-RC-DIVERGENCIA TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
       4000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA DE ERRO PADRAO DO SUBSISTEMA                         *
      ******************************************************************
      *----------------------------------------------------------------*
       999-ROTINA-ERRO            SECTION.
      *----------------------------------------------------------------*

           MOVE 'PSVP1089'            TO ERR-PGM

           CALL 'BRAD7100'         USING WRK-BATCH
                                         ERRO-AREA
                                         SQLCA

           GOBACK.

      *----------------------------------------------------------------*
       999-99-FIM.  EXIT.
      *----------------------------------------------------------------*
