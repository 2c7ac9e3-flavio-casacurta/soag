      ******************************************************************
      *                                                                *
      * NOME BOOK : GOTFB0G8                                           *
      * DESCRICAO : DCLGEN DA TABELA DB2PRD.TESTRN_CARGA_TARIF         *
      *             REGISTRO DAS EXECUCOES DO GOTF2BKO (DESFAZIMENTO   *
      *             CONTROLADO DE UMA CARGA DO GOTF2DSS POR ORIGEM E   *
      *             DATA DE RECEBIMENTO, COM FAIXA OPCIONAL DE NMOVTO):*
      *             UMA LINHA POR EXECUCAO EM MODO PROCESSAMENTO, COM  *
      *             QUEM SOLICITOU (USUARIO E CHAMADO), O ESCOPO, O    *
      *             RESULTADO ('E' CARGA DESFEITA, 'B' BLOQUEADA POR   *
      *             EVENTO JA REMETIDO/FATURADO/CONTABILIZADO), A      *
      *             QUANTIDADE E O VALOR DOS EVENTOS E A LINHA DE      *
      *             TEST_VOL_TARIF CORRIGIDA. OS EVENTOS EXCLUIDOS     *
      *             FICAM EM TESTRN_CARGA_EVNTO (GOTFB0G9) NA MESMA    *
      *             NSEQ-ESTRN-CARGA                                   *
      * DATA      : 03/2028                                            *
      * AUTOR     : HOMI INFORMATICA                                   *
      * EMPRESA   : SONDA                                              *
      * COMPONENTE: GOTF - GESTAO DE TARIFAS                           *
      *                                                                *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * DD/MM/AAAA JNNNNNN      XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX *
      ******************************************************************
       01  GOTFB0G8.
           10  NSEQ-ESTRN-CARGA        PIC S9(09)V COMP-3.
           10  CSIST-ORIGE-TARIF       PIC  X(03).
           10  DRECEB-MOVTO-TARIF      PIC  X(10).
           10  NMOVTO-INICIAL          PIC S9(13)V COMP-3.
           10  NMOVTO-FINAL            PIC S9(13)V COMP-3.
           10  IN-RESULTADO            PIC  X(01).
               88  ESTRN-EFETIVADO     VALUE 'E'.
               88  ESTRN-BLOQUEADO     VALUE 'B'.
           10  QT-EVENTOS              PIC S9(09)V COMP-3.
           10  VVALOR-TOTAL            PIC S9(13)V9(02) COMP-3.
           10  QT-BLOQUEIOS            PIC S9(09)V COMP-3.
           10  DT-EXECUCAO-VOL         PIC  X(10).
           10  CUSUAR-SOLICT           PIC  X(08).
           10  NCHAMADO                PIC  X(12).
           10  DT-ESTORNO              PIC  X(10).
           10  HR-ESTORNO              PIC  X(08).
