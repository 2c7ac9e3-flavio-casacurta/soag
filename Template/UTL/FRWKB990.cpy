      ******************************************************************
      *                                                                *
      * NOME BOOK : FRWKB990                                           *
      * DESCRICAO : DCLGEN DA TABELA DB2PRD.TCTRL_EXPORT_SEG           *
      *             CONTROLE DA EXPORTACAO INCREMENTAL DE EVENTOS DE   *
      *             SEGURANCA (FRWK8200), UMA LINHA POR EXPORTACAO.    *
      *             TS-MARCA-ATUAL E O LIMITE SUPERIOR DA ULTIMA       *
      *             JANELA CONCLUIDA; TS-MARCA-PEND E O LIMITE DA      *
      *             JANELA EM ANDAMENTO (BRANCO QUANDO NAO HA): UMA    *
      *             EXECUCAO INTERROMPIDA DEIXA A MARCA PENDENTE E A   *
      *             REEXECUCAO REFAZ A MESMA JANELA COM O MESMO        *
      *             NUMERO DE EXECUCAO                                 *
      * DATA      : 10/2028                                            *
      * AUTOR     : CARLOS ROBERTO DE MORAES - CPM/GFT                 *
      * COMPONENTE: FRAMEWORK ONLINE                                   *
      *                                                                *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * DD/MM/AAAA JNNNNNN      XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX *
      ******************************************************************
       01  FRWKB990.
           10  CEXPORT                 PIC  X(08).
           10  NEXEC-EXPORT            PIC S9(09)V COMP-3.
           10  TS-MARCA-ATUAL          PIC  X(26).
           10  TS-MARCA-PEND           PIC  X(26).
           10  DT-ULT-CONCL            PIC  X(10).
           10  HR-ULT-CONCL            PIC  X(08).
           10  QTD-EVENTOS-ULT         PIC S9(09)V COMP-3.
