      ******************************************************************
      *                                                                *
      * NOME BOOK : GOTFB0H1                                           *
      * DESCRICAO : DCLGEN DA TABELA DB2PRD.TPUBL_TABELA_TARIF         *
      *             CONTROLE DAS PUBLICACOES DA TABELA OFICIAL DE      *
      *             TARIFAS PARA O SITE E AS AGENCIAS (GOTF2PUB): UMA  *
      *             LINHA POR ARQUIVO GOTF054S GERADO, COM DATA E HORA *
      *             DA GERACAO, A MAIOR PENDENCIA DE REGRA APROVADA    *
      *             (TPEND_MANUT_TARIF) JA REFLETIDA NO ARQUIVO E AS   *
      *             QUANTIDADES PUBLICADAS. UMA APROVACAO COM NPEND    *
      *             MAIOR QUE NPEND-ULT-APROV DA ULTIMA PUBLICACAO     *
      *             PROVOCA NOVA PUBLICACAO                            *
      * DATA      : 04/2028                                            *
      * AUTOR     : HOMI INFORMATICA                                   *
      * EMPRESA   : SONDA                                              *
      * COMPONENTE: GOTF - GESTAO DE TARIFAS                           *
      *                                                                *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * DD/MM/AAAA JNNNNNN      XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX *
      ******************************************************************
       01  GOTFB0H1.
           10  NPUBL-TABELA            PIC S9(09)V COMP-3.
           10  DT-PUBL                 PIC  X(10).
           10  HR-PUBL                 PIC  X(08).
           10  NPEND-ULT-APROV         PIC S9(09)V COMP-3.
           10  QT-REGRAS-VIGENTES      PIC S9(09)V COMP-3.
           10  QT-REGRAS-PROXIMAS      PIC S9(09)V COMP-3.
           10  QT-AVISOS-REAJUSTE      PIC S9(09)V COMP-3.
