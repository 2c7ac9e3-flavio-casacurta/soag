      ******************************************************************
      *                                                                *
      * NOME BOOK : GOTFB0F7                                           *
      * DESCRICAO : DCLGEN DA TABELA DB2PRD.TFAIXA_PROV_TARIF          *
      *             FAIXAS DE ATRASO DA PROVISAO PARA DEVEDORES        *
      *             DUVIDOSOS DE TARIFAS: INTERVALO DE DIAS EM ABERTO  *
      *             (QDIAS-INI-FAIXA A QDIAS-FIM-FAIXA, INCLUSIVE) E   *
      *             PERCENTUAL DE PROVISAO EXIGIDO SOBRE O SALDO DA    *
      *             FAIXA, COM VIGENCIA. LIDA PELO GOTF2PDD NO         *
      *             FECHAMENTO MENSAL                                  *
      * DATA      : 12/2027                                            *
      * AUTOR     : HOMI INFORMATICA                                   *
      * EMPRESA   : SONDA                                              *
      * COMPONENTE: GOTF - GESTAO DE TARIFAS                           *
      *                                                                *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * DD/MM/AAAA JNNNNNN      XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX *
      ******************************************************************
       01  GOTFB0F7.
           10  CFAIXA-ATRASO           PIC  X(02).
           10  QDIAS-INI-FAIXA         PIC S9(09) COMP.
           10  QDIAS-FIM-FAIXA         PIC S9(09) COMP.
           10  PERC-PROV-FAIXA         PIC S9(03)V9(04) COMP-3.
           10  DINI-VIGEN-FAIXA        PIC  X(10).
           10  DFIM-VIGEN-FAIXA        PIC  X(10).
