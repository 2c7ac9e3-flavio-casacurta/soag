      ******************************************************************
      *                                                                *
      * NOME BOOK : GOTFB0F8                                           *
      * DESCRICAO : DCLGEN DA TABELA DB2PRD.TPROV_DEVED_TARIF          *
      *             FOTOGRAFIA MENSAL DA PROVISAO PARA DEVEDORES       *
      *             DUVIDOSOS DE TARIFAS, POR COMPETENCIA, SISTEMA DE  *
      *             ORIGEM E FAIXA DE ATRASO: QUANTIDADE E SALDO EM    *
      *             ABERTO, PERCENTUAL APLICADO E PROVISAO EXIGIDA.    *
      *             GRAVADA PELO GOTF2PDD; A SOMA DA PROVISAO EXIGIDA  *
      *             DO MES ANTERIOR E A BASE DO LANCAMENTO DE          *
      *             DIFERENCA DO MES SEGUINTE                          *
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
       01  GOTFB0F8.
           10  AAMM-REFER              PIC S9(06)V COMP-3.
           10  CSIST-ORIGE-TARIF       PIC  X(03).
           10  CFAIXA-ATRASO           PIC  X(02).
           10  QTD-ITEM-ABERTO         PIC S9(09) COMP.
           10  VSALDO-ABERTO           PIC S9(13)V9(02) COMP-3.
           10  PERC-PROV-FAIXA         PIC S9(03)V9(04) COMP-3.
           10  VPROV-EXIGIDA           PIC S9(13)V9(02) COMP-3.
           10  DT-CALC-PROV            PIC  X(10).
