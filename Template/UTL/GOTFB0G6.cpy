      ******************************************************************
      *                                                                *
      * NOME BOOK : GOTFB0G6                                           *
      * DESCRICAO : DCLGEN DA TABELA DB2PRD.TCAMPN_CLIEN_TARIF         *
      *             CONTAS INSCRITAS NAS CAMPANHAS PROMOCIONAIS DE     *
      *             ELEGIBILIDADE POR LISTA (IN_ELEGIB_CAMPN = 'L' EM  *
      *             TCAMPN_PROMO_TARIF). CHAVE NCAMPN_PROMO +          *
      *             NCONTA_CLIEN                                       *
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
       01  GOTFB0G6.
           10  NCAMPN-PROMO            PIC S9(09)V COMP-3.
           10  NCONTA-CLIEN            PIC S9(13)V COMP-3.
           10  DT-INSCR-CAMPN          PIC  X(10).
