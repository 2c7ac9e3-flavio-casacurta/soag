      ******************************************************************
      *                                                                *
      * NOME BOOK : GOTFB0G2                                           *
      * DESCRICAO : DCLGEN DA TABELA DB2PRD.TMIGR_CONTA_TARIF          *
      *             REFERENCIA CRUZADA DA RENUMERACAO DE CONTAS        *
      *             APLICADA PELO GOTF2MIG: UMA LINHA POR PAR CONTA    *
      *             ANTIGA -> CONTA NOVA. A TABELA E MANTIDA           *
      *             TRANSITIVA (MIGRANDO B -> C, TODO A -> B GANHA     *
      *             TAMBEM A -> C), DE MODO QUE UM UNICO ACESSO LIGA   *
      *             QUALQUER NUMERO ANTERIOR AO ATUAL; A CONTA ATUAL E *
      *             A NCONTA-NOVA QUE NAO APARECE COMO NCONTA-ANTIGA.  *
      *             CHAVE: NCONTA-ANTIGA + NCONTA-NOVA                 *
      * DATA      : 02/2028                                            *
      * AUTOR     : HOMI INFORMATICA                                   *
      * EMPRESA   : SONDA                                              *
      * COMPONENTE: GOTF - GESTAO DE TARIFAS                           *
      *                                                                *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * DD/MM/AAAA JNNNNNN      XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX *
      ******************************************************************
       01  GOTFB0G2.
           10  NCONTA-ANTIGA           PIC S9(13)V COMP-3.
           10  NCONTA-NOVA             PIC S9(13)V COMP-3.
           10  DT-MIGRACAO             PIC  X(10).
           10  CMOTIVO-MIGR            PIC  X(02).
           10  DT-PROCESSAMENTO        PIC  X(10).
           10  QTD-LINHAS-MIGR         PIC S9(09)V COMP-3.
           10  CUSUAR-MIGR             PIC  X(08).
