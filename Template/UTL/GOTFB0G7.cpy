      ******************************************************************
      *                                                                *
      * NOME BOOK : GOTFB0G7                                           *
      * DESCRICAO : DCLGEN DA TABELA DB2PRD.TTAXA_MORA_TARIF           *
      *             TAXAS DOS ENCARGOS DE MORA SOBRE DEBITO DE TARIFA  *
      *             RECUSADO E PAGO DEPOIS (RETENTATIVA DA REGUA DE    *
      *             COBRANCA NO GOTF2RET OU RECUPERACAO DE BAIXA NO    *
      *             GOTF2RCP): PERCENTUAL DE MULTA, APLICADO UMA VEZ,  *
      *             E PERCENTUAL DE JUROS POR DIA UTIL DE ATRASO, COM  *
      *             VIGENCIA PELA DATA DO PAGAMENTO. APLICADA PELO     *
      *             MODULO GOTF1200 (CJUSTF 'MORA')                    *
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
       01  GOTFB0G7.
           10  PERC-MULTA-MORA         PIC S9(03)V9(04) COMP-3.
           10  PERC-JUROS-DIA          PIC S9(03)V9(06) COMP-3.
           10  DINI-VIGEN-TAXA         PIC  X(10).
           10  DFIM-VIGEN-TAXA         PIC  X(10).
