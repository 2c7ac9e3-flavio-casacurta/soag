      ******************************************************************
      *                                                                *
      * NOME BOOK : GOTFB0G0                                           *
      * DESCRICAO : DCLGEN DA TABELA DB2PRD.TENCR_CONTA_TARIF          *
      *             CONTROLE DO ENCERRAMENTO DE CONTA NA GESTAO DE     *
      *             TARIFAS: UM REGISTRO POR CONTA ENCERRADA EM        *
      *             TCADT_CONTA_CLIEN JA TRATADA PELO GOTF2ENC, COM A  *
      *             DATA EM QUE O ENCERRAMENTO FOI DETECTADO, A DATA   *
      *             DO ULTIMO TRATAMENTO E O ACUMULADO ENTREGUE A      *
      *             COBRANCA (EVENTOS, PENDENCIAS E SALDO DE PARCELAS  *
      *             BAIXADOS PARA A AREA DE CREDITO)                   *
      * DATA      : 01/2028                                            *
      * AUTOR     : HOMI INFORMATICA                                   *
      * EMPRESA   : SONDA                                              *
      * COMPONENTE: GOTF - GESTAO DE TARIFAS                           *
      *                                                                *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * DD/MM/AAAA JNNNNNN      XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX *
      ******************************************************************
       01  GOTFB0G0.
           10  NCONTA-CLIEN            PIC S9(13)V COMP-3.
           10  DT-DETEC-ENCERR         PIC  X(10).
           10  DT-ULT-TRATAMENTO       PIC  X(10).
           10  QTD-ITENS-COBR          PIC S9(09)V COMP-3.
           10  VVALOR-COBRANCA         PIC S9(13)V9(02) COMP-3.
