      ******************************************************************
      *                                                                *
      * NOME BOOK : GOTFB0H3                                           *
      * DESCRICAO : DCLGEN DA TABELA DB2PRD.TAUTZ_DEBTO_CLIEN          *
      *             CADASTRO DE AUTORIZACAO DE DEBITO AUTOMATICO POR   *
      *             CONTA DO CLIENTE: DATA DA AUTORIZACAO, DATA DA     *
      *             REVOGACAO ('0001-01-01' = VIGENTE) E ORIGEM DA     *
      *             AUTORIZACAO ('AGE' AGENCIA, 'INT' INTERNET, 'CAD'  *
      *             CADASTRO CENTRAL, ...). CARREGADA PELO GOTF2CAD A  *
      *             PARTIR DO MOVIMENTO DO CADASTRO CENTRAL DE CONTAS  *
      *             (GOTF044E) E CONSULTADA ONLINE PELO GOTF54JS. O    *
      *             GOTF2REM SO REMETE AO SISTEMA DE DEBITO A CONTA    *
      *             AUTORIZADA NA DATA DA REMESSA (DT-AUTZ ATE A DATA  *
      *             E SEM REVOGACAO OU REVOGACAO POSTERIOR); AS DEMAIS *
      *             SAO COBRADAS POR BOLETO (TBOLETO_TARIF).           *
      *             CONTA SEM LINHA AQUI = NAO AUTORIZADA              *
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
       01  GOTFB0H3.
           10  NCONTA-CLIEN            PIC S9(13)V COMP-3.
           10  DT-AUTZ-DEBTO           PIC  X(10).
           10  DT-REVOG-DEBTO          PIC  X(10).
           10  CORIGEM-AUTZ            PIC  X(03).
           10  CUSUAR-ULT-ALTER        PIC  X(08).
           10  DT-ULT-ALTER            PIC  X(10).
