      ******************************************************************
      *                                                                *
      * NOME BOOK : GOTFB0G9                                           *
      * DESCRICAO : DCLGEN DA TABELA DB2PRD.TESTRN_CARGA_EVNTO         *
      *             IMAGEM DE CADA EVENTO EXCLUIDO DE TSIT_MOVTO_TARIF *
      *             PELO DESFAZIMENTO DE CARGA DO GOTF2BKO, LIGADA AO  *
      *             REGISTRO DA EXECUCAO EM TESTRN_CARGA_TARIF         *
      *             (GOTFB0G8) PELA NSEQ-ESTRN-CARGA: CHAVE, CONTA,    *
      *             CLASSE, VALOR COBRADO, CAMPANHA E DESCONTO         *
      *             DEVOLVIDOS E A COMPETENCIA CONTABIL DO EVENTO      *
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
       01  GOTFB0G9.
           10  NSEQ-ESTRN-CARGA        PIC S9(09)V COMP-3.
           10  CSIST-ORIGE-TARIF       PIC  X(03).
           10  DRECEB-MOVTO-TARIF      PIC  X(10).
           10  NMOVTO-EVNTO-TARIF      PIC S9(13)V COMP-3.
           10  NCONTA-CLIEN            PIC S9(13)V COMP-3.
           10  CSIT-OPER-REALZ         PIC  X(02).
           10  CJUSTF-EVNTO-TARIF      PIC  X(04).
           10  VVALOR-COBR-TARIF       PIC S9(13)V9(02) COMP-3.
           10  NCAMPN-PROMO            PIC S9(09)V COMP-3.
           10  VVALOR-DESC-PROMO       PIC S9(13)V9(02) COMP-3.
           10  DT-COMPT-CTBIL          PIC  X(10).
