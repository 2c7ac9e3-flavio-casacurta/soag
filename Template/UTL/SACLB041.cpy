      ******************************************************************
      *                                                                *
      * NOME BOOK : SACLB041                                           *
      * DESCRICAO : DCLGEN DA TABELA DB2PRD.TCOMPENS_MANIF             *
      *             COMPENSACOES (CREDITOS DE CORTESIA) CONCEDIDAS AO  *
      *             CLIENTE EM MANIFESTACAO ENCERRADA PROCEDENTE OU    *
      *             PARCIALMENTE PROCEDENTE, ALEM DO ESTORNO DA TARIFA *
      *             CONTESTADA: UMA LINHA POR CONCESSAO (PROTOCOLO +   *
      *             SEQUENCIA), COM VALOR, MOTIVO, O EVENTO DE TARIFA  *
      *             VINCULADO QUE DA A ORIGEM DO CREDITO, QUEM         *
      *             REGISTROU E QUEM APROVOU (SACL54JS) E O EVENTO DE  *
      *             CREDITO 'COMP' POSTADO EM TSIT_MOVTO_TARIF PELO    *
      *             GOTF2CMP. CSIT-COMPENS: 'P' PENDENTE DE APROVACAO /*
      *             'A' APROVADA (AGUARDA O LANCAMENTO) / 'R' RECUSADA *
      *             / 'L' LANCADA                                      *
      * DATA      : 08/2028                                            *
      * AUTOR     : HOMI INFORMATICA                                   *
      * EMPRESA   : SONDA                                              *
      * COMPONENTE: SACL - ATENDIMENTO A CLIENTES                      *
      *                                                                *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * DD/MM/AAAA JNNNNNN      XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX *
      ******************************************************************
       01  SACLB041.
           10  NPROT-MANIF             PIC S9(10)V COMP-3.
           10  NSEQ-COMPENS            PIC S9(04) COMP.
           10  NCONTA-CLIEN            PIC S9(13)V COMP-3.
           10  VVALOR-COMPENS          PIC S9(13)V9(02) COMP-3.
           10  CMOTIVO-COMPENS         PIC  X(02).
               88  MOTIVO-TRANSTORNO   VALUE 'TR'.
               88  MOTIVO-PRAZO        VALUE 'PZ'.
               88  MOTIVO-ATENDIMENTO  VALUE 'AT'.
               88  MOTIVO-OUTROS       VALUE 'OU'.
               88  MOTIVO-VALIDO       VALUE 'TR' 'PZ' 'AT' 'OU'.
           10  RMOTIVO-COMPENS         PIC  X(100).
           10  CSIST-ORIGE-TARIF       PIC  X(03).
           10  DRECEB-MOVTO-TARIF      PIC  X(10).
           10  NMOVTO-EVNTO-TARIF      PIC S9(13)V COMP-3.
           10  CSIT-COMPENS            PIC  X(01).
               88  COMPENS-PENDENTE    VALUE 'P'.
               88  COMPENS-APROVADA    VALUE 'A'.
               88  COMPENS-RECUSADA    VALUE 'R'.
               88  COMPENS-LANCADA     VALUE 'L'.
           10  CUSUAR-REGISTRO         PIC  X(08).
           10  TS-REGISTRO             PIC  X(26).
           10  CUSUAR-APROV            PIC  X(08).
           10  TS-APROV                PIC  X(26).
           10  DT-LANCTO               PIC  X(10).
           10  NMOVTO-CRED-TARIF       PIC S9(13)V COMP-3.
