      ******************************************************************
      *                                                                *
      * NOME BOOK : GOTFB0G5                                           *
      * DESCRICAO : DCLGEN DA TABELA DB2PRD.TCAMPN_PROMO_TARIF         *
      *             CAMPANHAS PROMOCIONAIS DE DESCONTO SOBRE TARIFA,   *
      *             COM JANELA DE VIGENCIA (DRECEB DO EVENTO ENTRE     *
      *             DINI E DFIM). ESCOPO POR ORIGEM/CLASSE (BRANCOS =  *
      *             QUALQUER). DESCONTO PERCENTUAL ('P', PERC-DESC) OU *
      *             VALOR FIXO ('V', VVALOR-DESC, LIMITADO AO VALOR    *
      *             COBRADO). ELEGIBILIDADE 'T' TODOS OS CLIENTES OU   *
      *             'L' SO CONTAS INSCRITAS EM TCAMPN_CLIEN_TARIF.     *
      *             VORCAM-CAMPN = ORCAMENTO TOTAL DE DESCONTO (ZEROS  *
      *             = SEM LIMITE); VCONSUM-CAMPN E QT-EVNTO-CAMPN SAO  *
      *             O DESCONTO JA CONCEDIDO E OS EVENTOS ATINGIDOS,    *
      *             ACUMULADOS PELO GOTF2DSS A CADA CHECKPOINT.        *
      *             RELATORIO DE DESEMPENHO: GOTF2CPN                  *
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
       01  GOTFB0G5.
           10  NCAMPN-PROMO            PIC S9(09)V COMP-3.
           10  DS-CAMPN-PROMO          PIC  X(40).
           10  CSIST-ORIGE-TARIF       PIC  X(03).
           10  CSIT-OPER-REALZ         PIC  X(02).
           10  IN-TIPO-DESC            PIC  X(01).
               88  CAMPN-DESC-PERCENTUAL VALUE 'P'.
               88  CAMPN-DESC-VALOR      VALUE 'V'.
           10  PERC-DESC-CAMPN         PIC S9(03)V9(04) COMP-3.
           10  VVALOR-DESC-CAMPN       PIC S9(13)V9(02) COMP-3.
           10  DINI-VIGEN-CAMPN        PIC  X(10).
           10  DFIM-VIGEN-CAMPN        PIC  X(10).
           10  IN-ELEGIB-CAMPN         PIC  X(01).
               88  CAMPN-TODOS-CLIENTES  VALUE 'T'.
               88  CAMPN-LISTA-CLIENTES  VALUE 'L'.
           10  VORCAM-CAMPN            PIC S9(13)V9(02) COMP-3.
           10  VCONSUM-CAMPN           PIC S9(13)V9(02) COMP-3.
           10  QT-EVNTO-CAMPN          PIC S9(09)V COMP-3.
