      ******************************************************************
      *                                                                *
      * NOME BOOK : GOTFB0G4                                           *
      * DESCRICAO : DCLGEN DA TABELA DB2PRD.TORIGE_SIST_TARIF          *
      *             CADASTRO DOS SISTEMAS DE ORIGEM DE TARIFA: UMA     *
      *             LINHA POR CSIST_ORIGE_TARIF COM A DESCRICAO, A     *
      *             SITUACAO ('S' ATIVA / 'N' INATIVA - ORIGEM         *
      *             INATIVA E TRATADA COMO DESCONHECIDA), O TIPO DE    *
      *             ENTRADA ('A' ARQUIVO GOTF001E / 'S' STAGING        *
      *             TSTAG_EVNTO_TARIF), A DD DO ARQUIVO DE RETORNO     *
      *             (ACK) GERADO PELO GOTF2ACK (GOTF25S1 A GOTF25S9;   *
      *             BRANCOS = ORIGEM SEM RETORNO) E O SEGMENTO         *
      *             CONTABIL LEVADO PELO GOTF2CTB. MANTIDA PELO        *
      *             GOTF53JS SOB DUPLA CUSTODIA (TPEND_MANUT_TARIF,    *
      *             CTABELA 'ORIGE'), COM IMAGEM ANTERIOR EM           *
      *             TORIGE_SIST_TARIF_HIST                             *
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
       01  GOTFB0G4.
           10  CSIST-ORIGE-TARIF       PIC  X(03).
           10  DS-ORIGE-TARIF          PIC  X(40).
           10  IN-ATIVO                PIC  X(01).
               88  ORIGE-ATIVA         VALUE 'S'.
               88  ORIGE-INATIVA       VALUE 'N'.
           10  IN-TIPO-ENTRADA         PIC  X(01).
               88  ORIGE-ENTRADA-ARQUIVO VALUE 'A'.
               88  ORIGE-ENTRADA-STAGING VALUE 'S'.
           10  CDEST-RETNO-ACK         PIC  X(08).
           10  CSEGM-CONTB             PIC  X(04).
           10  CUSUAR-ULT-ALTER        PIC  X(30).
           10  DT-ULT-ALTER            PIC  X(10).
