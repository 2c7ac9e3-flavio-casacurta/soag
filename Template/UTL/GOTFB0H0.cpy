      ******************************************************************
      *                                                                *
      * NOME BOOK : GOTFB0H0                                           *
      * DESCRICAO : DCLGEN DA TABELA DB2PRD.TAVISO_REAJ_TARIF          *
      *             CONTROLE DO AVISO PREVIO DE REAJUSTE DE TARIFA     *
      *             (GOTF2AVR): UMA LINHA POR REGRA FUTURA DE          *
      *             TREGRA_EVNTO_TARIF JA TRATADA, COM A REGRA QUE ELA *
      *             SUBSTITUI, OS DOIS VALORES FIXOS, O INICIO DA      *
      *             VIGENCIA, A DATA LIMITE DO AVISO, A DATA EM QUE O  *
      *             AVISO FOI GERADO, A SITUACAO ('P' AVISADO NO       *
      *             PRAZO, 'F' AVISADO FORA DO PRAZO, 'N' NADA A       *
      *             AVISAR) E A QUANTIDADE DE CLIENTES AVISADOS. REGRA *
      *             PRESENTE AQUI NAO E AVISADA DE NOVO                *
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
       01  GOTFB0H0.
           10  NREGRA-EVNTO-TARIF      PIC S9(09)V COMP-3.
           10  CSIST-ORIGE-TARIF       PIC  X(03).
           10  CSIT-OPER-REALZ         PIC  X(02).
           10  NREGRA-ANTERIOR         PIC S9(09)V COMP-3.
           10  VVALOR-ANTERIOR         PIC S9(13)V9(02) COMP-3.
           10  VVALOR-NOVO             PIC S9(13)V9(02) COMP-3.
           10  DINI-VIGEN-REGRA        PIC  X(10).
           10  DT-LIMITE-AVISO         PIC  X(10).
           10  DT-AVISO                PIC  X(10).
           10  IN-SITUACAO             PIC  X(01).
               88  AVISO-NO-PRAZO      VALUE 'P'.
               88  AVISO-FORA-PRAZO    VALUE 'F'.
               88  AVISO-NADA-AVISAR   VALUE 'N'.
           10  QT-CLIEN-AVISADOS       PIC S9(09)V COMP-3.
