      ******************************************************************
      *                                                                *
      * NOME BOOK : FRWKB988                                           *
      * DESCRICAO : DCLGEN DA TABELA DB2PRD.TALCADA_PERFIL             *
      *             ALCADA (LIMITE DE VALOR) POR PERFIL DE USUARIO     *
      *             (FRWKWAAA-PERFIL-USU-AUTORIZ) E TIPO DE OPERACAO   *
      *             QUE MOVIMENTA VALOR:                               *
      *             'APRV' APROVACAO DE PRECO/ISENCAO (GOTF48JS)       *
      *             'DISP' VALOR DA DISPOSICAO DE QUOTA (PSVP08JS)     *
      *             'CORT' CREDITO DE CORTESIA (SACL54JS)              *
      *             'CORR' CORRECAO MANUAL DE SALDO (PSVP1091)         *
      *             A OPERACAO DE VALOR ACIMA DO LIMITE E RECUSADA     *
      *             COMO ESCALONAMENTO E O ITEM CONTINUA NA FILA ATE   *
      *             UM USUARIO DE ALCADA SUFICIENTE. PERFIL SEM LINHA  *
      *             NA TABELA, OU COM IN-ATIVO 'N', NAO TEM ALCADA     *
      *             (LIMITE ZERO)                                      *
      * DATA      : 11/2028                                            *
      * AUTOR     : CARLOS ROBERTO DE MORAES - CPM/GFT                 *
      * COMPONENTE: FRAMEWORK ONLINE                                   *
      *                                                                *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * DD/MM/AAAA JNNNNNN      XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX *
      ******************************************************************
       01  FRWKB988.
           10  CPERFIL-USUAR           PIC  X(08).
           10  CTIPO-OPER-ALCADA       PIC  X(04).
               88  ALCADA-APROV-PRECO  VALUE 'APRV'.
               88  ALCADA-DISP-QUOTA   VALUE 'DISP'.
               88  ALCADA-CRED-CORTES  VALUE 'CORT'.
               88  ALCADA-CORRC-MANUAL VALUE 'CORR'.
           10  VLIMITE-ALCADA          PIC S9(13)V9(02) COMP-3.
           10  IN-ATIVO                PIC  X(01).
               88  ALCADA-ATIVA        VALUE 'S'.
               88  ALCADA-INATIVA      VALUE 'N'.
           10  CUSUAR-ALTERACAO        PIC  X(30).
           10  TS-ULT-ALTER            PIC  X(26).
