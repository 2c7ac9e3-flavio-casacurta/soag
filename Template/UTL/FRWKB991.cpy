      ******************************************************************
      *                                                                *
      * NOME BOOK : FRWKB991                                           *
      * DESCRICAO : DCLGEN DA TABELA DB2PRD.TLIMITE_SESS_PERFIL        *
      *             LIMITE DE SESSOES SIMULTANEAS POR PERFIL DE        *
      *             USUARIO (FRWKWAAA-TIPO-USUAR) E A ACAO QUANDO UMA  *
      *             SESSAO NOVA PASSA DO LIMITE: 'R' RECUSA A SESSAO   *
      *             NOVA; 'E' ENCERRA AS SESSOES MAIS ANTIGAS DO       *
      *             USUARIO ATE CABER A NOVA. PERFIL SEM LINHA NA      *
      *             TABELA OU COM QTD-MAX-SESSOES ZERO NAO TEM LIMITE  *
      *             (A SESSAO E SO REGISTRADA)                         *
      * DATA      : 09/2028                                            *
      * AUTOR     : CARLOS ROBERTO DE MORAES - CPM/GFT                 *
      * COMPONENTE: FRAMEWORK ONLINE                                   *
      *                                                                *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * DD/MM/AAAA JNNNNNN      XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX *
      ******************************************************************
       01  FRWKB991.
           10  CTIPO-USUAR             PIC  X(01).
           10  QTD-MAX-SESSOES         PIC S9(04)V COMP-3.
           10  IN-ACAO-EXCESSO         PIC  X(01).
               88  EXCESSO-RECUSA      VALUE 'R'.
               88  EXCESSO-ENCERRA     VALUE 'E'.
           10  CUSUAR-ALTERACAO        PIC  X(30).
           10  TS-ULT-ALTER            PIC  X(26).
