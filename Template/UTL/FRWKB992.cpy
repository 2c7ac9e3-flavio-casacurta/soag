      ******************************************************************
      *                                                                *
      * NOME BOOK : FRWKB992                                           *
      * DESCRICAO : DCLGEN DA TABELA DB2PRD.TSESS_ATIVA_GAM            *
      *             REGISTRO DAS SESSOES DO FRAMEWORK POR USUARIO,     *
      *             MANTIDO PELO COORDENADOR: A SESSAO E INCLUIDA NO   *
      *             PRIMEIRO USO (IN-ATIVA='S') E TEM O ULTIMO ACESSO  *
      *             ATUALIZADO A CADA TRANSACAO. O ENCERRAMENTO GRAVA  *
      *             IN-ATIVA='N' COM DATA/HORA, MOTIVO E QUEM ENCERROU *
      *             (CMOTIVO-FIM: 'LO' LOGOFF; 'EX' EXPIRADA; 'SU'     *
      *             SUBSTITUIDA POR SESSAO NOVA ACIMA DO LIMITE DO     *
      *             PERFIL; 'FO' ENCERRAMENTO FORCADO PELO OPERADOR)   *
      * DATA      : 09/2028                                            *
      * AUTOR     : CARLOS ROBERTO DE MORAES - CPM/GFT                 *
      * COMPONENTE: FRAMEWORK ONLINE                                   *
      *                                                                *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * 23/10/2028 CPM/GFT      CTERMINAL: TERMINAL CICS EM QUE A      *
      *                         SESSAO FOI ABERTA, PARA A EXPORTACAO   *
      *                         DE EVENTOS DE SEGURANCA (FRWK8200)     *
      ******************************************************************
       01  FRWKB992.
           10  CSESS-FRWK              PIC  X(32).
           10  CUSUAR-SESSAO           PIC  X(30).
           10  CTIPO-USUAR             PIC  X(01).
           10  CDEPEND-OPER            PIC S9(05)V COMP-3.
           10  DT-INICIO-SESSAO        PIC  X(10).
           10  HR-INICIO-SESSAO        PIC  X(08).
           10  DT-ULT-ACESSO           PIC  X(10).
           10  HR-ULT-ACESSO           PIC  X(08).
           10  DT-EXPIRA-SESSAO        PIC  X(08).
           10  HR-EXPIRA-SESSAO        PIC  X(06).
           10  IN-ATIVA                PIC  X(01).
               88  SESSAO-ATIVA        VALUE 'S'.
               88  SESSAO-ENCERRADA    VALUE 'N'.
           10  DT-FIM-SESSAO           PIC  X(10).
           10  HR-FIM-SESSAO           PIC  X(08).
           10  CMOTIVO-FIM             PIC  X(02).
               88  FIM-LOGOFF          VALUE 'LO'.
               88  FIM-EXPIRADA        VALUE 'EX'.
               88  FIM-SUBSTITUIDA     VALUE 'SU'.
               88  FIM-FORCADO         VALUE 'FO'.
           10  CUSUAR-FIM              PIC  X(30).
           10  CTERMINAL               PIC  X(04).
