      ******************************************************************
      *                                                                *
      * NOME BOOK : GOTFB0F6                                           *
      * DESCRICAO : DCLGEN DA TABELA DB2PRD.TCTA_DEBTO_ALTER           *
      *             CONTAS ALTERNATIVAS DE DEBITO AUTORIZADAS PELO     *
      *             CLIENTE, EM ORDEM DE PRIORIDADE (NPRIOR-DEBTO 1,   *
      *             2, ...), COM VIGENCIA DA AUTORIZACAO. QUANDO A     *
      *             CONTA PRINCIPAL RECUSA O DEBITO OU ESTA            *
      *             ENCERRADA, O GOTF2RET APONTA A PENDENCIA DE        *
      *             COBRANCA (TPEND_COBR_TARIF) PARA A PROXIMA CONTA   *
      *             ATIVA ('A') DA LISTA E O GOTF2REM REAPRESENTA O    *
      *             DEBITO NELA. 'C' = AUTORIZACAO CANCELADA           *
      * DATA      : 11/2027                                            *
      * AUTOR     : HOMI INFORMATICA                                   *
      * EMPRESA   : SONDA                                              *
      * COMPONENTE: GOTF - GESTAO DE TARIFAS                           *
      *                                                                *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * DD/MM/AAAA JNNNNNN      XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX *
      ******************************************************************
       01  GOTFB0F6.
           10  NCONTA-CLIEN            PIC S9(13)V COMP-3.
           10  NPRIOR-DEBTO            PIC S9(04) COMP.
           10  NCONTA-DEBTO            PIC S9(13)V COMP-3.
           10  IN-SITUACAO             PIC  X(01).
               88  ALTER-ATIVA         VALUE 'A'.
               88  ALTER-CANCELADA     VALUE 'C'.
           10  DT-INI-AUTORZ           PIC  X(10).
           10  DT-FIM-AUTORZ           PIC  X(10).
