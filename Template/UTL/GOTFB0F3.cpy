      ******************************************************************
      *                                                                *
      * NOME BOOK : GOTFB0F3                                           *
      * DESCRICAO : DCLGEN DA TABELA DB2PRD.TNOTA_CRED_TARIF           *
      *             NOTAS DE CREDITO CONTRA FATURAS MENSAIS JA         *
      *             EMITIDAS: UMA LINHA POR NOTA EMITIDA PELO GOTF2NCR *
      *             (NUMERACAO SEQUENCIAL PROPRIA NNOTA-CRED-TARIF),   *
      *             VINCULADA A FATURA ORIGINAL DE TFATUR_TARIF, COM   *
      *             O VALOR DA NOTA E O VALOR CORRIGIDO DA FATURA APOS *
      *             A NOTA. AS CONTRAPARTIDAS LISTADAS NA NOTA RECEBEM *
      *             O NUMERO NA COLUNA NNOTA_CRED_TARIF DE             *
      *             TSIT_MOVTO_TARIF                                   *
      * DATA      : 10/2027                                            *
      * AUTOR     : HOMI INFORMATICA                                   *
      * EMPRESA   : SONDA                                              *
      * COMPONENTE: GOTF - GESTAO DE TARIFAS                           *
      *                                                                *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * DD/MM/AAAA JNNNNNN      XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX *
      ******************************************************************
       01  GOTFB0F3.
           10  NNOTA-CRED-TARIF        PIC S9(09)V COMP-3.
           10  NFATUR-TARIF            PIC S9(09)V COMP-3.
           10  NCONTA-CLIEN            PIC S9(13)V COMP-3.
           10  DT-EMISSAO              PIC  X(10).
           10  QTD-EVENTOS             PIC S9(09)V COMP-3.
           10  VVALOR-NOTA             PIC S9(13)V9(02) COMP-3.
           10  VVALOR-FATUR-ANTES      PIC S9(13)V9(02) COMP-3.
           10  VVALOR-FATUR-APOS       PIC S9(13)V9(02) COMP-3.
