      *             PENDENCIA DA REGUA DE COBRANCA, O VINCULO DE       *
      *             MANIFESTACAO E OS EVENTOS IRMAOS (AJUSTES,         *
      *             CONTRAPARTIDA DE ESTORNO, CORRECAO MONETARIA,      *
      *             BAIXA, RECUPERACAO) QUE REFERENCIAM O EVENTO       *
      * DATA      : 06/2027                                            *
      * AUTOR     : HOMI INFORMATICA                                   *
      * EMPRESA   : SONDA                                              *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * 15/03/2028 HOMI         RECUPERACAO DE BAIXA: GRUPO            *
      *                         GOTFW51C-RECUPERACAO (DATA E VALOR DA  *
      *                         CONTRAPARTIDA DE BAIXA 'BAIX' E DA     *
      *                         CONTRAPARTIDA DE RECUPERACAO 'RECP' DO *
      *                         EVENTO; BRANCOS/ZEROS QUANDO NAO       *
      *                         HOUVER). CAMPOS NO FINAL DA AREA       *
      * 15/02/2028 HOMI         CONTA RENUMERADA: GRUPO                *
      *                         GOTFW51C-MIGRACAO (NUMERO ATUAL DA     *
      *                         CONTA DO EVENTO E DATA DA MIGRACAO;    *
      *                         SEM MIGRACAO, O PROPRIO NUMERO E DATA  *
      *                         EM BRANCO). CAMPOS NO FINAL DA AREA    *
      * 08/11/2027 HOMI         CONTA ALTERNATIVA DE DEBITO: GRUPO     *
      *                         GOTFW51C-DEBITO (CONTA EM QUE O DEBITO *
      *                         DO EVENTO FOI APRESENTADO - LIQUIDADO, *
      *                         A CONTA QUE PAGOU - E A CONTA/         *
      *                         PRIORIDADE DE TCTA_DEBTO_ALTER EM USO  *
      *                         NA PENDENCIA). CAMPOS NO FINAL DA AREA *
      * 12/10/2027 HOMI         NOTA DE CREDITO SOBRE FATURA EMITIDA:  *
      *                         GRUPO GOTFW51C-FATURA (FATURA DO       *
      *                         EVENTO ORIGINAL NA CONTRAPARTIDA, NOTA *
      *                         DE CREDITO DO EVENTO E TOTAL           *
      *                         EMITIDO/LIQUIDO APOS NOTAS/QUANTIDADE  *
      *                         DE NOTAS DA FATURA). CAMPOS NO FINAL   *
      *                         DA AREA                                *
      * 05/10/2027 HOMI         DEVOLUCAO DO VALOR COBRADO DE EVENTO   *
      *                         ESTORNADO: GRUPO GOTFW51C-REEMBOLSO    *
      *                         (SITUACAO, DATA, VALOR E GERACAO DA    *
      *                         REMESSA DE CREDITO GOTF2DEV/GOTF2DVR)  *
      *                         E GOTFW51C-VINC-REEMBOLSO POR EVENTO   *
      *                         IRMAO (CORRECAO 'CORR' TAMBEM E        *
      *                         DEVOLVIDA). CAMPOS NO FINAL DA AREA,   *
      *                         SEM DESLOCAR OS EXISTENTES             *
      ******************************************************************
           03  GOTFW51C.
               05  GOTFW51C-CSIST-ORIGE-TARIF  PIC X(003).
                   07  GOTFW51C-VINC-VVALOR
                                               PIC S9(13)V9(02) COMP-3.
                   07  GOTFW51C-VINC-CSIT-EVNTO    PIC X(001).
               05  GOTFW51C-REEMBOLSO.
                   07  GOTFW51C-CSIT-REEMB         PIC X(001).
                   07  GOTFW51C-DT-REEMB           PIC X(010).
                   07  GOTFW51C-VVALOR-REEMB
                                               PIC S9(13)V9(02) COMP-3.
                   07  GOTFW51C-NREMES-REEMB       PIC 9(009).
               05  GOTFW51C-VINC-REEMBOLSO OCCURS 10 TIMES.
                   07  GOTFW51C-VINC-CSIT-REEMB    PIC X(001).
                   07  GOTFW51C-VINC-DT-REEMB      PIC X(010).
               05  GOTFW51C-FATURA.
                   07  GOTFW51C-NFATUR-ORIGE       PIC 9(009).
                   07  GOTFW51C-NNOTA-CRED         PIC 9(009).
                   07  GOTFW51C-FATUR-VVALOR-TOTAL
                                               PIC S9(13)V9(02) COMP-3.
                   07  GOTFW51C-FATUR-VVALOR-LIQ
                                               PIC S9(13)V9(02) COMP-3.
                   07  GOTFW51C-FATUR-QTD-NOTAS    PIC 9(004).
               05  GOTFW51C-DEBITO.
                   07  GOTFW51C-NCONTA-DEBTO       PIC 9(013).
                   07  GOTFW51C-PEND-NCONTA-DEBTO  PIC 9(013).
                   07  GOTFW51C-PEND-NPRIOR-DEBTO  PIC S9(004).
               05  GOTFW51C-MIGRACAO.
                   07  GOTFW51C-NCONTA-ATUAL       PIC 9(013).
                   07  GOTFW51C-DT-MIGRACAO        PIC X(010).
               05  GOTFW51C-RECUPERACAO.
                   07  GOTFW51C-DT-BAIXA           PIC X(010).
                   07  GOTFW51C-VVALOR-BAIXA
                                               PIC S9(13)V9(02) COMP-3.
                   07  GOTFW51C-DT-RECUP           PIC X(010).
                   07  GOTFW51C-VVALOR-RECUP
                                               PIC S9(13)V9(02) COMP-3.
