      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * 13/11/2028 HOMI         TS-REATIVACAO: DESATIVACAO TEMPORARIA  *
      *                         PELA MANUTENCAO ONLINE (FRWK56JS). COM *
      *                         IN-ATIVA 'N' E TS-REATIVACAO POSTERIOR *
      *                         AO NULO '0001-01-01-00.00.00.000000',  *
      *                         A REGRA VOLTA A VALER SOZINHA A PARTIR *
      *                         DESSE MOMENTO (CONFERIDO NA LEITURA    *
      *                         PELO CKRS1060). NULO = DESATIVACAO POR *
      *                         PRAZO INDETERMINADO. IMAGEM ANTERIOR   *
      *                         EM TREGRA_DEPEN_EXEC_HIST              *
      ******************************************************************
       01  CKRSB004.
           10  CNOME-PROGRAMA          PIC  X(08).
               88  REGRA-PRE-REQUISITO VALUE 'P'.
           10  CNOME-PROG-REF          PIC  X(08).
           10  IN-ATIVA                PIC  X(01).
               88  REGRA-DEPEN-ATIVA   VALUE 'S'.
               88  REGRA-DEPEN-INATIVA VALUE 'N'.
           10  DS-REGRA                PIC  X(40).
           10  TS-REATIVACAO           PIC  X(26).
