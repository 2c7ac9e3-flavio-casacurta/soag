      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * 13/11/2028 CPM/GFT      TS-REATIVACAO: DESATIVACAO TEMPORARIA  *
      *                         PELA MANUTENCAO ONLINE (FRWK55JS). COM *
      *                         IN-ATIVA 'N' E TS-REATIVACAO POSTERIOR *
      *                         AO NULO '0001-01-01-00.00.00.000000',  *
      *                         A REGRA VOLTA A VALER SOZINHA A PARTIR *
      *                         DESSE MOMENTO (CONFERIDO NA LEITURA    *
      *                         PELO FRWK6000). NULO = DESATIVACAO POR *
      *                         PRAZO INDETERMINADO. IMAGEM ANTERIOR   *
      *                         EM TREGRA_ALRT_ERRO_HIST               *
      ******************************************************************
       01  FRWKB998.
           10  NREGRA-ALRT             PIC S9(09)V COMP-3.
           10  QTD-LIMITE              PIC S9(09)V COMP-3.
           10  QTD-MINUTOS             PIC S9(04)V COMP-3.
           10  IN-ATIVA                PIC  X(01).
               88  REGRA-ALRT-ATIVA    VALUE 'S'.
               88  REGRA-ALRT-INATIVA  VALUE 'N'.
           10  TS-REATIVACAO           PIC  X(26).
