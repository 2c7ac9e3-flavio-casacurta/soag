      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * 13/11/2028 HOMI         IN-ATIVA E TS-REATIVACAO: ATIVACAO E   *
      *                         DESATIVACAO DO PRAZO PELA MANUTENCAO   *
      *                         ONLINE (FRWK57JS). COLUNAS CRIADAS COM *
      *                         DEFAULT 'S' E NULO '0001-01-01-        *
      *                         00.00.00.000000'. COM IN-ATIVA 'N' E   *
      *                         TS-REATIVACAO POSTERIOR AO NULO, O     *
      *                         PRAZO VOLTA A SER MONITORADO SOZINHO A *
      *                         PARTIR DESSE MOMENTO (CONFERIDO NA     *
      *                         LEITURA PELO GOTF2MON). IMAGEM         *
      *                         ANTERIOR EM TPRAZO_CHEGD_TARIF_HIST    *
      ******************************************************************
       01  GOTFB0E9.
           10  CSIST-ORIGE-TARIF       PIC  X(03).
               88  PERIODICIDADE-DIARIA    VALUE 'D'.
               88  PERIODICIDADE-DIA-UTIL  VALUE 'U'.
           10  NDEPEND-PRACA           PIC S9(08)V COMP-3.
           10  IN-ATIVA                PIC  X(01).
               88  PRAZO-ATIVO         VALUE 'S'.
               88  PRAZO-INATIVO       VALUE 'N'.
           10  TS-REATIVACAO           PIC  X(26).
