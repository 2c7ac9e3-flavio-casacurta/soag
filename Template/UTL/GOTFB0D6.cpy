      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * 08/05/2028 HOMI         MANTIDA ONLINE PELO GOTF57JS, COM      *
      *                         APROVACAO NA DUPLA CUSTODIA (GOTF48JS) *
      *                         E IMAGEM ANTERIOR EM                   *
      *                         TTAXA_CORRC_TARIF_HIST. VIGENCIAS NAO  *
      *                         SE SOBREPOEM                           *
      ******************************************************************
       01  GOTFB0D6.
           10  PERC-TAXA-DIA           PIC S9(03)V9(06) COMP-3.
