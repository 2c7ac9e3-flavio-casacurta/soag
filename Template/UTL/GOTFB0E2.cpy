      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * 17/04/2028 HOMI         MANTIDA ONLINE PELO GOTF55JS (FUNCAO   *
      *                         'CI' DO GOTF38JL); IMAGEM ANTERIOR DE  *
      *                         CADA ALTERACAO EM                      *
      *                         TCICLO_COBR_TARIF_HIST (MESMAS COLUNAS *
      *                         + DT_OPERACAO, HR_OPERACAO,            *
      *                         CUSUAR_OPERACAO, CTIPO_OPERACAO)       *
      ******************************************************************
       01  GOTFB0E2.
           10  NCONTA-CLIEN            PIC S9(13)V COMP-3.
