      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * 19/10/2027 HOMI         CMUNIC-ISS: CODIGO IBGE DO MUNICIPIO   *
      *                         CREDOR DO ISS DA REGRA, USADO PELO     *
      *                         GOTF2NFS PARA AGRUPAR A NOTA FISCAL DE *
      *                         SERVICOS ELETRONICA (NFS-E) POR        *
      *                         MUNICIPIO. SO REGRA 'ISS' COM          *
      *                         MUNICIPIO INFORMADO GERA NFS-E;        *
      *                         BRANCOS (DEFAULT DA COLUNA) = SEM      *
      *                         EMISSAO, COMO ANTES                    *
      * 08/05/2028 HOMI         MANTIDA ONLINE PELO GOTF56JS, COM      *
      *                         APROVACAO NA DUPLA CUSTODIA (GOTF48JS) *
      *                         E IMAGEM ANTERIOR EM                   *
      *                         TREGRA_IMPTO_TARIF_HIST                *
      ******************************************************************
       01  GOTFB0D4.
           10  NREGRA-IMPTO            PIC S9(09)V COMP-3.
           10  CCONTA-RECOL-IMPTO      PIC  X(10).
           10  DINI-VIGEN-IMPTO        PIC  X(10).
           10  DFIM-VIGEN-IMPTO        PIC  X(10).
           10  CMUNIC-ISS              PIC  X(07).
