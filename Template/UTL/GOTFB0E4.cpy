      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * 15/02/2028 HOMI         ESPELHO PASSA A SER MANTIDO            *
      *                         DIARIAMENTE PELO GOTF2CAD A PARTIR DO  *
      *                         MOVIMENTO DO CADASTRO CENTRAL          *
      *                         (GOTF044E), COM HISTORICO DE NOME,     *
      *                         SITUACAO E IDIOMA EM                   *
      *                         THIST_CONTA_CLIEN. RODA ANTES DO       *
      *                         GOTF2DSS NA CADEIA NOTURNA             *
      * 10/07/2027 HOMI         NIDIOMA-CLIEN: IDIOMA PREFERIDO DO     *
      *                         TITULAR PARA DOCUMENTOS DE SAIDA       *
      *                         (CATALOGO TCATL_MENSAGEM; DEFAULT 1 =  *
