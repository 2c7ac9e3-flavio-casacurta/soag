      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * 16/10/2028 CPM/GFT      CID-BLOCO: BLOCO DE AUTORIZACAO OU     *
      *                         TRANSACAO CONFERIDO NA CONSULTA DE     *
      *                         PERMISSAO (FRWKEL04-ID-BLOCO). BRANCO  *
      *                         NAS FUNCOES QUE NAO SAO DE PERMISSAO.  *
      *                         BASE DO ULTIMO USO NA RECERTIFICACAO   *
      *                         DE ACESSOS (FRWK8100)                  *
      * 23/10/2028 CPM/GFT      CRETORNO-GAM: RETORNO DEVOLVIDO PELO   *
      *                         GAM NA FUNCAO AUDITADA (FRWKEL04-COD-  *
      *                         RETORNO: '00' OK, '90' PERMISSAO       *
      *                         NEGADA). BASE DAS NEGATIVAS DE         *
      *                         PERMISSAO NA EXPORTACAO DE EVENTOS DE  *
      *                         SEGURANCA (FRWK8200)                   *
      ******************************************************************
       01  FRWKB996.
           10  DT-AUDIT                PIC  X(10).
           10  CFUNCAO-GAM             PIC  X(02).
           10  CIDENT-AREA-GLOBAL      PIC  X(16).
           10  CUSUAR-AUDIT            PIC  X(30).
           10  CID-BLOCO               PIC  X(08).
           10  CRETORNO-GAM            PIC  X(02).
