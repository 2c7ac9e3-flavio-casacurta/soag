      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * 19/10/2027 HOMI         IN-NFSE: SITUACAO DA FATURA QUANTO A   *
      *                         NFS-E DO ISS (' ' A APURAR PELO        *
      *                         GOTF2NFS, 'S' RPS GERADO EM            *
      *                         TNFSE_TARIF, 'N' SEM INCIDENCIA DE ISS *
      *                         COM NFS-E). COLUNA CRIADA COM DEFAULT  *
      *                         ' '; FATURAS EMITIDAS ANTES DA         *
      *                         IMPLANTACAO CARREGADAS COM 'N'         *
      * 12/10/2027 HOMI         VVALOR-LIQUIDO (VALOR DA FATURA APOS   *
      *                         AS NOTAS DE CREDITO DO GOTF2NCR,       *
      *                         GRAVADO IGUAL A VVALOR-TOTAL NA        *
      *                         EMISSAO) E QTD-NOTAS-CRED (NOTAS DE    *
      *                         CREDITO EMITIDAS CONTRA A FATURA).     *
      *                         COLUNAS CRIADAS COM DEFAULT ZEROS:     *
      *                         COM QTD-NOTAS-CRED ZERADA O LIQUIDO    *
      *                         VALE VVALOR-TOTAL (FATURAS ANTIGAS)    *
      ******************************************************************
       01  GOTFB0D3.
           10  NFATUR-TARIF            PIC S9(09)V COMP-3.
           10  DT-EMISSAO              PIC  X(10).
           10  QTD-EVENTOS             PIC S9(09)V COMP-3.
           10  VVALOR-TOTAL            PIC S9(13)V9(02) COMP-3.
           10  VVALOR-LIQUIDO          PIC S9(13)V9(02) COMP-3.
           10  QTD-NOTAS-CRED          PIC S9(09)V COMP-3.
           10  IN-NFSE                 PIC  X(01).
