      ******************************************************************
      *                                                                *
      * NOME BOOK : GOTFB0F4                                           *
      * DESCRICAO : DCLGEN DA TABELA DB2PRD.TNFSE_TARIF                *
      *             RECIBOS PROVISORIOS DE SERVICO (RPS) DA NOTA       *
      *             FISCAL DE SERVICOS ELETRONICA (NFS-E) DO ISS SOBRE *
      *             A RECEITA DE TARIFAS: UMA LINHA POR FATURA DE      *
      *             TFATUR_TARIF E MUNICIPIO/ALIQUOTA DE INCIDENCIA    *
      *             (TREGRA_IMPTO_TARIF), NUMERADA PELO GOTF2NFS.      *
      *             CSIT-NFSE: 'P' PENDENTE DE ENVIO (NOVO OU          *
      *             REENFILEIRADO), 'E' ENVIADO NO LOTE NLOTE-NFSE,    *
      *             'A' AUTORIZADO (NUMERO E CODIGO DE VERIFICACAO DA  *
      *             PREFEITURA GRAVADOS PELO GOTF2NFR), 'R' RECUSADO   *
      *             EM DEFINITIVO (MOTIVO DA PREFEITURA)               *
      * DATA      : 10/2027                                            *
      * AUTOR     : HOMI INFORMATICA                                   *
      * EMPRESA   : SONDA                                              *
      * COMPONENTE: GOTF - GESTAO DE TARIFAS                           *
      *                                                                *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * DD/MM/AAAA JNNNNNN      XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX *
      ******************************************************************
       01  GOTFB0F4.
           10  NRPS-NFSE               PIC S9(09)V COMP-3.
           10  NFATUR-TARIF            PIC S9(09)V COMP-3.
           10  NCONTA-CLIEN            PIC S9(13)V COMP-3.
           10  CMUNIC-ISS              PIC  X(07).
           10  DT-EMISSAO-RPS          PIC  X(10).
           10  VVALOR-SERVICO          PIC S9(13)V9(02) COMP-3.
           10  PERC-ALIQ-ISS           PIC S9(03)V9(04) COMP-3.
           10  VVALOR-ISS              PIC S9(13)V9(02) COMP-3.
           10  CSIT-NFSE               PIC  X(01).
           10  NLOTE-NFSE              PIC S9(09)V COMP-3.
           10  DT-ENVIO-NFSE           PIC  X(10).
           10  QTD-ENVIOS              PIC S9(04) COMP.
           10  NNFSE-AUTORZ            PIC  X(15).
           10  CVERIF-NFSE             PIC  X(09).
           10  DT-AUTORZ-NFSE          PIC  X(10).
           10  CMOTIV-RECUSA           PIC  X(04).
           10  RMOTIV-RECUSA           PIC  X(60).
