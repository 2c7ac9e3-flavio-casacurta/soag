      ******************************************************************
      *                                                                *
      * NOME BOOK : SACLW54C                                           *
      * DESCRICAO : BOOK DE COMUNICACAO DAS COMPENSACOES CONCEDIDAS EM *
      *             MANIFESTACAO PROCEDENTE (SACL54JS)                 *
      * DATA      : 08/2028                                            *
      * AUTOR     : HOMI INFORMATICA                                   *
      * EMPRESA   : SONDA                                              *
      * COMPONENTE: SACL - ATENDIMENTO AO CLIENTE                      *
      *                                                                *
      ******************************************************************
      * SACLW54C-SOLIC-MAIS-DADOS = I/P/U PRIMEIRA PAGINA (>= CHAVE    *
      *                             INFORMADA); S SEGUINTE (>);        *
      *                             C REGISTRAR COMPENSACAO; A APROVAR;*
      *                             R RECUSAR                          *
      * SACLW54C-NPROT-FILTRO     = NA CONSULTA, SO AS COMPENSACOES DO *
      *                             PROTOCOLO (ZEROS = TODAS AS        *
      *                             PENDENTES DE APROVACAO)            *
      * SACLW54C-NPROT-MANIF      = PROTOCOLO (CHAVE DA PAGINACAO, DO  *
      *                             REGISTRO E DA DECISAO)             *
      * SACLW54C-NSEQ-COMPENS     = SEQUENCIA DA COMPENSACAO NO        *
      *                             PROTOCOLO (DEVOLVIDA NO REGISTRO)  *
      * SACLW54C-VVALOR-COMPENS   = VALOR A CREDITAR (REGISTRO)        *
      * SACLW54C-CMOTIVO-COMPENS  = MOTIVO ('TR' TRANSTORNO / 'PZ'     *
      *                             PRAZO DESCUMPRIDO / 'AT' FALHA NO  *
      *                             ATENDIMENTO / 'OU' OUTROS)         *
      * SACLW54C-RMOTIVO-COMPENS  = DESCRICAO DO MOTIVO (OBRIGATORIA)  *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * DD/MM/AAAA JNNNNNN      XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX *
      ******************************************************************
           03  SACLW54C.
               05  SACLW54C-SOLIC-MAIS-DADOS   PIC X(001).
               05  SACLW54C-NREG-QTDE          PIC 9(002).
               05  SACLW54C-NPROT-FILTRO       PIC 9(010).
               05  SACLW54C-NPROT-MANIF        PIC 9(010).
               05  SACLW54C-NSEQ-COMPENS       PIC 9(004).
               05  SACLW54C-VVALOR-COMPENS     PIC 9(013)V9(002).
               05  SACLW54C-CMOTIVO-COMPENS    PIC X(002).
               05  SACLW54C-RMOTIVO-COMPENS    PIC X(100).
               05  SACLW54C-LISTA OCCURS 20 TIMES.
                   07  SACLW54C-NPROT-MANIF-L  PIC 9(010).
                   07  SACLW54C-NSEQ-COMPENS-L PIC 9(004).
                   07  SACLW54C-CTIPO-MANIF-L  PIC X(002).
                   07  SACLW54C-NCONTA-CLIEN-L PIC 9(013).
                   07  SACLW54C-VVALOR-COMPENS-L
                                               PIC 9(013)V9(002).
                   07  SACLW54C-CMOTIVO-L      PIC X(002).
                   07  SACLW54C-RMOTIVO-L      PIC X(100).
                   07  SACLW54C-CSIT-COMPENS-L PIC X(001).
                   07  SACLW54C-CUSUAR-REGISTRO-L
                                               PIC X(008).
                   07  SACLW54C-TS-REGISTRO-L  PIC X(026).
                   07  SACLW54C-CUSUAR-APROV-L PIC X(008).
                   07  SACLW54C-TS-APROV-L     PIC X(026).
                   07  SACLW54C-DT-LANCTO-L    PIC X(010).
