      ******************************************************************
      *                                                                *
      * NOME BOOK : SACLW52C                                           *
      * DESCRICAO : BOOK DE COMUNICACAO DO ENCERRAMENTO E REABERTURA   *
      *             DE PROTOCOLOS DE MANIFESTACAO (SACL52JS)           *
      * DATA      : 06/2028                                            *
      * AUTOR     : HOMI INFORMATICA                                   *
      * EMPRESA   : SONDA                                              *
      * COMPONENTE: SACL - ATENDIMENTO AO CLIENTE                      *
      *                                                                *
      ******************************************************************
      * SACLW52C-SOLIC-MAIS-DADOS = I/P/U PRIMEIRA PAGINA DO HISTORICO *
      *                             DE TRANSICOES (DO MAIS RECENTE);   *
      *                             S SEGUINTE (NSEQ < NSEQ-TRANS);    *
      *                             E ENCERRAR; R REABRIR              *
      * SACLW52C-CRESULT-MANIF    = DESFECHO OBRIGATORIO NO            *
      *                             ENCERRAMENTO ('P' PROCEDENTE / 'A' *
      *                             PARCIALMENTE PROCEDENTE / 'I'      *
      *                             IMPROCEDENTE)                      *
      * SACLW52C-CEQUIPE-IN       = EQUIPE DO USUARIO QUE ENCERRA OU   *
      *                             REABRE                             *
      * SACLW52C-TEXTO            = TEXTO DO ENCERRAMENTO              *
      *                             (OBRIGATORIO) OU DA REABERTURA     *
      *                             (OPCIONAL), GRAVADO COMO NOVA      *
      *                             SEQUENCIA EM TMANIF_PSSOA_COMPL    *
      * SACLW52C-...-ATUAL        = SITUACAO DO PROTOCOLO DEPOIS DA    *
      *                             TRANSICAO                          *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * DD/MM/AAAA JNNNNNN      XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX *
      ******************************************************************
           03  SACLW52C.
               05  SACLW52C-SOLIC-MAIS-DADOS   PIC X(001).
               05  SACLW52C-NREG-QTDE          PIC 9(002).
               05  SACLW52C-NPROT-MANIF        PIC 9(010).
               05  SACLW52C-NSEQ-TRANS         PIC 9(004).
               05  SACLW52C-CRESULT-MANIF      PIC X(001).
               05  SACLW52C-CEQUIPE-IN         PIC X(008).
               05  SACLW52C-TAM-TEXTO          PIC 9(003).
               05  SACLW52C-TEXTO              PIC X(500).
               05  SACLW52C-CSIT-ATUAL         PIC X(001).
               05  SACLW52C-DT-ENCER-ATUAL     PIC X(010).
               05  SACLW52C-QT-REABERT-ATUAL   PIC 9(004).
               05  SACLW52C-DT-INIC-PRAZO-ATUAL
                                               PIC X(010).
               05  SACLW52C-LISTA OCCURS 20 TIMES.
                   07  SACLW52C-NSEQ-TRANS-L   PIC 9(004).
                   07  SACLW52C-CTIPO-TRANS-L  PIC X(001).
                   07  SACLW52C-CRESULT-L      PIC X(001).
                   07  SACLW52C-CEQUIPE-L      PIC X(008).
                   07  SACLW52C-CUSUAR-L       PIC X(008).
                   07  SACLW52C-TS-TRANS-L     PIC X(026).
