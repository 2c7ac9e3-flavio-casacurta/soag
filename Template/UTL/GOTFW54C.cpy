      ******************************************************************
      *                                                                *
      * NOME BOOK : GOTFW54C                                           *
      * DESCRICAO : BOOK DE COMUNICACAO DA CONSULTA DO CADASTRO DE     *
      *             AUTORIZACAO DE DEBITO AUTOMATICO (GOTF54JS,        *
      *             TAUTZ_DEBTO_CLIEN)                                 *
      * DATA      : 04/2028                                            *
      * AUTOR     : HOMI INFORMATICA                                   *
      * EMPRESA   : SONDA                                              *
      * COMPONENTE: GOTF - GESTAO DE TARIFAS                           *
      *                                                                *
      ******************************************************************
      * GOTFW54C-SOLIC-MAIS-DADOS = I/P/U PRIMEIRA PAGINA (>=);        *
      *                             S SEGUINTE (>); A ANTERIOR (<)     *
      * GOTFW54C-IN-SITUACAO-FILTRO: 'V' SO AUTORIZACOES VIGENTES      *
      *                             (PADRAO), 'T' TODAS (INCLUI        *
      *                             REVOGADAS E FUTURAS)               *
      * GOTFW54C-IN-VIGENTE-L: 'S' CONTA AUTORIZADA HOJE, 'N' NAO      *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * DD/MM/AAAA JNNNNNN      XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX *
      ******************************************************************
           03  GOTFW54C.
               05  GOTFW54C-SOLIC-MAIS-DADOS   PIC X(001).
               05  GOTFW54C-NREG-QTDE          PIC 9(002).
               05  GOTFW54C-NCONTA-CLIEN       PIC 9(013).
               05  GOTFW54C-IN-SITUACAO-FILTRO PIC X(001).
               05  GOTFW54C-LISTA OCCURS 20 TIMES.
                   07  GOTFW54C-NCONTA-CLIEN-L     PIC 9(013).
                   07  GOTFW54C-DT-AUTZ-L          PIC X(010).
                   07  GOTFW54C-DT-REVOG-L         PIC X(010).
                   07  GOTFW54C-CORIGEM-AUTZ-L     PIC X(003).
                   07  GOTFW54C-CUSUAR-ULT-ALTER-L PIC X(008).
                   07  GOTFW54C-DT-ULT-ALTER-L     PIC X(010).
                   07  GOTFW54C-IN-VIGENTE-L       PIC X(001).
