      ******************************************************************
      *                                                                *
      * NOME BOOK : FRWKW54C                                           *
      * DESCRICAO : BOOK DE COMUNICACAO DA CONSULTA DA TRILHA DE       *
      *             LEITURA DE DADOS DE CLIENTE (FRWK54JS)             *
      * DATA      : 11/2028                                            *
      * AUTOR     : CARLOS ROBERTO DE MORAES - CPM/GFT                 *
      * COMPONENTE: FRAMEWORK ONLINE                                   *
      *                                                                *
      ******************************************************************
      * FRWKW54C-SOLIC-MAIS-DADOS = I/P/U PRIMEIRA PAGINA (>=);        *
      *                             S SEGUINTE (>); A ANTERIOR (<)     *
      * POSICIONAMENTO: TS-ACESSO + NTAREFA DA ULTIMA (S) OU PRIMEIRA  *
      * (A) LINHA DA PAGINA EXIBIDA                                    *
      * FILTROS (SPACES = SEM FILTRO): CLIENTE (TIPO DE CHAVE + CHAVE, *
      * VER FRWKB989), USUARIO E FAIXA DE DATAS. CLIENTE OU USUARIO E  *
      * OBRIGATORIO                                                    *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * DD/MM/AAAA JNNNNNN      XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX *
      ******************************************************************
           03  FRWKW54C.
               05  FRWKW54C-SOLIC-MAIS-DADOS   PIC X(001).
               05  FRWKW54C-NREG-QTDE          PIC 9(002).
               05  FRWKW54C-TS-ACESSO          PIC X(026).
               05  FRWKW54C-NTAREFA-CICS       PIC 9(007).
               05  FRWKW54C-FILTRO-TIPO-CHAVE  PIC X(002).
               05  FRWKW54C-FILTRO-CHAVE       PIC X(030).
               05  FRWKW54C-FILTRO-CUSUAR      PIC X(030).
               05  FRWKW54C-FILTRO-DT-INI      PIC X(010).
               05  FRWKW54C-FILTRO-DT-FIM      PIC X(010).
               05  FRWKW54C-LISTA OCCURS 20 TIMES.
                   07  FRWKW54C-TS-ACESSO-L        PIC X(026).
                   07  FRWKW54C-NTAREFA-CICS-L     PIC 9(007).
                   07  FRWKW54C-CUSUAR-L           PIC X(030).
                   07  FRWKW54C-CDEPEND-OPER-L     PIC 9(005).
                   07  FRWKW54C-CTERMINAL-L        PIC X(004).
                   07  FRWKW54C-CTRANSACAO-L       PIC X(004).
                   07  FRWKW54C-CPROGRAMA-L        PIC X(008).
                   07  FRWKW54C-TIPO-CHAVE-L       PIC X(002).
                   07  FRWKW54C-CHAVE-L            PIC X(030).
