      ******************************************************************
      *                                                                *
      * NOME BOOK : FRWKW53C                                           *
      * DESCRICAO : BOOK DE COMUNICACAO DO CONSOLE DE SESSOES ATIVAS   *
      *             POR USUARIO (FRWK53JS)                             *
      * DATA      : 09/2028                                            *
      * AUTOR     : CARLOS ROBERTO DE MORAES - CPM/GFT                 *
      * COMPONENTE: FRAMEWORK ONLINE                                   *
      *                                                                *
      ******************************************************************
      * FRWKW53C-FUNCAO = 'L' SESSOES ATIVAS DO USUARIO-ALVO;          *
      *                   'X' ENCERRAMENTO FORCADO (ACAO RESTRITA) DAS *
      *                       SESSOES ATIVAS DO USUARIO-ALVO, OU SO DA *
      *                       SESSAO-ALVO QUANDO INFORMADA             *
      * FRWKW53C-QTD-ENCERRADAS: SESSOES ENCERRADAS PELA FUNCAO 'X'    *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * DD/MM/AAAA JNNNNNN      XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX *
      ******************************************************************
           03  FRWKW53C.
               05  FRWKW53C-FUNCAO             PIC X(001).
               05  FRWKW53C-USUARIO-ALVO       PIC X(030).
               05  FRWKW53C-SESSAO-ALVO        PIC X(032).
               05  FRWKW53C-NREG-QTDE          PIC 9(002).
               05  FRWKW53C-QTD-ENCERRADAS     PIC 9(003).
               05  FRWKW53C-LISTA-SESS OCCURS 20 TIMES.
                   07  FRWKW53C-SESS-ID-L          PIC X(032).
                   07  FRWKW53C-SESS-TIPO-USUAR-L  PIC X(001).
                   07  FRWKW53C-SESS-DEPEND-L      PIC 9(005).
                   07  FRWKW53C-SESS-DT-INICIO-L   PIC X(010).
                   07  FRWKW53C-SESS-HR-INICIO-L   PIC X(008).
                   07  FRWKW53C-SESS-DT-ACESSO-L   PIC X(010).
                   07  FRWKW53C-SESS-HR-ACESSO-L   PIC X(008).
                   07  FRWKW53C-SESS-DT-EXPIRA-L   PIC X(008).
                   07  FRWKW53C-SESS-HR-EXPIRA-L   PIC X(006).
