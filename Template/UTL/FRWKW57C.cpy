      ******************************************************************
      *                                                                *
      * NOME BOOK : FRWKW57C                                           *
      * DESCRICAO : BOOK DE COMUNICACAO DA MANUTENCAO DOS PRAZOS DE    *
      *             CHEGADA DOS EXTRATOS DE TARIFA (FRWK57JS)          *
      * DATA      : 11/2028                                            *
      * AUTOR     : CARLOS ROBERTO DE MORAES - CPM/GFT                 *
      * COMPONENTE: FRAMEWORK ONLINE                                   *
      *                                                                *
      ******************************************************************
      * FRWKW57C-SOLIC-MAIS-DADOS = I/P/U PRIMEIRA PAGINA (>=);        *
      *                             S SEGUINTE (>); A ANTERIOR (<);    *
      *                             C INCLUIR PRAZO; M ALTERAR PRAZO;  *
      *                             D DESATIVAR PRAZO;                 *
      *                             R REATIVAR PRAZO                   *
      * FRWKW57C-CSIST-ORIGE-TARIF: CHAVE DE PAGINACAO E ALVO DE       *
      *                       C/M/D/R                                  *
      * FRWKW57C-HR-LIMITE-IN: HORARIO LIMITE HH.MM.SS                 *
      * FRWKW57C-CPERIODICIDADE-IN: 'D' TODO DIA / 'U' SO DIA UTIL     *
      *                       (EXIGE A PRACA)                          *
      * FRWKW57C-DT/HR-REATIVACAO-IN (SO NA DESATIVACAO): MOMENTO      *
      *                       FUTURO EM QUE O PRAZO VOLTA A SER        *
      *                       MONITORADO SOZINHO (AAAA-MM-DD /         *
      *                       HH.MM.SS); SPACES = PRAZO INDETERMINADO  *
      * FRWKW57C-DS-MOTIVO-IN: MOTIVO OBRIGATORIO EM C/M/D/R, GRAVADO  *
      *                       COM A IMAGEM ANTERIOR NO HISTORICO       *
      * FRWKW57C-IN-ATIVA-L: SITUACAO EFETIVA NO MOMENTO DA CONSULTA   *
      *                       (DESATIVACAO COM PRAZO VENCIDO = 'S')    *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * DD/MM/AAAA JNNNNNN      XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX *
      ******************************************************************
           03  FRWKW57C.
               05  FRWKW57C-SOLIC-MAIS-DADOS   PIC X(001).
               05  FRWKW57C-NREG-QTDE          PIC 9(002).
               05  FRWKW57C-CSIST-ORIGE-TARIF  PIC X(003).
               05  FRWKW57C-HR-LIMITE-IN       PIC X(008).
               05  FRWKW57C-CPERIODICIDADE-IN  PIC X(001).
               05  FRWKW57C-NDEPEND-PRACA-IN   PIC 9(008).
               05  FRWKW57C-DT-REATIVACAO-IN   PIC X(010).
               05  FRWKW57C-HR-REATIVACAO-IN   PIC X(008).
               05  FRWKW57C-DS-MOTIVO-IN       PIC X(060).
               05  FRWKW57C-LISTA OCCURS 20 TIMES.
                   07  FRWKW57C-CSIST-ORIGE-TARIF-L PIC X(003).
                   07  FRWKW57C-IN-TIPO-ENTRADA-L  PIC X(001).
                   07  FRWKW57C-HR-LIMITE-L        PIC X(008).
                   07  FRWKW57C-CPERIODICIDADE-L   PIC X(001).
                   07  FRWKW57C-NDEPEND-PRACA-L    PIC 9(008).
                   07  FRWKW57C-IN-ATIVA-L         PIC X(001).
                   07  FRWKW57C-TS-REATIVACAO-L    PIC X(026).
