      ******************************************************************
      *                                                                *
      * NOME BOOK : FRWKW56C                                           *
      * DESCRICAO : BOOK DE COMUNICACAO DA MANUTENCAO DAS REGRAS DE    *
      *             DEPENDENCIA E EXCLUSAO ENTRE BATCHES (FRWK56JS)    *
      * DATA      : 11/2028                                            *
      * AUTOR     : CARLOS ROBERTO DE MORAES - CPM/GFT                 *
      * COMPONENTE: FRAMEWORK ONLINE                                   *
      *                                                                *
      ******************************************************************
      * FRWKW56C-SOLIC-MAIS-DADOS = I/P/U PRIMEIRA PAGINA (>=);        *
      *                             S SEGUINTE (>); A ANTERIOR (<);    *
      *                             C INCLUIR REGRA; M ALTERAR A       *
      *                             DESCRICAO; D DESATIVAR REGRA;      *
      *                             R REATIVAR REGRA                   *
      * FRWKW56C-CNOME-PROGRAMA + CTIPO-REGRA + CNOME-PROG-REF: CHAVE  *
      *                       DE PAGINACAO E ALVO DE C/M/D/R           *
      *                       (CTIPO-REGRA 'X' EXCLUSAO MUTUA /        *
      *                       'P' PRE-REQUISITO)                       *
      * FRWKW56C-DT/HR-REATIVACAO-IN (SO NA DESATIVACAO): MOMENTO      *
      *                       FUTURO EM QUE A REGRA VOLTA A VALER      *
      *                       SOZINHA (AAAA-MM-DD / HH.MM.SS);         *
      *                       SPACES = PRAZO INDETERMINADO             *
      * FRWKW56C-DS-MOTIVO-IN: MOTIVO OBRIGATORIO EM C/M/D/R, GRAVADO  *
      *                       COM A IMAGEM ANTERIOR NO HISTORICO       *
      * FRWKW56C-IN-ATIVA-L: SITUACAO EFETIVA NO MOMENTO DA CONSULTA   *
      *                       (DESATIVACAO COM PRAZO VENCIDO = 'S')    *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * DD/MM/AAAA JNNNNNN      XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX *
      ******************************************************************
           03  FRWKW56C.
               05  FRWKW56C-SOLIC-MAIS-DADOS   PIC X(001).
               05  FRWKW56C-NREG-QTDE          PIC 9(002).
               05  FRWKW56C-CNOME-PROGRAMA     PIC X(008).
               05  FRWKW56C-CTIPO-REGRA        PIC X(001).
               05  FRWKW56C-CNOME-PROG-REF     PIC X(008).
               05  FRWKW56C-DS-REGRA-IN        PIC X(040).
               05  FRWKW56C-DT-REATIVACAO-IN   PIC X(010).
               05  FRWKW56C-HR-REATIVACAO-IN   PIC X(008).
               05  FRWKW56C-DS-MOTIVO-IN       PIC X(060).
               05  FRWKW56C-LISTA OCCURS 20 TIMES.
                   07  FRWKW56C-CNOME-PROGRAMA-L   PIC X(008).
                   07  FRWKW56C-CTIPO-REGRA-L      PIC X(001).
                   07  FRWKW56C-CNOME-PROG-REF-L   PIC X(008).
                   07  FRWKW56C-DS-REGRA-L         PIC X(040).
                   07  FRWKW56C-IN-ATIVA-L         PIC X(001).
                   07  FRWKW56C-TS-REATIVACAO-L    PIC X(026).
