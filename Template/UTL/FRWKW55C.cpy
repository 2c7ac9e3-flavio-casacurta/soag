      ******************************************************************
      *                                                                *
      * NOME BOOK : FRWKW55C                                           *
      * DESCRICAO : BOOK DE COMUNICACAO DA MANUTENCAO DAS REGRAS DE    *
      *             ALERTA DO LOG DE ERROS (FRWK55JS)                  *
      * DATA      : 11/2028                                            *
      * AUTOR     : CARLOS ROBERTO DE MORAES - CPM/GFT                 *
      * COMPONENTE: FRAMEWORK ONLINE                                   *
      *                                                                *
      ******************************************************************
      * FRWKW55C-SOLIC-MAIS-DADOS = I/P/U PRIMEIRA PAGINA (>=);        *
      *                             S SEGUINTE (>); A ANTERIOR (<);    *
      *                             C INCLUIR REGRA; M ALTERAR REGRA;  *
      *                             D DESATIVAR REGRA;                 *
      *                             R REATIVAR REGRA                   *
      * FRWKW55C-NREGRA-ALRT: CHAVE DE PAGINACAO E ALVO DE M/D/R; NA   *
      *                       INCLUSAO DEVOLVE O NUMERO ATRIBUIDO      *
      * FRWKW55C-DT/HR-REATIVACAO-IN (SO NA DESATIVACAO): MOMENTO      *
      *                       FUTURO EM QUE A REGRA VOLTA A VALER      *
      *                       SOZINHA (AAAA-MM-DD / HH.MM.SS);         *
      *                       SPACES = PRAZO INDETERMINADO             *
      * FRWKW55C-DS-MOTIVO-IN: MOTIVO OBRIGATORIO EM C/M/D/R, GRAVADO  *
      *                       COM A IMAGEM ANTERIOR NO HISTORICO       *
      * FRWKW55C-IN-ATIVA-L: SITUACAO EFETIVA NO MOMENTO DA CONSULTA   *
      *                       (DESATIVACAO COM PRAZO VENCIDO = 'S')    *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * DD/MM/AAAA JNNNNNN      XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX *
      ******************************************************************
           03  FRWKW55C.
               05  FRWKW55C-SOLIC-MAIS-DADOS   PIC X(001).
               05  FRWKW55C-NREG-QTDE          PIC 9(002).
               05  FRWKW55C-NREGRA-ALRT        PIC 9(009).
               05  FRWKW55C-CNOME-PROGRAMA-IN  PIC X(008).
               05  FRWKW55C-CTIPO-ERRO-IN      PIC X(002).
               05  FRWKW55C-DS-FILTRO-BLOCO-IN PIC X(020).
               05  FRWKW55C-QTD-LIMITE-IN      PIC 9(009).
               05  FRWKW55C-QTD-MINUTOS-IN     PIC 9(004).
               05  FRWKW55C-DT-REATIVACAO-IN   PIC X(010).
               05  FRWKW55C-HR-REATIVACAO-IN   PIC X(008).
               05  FRWKW55C-DS-MOTIVO-IN       PIC X(060).
               05  FRWKW55C-LISTA OCCURS 20 TIMES.
                   07  FRWKW55C-NREGRA-ALRT-L      PIC 9(009).
                   07  FRWKW55C-CNOME-PROGRAMA-L   PIC X(008).
                   07  FRWKW55C-CTIPO-ERRO-L       PIC X(002).
                   07  FRWKW55C-DS-FILTRO-BLOCO-L  PIC X(020).
                   07  FRWKW55C-QTD-LIMITE-L       PIC 9(009).
                   07  FRWKW55C-QTD-MINUTOS-L      PIC 9(004).
                   07  FRWKW55C-IN-ATIVA-L         PIC X(001).
                   07  FRWKW55C-TS-REATIVACAO-L    PIC X(026).
