      ******************************************************************
      *                                                                *
      * NOME BOOK : GOTFW55C                                           *
      * DESCRICAO : BOOK DE COMUNICACAO DA MANUTENCAO DO CICLO DE      *
      *             COBRANCA POR CLIENTE (GOTF55JS, TCICLO_COBR_TARIF) *
      * DATA      : 04/2028                                            *
      * AUTOR     : HOMI INFORMATICA                                   *
      * EMPRESA   : SONDA                                              *
      * COMPONENTE: GOTF - GESTAO DE TARIFAS                           *
      *                                                                *
      ******************************************************************
      * GOTFW55C-SOLIC-MAIS-DADOS = I/P/U PRIMEIRA PAGINA (>=);        *
      *                             S SEGUINTE (>); A ANTERIOR (<);    *
      *                             C INCLUIR CICLO; M ALTERAR CICLO   *
      *                             (C/M APLICADOS NA HORA, COM A      *
      *                             IMAGEM ANTERIOR DA ALTERACAO EM    *
      *                             TCICLO_COBR_TARIF_HIST)            *
      * GOTFW55C-DS-MOTIVO-RECUSA:  MOTIVO DA RECUSA POR REGRA DE      *
      *                             NEGOCIO (RETORNO 12 / GOTF0003)    *
      * GOTFW55C-QTD-ALTER-ANO:     ALTERACOES DO CICLO DA CONTA JA    *
      *                             FEITAS NO ANO (DEVOLVIDO EM C/M)   *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * DD/MM/AAAA JNNNNNN      XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX *
      ******************************************************************
           03  GOTFW55C.
               05  GOTFW55C-SOLIC-MAIS-DADOS   PIC X(001).
               05  GOTFW55C-NREG-QTDE          PIC 9(002).
               05  GOTFW55C-NCONTA-CLIEN       PIC 9(013).
               05  GOTFW55C-DIA-DEBITO-IN      PIC 9(002).
               05  GOTFW55C-VVALOR-MIN-IN      PIC 9(013)V9(002).
               05  GOTFW55C-DS-MOTIVO-RECUSA   PIC X(030).
               05  GOTFW55C-QTD-ALTER-ANO      PIC 9(002).
               05  GOTFW55C-LISTA OCCURS 20 TIMES.
                   07  GOTFW55C-NCONTA-CLIEN-L     PIC 9(013).
                   07  GOTFW55C-DIA-DEBITO-L       PIC 9(002).
                   07  GOTFW55C-VVALOR-MIN-L
                                               PIC S9(13)V9(02) COMP-3.
