      ******************************************************************
      *                                                                *
      * NOME BOOK : GOTFWMOR                                           *
      * DESCRICAO : BOOK DE COMUNICACAO DO MODULO GOTF1200 - ENCARGOS  *
      *             DE MORA DO DEBITO DE TARIFA PAGO COM ATRASO        *
      *             (RETENTATIVA DA REGUA OU RECUPERACAO DE BAIXA):    *
      *             A PARTIR DA CHAVE DO EVENTO ORIGINAL, DO VALOR     *
      *             PAGO (ZEROS = VALOR DO PROPRIO EVENTO) E DA DATA   *
      *             DO PAGAMENTO, APURA MULTA + JUROS POR DIA UTIL     *
      *             (TTAXA_MORA_TARIF VIGENTE NA DATA DO PAGAMENTO,    *
      *             DIAS CONTADOS PELO CALE2000 DESDE A PRIMEIRA       *
      *             REMESSA DO EVENTO) E POSTA O EVENTO VINCULADO      *
      *             CJUSTF 'MORA' EM TSIT_MOVTO_TARIF, COM O ACUMULADO *
      *             MENSAL DO CLIENTE.                                 *
      *             RETORNO 00 = ENCARGO POSTADO; 04 = NADA A COBRAR   *
      *             (MOTIVO EM GOTFWMOR-MOTIVO); 12 = ERRO DO CALE2000 *
      *             (MENSAGEM EM GOTFWMOR-COD-MENSAGEM); 16 = ERRO DE  *
      *             SQL (SQLCODE E TABELA NO BLOCO) - O CHAMADOR TRATA *
      *             12 E 16 NA SUA PROPRIA ROTINA DE ERRO.             *
      * DATA      : 03/2028                                            *
      * AUTOR     : HOMI INFORMATICA                                   *
      * EMPRESA   : SONDA                                              *
      * COMPONENTE: GOTF - GESTAO DE TARIFAS                           *
      *                                                                *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * DD/MM/AAAA JNNNNNN      XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX *
      ******************************************************************
       01  GOTFWMOR.
           05  GOTFWMOR-BLOCO-RETORNO.
               10  GOTFWMOR-COD-RETORNO     PIC 9(002).
                   88  GOTFWMOR-POSTADO             VALUE 00.
                   88  GOTFWMOR-NAO-APLICAVEL       VALUE 04.
                   88  GOTFWMOR-ERRO-CALENDARIO     VALUE 12.
                   88  GOTFWMOR-ERRO-DB2            VALUE 16.
               10  GOTFWMOR-MOTIVO          PIC X(020).
               10  GOTFWMOR-COD-MENSAGEM    PIC X(008).
               10  GOTFWMOR-SQLCODE         PIC S9(009).
               10  GOTFWMOR-NOME-TABELA     PIC X(018).
           05  GOTFWMOR-BLOCO-ENTRADA.
               10  GOTFWMOR-CSIST-ORIGE     PIC X(003).
               10  GOTFWMOR-DRECEB-MOVTO    PIC X(010).
               10  GOTFWMOR-NMOVTO-EVNTO    PIC S9(013)V COMP-3.
               10  GOTFWMOR-VLR-PAGO        PIC S9(013)V9(02) COMP-3.
               10  GOTFWMOR-DT-PAGAMENTO    PIC X(010).
               10  GOTFWMOR-CUSUAR          PIC X(008).
           05  GOTFWMOR-BLOCO-SAIDA.
               10  GOTFWMOR-NMOVTO-MORA     PIC S9(013)V COMP-3.
               10  GOTFWMOR-QTD-DIAS        PIC 9(004).
               10  GOTFWMOR-VLR-MULTA       PIC S9(013)V9(02) COMP-3.
               10  GOTFWMOR-VLR-JUROS       PIC S9(013)V9(02) COMP-3.
               10  GOTFWMOR-VLR-ENCARGO     PIC S9(013)V9(02) COMP-3.
