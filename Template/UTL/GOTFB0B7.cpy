      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * 22/03/2028 HOMI         DT-REMES-ORIGL: DATA DA PRIMEIRA       *
      *                         REMESSA DE COBRANCA DO EVENTO, GRAVADA *
      *                         UMA UNICA VEZ PELO GOTF2REM (A         *
      *                         REAPRESENTACAO DA REGUA SO ATUALIZA    *
      *                         DT-REMES-TARIF). BASE DA CONTAGEM DE   *
      *                         DIAS DE ATRASO DOS ENCARGOS DE MORA    *
      *                         (GOTF1200). COLUNA CRIADA NULA; NULA = *
      *                         USAR DT-REMES-TARIF. NOVA              *
      *                         CONTRAPARTIDA CJUSTF 'MORA' (MULTA +   *
      *                         JUROS DE MORA DO DEBITO PAGO NA        *
      *                         RETENTATIVA OU RECUPERADO, EVENTO      *
      *                         PROPRIO COM 'EVENTO NNNNNNNNNNNNN' EM  *
      *                         RJUSTF, POSITIVO, SEM FATURA DE        *
      *                         ORIGEM). REPLICADA NO ARQUIVO MORTO    *
      * 15/03/2028 HOMI         RECUPERACAO DE BAIXA (GOTF2RCP): NOVA  *
      *                         SITUACAO 'C' EM CSIT-EVNTO-TARIF       *
      *                         (EVENTO BAIXADO 'B' CUJO VALOR FOI     *
      *                         RECUPERADO PELA COBRANCA OU POR        *
      *                         RETORNO TARDIO DO DEBITO) E NOVA       *
      *                         CONTRAPARTIDA CJUSTF 'RECP' (VALOR     *
      *                         RECUPERADO, POSITIVO, DRECEB DA DATA   *
      *                         DA RECUPERACAO, 'EVENTO NNNNNNNNNNNNN' *
      *                         EM RJUSTF E A FATURA DO ORIGINAL EM    *
      *                         NFATUR-ORIGE, COMO A 'BAIX')           *
      * 15/03/2028 HOMI         NCAMPN-PROMO (CAMPANHA PROMOCIONAL     *
      *                         APLICADA PELO GOTF2DSS, TCAMPN_PROMO_  *
      *                         TARIF; ZEROS = SEM CAMPANHA) E         *
      *                         VVALOR-DESC-PROMO (DESCONTO CONCEDIDO, *
      *                         JA ABATIDO DE VVALOR-COBR-TARIF).      *
      *                         COLUNAS CRIADAS COM DEFAULT ZEROS.     *
      *                         REPLICADAS NO ARQUIVO MORTO            *
      * 08/11/2027 HOMI         NCONTA-DEBTO: CONTA EM QUE O DEBITO DO *
      *                         EVENTO FOI APRESENTADO PELO GOTF2REM   *
      *                         (PRINCIPAL OU ALTERNATIVA DE           *
      *                         TCTA_DEBTO_ALTER); COM O EVENTO        *
      *                         LIQUIDADO ('L') E A CONTA QUE PAGOU.   *
      *                         COLUNA CRIADA COM DEFAULT ZEROS (=     *
      *                         NCONTA-CLIEN). REPLICADA NO ARQUIVO    *
      *                         MORTO                                  *
      * 12/10/2027 HOMI         NOTA DE CREDITO SOBRE FATURA JA        *
      *                         EMITIDA: NFATUR-ORIGE (FATURA DO       *
      *                         EVENTO ORIGINAL, CARIMBADA NA          *
      *                         CONTRAPARTIDA 'ESTR'/'CORR'/'AJTE'/    *
      *                         'BAIX' POR GOTF2EST/GOTF2RCL/GOTF2RET  *
      *                         QUANDO O ORIGINAL JA ESTAVA FATURADO;  *
      *                         ZEROS = SEGUE PARA A PROXIMA FATURA) E *
      *                         NNOTA-CRED-TARIF (NOTA DE CREDITO DO   *
      *                         GOTF2NCR EM QUE A CONTRAPARTIDA SAIU;  *
      *                         ZEROS = AINDA NAO EMITIDA). COLUNAS    *
      *                         CRIADAS COM DEFAULT ZEROS. REPLICADAS  *
      *                         NO ARQUIVO MORTO                       *
      * 05/10/2027 HOMI         DEVOLUCAO AO CLIENTE DO VALOR JA       *
      *                         COBRADO DE EVENTO ESTORNADO:           *
      *                         CSIT-REEMB-TARIF (' ' NADA A DEVOLVER, *
      *                         'P' PENDENTE - MARCADO PELO GOTF2EST,  *
      *                         'R' REMETIDO NO GOTF032S PELO          *
      *                         GOTF2DEV, 'D' DEVOLVIDO, 'F' CREDITO   *
      *                         RECUSADO - PELO RETORNO GOTF2DVR),     *
      *                         DT-REEMB-TARIF (DATA DA ULTIMA         *
      *                         TRANSICAO), VVALOR-REEMB-TARIF (VALOR  *
      *                         EFETIVAMENTE RECEBIDO A DEVOLVER) E    *
      *                         NREMES-REEMB (GERACAO DA REMESSA DE    *
      *                         DEVOLUCAO). COLUNAS CRIADAS COM        *
      *                         DEFAULT ' '/'0001-01-01'/ZEROS.        *
      *                         REPLICADAS NO ARQUIVO MORTO            *
      * 20/05/2027 HOMI         NREMES-TARIF: NUMERO DA GERACAO DE     *
      *                         REMESSA (TCTRL_REMES_TARIF) EM QUE O   *
      *                         EVENTO SAIU, CARIMBADO PELO GOTF2REM   *
      *                         TARIF). DEFAULT '0001-01-01' = A       *
      *                         COMPETENCIA SEGUE DRECEB, COMO ANTES.  *
      *                         REPLICADA NO ARQUIVO MORTO             *
      * 05/04/2027 HOMI         NCONSOL-REMES: NUMERO DO DEBITO        *
      *                         CONSOLIDADO DO CICLO DE COBRANCA EM    *
      *                         QUE O EVENTO FOI REMETIDO (GOTF2REM;   *
      *                         ZEROS = REMESSA AVULSA). REPLICADA NO  *
           10  NCONSOL-REMES           PIC S9(13)V COMP-3.
           10  DT-COMPT-CTBIL          PIC  X(10).
           10  NREMES-TARIF            PIC S9(09)V COMP-3.
           10  CSIT-REEMB-TARIF        PIC  X(01).
               88  REEMB-PENDENTE      VALUE 'P'.
               88  REEMB-REMETIDO      VALUE 'R'.
               88  REEMB-DEVOLVIDO     VALUE 'D'.
               88  REEMB-RECUSADO      VALUE 'F'.
           10  DT-REEMB-TARIF          PIC  X(10).
           10  VVALOR-REEMB-TARIF      PIC S9(13)V9(02) COMP-3.
           10  NREMES-REEMB            PIC S9(09)V COMP-3.
           10  NFATUR-ORIGE            PIC S9(09)V COMP-3.
           10  NNOTA-CRED-TARIF        PIC S9(09)V COMP-3.
           10  NCONTA-DEBTO            PIC S9(13)V COMP-3.
           10  NCAMPN-PROMO            PIC S9(09)V COMP-3.
           10  VVALOR-DESC-PROMO       PIC S9(13)V9(02) COMP-3.
           10  DT-REMES-ORIGL          PIC  X(10).
