      ******************************************************************
      *                                                                *
      * NOME BOOK : GOTFB0H2                                           *
      * DESCRICAO : DCLGEN DA TABELA DB2PRD.TPREF_ENTREG_CLIEN         *
      *             PREFERENCIA DE ENTREGA DOS DOCUMENTOS DE SAIDA     *
      *             (EXTRATO GOTF2EXT, FATURA GOTF2FAT E NOTIFICACAO   *
      *             PSVP1093) POR CONTA DO CLIENTE: CANAL ('P' PAPEL,  *
      *             'E' E-MAIL, 'D' SOMENTE CANAL DIGITAL), ENDERECO   *
      *             DE CONTATO DO CANAL ELETRONICO E DATA DO OPT-IN.   *
      *             QT-FALHA-ENTREG CONTA AS DEVOLUCOES DESDE O OPT-IN *
      *             (GOTF2DVE); AO ATINGIR O LIMITE O CANAL VOLTA A    *
      *             'P', GUARDANDO O CANAL ANTERIOR E A DATA DO        *
      *             RETORNO AO PAPEL. CONTA SEM LINHA AQUI = PAPEL.    *
      *             DATA NAO INFORMADA = '0001-01-01'                  *
      * DATA      : 04/2028                                            *
      * AUTOR     : HOMI INFORMATICA                                   *
      * EMPRESA   : SONDA                                              *
      * COMPONENTE: GOTF - GESTAO DE TARIFAS                           *
      *                                                                *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * 16/06/2028 HOMI         IN-NAO-CONTATO ('S' = CLIENTE PEDIU    *
      *                         PARA NAO SER CONTATADO EM PESQUISAS;   *
      *                         'N' OU CONTA SEM LINHA AQUI = PODE SER *
      *                         CONTATADO), CARREGADO PELO GOTF2PRF E  *
      *                         RESPEITADO PELA PESQUISA DE SATISFACAO *
      *                         SACL2PSQ                               *
      ******************************************************************
       01  GOTFB0H2.
           10  NCONTA-CLIEN            PIC S9(13)V COMP-3.
           10  CCANAL-ENTREG           PIC  X(01).
               88  ENTREG-PAPEL        VALUE 'P'.
               88  ENTREG-EMAIL        VALUE 'E'.
               88  ENTREG-DIGITAL      VALUE 'D'.
           10  DS-ENDER-CONTATO        PIC  X(80).
           10  DT-OPT-IN               PIC  X(10).
           10  QT-FALHA-ENTREG         PIC S9(04) COMP.
           10  DT-ULT-FALHA            PIC  X(10).
           10  DT-RETORNO-PAPEL        PIC  X(10).
           10  CCANAL-ANTERIOR         PIC  X(01).
           10  CUSUAR-ULT-ALTER        PIC  X(08).
           10  DT-ULT-ALTER            PIC  X(10).
           10  IN-NAO-CONTATO          PIC  X(01).
               88  NAO-CONTATAR        VALUE 'S'.
