      ******************************************************************
      *                                                                *
      * NOME BOOK : GOTFW04S                                           *
      * DESCRICAO : BOOK DE SAIDA - EXTRATO DO TITULAR PARA PEDIDO DE  *
      *             ACESSO A DADOS PESSOAIS (LGPD) (ARQUIVO GOTF046S - *
      *             LRECL 600), GERADO PELO GOTF2LGP. CADA REGISTRO    *
      *             TRAZ O TIPO E A CONTA A QUE SE REFERE, SEGUIDOS    *
      *             DOS DADOS DO TIPO:                                 *
      *             'H' HEADER (CHAVE PEDIDA E DATA DE GERACAO)        *
      *             'C' CADASTRO (TCADT_CONTA_CLIEN)                   *
      *             'A' HISTORICO CADASTRAL (THIST_CONTA_CLIEN)        *
      *             'M' RENUMERACAO (TMIGR_CONTA_TARIF)                *
      *             'E' EVENTO DE TARIFA (TSIT_MOVTO_TARIF)            *
      *             'R' EVENTO ARQUIVADO (TSIT_MOVTO_TARIF_ARQ)        *
      *             'F' FATURA (TFATUR_TARIF)                          *
      *             'V' VINCULO MANIFESTACAO X EVENTO                  *
      *                 (TXREF_MANIF_TARIF)                            *
      *             'P' MANIFESTACAO (TMANIF_PSSOA)                    *
      *             'X' TEXTO COMPLEMENTAR (TMANIF_PSSOA_COMPL)        *
      *             'T' TRAILER (QUANTIDADES POR TIPO)                 *
      *             NOS REGISTROS 'H', 'P', 'X' E 'T' A CONTA VAI      *
      *             ZERADA (NAO SE REFEREM A UMA CONTA SO)             *
      * DATA      : 02/2028                                            *
      * AUTOR     : HOMI INFORMATICA                                   *
      * EMPRESA   : SONDA                                              *
      * COMPONENTE: GOTF - GESTAO DE TARIFAS                           *
      *                                                                *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * DD/MM/AAAA JNNNNNN      XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX *
      ******************************************************************
       01  GOTFW04S-REGISTRO.
           05  LGP-TIPO-REGISTRO       PIC  X(01).
               88  LGP-EH-HEADER       VALUE 'H'.
               88  LGP-EH-CADASTRO     VALUE 'C'.
               88  LGP-EH-HISTORICO    VALUE 'A'.
               88  LGP-EH-MIGRACAO     VALUE 'M'.
               88  LGP-EH-EVENTO       VALUE 'E'.
               88  LGP-EH-ARQUIVADO    VALUE 'R'.
               88  LGP-EH-FATURA       VALUE 'F'.
               88  LGP-EH-VINCULO      VALUE 'V'.
               88  LGP-EH-MANIFESTACAO VALUE 'P'.
               88  LGP-EH-TEXTO        VALUE 'X'.
               88  LGP-EH-TRAILER      VALUE 'T'.
           05  LGP-NCONTA-CLIEN        PIC  9(13).
           05  LGP-DADOS               PIC  X(586).
      *
           05  LGP-HEADER              REDEFINES   LGP-DADOS.
               10  LGP-H-TIPO-CHAVE    PIC  X(01).
                   88  LGP-H-POR-DOCUMENTO VALUE 'D'.
                   88  LGP-H-POR-CONTA     VALUE 'C'.
               10  LGP-H-NDOC-PEDIDO   PIC  X(14).
               10  LGP-H-NCONTA-PEDIDA PIC  9(13).
               10  LGP-H-DT-GERACAO    PIC  X(10).
               10  FILLER              PIC  X(548).
      *
           05  LGP-CADASTRO            REDEFINES   LGP-DADOS.
               10  LGP-C-NOME-CLIEN    PIC  X(40).
               10  LGP-C-NDOC-CLIEN    PIC  X(14).
               10  LGP-C-IN-SITUACAO   PIC  X(01).
               10  LGP-C-NIDIOMA-CLIEN PIC  9(04).
               10  FILLER              PIC  X(527).
      *
           05  LGP-HISTORICO           REDEFINES   LGP-DADOS.
               10  LGP-A-NSEQ-ALTER    PIC  9(09).
               10  LGP-A-CTIPO-ALTER   PIC  X(01).
               10  LGP-A-DT-ALTERACAO  PIC  X(10).
               10  LGP-A-VALOR-ANTER   PIC  X(40).
               10  LGP-A-VALOR-NOVO    PIC  X(40).
               10  LGP-A-DT-PROCESSO   PIC  X(10).
               10  LGP-A-CUSUAR-ALTER  PIC  X(08).
               10  FILLER              PIC  X(468).
      *
           05  LGP-MIGRACAO            REDEFINES   LGP-DADOS.
               10  LGP-M-NCONTA-ANTIGA PIC  9(13).
               10  LGP-M-NCONTA-NOVA   PIC  9(13).
               10  LGP-M-DT-MIGRACAO   PIC  X(10).
               10  LGP-M-CMOTIVO-MIGR  PIC  X(02).
               10  FILLER              PIC  X(548).
      *
      *    EVENTO ('E') E EVENTO ARQUIVADO ('R') TEM O MESMO LAYOUT
           05  LGP-EVENTO              REDEFINES   LGP-DADOS.
               10  LGP-E-CSIST-ORIGE   PIC  X(03).
               10  LGP-E-DRECEB-MOVTO  PIC  X(10).
               10  LGP-E-NMOVTO-EVNTO  PIC  9(13).
               10  LGP-E-HSIT-OPER     PIC  X(08).
               10  LGP-E-CSIT-OPER     PIC  X(02).
               10  LGP-E-CUSUAR-MOVTO  PIC  X(08).
               10  LGP-E-RJUSTF-EVNTO  PIC  X(100).
               10  LGP-E-CJUSTF-EVNTO  PIC  X(04).
               10  LGP-E-VVALOR-COBR   PIC  9(13)V9(02).
               10  LGP-E-CMOEDA-ORIGL  PIC  X(03).
               10  LGP-E-VVALOR-ORIGL  PIC  9(13)V9(02).
               10  LGP-E-DT-REMES      PIC  X(10).
               10  LGP-E-NFATUR-TARIF  PIC  9(09).
               10  LGP-E-CSIT-EVNTO    PIC  X(01).
               10  LGP-E-DT-COMPT      PIC  X(10).
               10  LGP-E-CSIT-REEMB    PIC  X(01).
               10  LGP-E-DT-REEMB      PIC  X(10).
               10  LGP-E-VVALOR-REEMB  PIC  9(13)V9(02).
               10  LGP-E-NCONTA-DEBTO  PIC  9(13).
               10  FILLER              PIC  X(336).
      *
           05  LGP-FATURA              REDEFINES   LGP-DADOS.
               10  LGP-F-NFATUR-TARIF  PIC  9(09).
               10  LGP-F-AAMM-REFER    PIC  9(06).
               10  LGP-F-DT-EMISSAO    PIC  X(10).
               10  LGP-F-QTD-EVENTOS   PIC  9(09).
               10  LGP-F-VVALOR-TOTAL  PIC  9(13)V9(02).
               10  LGP-F-VVALOR-LIQUIDO
                                       PIC  9(13)V9(02).
               10  LGP-F-QTD-NOTAS-CRED
                                       PIC  9(09).
               10  LGP-F-IN-NFSE       PIC  X(01).
               10  FILLER              PIC  X(512).
      *
           05  LGP-VINCULO             REDEFINES   LGP-DADOS.
               10  LGP-V-NPROT-MANIF   PIC  9(10).
               10  LGP-V-CSIST-ORIGE   PIC  X(03).
               10  LGP-V-DRECEB-MOVTO  PIC  X(10).
               10  LGP-V-NMOVTO-EVNTO  PIC  9(13).
               10  LGP-V-IN-SITUACAO   PIC  X(01).
               10  LGP-V-DT-REGISTRO   PIC  X(10).
               10  LGP-V-IN-RESULTADO  PIC  X(01).
               10  FILLER              PIC  X(538).
      *
           05  LGP-MANIFESTACAO        REDEFINES   LGP-DADOS.
               10  LGP-P-NPROT-MANIF   PIC  9(10).
               10  LGP-P-DT-ABERT      PIC  X(10).
               10  LGP-P-NDEPEND-MANIF PIC  9(08).
               10  LGP-P-CSIT-MANIF    PIC  X(01).
               10  LGP-P-CTIPO-MANIF   PIC  X(02).
               10  LGP-P-DT-ENCER      PIC  X(10).
               10  LGP-P-QT-REABERT    PIC  9(04).
               10  FILLER              PIC  X(541).
      *
           05  LGP-TEXTO               REDEFINES   LGP-DADOS.
               10  LGP-X-NPROT-MANIF   PIC  9(10).
               10  LGP-X-NSEQ-MANIF    PIC  9(04).
               10  LGP-X-NORD-COMPL    PIC  9(04).
               10  LGP-X-CPTCAO-TBELA  PIC  X(18).
               10  LGP-X-IN-CONTIN     PIC  X(01).
               10  LGP-X-CSIT-COMPL    PIC  X(01).
               10  LGP-X-TAM-TEXTO     PIC  9(04).
               10  LGP-X-TEXTO         PIC  X(500).
               10  FILLER              PIC  X(044).
      *
           05  LGP-TRAILER             REDEFINES   LGP-DADOS.
               10  LGP-T-QTD-CONTAS    PIC  9(09).
               10  LGP-T-QTD-CADASTRO  PIC  9(09).
               10  LGP-T-QTD-HISTORICO PIC  9(09).
               10  LGP-T-QTD-MIGRACAO  PIC  9(09).
               10  LGP-T-QTD-EVENTOS   PIC  9(09).
               10  LGP-T-QTD-ARQUIVADOS
                                       PIC  9(09).
               10  LGP-T-QTD-FATURAS   PIC  9(09).
               10  LGP-T-QTD-VINCULOS  PIC  9(09).
               10  LGP-T-QTD-MANIFEST  PIC  9(09).
               10  LGP-T-QTD-TEXTOS    PIC  9(09).
               10  LGP-T-QTD-REGISTROS PIC  9(09).
               10  FILLER              PIC  X(487).
