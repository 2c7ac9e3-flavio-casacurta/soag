      ******************************************************************
      *                                                                *
      * NOME BOOK : FRWKW01S                                           *
      * DESCRICAO : BOOK DE SAIDA - EVENTOS DE SEGURANCA PARA A        *
      *             PLATAFORMA CORPORATIVA DE MONITORACAO (ARQUIVO     *
      *             FRWK020S - LRECL 200), GERADO PELO FRWK8200 A      *
      *             CADA JANELA INCREMENTAL:                           *
      *             'H' HEADER (EXECUCAO E JANELA DE/ATE)              *
      *             'E' EVENTO NORMALIZADO                             *
      *             'T' TRAILER (QUANTIDADES POR ORIGEM E TOTAL, PARA  *
      *                 CONFERENCIA DE COMPLETUDE)                     *
      *             UMA REEXECUCAO REPETE A JANELA E O NUMERO DE       *
      *             EXECUCAO DO HEADER (IN-REEXECUCAO = 'S'): O        *
      *             RECEPTOR DESCARTA O ARQUIVO ANTERIOR DA MESMA      *
      *             EXECUCAO, SE O TIVER RECEBIDO                      *
      *             TIPOS DE EVENTO (EVS-E-CTIPO-EVENTO):              *
      *             'LGIN' LOGIN / 'LGRC' LOGIN RECUSADO (LIMITE DE    *
      *             SESSOES) / 'SFIM' FIM DE SESSAO / 'SEXP' SESSAO    *
      *             EXPIRADA / 'PNEG' PERMISSAO NEGADA / 'GLIB'        *
      *             LIBERACAO DE AREA NO GAM ('CL') / 'DESM' VISAO     *
      *             SEM MASCARA / 'MCAP' APROVACAO E 'MCRJ' REJEICAO   *
      *             NA DUPLA CUSTODIA / 'DPSV' DECISAO DO PSVP08JS /   *
      *             'ERRO' LOG DE ERROS DO FRAMEWORK                   *
      * DATA      : 10/2028                                            *
      * AUTOR     : CARLOS ROBERTO DE MORAES - CPM/GFT                 *
      * COMPONENTE: FRAMEWORK ONLINE                                   *
      *                                                                *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * DD/MM/AAAA JNNNNNN      XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX *
      ******************************************************************
       01  FRWKW01S-REGISTRO.
           05  EVS-TIPO-REGISTRO       PIC  X(01).
               88  EVS-EH-HEADER       VALUE 'H'.
               88  EVS-EH-EVENTO       VALUE 'E'.
               88  EVS-EH-TRAILER      VALUE 'T'.
           05  EVS-NEXEC-EXPORT        PIC  9(09).
           05  EVS-DADOS               PIC  X(190).
      *
           05  EVS-HEADER              REDEFINES   EVS-DADOS.
               10  EVS-H-SISTEMA       PIC  X(08).
               10  EVS-H-TS-DE         PIC  X(26).
               10  EVS-H-TS-ATE        PIC  X(26).
               10  EVS-H-DT-GERACAO    PIC  X(10).
               10  EVS-H-HR-GERACAO    PIC  X(08).
               10  EVS-H-IN-REEXECUCAO PIC  X(01).
               10  FILLER              PIC  X(111).
      *
           05  EVS-EVENTO              REDEFINES   EVS-DADOS.
               10  EVS-E-NSEQ-EVENTO   PIC  9(09).
               10  EVS-E-TS-EVENTO     PIC  X(26).
               10  EVS-E-CUSUAR        PIC  X(30).
               10  EVS-E-CTERMINAL     PIC  X(04).
               10  EVS-E-CPROGRAMA     PIC  X(08).
               10  EVS-E-CTIPO-EVENTO  PIC  X(04).
               10  EVS-E-CRESULTADO    PIC  X(04).
               10  EVS-E-CCORRELACAO   PIC  X(32).
               10  EVS-E-CORIGEM       PIC  X(02).
                   88  EVS-E-ORIGEM-SESSAO VALUE 'SE'.
                   88  EVS-E-ORIGEM-AUDIT  VALUE 'AU'.
                   88  EVS-E-ORIGEM-MANUT  VALUE 'MT'.
                   88  EVS-E-ORIGEM-PSVP   VALUE 'PD'.
                   88  EVS-E-ORIGEM-LOG    VALUE 'LE'.
               10  EVS-E-DS-DETALHE    PIC  X(60).
               10  FILLER              PIC  X(11).
      *
           05  EVS-TRAILER             REDEFINES   EVS-DADOS.
               10  EVS-T-QTD-TOTAL     PIC  9(09).
               10  EVS-T-QTD-SESSAO    PIC  9(09).
               10  EVS-T-QTD-AUDIT     PIC  9(09).
               10  EVS-T-QTD-MANUT     PIC  9(09).
               10  EVS-T-QTD-PSVP      PIC  9(09).
               10  EVS-T-QTD-LOG       PIC  9(09).
               10  FILLER              PIC  X(136).
