      *                         CUSTODIAR TAMBEM OS PRECOS NEGOCIADOS  *
      *                         POR CLIENTE (TPRECO_CLIEN_TARIF /      *
      *                         GOTF49JS)                              *
      * 15/03/2028 HOMI         CTABELA 'ORIGE': CADASTRO DOS SISTEMAS *
      *                         DE ORIGEM (TORIGE_SIST_TARIF /         *
      *                         GOTF53JS). NOVA COLUNA DS_DADOS_MANUT  *
      *                         LEVA OS DADOS DA TABELA ALVO QUE NAO   *
      *                         CABEM NAS COLUNAS ACIMA (LAYOUT        *
      *                         DEFINIDO PELA TABELA ALVO)             *
      * 08/05/2028 HOMI         CTABELA 'IMPTO' (REGRAS DE IMPOSTO     *
      *                         TREGRA_IMPTO_TARIF / GOTF56JS, REGRA   *
      *                         ALVO EM NCHAVE_ALVO) E 'TAXA' (TAXAS   *
      *                         DE CORRECAO TTAXA_CORRC_TARIF /        *
      *                         GOTF57JS). VIGENCIA NAS COLUNAS        *
      *                         DINI/DFIM_VIGEN, DEMAIS DADOS EM       *
      *                         DS_DADOS_MANUT                         *
      * 23/10/2028 HOMI         TS-DECISAO: MOMENTO EXATO DA APROVACAO *
      *                         OU REJEICAO (DT-APROVACAO E A DATA DE  *
      *                         NEGOCIO), MARCA DA EXPORTACAO          *
      *                         INCREMENTAL DE EVENTOS DE SEGURANCA    *
      *                         (FRWK8200)                             *
      ******************************************************************
       01  GOTFB0D7.
           10  NPEND-MANUT             PIC S9(09)V COMP-3.
               88  PEND-TABELA-REGRA   VALUE 'REGRA'.
               88  PEND-TABELA-ISEN    VALUE 'ISEN'.
               88  PEND-TABELA-PRECO   VALUE 'PRECO'.
               88  PEND-TABELA-ORIGE   VALUE 'ORIGE'.
               88  PEND-TABELA-IMPTO   VALUE 'IMPTO'.
               88  PEND-TABELA-TAXA    VALUE 'TAXA'.
           10  CTIPO-OPER              PIC  X(01).
               88  PEND-OPER-INCLUSAO  VALUE 'C'.
               88  PEND-OPER-ALTERACAO VALUE 'M'.
           10  CUSUAR-APROV            PIC  X(30).
           10  DT-APROVACAO            PIC  X(10).
           10  DS-MOTIVO-RECUSA        PIC  X(40).
           10  DS-DADOS-MANUT          PIC  X(60).
           10  TS-DECISAO              PIC  X(26).
