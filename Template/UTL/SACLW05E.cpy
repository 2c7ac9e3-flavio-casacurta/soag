      ******************************************************************
      *                                                                *
      * NOME BOOK : SACLW05E                                           *
      * DESCRICAO : BOOK DE ENTRADA - MANIFESTACOES RECEBIDAS DOS      *
      *             CANAIS DE ATENDIMENTO (ARQUIVO SACL005E - LRECL    *
      *             2100), CONSUMIDO PELO SACL2ENT PARA ABRIR OS       *
      *             PROTOCOLOS EM TMANIF_PSSOA. UM ARQUIVO POR CANAL,  *
      *             COM HEADER ('H' + CANAL + QUANTIDADE DE DETALHES + *
      *             DATA E NUMERO DO ARQUIVO) E TRAILER ('T' +         *
      *             QUANTIDADE), COMO O GOTF044E. O RELATO TEM ATE     *
      *             2000 BYTES (TAMANHO INFORMADO EM MNF-TAM-RELATO) E *
      *             E GRAVADO EM SEGMENTOS DE 500 EM                   *
      *             TMANIF_PSSOA_COMPL. DATA DE ABERTURA EM BRANCO     *
      *             ASSUME A DATA DO ARQUIVO                           *
      * DATA      : 05/2028                                            *
      * AUTOR     : HOMI INFORMATICA                                   *
      * EMPRESA   : SONDA                                              *
      * COMPONENTE: SACL - ATENDIMENTO A CLIENTES                      *
      *                                                                *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * 16/06/2028 HOMI         MNF-NCONTA-CLIEN (CONTA DO CLIENTE,    *
      *                         OPCIONAL - ZEROS OU BRANCOS QUANDO O   *
      *                         CANAL NAO A CONHECE), TIRADA DO FILLER *
      ******************************************************************
       01  SACLW05E-REGISTRO.
           05  MNF-TIPO-REGISTRO       PIC  X(01).
               88  MNF-EH-DETALHE      VALUE 'D'.
           05  MNF-CREF-CANAL          PIC  X(20).
           05  MNF-CTIPO-MANIF         PIC  X(02).
           05  MNF-NDEPEND-MANIF       PIC  9(08).
           05  MNF-DT-ABERT-MANIF      PIC  X(10).
           05  MNF-TAM-RELATO          PIC  9(04).
           05  MNF-RELATO              PIC  X(2000).
           05  MNF-NCONTA-CLIEN        PIC  9(13).
           05  FILLER                  PIC  X(42).
