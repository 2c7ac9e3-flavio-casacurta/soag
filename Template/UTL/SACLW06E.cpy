      ******************************************************************
      *                                                                *
      * NOME BOOK : SACLW06E                                           *
      * DESCRICAO : BOOK DE ENTRADA - RETORNO DA PESQUISA DE           *
      *             SATISFACAO (ARQUIVO SACL006E - LRECL 600),         *
      *             DEVOLVIDO PELO FORNECEDOR E CONSUMIDO PELO         *
      *             SACL2RSQ PARA GRAVAR AS RESPOSTAS EM               *
      *             TPESQ_SATISF_MANIF. HEADER ('H' + QUANTIDADE DE    *
      *             DETALHES + DATA DO ARQUIVO) E TRAILER ('T' +       *
      *             QUANTIDADE), COMO O SACL005E. NOTAS DE 00 A 10;    *
      *             COMENTARIO LIVRE DE ATE 500 BYTES (TAMANHO EM      *
      *             RSP-TAM-COMENT, ZERO = SEM COMENTARIO). DATA DA    *
      *             RESPOSTA EM BRANCO ASSUME A DATA DO ARQUIVO        *
      * DATA      : 06/2028                                            *
      * AUTOR     : HOMI INFORMATICA                                   *
      * EMPRESA   : SONDA                                              *
      * COMPONENTE: SACL - ATENDIMENTO A CLIENTES                      *
      *                                                                *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * DD/MM/AAAA JNNNNNN      XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX *
      ******************************************************************
       01  SACLW06E-REGISTRO.
           05  RSP-TIPO-REGISTRO       PIC  X(01).
               88  RSP-EH-DETALHE      VALUE 'D'.
           05  RSP-NPROT-MANIF         PIC  9(10).
           05  RSP-DT-RESPOSTA         PIC  X(10).
           05  RSP-NOTA-GERAL          PIC  9(02).
           05  RSP-NOTA-RESPOSTA       PIC  9(02).
           05  RSP-NOTA-PRAZO          PIC  9(02).
           05  RSP-TAM-COMENT          PIC  9(03).
           05  RSP-COMENTARIO          PIC  X(500).
           05  FILLER                  PIC  X(70).
