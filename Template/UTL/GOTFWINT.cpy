      ******************************************************************
      *                                                                *
      * NOME BOOK : GOTFWINT                                           *
      * DESCRICAO : BOOK DE COMUNICACAO DO MODULO GOTF1100 - CONTROLE  *
      *             DE INTEGRIDADE DOS ARQUIVOS DE INTERFACE: CALCULA  *
      *             O DIGEST CHAVEADO (HMAC-SHA-256 VIA ICSF, CHAVE    *
      *             PELO ROTULO NO CKDS) SOBRE TODOS OS REGISTROS DO   *
      *             ARQUIVO, NA ORDEM EM QUE SAO GRAVADOS/LIDOS.       *
      *             FUNCAO 'I' INICIA O CALCULO COM O ROTULO DA CHAVE; *
      *             'A' ACUMULA UM REGISTRO (TAMANHO + CONTEUDO);      *
      *             'F' FINALIZA E DEVOLVE O DIGEST EM 32 POSICOES     *
      *             HEXADECIMAIS (PRIMEIROS 16 BYTES DO HMAC) E A      *
      *             QUANTIDADE DE REGISTROS ACUMULADOS.                *
      *             O BLOCO DE CONTROLE E DE USO EXCLUSIVO DO MODULO   *
      *             E NAO DEVE SER ALTERADO PELO CHAMADOR ENTRE AS     *
      *             CHAMADAS DE UM MESMO ARQUIVO.                      *
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
       01  GOTFWINT.
           05  GOTFWINT-BLOCO-RETORNO.
               10  GOTFWINT-COD-RETORNO     PIC 9(002).
                   88  GOTFWINT-OK                  VALUE 00.
                   88  GOTFWINT-ERRO-CHAMADA        VALUE 08.
                   88  GOTFWINT-ERRO-ICSF           VALUE 16.
               10  GOTFWINT-ICSF-RETORNO    PIC S9(009).
               10  GOTFWINT-ICSF-MOTIVO     PIC S9(009).
           05  GOTFWINT-BLOCO-ENTRADA.
               10  GOTFWINT-FUNCAO          PIC X(001).
                   88  GOTFWINT-INICIAR             VALUE 'I'.
                   88  GOTFWINT-ACUMULAR            VALUE 'A'.
                   88  GOTFWINT-FINALIZAR           VALUE 'F'.
               10  GOTFWINT-ROTULO-CHAVE    PIC X(064).
               10  GOTFWINT-TAM-REGISTRO    PIC 9(004).
               10  GOTFWINT-REGISTRO        PIC X(256).
           05  GOTFWINT-BLOCO-SAIDA.
               10  GOTFWINT-QTD-REGISTROS   PIC 9(009).
               10  GOTFWINT-DIGEST          PIC X(032).
           05  GOTFWINT-BLOCO-CONTROLE.
               10  GOTFWINT-IN-ENCADEADO    PIC X(001).
                   88  GOTFWINT-SEM-PARCIAL         VALUE 'N'.
                   88  GOTFWINT-COM-PARCIAL         VALUE 'S'.
               10  GOTFWINT-TAM-BUFFER      PIC S9(008) COMP.
               10  GOTFWINT-BUFFER          PIC X(4096).
               10  GOTFWINT-VETOR-ENCAD     PIC X(128).
