      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. GOTF1100.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  GOTF1100                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  MARCO/2028                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  MODULO DE CONTROLE DE INTEGRIDADE DOS        *
      *                   ARQUIVOS DE INTERFACE TROCADOS COM O BANCO   *
      *                   E COM O RAZAO, CHAMADO POR CALL ESTATICO     *
      *                   PELOS GERADORES (GOTF2REM, GOTF2CTB,         *
      *                   GOTF2DIF, GOTF2PDD) E PELOS LEITORES DE      *
      *                   RETORNO (GOTF2RET, GOTF2CTR): CALCULA O      *
      *                   DIGEST CHAVEADO HMAC-SHA-256 (ICSF CSNBHMG,  *
      *                   CHAVE HMAC NO CKDS PELO ROTULO RECEBIDO)     *
      *                   SOBRE OS REGISTROS DO ARQUIVO, UM A UM, NA   *
      *                   ORDEM EM QUE SAO GRAVADOS OU LIDOS. OS       *
      *                   REGISTROS SAO ACUMULADOS EM BUFFER E         *
      *                   ENVIADOS AO ICSF EM BLOCOS MULTIPLOS DE 64   *
      *                   BYTES (FIRST/MIDDLE), COM O VETOR DE         *
      *                   ENCADEAMENTO GUARDADO NO PROPRIO BOOK; A     *
      *                   FINALIZACAO (LAST/ONLY) DEVOLVE OS 16        *
      *                   PRIMEIROS BYTES DO HMAC EM 32 POSICOES       *
      *                   HEXADECIMAIS. ERRO DO ICSF VOLTA COM         *
      *                   RETORNO 16 E OS CODIGOS DE RETORNO/MOTIVO    *
      *                   DO ICSF NO BLOCO, PARA O CHAMADOR TRATAR NA  *
      *                   SUA PROPRIA ROTINA DE ERRO.                  *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    GOTFWINT - BOOK DE COMUNICACAO DESTE MODULO                 *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CSNBHMG  - ICSF - GERACAO DE HMAC                           *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    MAR/2028 - HOMI - CRIACAO DO PROGRAMA.                      *
      *================================================================*

      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*

       SPECIAL-NAMES.
           DECIMAL-POINT               IS   COMMA.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

       77  WRK-PROGRAM                 PIC  X(08)  VALUE  'GOTF1100'.
       77  WRK-CSNBHMG                 PIC  X(08)  VALUE  'CSNBHMG'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * PARAMETROS DO CSNBHMG (INTEIROS BINARIOS DE 4 BYTES)           *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-ICSF-RETORNO            PIC S9(09)  COMP VALUE ZEROS.
       01  WRK-ICSF-MOTIVO             PIC S9(09)  COMP VALUE ZEROS.
       01  WRK-ICSF-TAM-EXIT           PIC S9(09)  COMP VALUE ZEROS.
       01  WRK-ICSF-EXIT               PIC  X(04)  VALUE SPACES.
       01  WRK-ICSF-QTD-REGRAS         PIC S9(09)  COMP VALUE +3.
       01  WRK-ICSF-REGRAS.
         05  WRK-ICSF-REGRA-ALGOR      PIC  X(08)  VALUE 'HMAC    '.
         05  WRK-ICSF-REGRA-HASH       PIC  X(08)  VALUE 'SHA-256 '.
         05  WRK-ICSF-REGRA-SEGM       PIC  X(08)  VALUE SPACES.
       01  WRK-ICSF-TAM-CHAVE          PIC S9(09)  COMP VALUE +64.
       01  WRK-ICSF-TAM-TEXTO          PIC S9(09)  COMP VALUE ZEROS.
       01  WRK-ICSF-TAM-VETOR          PIC S9(09)  COMP VALUE +128.
       01  WRK-ICSF-TAM-HMAC           PIC S9(09)  COMP VALUE +32.
       01  WRK-ICSF-HMAC               PIC  X(32)  VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * AREAS DE TRABALHO DO BUFFER E DA CONVERSAO HEXADECIMAL         *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-QTD-BLOCOS-64           PIC S9(09)  COMP VALUE ZEROS.
       01  WRK-TAM-RESTO               PIC S9(09)  COMP VALUE ZEROS.
       01  WRK-POS-INICIO              PIC S9(09)  COMP VALUE ZEROS.
       01  WRK-AREA-RESTO              PIC  X(64)  VALUE SPACES.

       01  WRK-TAB-HEXA                PIC  X(16)  VALUE
           '0123456789ABCDEF'.
       01  WRK-IND-BYTE                PIC S9(04)  COMP VALUE ZEROS.
       01  WRK-POS-DIGEST              PIC S9(04)  COMP VALUE ZEROS.
       01  WRK-HEX-ALTO                PIC S9(04)  COMP VALUE ZEROS.
       01  WRK-HEX-BAIXO               PIC S9(04)  COMP VALUE ZEROS.
       01  WRK-HEX-NUM                 PIC  9(04)  COMP VALUE ZEROS.
       01  FILLER                      REDEFINES   WRK-HEX-NUM.
         05  FILLER                    PIC  X(01).
         05  WRK-HEX-BYTE              PIC  X(01).

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*

       COPY GOTFWINT.

      *================================================================*
       PROCEDURE                       DIVISION USING GOTFWINT.
      *================================================================*

      *----------------------------------------------------------------*
       0000-CONTROLAR-INTEGRIDADE      SECTION.
      *----------------------------------------------------------------*

           INITIALIZE GOTFWINT-BLOCO-RETORNO.

           EVALUATE TRUE
              WHEN GOTFWINT-INICIAR
                 PERFORM 1000-INICIAR-DIGEST
              WHEN GOTFWINT-ACUMULAR
                 PERFORM 2000-ACUMULAR-REGISTRO
              WHEN GOTFWINT-FINALIZAR
                 PERFORM 3000-FINALIZAR-DIGEST
              WHEN OTHER
                 MOVE 08                TO      GOTFWINT-COD-RETORNO
           END-EVALUATE.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.

           GOBACK.

      *----------------------------------------------------------------*
      *    INICIO DE UM ARQUIVO: ZERA CONTAGEM, BUFFER E VETOR DE
      *    ENCADEAMENTO. SEM ROTULO DE CHAVE NAO HA DIGEST POSSIVEL.
      *----------------------------------------------------------------*
       1000-INICIAR-DIGEST             SECTION.
      *----------------------------------------------------------------*

           INITIALIZE GOTFWINT-BLOCO-SAIDA.

           SET  GOTFWINT-SEM-PARCIAL    TO      TRUE.
           MOVE ZEROS                   TO      GOTFWINT-TAM-BUFFER.
           MOVE SPACES                  TO      GOTFWINT-BUFFER.
           MOVE LOW-VALUES              TO      GOTFWINT-VETOR-ENCAD.

           IF GOTFWINT-ROTULO-CHAVE     EQUAL   SPACES
              MOVE 08                   TO      GOTFWINT-COD-RETORNO
           END-IF.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ACUMULA UM REGISTRO NO BUFFER; BUFFER CHEIO SEGUE PARA O
      *    ICSF ANTES, EM BLOCOS MULTIPLOS DE 64 BYTES.
      *----------------------------------------------------------------*
       2000-ACUMULAR-REGISTRO          SECTION.
      *----------------------------------------------------------------*

           IF GOTFWINT-TAM-REGISTRO NOT NUMERIC
              OR GOTFWINT-TAM-REGISTRO  EQUAL   ZEROS
              OR GOTFWINT-TAM-REGISTRO  GREATER 256
              MOVE 08                   TO      GOTFWINT-COD-RETORNO
              GO TO 2000-99-FIM
           END-IF.

           IF GOTFWINT-TAM-BUFFER + GOTFWINT-TAM-REGISTRO
                                        GREATER 4096
              PERFORM 2100-ENVIAR-BLOCO
              IF NOT GOTFWINT-OK
                 GO TO 2000-99-FIM
              END-IF
           END-IF.

           COMPUTE WRK-POS-INICIO = GOTFWINT-TAM-BUFFER + 1.

           MOVE GOTFWINT-REGISTRO (1:GOTFWINT-TAM-REGISTRO)
             TO GOTFWINT-BUFFER (WRK-POS-INICIO:GOTFWINT-TAM-REGISTRO).

           ADD GOTFWINT-TAM-REGISTRO    TO      GOTFWINT-TAM-BUFFER.
           ADD 1                        TO      GOTFWINT-QTD-REGISTROS.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ENVIA AO CSNBHMG A PARTE DO BUFFER MULTIPLA DE 64 BYTES
      *    (FIRST NA PRIMEIRA VEZ, MIDDLE NAS SEGUINTES) E TRAZ O
      *    RESTO PARA O INICIO DO BUFFER.
      *----------------------------------------------------------------*
       2100-ENVIAR-BLOCO               SECTION.
      *----------------------------------------------------------------*

           DIVIDE GOTFWINT-TAM-BUFFER   BY      64
                                        GIVING  WRK-QTD-BLOCOS-64.
           COMPUTE WRK-ICSF-TAM-TEXTO = WRK-QTD-BLOCOS-64 * 64.
           COMPUTE WRK-TAM-RESTO = GOTFWINT-TAM-BUFFER
                                 - WRK-ICSF-TAM-TEXTO.

           IF GOTFWINT-SEM-PARCIAL
              MOVE 'FIRST   '           TO      WRK-ICSF-REGRA-SEGM
           ELSE
              MOVE 'MIDDLE  '           TO      WRK-ICSF-REGRA-SEGM
           END-IF.

           PERFORM 4000-CHAMAR-CSNBHMG.

           IF NOT GOTFWINT-OK
              GO TO 2100-99-FIM
           END-IF.

           SET  GOTFWINT-COM-PARCIAL    TO      TRUE.

           IF WRK-TAM-RESTO             GREATER ZEROS
              COMPUTE WRK-POS-INICIO = WRK-ICSF-TAM-TEXTO + 1
              MOVE GOTFWINT-BUFFER (WRK-POS-INICIO:WRK-TAM-RESTO)
                                        TO      WRK-AREA-RESTO
              MOVE WRK-AREA-RESTO (1:WRK-TAM-RESTO)
                                        TO      GOTFWINT-BUFFER
           END-IF.

           MOVE WRK-TAM-RESTO           TO      GOTFWINT-TAM-BUFFER.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    FIM DO ARQUIVO: ENVIA O RESTO DO BUFFER (LAST, OU ONLY SE
      *    O ARQUIVO COUBE INTEIRO NO BUFFER) E CONVERTE OS 16
      *    PRIMEIROS BYTES DO HMAC PARA HEXADECIMAL.
      *----------------------------------------------------------------*
       3000-FINALIZAR-DIGEST           SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                  TO      GOTFWINT-DIGEST.

           IF GOTFWINT-COM-PARCIAL
              MOVE 'LAST    '           TO      WRK-ICSF-REGRA-SEGM
           ELSE
              MOVE 'ONLY    '           TO      WRK-ICSF-REGRA-SEGM
           END-IF.

           MOVE GOTFWINT-TAM-BUFFER     TO      WRK-ICSF-TAM-TEXTO.

           PERFORM 4000-CHAMAR-CSNBHMG.

           IF NOT GOTFWINT-OK
              GO TO 3000-99-FIM
           END-IF.

           PERFORM 3100-CONVERTER-BYTE
              VARYING WRK-IND-BYTE FROM 1 BY 1
                UNTIL WRK-IND-BYTE GREATER 16.

           SET  GOTFWINT-SEM-PARCIAL    TO      TRUE.
           MOVE ZEROS                   TO      GOTFWINT-TAM-BUFFER.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-CONVERTER-BYTE             SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                   TO      WRK-HEX-NUM.
           MOVE WRK-ICSF-HMAC (WRK-IND-BYTE:1)
                                        TO      WRK-HEX-BYTE.

           DIVIDE WRK-HEX-NUM           BY      16
                                        GIVING  WRK-HEX-ALTO
                                        REMAINDER WRK-HEX-BAIXO.

           COMPUTE WRK-POS-DIGEST = (WRK-IND-BYTE * 2) - 1.
           ADD 1                        TO      WRK-HEX-ALTO
                                                WRK-HEX-BAIXO.

           MOVE WRK-TAB-HEXA (WRK-HEX-ALTO:1)
                               TO GOTFWINT-DIGEST (WRK-POS-DIGEST:1).
           ADD 1                        TO      WRK-POS-DIGEST.
           MOVE WRK-TAB-HEXA (WRK-HEX-BAIXO:1)
                               TO GOTFWINT-DIGEST (WRK-POS-DIGEST:1).

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-CHAMAR-CSNBHMG             SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                   TO      WRK-ICSF-RETORNO
                                                WRK-ICSF-MOTIVO
                                                WRK-ICSF-TAM-EXIT.

           CALL WRK-CSNBHMG             USING   WRK-ICSF-RETORNO
                                                WRK-ICSF-MOTIVO
                                                WRK-ICSF-TAM-EXIT
                                                WRK-ICSF-EXIT
                                                WRK-ICSF-QTD-REGRAS
                                                WRK-ICSF-REGRAS
                                                WRK-ICSF-TAM-CHAVE
                                                GOTFWINT-ROTULO-CHAVE
                                                WRK-ICSF-TAM-TEXTO
                                                GOTFWINT-BUFFER
                                                WRK-ICSF-TAM-VETOR
                                                GOTFWINT-VETOR-ENCAD
                                                WRK-ICSF-TAM-HMAC
                                                WRK-ICSF-HMAC.

           IF WRK-ICSF-RETORNO      NOT EQUAL   ZEROS
              MOVE 16                   TO      GOTFWINT-COD-RETORNO
              MOVE WRK-ICSF-RETORNO     TO      GOTFWINT-ICSF-RETORNO
              MOVE WRK-ICSF-MOTIVO      TO      GOTFWINT-ICSF-MOTIVO
           END-IF.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
