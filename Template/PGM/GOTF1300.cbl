      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. GOTF1300.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  GOTF1300                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  ABRIL/2028                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  MODULO DE CONSULTA DA PREFERENCIA DE ENTREGA *
      *                   DA CONTA DO CLIENTE (TPREF_ENTREG_CLIEN),    *
      *                   CHAMADO POR CALL ESTATICO PELOS GERADORES DE *
      *                   DOCUMENTOS DE SAIDA (GOTF2EXT, GOTF2FAT,     *
      *                   PSVP1093) PARA SEPARAR O ARQUIVO DA GRAFICA  *
      *                   DO ARQUIVO DE ENTREGA ELETRONICA: DEVOLVE O  *
      *                   CANAL ('P' PAPEL, 'E' E-MAIL, 'D' SOMENTE    *
      *                   CANAL DIGITAL), O ENDERECO DE CONTATO E A    *
      *                   DATA DO OPT-IN. CONTA SEM PREFERENCIA - OU   *
      *                   COM CANAL ELETRONICO SEM ENDERECO - VOLTA    *
      *                   COM RETORNO 04 E CANAL 'P': NA DUVIDA O      *
      *                   DOCUMENTO VAI EM PAPEL. ERRO DE SQL VOLTA    *
      *                   COM RETORNO 16 E O SQLCODE NO BLOCO, PARA O  *
      *                   CHAMADOR TRATAR NA SUA PROPRIA ROTINA DE     *
      *                   ERRO.                                        *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    GOTFWENT - BOOK DE COMUNICACAO DESTE MODULO                 *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TPREF_ENTREG_CLIEN       GOTFB0H2       *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    ABR/2028 - HOMI - CRIACAO DO PROGRAMA.                      *
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

       77  WRK-PROGRAM                 PIC  X(08)  VALUE  'GOTF1300'.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0H2
           END-EXEC.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*

       COPY GOTFWENT.

      *================================================================*
       PROCEDURE                       DIVISION USING GOTFWENT.
      *================================================================*

      *----------------------------------------------------------------*
       0000-CONSULTAR-PREFERENCIA      SECTION.
      *----------------------------------------------------------------*

           INITIALIZE GOTFWENT-BLOCO-RETORNO
                      GOTFWENT-BLOCO-SAIDA.

           MOVE 'P'                     TO      GOTFWENT-CCANAL-ENTREG.
           MOVE '0001-01-01'            TO      GOTFWENT-DT-OPT-IN.

           IF GOTFWENT-NCONTA-CLIEN NOT NUMERIC
              OR GOTFWENT-NCONTA-CLIEN  EQUAL   ZEROS
              MOVE 04                   TO      GOTFWENT-COD-RETORNO
              GO TO 0000-99-FIM
           END-IF.

           EXEC SQL
             SELECT CCANAL_ENTREG,
                    DS_ENDER_CONTATO,
                    DT_OPT_IN
               INTO :GOTFB0H2.CCANAL-ENTREG,
                    :GOTFB0H2.DS-ENDER-CONTATO,
                    :GOTFB0H2.DT-OPT-IN
               FROM DB2PRD.TPREF_ENTREG_CLIEN
              WHERE NCONTA_CLIEN = :GOTFWENT-NCONTA-CLIEN
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   ZEROS
               AND ENTREG-PAPEL OF GOTFB0H2
                 MOVE 00                TO      GOTFWENT-COD-RETORNO
                 MOVE DT-OPT-IN OF GOTFB0H2
                                        TO      GOTFWENT-DT-OPT-IN
              WHEN SQLCODE              EQUAL   ZEROS
               AND (ENTREG-EMAIL OF GOTFB0H2
                    OR ENTREG-DIGITAL OF GOTFB0H2)
               AND DS-ENDER-CONTATO OF GOTFB0H2
                                        NOT EQUAL SPACES
                 MOVE 00                TO      GOTFWENT-COD-RETORNO
                 MOVE CCANAL-ENTREG OF GOTFB0H2
                                        TO      GOTFWENT-CCANAL-ENTREG
                 MOVE DS-ENDER-CONTATO OF GOTFB0H2
                                        TO      GOTFWENT-DS-ENDER
                 MOVE DT-OPT-IN OF GOTFB0H2
                                        TO      GOTFWENT-DT-OPT-IN
              WHEN SQLCODE              EQUAL   ZEROS
              WHEN SQLCODE              EQUAL   +100
                 MOVE 04                TO      GOTFWENT-COD-RETORNO
              WHEN OTHER
                 MOVE 16                TO      GOTFWENT-COD-RETORNO
                 MOVE SQLCODE           TO      GOTFWENT-SQLCODE
           END-EVALUATE.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.

           GOBACK.
