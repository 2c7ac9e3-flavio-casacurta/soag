      *           USADA PELOS DOCUMENTOS DE SAIDA DE TARIFAS.    *
      *           CHAVE SEM CADASTRO SAI COM O MARCADOR DO       *
      *           MODULO, NUNCA EM BRANCO.                       *
      * 04/2028 - JR - PREFERENCIA DE ENTREGA DO TITULAR         *
      *           (TPREF_ENTREG_CLIEN, PELO MODULO GOTF1300):    *
      *           CHAVE EM PAPEL OU SEM PREFERENCIA SEGUE NO     *
      *           PSVP-NOTF; E-MAIL OU SOMENTE CANAL DIGITAL SAI *
      *           NO NOVO PSVP-NOTE (LRECL 191 - CANAL E         *
      *           ENDERECO DE CONTATO SEGUIDOS DO REGISTRO DO    *
      *           PSVP-NOTF).                                    *
      ************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT PSVP-NOTF            ASSIGN TO   UT-S-PSVPNOTF
                                       FILE STATUS IS WRK-FS-PSVPNOTF.

           SELECT PSVP-NOTE            ASSIGN TO   UT-S-PSVPNOTE
                                       FILE STATUS IS WRK-FS-PSVPNOTE.

       DATA DIVISION.
       FILE SECTION.


       01  FD-PSVP-NOTF                PIC  X(110).

      *----------------------------------------------------------------*
      *    OUTPUT: PSVP-NOTE - EXTRATO DE NOTIFICACAO PARA ENTREGA     *
      *            ELETRONICA: CANAL E ENDERECO DE CONTATO SEGUIDOS    *
      *            DO REGISTRO DO PSVP-NOTF (ORG. SEQUENCIAL)          *
      *----------------------------------------------------------------*
       FD  PSVP-NOTE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PSVP-NOTE                PIC  X(191).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       01  WRK-CHAVE-CONTA            PIC  9(013) VALUE ZEROS.
       01  WRK-CHAVE-MEMO             PIC  9(013) VALUE 9999999999999.
       01  WRK-NOME-MEMO              PIC  X(030) VALUE SPACES.

      *----------------------------------------------------------------*
      *    PREFERENCIA DE ENTREGA DO TITULAR (MODULO GOTF1300),        *
      *    MEMORIZADA JUNTO COM O NOME                                 *
      *----------------------------------------------------------------*
       01  WRK-GOTF1300               PIC  X(008) VALUE 'GOTF1300'.

       COPY GOTFWENT.

       01  WRK-CANAL-MEMO             PIC  X(001) VALUE 'P'.
           88  WRK-ENTREGA-PAPEL          VALUE 'P'.
       01  WRK-ENDER-MEMO             PIC  X(080) VALUE SPACES.
       01  WRK-SW-FIM-JORNAL          PIC  X(001) VALUE 'N'.
           88  WRK-FIM-JORNAL             VALUE 'S'.
       01  WRK-SW-FIM-EXCE            PIC  X(001) VALUE 'N'.
       01  WRK-FS-PSVPEXCE            PIC  X(002) VALUE SPACES.
       01  WRK-FS-PSVPAGE             PIC  X(002) VALUE SPACES.
       01  WRK-FS-PSVPNOTF            PIC  X(002) VALUE SPACES.
       01  WRK-FS-PSVPNOTE            PIC  X(002) VALUE SPACES.

      *----------------------------------------------------------------*
      *    DATA DA EXECUCAO DO FECHAMENTO A NOTIFICAR (PARM; PADRAO    *
           05  NOTF-NOME-CLIEN        PIC  X(030).
           05  FILLER                 PIC  X(024) VALUE SPACES.

      *----------------------------------------------------------------*
      *    REGISTRO DO EXTRATO DE NOTIFICACAO ELETRONICA               *
      *----------------------------------------------------------------*
       01  WRK-REG-NOTE.
           05  NOTE-CCANAL-ENTREG     PIC  X(001).
           05  NOTE-DS-ENDER-CONTATO  PIC  X(080).
           05  NOTE-REG-NOTF          PIC  X(110).

      *----------------------------------------------------------------*
       01  WRK-TOTAIS.
           05  WRK-TOT-ROLADOS        PIC  9(009) COMP-3 VALUE ZEROS.
           05  WRK-TOT-RETIDOS        PIC  9(009) COMP-3 VALUE ZEROS.
           05  WRK-TOT-EXCECOES       PIC  9(009) COMP-3 VALUE ZEROS.
           05  WRK-TOT-PAPEL          PIC  9(009) COMP-3 VALUE ZEROS.
           05  WRK-TOT-ELETRONICO     PIC  9(009) COMP-3 VALUE ZEROS.

      *----------------------------------------------------------------*
       01  FILLER                     PIC  X(050) VALUE
              PERFORM 999-ROTINA-ERRO
           END-IF

           OPEN OUTPUT PSVP-NOTE

           IF WRK-FS-PSVPNOTE NOT EQUAL '00'
              MOVE 'SEQ'              TO ERR-TIPO-ACESSO
              MOVE 'OPEN '            TO ERR-DBD-TAB
              MOVE 'PSVPNOTE'         TO ERR-FUN-COMANDO
              MOVE ZEROS              TO ERR-SQL-CODE
              MOVE '1000'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              PERFORM 999-ROTINA-ERRO
           END-IF

           IF WRK-PARM-TAM IS GREATER THAN +9
              AND WRK-PARM-DADO-DATA NOT EQUAL SPACES
              MOVE WRK-PARM-DADO-DATA TO WRK-DT-FECHAMENTO

           PERFORM 2950-BUSCAR-NOME-TITULAR

           IF NOT WRK-ENTREGA-PAPEL
              PERFORM 2920-GRAVAR-NOTE
              GO TO 2900-99-FIM
           END-IF

           MOVE WRK-REG-NOTF          TO FD-PSVP-NOTF

           WRITE FD-PSVP-NOTF
              MOVE '2900'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              PERFORM 999-ROTINA-ERRO
           END-IF

           ADD 1                      TO WRK-TOT-PAPEL.

      *----------------------------------------------------------------*
       2900-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CHAVE COM ENTREGA ELETRONICA ('E' E-MAIL OU 'D' SOMENTE     *
      *    CANAL DIGITAL): O REGISTRO SAI NO PSVP-NOTE PRECEDIDO DO    *
      *    CANAL E DO ENDERECO DE CONTATO, FORA DO LOTE DA GRAFICA.    *
      *----------------------------------------------------------------*
       2920-GRAVAR-NOTE           SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-CANAL-MEMO        TO NOTE-CCANAL-ENTREG
           MOVE WRK-ENDER-MEMO        TO NOTE-DS-ENDER-CONTATO
           MOVE WRK-REG-NOTF          TO NOTE-REG-NOTF
           MOVE WRK-REG-NOTE          TO FD-PSVP-NOTE

           WRITE FD-PSVP-NOTE

           IF WRK-FS-PSVPNOTE NOT EQUAL '00'
              MOVE 'SEQ'              TO ERR-TIPO-ACESSO
              MOVE 'WRITE'            TO ERR-DBD-TAB
              MOVE 'PSVPNOTE'         TO ERR-FUN-COMANDO
              MOVE ZEROS              TO ERR-SQL-CODE
              MOVE '2920'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              PERFORM 999-ROTINA-ERRO
           END-IF

           ADD 1                      TO WRK-TOT-ELETRONICO.

      *----------------------------------------------------------------*
       2920-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    NOME CADASTRAL DO TITULAR DA CHAVE NOTIFICADA, RESOLVIDO    *
      *    PELO MODULO GOTF1000 (ESPELHO CADASTRAL DE CONTAS) COM      *
                                      TO NOTF-NOME-CLIEN
              MOVE WRK-CHAVE-CONTA    TO WRK-CHAVE-MEMO
              MOVE NOTF-NOME-CLIEN    TO WRK-NOME-MEMO

              PERFORM 2960-BUSCAR-PREF-ENTREGA
           END-IF.

      *----------------------------------------------------------------*
       2950-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PREFERENCIA DE ENTREGA DO TITULAR DA CHAVE NOTIFICADA       *
      *    (TPREF_ENTREG_CLIEN, PELO MODULO GOTF1300). CHAVE SEM       *
      *    PREFERENCIA VOLTA EM PAPEL.                                 *
      *----------------------------------------------------------------*
       2960-BUSCAR-PREF-ENTREGA   SECTION.
      *----------------------------------------------------------------*

           INITIALIZE GOTFWENT
           MOVE WRK-CHAVE-CONTA       TO GOTFWENT-NCONTA-CLIEN

           CALL WRK-GOTF1300          USING GOTFWENT

           IF GOTFWENT-ERRO-DB2
              MOVE 'DB2'              TO ERR-TIPO-ACESSO
              MOVE 'SELECT'           TO ERR-DBD-TAB
              MOVE 'GOTF1300'         TO ERR-FUN-COMANDO
              MOVE GOTFWENT-SQLCODE   TO ERR-SQL-CODE
              MOVE '2960'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              PERFORM 999-ROTINA-ERRO
           END-IF

           MOVE GOTFWENT-CCANAL-ENTREG TO WRK-CANAL-MEMO
           MOVE GOTFWENT-DS-ENDER     TO WRK-ENDER-MEMO.

      *----------------------------------------------------------------*
       2960-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA FINALIZA                                             *
      ******************************************************************
           DISPLAY '* CHAVES ROLADAS    : ' WRK-TOT-ROLADOS
           DISPLAY '* CHAVES RETIDAS    : ' WRK-TOT-RETIDOS
           DISPLAY '* CHAVES EM EXCECAO : ' WRK-TOT-EXCECOES
           DISPLAY '* GRAVADOS PAPEL    : ' WRK-TOT-PAPEL
           DISPLAY '* GRAVADOS ELETRON. : ' WRK-TOT-ELETRONICO
           DISPLAY '*********** PSVP1093 ***********'

           CLOSE PSVP-EXCE
           CLOSE PSVP-AGE
           CLOSE PSVP-NOTF
           CLOSE PSVP-NOTE.

      *----------------------------------------------------------------*
       3000-99-FIM. EXIT.
