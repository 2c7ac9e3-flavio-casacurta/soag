      *               NACIONAIS ('N') COM DEPENDENCIA ZEROS - E O      *
      *               CALENDARIO USADO PELA FUNCAO 'PU' DO CALE2000    *
      *               PARA AGENDAR DEBITOS EM MOEDA ESTRANGEIRA.       *
      *    AGO/2028 - HOMI - FERIADOS NACIONAIS CALCULADOS: O PROGRAMA *
      *               CALCULA A PASCOA DO ANO DA CARGA E DELA OS       *
      *               FERIADOS MOVEIS (CARNAVAL SEGUNDA E TERCA,       *
      *               SEXTA-FEIRA DA PAIXAO, CORPUS CHRISTI), QUE      *
      *               JUNTA AOS NACIONAIS DE DATA FIXA E AS ENTRADAS   *
      *               ESTADUAIS/MUNICIPAIS DO ARQUIVO. UMA PRIMEIRA    *
      *               PASSADA EM CALE001E CONFERE AS LINHAS NACIONAIS  *
      *               DO BRASIL DIGITADAS CONTRA AS DATAS CALCULADAS E *
      *               RELATA CADA CONFLITO EM CALE001S ANTES DE        *
      *               QUALQUER CARGA; COM CONFLITO NADA E CARREGADO    *
      *               (RETURN-CODE 08), SALVO 'F' NA POSICAO 06 DO     *
      *               PARM, QUE CARREGA DESCARTANDO AS LINHAS          *
      *               CONFLITANTES. FERIADO CALCULADO AUSENTE DO       *
      *               ARQUIVO E INCLUIDO COM ORIGEM 'CALCULADO'.       *
      *================================================================*

      *================================================================*
       01  WRK-PARM-ANO-CARGA          PIC  9(04) VALUE ZEROS.
       01  WRK-PARM-MODO-SIMULA        PIC  X(01) VALUE 'N'.
           88  WRK-EM-SIMULACAO                    VALUE 'S'.
       01  WRK-PARM-CARGA-FORCADA      PIC  X(01) VALUE 'N'.
           88  WRK-CARGA-FORCADA                   VALUE 'F'.

       01  WRK-SW-PASSADA              PIC  X(01) VALUE '1'.
           88  WRK-PASSADA-CONFERENCIA             VALUE '1'.
           88  WRK-PASSADA-CARGA                   VALUE '2'.
       01  WRK-SW-CONFLITO             PIC  X(01) VALUE 'N'.
           88  WRK-LINHA-CONFLITANTE               VALUE 'S'.

       77  WRK-RC-CONFLITO             PIC S9(04)  COMP    VALUE +8.

       01  WRK-ACUMULADORES.
         05  WRK-LIDOS-CALE001E        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-INCLUIDOS             PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-JA-EXISTENTES         PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-REJEITADOS            PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-CONFLITOS             PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-DESCARTADOS           PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-CALCULADOS            PIC  9(09)  COMP-3  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DOS FERIADOS NACIONAIS CALCULADOS     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *----------------------------------------------------------------*
      *    NACIONAIS DE DATA FIXA: MES-DIA, ANO INICIAL DE VIGENCIA E  *
      *    DESCRICAO                                                   *
      *----------------------------------------------------------------*
       01  WRK-TAB-FIXOS-DADOS.
         05  FILLER                    PIC  X(049) VALUE
             '01-010000CONFRATERNIZACAO UNIVERSAL'.
         05  FILLER                    PIC  X(049) VALUE
             '04-210000TIRADENTES'.
         05  FILLER                    PIC  X(049) VALUE
             '05-010000DIA DO TRABALHO'.
         05  FILLER                    PIC  X(049) VALUE
             '09-070000INDEPENDENCIA DO BRASIL'.
         05  FILLER                    PIC  X(049) VALUE
             '10-120000NOSSA SENHORA APARECIDA'.
         05  FILLER                    PIC  X(049) VALUE
             '11-020000FINADOS'.
         05  FILLER                    PIC  X(049) VALUE
             '11-150000PROCLAMACAO DA REPUBLICA'.
         05  FILLER                    PIC  X(049) VALUE
             '11-202024DIA NAC. DE ZUMBI E DA CONSCIENCIA NEGRA'.
         05  FILLER                    PIC  X(049) VALUE
             '12-250000NATAL'.
       01  WRK-TAB-FIXOS               REDEFINES   WRK-TAB-FIXOS-DADOS.
         05  WRK-TAB-FIXO-ITEM         OCCURS 9 TIMES.
           10  TAB-FIX-MM-DD           PIC  X(005).
           10  TAB-FIX-ANO-INICIAL     PIC  9(004).
           10  TAB-FIX-DESCRICAO       PIC  X(040).

       01  WRK-QTD-FIXOS               PIC S9(04)  COMP    VALUE +9.

      *----------------------------------------------------------------*
      *    CALCULO DA PASCOA (ALGORITMO GREGORIANO DE MEEUS/JONES/     *
      *    BUTCHER) E FERIADOS MOVEIS DERIVADOS                        *
      *----------------------------------------------------------------*
       01  WRK-CALCULO-PASCOA.
         05  WRK-PSC-A                 PIC S9(09)  COMP    VALUE ZEROS.
         05  WRK-PSC-B                 PIC S9(09)  COMP    VALUE ZEROS.
         05  WRK-PSC-C                 PIC S9(09)  COMP    VALUE ZEROS.
         05  WRK-PSC-D                 PIC S9(09)  COMP    VALUE ZEROS.
         05  WRK-PSC-E                 PIC S9(09)  COMP    VALUE ZEROS.
         05  WRK-PSC-F                 PIC S9(09)  COMP    VALUE ZEROS.
         05  WRK-PSC-G                 PIC S9(09)  COMP    VALUE ZEROS.
         05  WRK-PSC-H                 PIC S9(09)  COMP    VALUE ZEROS.
         05  WRK-PSC-I                 PIC S9(09)  COMP    VALUE ZEROS.
         05  WRK-PSC-K                 PIC S9(09)  COMP    VALUE ZEROS.
         05  WRK-PSC-L                 PIC S9(09)  COMP    VALUE ZEROS.
         05  WRK-PSC-M                 PIC S9(09)  COMP    VALUE ZEROS.
         05  WRK-PSC-N                 PIC S9(09)  COMP    VALUE ZEROS.
         05  WRK-PSC-AUX               PIC S9(09)  COMP    VALUE ZEROS.

       01  WRK-DT-PASCOA.
         05  WRK-DT-PASCOA-AAAA        PIC  9(004).
         05  FILLER                    PIC  X(001) VALUE '-'.
         05  WRK-DT-PASCOA-MM          PIC  9(002).
         05  FILLER                    PIC  X(001) VALUE '-'.
         05  WRK-DT-PASCOA-DD          PIC  9(002).

       01  WRK-DT-CARNAVAL-SEG         PIC  X(010) VALUE SPACES.
       01  WRK-DT-CARNAVAL-TER         PIC  X(010) VALUE SPACES.
       01  WRK-DT-PAIXAO               PIC  X(010) VALUE SPACES.
       01  WRK-DT-CORPUS-CHRISTI       PIC  X(010) VALUE SPACES.

      *----------------------------------------------------------------*
      *    FERIADOS NACIONAIS DO ANO DA CARGA (FIXOS + MOVEIS), COM A  *
      *    MARCA DE PRESENCA NO ARQUIVO                                *
      *----------------------------------------------------------------*
       01  WRK-QTD-CALCULADOS          PIC S9(04)  COMP    VALUE ZEROS.
       01  WRK-IDX-FIX                 PIC S9(04)  COMP    VALUE ZEROS.
       01  WRK-IDX-GER                 PIC S9(04)  COMP    VALUE ZEROS.
       01  WRK-IDX-ACHADO              PIC S9(04)  COMP    VALUE ZEROS.
       01  WRK-TAB-CALCULADOS.
         05  WRK-TAB-GER-ITEM          OCCURS 13 TIMES.
           10  TAB-GER-DT-FERIADO      PIC  X(010).
           10  TAB-GER-DS-FERIADO      PIC  X(040).
           10  TAB-GER-IN-ARQUIVO      PIC  X(001).
             88  TAB-GER-NO-ARQUIVO              VALUE 'S'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
         05  CRG-HR-FIM-EXPED          PIC  X(008).
         05  FILLER                    PIC  X(001) VALUE SPACE.
         05  CRG-CPAIS                 PIC  X(003).
         05  FILLER                    PIC  X(001) VALUE SPACE.
         05  CRG-ORIGEM                PIC  X(010).
         05  FILLER                    PIC  X(031) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
      *----------------------------------------------------------------*
      *          PARM: POS 01-04 ANO DA CARGA (OBRIGATORIO)            *
      *                POS 05    'S' = SIMULACAO (NAO GRAVA)           *
      *                POS 06    'F' = CARGA FORCADA COM CONFLITO      *
      *----------------------------------------------------------------*
       01  WRK-PARM-AREA.
           05  WRK-PARM-TAM             PIC S9(004) COMP.
           05  WRK-PARM-DADOS.
               10  WRK-PARM-DADO-ANO    PIC  9(004).
               10  WRK-PARM-DADO-SIMULA PIC  X(001).
               10  WRK-PARM-DADO-FORCAR PIC  X(001).
               10  FILLER               PIC  X(074).

      *================================================================*
       PROCEDURE                       DIVISION USING WRK-PARM-AREA.

           PERFORM 1000-INICIAR.

           PERFORM 1500-CALCULAR-NACIONAIS.

           PERFORM 2900-CONFERIR
             UNTIL WRK-FIM-CALE001E.

           PERFORM 3500-AVALIAR-CONFLITOS.

           PERFORM 3000-PROCESSAR
             UNTIL WRK-FIM-CALE001E.

           PERFORM 6000-CARREGAR-CALCULADOS.

           PERFORM 9000-FINALIZAR.

      *----------------------------------------------------------------*
              END-IF
           END-IF.

           IF WRK-PARM-TAM          IS GREATER THAN +5
              IF WRK-PARM-DADO-FORCAR   EQUAL   'F'
                 MOVE 'F'               TO      WRK-PARM-CARGA-FORCADA
              END-IF
           END-IF.

           OPEN INPUT   CALE001E.
           OPEN OUTPUT  CALE001R.
           OPEN OUTPUT  CALE001S.
       1130-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * MONTA A TABELA DOS FERIADOS NACIONAIS DO ANO DA CARGA: OS DE   *
      * DATA FIXA VIGENTES NO ANO E OS MOVEIS DERIVADOS DA PASCOA      *
      * (CARNAVAL -48/-47 DIAS, PAIXAO -2, CORPUS CHRISTI +60)         *
      *----------------------------------------------------------------*
       1500-CALCULAR-NACIONAIS         SECTION.
      *----------------------------------------------------------------*

           MOVE '1500-CALCULAR-NACIONAIS' TO    FRWKGHEA-IDEN-PARAGRAFO.

           MOVE ZEROS                   TO      WRK-QTD-CALCULADOS.

           PERFORM 1510-INCLUIR-FIXO
             VARYING WRK-IDX-FIX FROM 1 BY 1
               UNTIL WRK-IDX-FIX        GREATER WRK-QTD-FIXOS.

           PERFORM 1550-CALCULAR-PASCOA.

           EXEC SQL
                SELECT CHAR(DATE(:WRK-DT-PASCOA) - 48 DAYS, ISO),
                       CHAR(DATE(:WRK-DT-PASCOA) - 47 DAYS, ISO),
                       CHAR(DATE(:WRK-DT-PASCOA) -  2 DAYS, ISO),
                       CHAR(DATE(:WRK-DT-PASCOA) + 60 DAYS, ISO)
                  INTO :WRK-DT-CARNAVAL-SEG,
                       :WRK-DT-CARNAVAL-TER,
                       :WRK-DT-PAIXAO,
                       :WRK-DT-CORPUS-CHRISTI
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE               NOT EQUAL   ZEROS
              MOVE 'SYSDUMMY1'          TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0010'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE WRK-DT-CARNAVAL-SEG     TO      TAB-GER-DT-FERIADO (10).
           MOVE 'CARNAVAL (SEGUNDA-FEIRA)'
                                        TO      TAB-GER-DS-FERIADO (10).
           MOVE WRK-DT-CARNAVAL-TER     TO      TAB-GER-DT-FERIADO (11).
           MOVE 'CARNAVAL (TERCA-FEIRA)'
                                        TO      TAB-GER-DS-FERIADO (11).
           MOVE WRK-DT-PAIXAO           TO      TAB-GER-DT-FERIADO (12).
           MOVE 'SEXTA-FEIRA DA PAIXAO' TO      TAB-GER-DS-FERIADO (12).
           MOVE WRK-DT-CORPUS-CHRISTI   TO      TAB-GER-DT-FERIADO (13).
           MOVE 'CORPUS CHRISTI'        TO      TAB-GER-DS-FERIADO (13).

           MOVE 'N'                     TO      TAB-GER-IN-ARQUIVO (10)
                                                TAB-GER-IN-ARQUIVO (11)
                                                TAB-GER-IN-ARQUIVO (12)
                                                TAB-GER-IN-ARQUIVO (13).

           MOVE 13                      TO      WRK-QTD-CALCULADOS.

           DISPLAY '* CALE0500 - PASCOA ' WRK-DT-PASCOA
                   ' CARNAVAL ' WRK-DT-CARNAVAL-SEG
                   '/' WRK-DT-CARNAVAL-TER.
           DISPLAY '* CALE0500 - PAIXAO ' WRK-DT-PAIXAO
                   ' CORPUS CHRISTI ' WRK-DT-CORPUS-CHRISTI.

      *----------------------------------------------------------------*
       1500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * FERIADO FIXO AINDA NAO VIGENTE NO ANO DA CARGA FICA COM A DATA *
      * EM BRANCO (NAO CONFERE NEM E CARREGADO)                        *
      *----------------------------------------------------------------*
       1510-INCLUIR-FIXO               SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                  TO      TAB-GER-DT-FERIADO
                                                (WRK-IDX-FIX).
           MOVE TAB-FIX-DESCRICAO (WRK-IDX-FIX)
                                        TO      TAB-GER-DS-FERIADO
                                                (WRK-IDX-FIX).
           MOVE 'N'                     TO      TAB-GER-IN-ARQUIVO
                                                (WRK-IDX-FIX).

           IF TAB-FIX-ANO-INICIAL (WRK-IDX-FIX)
                                    NOT GREATER WRK-PARM-ANO-CARGA
              STRING WRK-PARM-ANO-CARGA DELIMITED BY SIZE
                     '-'                DELIMITED BY SIZE
                     TAB-FIX-MM-DD (WRK-IDX-FIX)
                                        DELIMITED BY SIZE
                INTO TAB-GER-DT-FERIADO (WRK-IDX-FIX)
              END-STRING
           END-IF.

      *----------------------------------------------------------------*
       1510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * DOMINGO DE PASCOA DO ANO DA CARGA (CALENDARIO GREGORIANO)      *
      *----------------------------------------------------------------*
       1550-CALCULAR-PASCOA            SECTION.
      *----------------------------------------------------------------*

           MOVE '1550-CALCULAR-PASCOA'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           DIVIDE WRK-PARM-ANO-CARGA    BY      19
                  GIVING WRK-PSC-AUX    REMAINDER WRK-PSC-A.
           DIVIDE WRK-PARM-ANO-CARGA    BY      100
                  GIVING WRK-PSC-B      REMAINDER WRK-PSC-C.
           DIVIDE WRK-PSC-B             BY      4
                  GIVING WRK-PSC-D      REMAINDER WRK-PSC-E.
           COMPUTE WRK-PSC-AUX = WRK-PSC-B + 8.
           DIVIDE WRK-PSC-AUX           BY      25
                  GIVING WRK-PSC-F.
           COMPUTE WRK-PSC-AUX = WRK-PSC-B - WRK-PSC-F + 1.
           DIVIDE WRK-PSC-AUX           BY      3
                  GIVING WRK-PSC-G.
           COMPUTE WRK-PSC-AUX = (19 * WRK-PSC-A) + WRK-PSC-B
                               - WRK-PSC-D - WRK-PSC-G + 15.
           DIVIDE WRK-PSC-AUX           BY      30
                  GIVING WRK-PSC-N      REMAINDER WRK-PSC-H.
           DIVIDE WRK-PSC-C             BY      4
                  GIVING WRK-PSC-I      REMAINDER WRK-PSC-K.
           COMPUTE WRK-PSC-AUX = 32 + (2 * WRK-PSC-E) + (2 * WRK-PSC-I)
                               - WRK-PSC-H - WRK-PSC-K.
           DIVIDE WRK-PSC-AUX           BY      7
                  GIVING WRK-PSC-N      REMAINDER WRK-PSC-L.
           COMPUTE WRK-PSC-AUX = WRK-PSC-A + (11 * WRK-PSC-H)
                               + (22 * WRK-PSC-L).
           DIVIDE WRK-PSC-AUX           BY      451
                  GIVING WRK-PSC-M.
           COMPUTE WRK-PSC-AUX = WRK-PSC-H + WRK-PSC-L
                               - (7 * WRK-PSC-M) + 114.
           DIVIDE WRK-PSC-AUX           BY      31
                  GIVING WRK-PSC-N      REMAINDER WRK-PSC-I.

           MOVE WRK-PARM-ANO-CARGA      TO      WRK-DT-PASCOA-AAAA.
           MOVE WRK-PSC-N               TO      WRK-DT-PASCOA-MM.
           COMPUTE WRK-DT-PASCOA-DD = WRK-PSC-I + 1.

      *----------------------------------------------------------------*
       1550-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-CALE001E               SECTION.
      *----------------------------------------------------------------*
              SET WRK-FIM-CALE001E      TO      TRUE
           ELSE
              PERFORM 1110-TESTAR-FS-CALE001E
              IF WRK-PASSADA-CONFERENCIA
                 ADD 1                  TO      WRK-LIDOS-CALE001E
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * PRIMEIRA PASSADA: VALIDA CADA LINHA (REJEITOS EM CALE001R) E   *
      * CONFERE AS NACIONAIS DO BRASIL CONTRA AS DATAS CALCULADAS,     *
      * RELATANDO CADA CONFLITO EM CALE001S - NADA E CARREGADO AQUI    *
      *----------------------------------------------------------------*
       2900-CONFERIR                   SECTION.
      *----------------------------------------------------------------*

           MOVE '2900-CONFERIR'         TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 4000-VALIDAR-LINHA.

           IF WRK-LINHA-VALIDA
              PERFORM 4500-CONFERIR-CALCULADO
              IF WRK-LINHA-CONFLITANTE
                 MOVE 'CONFLITO'        TO      CRG-ACAO
                 PERFORM 4600-RELATAR-LINHA-ARQUIVO
                 ADD 1                  TO      WRK-CONFLITOS
              END-IF
           END-IF.

           PERFORM 2100-LER-CALE001E.

      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * COM CONFLITO E SEM CARGA FORCADA, ENCERRA SEM CARREGAR NADA    *
      * (RETURN-CODE 08). SENAO REABRE CALE001E PARA A CARGA           *
      *----------------------------------------------------------------*
       3500-AVALIAR-CONFLITOS          SECTION.
      *----------------------------------------------------------------*

           MOVE '3500-AVALIAR-CONFLITOS' TO     FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-CONFLITOS             GREATER ZEROS
              AND NOT WRK-CARGA-FORCADA
              DISPLAY '*********** CALE0500 ***********'
              DISPLAY '* CONFLITO ENTRE O ARQUIVO E OS *'
              DISPLAY '* FERIADOS NACIONAIS CALCULADOS *'
              DISPLAY '* CONFLITOS : ' WRK-CONFLITOS
              DISPLAY '* VER CALE001S - NADA CARREGADO *'
              DISPLAY '*********** CALE0500 ***********'
              PERFORM 7100-ENCERRAR-CKRS0105
              CLOSE CALE001E
              CLOSE CALE001R
              CLOSE CALE001S
              MOVE WRK-RC-CONFLITO      TO      RETURN-CODE
              STOP RUN
           END-IF.

           CLOSE CALE001E.
           PERFORM 1110-TESTAR-FS-CALE001E.

           OPEN INPUT   CALE001E.
           PERFORM 1110-TESTAR-FS-CALE001E.

           SET WRK-PASSADA-CARGA        TO      TRUE.
           MOVE 'N'                     TO      WRK-SW-FIM-CALE001E.

           PERFORM 2100-LER-CALE001E.

      *----------------------------------------------------------------*
       3500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * SEGUNDA PASSADA: CARREGA AS LINHAS VALIDAS; LINHA CONFLITANTE  *
      * (SO CHEGA AQUI NA CARGA FORCADA) E DESCARTADA EM FAVOR DA DATA *
      * CALCULADA                                                      *
      *----------------------------------------------------------------*
       3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
           PERFORM 4000-VALIDAR-LINHA.

           IF WRK-LINHA-VALIDA
              PERFORM 4500-CONFERIR-CALCULADO
              IF WRK-LINHA-CONFLITANTE
                 MOVE 'DESCARTADO'      TO      CRG-ACAO
                 PERFORM 4600-RELATAR-LINHA-ARQUIVO
                 ADD 1                  TO      WRK-DESCARTADOS
              ELSE
                 MOVE 'ARQUIVO'         TO      CRG-ORIGEM
                 PERFORM 5000-CARREGAR-FERIADO
              END-IF
           END-IF.

           PERFORM 2100-LER-CALE001E.

           IF REJ-MOTIVO            NOT EQUAL   SPACES
              MOVE 'N'                  TO      WRK-SW-LINHA-VALIDA
           END-IF.

           IF REJ-MOTIVO            NOT EQUAL   SPACES
              AND WRK-PASSADA-CONFERENCIA
              MOVE WRK-REG-FERIADO      TO      REJ-REGISTRO-ORIGINAL
              MOVE WRK-REG-REJEITO      TO      FD-CALE001R
              WRITE FD-CALE001R
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * LINHA NACIONAL DO BRASIL SO E ACEITA NUMA DATA CALCULADA (FIXA *
      * OU MOVEL); A DATA CALCULADA PRESENTE NO ARQUIVO FICA MARCADA E *
      * NAO E INCLUIDA DE NOVO. MEIO EXPEDIENTE (QUARTA DE CINZAS,     *
      * VESPERAS) E DEMAIS LINHAS NAO SAO CONFERIDOS                   *
      *----------------------------------------------------------------*
       4500-CONFERIR-CALCULADO         SECTION.
      *----------------------------------------------------------------*

           MOVE '4500-CONFERIR-CALCULADO' TO    FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'N'                     TO      WRK-SW-CONFLITO.

           IF (NOT CAL-TIPO-NACIONAL)
              OR (NOT CAL-PAIS-BRASIL)
              OR CAL-MEIO-DIA
              GO TO 4500-99-FIM
           END-IF.

           MOVE ZEROS                   TO      WRK-IDX-ACHADO.

           PERFORM 4510-PROCURAR-CALCULADO
             VARYING WRK-IDX-GER FROM 1 BY 1
               UNTIL WRK-IDX-GER        GREATER WRK-QTD-CALCULADOS
                  OR WRK-IDX-ACHADO     GREATER ZEROS.

           IF WRK-IDX-ACHADO            EQUAL   ZEROS
              MOVE 'S'                  TO      WRK-SW-CONFLITO
           ELSE
              MOVE 'S'                  TO      TAB-GER-IN-ARQUIVO
                                                (WRK-IDX-ACHADO)
           END-IF.

      *----------------------------------------------------------------*
       4500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4510-PROCURAR-CALCULADO         SECTION.
      *----------------------------------------------------------------*

           IF TAB-GER-DT-FERIADO (WRK-IDX-GER)
                                        EQUAL   CAL-DT-FERIADO
              MOVE WRK-IDX-GER          TO      WRK-IDX-ACHADO
           END-IF.

      *----------------------------------------------------------------*
       4510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4600-RELATAR-LINHA-ARQUIVO      SECTION.
      *----------------------------------------------------------------*

           MOVE '4600-RELATAR-LINHA-ARQUIVO' TO FRWKGHEA-IDEN-PARAGRAFO.

           MOVE CAL-TIPO-FERIADO        TO      CRG-TIPO.
           MOVE CAL-NDEPEND-FERIADO     TO      CRG-NDEPEND.
           MOVE CAL-DT-FERIADO          TO      CRG-DT-FERIADO.
           MOVE CAL-DS-FERIADO          TO      CRG-DS-FERIADO.
           MOVE CAL-IN-MEIO-DIA         TO      CRG-IN-MEIO-DIA.
           MOVE CAL-HR-FIM-EXPED        TO      CRG-HR-FIM-EXPED.
           MOVE 'BRA'                   TO      CRG-CPAIS.
           MOVE 'ARQUIVO'               TO      CRG-ORIGEM.

           PERFORM 5100-GRAVAR-LINHA-CARGA.

      *----------------------------------------------------------------*
       4600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * CARREGA O FERIADO: A DUPLICATA (-803) NAO E ERRO - E RELATADA  *
      * COMO JA EXISTENTE, PARA A CARGA SER REEXECUTAVEL               *
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * INCLUI OS FERIADOS NACIONAIS CALCULADOS QUE NAO VIERAM NO      *
      * ARQUIVO, PELA MESMA ROTINA DE CARGA (DUPLICATA = JA EXISTIA)   *
      *----------------------------------------------------------------*
       6000-CARREGAR-CALCULADOS        SECTION.
      *----------------------------------------------------------------*

           MOVE '6000-CARREGAR-CALCULADOS' TO   FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 6100-CARREGAR-CALCULADO
             VARYING WRK-IDX-GER FROM 1 BY 1
               UNTIL WRK-IDX-GER        GREATER WRK-QTD-CALCULADOS.

      *----------------------------------------------------------------*
       6000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6100-CARREGAR-CALCULADO         SECTION.
      *----------------------------------------------------------------*

           IF TAB-GER-NO-ARQUIVO (WRK-IDX-GER)
              OR TAB-GER-DT-FERIADO (WRK-IDX-GER) EQUAL SPACES
              GO TO 6100-99-FIM
           END-IF.

           MOVE SPACES                  TO      WRK-REG-FERIADO.
           MOVE 'N'                     TO      CAL-TIPO-FERIADO.
           MOVE ZEROS                   TO      CAL-NDEPEND-FERIADO.
           MOVE TAB-GER-DT-FERIADO (WRK-IDX-GER)
                                        TO      CAL-DT-FERIADO.
           MOVE TAB-GER-DS-FERIADO (WRK-IDX-GER)
                                        TO      CAL-DS-FERIADO.
           MOVE 'BRA'                   TO      CAL-CPAIS-FERIADO.
           MOVE 'CALCULADO'             TO      CRG-ORIGEM.

           PERFORM 5000-CARREGAR-FERIADO.

           ADD 1                        TO      WRK-CALCULADOS.

      *----------------------------------------------------------------*
       6100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
           DISPLAY '* INCLUIDOS         : ' WRK-INCLUIDOS
           DISPLAY '* JA EXISTENTES     : ' WRK-JA-EXISTENTES
           DISPLAY '* REJEITADOS        : ' WRK-REJEITADOS
           DISPLAY '* CONFLITOS         : ' WRK-CONFLITOS
           DISPLAY '* DESCARTADOS       : ' WRK-DESCARTADOS
           DISPLAY '* NACIONAIS CALCUL. : ' WRK-CALCULADOS
           DISPLAY '*********** CALE0500 ***********'

           PERFORM  7100-ENCERRAR-CKRS0105.
