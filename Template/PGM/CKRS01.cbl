      *                 DATA PELO FRWK4000 - ACABA A DUVIDA DE   *
      *                 COM QUE PARAMETROS O FECHAMENTO RODOU.   *
      *----------------------------------------------------------*
MB0828*       ANALISTA: MARCIO BARROS    -  PRIME               *
      *       DATA....: 14/08/2028                               *
      *       OBJETIVO: A AREA DE RESTART PASSA A LEVAR A        *
      *                 IDENTIDADE DA EXECUCAO (ANO DO           *
      *                 FECHAMENTO, 2O LEGADO, SIMULACAO, JANELA *
      *                 E FAIXA DE CHAVES). NO RESTART, AREA DE  *
      *                 OUTRA EXECUCAO NAO REPOSICIONA: RECUSA   *
      *                 COM MENSAGEM E RETURN-CODE 16, SEM TOCAR *
      *                 NA AREA. PARM POS 56 = 'D' COM O USUARIO *
      *                 AUTORIZADOR NAS POS 57-64 DESCARTA A     *
      *                 AREA GRAVADA, COM REGISTRO EM            *
      *                 THIST_DESC_RESTART E CHECKPOINT NOVO NA  *
      *                 HORA. AREA ANTIGA SEM IDENTIDADE E       *
      *                 ACEITA COM AVISO.                        *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           05  WRK-MVQT-NR-MOV-QTA    PIC S9(10)V COMP-3
                                                  VALUE ZEROS.
PR0609     05  WRK-TABELA             PIC  X(008) VALUE SPACES.
MB0828     05  WRK-RST-IDENTIDADE     PIC  X(060) VALUE SPACES.

      *----------------------------------------------------------------*
MB0828*    IDENTIDADE DESTA EXECUCAO, CARIMBADA NA AREA DE RESTART     *
MB0828*    (WRK-RST-IDENTIDADE) E CONFERIDA NO RESTART. A PARTICAO JA  *
MB0828*    QUALIFICA A AREA (CK01-PLAN) E NAO ENTRA NA IDENTIDADE      *
      *----------------------------------------------------------------*
MB0828 01  WRK-IDENT-EXECUCAO.
MB0828     05  IDT-ANO-EXECUCAO       PIC  X(004).
MB0828     05  IDT-ATIVA-ASSOC        PIC  X(001).
MB0828     05  IDT-MODO-SIMULA        PIC  X(001).
MB0828     05  IDT-JANELA-ANOS        PIC  9(004).
MB0828     05  IDT-FAIXA-INI          PIC  9(010).
MB0828     05  IDT-FAIXA-FIM          PIC  9(010).
MB0828     05  FILLER                 PIC  X(030).

MB0828 01  WRK-SW-DESCARTAR-RESTART   PIC  X(001) VALUE 'N'.
MB0828     88  WRK-DESCARTAR-RESTART      VALUE 'D'.
MB0828 01  WRK-PARM-USUARIO-DESC      PIC  X(008) VALUE SPACES.
MB0828 01  WRK-SW-RESTART-DESCARTADO  PIC  X(001) VALUE 'N'.
MB0828     88  WRK-RESTART-DESCARTADO     VALUE 'S'.
MB0828 01  WRK-LIDOS-DESCARTADOS      PIC  9(009) VALUE ZEROS.
MB0828 77  WRK-RC-RESTART-INVALIDO    PIC S9(004) COMP VALUE +16.

      *----------------------------------------------------------------*
LC0826*    TOTAIS PARA O RESUMO DE PROCESSAMENTO (9000-FINALIZA)       *
CT0926     EXEC SQL INCLUDE PSVPB0C1 END-EXEC.
JR1226     EXEC SQL INCLUDE PSVPB0J1 END-EXEC.
PM0127     EXEC SQL INCLUDE FRWKB995 END-EXEC.
MB0828     EXEC SQL INCLUDE CKRSB005 END-EXEC.

      *---------------------------------------------------------------*
      *          DEFINICAO DAS AREAS DE 'DECLARE CURSOR'               *
DL1226         10  WRK-PARM-DADO-HORA-LIM  PIC  9(004).
MB0927         10  WRK-PARM-DADO-PRACA     PIC  9(008).
MB0927         10  WRK-PARM-DADO-OVR-DATA  PIC  X(001).
MB0828         10  WRK-PARM-DADO-DESCARTE  PIC  X(001).
MB0828         10  WRK-PARM-DADO-USUARIO-DESC PIC  X(008).
MB0828         10  FILLER                 PIC  X(016).

      *===============================================================*
LC0826 PROCEDURE DIVISION USING WRK-PARM-AREA.
FX0926        PERFORM 999-ROTINA-ERRO
FX0926     END-IF

MB0828     PERFORM 1085-LER-PARM-DESCARTE

RN0926     IF WRK-MODO-TARGETADO
RN0926        OPEN INPUT PSVP-CHAVE

FX0926     END-IF
           MOVE 'DB2'                 TO CK01-ID-DB2
           MOVE 'I'                   TO CK01-FUNCAO
MB0828     PERFORM 1090-MONTAR-IDENTIDADE
           MOVE WRK-AREA-RESTART      TO CK01-AREA-RESTART

           MOVE  LENGTH OF WRK-AREA-RESTART
           DISPLAY 'CK01-STATUS  ' CK01-STATUS

           IF CK01-STATUS EQUAL 'REST'
MB0828        MOVE SPACES             TO WRK-AREA-RESTART
              MOVE CK01-AREA-RESTART(1:CK01-TAM-AREA-RESTART)
                                      TO WRK-AREA-RESTART
MB0828        PERFORM 1095-VALIDAR-IDENTIDADE
MB0828     END-IF

MB0828     IF CK01-STATUS EQUAL 'REST' AND NOT WRK-RESTART-DESCARTADO
LC0826        IF WRK-PARM-FORCA-TABELA NOT EQUAL SPACES
LC0826           MOVE WRK-PARM-FORCA-TABELA TO WRK-TABELA
LC0826        END-IF
MB1027 1080-99-FIM. EXIT.
      *----------------------------------------------------------------*

MB0828******************************************************************
MB0828*    ROTINA LER A OPCAO DE DESCARTE DA AREA DE RESTART (PARM     *
MB0828*    POS 56 = 'D') E O USUARIO QUE AUTORIZOU (POS 57-64),        *
MB0828*    OBRIGATORIO: O DESCARTE E UMA DECISAO DO OPERADOR E FICA    *
MB0828*    REGISTRADO. NO MODO TARGETADO NAO HA AREA A DESCARTAR.      *
MB0828******************************************************************
      *----------------------------------------------------------------*
MB0828 1085-LER-PARM-DESCARTE     SECTION.
      *----------------------------------------------------------------*

MB0828     IF WRK-PARM-TAM IS GREATER THAN +55
MB0828        IF WRK-PARM-DADO-DESCARTE EQUAL 'D'
MB0828           MOVE 'D'             TO WRK-SW-DESCARTAR-RESTART
MB0828           MOVE 'DESCARTE-RESTART'     TO FRWKWPEF-NOME-PARM
MB0828           MOVE SPACES          TO FRWKWPEF-VALOR
MB0828           MOVE WRK-PARM-DADOS (56:1)
MB0828                                TO FRWKWPEF-VALOR
MB0828           SET FRWKWPEF-ORIGEM-JCL TO TRUE
MB0828           PERFORM 1080-REGISTRAR-PARM-EFETIVO
MB0828        END-IF
MB0828     END-IF

MB0828     IF WRK-PARM-TAM IS GREATER THAN +56
MB0828        MOVE WRK-PARM-DADO-USUARIO-DESC
MB0828                                TO WRK-PARM-USUARIO-DESC
MB0828     END-IF

MB0828     IF WRK-DESCARTAR-RESTART AND
MB0828        WRK-PARM-USUARIO-DESC EQUAL SPACES
MB0828        MOVE 'DB2'              TO ERR-TIPO-ACESSO
MB0828        MOVE 'PARM  '           TO ERR-DBD-TAB
MB0828        MOVE 'DESCARTE'         TO ERR-FUN-COMANDO
MB0828        MOVE ZEROS              TO ERR-SQL-CODE
MB0828        MOVE '1085'             TO ERR-LOCAL
MB0828        MOVE SPACES             TO ERR-SEGM
MB0828        MOVE 'F'                TO WRK-ERR-SEVERIDADE
MB0828        PERFORM 999-ROTINA-ERRO
MB0828     END-IF.

      *----------------------------------------------------------------*
MB0828 1085-99-FIM. EXIT.
      *----------------------------------------------------------------*

MB0828******************************************************************
MB0828*    ROTINA MONTAR A IDENTIDADE DESTA EXECUCAO E CARIMBA-LA NA   *
MB0828*    AREA DE RESTART, PARA QUE TODO CHECKPOINT GRAVADO LEVE      *
MB0828*    JUNTO A QUE EXECUCAO A POSICAO PERTENCE                     *
MB0828******************************************************************
      *----------------------------------------------------------------*
MB0828 1090-MONTAR-IDENTIDADE     SECTION.
      *----------------------------------------------------------------*

MB0828     MOVE SPACES                TO WRK-IDENT-EXECUCAO
MB0828     MOVE WRK-DT-JORNAL (1:4)   TO IDT-ANO-EXECUCAO
MB0828     MOVE WRK-PARM-ATIVA-ASSOC  TO IDT-ATIVA-ASSOC
MB0828     MOVE WRK-PARM-MODO-SIMULA  TO IDT-MODO-SIMULA
MB0828     MOVE WRK-PARM-JANELA-ANOS  TO IDT-JANELA-ANOS
MB0828     MOVE WRK-PARM-FAIXA-INI    TO IDT-FAIXA-INI
MB0828     MOVE WRK-PARM-FAIXA-FIM    TO IDT-FAIXA-FIM

MB0828     MOVE WRK-IDENT-EXECUCAO    TO WRK-RST-IDENTIDADE.

      *----------------------------------------------------------------*
MB0828 1090-99-FIM. EXIT.
      *----------------------------------------------------------------*

MB0828******************************************************************
MB0828*    ROTINA CONFERIR A AREA DE RESTART DEVOLVIDA PELO CKRS0100   *
MB0828*    ANTES DE REPOSICIONAR OS CURSORES:                          *
MB0828*    - DESCARTE PEDIDO NO PARM: DESPREZA A AREA (1097);          *
MB0828*    - AREA SEM IDENTIDADE (GRAVADA ANTES DO CARIMBO): RETOMA    *
MB0828*      COM AVISO, COMO SEMPRE FOI, E PASSA A CARIMBAR;           *
MB0828*    - IDENTIDADE DIFERENTE: RECUSA O RESTART (1099)             *
MB0828******************************************************************
      *----------------------------------------------------------------*
MB0828 1095-VALIDAR-IDENTIDADE    SECTION.
      *----------------------------------------------------------------*

MB0828     IF WRK-DESCARTAR-RESTART
MB0828        PERFORM 1097-DESCARTAR-RESTART
MB0828        GO TO 1095-99-FIM
MB0828     END-IF

MB0828     IF WRK-RST-IDENTIDADE EQUAL SPACES OR
MB0828        WRK-RST-IDENTIDADE EQUAL LOW-VALUES
MB0828        DISPLAY '*** PSVP1095: AREA DE RESTART SEM IDENTIDADE'
MB0828                ' DA EXECUCAO - RETOMADA ACEITA SEM'
MB0828                ' CONFERENCIA ***'
MB0828        MOVE WRK-IDENT-EXECUCAO TO WRK-RST-IDENTIDADE
MB0828        GO TO 1095-99-FIM
MB0828     END-IF

MB0828     IF WRK-RST-IDENTIDADE NOT EQUAL WRK-IDENT-EXECUCAO
MB0828        PERFORM 1099-RECUSAR-RESTART
MB0828     END-IF.

      *----------------------------------------------------------------*
MB0828 1095-99-FIM. EXIT.
      *----------------------------------------------------------------*

MB0828******************************************************************
MB0828*    ROTINA DESCARTAR A AREA DE RESTART (PARM POS 56 = 'D'):     *
MB0828*    REGISTRA EM THIST_DESC_RESTART QUEM AUTORIZOU, A IDENTIDADE *
MB0828*    E A POSICAO ABANDONADAS, VOLTA A POSICAO PARA O INICIO DA   *
MB0828*    FAIXA E GRAVA NA HORA UM CHECKPOINT COM A IDENTIDADE NOVA - *
MB0828*    O REGISTRO DO DESCARTE E EFETIVADO NO MESMO COMMIT          *
MB0828******************************************************************
      *----------------------------------------------------------------*
MB0828 1097-DESCARTAR-RESTART     SECTION.
      *----------------------------------------------------------------*

MB0828     MOVE WRK-LIDOS             TO WRK-LIDOS-DESCARTADOS

MB0828     MOVE 'PSVP1095'            TO CNOME-PROGRAMA OF CKRSB005
MB0828     MOVE CK01-PLAN             TO CPLAN-CKPT OF CKRSB005
MB0828     MOVE WRK-PARM-USUARIO-DESC TO CUSUAR-DESCARTE OF CKRSB005
MB0828     MOVE WRK-RST-IDENTIDADE    TO DS-IDENT-DESCARTADA
MB0828                                   OF CKRSB005
MB0828     MOVE WRK-IDENT-EXECUCAO    TO DS-IDENT-EXECUCAO
MB0828                                   OF CKRSB005
MB0828     MOVE WRK-LIDOS             TO QTD-POSICAO-DESCARTADA
MB0828                                   OF CKRSB005

MB0828     EXEC SQL
MB0828          INSERT INTO DB2PRD.THIST_DESC_RESTART
MB0828                (CNOME_PROGRAMA         ,
MB0828                 CPLAN_CKPT             ,
MB0828                 DT_DESCARTE            ,
MB0828                 HR_DESCARTE            ,
MB0828                 CUSUAR_DESCARTE        ,
MB0828                 DS_IDENT_DESCARTADA    ,
MB0828                 DS_IDENT_EXECUCAO      ,
MB0828                 QTD_POSICAO_DESCARTADA)
MB0828            VALUES
MB0828                (:CKRSB005.CNOME-PROGRAMA         ,
MB0828                 :CKRSB005.CPLAN-CKPT             ,
MB0828                 CHAR(CURRENT DATE, ISO)          ,
MB0828                 CHAR(CURRENT TIME, ISO)          ,
MB0828                 :CKRSB005.CUSUAR-DESCARTE        ,
MB0828                 :CKRSB005.DS-IDENT-DESCARTADA    ,
MB0828                 :CKRSB005.DS-IDENT-EXECUCAO      ,
MB0828                 :CKRSB005.QTD-POSICAO-DESCARTADA)
MB0828     END-EXEC

MB0828     IF (SQLCODE NOT EQUAL ZEROS) OR
MB0828        (SQLWARN0    EQUAL 'W')
MB0828        MOVE 'DB2'              TO ERR-TIPO-ACESSO
MB0828        MOVE 'INSERT'           TO ERR-DBD-TAB
MB0828        MOVE 'DESCRST'          TO ERR-FUN-COMANDO
MB0828        MOVE SQLCODE            TO ERR-SQL-CODE
MB0828        MOVE '1097'             TO ERR-LOCAL
MB0828        MOVE SPACES             TO ERR-SEGM
MB0828        MOVE 'F'                TO WRK-ERR-SEVERIDADE
MB0828        PERFORM 999-ROTINA-ERRO
MB0828     END-IF

MB0828     DISPLAY '*** PSVP1095: AREA DE RESTART DESCARTADA POR '
MB0828             WRK-PARM-USUARIO-DESC ' ***'
MB0828     DISPLAY '*** IDENTIDADE DESCARTADA: ' WRK-RST-IDENTIDADE
MB0828     DISPLAY '*** REGISTROS JA LIDOS ABANDONADOS: '
MB0828             WRK-LIDOS-DESCARTADOS

MB0828     MOVE ZEROS                 TO WRK-LIDOS
MB0828                                   WRK-CONT
MB0828     MOVE WRK-PARM-FAIXA-INI    TO WRK-MVQT-NR-MOV-QTA
MB0828     MOVE SPACES                TO WRK-TABELA
MB0828     MOVE WRK-IDENT-EXECUCAO    TO WRK-RST-IDENTIDADE

MB0828     MOVE 'P'                   TO CK01-FUNCAO
MB0828     MOVE 'DB2'                 TO CK01-ID-DB2
MB0828     MOVE WRK-AREA-RESTART      TO CK01-AREA-RESTART
MB0828     MOVE LENGTH OF WRK-AREA-RESTART
MB0828                                TO CK01-TAM-AREA-RESTART
MB0828     PERFORM 5000-CHAMADA-CKRS0100

MB0828     MOVE 'S'                   TO WRK-SW-RESTART-DESCARTADO.

      *----------------------------------------------------------------*
MB0828 1097-99-FIM. EXIT.
      *----------------------------------------------------------------*

MB0828******************************************************************
MB0828*    ROTINA RECUSAR O RESTART: A AREA PERTENCE A OUTRA EXECUCAO  *
MB0828*    (OUTRO ANO, OUTRA FAIXA, SIMULACAO X REAL...) E RETOMAR     *
MB0828*    DELA PULARIA CHAVES DESTA. ENCERRA SEM PROCESSAR, SEM       *
MB0828*    CHECKPOINT E SEM O 'F' DO CKRS0100 - A AREA FICA INTACTA    *
MB0828*    PARA O RESTART CERTO OU PARA O DESCARTE EXPLICITO - COM     *
MB0828*    RETURN-CODE 16                                              *
MB0828******************************************************************
      *----------------------------------------------------------------*
MB0828 1099-RECUSAR-RESTART       SECTION.
      *----------------------------------------------------------------*

MB0828     DISPLAY '*********** PSVP1095 ***********'
MB0828     DISPLAY '*                              *'
MB0828     DISPLAY '*  RESTART RECUSADO: AREA DE   *'
MB0828     DISPLAY '*  RESTART DE OUTRA EXECUCAO   *'
MB0828     DISPLAY '* ---------------------------- *'
MB0828     DISPLAY '* AREA GRAVADA : ' WRK-RST-IDENTIDADE
MB0828     DISPLAY '* EXECUCAO     : ' WRK-IDENT-EXECUCAO
MB0828     DISPLAY '* JA LIDOS NA AREA : ' WRK-LIDOS
MB0828     DISPLAY '* ---------------------------- *'
MB0828     DISPLAY '* REINICIE COM OS PARAMETROS   *'
MB0828     DISPLAY '* DA AREA OU DESCARTE A AREA   *'
MB0828     DISPLAY '* COM PARM POS 56 = D E O      *'
MB0828     DISPLAY '* USUARIO NAS POS 57-64        *'
MB0828     DISPLAY '*********** PSVP1095 ***********'

MB0828     CLOSE PSVP-EXCE
MB0828     CLOSE PSVP-AGE
MB0828     CLOSE PSVP-YOY

MB0828     MOVE WRK-RC-RESTART-INVALIDO TO RETURN-CODE
MB0828     GOBACK.

      *----------------------------------------------------------------*
MB0828 1099-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA OPEN CURSOR PECQB007                                 *
      ******************************************************************
LC0826     DISPLAY '*                              *'
LC0826     DISPLAY '* DIVERG RECONC PECQB007X027 : '
LC0826             WRK-TOT-DIVERG-RECONC
MB0828     IF WRK-RESTART-DESCARTADO
MB0828        DISPLAY '*                              *'
MB0828        DISPLAY '* RESTART DESCARTADO POR : '
MB0828                WRK-PARM-USUARIO-DESC
MB0828        DISPLAY '* POSICAO ABANDONADA   : '
MB0828                WRK-LIDOS-DESCARTADOS
MB0828     END-IF
LC0826     DISPLAY '*********** PSVP1095 ***********'

CT0926     PERFORM 3300-GRAVAR-CTRL-EXEC
