       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP058.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    COLETA E RASTREIO DE AMOSTRAS DOS EXAMES LABORATORIAIS     *
      *    (ETIQUETA, TUBO, COLETA, RECEBIMENTO E REJEICAO)           *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADEXAME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYEXAME
                    FILE STATUS  IS ST-ERRO.
       SELECT CADAMOSTRA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYAMOSTRA
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ETIQUETAAMO.
       SELECT CADSESSAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVESESSAO
                    FILE STATUS  IS ST-ERRO.
       SELECT SESATUAL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT CADLOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADEXAME
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXAME.DAT".
       01  REGEXAME.
           03 KEYEXAME.
              05 CPFEXAME         PIC 9(11).
              05 DATAEXAME.
                 07 DIAEXAME      PIC 9(02).
                 07 MESEXAME      PIC 9(02).
                 07 ANOEXAME      PIC 9(04).
              05 HORAEXAME        PIC 9(04).
              05 NUMLINHA         PIC 9(02).
           03 TIPOEXAME           PIC X(30).
           03 DATAREALIZADA.
              05 DIAREALIZADA     PIC 9(02).
              05 MESREALIZADA     PIC 9(02).
              05 ANOREALIZADA     PIC 9(04).
           03 STATUSEXAME         PIC X(01).
              88 PEDIDO           VALUE "P".
              88 REALIZADO        VALUE "R".
              88 CANCELADO        VALUE "C".
           03 RESULTADO           PIC X(60).
           03 CODTIPOEX           PIC 9(04).
           03 RESULTNUM           PIC 9(06)V99.
           03 FLAGANORMAL         PIC X(01).
      *
       FD CADAMOSTRA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAMOSTRA.DAT".
       01  REGAMOSTRA.
           03 KEYAMOSTRA.
              05 CPFAMO           PIC 9(11).
              05 DATAAMO          PIC 9(08).
              05 HORAAMO          PIC 9(04).
              05 LINHAAMO         PIC 9(02).
           03 ETIQUETAAMO         PIC 9(10).
           03 TUBOAMO             PIC 9(01).
              88 TUBO-EDTA          VALUE 1.
              88 TUBO-GEL           VALUE 2.
              88 TUBO-CITRATO       VALUE 3.
              88 TUBO-FLUORETO      VALUE 4.
              88 FRASCO-URINA       VALUE 5.
              88 FRASCO-OUTROS      VALUE 6.
           03 STATUSAMO           PIC X(01).
              88 AMO-COLETADA       VALUE "C".
              88 AMO-RECEBIDA       VALUE "E".
              88 AMO-REJEITADA      VALUE "R".
           03 DATACOLAMO          PIC 9(08).
           03 HORACOLAMO          PIC 9(04).
           03 OPERCOLAMO          PIC 9(04).
           03 DATARECAMO          PIC 9(08).
           03 HORARECAMO          PIC 9(04).
           03 OPERRECAMO          PIC 9(04).
           03 MOTIVOREJAMO        PIC 9(01).
              88 REJ-HEMOLISADA     VALUE 1.
              88 REJ-INSUFICIENTE   VALUE 2.
              88 REJ-SEM-ETIQUETA   VALUE 3.
           03 DATAREJAMO          PIC 9(08).
           03 HORAREJAMO          PIC 9(04).
           03 OPERREJAMO          PIC 9(04).
           03 FILLER              PIC X(20).
      *
       FD CADSESSAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSESSAO.DAT".
       01  REGSESSAO.
           03 CHAVESESSAO         PIC 9(04).
           03 CODOPERSESSAO       PIC 9(04).
           03 NOMEOPERSESSAO      PIC X(30).
           03 LOGINDATA           PIC 9(08).
           03 LOGINHORA           PIC 9(06).
           03 LOGOUTDATA          PIC 9(08).
           03 LOGOUTHORA          PIC 9(06).
           03 STATUSSESSAO        PIC X(01).
              88 SESSAO-ATIVA       VALUE "A".
              88 SESSAO-ENCERRADA   VALUE "E".
           03 PERFILSESSAO        PIC 9(01).
      *
       FD SESATUAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SESATUAL.DAT".
       01  REGSESATUAL            PIC 9(04).
      *
       FD CADLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOG.DAT".
       01  REGLOG                PIC X(90).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 ST-ERRO       PIC X(02) VALUE "00".
       01 W-ETIQBUSCA   PIC 9(10) VALUE ZEROS.
       01 W-ETIQNOVA    PIC 9(10) VALUE ZEROS.
       01 W-TUBO        PIC 9(01) VALUE ZEROS.
       01 W-ACAOAMO     PIC X(01) VALUE SPACES.
       01 W-ACHOU       PIC X(01) VALUE "N".
       01 W-HORAAGORA   PIC 9(08) VALUE ZEROS.
       01 MSGTUBO       PIC X(20) VALUE SPACES.
       01 MSGSITUACAO   PIC X(20) VALUE SPACES.
       01 MSGMOTIVO     PIC X(20) VALUE SPACES.
       01 W-MENSETIQ.
          03 FILLER     PIC X(30) VALUE
             "*** AMOSTRA COLETADA ETIQUETA ".
          03 W-ETIQMENS PIC 9(10).
          03 FILLER     PIC X(04) VALUE " ***".
       01 W-CHAVELOG.
          03 W-CPFLOG   PIC 9(11).
          03 W-ETIQLOG  PIC 9(10).
          03 W-LINLOG   PIC 9(02).
      *---TIPOS DE TUBO / FRASCO DE COLETA------------------------------
       01 TABTUBO-R.
          03 FILLER PIC X(20) VALUE "ROXO EDTA".
          03 FILLER PIC X(20) VALUE "AMARELO GEL".
          03 FILLER PIC X(20) VALUE "AZUL CITRATO".
          03 FILLER PIC X(20) VALUE "CINZA FLUORETO".
          03 FILLER PIC X(20) VALUE "FRASCO DE URINA".
          03 FILLER PIC X(20) VALUE "OUTROS".
       01 TABTUBO REDEFINES TABTUBO-R.
          03 TBT-NOME PIC X(20) OCCURS 6 TIMES.
      *---MOTIVOS DE REJEICAO DA AMOSTRA--------------------------------
       01 TABMOTIVO-R.
          03 FILLER PIC X(20) VALUE "HEMOLISADA".
          03 FILLER PIC X(20) VALUE "INSUFICIENTE".
          03 FILLER PIC X(20) VALUE "SEM ETIQUETA".
       01 TABMOTIVO REDEFINES TABMOTIVO-R.
          03 TBM-NOME PIC X(20) OCCURS 3 TIMES.
      *---CAPTURA DE ALTERACOES PARA EXPORTACAO DELTA------------------
       01 W-ACAODELTA    PIC X(01) VALUE "G".
       01 W-NOMEDELTA    PIC X(10) VALUE SPACES.
       01 W-ARQDELTA     PIC X(12) VALUE SPACES.
       01 W-CHAVEDELTA   PIC X(25) VALUE SPACES.
       01 W-OKDELTA      PIC X(01) VALUE SPACES.
       01 W-SEQDELTA     PIC 9(06) VALUE ZEROS.
      *---AUDITORIA-------------------------------------------
       01 W-SESSAOATUAL  PIC 9(04) VALUE ZEROS.
       01 W-PERFILLOG    PIC 9(01) VALUE ZEROS.
       01 W-CODOPERLOG   PIC 9(04) VALUE ZEROS.
       01 W-NOMEOPERLOG  PIC X(30) VALUE SPACES.
       01 W-DATALOG      PIC 9(08) VALUE ZEROS.
       01 W-HORALOG      PIC 9(06) VALUE ZEROS.
       01 LOGTX.
          03 DATALOGTX      PIC 9(08).
          03 FILLER         PIC X(01) VALUE " ".
          03 HORALOGTX      PIC 9(06).
          03 FILLER         PIC X(01) VALUE " ".
          03 CODOPERLOGTX   PIC 9(04).
          03 FILLER         PIC X(01) VALUE " ".
          03 NOMEOPERLOGTX  PIC X(30).
          03 FILLER         PIC X(01) VALUE " ".
          03 PROGRAMALOGTX  PIC X(09).
          03 FILLER         PIC X(01) VALUE " ".
          03 CHAVELOGTX     PIC X(23).
          03 FILLER         PIC X(01) VALUE " ".
          03 ACAOLOGTX      PIC X(01).
      *------------------------------------
       SCREEN SECTION.
       01  TELAAMOSTRA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "               COLETA E RASTREIO DE AMOS".
           05  LINE 02  COLUMN 41
               VALUE  "TRAS".
           05  LINE 04  COLUMN 01
               VALUE  "  ETIQUETA (CODIGO DE BARRAS) :".
           05  LINE 06  COLUMN 01
               VALUE  "  CPF DO PACIENTE :              DATA DA".
           05  LINE 06  COLUMN 41
               VALUE  " CONSULTA :  /  /".
           05  LINE 07  COLUMN 41
               VALUE  "               HORA (HHMM) :".
           05  LINE 08  COLUMN 01
               VALUE  "  LINHA DO EXAME :".
           05  LINE 09  COLUMN 01
               VALUE  "  TIPO DE EXAME    :".
           05  LINE 10  COLUMN 01
               VALUE  "  STATUS DO EXAME  :".
           05  LINE 12  COLUMN 01
               VALUE  "  TIPO DE TUBO     :".
           05  LINE 13  COLUMN 01
               VALUE  "  (1-EDTA 2-GEL 3-CITRATO 4-FLUORETO 5-U".
           05  LINE 13  COLUMN 41
               VALUE  "RINA 6-OUTROS)".
           05  LINE 14  COLUMN 01
               VALUE  "  SITUACAO AMOSTRA :".
           05  LINE 15  COLUMN 01
               VALUE  "  COLETA           :".
           05  LINE 16  COLUMN 01
               VALUE  "  RECEBIDA NO LAB  :".
           05  LINE 17  COLUMN 01
               VALUE  "  REJEICAO         :".
           05  LINE 15  COLUMN 32
               VALUE  "HORA:".
           05  LINE 16  COLUMN 32
               VALUE  "HORA:".
           05  LINE 17  COLUMN 32
               VALUE  "HORA:".
           05  LINE 15  COLUMN 44
               VALUE  "OPERADOR:".
           05  LINE 16  COLUMN 44
               VALUE  "OPERADOR:".
           05  LINE 17  COLUMN 44
               VALUE  "OPERADOR:".
           05  LINE 18  COLUMN 01
               VALUE  "  MOTIVO REJEICAO  :".
           05  LINE 19  COLUMN 01
               VALUE  "  (1-HEMOLISADA 2-INSUFICIENTE 3-SEM ETI".
           05  LINE 19  COLUMN 41
               VALUE  "QUETA)".
           05  LINE 21  COLUMN 01
               VALUE  "  ACAO (C=COLETAR E=ENTRADA NO LAB R=REJ".
           05  LINE 21  COLUMN 41
               VALUE  "EITAR) :".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TW-ETIQBUSCA
               LINE 04  COLUMN 33  PIC 9(10)
               USING  W-ETIQBUSCA
               HIGHLIGHT.
           05  TCPFEXAME
               LINE 06  COLUMN 21  PIC 9(11)
               USING  CPFEXAME
               HIGHLIGHT.
           05  DATAEXAMED
               LINE 06  COLUMN 53  PIC 9(02)
               USING  DIAEXAME
               HIGHLIGHT.
           05  DATAEXAMEM
               LINE 06  COLUMN 56  PIC 9(02)
               USING  MESEXAME
               HIGHLIGHT.
           05  DATAEXAMEA
               LINE 06  COLUMN 59  PIC 9(04)
               USING  ANOEXAME
               HIGHLIGHT.
           05  HORAEXAMET
               LINE 07  COLUMN 69  PIC 9(04)
               USING  HORAEXAME
               HIGHLIGHT.
           05  NUMLINHAT
               LINE 08  COLUMN 20  PIC 9(02)
               USING  NUMLINHA
               HIGHLIGHT.
           05  TIPOEXAMET
               LINE 09  COLUMN 22  PIC X(30)
               USING  TIPOEXAME
               HIGHLIGHT.
           05  STATUSEXAMET
               LINE 10  COLUMN 22  PIC X(01)
               USING  STATUSEXAME
               HIGHLIGHT.
           05  TTUBOAMO
               LINE 12  COLUMN 22  PIC 9(01)
               USING  TUBOAMO
               HIGHLIGHT.
           05  TMSGTUBO
               LINE 12  COLUMN 24  PIC X(20)
               USING  MSGTUBO
               HIGHLIGHT.
           05  TSTATUSAMO
               LINE 14  COLUMN 22  PIC X(01)
               USING  STATUSAMO
               HIGHLIGHT.
           05  TMSGSITUACAO
               LINE 14  COLUMN 24  PIC X(20)
               USING  MSGSITUACAO
               HIGHLIGHT.
           05  TDATACOLAMO
               LINE 15  COLUMN 22  PIC 9(08)
               USING  DATACOLAMO
               HIGHLIGHT.
           05  THORACOLAMO
               LINE 15  COLUMN 38  PIC 9(04)
               USING  HORACOLAMO
               HIGHLIGHT.
           05  TOPERCOLAMO
               LINE 15  COLUMN 54  PIC 9(04)
               USING  OPERCOLAMO
               HIGHLIGHT.
           05  TDATARECAMO
               LINE 16  COLUMN 22  PIC 9(08)
               USING  DATARECAMO
               HIGHLIGHT.
           05  THORARECAMO
               LINE 16  COLUMN 38  PIC 9(04)
               USING  HORARECAMO
               HIGHLIGHT.
           05  TOPERRECAMO
               LINE 16  COLUMN 54  PIC 9(04)
               USING  OPERRECAMO
               HIGHLIGHT.
           05  TDATAREJAMO
               LINE 17  COLUMN 22  PIC 9(08)
               USING  DATAREJAMO
               HIGHLIGHT.
           05  THORAREJAMO
               LINE 17  COLUMN 38  PIC 9(04)
               USING  HORAREJAMO
               HIGHLIGHT.
           05  TOPERREJAMO
               LINE 17  COLUMN 54  PIC 9(04)
               USING  OPERREJAMO
               HIGHLIGHT.
           05  TMOTIVOREJAMO
               LINE 18  COLUMN 22  PIC 9(01)
               USING  MOTIVOREJAMO
               HIGHLIGHT.
           05  TMSGMOTIVO
               LINE 18  COLUMN 24  PIC X(20)
               USING  MSGMOTIVO
               HIGHLIGHT.
           05  TW-ACAOAMO
               LINE 21  COLUMN 50  PIC X(01)
               USING  W-ACAOAMO
               HIGHLIGHT.
      *
      *--------------(INICIO)--------------------------
       PROCEDURE DIVISION.
       INICIO.
       L0.
           OPEN INPUT CADEXAME
           IF ST-ERRO NOT = "00"
              MOVE " ERRO NA ABERTURA DO ARQUIVO CADEXAME " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN I-O CADAMOSTRA
           IF ST-ERRO = "30"
              OPEN OUTPUT CADAMOSTRA
              CLOSE CADAMOSTRA
              MOVE " ARQUIVO CADAMOSTRA FOI CRIADO " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              OPEN I-O CADAMOSTRA.
           IF ST-ERRO NOT = "00"
              MOVE " ERRO NA ABERTURA DO ARQUIVO CADAMOSTRA " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADEXAME
              GO TO ROT-FIM2.
           PERFORM ABRIR-CADSESSAO.
           PERFORM ABRIR-CADLOG.
       L1.
           PERFORM INICIA-CAMPOS
           DISPLAY TELAAMOSTRA.
      *-----LEITURA DIRETA PELA ETIQUETA (CODIGO DE BARRAS)-------------
       L2.
           ACCEPT TW-ETIQBUSCA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-ETIQBUSCA = ZEROS
              GO TO L3.
           MOVE W-ETIQBUSCA TO ETIQUETAAMO
           READ CADAMOSTRA KEY IS ETIQUETAAMO
           IF ST-ERRO NOT = "00"
              MOVE "*** ETIQUETA NAO ENCONTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2.
           MOVE KEYAMOSTRA TO KEYEXAME
           GO TO LER-EXAME.
      *-----OU PELA CHAVE DO EXAME--------------------------------------
       L3.
           ACCEPT TCPFEXAME
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L2.
           IF CPFEXAME = ZEROS
              MOVE " ** PREENCHA O CAMPO PARA PROSSEGUIR ** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L3.
       L3A.
           ACCEPT DATAEXAMED
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L3.
           IF DIAEXAME = ZEROS OR DIAEXAME > 31
              MOVE "O DIA INSERIDO NAO EXISTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L3A.
       L3B.
           ACCEPT DATAEXAMEM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L3A.
           IF MESEXAME = ZEROS OR MESEXAME > 12
              MOVE "O MES INSERIDO NAO EXISTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L3B.
       L3C.
           ACCEPT DATAEXAMEA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L3B.
           IF ANOEXAME = ZEROS
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L3C.
       L3D.
           ACCEPT HORAEXAMET
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L3C.
       L4.
           ACCEPT NUMLINHAT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L3D.
           IF NUMLINHA = ZEROS
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L4.
      *-----------------EXAME E AMOSTRA---------------------------------
       LER-EXAME.
           READ CADEXAME
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "23"
                 MOVE "*** EXAME NAO ENCONTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO L1
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADEXAME" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           MOVE KEYEXAME TO KEYAMOSTRA
           READ CADAMOSTRA
           IF ST-ERRO = "00"
              MOVE "S" TO W-ACHOU
           ELSE
              MOVE "N" TO W-ACHOU
              PERFORM LIMPA-AMOSTRA.
           PERFORM MOSTRA-AMOSTRA
           DISPLAY TELAAMOSTRA.
       L5.
           MOVE SPACES TO W-ACAOAMO
           ACCEPT TW-ACAOAMO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L1.
           IF W-ACAOAMO = "C" OR "c"
              GO TO COLETA.
           IF W-ACAOAMO = "E" OR "e"
              GO TO RECEBE.
           IF W-ACAOAMO = "R" OR "r"
              GO TO REJEITA.
           MOVE "*** DIGITE APENAS C, E OU R ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO L5.
      *
      *****************************************
      * COLETA (OU RECOLETA APOS REJEICAO)    *
      *****************************************
      *
       COLETA.
           IF NOT PEDIDO
              MOVE "** EXAME NAO ESTA EM PEDIDO, COLETA NEGADA **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L5.
           IF W-ACHOU = "S" AND NOT AMO-REJEITADA
              MOVE "*** AMOSTRA JA COLETADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L5.
       COLETA-L1.
           ACCEPT TTUBOAMO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L5.
           IF TUBOAMO < 1 OR TUBOAMO > 6
              MOVE "*** TIPO DE TUBO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO COLETA-L1.
           MOVE TBT-NOME(TUBOAMO) TO MSGTUBO
           DISPLAY TMSGTUBO.
       COLETA-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "CONFIRMA A COLETA (S/N) : ".
           ACCEPT (23, 66) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO COLETA-L1.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** COLETA NAO REGISTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO COLETA-OPC.
       COLETA-WR1.
           MOVE TUBOAMO TO W-TUBO
           PERFORM PROXIMA-ETIQUETA THRU FIM-PROXIMA-ETIQUETA
           MOVE SPACES TO REGAMOSTRA
           MOVE KEYEXAME TO KEYAMOSTRA
           PERFORM LIMPA-AMOSTRA
           MOVE W-ETIQNOVA TO ETIQUETAAMO
           MOVE W-TUBO TO TUBOAMO
           MOVE "C" TO STATUSAMO
           ACCEPT DATACOLAMO FROM DATE YYYYMMDD
           ACCEPT W-HORAAGORA FROM TIME
           COMPUTE HORACOLAMO = W-HORAAGORA / 10000
           MOVE W-CODOPERLOG TO OPERCOLAMO
           IF W-ACHOU = "S"
              REWRITE REGAMOSTRA
           ELSE
              WRITE REGAMOSTRA.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADAMOSTRA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *-----A LINHA PASSA A SER EXPORTAVEL PARA O LABORATORIO-----------
           PERFORM GRAVA-DELTA THRU FIM-GRAVA-DELTA
           MOVE "C" TO ACAOLOGTX
           PERFORM GRAVA-LOG
           MOVE ETIQUETAAMO TO W-ETIQMENS
           MOVE W-MENSETIQ TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO L1.
      *
      *****************************************
      * ENTRADA DA AMOSTRA NO LABORATORIO     *
      *****************************************
      *
       RECEBE.
           IF W-ACHOU NOT = "S"
              MOVE "*** AMOSTRA NAO COLETADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L5.
           IF NOT AMO-COLETADA
              MOVE "** AMOSTRA NAO ESTA AGUARDANDO RECEBIMENTO **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L5.
       RECEBE-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "CONFIRMA A ENTRADA (S/N) : ".
           ACCEPT (23, 67) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L5.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** ENTRADA NAO REGISTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RECEBE-OPC.
       RECEBE-RW1.
           MOVE "E" TO STATUSAMO
           ACCEPT DATARECAMO FROM DATE YYYYMMDD
           ACCEPT W-HORAAGORA FROM TIME
           COMPUTE HORARECAMO = W-HORAAGORA / 10000
           MOVE W-CODOPERLOG TO OPERRECAMO
           REWRITE REGAMOSTRA
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA REGRAVACAO DO ARQUIVO CADAMOSTRA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "R" TO ACAOLOGTX
           PERFORM GRAVA-LOG
           MOVE "*** AMOSTRA RECEBIDA NO LABORATORIO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO L1.
      *
      *****************************************
      * REJEICAO DA AMOSTRA                   *
      *****************************************
      *
       REJEITA.
           IF W-ACHOU NOT = "S"
              MOVE "*** AMOSTRA NAO COLETADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L5.
           IF AMO-REJEITADA
              MOVE "*** AMOSTRA JA REJEITADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L5.
           IF NOT PEDIDO
              MOVE "** EXAME JA TEM RESULTADO OU FOI CANCELADO **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L5.
       REJEITA-L1.
           ACCEPT TMOTIVOREJAMO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L5.
           IF MOTIVOREJAMO < 1 OR MOTIVOREJAMO > 3
              MOVE "*** MOTIVO DE REJEICAO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REJEITA-L1.
           MOVE TBM-NOME(MOTIVOREJAMO) TO MSGMOTIVO
           DISPLAY TMSGMOTIVO.
       REJEITA-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "CONFIRMA A REJEICAO (S/N) : ".
           ACCEPT (23, 68) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO REJEITA-L1.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REJEICAO NAO REGISTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REJEITA-OPC.
       REJEITA-RW1.
           MOVE "R" TO STATUSAMO
           ACCEPT DATAREJAMO FROM DATE YYYYMMDD
           ACCEPT W-HORAAGORA FROM TIME
           COMPUTE HORAREJAMO = W-HORAAGORA / 10000
           MOVE W-CODOPERLOG TO OPERREJAMO
           REWRITE REGAMOSTRA
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA REGRAVACAO DO ARQUIVO CADAMOSTRA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "X" TO ACAOLOGTX
           PERFORM GRAVA-LOG
           MOVE "*** AMOSTRA REJEITADA, PROVIDENCIE RECOLETA ***"
              TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO L1.
      *
      *****************************************
      * ROTINAS AUXILIARES                    *
      *****************************************
      *
       INICIA-CAMPOS.
           MOVE ZEROS TO CPFEXAME DIAEXAME MESEXAME ANOEXAME
           MOVE ZEROS TO HORAEXAME NUMLINHA W-ETIQBUSCA
           MOVE SPACES TO TIPOEXAME STATUSEXAME W-ACAOAMO
           MOVE SPACES TO MSGTUBO MSGSITUACAO MSGMOTIVO
           MOVE "N" TO W-ACHOU
           PERFORM LIMPA-AMOSTRA.
      *
       LIMPA-AMOSTRA.
           MOVE ZEROS TO ETIQUETAAMO TUBOAMO MOTIVOREJAMO
           MOVE ZEROS TO DATACOLAMO HORACOLAMO OPERCOLAMO
           MOVE ZEROS TO DATARECAMO HORARECAMO OPERRECAMO
           MOVE ZEROS TO DATAREJAMO HORAREJAMO OPERREJAMO
           MOVE SPACES TO STATUSAMO.
      *
       MOSTRA-AMOSTRA.
           MOVE SPACES TO MSGTUBO MSGSITUACAO MSGMOTIVO
           MOVE ETIQUETAAMO TO W-ETIQBUSCA
           IF TUBOAMO > 0 AND TUBOAMO < 7
              MOVE TBT-NOME(TUBOAMO) TO MSGTUBO.
           IF MOTIVOREJAMO > 0 AND MOTIVOREJAMO < 4
              MOVE TBM-NOME(MOTIVOREJAMO) TO MSGMOTIVO.
           IF W-ACHOU NOT = "S"
              MOVE "NAO COLETADA" TO MSGSITUACAO.
           IF AMO-COLETADA
              MOVE "COLETADA" TO MSGSITUACAO.
           IF AMO-RECEBIDA
              MOVE "RECEBIDA NO LAB" TO MSGSITUACAO.
           IF AMO-REJEITADA
              MOVE "REJEITADA" TO MSGSITUACAO.
      *
      *-----PROXIMO NUMERO DE ETIQUETA (MAIOR JA EMITIDO + 1)-----------
       PROXIMA-ETIQUETA.
           MOVE ZEROS TO W-ETIQNOVA
           MOVE ZEROS TO ETIQUETAAMO
           START CADAMOSTRA KEY IS NOT LESS ETIQUETAAMO INVALID KEY
                 GO TO PROXIMA-ETIQUETA2.
       PROXIMA-ETIQUETA1.
           READ CADAMOSTRA NEXT
           IF ST-ERRO NOT = "00"
              GO TO PROXIMA-ETIQUETA2.
           MOVE ETIQUETAAMO TO W-ETIQNOVA
           GO TO PROXIMA-ETIQUETA1.
       PROXIMA-ETIQUETA2.
           ADD 1 TO W-ETIQNOVA.
       FIM-PROXIMA-ETIQUETA.
           EXIT.
      *
       GRAVA-DELTA.
           MOVE "CADEXAME" TO W-ARQDELTA
           MOVE KEYEXAME TO W-CHAVEDELTA
           CALL "DELTA" USING W-ACAODELTA W-NOMEDELTA W-ARQDELTA
                W-CHAVEDELTA W-OKDELTA W-SEQDELTA.
       FIM-GRAVA-DELTA.
           EXIT.
      *
       GRAVA-LOG.
           MOVE CPFAMO TO W-CPFLOG
           MOVE ETIQUETAAMO TO W-ETIQLOG
           MOVE LINHAAMO TO W-LINLOG
           MOVE W-CHAVELOG TO CHAVELOGTX
           PERFORM ESCREVE-LOG.
      *
      *****************************************
      * ROTINA DE AUDITORIA                   *
      *****************************************
      *
       ABRIR-CADSESSAO.
           MOVE ZEROS TO W-CODOPERLOG
           MOVE "DESCONHECIDO" TO W-NOMEOPERLOG
           MOVE ZEROS TO W-SESSAOATUAL
           OPEN INPUT SESATUAL
           IF ST-ERRO = "00"
              READ SESATUAL
              IF ST-ERRO = "00"
                 MOVE REGSESATUAL TO W-SESSAOATUAL
                 CLOSE SESATUAL
              ELSE
                 CLOSE SESATUAL.
           IF W-SESSAOATUAL NOT = ZEROS
              OPEN INPUT CADSESSAO
              IF ST-ERRO = "00"
                 MOVE W-SESSAOATUAL TO CHAVESESSAO
                 READ CADSESSAO
                 IF ST-ERRO = "00"
                    MOVE CODOPERSESSAO TO W-CODOPERLOG
                    MOVE NOMEOPERSESSAO TO W-NOMEOPERLOG
                    MOVE PERFILSESSAO TO W-PERFILLOG
                    CLOSE CADSESSAO
                 ELSE
                    CLOSE CADSESSAO.
       ABRIR-CADLOG.
           OPEN EXTEND CADLOG
           IF ST-ERRO NOT = "00"
              OPEN OUTPUT CADLOG
              CLOSE CADLOG
              OPEN EXTEND CADLOG.
       ESCREVE-LOG.
           ACCEPT W-DATALOG FROM DATE YYYYMMDD
           ACCEPT W-HORALOG FROM TIME
           MOVE W-DATALOG TO DATALOGTX
           MOVE W-HORALOG TO HORALOGTX
           MOVE W-CODOPERLOG TO CODOPERLOGTX
           MOVE W-NOMEOPERLOG TO NOMEOPERLOGTX
           MOVE "SMP058" TO PROGRAMALOGTX
           MOVE LOGTX TO REGLOG
           WRITE REGLOG.
      *
       ROT-FIM.
           CLOSE CADEXAME CADAMOSTRA CADLOG.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
       ROT-MENS1.
           DISPLAY (23, 12) MENS.
       ROT-MENS2.
           ADD 1 TO W-CONT
           IF W-CONT < 3000
               GO TO ROT-MENS2
           ELSE
              MOVE SPACES TO MENS
              DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
           EXIT.
       FIM-ROT-TEMPO.
