       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESOCASO.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    ESOCIAL S-2220 - MONITORAMENTO DA SAUDE DO TRABALHADOR     *
      *    (ASO EMITIDOS NO MES -> S2220<EMPRESA><AAAAMM>.TXT)        *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADASO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYASO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADFUNCIONARIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYFUNCIO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADEMPRESA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODEMPRESA
                    FILE STATUS  IS ST-ERRO.
       SELECT CADEXAME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYEXAME
                    FILE STATUS  IS ST-ERRO.
       SELECT CADTIPOEX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODTIPOEXREG
                    FILE STATUS  IS ST-ERRO.
       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO.
       SELECT S2220TX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADASO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADASO.DAT".
       01  REGASO.
           03 KEYASO.
              05 EMPASO           PIC 9(04).
              05 NUMASO           PIC 9(06).
           03 CPFASO              PIC 9(11).
           03 FUNCASO             PIC 9(04).
           03 TIPOASO             PIC 9(01).
              88 ASO-ADMISSIONAL    VALUE 0.
              88 ASO-PERIODICO      VALUE 1.
              88 ASO-RETORNO        VALUE 2.
              88 ASO-MUDANCA        VALUE 3.
              88 ASO-DEMISSIONAL    VALUE 9.
           03 DATACONSASO         PIC 9(08).
           03 HORACONSASO         PIC 9(04).
           03 DATAASO             PIC 9(08).
           03 RESULTASO           PIC X(01).
              88 ASO-APTO           VALUE "A".
              88 ASO-INAPTO         VALUE "I".
           03 CRMASO              PIC 9(06).
           03 OPERASO             PIC 9(04).
           03 FILLER              PIC X(20).
      *
       FD CADFUNCIONARIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNCIONARIO.DAT".
       01  REGFUNCIO.
           03 KEYFUNCIO.
              05 EMPFUNCIO        PIC 9(04).
              05 CPFFUNCIO        PIC 9(11).
           03 FUNCFUNCIO          PIC 9(04).
           03 MATRICFUNCIO        PIC X(20).
           03 DATAADMFUNCIO       PIC 9(08).
           03 DATADEMFUNCIO       PIC 9(08).
           03 SITFUNCIO           PIC X(01).
              88 FUNCIO-ATIVO       VALUE "A".
              88 FUNCIO-DESLIGADO   VALUE "D".
           03 DATAULTASO          PIC 9(08).
           03 TIPOULTASO          PIC 9(01).
           03 DATAPROXASO         PIC 9(08).
           03 FILLER              PIC X(20).
      *
       FD CADEMPRESA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEMPRESA.DAT".
       01  REGEMPRESA.
           03 CODEMPRESA          PIC 9(04).
           03 CNPJEMPRESA         PIC 9(14).
           03 RAZAOEMPRESA        PIC X(40).
           03 CONTATOEMPRESA      PIC X(30).
           03 TELEFONEEMPRESA.
              05 DDDEMPRESA       PIC 9(02).
              05 NUMEROEMPRESA    PIC 9(09).
           03 CONTRATOEMPRESA     PIC X(20).
           03 ATIVAEMPRESA        PIC X(01).
      *
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
       FD CADTIPOEX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTIPOEX.DAT".
       01  REGTIPOEX.
           03 CODTIPOEXREG        PIC 9(04).
           03 NOMETIPOEX          PIC X(30).
           03 UNIDMEDIDA          PIC X(10).
           03 VALORMINEX          PIC 9(06)V99.
           03 VALORMAXEX          PIC 9(06)V99.
           03 TEXTOLAUDO          PIC X(60).
           03 VALORMINCRIT        PIC 9(06)V99.
           03 VALORMAXCRIT        PIC 9(06)V99.
           03 DURACAOEX           PIC 9(03).
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01  REGMED.
           03 CRM                       PIC 9(06).
           03 NOMEMEDICO                PIC X(30).
           03 ESPECIALIDADE             PIC 9(02).
           03 SEXOMEDICO                PIC X(01).
           03 EMAIL                     PIC X(30).
           03 TELEFONE.
              05 DDD                    PIC 9(02).
              05 NUMERO                 PIC 9(09).
           03 DATANASCMEDICO.
              05 DIAMEDICO              PIC 9(02).
              05 MESMEDICO              PIC 9(02).
              05 ANOMEDICO              PIC 9(04).
      *
       FD S2220TX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQS2220.
       01 REGS2220TX           PIC X(110).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 ST-ERRO       PIC X(02) VALUE "00".
       01 W-EMPESOC     PIC 9(04) VALUE ZEROS.
       01 W-MESCOMP     PIC 9(02) VALUE ZEROS.
       01 W-ANOCOMP     PIC 9(04) VALUE ZEROS.
       01 W-QTDEEVT     PIC 9(06) VALUE ZEROS.
       01 W-QTDEEXM     PIC 9(06) VALUE ZEROS.
       01 W-DATAEDIT    PIC 9(08) VALUE ZEROS.
       01 W-DATAEDITX REDEFINES W-DATAEDIT.
          03 W-ANOEDIT  PIC 9(04).
          03 W-MESEDIT  PIC 9(02).
          03 W-DIAEDIT  PIC 9(02).
       01 W-DATACONS.
          03 W-DIACONS  PIC 9(02).
          03 W-MESCONS  PIC 9(02).
          03 W-ANOCONS  PIC 9(04).
      *---UM ARQUIVO POR EMPRESA E COMPETENCIA-------------------------
       01 W-ARQS2220.
          03 FILLER      PIC X(05) VALUE "S2220".
          03 ARQEMPTX    PIC 9(04) VALUE ZEROS.
          03 ARQANOTX    PIC 9(04) VALUE ZEROS.
          03 ARQMESTX    PIC 9(02) VALUE ZEROS.
          03 FILLER      PIC X(04) VALUE ".TXT".
      *---LAYOUT DO ARQUIVO S-2220-------------------------------------
       01 CABS2220.
          03 FILLER           PIC X(04) VALUE "CAB ".
          03 CNPJCABTX        PIC 9(14).
          03 FILLER           PIC X(01) VALUE " ".
          03 ANOCABTX         PIC 9(04).
          03 MESCABTX         PIC 9(02).
          03 FILLER           PIC X(01) VALUE " ".
          03 RAZAOCABTX       PIC X(40).
       01 EVTS2220.
          03 FILLER           PIC X(04) VALUE "EVT ".
          03 CPFEVTTX         PIC 9(11).
          03 FILLER           PIC X(01) VALUE " ".
          03 MATRICEVTTX      PIC X(20).
          03 FILLER           PIC X(01) VALUE " ".
          03 TPEXAMEEVTTX     PIC 9(01).
          03 FILLER           PIC X(01) VALUE " ".
          03 DTASOEVTTX       PIC 9(08).
          03 FILLER           PIC X(01) VALUE " ".
          03 RESASOEVTTX      PIC 9(01).
          03 FILLER           PIC X(01) VALUE " ".
          03 CRMEVTTX         PIC 9(06).
          03 FILLER           PIC X(01) VALUE " ".
          03 NOMEMEDEVTTX     PIC X(30).
          03 FILLER           PIC X(01) VALUE " ".
          03 NUMASOEVTTX      PIC 9(06).
       01 EXMS2220.
          03 FILLER           PIC X(04) VALUE "EXM ".
          03 CPFEXMTX         PIC 9(11).
          03 FILLER           PIC X(01) VALUE " ".
          03 DTEXMTX          PIC 9(08).
          03 FILLER           PIC X(01) VALUE " ".
          03 CODEXMTX         PIC 9(04).
          03 FILLER           PIC X(01) VALUE " ".
          03 NOMEEXMTX        PIC X(30).
       01 TOTS2220.
          03 FILLER           PIC X(04) VALUE "TOT ".
          03 QTDEEVTTX        PIC 9(06).
          03 FILLER           PIC X(01) VALUE " ".
          03 QTDEEXMTX        PIC 9(06).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAS2220.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "         ESOCIAL S-2220 - ASO EMITIDOS N".
           05  LINE 02  COLUMN 41
               VALUE  "A COMPETENCIA".
           05  LINE 08  COLUMN 01
               VALUE  "   EMPRESA               :".
           05  LINE 10  COLUMN 01
               VALUE  "   COMPETENCIA (MM AAAA) :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TW-EMPESOC
               LINE 08  COLUMN 29  PIC 9(04)
               USING  W-EMPESOC
               HIGHLIGHT.
           05  TW-MESCOMP
               LINE 10  COLUMN 29  PIC 9(02)
               USING  W-MESCOMP
               HIGHLIGHT.
           05  TW-ANOCOMP
               LINE 10  COLUMN 32  PIC 9(04)
               USING  W-ANOCOMP
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY TELAS2220.
       L1.
           ACCEPT TW-EMPESOC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM2.
           IF W-EMPESOC = ZEROS
              MOVE " ** PREENCHA O CAMPO PARA PROSSEGUIR ** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
       L2.
           ACCEPT TW-MESCOMP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L1.
           IF W-MESCOMP = ZEROS OR W-MESCOMP > 12
              MOVE "O MES INSERIDO NAO EXISTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2.
       L3.
           ACCEPT TW-ANOCOMP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L2.
           IF W-ANOCOMP = ZEROS
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L3.
      *
       ABRIR-ARQUIVOS.
           OPEN INPUT CADEMPRESA
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADEMPRESA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           MOVE W-EMPESOC TO CODEMPRESA
           READ CADEMPRESA
           IF ST-ERRO NOT = "00"
              MOVE "** EMPRESA NAO CADASTRADA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADEMPRESA
              GO TO ROT-FIM2.
           OPEN INPUT CADASO
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO CADASO NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADFUNCIONARIO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNCIONARIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADEXAME
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADEXAME" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADTIPOEX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADTIPOEX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADMED" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-EMPESOC TO ARQEMPTX
           MOVE W-ANOCOMP TO ARQANOTX
           MOVE W-MESCOMP TO ARQMESTX
           OPEN OUTPUT S2220TX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO S-2220" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE CNPJEMPRESA TO CNPJCABTX
           MOVE W-ANOCOMP TO ANOCABTX
           MOVE W-MESCOMP TO MESCABTX
           MOVE RAZAOEMPRESA TO RAZAOCABTX
           WRITE REGS2220TX FROM CABS2220.
      *----------------ASO DA EMPRESA EMITIDOS NA COMPETENCIA------------
       SELECIONA.
           MOVE ZEROS TO W-QTDEEVT W-QTDEEXM
           MOVE W-EMPESOC TO EMPASO
           MOVE ZEROS TO NUMASO
           START CADASO KEY IS NOT LESS KEYASO INVALID KEY
                 GO TO TOTALIZA.
       SELECIONA1.
           READ CADASO NEXT
           IF ST-ERRO NOT = "00"
              GO TO TOTALIZA.
           IF EMPASO NOT = W-EMPESOC
              GO TO TOTALIZA.
           MOVE DATAASO TO W-DATAEDIT
           IF W-ANOEDIT NOT = W-ANOCOMP OR W-MESEDIT NOT = W-MESCOMP
              GO TO SELECIONA1.
           MOVE CPFASO TO CPFEVTTX
           MOVE SPACES TO MATRICEVTTX NOMEMEDEVTTX
           MOVE EMPASO TO EMPFUNCIO
           MOVE CPFASO TO CPFFUNCIO
           READ CADFUNCIONARIO
           IF ST-ERRO = "00"
              MOVE MATRICFUNCIO TO MATRICEVTTX.
           MOVE TIPOASO TO TPEXAMEEVTTX
           MOVE DATAASO TO DTASOEVTTX
           IF ASO-APTO
              MOVE 1 TO RESASOEVTTX
           ELSE
              MOVE 2 TO RESASOEVTTX.
           MOVE CRMASO TO CRMEVTTX
           MOVE CRMASO TO CRM
           READ CADMED
           IF ST-ERRO = "00"
              MOVE NOMEMEDICO TO NOMEMEDEVTTX.
           MOVE NUMASO TO NUMASOEVTTX
           WRITE REGS2220TX FROM EVTS2220
           ADD 1 TO W-QTDEEVT
           PERFORM EXAMES-ASO THRU EXAMES-ASO-FIM
           GO TO SELECIONA1.
      *
      *----------------EXAMES REALIZADOS NA CONSULTA DO ASO--------------
       EXAMES-ASO.
           MOVE DATACONSASO TO W-DATAEDIT
           MOVE W-DIAEDIT TO W-DIACONS
           MOVE W-MESEDIT TO W-MESCONS
           MOVE W-ANOEDIT TO W-ANOCONS
           MOVE CPFASO TO CPFEXAME
           MOVE W-DATACONS TO DATAEXAME
           MOVE HORACONSASO TO HORAEXAME
           MOVE ZEROS TO NUMLINHA
           START CADEXAME KEY IS NOT LESS KEYEXAME INVALID KEY
                 GO TO EXAMES-ASO-FIM.
       EXAMES-ASO1.
           READ CADEXAME NEXT
           IF ST-ERRO NOT = "00"
              GO TO EXAMES-ASO-FIM.
           IF CPFEXAME NOT = CPFASO OR DATAEXAME NOT = W-DATACONS
              OR HORAEXAME NOT = HORACONSASO
              GO TO EXAMES-ASO-FIM.
           IF NOT REALIZADO
              GO TO EXAMES-ASO1.
           MOVE CPFASO TO CPFEXMTX
           COMPUTE DTEXMTX = ANOREALIZADA * 10000
                 + MESREALIZADA * 100 + DIAREALIZADA
           MOVE CODTIPOEX TO CODEXMTX
           MOVE TIPOEXAME TO NOMEEXMTX
           MOVE CODTIPOEX TO CODTIPOEXREG
           READ CADTIPOEX
           IF ST-ERRO = "00"
              MOVE NOMETIPOEX TO NOMEEXMTX.
           WRITE REGS2220TX FROM EXMS2220
           ADD 1 TO W-QTDEEXM
           GO TO EXAMES-ASO1.
       EXAMES-ASO-FIM.
           EXIT.
      *
       TOTALIZA.
           MOVE W-QTDEEVT TO QTDEEVTTX
           MOVE W-QTDEEXM TO QTDEEXMTX
           WRITE REGS2220TX FROM TOTS2220
           CLOSE S2220TX
           DISPLAY (18, 05) "EVENTOS S-2220 : " W-QTDEEVT
           MOVE W-ARQS2220 TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-FIM.
           CLOSE CADASO CADFUNCIONARIO CADEMPRESA CADEXAME CADTIPOEX
                 CADMED.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
      *
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
       ROT-MENS1.
           DISPLAY (23, 12) MENS.
       ROT-MENS2.
           ADD 1 TO W-CONT
           IF W-CONT < 3000
              GO TO ROT-MENS2
           ELSE
              DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
           EXIT.
       FIM-ROT-MENS.
