       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELASO.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    CONVOCACAO PARA EXAMES PERIODICOS (PCMSO) POR EMPRESA      *
      *    (CADFUNCIONARIO -> RELASO.DOC)                             *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADFUNCIONARIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYFUNCIO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADFUNCAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYFUNCAO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADEMPRESA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODEMPRESA
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    ALTERNATE RECORD KEY IS NOMEPACIENTE
                                         WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.
       SELECT RELASOTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADFUNCAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNCAO.DAT".
       01  REGFUNCAO.
           03 KEYFUNCAO.
              05 EMPFUNCAO        PIC 9(04).
              05 CODFUNCAO        PIC 9(04).
           03 NOMEFUNCAO          PIC X(30).
           03 CBOFUNCAO           PIC 9(06).
           03 PERIODOFUNCAO       PIC 9(02).
           03 RISCOFUNCAO         PIC X(40).
           03 ATIVAFUNCAO         PIC X(01).
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
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPF                  PIC 9(11).
          03 NOMEPACIENTE         PIC X(30).
          03 DATANASC.
              05 DIA              PIC 9(02).
              05 MES              PIC 9(02).
              05 ANO              PIC 9(04).
          03 SEXO                 PIC X(01).
          03 GENERO               PIC X(01).
          03 CODIGOPACIENTE       PIC 9(04).
          03 CEPPACIENTE          PIC 9(08).
          03 NUMEROPACIENTE       PIC X(05).
          03 COMPLEMENTOPACIENTE  PIC X(10).
          03 TELEFONEPACIENTE.
               05 DDDPACIENTE     PIC 9(02).
               05 TNUMPACIENTE    PIC 9(09).
          03 EMAILPACIENTE        PIC X(30).
          03 NOMERESPPACIENTE     PIC X(30).
          03 TELEFONERESPPACIENTE.
               05 DDDRESPPACIENTE  PIC 9(02).
               05 TNUMRESPPACIENTE PIC 9(09).
          03 CONSENTIMENTOLGPDPACIENTE PIC X(01).
          03 DATACONSENTPACIENTE.
               05 DIACONSENTPACIENTE  PIC 9(02).
               05 MESCONSENTPACIENTE  PIC 9(02).
               05 ANOCONSENTPACIENTE  PIC 9(04).
          03 NOMESOCIAL           PIC X(30).
          03 IDENTGENERO          PIC X(01).
      *
       FD RELASOTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELASO.DOC".
       01 REGRELASOTX          PIC X(120).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 ST-ERRO       PIC X(02) VALUE "00".
       01 W-EMPREL      PIC 9(04) VALUE ZEROS.
       01 W-DIASANTEC   PIC 9(03) VALUE ZEROS.
       01 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-JULHOJE     PIC 9(08) VALUE ZEROS.
       01 W-JULPROX     PIC 9(08) VALUE ZEROS.
       01 W-QTDEVENC    PIC 9(06) VALUE ZEROS.
       01 W-QTDEAVENC   PIC 9(06) VALUE ZEROS.
       01 W-QTDESEMASO  PIC 9(06) VALUE ZEROS.
       01 W-DATAEDIT    PIC 9(08) VALUE ZEROS.
       01 W-DATAEDITX REDEFINES W-DATAEDIT.
          03 W-ANOEDIT  PIC 9(04).
          03 W-MESEDIT  PIC 9(02).
          03 W-DIAEDIT  PIC 9(02).
      *---LINHAS DO RELATORIO------------------------------------------
       01 CABRELASO.
          03 FILLER PIC X(50) VALUE
          "HOSPITAL MAINFRAME *** CONVOCACAO PARA EXAMES PCMS".
          03 FILLER PIC X(06) VALUE "O ***".
       01 CABEMPRESA.
          03 FILLER           PIC X(09) VALUE "EMPRESA: ".
          03 CODEMPRELTX      PIC 9(04).
          03 FILLER           PIC X(01) VALUE " ".
          03 RAZAORELTX       PIC X(40).
          03 FILLER           PIC X(07) VALUE " CNPJ: ".
          03 CNPJRELTX        PIC 9(14).
       01 CABPRAZO.
          03 FILLER           PIC X(25) VALUE
          "VENCIMENTOS ATE HOJE MAIS".
          03 FILLER           PIC X(01) VALUE " ".
          03 DIASRELTX        PIC ZZ9.
          03 FILLER           PIC X(07) VALUE " DIA(S)".
          03 FILLER           PIC X(11) VALUE "  CONTATO: ".
          03 CONTATORELTX     PIC X(30).
       01 DETRELASO.
          03 FILLER           PIC X(05) VALUE "CPF: ".
          03 CPFRELTX         PIC 9(11).
          03 FILLER           PIC X(01) VALUE " ".
          03 NOMERELTX        PIC X(30).
          03 FILLER           PIC X(01) VALUE " ".
          03 FUNCAORELTX      PIC X(30).
          03 FILLER           PIC X(06) VALUE " ULT: ".
          03 DIAULTRELTX      PIC 9(02).
          03 FILLER           PIC X(01) VALUE "/".
          03 MESULTRELTX      PIC 9(02).
          03 FILLER           PIC X(01) VALUE "/".
          03 ANOULTRELTX      PIC 9(04).
          03 FILLER           PIC X(06) VALUE " VCTO:".
          03 DIAPROXRELTX     PIC 9(02).
          03 FILLER           PIC X(01) VALUE "/".
          03 MESPROXRELTX     PIC 9(02).
          03 FILLER           PIC X(01) VALUE "/".
          03 ANOPROXRELTX     PIC 9(04).
          03 FILLER           PIC X(01) VALUE " ".
          03 SITRELTX         PIC X(08).
       01 TOTRELASO.
          03 FILLER           PIC X(10) VALUE "VENCIDOS: ".
          03 QTDEVENCTX       PIC ZZZZZ9.
          03 FILLER           PIC X(13) VALUE "  A VENCER: ".
          03 QTDEAVENCTX      PIC ZZZZZ9.
          03 FILLER           PIC X(12) VALUE "  SEM ASO: ".
          03 QTDESEMASOTX     PIC ZZZZZ9.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELARELASO.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          CONVOCACAO PARA EXAMES PERIODI".
           05  LINE 02  COLUMN 41
               VALUE  "COS - PCMSO".
           05  LINE 08  COLUMN 01
               VALUE  "   EMPRESA               :".
           05  LINE 10  COLUMN 01
               VALUE  "   ANTECEDENCIA (DIAS)   :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TW-EMPREL
               LINE 08  COLUMN 29  PIC 9(04)
               USING  W-EMPREL
               HIGHLIGHT.
           05  TW-DIASANTEC
               LINE 10  COLUMN 29  PIC 9(03)
               USING  W-DIASANTEC
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           COMPUTE W-JULHOJE = FUNCTION INTEGER-OF-DATE(W-DATAHOJE)
           MOVE 30 TO W-DIASANTEC
           DISPLAY TELARELASO.
       L1.
           ACCEPT TW-EMPREL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM2.
           IF W-EMPREL = ZEROS
              MOVE " ** PREENCHA O CAMPO PARA PROSSEGUIR ** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
       L2.
           ACCEPT TW-DIASANTEC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L1.
      *
       ABRIR-ARQUIVOS.
           OPEN INPUT CADEMPRESA
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADEMPRESA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           MOVE W-EMPREL TO CODEMPRESA
           READ CADEMPRESA
           IF ST-ERRO NOT = "00"
              MOVE "** EMPRESA NAO CADASTRADA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADEMPRESA
              GO TO ROT-FIM2.
           OPEN INPUT CADFUNCIONARIO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNCIONARIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADFUNCAO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNCAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADPACI" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN OUTPUT RELASOTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELASO.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           WRITE REGRELASOTX FROM CABRELASO
           MOVE CODEMPRESA TO CODEMPRELTX
           MOVE RAZAOEMPRESA TO RAZAORELTX
           MOVE CNPJEMPRESA TO CNPJRELTX
           WRITE REGRELASOTX FROM CABEMPRESA
           MOVE W-DIASANTEC TO DIASRELTX
           MOVE CONTATOEMPRESA TO CONTATORELTX
           WRITE REGRELASOTX FROM CABPRAZO.
      *----------------TRABALHADORES ATIVOS DA EMPRESA-------------------
       CONVOCA.
           MOVE ZEROS TO W-QTDEVENC W-QTDEAVENC W-QTDESEMASO
           MOVE W-EMPREL TO EMPFUNCIO
           MOVE ZEROS TO CPFFUNCIO
           START CADFUNCIONARIO KEY IS NOT LESS KEYFUNCIO INVALID KEY
                 GO TO TOTALIZA.
       CONVOCA1.
           READ CADFUNCIONARIO NEXT
           IF ST-ERRO NOT = "00"
              GO TO TOTALIZA.
           IF EMPFUNCIO NOT = W-EMPREL
              GO TO TOTALIZA.
           IF NOT FUNCIO-ATIVO
              GO TO CONVOCA1.
           IF DATAULTASO = ZEROS
              MOVE "SEM ASO" TO SITRELTX
              ADD 1 TO W-QTDESEMASO
              GO TO CONVOCA2.
           COMPUTE W-JULPROX = FUNCTION INTEGER-OF-DATE(DATAPROXASO)
           IF W-JULPROX > W-JULHOJE + W-DIASANTEC
              GO TO CONVOCA1.
           IF W-JULPROX < W-JULHOJE
              MOVE "VENCIDO" TO SITRELTX
              ADD 1 TO W-QTDEVENC
           ELSE
              MOVE "A VENCER" TO SITRELTX
              ADD 1 TO W-QTDEAVENC.
       CONVOCA2.
           MOVE CPFFUNCIO TO CPFRELTX
           MOVE SPACES TO NOMERELTX FUNCAORELTX
           MOVE CPFFUNCIO TO CPF
           READ CADPACI
           IF ST-ERRO = "00"
              MOVE NOMEPACIENTE TO NOMERELTX.
           MOVE EMPFUNCIO TO EMPFUNCAO
           MOVE FUNCFUNCIO TO CODFUNCAO
           READ CADFUNCAO
           IF ST-ERRO = "00"
              MOVE NOMEFUNCAO TO FUNCAORELTX.
           MOVE DATAULTASO TO W-DATAEDIT
           MOVE W-DIAEDIT TO DIAULTRELTX
           MOVE W-MESEDIT TO MESULTRELTX
           MOVE W-ANOEDIT TO ANOULTRELTX
           MOVE DATAPROXASO TO W-DATAEDIT
           MOVE W-DIAEDIT TO DIAPROXRELTX
           MOVE W-MESEDIT TO MESPROXRELTX
           MOVE W-ANOEDIT TO ANOPROXRELTX
           WRITE REGRELASOTX FROM DETRELASO
           GO TO CONVOCA1.
      *
       TOTALIZA.
           MOVE W-QTDEVENC TO QTDEVENCTX
           MOVE W-QTDEAVENC TO QTDEAVENCTX
           MOVE W-QTDESEMASO TO QTDESEMASOTX
           WRITE REGRELASOTX FROM TOTRELASO
           CLOSE RELASOTX
           DISPLAY (18, 05) "VENCIDOS : " W-QTDEVENC
                            "  A VENCER : " W-QTDEAVENC
           MOVE "*** CONVOCACAO GERADA EM RELASO.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-FIM.
           CLOSE CADFUNCIONARIO CADFUNCAO CADEMPRESA CADPACI.
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
