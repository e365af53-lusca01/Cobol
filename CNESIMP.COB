       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNESIMP.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    IMPORTACAO DO CNES DA UNIDADE (PROFISSIONAIS/SALAS/LEITOS) *
      *    (CNES.TXT -> CADCNES, SUBSTITUI O CNES DE CADA UNIDADE     *
      *    PRESENTE NO ARQUIVO)                                       *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCNES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCNES
                    FILE STATUS  IS ST-ERRO.
       SELECT CNESTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT CNESREJ ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------REGISTRO CNES IMPORTADO (PROFISSIONAL/SALA/LEITO)-----
       FD CADCNES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCNES.DAT".
       01  REGCNES.
           03 KEYCNES.
              05 UNIDCNES         PIC 9(02).
              05 TIPOCNES         PIC X(01).
                 88 CNES-PROF       VALUE "P".
                 88 CNES-SALA       VALUE "S".
                 88 CNES-LEITO      VALUE "L".
              05 CODCNES          PIC 9(06).
           03 NOMECNES            PIC X(30).
           03 CBOCNES             PIC 9(06).
           03 QTDECNES            PIC 9(04).
           03 DATAIMPCNES         PIC 9(08).
           03 FILLER              PIC X(10).
      *---------EXPORTACAO DO CNES----------------------------------
      *   P = PROFISSIONAL (CODIGO = CRM, CBO)
      *   S = SALA  (CODIGO = TIPO 1 CONSULTORIO / 2 EXAME-CIRURGIA)
      *   L = LEITO (CODIGO = TIPO 1 ENFERMARIA / 2 APTO / 3 UTI)
       FD CNESTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CNES.TXT".
       01 REGCNESTX.
          03 TIPOCNTX         PIC X(01).
          03 UNIDCNTX         PIC 9(02).
          03 CODCNTX          PIC 9(06).
          03 NOMECNTX         PIC X(30).
          03 CBOCNTX          PIC 9(06).
          03 QTDECNTX         PIC 9(04).
      *
       FD CNESREJ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CNESREJ.DOC".
       01 REGCNESREJ           PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       01 W-DATAHOJE     PIC 9(08) VALUE ZEROS.
       01 W-QTDEIMPORT   PIC 9(06) VALUE ZEROS.
       01 W-QTDEREJEITO  PIC 9(06) VALUE ZEROS.
       01 W-QTDEEXCL     PIC 9(06) VALUE ZEROS.
       01 W-QTDEUNID     PIC 9(02) VALUE ZEROS.
      *---UNIDADES JA LIMPAS NESTA IMPORTACAO-------------------------
       01 TABUNIDCNES.
          03 TBU-LIMPA       PIC X(01) OCCURS 99 TIMES.
      *---LINHAS DO RELATORIO DE REJEICAO-------------------------
       01 CABREJEITO.
          03 FILLER PIC X(50) VALUE
          "*** LINHAS DO ARQUIVO CNES REJEITADAS ************".
       01 DETREJEITO.
          03 FILLER           PIC X(08) VALUE "MOTIVO: ".
          03 MOTIVOREJTX      PIC X(25).
          03 FILLER           PIC X(07) VALUE " LINHA:".
          03 LINHAREJTX       PIC X(49).
       01 TOTREJEITO.
          03 FILLER           PIC X(22) VALUE "IMPORTADOS...........:".
          03 QTDEIMPORTTX     PIC ZZZZZ9.
          03 FILLER           PIC X(22) VALUE " REJEITADOS.........:".
          03 QTDEREJEITOTX    PIC ZZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE ALL "N" TO TABUNIDCNES
           DISPLAY "*** IMPORTACAO DO CNES ***".
       ABRIR-ARQUIVOS.
           OPEN I-O CADCNES
           IF ST-ERRO = "30"
              OPEN OUTPUT CADCNES
              CLOSE CADCNES
              OPEN I-O CADCNES.
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCNES"
              GO TO ROT-FIM2.
           OPEN INPUT CNESTX
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO CNES.TXT NAO ENCONTRADO"
              CLOSE CADCNES
              GO TO ROT-FIM2.
           OPEN OUTPUT CNESREJ
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CNESREJ"
              CLOSE CADCNES CNESTX
              GO TO ROT-FIM2.
           WRITE REGCNESREJ FROM CABREJEITO.
      *----------------PROCESSAR O ARQUIVO LINHA A LINHA-----------------
       IMPORTA.
           READ CNESTX
           IF ST-ERRO NOT = "00"
              GO TO TOTALIZA.
           IF TIPOCNTX NOT = "P" AND "S" AND "L"
              MOVE "TIPO DE LINHA INVALIDO" TO MOTIVOREJTX
              PERFORM GRAVA-REJEITO THRU FIM-GRAVA-REJEITO
              GO TO IMPORTA.
           IF UNIDCNTX NOT NUMERIC OR UNIDCNTX = ZEROS
              MOVE "UNIDADE INVALIDA" TO MOTIVOREJTX
              PERFORM GRAVA-REJEITO THRU FIM-GRAVA-REJEITO
              GO TO IMPORTA.
           IF CODCNTX NOT NUMERIC OR CODCNTX = ZEROS
              MOVE "CODIGO INVALIDO" TO MOTIVOREJTX
              PERFORM GRAVA-REJEITO THRU FIM-GRAVA-REJEITO
              GO TO IMPORTA.
           IF TIPOCNTX = "S" AND CODCNTX > 2
              MOVE "TIPO DE SALA INVALIDO" TO MOTIVOREJTX
              PERFORM GRAVA-REJEITO THRU FIM-GRAVA-REJEITO
              GO TO IMPORTA.
           IF TIPOCNTX = "L" AND CODCNTX > 3
              MOVE "TIPO DE LEITO INVALIDO" TO MOTIVOREJTX
              PERFORM GRAVA-REJEITO THRU FIM-GRAVA-REJEITO
              GO TO IMPORTA.
           IF CBOCNTX NOT NUMERIC
              MOVE ZEROS TO CBOCNTX.
           IF QTDECNTX NOT NUMERIC
              MOVE ZEROS TO QTDECNTX.
           IF TBU-LIMPA(UNIDCNTX) NOT = "S"
              PERFORM LIMPA-UNIDADE THRU FIM-LIMPA-UNIDADE.
           MOVE SPACES TO REGCNES
           MOVE UNIDCNTX TO UNIDCNES
           MOVE TIPOCNTX TO TIPOCNES
           MOVE CODCNTX TO CODCNES
           MOVE NOMECNTX TO NOMECNES
           MOVE CBOCNTX TO CBOCNES
           MOVE QTDECNTX TO QTDECNES
           IF CNES-PROF
              MOVE ZEROS TO QTDECNES.
           MOVE W-DATAHOJE TO DATAIMPCNES
           WRITE REGCNES
           IF ST-ERRO = "22"
              MOVE "LINHA DUPLICADA" TO MOTIVOREJTX
              PERFORM GRAVA-REJEITO THRU FIM-GRAVA-REJEITO
              GO TO IMPORTA.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA GRAVACAO" TO MOTIVOREJTX
              PERFORM GRAVA-REJEITO THRU FIM-GRAVA-REJEITO
              GO TO IMPORTA.
           ADD 1 TO W-QTDEIMPORT
           GO TO IMPORTA.
      *----------------CNES ANTERIOR DA UNIDADE E SUBSTITUIDO------------
       LIMPA-UNIDADE.
           MOVE "S" TO TBU-LIMPA(UNIDCNTX)
           ADD 1 TO W-QTDEUNID
           MOVE UNIDCNTX TO UNIDCNES
           MOVE LOW-VALUES TO TIPOCNES
           MOVE ZEROS TO CODCNES
           START CADCNES KEY IS NOT LESS KEYCNES INVALID KEY
                 GO TO FIM-LIMPA-UNIDADE.
       LIMPA-UNIDADE1.
           READ CADCNES NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-LIMPA-UNIDADE.
           IF UNIDCNES NOT = UNIDCNTX
              GO TO FIM-LIMPA-UNIDADE.
           DELETE CADCNES RECORD
           IF ST-ERRO = "00"
              ADD 1 TO W-QTDEEXCL.
           GO TO LIMPA-UNIDADE1.
       FIM-LIMPA-UNIDADE.
           EXIT.
      *----------------GRAVAR LINHA REJEITADA----------------------------
       GRAVA-REJEITO.
           ADD 1 TO W-QTDEREJEITO
           MOVE REGCNESTX TO LINHAREJTX
           WRITE REGCNESREJ FROM DETREJEITO.
       FIM-GRAVA-REJEITO.
           EXIT.
      *
       TOTALIZA.
           MOVE W-QTDEIMPORT TO QTDEIMPORTTX
           MOVE W-QTDEREJEITO TO QTDEREJEITOTX
           WRITE REGCNESREJ FROM TOTREJEITO
           DISPLAY "UNIDADES ATUALIZADAS : " W-QTDEUNID
           DISPLAY "REGISTROS SUBSTITUIDOS: " W-QTDEEXCL
           DISPLAY "LINHAS IMPORTADAS    : " W-QTDEIMPORT
           DISPLAY "LINHAS REJEITADAS    : " W-QTDEREJEITO.
       ROT-FIM.
           CLOSE CADCNES CNESTX CNESREJ.
           DISPLAY "*** FIM DA IMPORTACAO DO CNES ***".
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
