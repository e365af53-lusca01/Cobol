       IDENTIFICATION DIVISION.
       PROGRAM-ID. NPSIMP.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    IMPORTACAO DAS RESPOSTAS DA PESQUISA DE SATISFACAO (NPS)   *
      *    NPSRESP.TXT -> CADNPS, LIGADA A CONSULTA PELA CHAVE        *
      *    (CPF + DATA + HORA) DEVOLVIDA PELA EMPRESA DE PESQUISA     *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCONSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPAL
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DATACONS
                       WITH DUPLICATES.
       SELECT CADNPS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYNPS
                    FILE STATUS  IS ST-ERRO.
       SELECT NPSRESP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT NPSREJEITO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCONSU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSU.DAT".
       01 REGCONS.
          03 KEYPRINCIPAL.
              05 CPFPACIENTE    PIC 9(11).
              05 DATACONS.
                 07 DIAC        PIC 9(02).
                 07 MESC        PIC 9(02).
                 07 ANOC        PIC 9(04).
              05 HORAC          PIC 9(04).
          03 CODMED             PIC 9(06).
          03 CODCONV            PIC 9(04).
          03 CODCID             PIC X(07).
          03 DESCRICAO1         PIC X(60).
          03 DESCRICAO2         PIC X(60).
          03 STATUSCONS         PIC X(01).
             88 AGENDADA        VALUE "A".
             88 REALIZADA       VALUE "R".
             88 CANCELADA       VALUE "C".
             88 FALTOU          VALUE "F".
          03 VALOR              PIC 9(06)V99.
          03 PAGO               PIC X(01).
             88 PAGO-SIM        VALUE "S".
             88 PAGO-NAO        VALUE "N".
          03 PESO               PIC 9(03)V9.
          03 ALTURA             PIC 9(03).
          03 PRESSAOSIS         PIC 9(03).
          03 PRESSAODIA         PIC 9(03).
          03 TEMPERATURA        PIC 9(02)V9.
          03 RETORNO.
             05 DIARETORNO       PIC 9(02).
             05 MESRETORNO       PIC 9(02).
             05 ANORETORNO       PIC 9(04).
          03 SEVERIDADE          PIC 9(01).
             88 SEV-NAO-INFORMADA  VALUE 0.
             88 SEV-EMERGENCIA     VALUE 1.
             88 SEV-URGENCIA       VALUE 2.
             88 SEV-SEMI-URGENCIA  VALUE 3.
             88 SEV-NAO-URGENCIA   VALUE 4.
          03 CODSALA             PIC 9(02).
          03 UNIDADE              PIC 9(02).
          03 LEMBRETEENVIADO      PIC X(01).
      *
      *---------RESPOSTAS DA PESQUISA DE SATISFACAO (NPS)--------------
      *   CHAVE = CHAVE DA CONSULTA (CPF + DATA DDMMAAAA + HORA)
      *   NOTA 0 A 10: 9-10 PROMOTOR, 7-8 NEUTRO, 0-6 DETRATOR
      *   ESPERA 1 (PESSIMO) A 5 (OTIMO), 0 = NAO RESPONDIDA
       FD CADNPS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNPS.DAT".
       01  REGNPS.
           03 KEYNPS.
              05 CPFNPS           PIC 9(11).
              05 DATANPS.
                 07 DIANPS        PIC 9(02).
                 07 MESNPS        PIC 9(02).
                 07 ANONPS        PIC 9(04).
              05 HORANPS          PIC 9(04).
           03 NOTANPS             PIC 9(02).
              88 NPS-PROMOTOR     VALUE 9 THRU 10.
              88 NPS-NEUTRO       VALUE 7 THRU 8.
              88 NPS-DETRATOR     VALUE 0 THRU 6.
           03 ESPERANPS           PIC 9(01).
           03 COMENTNPS           PIC X(80).
           03 CODMEDNPS           PIC 9(06).
           03 UNIDNPS             PIC 9(02).
           03 DATARESPNPS         PIC 9(08).
           03 DATAIMPNPS          PIC 9(08).
           03 FILLER              PIC X(10).
      *
      *---------RESPOSTA DEVOLVIDA PELA EMPRESA DE PESQUISA-------------
       FD NPSRESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NPSRESP.TXT".
       01 REGNPSRESP.
          03 CPFRESPTX        PIC 9(11).
          03 DATACONSRESPTX   PIC 9(08).
          03 HORARESPTX       PIC 9(04).
          03 NOTARESPTX       PIC 9(02).
          03 ESPERARESPTX     PIC 9(01).
          03 DATARESPTX       PIC 9(08).
          03 COMENTRESPTX     PIC X(80).
      *
       FD NPSREJEITO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NPSREJ.DOC".
       01 REGNPSREJEITO        PIC X(150).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       01 W-DATAHOJE     PIC 9(08) VALUE ZEROS.
       01 W-QTDEIMP      PIC 9(06) VALUE ZEROS.
       01 W-QTDEREJEITO  PIC 9(06) VALUE ZEROS.
      *---LINHAS DO RELATORIO DE REJEICAO-------------------------
       01 CABREJEITO.
          03 FILLER PIC X(50) VALUE
          "*** RESPOSTAS DA PESQUISA DE SATISFACAO REJEITADAS".
          03 FILLER PIC X(04) VALUE " ***".
       01 DETREJEITO.
          03 FILLER           PIC X(08) VALUE "MOTIVO: ".
          03 MOTIVOREJTX      PIC X(25).
          03 FILLER           PIC X(07) VALUE " LINHA:".
          03 LINHAREJTX       PIC X(114).
       01 TOTREJEITO.
          03 FILLER           PIC X(22) VALUE "RESPOSTAS IMPORTADAS.:".
          03 QTDEIMPTX        PIC ZZZZZ9.
          03 FILLER           PIC X(22) VALUE " REJEITADAS.........:".
          03 QTDEREJEITOTX    PIC ZZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           DISPLAY "*** IMPORTACAO DAS RESPOSTAS DA PESQUISA ***".
       ABRIR-ARQUIVOS.
           OPEN INPUT CADCONSU
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCONSU"
              GO TO ROT-FIM2.
           OPEN I-O CADNPS
           IF ST-ERRO = "30"
              OPEN OUTPUT CADNPS
              CLOSE CADNPS
              OPEN I-O CADNPS.
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADNPS"
              CLOSE CADCONSU
              GO TO ROT-FIM2.
           OPEN INPUT NPSRESP
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO NPSRESP.TXT NAO ENCONTRADO"
              CLOSE CADCONSU CADNPS
              GO TO ROT-FIM2.
           OPEN OUTPUT NPSREJEITO
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO NPSREJ"
              CLOSE CADCONSU CADNPS NPSRESP
              GO TO ROT-FIM2.
           WRITE REGNPSREJEITO FROM CABREJEITO.
      *----------------PROCESSAR AS RESPOSTAS LINHA A LINHA--------------
       IMPORTA.
           READ NPSRESP
           IF ST-ERRO NOT = "00"
              GO TO TOTALIZA.
           IF CPFRESPTX NOT NUMERIC OR DATACONSRESPTX NOT NUMERIC
                 OR HORARESPTX NOT NUMERIC
              MOVE "CHAVE DA CONSULTA INVALIDA" TO MOTIVOREJTX
              PERFORM GRAVA-REJEITO THRU FIM-GRAVA-REJEITO
              GO TO IMPORTA.
           IF NOTARESPTX NOT NUMERIC OR NOTARESPTX > 10
              MOVE "NOTA FORA DE 0 A 10" TO MOTIVOREJTX
              PERFORM GRAVA-REJEITO THRU FIM-GRAVA-REJEITO
              GO TO IMPORTA.
           IF ESPERARESPTX NOT NUMERIC
              MOVE ZEROS TO ESPERARESPTX.
           IF ESPERARESPTX > 5
              MOVE "AVALIACAO ESPERA INVALIDA" TO MOTIVOREJTX
              PERFORM GRAVA-REJEITO THRU FIM-GRAVA-REJEITO
              GO TO IMPORTA.
           IF DATARESPTX NOT NUMERIC OR DATARESPTX = ZEROS
              MOVE W-DATAHOJE TO DATARESPTX.
           MOVE CPFRESPTX TO CPFPACIENTE
           MOVE DATACONSRESPTX TO DATACONS
           MOVE HORARESPTX TO HORAC
           READ CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE "CONSULTA NAO ENCONTRADA" TO MOTIVOREJTX
              PERFORM GRAVA-REJEITO THRU FIM-GRAVA-REJEITO
              GO TO IMPORTA.
           IF NOT REALIZADA
              MOVE "CONSULTA NAO REALIZADA" TO MOTIVOREJTX
              PERFORM GRAVA-REJEITO THRU FIM-GRAVA-REJEITO
              GO TO IMPORTA.
           MOVE KEYPRINCIPAL TO KEYNPS
           READ CADNPS
           IF ST-ERRO = "00"
              MOVE "RESPOSTA JA IMPORTADA" TO MOTIVOREJTX
              PERFORM GRAVA-REJEITO THRU FIM-GRAVA-REJEITO
              GO TO IMPORTA.
           MOVE KEYPRINCIPAL TO KEYNPS
           MOVE NOTARESPTX TO NOTANPS
           MOVE ESPERARESPTX TO ESPERANPS
           MOVE COMENTRESPTX TO COMENTNPS
           MOVE CODMED TO CODMEDNPS
           MOVE UNIDADE TO UNIDNPS
           MOVE DATARESPTX TO DATARESPNPS
           MOVE W-DATAHOJE TO DATAIMPNPS
           WRITE REGNPS
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO" TO MOTIVOREJTX
              PERFORM GRAVA-REJEITO THRU FIM-GRAVA-REJEITO
              GO TO IMPORTA.
           ADD 1 TO W-QTDEIMP
           GO TO IMPORTA.
      *----------------GRAVAR LINHA REJEITADA----------------------------
       GRAVA-REJEITO.
           ADD 1 TO W-QTDEREJEITO
           MOVE REGNPSRESP TO LINHAREJTX
           WRITE REGNPSREJEITO FROM DETREJEITO.
       FIM-GRAVA-REJEITO.
           EXIT.
      *
       TOTALIZA.
           MOVE W-QTDEIMP TO QTDEIMPTX
           MOVE W-QTDEREJEITO TO QTDEREJEITOTX
           WRITE REGNPSREJEITO FROM TOTREJEITO
           DISPLAY "RESPOSTAS IMPORTADAS : " W-QTDEIMP
           DISPLAY "LINHAS REJEITADAS    : " W-QTDEREJEITO.
       ROT-FIM.
           CLOSE CADCONSU CADNPS NPSRESP NPSREJEITO.
           DISPLAY "*** FIM DA IMPORTACAO DA PESQUISA ***".
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
