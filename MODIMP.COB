       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODIMP.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    IMPORTACAO DA SITUACAO DOS ESTUDOS DAS MODALIDADES         *
      *    (MODSTATUS.TXT -> DATAREALIZADA/STATUSEXAME EM CADEXAME)   *
      *    ESTUDO SEM AGENDAMENTO VAI PARA A RECEPCAO (MODPEND.DOC)   *
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
       SELECT CADAGEXAME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYAGEXAME
                    FILE STATUS  IS ST-ERRO.
       SELECT MODSTATUS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT MODREJEITO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT MODPEND ASSIGN TO DISK
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
       FD CADAGEXAME
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGEXAME.DAT".
       01  REGAGEXAME.
           03 KEYAGEXAME.
              05 CODRECAGE        PIC 9(03).
              05 DATAAGE          PIC 9(08).
              05 HORAAGE          PIC 9(04).
           03 CPFAGE              PIC 9(11).
           03 DATACONSAGE         PIC 9(08).
           03 HORACONSAGE         PIC 9(04).
           03 NUMLINAGE           PIC 9(02).
           03 DURACAOAGE          PIC 9(03).
      *
      *---------SITUACAO DEVOLVIDA PELA MODALIDADE---------------------
      *   ACESSO ZEROS = ESTUDO FEITO SEM LISTA DE TRABALHO
       FD MODSTATUS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MODSTATUS.TXT".
       01 REGMODSTATUS.
          03 ACESSOSTTX       PIC 9(15).
          03 ACESSOSTTXR REDEFINES ACESSOSTTX.
             05 RECACESSOTX   PIC 9(03).
             05 DATAACESSOTX  PIC 9(08).
             05 HORAACESSOTX  PIC 9(04).
          03 CPFSTTX          PIC 9(11).
          03 NOMESTTX         PIC X(30).
          03 STATUSSTTX       PIC X(01).
             88 ST-REALIZADO    VALUE "R".
             88 ST-CANCELADO    VALUE "C".
          03 DATAREALSTTX     PIC 9(08).
          03 DATAREALSTTXR REDEFINES DATAREALSTTX.
             05 ANOREALSTTX   PIC 9(04).
             05 MESREALSTTX   PIC 9(02).
             05 DIAREALSTTX   PIC 9(02).
          03 HORAREALSTTX     PIC 9(04).
          03 RECSTTX          PIC 9(03).
          03 CODTIPOSTTX      PIC 9(04).
      *
       FD MODREJEITO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MODREJEITO.DOC".
       01 REGMODREJEITO        PIC X(120).
      *
       FD MODPEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MODPEND.DOC".
       01 REGMODPEND           PIC X(120).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *---CAPTURA DE ALTERACOES PARA EXPORTACAO DELTA------------------
       01 W-ACAODELTA    PIC X(01) VALUE "G".
       01 W-NOMEDELTA    PIC X(10) VALUE SPACES.
       01 W-ARQDELTA     PIC X(12) VALUE SPACES.
       01 W-CHAVEDELTA   PIC X(25) VALUE SPACES.
       01 W-OKDELTA      PIC X(01) VALUE SPACES.
       01 W-SEQDELTA     PIC 9(06) VALUE ZEROS.
       77 ST-ERRO        PIC X(02) VALUE "00".
       01 W-DATAHOJE     PIC 9(08) VALUE ZEROS.
       01 W-DATAHOJER REDEFINES W-DATAHOJE.
          03 W-ANOHOJE   PIC 9(04).
          03 W-MESHOJE   PIC 9(02).
          03 W-DIAHOJE   PIC 9(02).
       01 W-DATACONS.
          03 W-ANOCONS   PIC 9(04).
          03 W-MESCONS   PIC 9(02).
          03 W-DIACONS   PIC 9(02).
       01 W-QTDEREAL     PIC 9(06) VALUE ZEROS.
       01 W-QTDECANC     PIC 9(06) VALUE ZEROS.
       01 W-QTDEREJEITO  PIC 9(06) VALUE ZEROS.
       01 W-QTDEPEND     PIC 9(06) VALUE ZEROS.
      *---LINHAS DO RELATORIO DE REJEICAO-------------------------
       01 CABREJEITO.
          03 FILLER PIC X(50) VALUE
          "*** LINHAS DO RETORNO DAS MODALIDADES REJEITADAS *".
          03 FILLER PIC X(02) VALUE "**".
       01 DETREJEITO.
          03 FILLER           PIC X(08) VALUE "MOTIVO: ".
          03 MOTIVOREJTX      PIC X(25).
          03 FILLER           PIC X(07) VALUE " LINHA:".
          03 LINHAREJTX       PIC X(80).
       01 TOTREJEITO.
          03 FILLER           PIC X(22) VALUE "REALIZADOS...........:".
          03 QTDEREALTX       PIC ZZZZZ9.
          03 FILLER           PIC X(22) VALUE " CANCELADOS.........:".
          03 QTDECANCTX       PIC ZZZZZ9.
          03 FILLER           PIC X(22) VALUE " REJEITADOS.........:".
          03 QTDEREJEITOTX    PIC ZZZZZ9.
      *---ESTUDOS SEM AGENDAMENTO PARA A RECEPCAO------------------
       01 CABPEND1.
          03 FILLER PIC X(50) VALUE
          "*** ESTUDOS REALIZADOS SEM AGENDAMENTO - RECEPCAO ".
          03 FILLER PIC X(03) VALUE "***".
       01 CABPEND2.
          03 FILLER PIC X(43) VALUE
          "CPF         PACIENTE                       ".
          03 FILLER PIC X(40) VALUE
          "REC DATA     HORA EXAME  SITUACAO".
       01 DETPEND.
          03 CPFPENDTX        PIC 9(11).
          03 FILLER           PIC X(01) VALUE " ".
          03 NOMEPENDTX       PIC X(30).
          03 FILLER           PIC X(01) VALUE " ".
          03 RECPENDTX        PIC 9(03).
          03 FILLER           PIC X(01) VALUE " ".
          03 DATAPENDTX       PIC 9(08).
          03 FILLER           PIC X(01) VALUE " ".
          03 HORAPENDTX       PIC 9(04).
          03 FILLER           PIC X(01) VALUE " ".
          03 CODTIPOPENDTX    PIC 9(04).
          03 FILLER           PIC X(02) VALUE "  ".
          03 MOTIVOPENDTX     PIC X(35).
       01 TOTPEND.
          03 FILLER           PIC X(22) VALUE "ESTUDOS PENDENTES....:".
          03 QTDEPENDTX       PIC ZZZZZ9.
      *---DIARIO DE IMAGENS APOS ATUALIZACAO (RECUPERACAO)---------------
       01 W-ACAOJOR      PIC X(01) VALUE "G".
       01 W-ARQJOR       PIC X(12) VALUE SPACES.
       01 W-OPJOR        PIC X(01) VALUE SPACES.
       01 W-PROGRJOR     PIC X(10) VALUE "MODIMP".
       01 W-OPERJOR      PIC 9(04) VALUE ZEROS.
       01 W-IMAGEMJOR    PIC X(200) VALUE SPACES.
       01 W-SEQJOR       PIC 9(08) VALUE ZEROS.
       01 W-OKJOR        PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           DISPLAY "*** IMPORTACAO DA SITUACAO DAS MODALIDADES ***".
       ABRIR-ARQUIVOS.
           OPEN I-O CADEXAME
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEXAME"
              GO TO ROT-FIM2.
           OPEN INPUT CADAGEXAME
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO CADAGEXAME NAO ENCONTRADO"
              CLOSE CADEXAME
              GO TO ROT-FIM2.
           OPEN INPUT MODSTATUS
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO MODSTATUS.TXT NAO ENCONTRADO"
              CLOSE CADEXAME CADAGEXAME
              GO TO ROT-FIM2.
           OPEN OUTPUT MODREJEITO
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO MODREJEITO"
              CLOSE CADEXAME CADAGEXAME MODSTATUS
              GO TO ROT-FIM2.
           OPEN OUTPUT MODPEND
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO MODPEND"
              CLOSE CADEXAME CADAGEXAME MODSTATUS MODREJEITO
              GO TO ROT-FIM2.
           WRITE REGMODREJEITO FROM CABREJEITO
           WRITE REGMODPEND FROM CABPEND1
           WRITE REGMODPEND FROM CABPEND2.
      *----------------PROCESSAR O RETORNO LINHA A LINHA-----------------
       IMPORTA.
           READ MODSTATUS
           IF ST-ERRO NOT = "00"
              GO TO TOTALIZA.
           IF CPFSTTX NOT NUMERIC
              MOVE "CPF NAO NUMERICO" TO MOTIVOREJTX
              PERFORM GRAVA-REJEITO THRU FIM-GRAVA-REJEITO
              GO TO IMPORTA.
           IF NOT ST-REALIZADO AND NOT ST-CANCELADO
              MOVE "SITUACAO INVALIDA" TO MOTIVOREJTX
              PERFORM GRAVA-REJEITO THRU FIM-GRAVA-REJEITO
              GO TO IMPORTA.
      *----------------ESTUDO SEM LISTA DE TRABALHO: RECEPCAO------------
           IF ACESSOSTTX NOT NUMERIC
              MOVE ZEROS TO ACESSOSTTX.
           IF ACESSOSTTX = ZEROS
              MOVE "SEM NUMERO DE ACESSO" TO MOTIVOPENDTX
              PERFORM GRAVA-PENDENTE THRU FIM-GRAVA-PENDENTE
              GO TO IMPORTA.
           MOVE ACESSOSTTX TO KEYAGEXAME
           READ CADAGEXAME
           IF ST-ERRO NOT = "00"
              MOVE "ACESSO SEM AGENDAMENTO" TO MOTIVOPENDTX
              PERFORM GRAVA-PENDENTE THRU FIM-GRAVA-PENDENTE
              GO TO IMPORTA.
           IF CPFAGE NOT = CPFSTTX
              MOVE "PACIENTE DIFERENTE DO AGENDADO" TO MOTIVOPENDTX
              PERFORM GRAVA-PENDENTE THRU FIM-GRAVA-PENDENTE
              GO TO IMPORTA.
           MOVE DATACONSAGE TO W-DATACONS
           MOVE CPFAGE TO CPFEXAME
           MOVE W-DIACONS TO DIAEXAME
           MOVE W-MESCONS TO MESEXAME
           MOVE W-ANOCONS TO ANOEXAME
           MOVE HORACONSAGE TO HORAEXAME
           MOVE NUMLINAGE TO NUMLINHA
           READ CADEXAME
           IF ST-ERRO NOT = "00"
              MOVE "PEDIDO NAO ENCONTRADO" TO MOTIVOREJTX
              PERFORM GRAVA-REJEITO THRU FIM-GRAVA-REJEITO
              GO TO IMPORTA.
           IF NOT PEDIDO
              MOVE "EXAME NAO ESTA EM PEDIDO" TO MOTIVOREJTX
              PERFORM GRAVA-REJEITO THRU FIM-GRAVA-REJEITO
              GO TO IMPORTA.
           IF ST-CANCELADO
              MOVE "C" TO STATUSEXAME
              GO TO IMPORTA-GRAVA.
           IF DATAREALSTTX NOT NUMERIC OR DATAREALSTTX = ZEROS
              MOVE W-DIAHOJE TO DIAREALIZADA
              MOVE W-MESHOJE TO MESREALIZADA
              MOVE W-ANOHOJE TO ANOREALIZADA
           ELSE
              MOVE DIAREALSTTX TO DIAREALIZADA
              MOVE MESREALSTTX TO MESREALIZADA
              MOVE ANOREALSTTX TO ANOREALIZADA.
           MOVE "R" TO STATUSEXAME.
       IMPORTA-GRAVA.
           REWRITE REGEXAME
           IF ST-ERRO = "00" OR "02"
              IF REALIZADO
                 ADD 1 TO W-QTDEREAL
                 MOVE "A" TO W-OPJOR
                 PERFORM JORNAL-EXAME THRU FIM-JORNAL-EXAME
                 PERFORM GRAVA-DELTA THRU FIM-GRAVA-DELTA
              ELSE
                 ADD 1 TO W-QTDECANC
                 MOVE "A" TO W-OPJOR
                 PERFORM JORNAL-EXAME THRU FIM-JORNAL-EXAME
                 PERFORM GRAVA-DELTA THRU FIM-GRAVA-DELTA
           ELSE
              MOVE "ERRO NA REGRAVACAO" TO MOTIVOREJTX
              PERFORM GRAVA-REJEITO THRU FIM-GRAVA-REJEITO.
           GO TO IMPORTA.
      *----------------ESTUDO PARA CONFERENCIA DA RECEPCAO---------------
       GRAVA-PENDENTE.
           ADD 1 TO W-QTDEPEND
           MOVE CPFSTTX TO CPFPENDTX
           MOVE NOMESTTX TO NOMEPENDTX
           MOVE RECSTTX TO RECPENDTX
           MOVE DATAREALSTTX TO DATAPENDTX
           MOVE HORAREALSTTX TO HORAPENDTX
           MOVE CODTIPOSTTX TO CODTIPOPENDTX
           WRITE REGMODPEND FROM DETPEND.
       FIM-GRAVA-PENDENTE.
           EXIT.
       JORNAL-EXAME.
           MOVE "CADEXAME" TO W-ARQJOR
           MOVE REGEXAME TO W-IMAGEMJOR
           CALL "JORNAL" USING W-ACAOJOR W-ARQJOR W-OPJOR W-PROGRJOR
                W-OPERJOR W-IMAGEMJOR W-SEQJOR W-OKJOR.
       FIM-JORNAL-EXAME.
           EXIT.
       GRAVA-DELTA.
           MOVE "CADEXAME" TO W-ARQDELTA
           MOVE KEYEXAME TO W-CHAVEDELTA
           CALL "DELTA" USING W-ACAODELTA W-NOMEDELTA W-ARQDELTA
                W-CHAVEDELTA W-OKDELTA W-SEQDELTA.
       FIM-GRAVA-DELTA.
           EXIT.
      *----------------GRAVAR LINHA REJEITADA----------------------------
       GRAVA-REJEITO.
           ADD 1 TO W-QTDEREJEITO
           MOVE REGMODSTATUS TO LINHAREJTX
           WRITE REGMODREJEITO FROM DETREJEITO.
       FIM-GRAVA-REJEITO.
           EXIT.
      *
       TOTALIZA.
           MOVE W-QTDEREAL TO QTDEREALTX
           MOVE W-QTDECANC TO QTDECANCTX
           MOVE W-QTDEREJEITO TO QTDEREJEITOTX
           WRITE REGMODREJEITO FROM TOTREJEITO
           MOVE W-QTDEPEND TO QTDEPENDTX
           WRITE REGMODPEND FROM TOTPEND
           DISPLAY "ESTUDOS REALIZADOS   : " W-QTDEREAL
           DISPLAY "ESTUDOS CANCELADOS   : " W-QTDECANC
           DISPLAY "LINHAS REJEITADAS    : " W-QTDEREJEITO
           DISPLAY "SEM AGENDAMENTO      : " W-QTDEPEND.
       ROT-FIM.
           CLOSE CADEXAME CADAGEXAME MODSTATUS MODREJEITO MODPEND.
           DISPLAY "*** FIM DA IMPORTACAO DAS MODALIDADES ***".
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
