       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUPERA.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    RECUPERACAO POR REAPLICACAO DO DIARIO (JORNAL.DAT)         *
      *    APOS A RECARGA DO BACKUP, REAPLICA AS IMAGENS GRAVADAS     *
      *    DEPOIS DA ULTIMA DESCARGA ATE O MOMENTO ESCOLHIDO. PARA NA *
      *    QUEBRA DE SEQUENCIA DO DIARIO (RECUPERA.DOC E BACKUP.LOG)  *
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
       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO.
       SELECT CADEXAME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYEXAME
                    FILE STATUS  IS ST-ERRO.
       SELECT JORNAL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.
       SELECT JORNALCTL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.
       SELECT RECUPERATX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.
       SELECT BACKUPLOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCONSU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSU.DAT".
       01 REGBKCONSU.
          03 KEYPRINCIPAL.
              05 CPFPACIENTE    PIC 9(11).
              05 DATACONS       PIC 9(08).
              05 HORAC          PIC 9(04).
          03 CORPOCONS          PIC X(177).
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGBKPACI.
          03 CPF                PIC 9(11).
          03 CORPOPACI          PIC X(189).
      *
       FD CADEXAME
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXAME.DAT".
       01 REGBKEXAME.
          03 KEYEXAME.
              05 CHAVEEXCONSU   PIC X(23).
              05 NUMLINHAEX     PIC 9(02).
          03 CORPOEXAME         PIC X(112).
      *
       FD JORNAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JORNAL.DAT".
       01  REGJORNAL.
           03 SEQJOR              PIC 9(08).
           03 FILLER              PIC X(01).
           03 DATAJOR             PIC 9(08).
           03 FILLER              PIC X(01).
           03 HORAJOR             PIC 9(06).
           03 FILLER              PIC X(01).
           03 ARQJOR              PIC X(12).
           03 FILLER              PIC X(01).
           03 OPJOR               PIC X(01).
           03 FILLER              PIC X(01).
           03 PROGRJOR            PIC X(10).
           03 FILLER              PIC X(01).
           03 OPERJOR             PIC 9(04).
           03 FILLER              PIC X(01).
           03 IMAGEMJOR           PIC X(200).
      *
       FD JORNALCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JORNALCTL.DAT".
       01  REGJORCTL.
           03 ULTSEQCTL           PIC 9(08).
           03 FILLER              PIC X(01).
           03 SEQBKCTL            PIC 9(08).
           03 FILLER              PIC X(01).
           03 DATABKCTL           PIC 9(08).
           03 FILLER              PIC X(01).
           03 HORABKCTL           PIC 9(06).
      *
       FD RECUPERATX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECUPERA.DOC".
       01 REGRECUPERATX         PIC X(80).
      *
       FD BACKUPLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BACKUP.LOG".
       01 REGBACKUPLOG          PIC X(60).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-ERRO2       PIC X(02) VALUE "00".
       77 IND1           PIC 9(01) VALUE ZEROS.
       01 W-OPCAO        PIC X(01) VALUE SPACES.
       01 W-SEQBK        PIC 9(08) VALUE ZEROS.
       01 W-DATABK       PIC 9(08) VALUE ZEROS.
       01 W-HORABK       PIC 9(06) VALUE ZEROS.
       01 W-ULTSEQ       PIC 9(08) VALUE ZEROS.
       01 W-SEQANT       PIC 9(08) VALUE ZEROS.
       01 W-SEQESPERADA  PIC 9(08) VALUE ZEROS.
       01 W-DATALIM      PIC 9(08) VALUE ZEROS.
       01 W-HORALIM      PIC 9(06) VALUE ZEROS.
       01 W-DATAULTAPL   PIC 9(08) VALUE ZEROS.
       01 W-HORAULTAPL   PIC 9(06) VALUE ZEROS.
       01 W-QTDLIDA      PIC 9(08) VALUE ZEROS.
       01 W-QTDIGNORADA  PIC 9(08) VALUE ZEROS.
       01 W-MOTIVO       PIC X(01) VALUE "F".
          88 FIM-DO-DIARIO       VALUE "F".
          88 PONTO-DE-PARADA     VALUE "P".
          88 QUEBRA-SEQUENCIA    VALUE "Q".
       01 W-DATAHOJE     PIC 9(08) VALUE ZEROS.
       01 W-HORAHOJE     PIC 9(06) VALUE ZEROS.
      *---ARQUIVOS DO DIARIO E CONTAGEM POR ARQUIVO---------------------
       01 TABARQX.
          03 FILLER PIC X(12) VALUE "CADCONSU".
          03 FILLER PIC X(12) VALUE "CADPACI".
          03 FILLER PIC X(12) VALUE "CADEXAME".
       01 TABARQ REDEFINES TABARQX.
          03 TB-ARQ        PIC X(12) OCCURS 3 TIMES.
       01 TABQTD.
          03 TB-QTDAPL     PIC 9(08) OCCURS 3 TIMES.
          03 TB-QTDERRO    PIC 9(08) OCCURS 3 TIMES.
          03 TB-ABERTO     PIC X(01) OCCURS 3 TIMES.
      *---LINHAS DO RELATORIO-------------------------------------------
       01 CABRECTX.
          03 FILLER PIC X(50) VALUE
          "HOSPITAL MAINFRAME *** REAPLICACAO DO DIARIO *** D".
          03 FILLER PIC X(05) VALUE "ATA: ".
          03 DATACABTX      PIC 9(08).
          03 FILLER         PIC X(01) VALUE " ".
          03 HORACABTX      PIC 9(06).
       01 PARTIDATX.
          03 FILLER PIC X(28) VALUE "DESCARGA DO BACKUP EM      :".
          03 FILLER         PIC X(01) VALUE " ".
          03 DATAPARTX      PIC 9(08).
          03 FILLER         PIC X(01) VALUE " ".
          03 HORAPARTX      PIC 9(06).
          03 FILLER         PIC X(10) VALUE "  APOS A ".
          03 SEQPARTX       PIC 9(08).
       01 LIMITETX.
          03 FILLER PIC X(28) VALUE "APLICAR ATE                :".
          03 FILLER         PIC X(01) VALUE " ".
          03 DATALIMTX      PIC 9(08).
          03 FILLER         PIC X(01) VALUE " ".
          03 HORALIMTX      PIC 9(06).
       01 ARQRECTX.
          03 FILLER         PIC X(04) VALUE SPACES.
          03 ARQRTX         PIC X(12).
          03 FILLER         PIC X(12) VALUE " APLICADOS: ".
          03 QTDAPLRTX      PIC ZZZZZZZ9.
          03 FILLER         PIC X(10) VALUE "  ERROS: ".
          03 QTDERRORTX     PIC ZZZZZZZ9.
       01 ULTAPLTX.
          03 FILLER PIC X(28) VALUE "ULTIMA SEQUENCIA APLICADA  :".
          03 FILLER         PIC X(01) VALUE " ".
          03 SEQULTTX       PIC 9(08).
          03 FILLER         PIC X(01) VALUE " ".
          03 DATAULTTX      PIC 9(08).
          03 FILLER         PIC X(01) VALUE " ".
          03 HORAULTTX      PIC 9(06).
       01 MOTIVOTX.
          03 FILLER PIC X(28) VALUE "MOTIVO DO FIM              :".
          03 FILLER         PIC X(01) VALUE " ".
          03 MOTIVORTX      PIC X(50).
       01 BACKUPTX.
          03 DATABKTX         PIC 9(08).
          03 FILLER           PIC X(01) VALUE " ".
          03 HORABKTX         PIC 9(06).
          03 FILLER           PIC X(01) VALUE " ".
          03 FUNCBKTX         PIC X(08).
          03 FILLER           PIC X(01) VALUE " ".
          03 ARQBKTX          PIC X(10).
          03 FILLER           PIC X(01) VALUE " ".
          03 QTDEBKTX         PIC 9(08).
          03 FILLER           PIC X(01) VALUE " ".
          03 RESULTBKTX       PIC X(09).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-HORAHOJE FROM TIME
           DISPLAY "*** REAPLICACAO DO DIARIO APOS RECARGA ***".
      *----------------PONTO DE PARTIDA: A ULTIMA DESCARGA---------------
       LE-CONTROLE.
           OPEN INPUT JORNALCTL
           IF ST-ERRO2 NOT = "00"
              DISPLAY "CONTROLE DO DIARIO NAO ENCONTRADO (JORNALCTL)"
              GO TO ROT-FIM2.
           READ JORNALCTL
           IF ST-ERRO2 NOT = "00"
              DISPLAY "CONTROLE DO DIARIO VAZIO (JORNALCTL)"
              CLOSE JORNALCTL
              GO TO ROT-FIM2.
           MOVE ULTSEQCTL TO W-ULTSEQ
           MOVE SEQBKCTL TO W-SEQBK
           MOVE DATABKCTL TO W-DATABK
           MOVE HORABKCTL TO W-HORABK
           CLOSE JORNALCTL
           DISPLAY "ULTIMA DESCARGA DO BACKUP: " W-DATABK " " W-HORABK
           DISPLAY "SEQUENCIAS A REAPLICAR   : " W-SEQBK " ATE "
                   W-ULTSEQ.
       PEDE-RECARGA.
           DISPLAY "A RECARGA DO BACKUP JA FOI FEITA (S/N): "
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "s"
              DISPLAY "FACA A RECARGA (BACKUP, FUNCAO R) ANTES"
              GO TO ROT-FIM2.
       PEDE-LIMITE.
           DISPLAY "APLICAR ATE A DATA (AAAAMMDD, 0 = FIM DO DIARIO): "
           ACCEPT W-DATALIM
           IF W-DATALIM = ZEROS
              MOVE 99999999 TO W-DATALIM
              MOVE 999999 TO W-HORALIM
              GO TO PEDE-CONFIRMA.
           IF W-DATALIM < W-DATABK
              DISPLAY "DATA ANTERIOR A DESCARGA DO BACKUP"
              GO TO PEDE-LIMITE.
           DISPLAY "ATE A HORA (HHMMSS): "
           ACCEPT W-HORALIM
           IF W-HORALIM > 235959
              DISPLAY "HORA INVALIDA"
              GO TO PEDE-LIMITE.
       PEDE-CONFIRMA.
           DISPLAY "CONFIRMA A REAPLICACAO (S/N): "
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "s"
              DISPLAY "REAPLICACAO NAO EXECUTADA"
              GO TO ROT-FIM2.
      *----------------ABERTURA DOS ARQUIVOS-----------------------------
       ABRIR-ARQUIVOS.
           MOVE ZEROS TO TABQTD
           MOVE "N" TO TB-ABERTO(1) TB-ABERTO(2) TB-ABERTO(3)
           OPEN INPUT JORNAL
           IF ST-ERRO2 NOT = "00"
              DISPLAY "DIARIO JORNAL.DAT NAO ENCONTRADO"
              GO TO ROT-FIM2.
           OPEN I-O CADCONSU
           IF ST-ERRO = "00"
              MOVE "S" TO TB-ABERTO(1).
           OPEN I-O CADPACI
           IF ST-ERRO = "00"
              MOVE "S" TO TB-ABERTO(2).
           OPEN I-O CADEXAME
           IF ST-ERRO = "00"
              MOVE "S" TO TB-ABERTO(3).
           MOVE W-SEQBK TO W-SEQANT.
      *----------------LEITURA DO DIARIO NA ORDEM DE GRAVACAO------------
       REAPLICA.
           READ JORNAL
           IF ST-ERRO2 NOT = "00"
              MOVE "F" TO W-MOTIVO
              GO TO RELATORIO.
           ADD 1 TO W-QTDLIDA
           IF SEQJOR NOT > W-SEQBK
              GO TO REAPLICA.
           COMPUTE W-SEQESPERADA = W-SEQANT + 1
           IF SEQJOR NOT = W-SEQESPERADA
              MOVE "Q" TO W-MOTIVO
              GO TO RELATORIO.
           IF DATAJOR > W-DATALIM
              MOVE "P" TO W-MOTIVO
              GO TO RELATORIO.
           IF DATAJOR = W-DATALIM AND HORAJOR > W-HORALIM
              MOVE "P" TO W-MOTIVO
              GO TO RELATORIO.
           MOVE SEQJOR TO W-SEQANT
           MOVE DATAJOR TO W-DATAULTAPL
           MOVE HORAJOR TO W-HORAULTAPL
           MOVE 1 TO IND1.
       REAPLICA1.
           IF TB-ARQ(IND1) = ARQJOR
              GO TO REAPLICA2.
           ADD 1 TO IND1
           IF IND1 < 4
              GO TO REAPLICA1.
           ADD 1 TO W-QTDIGNORADA
           GO TO REAPLICA.
       REAPLICA2.
           IF TB-ABERTO(IND1) NOT = "S"
              ADD 1 TO TB-QTDERRO(IND1)
              GO TO REAPLICA.
           IF IND1 = 1
              PERFORM APLICA-CONSU THRU FIM-APLICA-CONSU.
           IF IND1 = 2
              PERFORM APLICA-PACI THRU FIM-APLICA-PACI.
           IF IND1 = 3
              PERFORM APLICA-EXAME THRU FIM-APLICA-EXAME.
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO TB-QTDAPL(IND1)
           ELSE
              ADD 1 TO TB-QTDERRO(IND1).
           GO TO REAPLICA.
      *----------------INCLUSAO/ALTERACAO GRAVAM A IMAGEM, EXCLUSAO------
      *----------------APAGA A CHAVE (JA AUSENTE CONTA COMO APLICADA)----
       APLICA-CONSU.
           MOVE IMAGEMJOR TO REGBKCONSU
           IF OPJOR = "E"
              DELETE CADCONSU RECORD
              IF ST-ERRO = "23"
                 MOVE "00" TO ST-ERRO
                 GO TO FIM-APLICA-CONSU
              ELSE
                 GO TO FIM-APLICA-CONSU.
           WRITE REGBKCONSU
           IF ST-ERRO = "22"
              REWRITE REGBKCONSU.
       FIM-APLICA-CONSU.
           EXIT.
      *
       APLICA-PACI.
           MOVE IMAGEMJOR TO REGBKPACI
           IF OPJOR = "E"
              DELETE CADPACI RECORD
              IF ST-ERRO = "23"
                 MOVE "00" TO ST-ERRO
                 GO TO FIM-APLICA-PACI
              ELSE
                 GO TO FIM-APLICA-PACI.
           WRITE REGBKPACI
           IF ST-ERRO = "22"
              REWRITE REGBKPACI.
       FIM-APLICA-PACI.
           EXIT.
      *
       APLICA-EXAME.
           MOVE IMAGEMJOR TO REGBKEXAME
           IF OPJOR = "E"
              DELETE CADEXAME RECORD
              IF ST-ERRO = "23"
                 MOVE "00" TO ST-ERRO
                 GO TO FIM-APLICA-EXAME
              ELSE
                 GO TO FIM-APLICA-EXAME.
           WRITE REGBKEXAME
           IF ST-ERRO = "22"
              REWRITE REGBKEXAME.
       FIM-APLICA-EXAME.
           EXIT.
      *----------------RELATORIO E BACKUP.LOG----------------------------
       RELATORIO.
           CLOSE JORNAL
           OPEN OUTPUT RECUPERATX
           OPEN EXTEND BACKUPLOG
           IF ST-ERRO2 NOT = "00"
              OPEN OUTPUT BACKUPLOG
              CLOSE BACKUPLOG
              OPEN EXTEND BACKUPLOG.
           MOVE W-DATAHOJE TO DATACABTX
           MOVE W-HORAHOJE TO HORACABTX
           WRITE REGRECUPERATX FROM CABRECTX
           MOVE SPACES TO REGRECUPERATX
           WRITE REGRECUPERATX
           MOVE W-DATABK TO DATAPARTX
           MOVE W-HORABK TO HORAPARTX
           MOVE W-SEQBK TO SEQPARTX
           WRITE REGRECUPERATX FROM PARTIDATX
           MOVE W-DATALIM TO DATALIMTX
           MOVE W-HORALIM TO HORALIMTX
           WRITE REGRECUPERATX FROM LIMITETX
           MOVE SPACES TO REGRECUPERATX
           WRITE REGRECUPERATX
           MOVE 1 TO IND1.
       RELATORIO1.
           MOVE TB-ARQ(IND1) TO ARQRTX
           MOVE TB-QTDAPL(IND1) TO QTDAPLRTX
           MOVE TB-QTDERRO(IND1) TO QTDERRORTX
           WRITE REGRECUPERATX FROM ARQRECTX
           DISPLAY ARQRTX " APLICADOS: " TB-QTDAPL(IND1)
                   "  ERROS: " TB-QTDERRO(IND1)
           MOVE W-DATAHOJE TO DATABKTX
           MOVE W-HORAHOJE TO HORABKTX
           MOVE "DIARIO" TO FUNCBKTX
           MOVE TB-ARQ(IND1) TO ARQBKTX
           MOVE TB-QTDAPL(IND1) TO QTDEBKTX
           MOVE "OK" TO RESULTBKTX
           IF TB-QTDERRO(IND1) NOT = ZEROS
              MOVE "ERROS" TO RESULTBKTX.
           IF QUEBRA-SEQUENCIA
              MOVE "QUEBRA" TO RESULTBKTX.
           MOVE BACKUPTX TO REGBACKUPLOG
           WRITE REGBACKUPLOG
           ADD 1 TO IND1
           IF IND1 < 4
              GO TO RELATORIO1.
           MOVE SPACES TO REGRECUPERATX
           WRITE REGRECUPERATX
           MOVE W-SEQANT TO SEQULTTX
           MOVE W-DATAULTAPL TO DATAULTTX
           MOVE W-HORAULTAPL TO HORAULTTX
           WRITE REGRECUPERATX FROM ULTAPLTX
           MOVE "FIM DO DIARIO" TO MOTIVORTX
           IF PONTO-DE-PARADA
              MOVE "ATINGIDO O MOMENTO ESCOLHIDO" TO MOTIVORTX.
           IF QUEBRA-SEQUENCIA
              MOVE SPACES TO MOTIVORTX
              STRING "QUEBRA DE SEQUENCIA: ESPERADA " W-SEQESPERADA
                     " LIDA " SEQJOR DELIMITED BY SIZE
                     INTO MOTIVORTX.
           WRITE REGRECUPERATX FROM MOTIVOTX
           DISPLAY MOTIVORTX
           IF W-QTDIGNORADA NOT = ZEROS
              MOVE SPACES TO MOTIVORTX
              STRING "IMAGENS DE OUTROS ARQUIVOS IGNORADAS: "
                     W-QTDIGNORADA DELIMITED BY SIZE INTO MOTIVORTX
              WRITE REGRECUPERATX FROM MOTIVOTX.
           DISPLAY "ULTIMA SEQUENCIA APLICADA: " W-SEQANT
           DISPLAY "FACA NOVA DESCARGA (BACKUP) ANTES DE LIBERAR"
           CLOSE RECUPERATX BACKUPLOG.
       ROT-FIM.
           IF TB-ABERTO(1) = "S"
              CLOSE CADCONSU.
           IF TB-ABERTO(2) = "S"
              CLOSE CADPACI.
           IF TB-ABERTO(3) = "S"
              CLOSE CADEXAME.
           DISPLAY "*** RELATORIO RECUPERA.DOC GERADO ***".
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
