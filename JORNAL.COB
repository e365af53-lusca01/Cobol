       IDENTIFICATION DIVISION.
       PROGRAM-ID. JORNAL.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    DIARIO DE IMAGENS APOS ATUALIZACAO (SUBPROGRAMA)           *
      *    CADA INCLUSAO/ALTERACAO/EXCLUSAO NOS ARQUIVOS PRINCIPAIS   *
      *    GRAVA O REGISTRO COMPLETO NO JORNAL.DAT, COM SEQUENCIA,    *
      *    DATA, HORA, PROGRAMA E OPERADOR. O RECUPERA REAPLICA O     *
      *    DIARIO SOBRE A RECARGA DO BACKUP                           *
      *    ACAO: G = GRAVA A IMAGEM (OPERACAO I=INCLUSAO A=ALTERACAO  *
      *              E=EXCLUSAO), DEVOLVE A SEQUENCIA GRAVADA         *
      *          B = MARCA A DESCARGA DO BACKUP: O DIARIO PASSA A     *
      *              VALER A PARTIR DA SEQUENCIA SEGUINTE             *
      *    RESULTADO: S = OK   N = ERRO                               *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT JORNAL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT JORNALCTL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
      *---------ULTIMA SEQUENCIA GRAVADA E A DA ULTIMA DESCARGA---------
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       01 W-ULTSEQ       PIC 9(08) VALUE ZEROS.
       01 W-SEQBK        PIC 9(08) VALUE ZEROS.
       01 W-DATABK       PIC 9(08) VALUE ZEROS.
       01 W-HORABK       PIC 9(06) VALUE ZEROS.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-ACAOJOR       PIC X(01).
       01 LK-ARQJOR        PIC X(12).
       01 LK-OPJOR         PIC X(01).
       01 LK-PROGRJOR      PIC X(10).
       01 LK-OPERJOR       PIC 9(04).
       01 LK-IMAGEMJOR     PIC X(200).
       01 LK-SEQJOR        PIC 9(08).
       01 LK-RESULTJOR     PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-ACAOJOR LK-ARQJOR LK-OPJOR
                                LK-PROGRJOR LK-OPERJOR LK-IMAGEMJOR
                                LK-SEQJOR LK-RESULTJOR.
       INICIO.
           MOVE "N" TO LK-RESULTJOR
           PERFORM LE-CONTROLE THRU FIM-LE-CONTROLE
           IF LK-ACAOJOR = "G"
              GO TO GRAVA-IMAGEM.
           IF LK-ACAOJOR = "B"
              GO TO MARCA-BACKUP.
           GO TO ROT-FIM2.
      *----------------GRAVA A IMAGEM COM A PROXIMA SEQUENCIA-----------
       GRAVA-IMAGEM.
           ADD 1 TO W-ULTSEQ
           PERFORM GRAVA-CONTROLE THRU FIM-GRAVA-CONTROLE
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIM2.
           OPEN EXTEND JORNAL
           IF ST-ERRO NOT = "00"
              OPEN OUTPUT JORNAL
              CLOSE JORNAL
              OPEN EXTEND JORNAL.
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIM2.
           MOVE SPACES TO REGJORNAL
           MOVE W-ULTSEQ TO SEQJOR
           ACCEPT DATAJOR FROM DATE YYYYMMDD
           ACCEPT HORAJOR FROM TIME
           MOVE LK-ARQJOR TO ARQJOR
           MOVE LK-OPJOR TO OPJOR
           MOVE LK-PROGRJOR TO PROGRJOR
           MOVE LK-OPERJOR TO OPERJOR
           MOVE LK-IMAGEMJOR TO IMAGEMJOR
           WRITE REGJORNAL
           IF ST-ERRO = "00"
              MOVE W-ULTSEQ TO LK-SEQJOR
              MOVE "S" TO LK-RESULTJOR.
           CLOSE JORNAL
           GO TO ROT-FIM2.
      *----------------DESCARGA DO BACKUP: NOVO PONTO DE PARTIDA---------
       MARCA-BACKUP.
           MOVE W-ULTSEQ TO W-SEQBK
           ACCEPT W-DATABK FROM DATE YYYYMMDD
           ACCEPT W-HORABK FROM TIME
           PERFORM GRAVA-CONTROLE THRU FIM-GRAVA-CONTROLE
           IF ST-ERRO = "00"
              MOVE W-SEQBK TO LK-SEQJOR
              MOVE "S" TO LK-RESULTJOR.
           GO TO ROT-FIM2.
      *
       LE-CONTROLE.
           MOVE ZEROS TO W-ULTSEQ W-SEQBK W-DATABK W-HORABK
           OPEN INPUT JORNALCTL
           IF ST-ERRO NOT = "00"
              GO TO FIM-LE-CONTROLE.
           READ JORNALCTL
           IF ST-ERRO = "00"
              MOVE ULTSEQCTL TO W-ULTSEQ
              MOVE SEQBKCTL TO W-SEQBK
              MOVE DATABKCTL TO W-DATABK
              MOVE HORABKCTL TO W-HORABK.
           CLOSE JORNALCTL.
       FIM-LE-CONTROLE.
           EXIT.
      *
       GRAVA-CONTROLE.
           OPEN OUTPUT JORNALCTL
           IF ST-ERRO NOT = "00"
              GO TO FIM-GRAVA-CONTROLE.
           MOVE SPACES TO REGJORCTL
           MOVE W-ULTSEQ TO ULTSEQCTL
           MOVE W-SEQBK TO SEQBKCTL
           MOVE W-DATABK TO DATABKCTL
           MOVE W-HORABK TO HORABKCTL
           WRITE REGJORCTL
           CLOSE JORNALCTL.
       FIM-GRAVA-CONTROLE.
           EXIT.
      *
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
