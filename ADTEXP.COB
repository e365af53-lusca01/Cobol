       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADTEXP.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    FEED ADT PARA SISTEMAS EXTERNOS                            *
      *    (CADEVADT -> ADTnnn_ssssssss.TXT, UM ARQUIVO POR ASSINANTE)*
      *    CADA ASSINANTE RECEBE OS EVENTOS APOS A ULTIMA SEQUENCIA   *
      *    ENVIADA, OU A PARTIR DA SEQUENCIA DE REENVIO (SMP068)      *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADEVADT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SEQEVADT
                    FILE STATUS  IS ST-ERRO.
       SELECT CADASSADT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODASSADT
                    FILE STATUS  IS ST-ERRO.
       SELECT ADTSAIDA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------EVENTOS ADT GRAVADOS PELO SMP026----------------------
      *   CHAVE ZEROS = REGISTRO DE CONTROLE COM O ULTIMO SEQUENCIAL
       FD CADEVADT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEVADT.DAT".
       01  REGEVADT.
           03 SEQEVADT            PIC 9(08).
           03 TIPOEVADT           PIC X(01).
              88 EVADT-ADMISSAO     VALUE "A".
              88 EVADT-TRANSF       VALUE "T".
              88 EVADT-ALTA         VALUE "D".
              88 EVADT-CANCELA      VALUE "C".
           03 CPFEVADT            PIC 9(11).
           03 DATAINTEVADT        PIC 9(08).
           03 HORAINTEVADT        PIC 9(04).
           03 UNIDEVADT           PIC 9(02).
           03 LEITOEVADT          PIC 9(03).
           03 UNIDANTEVADT        PIC 9(02).
           03 LEITOANTEVADT       PIC 9(03).
           03 DATAEVADT           PIC 9(08).
           03 HORAEVADT           PIC 9(04).
           03 CIDEVADT            PIC X(07).
           03 OPEREVADT           PIC 9(04).
           03 DATAREGEVADT        PIC 9(08).
           03 HORAREGEVADT        PIC 9(06).
           03 FILLER              PIC X(10).
      *---------ASSINANTES DO FEED ADT (MANTIDOS PELO SMP068)---------
       FD CADASSADT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADASSADT.DAT".
       01  REGASSADT.
           03 CODASSADT           PIC 9(03).
           03 NOMEASSADT          PIC X(30).
           03 TIPOSASSADT         PIC X(04).
           03 ATIVOASSADT         PIC X(01).
              88 ASSADT-ATIVO       VALUE "S".
           03 ULTSEQASSADT        PIC 9(08).
           03 DATAULTASSADT       PIC 9(08).
           03 HORAULTASSADT       PIC 9(06).
           03 REENVIOASSADT       PIC 9(08).
           03 FILLER              PIC X(12).
      *
       FD ADTSAIDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQADT.
       01 REGADTSAIDA          PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       01 W-DATAHOJE     PIC 9(08) VALUE ZEROS.
       01 W-HORAAGORA    PIC 9(08) VALUE ZEROS.
       01 W-SEQINI       PIC 9(08) VALUE ZEROS.
       01 W-ULTSEQ       PIC 9(08) VALUE ZEROS.
       01 W-REENVIO      PIC X(01) VALUE "N".
       01 W-ENVIA        PIC X(01) VALUE "N".
       01 W-IND          PIC 9(01) VALUE ZEROS.
       01 W-QTDEARQ      PIC 9(06) VALUE ZEROS.
       01 W-QTDEEVENTO   PIC 9(06) VALUE ZEROS.
       01 W-QTDEASSIN    PIC 9(04) VALUE ZEROS.
       01 W-QTDEREENVIO  PIC 9(04) VALUE ZEROS.
       01 W-TOTEVENTO    PIC 9(06) VALUE ZEROS.
       01 W-ARQADT.
          03 FILLER      PIC X(03) VALUE "ADT".
          03 ARQASSTX    PIC 9(03) VALUE ZEROS.
          03 FILLER      PIC X(01) VALUE "_".
          03 ARQSEQTX    PIC 9(08) VALUE ZEROS.
          03 FILLER      PIC X(04) VALUE ".TXT".
      *---LAYOUT FIXO DO FEED ADT------------------------------------
       01 CABADTTX.
          03 FILLER           PIC X(01) VALUE "H".
          03 CODASSCABTX      PIC 9(03).
          03 SEQINICABTX      PIC 9(08).
          03 DATACABTX        PIC 9(08).
          03 HORACABTX        PIC 9(06).
          03 REENVIOCABTX     PIC X(01).
          03 NOMEASSCABTX     PIC X(30).
       01 EVENTOADTTX.
          03 FILLER           PIC X(01) VALUE "E".
          03 SEQEVTX          PIC 9(08).
          03 TIPOEVTX         PIC X(01).
          03 CPFEVTX          PIC 9(11).
          03 DATAINTEVTX      PIC 9(08).
          03 HORAINTEVTX      PIC 9(04).
          03 UNIDEVTX         PIC 9(02).
          03 LEITOEVTX        PIC 9(03).
          03 UNIDANTEVTX      PIC 9(02).
          03 LEITOANTEVTX     PIC 9(03).
          03 DATAEVTX         PIC 9(08).
          03 HORAEVTX         PIC 9(04).
          03 CIDEVTX          PIC X(07).
          03 DATAREGEVTX      PIC 9(08).
          03 HORAREGEVTX      PIC 9(06).
       01 TRAILERADTTX.
          03 FILLER           PIC X(01) VALUE "T".
          03 QTDEEVTRTX       PIC 9(06).
          03 SEQFIMTRTX       PIC 9(08).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-HORAAGORA FROM TIME
           DISPLAY "*** FEED ADT PARA SISTEMAS EXTERNOS ***".
       ABRIR-ARQUIVOS.
           OPEN I-O CADASSADT
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADASSADT"
              GO TO ROT-FIM2.
           OPEN INPUT CADEVADT
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO CADEVADT NAO ENCONTRADO"
              CLOSE CADASSADT
              GO TO ROT-FIM2.
      *---UM ARQUIVO POR ASSINANTE ATIVO-------------------------------
       ASSINANTES.
           MOVE ZEROS TO CODASSADT
           START CADASSADT KEY IS NOT LESS CODASSADT INVALID KEY
                 GO TO TOTALIZA.
       ASSINANTES1.
           READ CADASSADT NEXT
           IF ST-ERRO NOT = "00"
              GO TO TOTALIZA.
           IF NOT ASSADT-ATIVO
              GO TO ASSINANTES1.
           ADD 1 TO W-QTDEASSIN
           PERFORM EXPORTA-ASSINANTE THRU FIM-EXPORTA-ASSINANTE
           GO TO ASSINANTES1.
      *---EVENTOS DA SEQUENCIA INICIAL EM DIANTE------------------------
       EXPORTA-ASSINANTE.
           MOVE "N" TO W-REENVIO
           COMPUTE W-SEQINI = ULTSEQASSADT + 1
           IF REENVIOASSADT NOT = ZEROS
              MOVE "S" TO W-REENVIO
              MOVE REENVIOASSADT TO W-SEQINI
              ADD 1 TO W-QTDEREENVIO.
           MOVE ULTSEQASSADT TO W-ULTSEQ
           MOVE ZEROS TO W-QTDEEVENTO
           MOVE W-SEQINI TO SEQEVADT
           START CADEVADT KEY IS NOT LESS SEQEVADT INVALID KEY
                 GO TO ATUALIZA-ASSINANTE.
           READ CADEVADT NEXT
           IF ST-ERRO NOT = "00"
              GO TO ATUALIZA-ASSINANTE.
           MOVE CODASSADT TO ARQASSTX
           MOVE W-SEQINI TO ARQSEQTX
           OPEN OUTPUT ADTSAIDA
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO " W-ARQADT
              GO TO FIM-EXPORTA-ASSINANTE.
           ADD 1 TO W-QTDEARQ
           MOVE CODASSADT TO CODASSCABTX
           MOVE W-SEQINI TO SEQINICABTX
           MOVE W-DATAHOJE TO DATACABTX
           DIVIDE W-HORAAGORA BY 100 GIVING HORACABTX
           MOVE W-REENVIO TO REENVIOCABTX
           MOVE NOMEASSADT TO NOMEASSCABTX
           MOVE CABADTTX TO REGADTSAIDA
           WRITE REGADTSAIDA.
       EXPORTA-ASSINANTE1.
           MOVE SEQEVADT TO W-ULTSEQ
           PERFORM VERIFICA-TIPO THRU FIM-VERIFICA-TIPO
           IF W-ENVIA = "S"
              MOVE SEQEVADT TO SEQEVTX
              MOVE TIPOEVADT TO TIPOEVTX
              MOVE CPFEVADT TO CPFEVTX
              MOVE DATAINTEVADT TO DATAINTEVTX
              MOVE HORAINTEVADT TO HORAINTEVTX
              MOVE UNIDEVADT TO UNIDEVTX
              MOVE LEITOEVADT TO LEITOEVTX
              MOVE UNIDANTEVADT TO UNIDANTEVTX
              MOVE LEITOANTEVADT TO LEITOANTEVTX
              MOVE DATAEVADT TO DATAEVTX
              MOVE HORAEVADT TO HORAEVTX
              MOVE CIDEVADT TO CIDEVTX
              MOVE DATAREGEVADT TO DATAREGEVTX
              MOVE HORAREGEVADT TO HORAREGEVTX
              MOVE EVENTOADTTX TO REGADTSAIDA
              WRITE REGADTSAIDA
              ADD 1 TO W-QTDEEVENTO.
           READ CADEVADT NEXT
           IF ST-ERRO = "00"
              GO TO EXPORTA-ASSINANTE1.
           MOVE W-QTDEEVENTO TO QTDEEVTRTX
           MOVE W-ULTSEQ TO SEQFIMTRTX
           MOVE TRAILERADTTX TO REGADTSAIDA
           WRITE REGADTSAIDA
           CLOSE ADTSAIDA
           ADD W-QTDEEVENTO TO W-TOTEVENTO
           DISPLAY "ASSINANTE " CODASSADT " " NOMEASSADT
                   " EVENTOS: " W-QTDEEVENTO " ARQUIVO " W-ARQADT.
      *---REENVIO ATENDIDO: A MARCA VOLTA A ZEROS-----------------------
       ATUALIZA-ASSINANTE.
           IF W-ULTSEQ > ULTSEQASSADT
              MOVE W-ULTSEQ TO ULTSEQASSADT.
           MOVE ZEROS TO REENVIOASSADT
           MOVE W-DATAHOJE TO DATAULTASSADT
           DIVIDE W-HORAAGORA BY 100 GIVING HORAULTASSADT
           REWRITE REGASSADT
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ATUALIZACAO DO ASSINANTE " CODASSADT.
       FIM-EXPORTA-ASSINANTE.
           EXIT.
      *---FILTRO DE TIPOS DO ASSINANTE (EM BRANCO = TODOS)-------------
       VERIFICA-TIPO.
           MOVE "N" TO W-ENVIA
           IF SEQEVADT = ZEROS
              GO TO FIM-VERIFICA-TIPO.
           IF TIPOSASSADT = SPACES
              MOVE "S" TO W-ENVIA
              GO TO FIM-VERIFICA-TIPO.
           MOVE 1 TO W-IND.
       VERIFICA-TIPO1.
           IF TIPOSASSADT (W-IND:1) = TIPOEVADT
              MOVE "S" TO W-ENVIA
              GO TO FIM-VERIFICA-TIPO.
           ADD 1 TO W-IND
           IF W-IND < 5
              GO TO VERIFICA-TIPO1.
       FIM-VERIFICA-TIPO.
           EXIT.
       TOTALIZA.
           DISPLAY "ASSINANTES ATIVOS: " W-QTDEASSIN
           DISPLAY "REENVIOS ATENDIDOS: " W-QTDEREENVIO
           DISPLAY "ARQUIVOS GERADOS: " W-QTDEARQ
           DISPLAY "EVENTOS ENVIADOS: " W-TOTEVENTO.
       ROT-FIM.
           CLOSE CADASSADT CADEVADT.
           DISPLAY "*** FIM DO FEED ADT ***".
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
