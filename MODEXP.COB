       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODEXP.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    LISTA DE TRABALHO DAS MODALIDADES (RX/ULTRASSOM/ETC)       *
      *    (CADAGEXAME DO DIA -> WLrrr_AAAAMMDD.TXT POR RECURSO)      *
      *    NUMERO DE ACESSO = RECURSO + DATA + HORA DO AGENDAMENTO    *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADRECURSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODRECURSO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADAGEXAME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYAGEXAME
                    FILE STATUS  IS ST-ERRO.
       SELECT CADEXAME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYEXAME
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    ALTERNATE RECORD KEY IS NOMEPACIENTE
                                         WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.
       SELECT MODLISTA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADRECURSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECURSO.DAT".
       01  REGRECURSO.
           03 CODRECURSO          PIC 9(03).
           03 DESCRECURSO         PIC X(30).
           03 UNIDRECURSO         PIC 9(02).
           03 HORAABRERE          PIC 9(04).
           03 HORAFECHARE         PIC 9(04).
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
       FD MODLISTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQLISTA.
       01 REGMODLISTA          PIC X(130).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       01 W-DATAHOJE     PIC 9(08) VALUE ZEROS.
       01 W-LISTAOK      PIC X(01) VALUE "N".
       01 W-QTDERECURSO  PIC 9(04) VALUE ZEROS.
       01 W-QTDEARQ      PIC 9(04) VALUE ZEROS.
       01 W-QTDELISTA    PIC 9(06) VALUE ZEROS.
       01 W-TOTLISTA     PIC 9(06) VALUE ZEROS.
       01 W-QTDEFORA     PIC 9(06) VALUE ZEROS.
       01 W-DATACONS.
          03 W-ANOCONS   PIC 9(04).
          03 W-MESCONS   PIC 9(02).
          03 W-DIACONS   PIC 9(02).
       01 W-ARQLISTA.
          03 FILLER      PIC X(02) VALUE "WL".
          03 ARQRECTX    PIC 9(03) VALUE ZEROS.
          03 FILLER      PIC X(01) VALUE "_".
          03 ARQDATATX   PIC 9(08) VALUE ZEROS.
          03 FILLER      PIC X(04) VALUE ".TXT".
      *---LAYOUT FIXO DA LISTA DE TRABALHO----------------------------
       01 CABLISTATX.
          03 FILLER           PIC X(01) VALUE "H".
          03 RECCABTX         PIC 9(03).
          03 DESCRECCABTX     PIC X(30).
          03 DATACABTX        PIC 9(08).
       01 ITEMLISTATX.
          03 FILLER           PIC X(01) VALUE "I".
          03 ACESSOITTX       PIC 9(15).
          03 CPFITTX          PIC 9(11).
          03 NOMEITTX         PIC X(30).
          03 DATANASCITTX     PIC 9(08).
          03 SEXOITTX         PIC X(01).
          03 CODTIPOITTX      PIC 9(04).
          03 TIPOITTX         PIC X(30).
          03 DATAITTX         PIC 9(08).
          03 HORAITTX         PIC 9(04).
          03 DURACAOITTX      PIC 9(03).
       01 TRAILERLISTATX.
          03 FILLER           PIC X(01) VALUE "T".
          03 QTDELISTATX      PIC 9(06).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           DISPLAY "*** LISTA DE TRABALHO DAS MODALIDADES ***".
       ABRIR-ARQUIVOS.
           OPEN INPUT CADRECURSO
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO CADRECURSO NAO ENCONTRADO"
              GO TO ROT-FIM2.
           OPEN INPUT CADAGEXAME
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO CADAGEXAME NAO ENCONTRADO"
              CLOSE CADRECURSO
              GO TO ROT-FIM2.
           OPEN INPUT CADEXAME
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEXAME"
              CLOSE CADRECURSO CADAGEXAME
              GO TO ROT-FIM2.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPACI"
              CLOSE CADRECURSO CADAGEXAME CADEXAME
              GO TO ROT-FIM2.
      *---UM ARQUIVO POR RECURSO COM EXAME AGENDADO HOJE---------------
       RECURSOS.
           MOVE ZEROS TO CODRECURSO
           START CADRECURSO KEY IS NOT LESS CODRECURSO INVALID KEY
                 GO TO TOTALIZA.
       RECURSOS1.
           READ CADRECURSO NEXT
           IF ST-ERRO NOT = "00"
              GO TO TOTALIZA.
           ADD 1 TO W-QTDERECURSO
           PERFORM LISTA-RECURSO THRU FIM-LISTA-RECURSO
           GO TO RECURSOS1.
      *
       LISTA-RECURSO.
           MOVE "N" TO W-LISTAOK
           MOVE ZEROS TO W-QTDELISTA
           MOVE CODRECURSO TO CODRECAGE
           MOVE W-DATAHOJE TO DATAAGE
           MOVE ZEROS TO HORAAGE
           START CADAGEXAME KEY IS NOT LESS KEYAGEXAME INVALID KEY
                 GO TO FIM-LISTA-RECURSO.
       LISTA-RECURSO1.
           READ CADAGEXAME NEXT
           IF ST-ERRO NOT = "00"
              GO TO LISTA-RECURSO2.
           IF CODRECAGE NOT = CODRECURSO OR DATAAGE NOT = W-DATAHOJE
              GO TO LISTA-RECURSO2.
      *---SO EXAME AINDA PEDIDO (REALIZADO/CANCELADO NAO VAI A LISTA)--
           MOVE DATACONSAGE TO W-DATACONS
           MOVE CPFAGE TO CPFEXAME
           MOVE W-DIACONS TO DIAEXAME
           MOVE W-MESCONS TO MESEXAME
           MOVE W-ANOCONS TO ANOEXAME
           MOVE HORACONSAGE TO HORAEXAME
           MOVE NUMLINAGE TO NUMLINHA
           READ CADEXAME
           IF ST-ERRO NOT = "00"
              ADD 1 TO W-QTDEFORA
              GO TO LISTA-RECURSO1.
           IF NOT PEDIDO
              ADD 1 TO W-QTDEFORA
              GO TO LISTA-RECURSO1.
           MOVE CPFAGE TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO NOMEPACIENTE SEXO
              MOVE ZEROS TO DIA MES ANO.
           IF W-LISTAOK NOT = "S"
              PERFORM ABRE-LISTA THRU FIM-ABRE-LISTA
              IF W-LISTAOK NOT = "S"
                 GO TO FIM-LISTA-RECURSO.
           MOVE KEYAGEXAME TO ACESSOITTX
           MOVE CPFAGE TO CPFITTX
           MOVE NOMEPACIENTE TO NOMEITTX
           COMPUTE DATANASCITTX = ANO * 10000 + MES * 100 + DIA
           MOVE SEXO TO SEXOITTX
           MOVE CODTIPOEX TO CODTIPOITTX
           MOVE TIPOEXAME TO TIPOITTX
           MOVE DATAAGE TO DATAITTX
           MOVE HORAAGE TO HORAITTX
           MOVE DURACAOAGE TO DURACAOITTX
           MOVE ITEMLISTATX TO REGMODLISTA
           WRITE REGMODLISTA
           ADD 1 TO W-QTDELISTA
           GO TO LISTA-RECURSO1.
       LISTA-RECURSO2.
           IF W-LISTAOK NOT = "S"
              GO TO FIM-LISTA-RECURSO.
           MOVE W-QTDELISTA TO QTDELISTATX
           MOVE TRAILERLISTATX TO REGMODLISTA
           WRITE REGMODLISTA
           CLOSE MODLISTA
           ADD W-QTDELISTA TO W-TOTLISTA
           DISPLAY "RECURSO " CODRECURSO " " DESCRECURSO
                   " EXAMES: " W-QTDELISTA.
       FIM-LISTA-RECURSO.
           EXIT.
      *
       ABRE-LISTA.
           MOVE CODRECURSO TO ARQRECTX
           MOVE W-DATAHOJE TO ARQDATATX
           OPEN OUTPUT MODLISTA
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO " W-ARQLISTA
              GO TO FIM-ABRE-LISTA.
           MOVE "S" TO W-LISTAOK
           ADD 1 TO W-QTDEARQ
           MOVE CODRECURSO TO RECCABTX
           MOVE DESCRECURSO TO DESCRECCABTX
           MOVE W-DATAHOJE TO DATACABTX
           MOVE CABLISTATX TO REGMODLISTA
           WRITE REGMODLISTA.
       FIM-ABRE-LISTA.
           EXIT.
      *
       TOTALIZA.
           DISPLAY "RECURSOS LIDOS: " W-QTDERECURSO
           DISPLAY "LISTAS GERADAS: " W-QTDEARQ
           DISPLAY "EXAMES NAS LISTAS: " W-TOTLISTA
           DISPLAY "AGENDAMENTOS FORA (REALIZ./CANCEL.): " W-QTDEFORA.
       ROT-FIM.
           CLOSE CADRECURSO CADAGEXAME CADEXAME CADPACI.
           DISPLAY "*** FIM DA LISTA DE TRABALHO ***".
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
