       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUVPRAZO.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    OUVIDORIA - LISTA DE TRABALHO DAS MANIFESTACOES EM ABERTO  *
      *    VENCIDAS OU A VENCER NOS PROXIMOS DIAS (OUVPRAZO.DOC)      *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADOUVID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PROTOUVID
                    FILE STATUS  IS ST-ERRO.
       SELECT OUVPRAZOTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------MANIFESTACOES DA OUVIDORIA (PROTOCOLO)-----------------
      *   REGISTRO DE CHAVE ZEROS = CONTROLE DO ULTIMO PROTOCOLO
       FD CADOUVID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOUVID.DAT".
       01  REGOUVID.
           03 PROTOUVID           PIC 9(08).
           03 TIPOOUVID           PIC X(01).
              88 OUV-RECLAMACAO     VALUE "R".
              88 OUV-ELOGIO         VALUE "E".
              88 OUV-SUGESTAO       VALUE "S".
              88 OUV-SOLICITACAO    VALUE "P".
           03 CANALOUVID          PIC X(01).
              88 CANAL-TELEFONE     VALUE "T".
              88 CANAL-EMAIL        VALUE "E".
              88 CANAL-CAIXA        VALUE "C".
              88 CANAL-PRESENCIAL   VALUE "P".
           03 CATOUVID            PIC 9(02).
           03 MANIFOUVID          PIC X(30).
           03 CPFOUVID            PIC 9(11).
           03 DATACONSOUVID       PIC 9(08).
           03 HORACONSOUVID       PIC 9(04).
           03 CRMOUVID            PIC 9(06).
           03 UNIDOUVID           PIC 9(02).
           03 RESUMOOUVID         PIC X(60).
           03 DATAABEROUVID       PIC 9(08).
           03 PRAZOOUVID          PIC 9(08).
           03 SITOUVID            PIC X(01).
              88 OUV-ABERTA         VALUE "A".
              88 OUV-ANDAMENTO      VALUE "E".
              88 OUV-CONCLUIDA      VALUE "C".
           03 DATACONCOUVID       PIC 9(08).
           03 AREAOUVID           PIC X(20).
           03 QTDRESPOUVID        PIC 9(03).
           03 OPEROUVID           PIC 9(04).
           03 FILLER              PIC X(15).
       01  REGOUVCTRL.
           03 PROTCTRLOUV         PIC 9(08).
           03 ULTPROTOUV          PIC 9(08).
           03 FILLER              PIC X(184).
      *
       FD OUVPRAZOTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "OUVPRAZO.DOC".
       01 REGOUVPRAZOTX        PIC X(130).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
      *---AVISO: PRAZO NOS PROXIMOS W-DIASAVISO DIAS-------------------
       01 W-DIASAVISO    PIC 9(02) VALUE 3.
       01 W-DATAHOJE     PIC 9(08) VALUE ZEROS.
       01 W-JULHOJE      PIC 9(07) VALUE ZEROS.
       01 W-JULPRAZO     PIC 9(07) VALUE ZEROS.
       01 W-DIASREST     PIC S9(05) VALUE ZEROS.
       01 W-PASSO        PIC 9(01) VALUE ZEROS.
       01 W-QTDEVENC     PIC 9(06) VALUE ZEROS.
       01 W-QTDEAVENC    PIC 9(06) VALUE ZEROS.
       01 W-QTDEABERTA   PIC 9(06) VALUE ZEROS.
       01 TABCATOUVX.
          03 FILLER     PIC X(20) VALUE "ATENDIMENTO".
          03 FILLER     PIC X(20) VALUE "TEMPO DE ESPERA".
          03 FILLER     PIC X(20) VALUE "CORPO CLINICO".
          03 FILLER     PIC X(20) VALUE "ENFERMAGEM".
          03 FILLER     PIC X(20) VALUE "HOTELARIA/LIMPEZA".
          03 FILLER     PIC X(20) VALUE "ALIMENTACAO".
          03 FILLER     PIC X(20) VALUE "AGENDAMENTO".
          03 FILLER     PIC X(20) VALUE "FATURAMENTO/COBRANCA".
          03 FILLER     PIC X(20) VALUE "ESTRUTURA/INSTALACAO".
          03 FILLER     PIC X(20) VALUE "OUTROS".
       01 TABCATOUV REDEFINES TABCATOUVX.
          03 TBCATOUV   PIC X(20) OCCURS 10 TIMES.
      *---LINHAS DO RELATORIO-------------------------------------
       01 CABPRAZO.
          03 FILLER PIC X(50) VALUE
          "HOSPITAL MAINFRAME   *** OUVIDORIA - MANIFESTACOES".
          03 FILLER PIC X(24) VALUE " EM ABERTO ***   DATA: ".
          03 CABDATATX PIC 9(08).
       01 CABPARTE.
          03 TITULOPARTETX  PIC X(50).
       01 CABCOLUNAS.
          03 FILLER PIC X(50) VALUE
          "PROTOCOLO T CATEGORIA            UN ABERTURA PRAZO".
          03 FILLER PIC X(39) VALUE
          "     DIAS S AREA RESPONSAVEL     RESUMO".
       01 DETPRAZO.
          03 PROTPRAZOTX     PIC 9(08).
          03 FILLER          PIC X(02) VALUE "  ".
          03 TIPOPRAZOTX     PIC X(01).
          03 FILLER          PIC X(01) VALUE " ".
          03 CATPRAZOTX      PIC X(20).
          03 FILLER          PIC X(01) VALUE " ".
          03 UNIDPRAZOTX     PIC 9(02).
          03 FILLER          PIC X(01) VALUE " ".
          03 ABERPRAZOTX     PIC 9(08).
          03 FILLER          PIC X(01) VALUE " ".
          03 PRAZOPRAZOTX    PIC 9(08).
          03 FILLER          PIC X(01) VALUE " ".
          03 DIASPRAZOTX     PIC -ZZZ9.
          03 FILLER          PIC X(01) VALUE " ".
          03 SITPRAZOTX      PIC X(01).
          03 FILLER          PIC X(01) VALUE " ".
          03 AREAPRAZOTX     PIC X(20).
          03 FILLER          PIC X(01) VALUE " ".
          03 RESUMOPRAZOTX   PIC X(40).
       01 TOTPRAZO.
          03 FILLER PIC X(22) VALUE "EM ABERTO............:".
          03 QTDEABERTATX    PIC ZZZZZ9.
          03 FILLER PIC X(22) VALUE " VENCIDAS............:".
          03 QTDEVENCTX      PIC ZZZZZ9.
          03 FILLER PIC X(22) VALUE " A VENCER............:".
          03 QTDEAVENCTX     PIC ZZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           COMPUTE W-JULHOJE = FUNCTION INTEGER-OF-DATE(W-DATAHOJE)
           DISPLAY "*** OUVIDORIA - MANIFESTACOES NO PRAZO ***".
       ABRIR-ARQUIVOS.
           OPEN INPUT CADOUVID
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO CADOUVID NAO ENCONTRADO"
              GO TO ROT-FIM2.
           OPEN OUTPUT OUVPRAZOTX
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO OUVPRAZO"
              CLOSE CADOUVID
              GO TO ROT-FIM2.
           MOVE W-DATAHOJE TO CABDATATX
           WRITE REGOUVPRAZOTX FROM CABPRAZO
           MOVE 1 TO W-PASSO.
      *----------------PASSO 1 = VENCIDAS, PASSO 2 = A VENCER------------
       LISTA.
           MOVE SPACES TO REGOUVPRAZOTX
           WRITE REGOUVPRAZOTX
           IF W-PASSO = 1
              MOVE "--- PRAZO VENCIDO ---" TO TITULOPARTETX
           ELSE
              MOVE "--- PRAZO NOS PROXIMOS DIAS ---" TO TITULOPARTETX.
           WRITE REGOUVPRAZOTX FROM CABPARTE
           WRITE REGOUVPRAZOTX FROM CABCOLUNAS
           MOVE 1 TO PROTOUVID
           START CADOUVID KEY IS NOT LESS PROTOUVID INVALID KEY
                 GO TO LISTA2.
       LISTA1.
           READ CADOUVID NEXT
           IF ST-ERRO NOT = "00"
              GO TO LISTA2.
           IF OUV-CONCLUIDA OR PRAZOOUVID = ZEROS
              GO TO LISTA1.
           COMPUTE W-JULPRAZO = FUNCTION INTEGER-OF-DATE(PRAZOOUVID)
           COMPUTE W-DIASREST = W-JULPRAZO - W-JULHOJE
           IF W-PASSO = 1
              ADD 1 TO W-QTDEABERTA
              IF W-DIASREST NOT < ZEROS
                 GO TO LISTA1
              ELSE
                 ADD 1 TO W-QTDEVENC.
           IF W-PASSO = 2
              IF W-DIASREST < ZEROS OR W-DIASREST > W-DIASAVISO
                 GO TO LISTA1
              ELSE
                 ADD 1 TO W-QTDEAVENC.
           MOVE PROTOUVID TO PROTPRAZOTX
           MOVE TIPOOUVID TO TIPOPRAZOTX
           MOVE SPACES TO CATPRAZOTX
           IF CATOUVID > ZEROS AND CATOUVID < 11
              MOVE TBCATOUV(CATOUVID) TO CATPRAZOTX.
           MOVE UNIDOUVID TO UNIDPRAZOTX
           MOVE DATAABEROUVID TO ABERPRAZOTX
           MOVE PRAZOOUVID TO PRAZOPRAZOTX
           MOVE W-DIASREST TO DIASPRAZOTX
           MOVE SITOUVID TO SITPRAZOTX
           MOVE AREAOUVID TO AREAPRAZOTX
           MOVE RESUMOOUVID TO RESUMOPRAZOTX
           WRITE REGOUVPRAZOTX FROM DETPRAZO
           GO TO LISTA1.
       LISTA2.
           IF W-PASSO = 1
              MOVE 2 TO W-PASSO
              GO TO LISTA.
      *
       TOTALIZA.
           MOVE SPACES TO REGOUVPRAZOTX
           WRITE REGOUVPRAZOTX
           MOVE W-QTDEABERTA TO QTDEABERTATX
           MOVE W-QTDEVENC TO QTDEVENCTX
           MOVE W-QTDEAVENC TO QTDEAVENCTX
           WRITE REGOUVPRAZOTX FROM TOTPRAZO
           DISPLAY "MANIFESTACOES EM ABERTO: " W-QTDEABERTA
           DISPLAY "PRAZO VENCIDO          : " W-QTDEVENC
           DISPLAY "A VENCER               : " W-QTDEAVENC.
       ROT-FIM.
           CLOSE CADOUVID OUVPRAZOTX.
           DISPLAY "*** FIM DA LISTA DA OUVIDORIA ***".
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
