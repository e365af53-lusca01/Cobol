       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBERAEX.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    LIBERACAO TECNICA DOS RESULTADOS DE EXAME                  *
      *    (CADLIBEX AGUARDANDO -> LIBERADO OU REPETIR)               *
      *    RESULTADO CRITICO SO ENTRA EM CADCRITICO APOS LIBERADO     *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADLIBEX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYLIBEX
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
       SELECT CADCRITICO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCRITICO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    ALTERNATE RECORD KEY IS NOMEPACIENTE
                                         WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.
       SELECT CADSESSAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVESESSAO
                    FILE STATUS  IS ST-ERRO.
       SELECT SESATUAL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT CADLOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------LIBERACAO TECNICA DOS RESULTADOS-----------------------
       FD CADLIBEX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLIBEX.DAT".
       01  REGLIBEX.
           03 KEYLIBEX.
              05 CPFLIB           PIC 9(11).
              05 DATALIB          PIC 9(08).
              05 HORALIB          PIC 9(04).
              05 NUMLINLIB        PIC 9(02).
           03 STATUSLIB           PIC X(01).
              88 LIB-AGUARDANDO     VALUE "A".
              88 LIB-LIBERADO       VALUE "L".
              88 LIB-REPETIR        VALUE "R".
           03 DATAIMPLIB          PIC 9(08).
           03 HORAIMPLIB          PIC 9(04).
           03 QTDREPLIB           PIC 9(02).
           03 MOTIVOLIB           PIC X(40).
           03 RESANTLIB           PIC X(60).
           03 RESNUMANTLIB        PIC 9(06)V99.
           03 OPERLIB             PIC 9(04).
           03 DATALIBER           PIC 9(08).
           03 HORALIBER           PIC 9(04).
           03 FILLER              PIC X(20).
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
      *------------------------CATALOGO DE EXAMES------------------
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
      *---------RESULTADOS CRITICOS A CONTATAR------------------------
       FD CADCRITICO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCRITICO.DAT".
       01  REGCRITICO.
           03 KEYCRITICO.
              05 CPFCRIT          PIC 9(11).
              05 DATACRIT         PIC 9(08).
              05 HORACRIT         PIC 9(04).
              05 NUMLINCRIT       PIC 9(02).
           03 TIPOEXCRIT          PIC X(30).
           03 RESULTCRIT          PIC 9(06)V99.
           03 DATAGERCRIT         PIC 9(08).
           03 STATUSCRIT          PIC X(01).
              88 CRIT-ABERTO        VALUE "A".
              88 CRIT-RESOLVIDO     VALUE "R".
      *-----------------------------PACIENTE---------------------------
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
       FD CADSESSAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSESSAO.DAT".
       01  REGSESSAO.
           03 CHAVESESSAO         PIC 9(04).
           03 CODOPERSESSAO       PIC 9(04).
           03 NOMEOPERSESSAO      PIC X(30).
           03 LOGINDATA           PIC 9(08).
           03 LOGINHORA           PIC 9(06).
           03 LOGOUTDATA          PIC 9(08).
           03 LOGOUTHORA          PIC 9(06).
           03 STATUSSESSAO        PIC X(01).
              88 SESSAO-ATIVA       VALUE "A".
              88 SESSAO-ENCERRADA   VALUE "E".
           03 PERFILSESSAO        PIC 9(01).
      *
       FD SESATUAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SESATUAL.DAT".
       01  REGSESATUAL            PIC 9(04).
      *
       FD CADLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOG.DAT".
       01  REGLOG                PIC X(90).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 ST-ERRO       PIC X(02) VALUE "00".
       01 W-FUNCAO      PIC 9(01) VALUE ZEROS.
       01 W-TIPOOK      PIC X(01) VALUE "N".
       01 W-CRITOK      PIC X(01) VALUE "N".
       01 W-CRITICO     PIC X(01) VALUE "N".
       01 W-ACHOU       PIC X(01) VALUE "N".
       01 W-HORAAGORA   PIC 9(08) VALUE ZEROS.
       01 W-QTDELIB     PIC 9(06) VALUE ZEROS.
       01 W-QTDEREP     PIC 9(06) VALUE ZEROS.
       01 W-MOTIVO      PIC X(40) VALUE SPACES.
       01 W-CHAVELIB    PIC X(25) VALUE SPACES.
      *---EXAME EM ANALISE (O REGISTRO E RELIDO ANTES DE GRAVAR)--------
       01 W-CPFATU      PIC 9(11) VALUE ZEROS.
       01 W-CODTIPOATU  PIC 9(04) VALUE ZEROS.
       01 W-ORDEMATU    PIC 9(12) VALUE ZEROS.
       01 W-ORDEM       PIC 9(12) VALUE ZEROS.
       01 W-IND         PIC 9(02) VALUE ZEROS.
       01 W-RESULTTX    PIC ZZZZZ9,99.
       01 W-MINTX       PIC ZZZZZ9,99.
       01 W-MAXTX       PIC ZZZZZ9,99.
       01 W-MSGCRIT     PIC X(40) VALUE SPACES.
      *---TRES RESULTADOS ANTERIORES DO MESMO EXAME (DELTA)-------------
       01 TABANT.
          03 TBA-ITEM OCCURS 3 TIMES.
             05 TBA-ORDEM     PIC 9(12).
             05 TBA-DATA      PIC 9(08).
             05 TBA-RESULT    PIC 9(06)V99.
             05 TBA-FLAG      PIC X(01).
       01 LINHAANT.
          03 FILLER           PIC X(08) VALUE "PEDIDO: ".
          03 DATAANTTX        PIC 99/99/9999.
          03 FILLER           PIC X(06) VALUE " RES: ".
          03 RESULTANTTX      PIC ZZZZZ9,99.
          03 FILLER           PIC X(01) VALUE " ".
          03 FLAGANTTX        PIC X(12).
      *---CAPTURA DE ALTERACOES PARA EXPORTACAO DELTA------------------
       01 W-ACAODELTA    PIC X(01) VALUE "G".
       01 W-NOMEDELTA    PIC X(10) VALUE SPACES.
       01 W-ARQDELTA     PIC X(12) VALUE SPACES.
       01 W-CHAVEDELTA   PIC X(25) VALUE SPACES.
       01 W-OKDELTA      PIC X(01) VALUE SPACES.
       01 W-SEQDELTA     PIC 9(06) VALUE ZEROS.
      *---DIARIO DE IMAGENS APOS ATUALIZACAO (RECUPERACAO)---------------
       01 W-ACAOJOR      PIC X(01) VALUE "G".
       01 W-ARQJOR       PIC X(12) VALUE SPACES.
       01 W-OPJOR        PIC X(01) VALUE SPACES.
       01 W-PROGRJOR     PIC X(10) VALUE "LIBERAEX".
       01 W-OPERJOR      PIC 9(04) VALUE ZEROS.
       01 W-IMAGEMJOR    PIC X(200) VALUE SPACES.
       01 W-SEQJOR       PIC 9(08) VALUE ZEROS.
       01 W-OKJOR        PIC X(01) VALUE SPACES.
      *---AUDITORIA (OPERADOR DA SESSAO)-------------------------------
       01 W-SESSAOATUAL  PIC 9(04) VALUE ZEROS.
       01 W-PERFILLOG    PIC 9(01) VALUE ZEROS.
       01 W-CODOPERLOG   PIC 9(04) VALUE ZEROS.
       01 W-NOMEOPERLOG  PIC X(30) VALUE SPACES.
       01 W-DATALOG      PIC 9(08) VALUE ZEROS.
       01 W-HORALOG      PIC 9(06) VALUE ZEROS.
       01 W-CHAVELOG.
          03 W-CPFLOG   PIC 9(11).
          03 W-DATAEXLOG PIC 9(08).
          03 W-LINLOG   PIC 9(02).
       01 LOGTX.
          03 DATALOGTX      PIC 9(08).
          03 FILLER         PIC X(01) VALUE " ".
          03 HORALOGTX      PIC 9(06).
          03 FILLER         PIC X(01) VALUE " ".
          03 CODOPERLOGTX   PIC 9(04).
          03 FILLER         PIC X(01) VALUE " ".
          03 NOMEOPERLOGTX  PIC X(30).
          03 FILLER         PIC X(01) VALUE " ".
          03 PROGRAMALOGTX  PIC X(09).
          03 FILLER         PIC X(01) VALUE " ".
          03 CHAVELOGTX     PIC X(23).
          03 FILLER         PIC X(01) VALUE " ".
          03 ACAOLOGTX      PIC X(01).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELALIB.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          LIBERACAO TECNICA DE RESULTADOS".
           05  LINE 06  COLUMN 01
               VALUE  "   1 - ATENDER A LISTA DE LIBERACAO".
           05  LINE 09  COLUMN 01
               VALUE  "   FUNCAO :   ( 0 - ENCERRA )".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TW-FUNCAO
               LINE 09  COLUMN 13  PIC 9(01)
               USING  W-FUNCAO
               HIGHLIGHT.
       01  TELAITEM.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          LIBERACAO TECNICA DE RESULTADOS".
           05  LINE 12  COLUMN 01
               VALUE  "   RESULTADOS ANTERIORES LIBERADOS (DELTA)".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O CADLIBEX
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO CADLIBEX NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN I-O CADEXAME
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADEXAME" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADLIBEX
              GO TO ROT-FIM2.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADPACI" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADLIBEX CADEXAME
              GO TO ROT-FIM2.
           OPEN INPUT CADTIPOEX
           IF ST-ERRO = "00"
              MOVE "S" TO W-TIPOOK.
           OPEN I-O CADCRITICO
           IF ST-ERRO = "30"
              OPEN OUTPUT CADCRITICO
              CLOSE CADCRITICO
              OPEN I-O CADCRITICO.
           IF ST-ERRO = "00"
              MOVE "S" TO W-CRITOK.
           PERFORM ABRIR-CADSESSAO.
           PERFORM ABRIR-CADLOG.
           MOVE W-CODOPERLOG TO W-OPERJOR.
       MENU-FUNCAO.
           MOVE ZEROS TO W-FUNCAO
           DISPLAY TELALIB
           ACCEPT TW-FUNCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-FUNCAO = 0
              GO TO ROT-FIM.
           IF W-FUNCAO = 1
              GO TO ATENDE-LISTA.
           MOVE "*** FUNCAO NAO DISPONIVEL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *----------------ATENDER A LISTA DE RESULTADOS AGUARDANDO----------
       ATENDE-LISTA.
           MOVE ZEROS TO W-QTDELIB W-QTDEREP
           MOVE ZEROS TO KEYLIBEX
           START CADLIBEX KEY IS NOT LESS KEYLIBEX INVALID KEY
                 GO TO ATENDE-FIM.
       ATENDE-L1.
           READ CADLIBEX NEXT
           IF ST-ERRO NOT = "00"
              GO TO ATENDE-FIM.
           IF NOT LIB-AGUARDANDO
              GO TO ATENDE-L1.
           MOVE KEYLIBEX TO W-CHAVELIB
           MOVE W-CHAVELIB TO KEYEXAME
           READ CADEXAME
           IF ST-ERRO NOT = "00"
              GO TO ATENDE-PROXIMO.
           IF NOT REALIZADO
              GO TO ATENDE-PROXIMO.
           PERFORM MOSTRA-EXAME THRU FIM-MOSTRA-EXAME
           PERFORM BUSCA-ANTERIORES THRU FIM-BUSCA-ANTERIORES
           PERFORM MOSTRA-ANTERIORES THRU FIM-MOSTRA-ANTERIORES.
       ATENDE-L2.
           MOVE SPACES TO W-OPCAO
           DISPLAY (18, 03)
              "LIBERACAO (L=LIBERA R=REPETIR P=PULA E=ENCERRA): "
           ACCEPT (18, 55) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ATENDE-FIM.
           IF W-OPCAO = "E" OR "e"
              GO TO ATENDE-FIM.
           IF W-OPCAO = "P" OR "p"
              GO TO ATENDE-PROXIMO.
           IF W-OPCAO = "L" OR "l"
              PERFORM LIBERA-EXAME THRU FIM-LIBERA-EXAME
              GO TO ATENDE-PROXIMO.
           IF W-OPCAO = "R" OR "r"
              GO TO ATENDE-L3.
           MOVE "*** DIGITE L, R, P OU E ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ATENDE-L2.
       ATENDE-L3.
           MOVE SPACES TO W-MOTIVO
           DISPLAY (20, 03) "MOTIVO DA REPETICAO: "
           ACCEPT (20, 25) W-MOTIVO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ATENDE-L2.
           IF W-MOTIVO = SPACES
              MOVE "*** MOTIVO DA REPETICAO OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ATENDE-L3.
           PERFORM REPETE-EXAME THRU FIM-REPETE-EXAME.
      *----------------RETOMA A LISTA APOS O ITEM ATENDIDO---------------
       ATENDE-PROXIMO.
           MOVE W-CHAVELIB TO KEYLIBEX
           START CADLIBEX KEY IS GREATER KEYLIBEX INVALID KEY
                 GO TO ATENDE-FIM.
           GO TO ATENDE-L1.
       ATENDE-FIM.
           DISPLAY TELALIB
           DISPLAY (15, 05) "RESULTADOS LIBERADOS: " W-QTDELIB
           DISPLAY (16, 05) "ENVIADOS A REPETICAO: " W-QTDEREP
           MOVE "*** FIM DA LISTA DE LIBERACAO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *----------------DADOS DO EXAME EM ANALISE-------------------------
       MOSTRA-EXAME.
           MOVE CPFEXAME TO W-CPFATU
           MOVE CODTIPOEX TO W-CODTIPOATU
           COMPUTE W-ORDEMATU = ANOEXAME * 100000000
                              + MESEXAME * 1000000
                              + DIAEXAME * 10000 + HORAEXAME
           MOVE SPACES TO NOMEPACIENTE
           MOVE CPFEXAME TO CPF
           READ CADPACI
           MOVE SPACES TO UNIDMEDIDA W-MSGCRIT
           MOVE ZEROS TO VALORMINEX VALORMAXEX
           MOVE "N" TO W-CRITICO
           IF W-TIPOOK = "S" AND CODTIPOEX NOT = ZEROS
              MOVE CODTIPOEX TO CODTIPOEXREG
              READ CADTIPOEX
              IF ST-ERRO NOT = "00"
                 MOVE SPACES TO UNIDMEDIDA
                 MOVE ZEROS TO VALORMINEX VALORMAXEX
              ELSE
                 PERFORM VERIFICA-CRITICO THRU FIM-VERIFICA-CRITICO.
           MOVE RESULTNUM TO W-RESULTTX
           MOVE VALORMINEX TO W-MINTX
           MOVE VALORMAXEX TO W-MAXTX
           DISPLAY TELAITEM
           DISPLAY (04, 03) "PACIENTE: " NOMEPACIENTE
           DISPLAY (05, 03) "CPF     : " CPFEXAME
           DISPLAY (05, 28) "PEDIDO: " DATAEXAME
           DISPLAY (05, 46) "HORA: " HORAEXAME
           DISPLAY (05, 58) "LINHA: " NUMLINHA
           DISPLAY (06, 03) "EXAME   : " TIPOEXAME
           DISPLAY (07, 03) "RESULT. : " W-RESULTTX
           DISPLAY (07, 24) UNIDMEDIDA
           DISPLAY (08, 03) "TEXTO   : " RESULTADO
           DISPLAY (09, 03) "REFER.  : " W-MINTX
           DISPLAY (09, 24) "A " W-MAXTX
           IF FLAGANORMAL = "S"
              DISPLAY (09, 40) "*** FORA DA FAIXA ***".
           IF QTDREPLIB NOT = ZEROS
              DISPLAY (10, 03) "REPETICOES ANTERIORES: " QTDREPLIB
              DISPLAY (10, 30) "RES. ANTERIOR: " RESNUMANTLIB.
           DISPLAY (11, 03) W-MSGCRIT.
       FIM-MOSTRA-EXAME.
           EXIT.
      *----------------RESULTADO NA FAIXA CRITICA DO CATALOGO------------
       VERIFICA-CRITICO.
           IF RESULTNUM = ZEROS
              GO TO FIM-VERIFICA-CRITICO.
           IF VALORMINCRIT = ZEROS AND VALORMAXCRIT = ZEROS
              GO TO FIM-VERIFICA-CRITICO.
           IF RESULTNUM < VALORMINCRIT OR RESULTNUM > VALORMAXCRIT
              MOVE "S" TO W-CRITICO
              MOVE "*** RESULTADO CRITICO - AVISAR O MEDICO ***"
                 TO W-MSGCRIT.
       FIM-VERIFICA-CRITICO.
           EXIT.
      *----------------TRES ULTIMOS RESULTADOS LIBERADOS DO PACIENTE-----
       BUSCA-ANTERIORES.
           MOVE ZEROS TO TABANT
           IF W-CODTIPOATU = ZEROS
              GO TO FIM-BUSCA-ANTERIORES.
           MOVE ZEROS TO KEYEXAME
           MOVE W-CPFATU TO CPFEXAME
           START CADEXAME KEY IS NOT LESS KEYEXAME INVALID KEY
                 GO TO FIM-BUSCA-ANTERIORES.
       BUSCA-ANTERIORES1.
           READ CADEXAME NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-BUSCA-ANTERIORES.
           IF CPFEXAME NOT = W-CPFATU
              GO TO FIM-BUSCA-ANTERIORES.
           IF NOT REALIZADO OR CODTIPOEX NOT = W-CODTIPOATU
              GO TO BUSCA-ANTERIORES1.
           COMPUTE W-ORDEM = ANOEXAME * 100000000
                           + MESEXAME * 1000000
                           + DIAEXAME * 10000 + HORAEXAME
           IF W-ORDEM NOT < W-ORDEMATU
              GO TO BUSCA-ANTERIORES1.
           MOVE KEYEXAME TO KEYLIBEX
           READ CADLIBEX
           IF ST-ERRO = "00"
              IF NOT LIB-LIBERADO
                 GO TO BUSCA-ANTERIORES1.
           IF W-ORDEM > TBA-ORDEM (1)
              MOVE TBA-ITEM (2) TO TBA-ITEM (3)
              MOVE TBA-ITEM (1) TO TBA-ITEM (2)
              MOVE 1 TO W-IND
              GO TO BUSCA-ANTERIORES2.
           IF W-ORDEM > TBA-ORDEM (2)
              MOVE TBA-ITEM (2) TO TBA-ITEM (3)
              MOVE 2 TO W-IND
              GO TO BUSCA-ANTERIORES2.
           IF W-ORDEM > TBA-ORDEM (3)
              MOVE 3 TO W-IND
              GO TO BUSCA-ANTERIORES2.
           GO TO BUSCA-ANTERIORES1.
       BUSCA-ANTERIORES2.
           MOVE W-ORDEM TO TBA-ORDEM (W-IND)
           MOVE DATAEXAME TO TBA-DATA (W-IND)
           MOVE RESULTNUM TO TBA-RESULT (W-IND)
           MOVE FLAGANORMAL TO TBA-FLAG (W-IND)
           GO TO BUSCA-ANTERIORES1.
       FIM-BUSCA-ANTERIORES.
           EXIT.
      *
       MOSTRA-ANTERIORES.
           IF TBA-ORDEM (1) = ZEROS
              DISPLAY (13, 05) "NENHUM RESULTADO ANTERIOR LIBERADO"
              GO TO FIM-MOSTRA-ANTERIORES.
           MOVE 1 TO W-IND.
       MOSTRA-ANTERIORES1.
           IF W-IND > 3
              GO TO FIM-MOSTRA-ANTERIORES.
           IF TBA-ORDEM (W-IND) = ZEROS
              GO TO FIM-MOSTRA-ANTERIORES.
           MOVE TBA-DATA (W-IND) TO DATAANTTX
           MOVE TBA-RESULT (W-IND) TO RESULTANTTX
           MOVE SPACES TO FLAGANTTX
           IF TBA-FLAG (W-IND) = "S"
              MOVE "FORA FAIXA" TO FLAGANTTX.
           IF W-IND = 1
              DISPLAY (13, 05) LINHAANT.
           IF W-IND = 2
              DISPLAY (14, 05) LINHAANT.
           IF W-IND = 3
              DISPLAY (15, 05) LINHAANT.
           ADD 1 TO W-IND
           GO TO MOSTRA-ANTERIORES1.
       FIM-MOSTRA-ANTERIORES.
           EXIT.
      *----------------LIBERAR O RESULTADO PARA O PRONTUARIO-------------
       LIBERA-EXAME.
           MOVE W-CHAVELIB TO KEYLIBEX
           READ CADLIBEX
           IF ST-ERRO NOT = "00"
              MOVE "*** ERRO NA LEITURA DE CADLIBEX ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIM-LIBERA-EXAME.
           IF NOT LIB-AGUARDANDO
              MOVE "*** RESULTADO JA ATENDIDO POR OUTRO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIM-LIBERA-EXAME.
           MOVE W-CHAVELIB TO KEYEXAME
           READ CADEXAME
           IF ST-ERRO NOT = "00"
              MOVE "*** ERRO NA LEITURA DE CADEXAME ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIM-LIBERA-EXAME.
           MOVE "L" TO STATUSLIB
           MOVE W-CODOPERLOG TO OPERLIB
           ACCEPT DATALIBER FROM DATE YYYYMMDD
           ACCEPT W-HORAAGORA FROM TIME
           COMPUTE HORALIBER = W-HORAAGORA / 10000
           REWRITE REGLIBEX
           IF ST-ERRO NOT = "00"
              MOVE "*** ERRO NA GRAVACAO DE CADLIBEX ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIM-LIBERA-EXAME.
           ADD 1 TO W-QTDELIB
           IF W-CRITICO = "S"
              PERFORM GRAVA-CRITICO THRU FIM-GRAVA-CRITICO.
           MOVE "L" TO ACAOLOGTX
           PERFORM GRAVA-LOG
           MOVE "** RESULTADO LIBERADO **" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FIM-LIBERA-EXAME.
           EXIT.
      *----------------RESULTADO CRITICO VAI PARA A LISTA DE CONTATO-----
       GRAVA-CRITICO.
           IF W-CRITOK NOT = "S"
              GO TO FIM-GRAVA-CRITICO.
           MOVE CPFEXAME TO CPFCRIT
           COMPUTE DATACRIT = ANOEXAME * 10000 + MESEXAME * 100
                            + DIAEXAME
           MOVE HORAEXAME TO HORACRIT
           MOVE NUMLINHA TO NUMLINCRIT
           MOVE TIPOEXAME TO TIPOEXCRIT
           MOVE RESULTNUM TO RESULTCRIT
           ACCEPT DATAGERCRIT FROM DATE YYYYMMDD
           MOVE "A" TO STATUSCRIT
           WRITE REGCRITICO
           IF ST-ERRO = "22"
              REWRITE REGCRITICO.
       FIM-GRAVA-CRITICO.
           EXIT.
      *----------------DEVOLVER O EXAME PARA REPETICAO-------------------
       REPETE-EXAME.
           MOVE W-CHAVELIB TO KEYLIBEX
           READ CADLIBEX
           IF ST-ERRO NOT = "00"
              MOVE "*** ERRO NA LEITURA DE CADLIBEX ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIM-REPETE-EXAME.
           IF NOT LIB-AGUARDANDO
              MOVE "*** RESULTADO JA ATENDIDO POR OUTRO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIM-REPETE-EXAME.
           MOVE W-CHAVELIB TO KEYEXAME
           READ CADEXAME
           IF ST-ERRO NOT = "00"
              MOVE "*** ERRO NA LEITURA DE CADEXAME ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIM-REPETE-EXAME.
           MOVE RESULTADO TO RESANTLIB
           MOVE RESULTNUM TO RESNUMANTLIB
           MOVE W-MOTIVO TO MOTIVOLIB
           ADD 1 TO QTDREPLIB
           MOVE "R" TO STATUSLIB
           MOVE W-CODOPERLOG TO OPERLIB
           ACCEPT DATALIBER FROM DATE YYYYMMDD
           ACCEPT W-HORAAGORA FROM TIME
           COMPUTE HORALIBER = W-HORAAGORA / 10000
           REWRITE REGLIBEX
           IF ST-ERRO NOT = "00"
              MOVE "*** ERRO NA GRAVACAO DE CADLIBEX ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIM-REPETE-EXAME.
           MOVE "P" TO STATUSEXAME
           MOVE SPACES TO RESULTADO
           MOVE ZEROS TO RESULTNUM DATAREALIZADA
           MOVE "N" TO FLAGANORMAL
           REWRITE REGEXAME
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "*** ERRO NA GRAVACAO DE CADEXAME ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIM-REPETE-EXAME.
           ADD 1 TO W-QTDEREP
           MOVE "A" TO W-OPJOR
           PERFORM JORNAL-EXAME THRU FIM-JORNAL-EXAME
           PERFORM GRAVA-DELTA THRU FIM-GRAVA-DELTA
           MOVE "R" TO ACAOLOGTX
           PERFORM GRAVA-LOG
           MOVE "** EXAME DEVOLVIDO PARA REPETICAO **" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FIM-REPETE-EXAME.
           EXIT.
      *
       GRAVA-DELTA.
           MOVE "CADEXAME" TO W-ARQDELTA
           MOVE KEYEXAME TO W-CHAVEDELTA
           CALL "DELTA" USING W-ACAODELTA W-NOMEDELTA W-ARQDELTA
                W-CHAVEDELTA W-OKDELTA W-SEQDELTA.
       FIM-GRAVA-DELTA.
           EXIT.
       JORNAL-EXAME.
           MOVE "CADEXAME" TO W-ARQJOR
           MOVE REGEXAME TO W-IMAGEMJOR
           CALL "JORNAL" USING W-ACAOJOR W-ARQJOR W-OPJOR W-PROGRJOR
                W-OPERJOR W-IMAGEMJOR W-SEQJOR W-OKJOR.
       FIM-JORNAL-EXAME.
           EXIT.
      *
       GRAVA-LOG.
           MOVE CPFLIB TO W-CPFLOG
           MOVE DATALIB TO W-DATAEXLOG
           MOVE NUMLINLIB TO W-LINLOG
           MOVE W-CHAVELOG TO CHAVELOGTX
           PERFORM ESCREVE-LOG.
      *
      *****************************************
      * ROTINA DE AUDITORIA                   *
      *****************************************
      *
       ABRIR-CADSESSAO.
           MOVE ZEROS TO W-CODOPERLOG
           MOVE "DESCONHECIDO" TO W-NOMEOPERLOG
           MOVE ZEROS TO W-SESSAOATUAL
           OPEN INPUT SESATUAL
           IF ST-ERRO = "00"
              READ SESATUAL
              IF ST-ERRO = "00"
                 MOVE REGSESATUAL TO W-SESSAOATUAL
                 CLOSE SESATUAL
              ELSE
                 CLOSE SESATUAL.
           IF W-SESSAOATUAL NOT = ZEROS
              OPEN INPUT CADSESSAO
              IF ST-ERRO = "00"
                 MOVE W-SESSAOATUAL TO CHAVESESSAO
                 READ CADSESSAO
                 IF ST-ERRO = "00"
                    MOVE CODOPERSESSAO TO W-CODOPERLOG
                    MOVE NOMEOPERSESSAO TO W-NOMEOPERLOG
                    MOVE PERFILSESSAO TO W-PERFILLOG
                    CLOSE CADSESSAO
                 ELSE
                    CLOSE CADSESSAO.
       ABRIR-CADLOG.
           OPEN EXTEND CADLOG
           IF ST-ERRO NOT = "00"
              OPEN OUTPUT CADLOG
              CLOSE CADLOG
              OPEN EXTEND CADLOG.
       ESCREVE-LOG.
           ACCEPT W-DATALOG FROM DATE YYYYMMDD
           ACCEPT W-HORALOG FROM TIME
           MOVE W-DATALOG TO DATALOGTX
           MOVE W-HORALOG TO HORALOGTX
           MOVE W-CODOPERLOG TO CODOPERLOGTX
           MOVE W-NOMEOPERLOG TO NOMEOPERLOGTX
           MOVE "LIBERAEX" TO PROGRAMALOGTX
           MOVE LOGTX TO REGLOG
           WRITE REGLOG.
      *
       ROT-FIM.
           CLOSE CADLIBEX CADEXAME CADPACI CADLOG.
           IF W-TIPOOK = "S"
              CLOSE CADTIPOEX.
           IF W-CRITOK = "S"
              CLOSE CADCRITICO.
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
