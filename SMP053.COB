       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP053.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    PRESCRICAO DE DIETA DA INTERNACAO (LIVRE, BRANDA, LIQUIDA, *
      *    DIABETICA, JEJUM), COM VALIDADE E OPERADOR PRESCRITOR      *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADDIETA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYDIETA
                    FILE STATUS  IS ST-ERRO.
       SELECT CADINTERN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYINTERN
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
       FD CADDIETA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDIETA.DAT".
       01  REGDIETA.
           03 KEYDIETA.
              05 CPFDIETA         PIC 9(11).
              05 DATAINTDIETA     PIC 9(08).
              05 HORAINTDIETA     PIC 9(04).
              05 SEQDIETA         PIC 9(02).
           03 TIPODIETA           PIC 9(01).
              88 DIETA-LIVRE        VALUE 1.
              88 DIETA-BRANDA       VALUE 2.
              88 DIETA-LIQUIDA      VALUE 3.
              88 DIETA-DIABETICA    VALUE 4.
              88 DIETA-JEJUM        VALUE 5.
           03 OBSDIETA            PIC X(40).
           03 DATAINIDIETA        PIC 9(08).
           03 HORAINIDIETA        PIC 9(04).
           03 DATAFIMDIETA        PIC 9(08).
           03 HORAFIMDIETA        PIC 9(04).
           03 OPERDIETA           PIC 9(04).
           03 DATAREGDIETA        PIC 9(08).
           03 HORAREGDIETA        PIC 9(06).
           03 FILLER              PIC X(10).
      *
       FD CADINTERN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADINTERN.DAT".
       01  REGINTERN.
           03 KEYINTERN.
              05 CPFINTERN        PIC 9(11).
              05 DATAINTERN.
                 07 DIAINTERN     PIC 9(02).
                 07 MESINTERN     PIC 9(02).
                 07 ANOINTERN     PIC 9(04).
              05 HORAINTERN       PIC 9(04).
           03 UNIDINT             PIC 9(02).
           03 LEITOINT            PIC 9(03).
           03 DATAENTRADA         PIC 9(08).
           03 HORAENTRADA         PIC 9(04).
           03 CIDINT              PIC X(07).
           03 DATAALTA            PIC 9(08).
           03 HORAALTA            PIC 9(04).
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
       77 W-SEL         PIC 9(01) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 ST-ERRO       PIC X(02) VALUE "00".
       01 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-HORAAGORA   PIC 9(08) VALUE ZEROS.
       01 MSGTIPODIETA  PIC X(12) VALUE SPACES.
       01 TABTIPODIETA-R.
          03 FILLER PIC X(12) VALUE "LIVRE       ".
          03 FILLER PIC X(12) VALUE "BRANDA      ".
          03 FILLER PIC X(12) VALUE "LIQUIDA     ".
          03 FILLER PIC X(12) VALUE "DIABETICA   ".
          03 FILLER PIC X(12) VALUE "JEJUM       ".
       01 TABTIPODIETA REDEFINES TABTIPODIETA-R.
          03 TBD-NOME PIC X(12) OCCURS 5 TIMES.
      *---AUDITORIA-------------------------------------------
       01 W-SESSAOATUAL  PIC 9(04) VALUE ZEROS.
       01 W-PERFILLOG    PIC 9(01) VALUE ZEROS.
       01 W-CODOPERLOG   PIC 9(04) VALUE ZEROS.
       01 W-NOMEOPERLOG  PIC X(30) VALUE SPACES.
       01 W-DATALOG      PIC 9(08) VALUE ZEROS.
       01 W-HORALOG      PIC 9(06) VALUE ZEROS.
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
      *------------------------------------
       SCREEN SECTION.
       01  TELADIETA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "              PRESCRICAO DE DIETA DA INT".
           05  LINE 02  COLUMN 41
               VALUE  "ERNACAO".
           05  LINE 04  COLUMN 01
               VALUE  "  CPF DO PACIENTE :              DATA IN".
           05  LINE 04  COLUMN 41
               VALUE  "TERNACAO :".
           05  LINE 05  COLUMN 41
               VALUE  "              HORA (HHMM) :".
           05  LINE 07  COLUMN 01
               VALUE  "  SEQUENCIA       :".
           05  LINE 09  COLUMN 01
               VALUE  "  TIPO (1=LIVRE 2=BRANDA 3=LIQUIDA 4=DI".
           05  LINE 09  COLUMN 40
               VALUE  "ABETICA 5=JEJUM) :".
           05  LINE 11  COLUMN 01
               VALUE  "  OBSERVACAO      :".
           05  LINE 13  COLUMN 01
               VALUE  "  VALIDA DE (AAAAMMDD) :           HORA".
           05  LINE 13  COLUMN 41
               VALUE  " (HHMM) :".
           05  LINE 15  COLUMN 01
               VALUE  "  VALIDA ATE(AAAAMMDD) :           HORA".
           05  LINE 15  COLUMN 41
               VALUE  " (HHMM) :".
           05  LINE 16  COLUMN 01
               VALUE  "  (0 = ATE NOVA PRESCRICAO)".
           05  LINE 18  COLUMN 01
               VALUE  "  PRESCRITA POR (OPERADOR) :".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TCPFDIETA
               LINE 04  COLUMN 21  PIC 9(11)
               USING  CPFDIETA
               HIGHLIGHT.
           05  TDATAINTDIETA
               LINE 04  COLUMN 52  PIC 9(08)
               USING  DATAINTDIETA
               HIGHLIGHT.
           05  THORAINTDIETA
               LINE 05  COLUMN 69  PIC 9(04)
               USING  HORAINTDIETA
               HIGHLIGHT.
           05  TSEQDIETA
               LINE 07  COLUMN 21  PIC 9(02)
               USING  SEQDIETA
               HIGHLIGHT.
           05  TTIPODIETA
               LINE 09  COLUMN 59  PIC 9(01)
               USING  TIPODIETA
               HIGHLIGHT.
           05  TMSGTIPODIETA
               LINE 09  COLUMN 62  PIC X(12)
               USING  MSGTIPODIETA
               HIGHLIGHT.
           05  TOBSDIETA
               LINE 11  COLUMN 21  PIC X(40)
               USING  OBSDIETA
               HIGHLIGHT.
           05  TDATAINIDIETA
               LINE 13  COLUMN 26  PIC 9(08)
               USING  DATAINIDIETA
               HIGHLIGHT.
           05  THORAINIDIETA
               LINE 13  COLUMN 51  PIC 9(04)
               USING  HORAINIDIETA
               HIGHLIGHT.
           05  TDATAFIMDIETA
               LINE 15  COLUMN 26  PIC 9(08)
               USING  DATAFIMDIETA
               HIGHLIGHT.
           05  THORAFIMDIETA
               LINE 15  COLUMN 51  PIC 9(04)
               USING  HORAFIMDIETA
               HIGHLIGHT.
           05  TOPERDIETA
               LINE 18  COLUMN 30  PIC 9(04)
               USING  OPERDIETA
               HIGHLIGHT.
      *
      *--------------(INICIO)--------------------------
       PROCEDURE DIVISION.
       INICIO.
       L0.
           OPEN I-O CADDIETA
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADDIETA
                CLOSE CADDIETA
                MOVE " ARQUIVO CADDIETA FOI CRIADO " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO L0
             ELSE
                MOVE " ERRO NA ABERTURA DO ARQUIVO " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.
           OPEN INPUT CADINTERN
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO CADINTERN NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADDIETA
              GO TO ROT-FIM2.
           PERFORM ABRIR-CADSESSAO.
           PERFORM ABRIR-CADLOG.
       L1.
           MOVE ZEROS TO CPFDIETA DATAINTDIETA HORAINTDIETA SEQDIETA
           MOVE ZEROS TO TIPODIETA DATAINIDIETA HORAINIDIETA
           MOVE ZEROS TO DATAFIMDIETA HORAFIMDIETA OPERDIETA
           MOVE ZEROS TO DATAREGDIETA HORAREGDIETA
           MOVE SPACES TO OBSDIETA MSGTIPODIETA
           MOVE ZEROS TO W-SEL
           DISPLAY TELADIETA.
       L2.
           ACCEPT TCPFDIETA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF CPFDIETA = ZEROS
              MOVE " ** PREENCHA O CAMPO PARA PROSSEGUIR ** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2.
       L3.
           ACCEPT TDATAINTDIETA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L2.
       L4.
           ACCEPT THORAINTDIETA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L3.
       LER-INTERN.
           MOVE CPFDIETA TO CPFINTERN
           COMPUTE ANOINTERN = DATAINTDIETA / 10000
           COMPUTE MESINTERN = (DATAINTDIETA
                 - ANOINTERN * 10000) / 100
           COMPUTE DIAINTERN = DATAINTDIETA
                 - ANOINTERN * 10000 - MESINTERN * 100
           MOVE HORAINTDIETA TO HORAINTERN
           READ CADINTERN
           IF ST-ERRO NOT = "00"
              MOVE "*** INTERNACAO NAO ENCONTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
       L5.
           ACCEPT TSEQDIETA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L4.
           IF SEQDIETA = ZEROS
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L5.
        LER.
           READ CADDIETA
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 PERFORM L6A
                 DISPLAY TELADIETA
                 MOVE "** PRESCRICAO DE DIETA JA CADASTRADA **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADDIETA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
             MOVE "PRESCRICAO DE DIETA AINDA NAO CADASTRADA" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM.
           IF DATAALTA NOT = ZEROS
              MOVE "** INTERNACAO JA TEVE ALTA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-HORAAGORA FROM TIME
           MOVE W-DATAHOJE TO DATAINIDIETA
           DIVIDE W-HORAAGORA BY 10000 GIVING HORAINIDIETA
           DISPLAY TELADIETA.
        L6.
           ACCEPT TTIPODIETA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L5.
        L6A.
           IF TIPODIETA = ZEROS OR TIPODIETA > 5
              MOVE "*TIPO DE DIETA INVALIDO (1 A 5)*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L6.
           MOVE TBD-NOME(TIPODIETA) TO MSGTIPODIETA
           DISPLAY TMSGTIPODIETA.
        L7.
           ACCEPT TOBSDIETA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L6.
        L8.
           ACCEPT TDATAINIDIETA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L7.
           IF DATAINIDIETA = ZEROS
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L8.
           IF DATAINIDIETA < DATAENTRADA
              MOVE "INICIO ANTERIOR A ENTRADA DA INTERNACAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L8.
        L9.
           ACCEPT THORAINIDIETA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L8.
           IF HORAINIDIETA > 2359
              MOVE "HORA INVALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L9.
        L10.
           ACCEPT TDATAFIMDIETA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L9.
           IF DATAFIMDIETA = ZEROS
              MOVE ZEROS TO HORAFIMDIETA
              DISPLAY THORAFIMDIETA
              GO TO L12.
           IF DATAFIMDIETA < DATAINIDIETA
              MOVE "VALIDADE ANTERIOR AO INICIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L10.
        L11.
           ACCEPT THORAFIMDIETA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L10.
           IF HORAFIMDIETA > 2359
              MOVE "HORA INVALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L11.
           IF DATAFIMDIETA = DATAINIDIETA
                 AND HORAFIMDIETA NOT > HORAINIDIETA
              MOVE "VALIDADE ANTERIOR AO INICIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L11.
        L12.
           MOVE W-CODOPERLOG TO OPERDIETA
           ACCEPT DATAREGDIETA FROM DATE YYYYMMDD
           ACCEPT HORAREGDIETA FROM TIME
           DISPLAY TOPERDIETA.

      *------------- VERFICAR SE E ALTERACAO --------
           IF W-SEL = 1
              GO TO ALT-OPC.

        INC-OPC.
            MOVE "S" TO W-OPCAO
            DISPLAY (23, 40) "DADOS OK (S/N) : ".
            ACCEPT (23, 57) W-OPCAO WITH UPDATE
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
               GO TO L10.
            IF W-OPCAO = "N" OR "n"
               MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO L1.
            IF W-OPCAO NOT = "S" AND "s"
               MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-OPC.
        INC-WR1.
            WRITE REGDIETA
            IF ST-ERRO = "00" OR "02"
               MOVE KEYDIETA TO CHAVELOGTX
               MOVE "N" TO ACAOLOGTX
               PERFORM ESCREVE-LOG
               MOVE "** DADOS GRAVADOS **" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO L1.
            IF ST-ERRO = "22"
               MOVE "** PRESCRICAO JA CADASTRADA, NAO GRAVADA **"
                      TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO L1
            ELSE
               MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADDIETA * "
                            TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO L1
                ELSE
                   IF W-OPCAO = "A"
                      MOVE 1 TO W-SEL
                      GO TO L6.
      *
       EXC-OPC.
                IF W-PERFILLOG < 4
                   MOVE "** EXCLUSAO EXIGE PERFIL ADMINISTRADOR **"
                      TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO L1.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO L1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADDIETA RECORD
                IF ST-ERRO = "00"
                   MOVE KEYDIETA TO CHAVELOGTX
                   MOVE "E" TO ACAOLOGTX
                   PERFORM ESCREVE-LOG
                   MOVE "*** REGISTRO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO L1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO L10.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO L1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGDIETA
                IF ST-ERRO = "00" OR "02"
                   MOVE KEYDIETA TO CHAVELOGTX
                   MOVE "A" TO ACAOLOGTX
                   PERFORM ESCREVE-LOG
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO L1.
                MOVE "ERRO NA ALTERACAO DA DIETA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
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
           MOVE "SMP053" TO PROGRAMALOGTX
           MOVE LOGTX TO REGLOG
           WRITE REGLOG.
      *
       ROT-FIM.
           CLOSE CADDIETA CADINTERN CADLOG.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
       ROT-MENS1.
           DISPLAY (23, 12) MENS.
       ROT-MENS2.
           ADD 1 TO W-CONT
           IF W-CONT < 3000
               GO TO ROT-MENS2
           ELSE
              MOVE SPACES TO MENS
              DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
           EXIT.
       FIM-ROT-TEMPO.
