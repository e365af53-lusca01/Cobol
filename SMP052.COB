       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP052.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    DISPOSITIVOS INVASIVOS DA INTERNACAO (VIGILANCIA CCIH):    *
      *    CATETER VENOSO CENTRAL, SONDA VESICAL E VENTILACAO         *
      *    MECANICA, COM DATAS DE INSERCAO E RETIRADA                 *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADDISPINT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYDISPINT
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
       FD CADDISPINT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDISPINT.DAT".
       01  REGDISPINT.
           03 KEYDISPINT.
              05 CPFDISP          PIC 9(11).
              05 DATAINTDISP      PIC 9(08).
              05 HORAINTDISP      PIC 9(04).
              05 SEQDISP          PIC 9(02).
           03 TIPODISP            PIC 9(01).
              88 DISP-CVC           VALUE 1.
              88 DISP-SVD           VALUE 2.
              88 DISP-VM            VALUE 3.
           03 DATAINSDISP         PIC 9(08).
           03 DATARETDISP         PIC 9(08).
           03 OPERDISP            PIC 9(04).
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
       01 MSGTIPODISP   PIC X(25) VALUE SPACES.
       01 TABTIPODISP-R.
          03 FILLER PIC X(25) VALUE "CATETER VENOSO CENTRAL   ".
          03 FILLER PIC X(25) VALUE "SONDA VESICAL DE DEMORA  ".
          03 FILLER PIC X(25) VALUE "VENTILACAO MECANICA      ".
       01 TABTIPODISP REDEFINES TABTIPODISP-R.
          03 TBD-NOME PIC X(25) OCCURS 3 TIMES.
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
       01  TELADISP.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        DISPOSITIVOS INVASIVOS DA INTERN".
           05  LINE 02  COLUMN 41
               VALUE  "ACAO (CCIH)".
           05  LINE 04  COLUMN 01
               VALUE  "  CPF DO PACIENTE :              DATA IN".
           05  LINE 04  COLUMN 41
               VALUE  "TERNACAO :".
           05  LINE 05  COLUMN 41
               VALUE  "              HORA (HHMM) :".
           05  LINE 07  COLUMN 01
               VALUE  "  SEQUENCIA       :".
           05  LINE 09  COLUMN 01
               VALUE  "  TIPO (1=CVC 2=SVD 3=VM) :".
           05  LINE 11  COLUMN 01
               VALUE  "  INSERCAO (AAAAMMDD)     :".
           05  LINE 13  COLUMN 01
               VALUE  "  RETIRADA (AAAAMMDD)     :".
           05  LINE 14  COLUMN 01
               VALUE  "  (0 = DISPOSITIVO AINDA EM USO)".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TCPFDISP
               LINE 04  COLUMN 21  PIC 9(11)
               USING  CPFDISP
               HIGHLIGHT.
           05  TDATAINTDISP
               LINE 04  COLUMN 52  PIC 9(08)
               USING  DATAINTDISP
               HIGHLIGHT.
           05  THORAINTDISP
               LINE 05  COLUMN 69  PIC 9(04)
               USING  HORAINTDISP
               HIGHLIGHT.
           05  TSEQDISP
               LINE 07  COLUMN 21  PIC 9(02)
               USING  SEQDISP
               HIGHLIGHT.
           05  TTIPODISP
               LINE 09  COLUMN 29  PIC 9(01)
               USING  TIPODISP
               HIGHLIGHT.
           05  TMSGTIPODISP
               LINE 09  COLUMN 32  PIC X(25)
               USING  MSGTIPODISP
               HIGHLIGHT.
           05  TDATAINSDISP
               LINE 11  COLUMN 29  PIC 9(08)
               USING  DATAINSDISP
               HIGHLIGHT.
           05  TDATARETDISP
               LINE 13  COLUMN 29  PIC 9(08)
               USING  DATARETDISP
               HIGHLIGHT.
      *
      *--------------(INICIO)--------------------------
       PROCEDURE DIVISION.
       INICIO.
       L0.
           OPEN I-O CADDISPINT
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADDISPINT
                CLOSE CADDISPINT
                MOVE " ARQUIVO CADDISPINT FOI CRIADO " TO MENS
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
              CLOSE CADDISPINT
              GO TO ROT-FIM2.
           PERFORM ABRIR-CADSESSAO.
           PERFORM ABRIR-CADLOG.
       L1.
           MOVE ZEROS TO CPFDISP DATAINTDISP HORAINTDISP SEQDISP
           MOVE ZEROS TO TIPODISP DATAINSDISP DATARETDISP OPERDISP
           MOVE SPACES TO MSGTIPODISP
           MOVE ZEROS TO W-SEL
           DISPLAY TELADISP.
       L2.
           ACCEPT TCPFDISP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF CPFDISP = ZEROS
              MOVE " ** PREENCHA O CAMPO PARA PROSSEGUIR ** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2.
       L3.
           ACCEPT TDATAINTDISP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L2.
       L4.
           ACCEPT THORAINTDISP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L3.
       LER-INTERN.
           MOVE CPFDISP TO CPFINTERN
           COMPUTE ANOINTERN = DATAINTDISP / 10000
           COMPUTE MESINTERN = (DATAINTDISP
                 - ANOINTERN * 10000) / 100
           COMPUTE DIAINTERN = DATAINTDISP
                 - ANOINTERN * 10000 - MESINTERN * 100
           MOVE HORAINTDISP TO HORAINTERN
           READ CADINTERN
           IF ST-ERRO NOT = "00"
              MOVE "*** INTERNACAO NAO ENCONTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
       L5.
           ACCEPT TSEQDISP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L4.
           IF SEQDISP = ZEROS
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L5.
        LER.
           READ CADDISPINT
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 PERFORM L6A
                 DISPLAY TELADISP
                 MOVE "** DISPOSITIVO JA CADASTRADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADDISPINT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
             MOVE "DISPOSITIVO AINDA NAO CADASTRADO" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM.
        L6.
           ACCEPT TTIPODISP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L5.
        L6A.
           IF TIPODISP = ZEROS OR TIPODISP > 3
              MOVE "*TIPO: 1=CVC  2=SVD  3=VM *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L6.
           MOVE TBD-NOME(TIPODISP) TO MSGTIPODISP
           DISPLAY TMSGTIPODISP.
        L7.
           ACCEPT TDATAINSDISP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L6.
           IF DATAINSDISP < DATAENTRADA
              MOVE "INSERCAO ANTERIOR A ENTRADA DA INTERNACAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L7.
           IF DATAALTA NOT = ZEROS AND DATAINSDISP > DATAALTA
              MOVE "INSERCAO POSTERIOR A ALTA DA INTERNACAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L7.
        L8.
           ACCEPT TDATARETDISP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L7.
           IF DATARETDISP NOT = ZEROS AND DATARETDISP < DATAINSDISP
              MOVE "RETIRADA ANTERIOR A INSERCAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L8.
           IF DATARETDISP NOT = ZEROS AND DATAALTA NOT = ZEROS
                 AND DATARETDISP > DATAALTA
              MOVE "RETIRADA POSTERIOR A ALTA DA INTERNACAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L8.
           MOVE W-CODOPERLOG TO OPERDISP.

      *------------- VERFICAR SE E ALTERACAO --------
           IF W-SEL = 1
              GO TO ALT-OPC.

        INC-OPC.
            MOVE "S" TO W-OPCAO
            DISPLAY (23, 40) "DADOS OK (S/N) : ".
            ACCEPT (23, 57) W-OPCAO WITH UPDATE
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
               GO TO L8.
            IF W-OPCAO = "N" OR "n"
               MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO L1.
            IF W-OPCAO NOT = "S" AND "s"
               MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-OPC.
        INC-WR1.
            WRITE REGDISPINT
            IF ST-ERRO = "00" OR "02"
               MOVE KEYDISPINT TO CHAVELOGTX
               MOVE "N" TO ACAOLOGTX
               PERFORM ESCREVE-LOG
               MOVE "** DADOS GRAVADOS **" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO L1.
            IF ST-ERRO = "22"
               MOVE "** DISPOSITIVO JA CADASTRADO, NAO GRAVADO **"
                      TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO L1
            ELSE
               MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADDISPINT * "
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
                DELETE CADDISPINT RECORD
                IF ST-ERRO = "00"
                   MOVE KEYDISPINT TO CHAVELOGTX
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
                IF W-ACT = 01 GO TO L8.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO L1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGDISPINT
                IF ST-ERRO = "00" OR "02"
                   MOVE KEYDISPINT TO CHAVELOGTX
                   MOVE "A" TO ACAOLOGTX
                   PERFORM ESCREVE-LOG
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO L1.
                MOVE "ERRO NA ALTERACAO DO DISPOSITIVO" TO MENS
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
           MOVE "SMP052" TO PROGRAMALOGTX
           MOVE LOGTX TO REGLOG
           WRITE REGLOG.
      *
       ROT-FIM.
           CLOSE CADDISPINT CADINTERN CADLOG.
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
