       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP076.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    CADASTRO DE EQUIPAMENTOS DOS RECURSOS DE EXAME             *
      *    (SERIE, FORNECEDOR, PREVENTIVA E CALIBRACAO - CADEQUIP)    *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADEQUIP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODRECEQ
                    FILE STATUS  IS ST-ERRO.
       SELECT CADRECURSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODRECURSO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DESCRECURSO
                       WITH DUPLICATES.
       SELECT CADFORNEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFORNEC
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RAZAOFORNEC
                       WITH DUPLICATES.
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
      *---------EQUIPAMENTO DO RECURSO (CHAVE = CODRECURSO)------------
       FD CADEQUIP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEQUIP.DAT".
       01  REGEQUIP.
           03 CODRECEQ            PIC 9(03).
           03 NUMSERIEEQ          PIC X(20).
           03 MODELOEQ            PIC X(30).
           03 CODFORNEQ           PIC 9(04).
           03 INTPREVEQ           PIC 9(03).
           03 DATAPREVEQ          PIC 9(08).
           03 INTCALIBEQ          PIC 9(03).
           03 DATACALIBEQ         PIC 9(08).
           03 VALCALIBEQ          PIC 9(08).
           03 CERTIFEQ            PIC X(20).
           03 FILLER              PIC X(20).
      *
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
       FD CADFORNEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORNEC.DAT".
       01  REGFORNEC.
           03 CODFORNEC           PIC 9(04).
           03 CNPJFORNEC          PIC 9(14).
           03 RAZAOFORNEC         PIC X(40).
           03 CONTATOFORNEC       PIC X(30).
           03 TELEFONEFORNEC.
              05 DDDFORNEC        PIC 9(02).
              05 NUMEROFORNEC     PIC 9(09).
           03 CONTRATOFORNEC      PIC X(20).
           03 ATIVOFORNEC         PIC X(01).
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
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-SEL         PIC 9(01) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 ST-ERRO       PIC X(02) VALUE "00".
       01 W-FORNOK       PIC X(01) VALUE "N".
       01 W-DATAHOJE     PIC 9(08) VALUE ZEROS.
       01 W-JULCALIB     PIC 9(07) VALUE ZEROS.
      *---VALIDACAO DE DATA (AAAAMMDD -> DDMMAAAA)---------------
       01 W-DATAVALIDA   PIC X(01) VALUE SPACES.
       01 W-DATAAMD      PIC 9(08) VALUE ZEROS.
       01 W-DATAAMDX REDEFINES W-DATAAMD.
          03 W-ANOAMD       PIC 9(04).
          03 W-MESAMD       PIC 9(02).
          03 W-DIAAMD       PIC 9(02).
       01 W-DATADMA.
          03 W-DIADMA       PIC 9(02).
          03 W-MESDMA       PIC 9(02).
          03 W-ANODMA       PIC 9(04).
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
          03 CHAVELOGTX     PIC X(20).
          03 FILLER         PIC X(01) VALUE " ".
          03 ACAOLOGTX      PIC X(01).
      *------------------------------------
       SCREEN SECTION.
       01  TELAEQUIP.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "              CADASTRO DE EQUIPAMENTOS D".
           05  LINE 03  COLUMN 41
               VALUE  "OS RECURSOS DE EXAME".
           05  LINE 05  COLUMN 01
               VALUE  "  RECURSO              :".
           05  LINE 07  COLUMN 01
               VALUE  "  NUMERO DE SERIE      :".
           05  LINE 08  COLUMN 01
               VALUE  "  FABRICANTE/MODELO    :".
           05  LINE 09  COLUMN 01
               VALUE  "  FORNECEDOR MANUTENCAO:".
           05  LINE 11  COLUMN 01
               VALUE  "  PREVENTIVA A CADA    :".
           05  LINE 11  COLUMN 30
               VALUE  "DIAS   ULTIMA (AAAAMMDD) :".
           05  LINE 13  COLUMN 01
               VALUE  "  CALIBRACAO A CADA    :".
           05  LINE 13  COLUMN 30
               VALUE  "DIAS   ULTIMA (AAAAMMDD) :".
           05  LINE 14  COLUMN 01
               VALUE  "  CERTIFICADO          :".
           05  LINE 15  COLUMN 01
               VALUE  "  CALIBRACAO VALIDA ATE:".
           05  LINE 17  COLUMN 01
               VALUE  "  (INTERVALO ZERO = EQUIPAMENTO NAO EXIGE".
           05  LINE 17  COLUMN 42
               VALUE  " PREVENTIVA/CALIBRACAO)".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TCODRECEQ
               LINE 05  COLUMN 26  PIC 9(03)
               USING  CODRECEQ
               HIGHLIGHT.
           05  TDESCRECURSO
               LINE 05  COLUMN 31  PIC X(30)
               USING  DESCRECURSO
               HIGHLIGHT.
           05  TNUMSERIEEQ
               LINE 07  COLUMN 26  PIC X(20)
               USING  NUMSERIEEQ
               HIGHLIGHT.
           05  TMODELOEQ
               LINE 08  COLUMN 26  PIC X(30)
               USING  MODELOEQ
               HIGHLIGHT.
           05  TCODFORNEQ
               LINE 09  COLUMN 26  PIC 9(04)
               USING  CODFORNEQ
               HIGHLIGHT.
           05  TRAZAOFORNEC
               LINE 09  COLUMN 31  PIC X(40)
               USING  RAZAOFORNEC
               HIGHLIGHT.
           05  TINTPREVEQ
               LINE 11  COLUMN 26  PIC 9(03)
               USING  INTPREVEQ
               HIGHLIGHT.
           05  TDATAPREVEQ
               LINE 11  COLUMN 57  PIC 9(08)
               USING  DATAPREVEQ
               HIGHLIGHT.
           05  TINTCALIBEQ
               LINE 13  COLUMN 26  PIC 9(03)
               USING  INTCALIBEQ
               HIGHLIGHT.
           05  TDATACALIBEQ
               LINE 13  COLUMN 57  PIC 9(08)
               USING  DATACALIBEQ
               HIGHLIGHT.
           05  TCERTIFEQ
               LINE 14  COLUMN 26  PIC X(20)
               USING  CERTIFEQ
               HIGHLIGHT.
           05  TVALCALIBEQ
               LINE 15  COLUMN 26  PIC 9(08)
               USING  VALCALIBEQ
               HIGHLIGHT.
      *
      *--------------(INICIO)--------------------------
       PROCEDURE DIVISION.
       INICIO.
       L0.
           OPEN I-O CADEQUIP
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADEQUIP
                CLOSE CADEQUIP
                MOVE " ARQUIVO CADEQUIP FOI CRIADO " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO L0
             ELSE
                MOVE " ERRO NA ABERTURA DO ARQUIVO " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.
           OPEN INPUT CADRECURSO
           IF ST-ERRO NOT = "00"
              MOVE " ARQUIVO CADRECURSO NAO ENCONTRADO " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADEQUIP
              GO TO ROT-FIM2.
           OPEN INPUT CADFORNEC
           IF ST-ERRO = "00"
              MOVE "S" TO W-FORNOK.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
           PERFORM ABRIR-CADSESSAO.
           PERFORM ABRIR-CADLOG.
       L1.
           MOVE SPACES TO DESCRECURSO RAZAOFORNEC
           MOVE SPACES TO NUMSERIEEQ MODELOEQ CERTIFEQ
           MOVE ZEROS TO CODRECEQ CODFORNEQ INTPREVEQ DATAPREVEQ
           MOVE ZEROS TO INTCALIBEQ DATACALIBEQ VALCALIBEQ W-SEL
           DISPLAY TELAEQUIP.
       L2.
           ACCEPT TCODRECEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF CODRECEQ = ZEROS
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2.
           MOVE CODRECEQ TO CODRECURSO
           READ CADRECURSO
           IF ST-ERRO NOT = "00"
              MOVE "** RECURSO NAO CADASTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2.
           DISPLAY TDESCRECURSO.
        LER.
           READ CADEQUIP
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 PERFORM MOSTRA-FORNECEDOR
                 DISPLAY TELAEQUIP
                 MOVE "** EQUIPAMENTO JA CADASTRADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADEQUIP" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
             MOVE 180 TO INTPREVEQ
             MOVE 365 TO INTCALIBEQ
             DISPLAY TELAEQUIP
             MOVE "EQUIPAMENTO AINDA NAO CADASTRADO" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM.
        L3.
           ACCEPT TNUMSERIEEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L1.
           IF NUMSERIEEQ = SPACES
              MOVE "INFORME O NUMERO DE SERIE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L3.
        L4.
           ACCEPT TMODELOEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L3.
        L5.
           ACCEPT TCODFORNEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L4.
           MOVE SPACES TO RAZAOFORNEC
           IF CODFORNEQ = ZEROS
              DISPLAY TRAZAOFORNEC
              GO TO L6.
           IF W-FORNOK NOT = "S"
              MOVE "ARQUIVO CADFORNEC NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L5.
           MOVE CODFORNEQ TO CODFORNEC
           READ CADFORNEC
           IF ST-ERRO NOT = "00"
              MOVE "**FORNECEDOR NAO ENCONTRADO**" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L5.
           DISPLAY TRAZAOFORNEC.
        L6.
           ACCEPT TINTPREVEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L5.
        L7.
           ACCEPT TDATAPREVEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L6.
           IF DATAPREVEQ = ZEROS
              GO TO L8.
           MOVE DATAPREVEQ TO W-DATAAMD
           PERFORM VALIDA-DATA
           IF W-DATAVALIDA NOT = "S"
              MOVE "DATA INVALIDA NO CALENDARIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L7.
           IF DATAPREVEQ > W-DATAHOJE
              MOVE "DATA DA PREVENTIVA NAO PODE SER FUTURA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L7.
        L8.
           ACCEPT TINTCALIBEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L7.
        L9.
           ACCEPT TDATACALIBEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L8.
           IF DATACALIBEQ = ZEROS
              MOVE SPACES TO CERTIFEQ
              DISPLAY TCERTIFEQ
              GO TO L11.
           MOVE DATACALIBEQ TO W-DATAAMD
           PERFORM VALIDA-DATA
           IF W-DATAVALIDA NOT = "S"
              MOVE "DATA INVALIDA NO CALENDARIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L9.
           IF DATACALIBEQ > W-DATAHOJE
              MOVE "DATA DA CALIBRACAO NAO PODE SER FUTURA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L9.
        L10.
           ACCEPT TCERTIFEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L9.
           IF CERTIFEQ = SPACES
              MOVE "INFORME O NUMERO DO CERTIFICADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L10.
        L11.
           PERFORM CALCULA-VALIDADE
           DISPLAY TVALCALIBEQ.

      *------------- VERFICAR SE E ALTERACAO --------
           IF W-SEL = 1
              GO TO ALT-OPC.

        INC-OPC.
            MOVE "S" TO W-OPCAO
            DISPLAY (23, 40) "DADOS OK (S/N) : ".
            ACCEPT (23, 57) W-OPCAO WITH UPDATE
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
               GO TO L9.
            IF W-OPCAO = "N" OR "n"
               MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO L1.
            IF W-OPCAO NOT = "S" AND "s"
               MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-OPC.
        INC-WR1.
            WRITE REGEQUIP
            IF ST-ERRO = "00" OR "02"
               MOVE CODRECEQ TO CHAVELOGTX
               MOVE "N" TO ACAOLOGTX
               PERFORM ESCREVE-LOG
               MOVE "** DADOS GRAVADOS **" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO L1.
            IF ST-ERRO = "22"
               MOVE "** EQUIPAMENTO JA CADASTRADO, NAO GRAVADO **"
                      TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO L1
            ELSE
               MOVE "* ERRO NA GRAVACAO DO ARQUIVO DE EQUIPAMENTOS *"
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
                      GO TO L3.
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
                DELETE CADEQUIP RECORD
                IF ST-ERRO = "00"
                   MOVE CODRECEQ TO CHAVELOGTX
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
                IF W-ACT = 01 GO TO L9.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO L1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGEQUIP
                IF ST-ERRO = "00" OR "02"
                   MOVE CODRECEQ TO CHAVELOGTX
                   MOVE "A" TO ACAOLOGTX
                   PERFORM ESCREVE-LOG
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO L1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO DE EQUIPAMENTO"
                   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *-----VALIDADE DA CALIBRACAO = ULTIMA CALIBRACAO + INTERVALO------
       CALCULA-VALIDADE.
           MOVE ZEROS TO VALCALIBEQ
           IF DATACALIBEQ NOT = ZEROS AND INTCALIBEQ NOT = ZEROS
              COMPUTE W-JULCALIB =
                      FUNCTION INTEGER-OF-DATE(DATACALIBEQ) + INTCALIBEQ
              COMPUTE VALCALIBEQ =
                      FUNCTION DATE-OF-INTEGER(W-JULCALIB).
      *
       MOSTRA-FORNECEDOR.
           MOVE SPACES TO RAZAOFORNEC
           IF CODFORNEQ NOT = ZEROS AND W-FORNOK = "S"
              MOVE CODFORNEQ TO CODFORNEC
              READ CADFORNEC
              IF ST-ERRO NOT = "00"
                 MOVE SPACES TO RAZAOFORNEC.
      *
       VALIDA-DATA.
           MOVE W-DIAAMD TO W-DIADMA
           MOVE W-MESAMD TO W-MESDMA
           MOVE W-ANOAMD TO W-ANODMA
           CALL "DATAVAL" USING W-DATADMA W-DATAVALIDA
           CANCEL "DATAVAL".
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
           MOVE "SMP076" TO PROGRAMALOGTX
           MOVE LOGTX TO REGLOG
           WRITE REGLOG.
      *
       ROT-FIM.
           CLOSE CADEQUIP CADRECURSO CADLOG
           IF W-FORNOK = "S"
              CLOSE CADFORNEC.
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
