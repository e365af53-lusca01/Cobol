       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP061.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    PCMSO - EXAMES EXIGIDOS POR FUNCAO E TIPO DE ASO           *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPCMSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPCMSO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADFUNCAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYFUNCAO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADTIPOEX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODTIPOEXREG
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
       FD CADPCMSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPCMSO.DAT".
       01  REGPCMSO.
           03 KEYPCMSO.
              05 EMPPCMSO         PIC 9(04).
              05 FUNCPCMSO        PIC 9(04).
              05 EXAMEPCMSO       PIC 9(04).
           03 ADMPCMSO            PIC X(01).
           03 PERPCMSO            PIC X(01).
           03 RETPCMSO            PIC X(01).
           03 MUDPCMSO            PIC X(01).
           03 DEMPCMSO            PIC X(01).
           03 FILLER              PIC X(15).
      *
       FD CADFUNCAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNCAO.DAT".
       01  REGFUNCAO.
           03 KEYFUNCAO.
              05 EMPFUNCAO        PIC 9(04).
              05 CODFUNCAO        PIC 9(04).
           03 NOMEFUNCAO          PIC X(30).
           03 CBOFUNCAO           PIC 9(06).
           03 PERIODOFUNCAO       PIC 9(02).
           03 RISCOFUNCAO         PIC X(40).
           03 ATIVAFUNCAO         PIC X(01).
           03 FILLER              PIC X(20).
      *
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
       01  TELAPCMSO.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "             PCMSO - EXAMES EXIGIDOS POR".
           05  LINE 03  COLUMN 41
               VALUE  " FUNCAO".
           05  LINE 05  COLUMN 01
               VALUE  "     EMPRESA           :".
           05  LINE 07  COLUMN 01
               VALUE  "     FUNCAO            :".
           05  LINE 09  COLUMN 01
               VALUE  "     EXAME             :".
           05  LINE 11  COLUMN 01
               VALUE  "     EXIGIDO NO ASO (S/N) :".
           05  LINE 13  COLUMN 01
               VALUE  "     ADMISSIONAL       :".
           05  LINE 14  COLUMN 01
               VALUE  "     PERIODICO         :".
           05  LINE 15  COLUMN 01
               VALUE  "     RETORNO AO TRAB.  :".
           05  LINE 16  COLUMN 01
               VALUE  "     MUDANCA DE FUNCAO :".
           05  LINE 17  COLUMN 01
               VALUE  "     DEMISSIONAL       :".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TEMPPCMSO
               LINE 05  COLUMN 26  PIC 9(04)
               USING  EMPPCMSO
               HIGHLIGHT.
           05  TFUNCPCMSO
               LINE 07  COLUMN 26  PIC 9(04)
               USING  FUNCPCMSO
               HIGHLIGHT.
           05  TEXAMEPCMSO
               LINE 09  COLUMN 26  PIC 9(04)
               USING  EXAMEPCMSO
               HIGHLIGHT.
           05  TADMPCMSO
               LINE 13  COLUMN 26  PIC X(01)
               USING  ADMPCMSO
               HIGHLIGHT.
           05  TPERPCMSO
               LINE 14  COLUMN 26  PIC X(01)
               USING  PERPCMSO
               HIGHLIGHT.
           05  TRETPCMSO
               LINE 15  COLUMN 26  PIC X(01)
               USING  RETPCMSO
               HIGHLIGHT.
           05  TMUDPCMSO
               LINE 16  COLUMN 26  PIC X(01)
               USING  MUDPCMSO
               HIGHLIGHT.
           05  TDEMPCMSO
               LINE 17  COLUMN 26  PIC X(01)
               USING  DEMPCMSO
               HIGHLIGHT.
      *
      *--------------(INICIO)--------------------------
       PROCEDURE DIVISION.
       INICIO.
       L0.
           OPEN I-O CADPCMSO
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADPCMSO
                CLOSE CADPCMSO
                MOVE " ARQUIVO CADPCMSO FOI CRIADO " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO L0
             ELSE
                MOVE " ERRO NA ABERTURA DO ARQUIVO " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.
           OPEN INPUT CADFUNCAO
           IF ST-ERRO NOT = "00"
              MOVE " ERRO NA ABERTURA DO ARQUIVO CADFUNCAO " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPCMSO
              GO TO ROT-FIM2.
           OPEN INPUT CADTIPOEX
           IF ST-ERRO NOT = "00"
              MOVE " ERRO NA ABERTURA DO ARQUIVO CADTIPOEX " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPCMSO CADFUNCAO
              GO TO ROT-FIM2.
           PERFORM ABRIR-CADSESSAO.
           PERFORM ABRIR-CADLOG.
       L1.
           MOVE ZEROS TO W-SEL
           MOVE ZEROS TO EMPPCMSO FUNCPCMSO EXAMEPCMSO
           MOVE "N" TO ADMPCMSO PERPCMSO RETPCMSO MUDPCMSO DEMPCMSO
           DISPLAY TELAPCMSO.
       L2.
           ACCEPT TEMPPCMSO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF EMPPCMSO = ZEROS
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2.
       L3.
           ACCEPT TFUNCPCMSO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L2.
           MOVE EMPPCMSO TO EMPFUNCAO
           MOVE FUNCPCMSO TO CODFUNCAO
           READ CADFUNCAO
           IF ST-ERRO NOT = "00"
              MOVE "** FUNCAO NAO CADASTRADA PARA A EMPRESA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L3.
           DISPLAY (07, 31) NOMEFUNCAO.
       L4.
           ACCEPT TEXAMEPCMSO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L3.
           MOVE EXAMEPCMSO TO CODTIPOEXREG
           READ CADTIPOEX
           IF ST-ERRO NOT = "00"
              MOVE "** TIPO DE EXAME NAO CADASTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L4.
           DISPLAY (09, 31) NOMETIPOEX.
        LER.
           READ CADPCMSO
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 DISPLAY TELAPCMSO
                 DISPLAY (07, 31) NOMEFUNCAO
                 DISPLAY (09, 31) NOMETIPOEX
                 MOVE "** EXAME JA CONSTA NO PCMSO DA FUNCAO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADPCMSO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
             MOVE "EXAME AINDA NAO CONSTA NO PCMSO" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM.
        L5.
           ACCEPT TADMPCMSO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L4.
           IF ADMPCMSO NOT = "S" AND ADMPCMSO NOT = "N"
              MOVE "INFORME S=EXIGIDO OU N=NAO EXIGIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L5.
        L6.
           ACCEPT TPERPCMSO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L5.
           IF PERPCMSO NOT = "S" AND PERPCMSO NOT = "N"
              MOVE "INFORME S=EXIGIDO OU N=NAO EXIGIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L6.
        L7.
           ACCEPT TRETPCMSO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L6.
           IF RETPCMSO NOT = "S" AND RETPCMSO NOT = "N"
              MOVE "INFORME S=EXIGIDO OU N=NAO EXIGIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L7.
        L8.
           ACCEPT TMUDPCMSO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L7.
           IF MUDPCMSO NOT = "S" AND MUDPCMSO NOT = "N"
              MOVE "INFORME S=EXIGIDO OU N=NAO EXIGIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L8.
        L9.
           ACCEPT TDEMPCMSO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L8.
           IF DEMPCMSO NOT = "S" AND DEMPCMSO NOT = "N"
              MOVE "INFORME S=EXIGIDO OU N=NAO EXIGIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L9.
           IF ADMPCMSO = "N" AND PERPCMSO = "N" AND RETPCMSO = "N"
              AND MUDPCMSO = "N" AND DEMPCMSO = "N"
              MOVE "MARQUE AO MENOS UM TIPO DE ASO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L5.

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
            WRITE REGPCMSO
            IF ST-ERRO = "00" OR "02"
               MOVE KEYPCMSO TO CHAVELOGTX
               MOVE "N" TO ACAOLOGTX
               PERFORM ESCREVE-LOG
               MOVE "** DADOS GRAVADOS **" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO L1.
            IF ST-ERRO = "22"
               MOVE "** EXAME JA CONSTA NO PCMSO, NAO GRAVADO **"
                      TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO L1
            ELSE
               MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADPCMSO * "
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
                      GO TO L5.
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
                DELETE CADPCMSO RECORD
                IF ST-ERRO = "00"
                   MOVE KEYPCMSO TO CHAVELOGTX
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
                REWRITE REGPCMSO
                IF ST-ERRO = "00" OR "02"
                   MOVE KEYPCMSO TO CHAVELOGTX
                   MOVE "A" TO ACAOLOGTX
                   PERFORM ESCREVE-LOG
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO L1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO DO PCMSO" TO MENS
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
           MOVE "SMP061" TO PROGRAMALOGTX
           MOVE LOGTX TO REGLOG
           WRITE REGLOG.
      *
       ROT-FIM.
           CLOSE CADPCMSO CADFUNCAO CADTIPOEX CADLOG.
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
