       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP068.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    ASSINANTES DO FEED ADT (ADMISSAO/TRANSFERENCIA/ALTA)       *
      *    TIPOS DE EVENTO, SITUACAO E REENVIO A PARTIR DE UMA SEQ.   *
      *    SOMENTE PERFIL ADMINISTRADOR                               *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADASSADT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODASSADT
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
      *---------ASSINANTES DO FEED ADT (LIDO PELO ADTEXP)-------------
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
       01 W-IND         PIC 9(01) VALUE ZEROS.
       01 W-TIPOSOK     PIC X(01) VALUE "N".
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
       01  TELAASSADT.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "              ASSINANTES DO FEED ADT (AD".
           05  LINE 02  COLUMN 41
               VALUE  "MISSAO/TRANSFERENCIA/ALTA)".
           05  LINE 05  COLUMN 01
               VALUE  "  CODIGO DO ASSINANTE   :".
           05  LINE 06  COLUMN 01
               VALUE  "  NOME DO SISTEMA       :".
           05  LINE 08  COLUMN 01
               VALUE  "  TIPOS DE EVENTO       :       (A=ADMIS".
           05  LINE 08  COLUMN 41
               VALUE  "SAO T=TRANSF D=ALTA C=CANCEL)".
           05  LINE 09  COLUMN 01
               VALUE  "                                (EM BRAN".
           05  LINE 09  COLUMN 41
               VALUE  "CO = TODOS)".
           05  LINE 10  COLUMN 01
               VALUE  "  ATIVO (S/N)           :".
           05  LINE 12  COLUMN 01
               VALUE  "  ULTIMA SEQ. ENVIADA   :            EM".
           05  LINE 14  COLUMN 01
               VALUE  "  REENVIAR A PARTIR DA  :           (ZER".
           05  LINE 14  COLUMN 41
               VALUE  "OS = SO EVENTOS NOVOS)".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TCODASSADT
               LINE 05  COLUMN 27  PIC 9(03)
               USING  CODASSADT
               HIGHLIGHT.
           05  TNOMEASSADT
               LINE 06  COLUMN 27  PIC X(30)
               USING  NOMEASSADT
               HIGHLIGHT.
           05  TTIPOSASSADT
               LINE 08  COLUMN 27  PIC X(04)
               USING  TIPOSASSADT
               HIGHLIGHT.
           05  TATIVOASSADT
               LINE 10  COLUMN 27  PIC X(01)
               USING  ATIVOASSADT
               HIGHLIGHT.
           05  TULTSEQASSADT
               LINE 12  COLUMN 27  PIC 9(08)
               FROM   ULTSEQASSADT
               HIGHLIGHT.
           05  TDATAULTASSADT
               LINE 12  COLUMN 42  PIC 9(08)
               FROM   DATAULTASSADT
               HIGHLIGHT.
           05  TREENVIOASSADT
               LINE 14  COLUMN 27  PIC 9(08)
               USING  REENVIOASSADT
               HIGHLIGHT.
      *
      *--------------(INICIO)--------------------------
       PROCEDURE DIVISION.
       INICIO.
       L0.
           OPEN I-O CADASSADT
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADASSADT
                CLOSE CADASSADT
                MOVE " ARQUIVO CADASSADT FOI CRIADO " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO L0
             ELSE
                MOVE " ERRO NA ABERTURA DO ARQUIVO " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
           PERFORM ABRIR-CADSESSAO.
           PERFORM ABRIR-CADLOG.
           IF W-PERFILLOG NOT = 4
              MOVE "** ACESSO RESTRITO AO ADMINISTRADOR **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       L1.
           MOVE ZEROS TO CODASSADT ULTSEQASSADT DATAULTASSADT
           MOVE ZEROS TO HORAULTASSADT REENVIOASSADT W-SEL
           MOVE SPACES TO NOMEASSADT TIPOSASSADT
           MOVE "S" TO ATIVOASSADT
           DISPLAY TELAASSADT.
       L2.
           ACCEPT TCODASSADT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF CODASSADT = ZEROS
              MOVE " ** PREENCHA O CAMPO PARA PROSSEGUIR ** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2.
       LER.
           READ CADASSADT
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 DISPLAY TELAASSADT
                 MOVE "** ASSINANTE JA CADASTRADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADASSADT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
             MOVE "ASSINANTE AINDA NAO CADASTRADO" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM.
       L3.
           ACCEPT TNOMEASSADT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L2.
           IF NOMEASSADT = SPACES
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L3.
       L4.
           ACCEPT TTIPOSASSADT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L3.
           MOVE "S" TO W-TIPOSOK
           MOVE 1 TO W-IND.
       L4A.
           IF TIPOSASSADT (W-IND:1) NOT = SPACE AND "A" AND "T"
                 AND "D" AND "C"
              MOVE "N" TO W-TIPOSOK.
           ADD 1 TO W-IND
           IF W-IND < 5
              GO TO L4A.
           IF W-TIPOSOK NOT = "S"
              MOVE "TIPOS VALIDOS: A, T, D OU C" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L4.
       L5.
           ACCEPT TATIVOASSADT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L4.
           IF ATIVOASSADT NOT = "S" AND "N"
              MOVE "INFORME S OU N" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L5.
       L6.
           ACCEPT TREENVIOASSADT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L5.
           IF REENVIOASSADT NOT = ZEROS AND W-SEL NOT = 1
              MOVE "REENVIO SO PARA ASSINANTE JA CADASTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE ZEROS TO REENVIOASSADT
              DISPLAY TREENVIOASSADT
              GO TO L6.
           IF REENVIOASSADT > ULTSEQASSADT
              MOVE "REENVIO ACIMA DA ULTIMA SEQUENCIA ENVIADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L6.
      *------------- VERFICAR SE E ALTERACAO --------
           IF W-SEL = 1
              GO TO ALT-OPC.
       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L6.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
       INC-WR1.
           WRITE REGASSADT
           IF ST-ERRO = "00" OR "02"
              MOVE CODASSADT TO CHAVELOGTX
              MOVE "N" TO ACAOLOGTX
              PERFORM ESCREVE-LOG
              MOVE "** DADOS GRAVADOS **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
           IF ST-ERRO = "22"
              MOVE "** ASSINANTE JA CADASTRADO, NAO GRAVADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1
           ELSE
              MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADASSADT * "
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
           DELETE CADASSADT RECORD
           IF ST-ERRO = "00"
              MOVE CODASSADT TO CHAVELOGTX
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
           IF W-ACT = 01 GO TO L6.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALT-OPC.
       ALT-RW1.
           REWRITE REGASSADT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA ALTERACAO DO ASSINANTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE CODASSADT TO CHAVELOGTX
           MOVE "A" TO ACAOLOGTX
           IF REENVIOASSADT NOT = ZEROS
              MOVE "R" TO ACAOLOGTX.
           PERFORM ESCREVE-LOG
           MOVE "*** REGISTRO ALTERADO ***         " TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO L1.
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
           MOVE "SMP068" TO PROGRAMALOGTX
           MOVE LOGTX TO REGLOG
           WRITE REGLOG.
      *
       ROT-FIM.
           CLOSE CADASSADT CADLOG.
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
