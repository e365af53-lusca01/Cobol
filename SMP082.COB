       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP082.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    CADASTRO DE ITENS DOS PROTOCOLOS CLINICOS (SMP081)         *
      *    CADA LINHA E UM EXAME DO CADTIPOEX (TIPO E) OU UM          *
      *    MEDICAMENTO DO CADMEDIC (TIPO M) COM DOSE, FREQUENCIA E    *
      *    DURACAO PADRAO, SUGERIDOS AO APLICAR O PROTOCOLO           *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPROTOIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPROTOIT
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPROTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPROTO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CIDPROTO
                       WITH DUPLICATES.
       SELECT CADTIPOEX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODTIPOEXREG
                    FILE STATUS  IS ST-ERRO.
       SELECT CADMEDIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODMEDICREG
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
      *---------ITEM DO PROTOCOLO---------------------------------------
       FD CADPROTOIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROTOIT.DAT".
       01  REGPROTOIT.
           03 KEYPROTOIT.
              05 CODPROTOIT       PIC 9(04).
              05 SEQPROTOIT       PIC 9(02).
           03 TIPOPROTOIT         PIC X(01).
              88 ITEM-EXAME         VALUE "E".
              88 ITEM-MEDIC         VALUE "M".
           03 CODITEMPROTOIT      PIC 9(05).
           03 DOSEPROTOIT         PIC X(15).
           03 FREQPROTOIT         PIC X(15).
           03 DURPROTOIT          PIC X(15).
           03 FILLER              PIC X(10).
      *
       FD CADPROTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROTO.DAT".
       01  REGPROTO.
           03 CODPROTO            PIC 9(04).
           03 NOMEPROTO           PIC X(30).
           03 CIDPROTO            PIC X(07).
           03 ATIVOPROTO          PIC X(01).
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
       FD CADMEDIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDIC.DAT".
       01  REGMEDIC.
           03 CODMEDICREG         PIC 9(05).
           03 NOMECOMERCIAL       PIC X(30).
           03 PRINCIPIOATIVO      PIC X(30).
           03 CONTROLADO          PIC X(01).
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
       01 W-TIPOEXOK    PIC X(01) VALUE "N".
       01 W-MEDICOK     PIC X(01) VALUE "N".
       01 W-NOMEPROTO   PIC X(30) VALUE SPACES.
       01 W-DESCITEM    PIC X(30) VALUE SPACES.
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
       01  TELAPROTOIT.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "               CADASTRO DE ITENS DE PROT".
           05  LINE 03  COLUMN 41
               VALUE  "OCOLO".
           05  LINE 05  COLUMN 01
               VALUE  "     PROTOCOLO      :".
           05  LINE 07  COLUMN 01
               VALUE  "     SEQUENCIA      :".
           05  LINE 09  COLUMN 01
               VALUE  "     TIPO (E/M)     :".
           05  LINE 09  COLUMN 26
               VALUE  "(E=EXAME  M=MEDICAMENTO)".
           05  LINE 11  COLUMN 01
               VALUE  "     CODIGO DO ITEM :".
           05  LINE 13  COLUMN 01
               VALUE  "     DOSAGEM        :".
           05  LINE 15  COLUMN 01
               VALUE  "     FREQUENCIA     :".
           05  LINE 17  COLUMN 01
               VALUE  "     DURACAO        :".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TCODPROTOIT
               LINE 05  COLUMN 23  PIC 9(04)
               USING  CODPROTOIT
               HIGHLIGHT.
           05  TW-NOMEPROTO
               LINE 05  COLUMN 29  PIC X(30)
               USING  W-NOMEPROTO
               HIGHLIGHT.
           05  TSEQPROTOIT
               LINE 07  COLUMN 23  PIC 9(02)
               USING  SEQPROTOIT
               HIGHLIGHT.
           05  TTIPOPROTOIT
               LINE 09  COLUMN 23  PIC X(01)
               USING  TIPOPROTOIT
               HIGHLIGHT.
           05  TCODITEMPROTOIT
               LINE 11  COLUMN 23  PIC 9(05)
               USING  CODITEMPROTOIT
               HIGHLIGHT.
           05  TW-DESCITEM
               LINE 11  COLUMN 30  PIC X(30)
               USING  W-DESCITEM
               HIGHLIGHT.
           05  TDOSEPROTOIT
               LINE 13  COLUMN 23  PIC X(15)
               USING  DOSEPROTOIT
               HIGHLIGHT.
           05  TFREQPROTOIT
               LINE 15  COLUMN 23  PIC X(15)
               USING  FREQPROTOIT
               HIGHLIGHT.
           05  TDURPROTOIT
               LINE 17  COLUMN 23  PIC X(15)
               USING  DURPROTOIT
               HIGHLIGHT.
      *
      *--------------(INICIO)--------------------------
       PROCEDURE DIVISION.
       INICIO.
       L0.
           OPEN I-O CADPROTOIT
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADPROTOIT
                CLOSE CADPROTOIT
                MOVE " ARQUIVO CADPROTOIT FOI CRIADO " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO L0
             ELSE
                MOVE " ERRO NA ABERTURA DO ARQUIVO " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.
           OPEN INPUT CADPROTO
           IF ST-ERRO NOT = "00"
              MOVE " CADASTRE OS PROTOCOLOS NO SMP081 " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPROTOIT
              GO TO ROT-FIM2.
           OPEN INPUT CADTIPOEX
           IF ST-ERRO = "00"
              MOVE "S" TO W-TIPOEXOK.
           OPEN INPUT CADMEDIC
           IF ST-ERRO = "00"
              MOVE "S" TO W-MEDICOK.
           PERFORM ABRIR-CADSESSAO.
           PERFORM ABRIR-CADLOG.
       L1.
           MOVE SPACES TO TIPOPROTOIT DOSEPROTOIT FREQPROTOIT
           MOVE SPACES TO DURPROTOIT W-NOMEPROTO W-DESCITEM
           MOVE ZEROS TO CODPROTOIT SEQPROTOIT CODITEMPROTOIT
           MOVE ZEROS TO W-SEL
           DISPLAY TELAPROTOIT.
       L2.
           ACCEPT TCODPROTOIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF CODPROTOIT = ZEROS
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2.
           MOVE CODPROTOIT TO CODPROTO
           READ CADPROTO
           IF ST-ERRO NOT = "00"
              MOVE "** PROTOCOLO NAO CADASTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2.
           MOVE NOMEPROTO TO W-NOMEPROTO
           DISPLAY TW-NOMEPROTO.
       L2A.
           ACCEPT TSEQPROTOIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L2.
           IF SEQPROTOIT = ZEROS
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2A.
        LER.
           READ CADPROTOIT
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 PERFORM MOSTRA-DESCRICOES
                 DISPLAY TELAPROTOIT
                 MOVE "** ITEM DE PROTOCOLO JA CADASTRADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADPROTOIT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
             MOVE "ITEM DE PROTOCOLO AINDA NAO CADASTRADO" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM.
        L3.
           ACCEPT TTIPOPROTOIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L1.
           IF NOT ITEM-EXAME AND NOT ITEM-MEDIC
              MOVE "INFORME E=EXAME OU M=MEDICAMENTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L3.
        L4.
           ACCEPT TCODITEMPROTOIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L3.
           IF CODITEMPROTOIT = ZEROS
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L4.
           IF ITEM-EXAME AND CODITEMPROTOIT > 9999
              MOVE "**TIPO DE EXAME NAO ENCONTRADO**" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L4.
           IF ITEM-EXAME AND W-TIPOEXOK = "S"
              MOVE CODITEMPROTOIT TO CODTIPOEXREG
              READ CADTIPOEX
              IF ST-ERRO NOT = "00"
                 MOVE "**TIPO DE EXAME NAO ENCONTRADO**" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO L4.
           IF ITEM-MEDIC AND W-MEDICOK = "S"
              MOVE CODITEMPROTOIT TO CODMEDICREG
              READ CADMEDIC
              IF ST-ERRO NOT = "00"
                 MOVE "**MEDICAMENTO DIGITADO NAO ENCONTRADO**" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO L4.
           PERFORM MOSTRA-DESCRICOES
           DISPLAY TW-DESCITEM
      *-----EXAME NAO TEM DOSE: VAI DIRETO PARA A GRAVACAO--------------
           IF ITEM-EXAME
              MOVE SPACES TO DOSEPROTOIT FREQPROTOIT DURPROTOIT
              DISPLAY TELAPROTOIT
              GO TO L8.
        L5.
           ACCEPT TDOSEPROTOIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L4.
           IF DOSEPROTOIT = SPACES
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L5.
        L6.
           ACCEPT TFREQPROTOIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L5.
           IF FREQPROTOIT = SPACES
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L6.
        L7.
           ACCEPT TDURPROTOIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L6.
        L8.

      *------------- VERFICAR SE E ALTERACAO --------
           IF W-SEL = 1
              GO TO ALT-OPC.

        INC-OPC.
            MOVE "S" TO W-OPCAO
            DISPLAY (23, 40) "DADOS OK (S/N) : ".
            ACCEPT (23, 57) W-OPCAO WITH UPDATE
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
               GO TO L4.
            IF W-OPCAO = "N" OR "n"
               MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO L1.
            IF W-OPCAO NOT = "S" AND "s"
               MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-OPC.
        INC-WR1.
            WRITE REGPROTOIT
            IF ST-ERRO = "00" OR "02"
               MOVE KEYPROTOIT TO CHAVELOGTX
               MOVE "N" TO ACAOLOGTX
               PERFORM ESCREVE-LOG
               MOVE "** DADOS GRAVADOS **" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO L1.
            IF ST-ERRO = "22"
               MOVE "** ITEM JA CADASTRADO, DADOS NAO GRAVADOS **"
                      TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO L1
            ELSE
               MOVE "* ERRO NA GRAVACAO DO ARQUIVO DE ITENS *"
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
                DELETE CADPROTOIT RECORD
                IF ST-ERRO = "00"
                   MOVE KEYPROTOIT TO CHAVELOGTX
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
                IF W-ACT = 01 GO TO L4.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO L1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGPROTOIT
                IF ST-ERRO = "00" OR "02"
                   MOVE KEYPROTOIT TO CHAVELOGTX
                   MOVE "A" TO ACAOLOGTX
                   PERFORM ESCREVE-LOG
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO L1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       MOSTRA-DESCRICOES.
           MOVE SPACES TO W-NOMEPROTO W-DESCITEM
           MOVE CODPROTOIT TO CODPROTO
           READ CADPROTO
           IF ST-ERRO = "00"
              MOVE NOMEPROTO TO W-NOMEPROTO.
           IF ITEM-EXAME AND W-TIPOEXOK = "S"
                 AND CODITEMPROTOIT NOT > 9999
              MOVE CODITEMPROTOIT TO CODTIPOEXREG
              READ CADTIPOEX
              IF ST-ERRO = "00"
                 MOVE NOMETIPOEX TO W-DESCITEM.
           IF ITEM-MEDIC AND W-MEDICOK = "S"
              MOVE CODITEMPROTOIT TO CODMEDICREG
              READ CADMEDIC
              IF ST-ERRO = "00"
                 MOVE NOMECOMERCIAL TO W-DESCITEM.
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
           MOVE "SMP082" TO PROGRAMALOGTX
           MOVE LOGTX TO REGLOG
           WRITE REGLOG.
      *
       ROT-FIM.
           CLOSE CADPROTOIT CADPROTO CADLOG
           IF W-TIPOEXOK = "S"
              CLOSE CADTIPOEX.
           IF W-MEDICOK = "S"
              CLOSE CADMEDIC.
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
