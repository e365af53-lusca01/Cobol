       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP083.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    CADASTRO DAS SERIES DE NUMERACAO DE DOCUMENTOS (CADNUMERO) *
      *    UMA SERIE POR TIPO DE DOCUMENTO E UNIDADE; OS NUMEROS SAO  *
      *    RESERVADOS PELO SUBPROGRAMA NUMERA. A SERIE QUE AINDA NAO  *
      *    EXISTE E CRIADA NA PRIMEIRA EMISSAO A PARTIR DO MAIOR      *
      *    NUMERO JA GRAVADO NO ARQUIVO DO DOCUMENTO                  *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADNUMERO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYNUMERO
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
      *---------CONTADOR DA SERIE (ANO ZERADO QUANDO NAO REINICIA)------
       FD CADNUMERO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNUMERO.DAT".
       01  REGNUMERO.
           03 KEYNUMERO.
              05 TIPONUM          PIC X(04).
              05 UNIDNUM          PIC 9(02).
           03 ANONUM              PIC 9(04).
           03 ULTNUM              PIC 9(08).
           03 INICIONUM           PIC 9(08).
           03 ZERAANUAL           PIC X(01).
           03 DATAULTNUM          PIC 9(08).
           03 FILLER              PIC X(10).
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
       77 IND           PIC 9(02) VALUE ZEROS.
       01 W-DESCSERIE   PIC X(30) VALUE SPACES.
       01 W-ULTSALVO    PIC 9(08) VALUE ZEROS.
       01 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
      *---TIPOS DE DOCUMENTO NUMERADOS (TIPO+DESCRICAO+PERMITE ZERAR)--
      *---SO PODE REINICIAR NO ANO A SERIE CUJO NUMERO NAO E CHAVE-----
      *---DO ARQUIVO DO DOCUMENTO--------------------------------------
       01 TABSERIEX.
          03 FILLER PIC X(35) VALUE
             "ATESATESTADO MEDICO               N".
          03 FILLER PIC X(35) VALUE
             "RPS RPS DA NFS-E                  S".
          03 FILLER PIC X(35) VALUE
             "LFATLOTE DE FATURAMENTO CONVENIO  N".
          03 FILLER PIC X(35) VALUE
             "PEDCPEDIDO DE COMPRA              N".
       01 TABSERIE REDEFINES TABSERIEX.
          03 TBSERIE OCCURS 4 TIMES.
             05 TBTIPO     PIC X(04).
             05 TBDESC     PIC X(30).
             05 TBZERA     PIC X(01).
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
       01  TELANUMERO.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "               SERIES DE NUMERACAO DE DO".
           05  LINE 03  COLUMN 41
               VALUE  "CUMENTOS".
           05  LINE 05  COLUMN 01
               VALUE  "     TIPO           :".
           05  LINE 06  COLUMN 01
               VALUE  "     (ATES=ATESTADO  RPS=RPS DA NFS-E  LF".
           05  LINE 06  COLUMN 41
               VALUE  "AT=LOTE FATURAMENTO  PEDC=PEDIDO)".
           05  LINE 08  COLUMN 01
               VALUE  "     UNIDADE        :".
           05  LINE 10  COLUMN 01
               VALUE  "     ULTIMO NUMERO  :".
           05  LINE 12  COLUMN 01
               VALUE  "     REINICIA NO ANO:".
           05  LINE 12  COLUMN 26
               VALUE  "(S/N)".
           05  LINE 14  COLUMN 01
               VALUE  "     ANO DA SERIE   :".
           05  LINE 15  COLUMN 01
               VALUE  "     1O. NR CONTROL.:".
           05  LINE 16  COLUMN 01
               VALUE  "     ULTIMA EMISSAO :".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TTIPONUM
               LINE 05  COLUMN 23  PIC X(04)
               USING  TIPONUM
               HIGHLIGHT.
           05  TW-DESCSERIE
               LINE 05  COLUMN 29  PIC X(30)
               USING  W-DESCSERIE
               HIGHLIGHT.
           05  TUNIDNUM
               LINE 08  COLUMN 23  PIC 9(02)
               USING  UNIDNUM
               HIGHLIGHT.
           05  TULTNUM
               LINE 10  COLUMN 23  PIC 9(08)
               USING  ULTNUM
               HIGHLIGHT.
           05  TZERAANUAL
               LINE 12  COLUMN 23  PIC X(01)
               USING  ZERAANUAL
               HIGHLIGHT.
           05  TANONUM
               LINE 14  COLUMN 23  PIC 9(04)
               USING  ANONUM
               HIGHLIGHT.
           05  TINICIONUM
               LINE 15  COLUMN 23  PIC 9(08)
               USING  INICIONUM
               HIGHLIGHT.
           05  TDATAULTNUM
               LINE 16  COLUMN 23  PIC 9(08)
               USING  DATAULTNUM
               HIGHLIGHT.
      *
      *--------------(INICIO)--------------------------
       PROCEDURE DIVISION.
       INICIO.
       L0.
           OPEN I-O CADNUMERO
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADNUMERO
                CLOSE CADNUMERO
                MOVE " ARQUIVO CADNUMERO FOI CRIADO " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO L0
             ELSE
                MOVE " ERRO NA ABERTURA DO ARQUIVO " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           PERFORM ABRIR-CADSESSAO.
           PERFORM ABRIR-CADLOG.
       L1.
           MOVE SPACES TO TIPONUM ZERAANUAL W-DESCSERIE
           MOVE ZEROS TO UNIDNUM ANONUM ULTNUM INICIONUM DATAULTNUM
           MOVE ZEROS TO W-SEL W-ULTSALVO
           DISPLAY TELANUMERO.
       L2.
           ACCEPT TTIPONUM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF TIPONUM = SPACES
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2.
           MOVE 1 TO IND.
       L2A.
           IF TBTIPO(IND) NOT = TIPONUM
              ADD 1 TO IND
              IF IND < 5
                 GO TO L2A
              ELSE
                 MOVE "*** TIPO DE DOCUMENTO INCORRETO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO L2.
           MOVE TBDESC(IND) TO W-DESCSERIE
           DISPLAY TW-DESCSERIE.
       L3.
           ACCEPT TUNIDNUM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L2.
        LER.
           READ CADNUMERO
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 MOVE ULTNUM TO W-ULTSALVO
                 DISPLAY TELANUMERO
                 MOVE "** SERIE JA CADASTRADA **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADNUMERO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
             MOVE "N" TO ZERAANUAL
             DISPLAY TELANUMERO
             MOVE "SERIE AINDA NAO CADASTRADA" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM.
        L4.
           ACCEPT TULTNUM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L1.
      *----------VOLTAR O CONTADOR REPETIRIA NUMEROS JA EMITIDOS--------
           IF W-SEL = 1 AND ULTNUM < W-ULTSALVO
              MOVE "** ULTIMO NUMERO NAO PODE SER MENOR QUE O ATUAL **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE W-ULTSALVO TO ULTNUM
              DISPLAY TULTNUM
              GO TO L4.
        L5.
           ACCEPT TZERAANUAL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L4.
           IF ZERAANUAL NOT = "S" AND ZERAANUAL NOT = "N"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L5.
           IF ZERAANUAL = "S" AND TBZERA(IND) NOT = "S"
              MOVE "** ESTE DOCUMENTO NAO PODE REINICIAR NO ANO **"
                 TO MENS
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
               GO TO L5.
            IF W-OPCAO = "N" OR "n"
               MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO L1.
            IF W-OPCAO NOT = "S" AND "s"
               MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-OPC.
        INC-WR1.
            COMPUTE INICIONUM = ULTNUM + 1
            MOVE ZEROS TO ANONUM
            IF ZERAANUAL = "S"
               MOVE W-DATAHOJE (1: 4) TO ANONUM.
            MOVE W-DATAHOJE TO DATAULTNUM
            WRITE REGNUMERO
            IF ST-ERRO = "00" OR "02"
               MOVE KEYNUMERO TO CHAVELOGTX
               MOVE "N" TO ACAOLOGTX
               PERFORM ESCREVE-LOG
               MOVE "** DADOS GRAVADOS **" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO L1.
            IF ST-ERRO = "22"
               MOVE "** SERIE JA CADASTRADA, NAO GRAVADA **"
                      TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO L1
            ELSE
               MOVE "* ERRO NA GRAVACAO DO ARQUIVO DE SERIES *"
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
                      GO TO L4.
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
                DELETE CADNUMERO RECORD
                IF ST-ERRO = "00"
                   MOVE KEYNUMERO TO CHAVELOGTX
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
                IF W-ACT = 01 GO TO L5.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO L1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
      *----------SERIE QUE PASSA A REINICIAR CONTA A PARTIR DESTE ANO---
                IF ZERAANUAL = "S" AND ANONUM = ZEROS
                   MOVE W-DATAHOJE (1: 4) TO ANONUM.
                IF ZERAANUAL = "N"
                   MOVE ZEROS TO ANONUM.
                REWRITE REGNUMERO
                IF ST-ERRO = "00" OR "02"
                   MOVE KEYNUMERO TO CHAVELOGTX
                   MOVE "A" TO ACAOLOGTX
                   PERFORM ESCREVE-LOG
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO L1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO" TO MENS
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
           MOVE "SMP083" TO PROGRAMALOGTX
           MOVE LOGTX TO REGLOG
           WRITE REGLOG.
      *
       ROT-FIM.
           CLOSE CADNUMERO CADLOG.
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
