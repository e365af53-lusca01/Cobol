       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP060.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    CADASTRO DE FUNCOES POR EMPRESA (MEDICINA DO TRABALHO)     *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADFUNCAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYFUNCAO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADEMPRESA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODEMPRESA
                    FILE STATUS  IS ST-ERRO.
       SELECT CADFUNCIONARIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYFUNCIO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPCMSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPCMSO
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
       FD CADEMPRESA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEMPRESA.DAT".
       01  REGEMPRESA.
           03 CODEMPRESA          PIC 9(04).
           03 CNPJEMPRESA         PIC 9(14).
           03 RAZAOEMPRESA        PIC X(40).
           03 CONTATOEMPRESA      PIC X(30).
           03 TELEFONEEMPRESA.
              05 DDDEMPRESA       PIC 9(02).
              05 NUMEROEMPRESA    PIC 9(09).
           03 CONTRATOEMPRESA     PIC X(20).
           03 ATIVAEMPRESA        PIC X(01).
      *
       FD CADFUNCIONARIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNCIONARIO.DAT".
       01  REGFUNCIO.
           03 KEYFUNCIO.
              05 EMPFUNCIO        PIC 9(04).
              05 CPFFUNCIO        PIC 9(11).
           03 FUNCFUNCIO          PIC 9(04).
           03 MATRICFUNCIO        PIC X(20).
           03 DATAADMFUNCIO       PIC 9(08).
           03 DATADEMFUNCIO       PIC 9(08).
           03 SITFUNCIO           PIC X(01).
              88 FUNCIO-ATIVO       VALUE "A".
              88 FUNCIO-DESLIGADO   VALUE "D".
           03 DATAULTASO          PIC 9(08).
           03 TIPOULTASO          PIC 9(01).
           03 DATAPROXASO         PIC 9(08).
           03 FILLER              PIC X(20).
      *
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
      *---REFERENCIAL-------------------------------------------
       01 W-FUNCIOOK     PIC X(01) VALUE "N".
       01 W-PCMSOOK      PIC X(01) VALUE "N".
       01 W-QTDEREF      PIC 9(06) VALUE ZEROS.
       01 W-QTDEREFED    PIC ZZZZZ9.
       01 W-CHAVEFUNCAO.
          03 W-EMPCHAVE     PIC 9(04).
          03 W-FUNCCHAVE    PIC 9(04).
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
       01  TELAFUNCAO.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "             CADASTRO DE FUNCOES - MEDIC".
           05  LINE 03  COLUMN 41
               VALUE  "INA DO TRABALHO".
           05  LINE 05  COLUMN 01
               VALUE  "     EMPRESA           :".
           05  LINE 07  COLUMN 01
               VALUE  "     CODIGO DA FUNCAO  :".
           05  LINE 09  COLUMN 01
               VALUE  "     DESCRICAO         :".
           05  LINE 11  COLUMN 01
               VALUE  "     CBO               :".
           05  LINE 13  COLUMN 01
               VALUE  "     PERIODICO (MESES) :".
           05  LINE 15  COLUMN 01
               VALUE  "     RISCOS            :".
           05  LINE 17  COLUMN 01
               VALUE  "     ATIVA (S/N)       :".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TEMPFUNCAO
               LINE 05  COLUMN 26  PIC 9(04)
               USING  EMPFUNCAO
               HIGHLIGHT.
           05  TCODFUNCAO
               LINE 07  COLUMN 26  PIC 9(04)
               USING  CODFUNCAO
               HIGHLIGHT.
           05  TNOMEFUNCAO
               LINE 09  COLUMN 26  PIC X(30)
               USING  NOMEFUNCAO
               HIGHLIGHT.
           05  TCBOFUNCAO
               LINE 11  COLUMN 26  PIC 9(06)
               USING  CBOFUNCAO
               HIGHLIGHT.
           05  TPERIODOFUNCAO
               LINE 13  COLUMN 26  PIC 9(02)
               USING  PERIODOFUNCAO
               HIGHLIGHT.
           05  TRISCOFUNCAO
               LINE 15  COLUMN 26  PIC X(40)
               USING  RISCOFUNCAO
               HIGHLIGHT.
           05  TATIVAFUNCAO
               LINE 17  COLUMN 26  PIC X(01)
               USING  ATIVAFUNCAO
               HIGHLIGHT.
      *
      *--------------(INICIO)--------------------------
       PROCEDURE DIVISION.
       INICIO.
       L0.
           OPEN I-O CADFUNCAO
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADFUNCAO
                CLOSE CADFUNCAO
                MOVE " ARQUIVO CADFUNCAO FOI CRIADO " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO L0
             ELSE
                MOVE " ERRO NA ABERTURA DO ARQUIVO " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.
           OPEN INPUT CADEMPRESA
           IF ST-ERRO NOT = "00"
              MOVE " ERRO NA ABERTURA DO ARQUIVO CADEMPRESA " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFUNCAO
              GO TO ROT-FIM2.
           OPEN INPUT CADFUNCIONARIO
           IF ST-ERRO = "00"
              MOVE "S" TO W-FUNCIOOK.
           OPEN INPUT CADPCMSO
           IF ST-ERRO = "00"
              MOVE "S" TO W-PCMSOOK.
           PERFORM ABRIR-CADSESSAO.
           PERFORM ABRIR-CADLOG.
       L1.
           MOVE ZEROS TO W-SEL
           MOVE SPACES TO NOMEFUNCAO RISCOFUNCAO
           MOVE ZEROS TO EMPFUNCAO CODFUNCAO CBOFUNCAO
           MOVE 12 TO PERIODOFUNCAO
           MOVE "S" TO ATIVAFUNCAO
           DISPLAY TELAFUNCAO.
       L2.
           ACCEPT TEMPFUNCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF EMPFUNCAO = ZEROS
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2.
           MOVE EMPFUNCAO TO CODEMPRESA
           READ CADEMPRESA
           IF ST-ERRO NOT = "00"
              MOVE "** EMPRESA NAO CADASTRADA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2.
           DISPLAY (05, 31) RAZAOEMPRESA.
       L3.
           ACCEPT TCODFUNCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L2.
           IF CODFUNCAO = ZEROS
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L3.
        LER.
           READ CADFUNCAO
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 DISPLAY TELAFUNCAO
                 DISPLAY (05, 31) RAZAOEMPRESA
                 MOVE "** FUNCAO JA CADASTRADA **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADFUNCAO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
             MOVE "FUNCAO AINDA NAO CADASTRADA" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM.
        L4.
           ACCEPT TNOMEFUNCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L3.
           IF NOMEFUNCAO = SPACES
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L4.
        L5.
           ACCEPT TCBOFUNCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L4.
           IF CBOFUNCAO = ZEROS
              MOVE "INFORME O CODIGO CBO DA FUNCAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L5.
        L6.
           ACCEPT TPERIODOFUNCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L5.
           IF PERIODOFUNCAO = ZEROS OR PERIODOFUNCAO > 24
              MOVE "PERIODICIDADE ENTRE 01 E 24 MESES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L6.
        L7.
           ACCEPT TRISCOFUNCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L6.
           IF RISCOFUNCAO = SPACES
              MOVE "AUSENCIA DE RISCO ESPECIFICO" TO RISCOFUNCAO
              DISPLAY TRISCOFUNCAO.
        L8.
           ACCEPT TATIVAFUNCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L7.
           IF ATIVAFUNCAO NOT = "S" AND ATIVAFUNCAO NOT = "N"
              MOVE "INFORME S=ATIVA OU N=INATIVA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L8.

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
            WRITE REGFUNCAO
            IF ST-ERRO = "00" OR "02"
               MOVE KEYFUNCAO TO CHAVELOGTX
               MOVE "N" TO ACAOLOGTX
               PERFORM ESCREVE-LOG
               MOVE "** DADOS GRAVADOS **" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO L1.
            IF ST-ERRO = "22"
               MOVE "** FUNCAO JA CADASTRADA, DADOS NAO GRAVADOS **"
                      TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO L1
            ELSE
               MOVE "* ERRO NA GRAVACAO DO ARQUIVO DE FUNCOES * "
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
      *------- FUNCAO COM TRABALHADORES OU PCMSO NAO E EXCLUIDA -------
       VERIFICA-REFFUNCAO.
           MOVE ZEROS TO W-QTDEREF
           MOVE KEYFUNCAO TO W-CHAVEFUNCAO
           IF W-FUNCIOOK NOT = "S"
              GO TO VERIFICA-REFPCMSO.
           MOVE W-EMPCHAVE TO EMPFUNCIO
           MOVE ZEROS TO CPFFUNCIO
           START CADFUNCIONARIO KEY IS NOT LESS KEYFUNCIO INVALID KEY
                 GO TO VERIFICA-REFPCMSO.
       VERIFICA-REFFUNCAO1.
           READ CADFUNCIONARIO NEXT
           IF ST-ERRO NOT = "00"
              GO TO VERIFICA-REFPCMSO.
           IF EMPFUNCIO NOT = W-EMPCHAVE
              GO TO VERIFICA-REFPCMSO.
           IF FUNCFUNCIO = W-FUNCCHAVE
              ADD 1 TO W-QTDEREF.
           GO TO VERIFICA-REFFUNCAO1.
       VERIFICA-REFPCMSO.
           IF W-PCMSOOK NOT = "S"
              GO TO VERIFICA-REFFIM.
           MOVE W-EMPCHAVE TO EMPPCMSO
           MOVE W-FUNCCHAVE TO FUNCPCMSO
           MOVE ZEROS TO EXAMEPCMSO
           START CADPCMSO KEY IS NOT LESS KEYPCMSO INVALID KEY
                 GO TO VERIFICA-REFFIM.
           READ CADPCMSO NEXT
           IF ST-ERRO = "00"
              IF EMPPCMSO = W-EMPCHAVE AND FUNCPCMSO = W-FUNCCHAVE
                 ADD 1 TO W-QTDEREF.
       VERIFICA-REFFIM.
           MOVE W-CHAVEFUNCAO TO KEYFUNCAO
           IF W-QTDEREF > ZEROS
              MOVE W-QTDEREF TO W-QTDEREFED
              DISPLAY (24, 12) "QTDE DE REGISTROS VINCULADOS: "
              DISPLAY (24, 43) W-QTDEREFED
              MOVE "** FUNCAO EM USO, EXCLUSAO BLOQUEADA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
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
                DELETE CADFUNCAO RECORD
                IF ST-ERRO = "00"
                   MOVE KEYFUNCAO TO CHAVELOGTX
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
                REWRITE REGFUNCAO
                IF ST-ERRO = "00" OR "02"
                   MOVE KEYFUNCAO TO CHAVELOGTX
                   MOVE "A" TO ACAOLOGTX
                   PERFORM ESCREVE-LOG
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO L1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO DE FUNCAO" TO MENS
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
           MOVE "SMP060" TO PROGRAMALOGTX
           MOVE LOGTX TO REGLOG
           WRITE REGLOG.
      *
       ROT-FIM.
           CLOSE CADFUNCAO CADEMPRESA CADLOG.
           IF W-FUNCIOOK = "S"
              CLOSE CADFUNCIONARIO.
           IF W-PCMSOOK = "S"
              CLOSE CADPCMSO.
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
