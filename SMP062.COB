       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP062.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    CADASTRO DE TRABALHADORES DAS EMPRESAS CONVENIADAS         *
      *    (MEDICINA DO TRABALHO - FUNCAO E CONTROLE DE ASO)          *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADFUNCIONARIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYFUNCIO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADEMPRESA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODEMPRESA
                    FILE STATUS  IS ST-ERRO.
       SELECT CADFUNCAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYFUNCAO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    ALTERNATE RECORD KEY IS NOMEPACIENTE
                                         WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.
       SELECT CADASO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYASO
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
       FD CADASO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADASO.DAT".
       01  REGASO.
           03 KEYASO.
              05 EMPASO           PIC 9(04).
              05 NUMASO           PIC 9(06).
           03 CPFASO              PIC 9(11).
           03 FUNCASO             PIC 9(04).
           03 TIPOASO             PIC 9(01).
              88 ASO-ADMISSIONAL    VALUE 0.
              88 ASO-PERIODICO      VALUE 1.
              88 ASO-RETORNO        VALUE 2.
              88 ASO-MUDANCA        VALUE 3.
              88 ASO-DEMISSIONAL    VALUE 9.
           03 DATACONSASO         PIC 9(08).
           03 HORACONSASO         PIC 9(04).
           03 DATAASO             PIC 9(08).
           03 RESULTASO           PIC X(01).
              88 ASO-APTO           VALUE "A".
              88 ASO-INAPTO         VALUE "I".
           03 CRMASO              PIC 9(06).
           03 OPERASO             PIC 9(04).
           03 FILLER              PIC X(20).
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
       01 W-ASOOK        PIC X(01) VALUE "N".
       01 W-QTDEASO      PIC 9(06) VALUE ZEROS.
       01 W-QTDEASOED    PIC ZZZZZ9.
       01 W-CHAVEFUNCIO.
          03 W-EMPCHAVE     PIC 9(04).
          03 W-CPFCHAVE     PIC 9(11).
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
       01  TELAFUNCIO.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "             CADASTRO DE TRABALHADORES -".
           05  LINE 03  COLUMN 41
               VALUE  " MEDICINA DO TRABALHO".
           05  LINE 05  COLUMN 01
               VALUE  "     EMPRESA           :".
           05  LINE 07  COLUMN 01
               VALUE  "     CPF               :".
           05  LINE 09  COLUMN 01
               VALUE  "     FUNCAO            :".
           05  LINE 11  COLUMN 01
               VALUE  "     MATRICULA         :".
           05  LINE 13  COLUMN 01
               VALUE  "     ADMISSAO (AAAAMMDD)   :".
           05  LINE 15  COLUMN 01
               VALUE  "     SITUACAO (A/D)        :".
           05  LINE 16  COLUMN 01
               VALUE  "     DEMISSAO (AAAAMMDD)   :".
           05  LINE 18  COLUMN 01
               VALUE  "     ULTIMO ASO            :".
           05  LINE 19  COLUMN 01
               VALUE  "     PROXIMO PERIODICO     :".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TEMPFUNCIO
               LINE 05  COLUMN 26  PIC 9(04)
               USING  EMPFUNCIO
               HIGHLIGHT.
           05  TCPFFUNCIO
               LINE 07  COLUMN 26  PIC 9(11)
               USING  CPFFUNCIO
               HIGHLIGHT.
           05  TFUNCFUNCIO
               LINE 09  COLUMN 26  PIC 9(04)
               USING  FUNCFUNCIO
               HIGHLIGHT.
           05  TMATRICFUNCIO
               LINE 11  COLUMN 26  PIC X(20)
               USING  MATRICFUNCIO
               HIGHLIGHT.
           05  TDATAADMFUNCIO
               LINE 13  COLUMN 30  PIC 9(08)
               USING  DATAADMFUNCIO
               HIGHLIGHT.
           05  TSITFUNCIO
               LINE 15  COLUMN 30  PIC X(01)
               USING  SITFUNCIO
               HIGHLIGHT.
           05  TDATADEMFUNCIO
               LINE 16  COLUMN 30  PIC 9(08)
               USING  DATADEMFUNCIO
               HIGHLIGHT.
           05  TDATAULTASO
               LINE 18  COLUMN 30  PIC 9(08)
               USING  DATAULTASO
               HIGHLIGHT.
           05  TDATAPROXASO
               LINE 19  COLUMN 30  PIC 9(08)
               USING  DATAPROXASO
               HIGHLIGHT.
      *
      *--------------(INICIO)--------------------------
       PROCEDURE DIVISION.
       INICIO.
       L0.
           OPEN I-O CADFUNCIONARIO
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADFUNCIONARIO
                CLOSE CADFUNCIONARIO
                MOVE " ARQUIVO CADFUNCIONARIO FOI CRIADO " TO MENS
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
              CLOSE CADFUNCIONARIO
              GO TO ROT-FIM2.
           OPEN INPUT CADFUNCAO
           IF ST-ERRO NOT = "00"
              MOVE " ERRO NA ABERTURA DO ARQUIVO CADFUNCAO " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFUNCIONARIO CADEMPRESA
              GO TO ROT-FIM2.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE " ERRO NA ABERTURA DO ARQUIVO CADPACI " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFUNCIONARIO CADEMPRESA CADFUNCAO
              GO TO ROT-FIM2.
           OPEN INPUT CADASO
           IF ST-ERRO = "00"
              MOVE "S" TO W-ASOOK.
           PERFORM ABRIR-CADSESSAO.
           PERFORM ABRIR-CADLOG.
       L1.
           MOVE ZEROS TO W-SEL
           MOVE SPACES TO MATRICFUNCIO
           MOVE ZEROS TO EMPFUNCIO CPFFUNCIO FUNCFUNCIO DATAADMFUNCIO
                         DATADEMFUNCIO DATAULTASO TIPOULTASO
                         DATAPROXASO
           MOVE "A" TO SITFUNCIO
           DISPLAY TELAFUNCIO.
       L2.
           ACCEPT TEMPFUNCIO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF EMPFUNCIO = ZEROS
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2.
           MOVE EMPFUNCIO TO CODEMPRESA
           READ CADEMPRESA
           IF ST-ERRO NOT = "00"
              MOVE "** EMPRESA NAO CADASTRADA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2.
           DISPLAY (05, 31) RAZAOEMPRESA.
       L3.
           ACCEPT TCPFFUNCIO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L2.
           MOVE CPFFUNCIO TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "** TRABALHADOR NAO CADASTRADO COMO PACIENTE **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L3.
           DISPLAY (07, 39) NOMEPACIENTE.
        LER.
           READ CADFUNCIONARIO
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 DISPLAY TELAFUNCIO
                 DISPLAY (05, 31) RAZAOEMPRESA
                 DISPLAY (07, 39) NOMEPACIENTE
                 PERFORM MOSTRA-FUNCAO
                 MOVE "** TRABALHADOR JA CADASTRADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADFUNCIONARIO"
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
             MOVE "TRABALHADOR AINDA NAO CADASTRADO" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM.
        L4.
           ACCEPT TFUNCFUNCIO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L3.
           MOVE EMPFUNCIO TO EMPFUNCAO
           MOVE FUNCFUNCIO TO CODFUNCAO
           READ CADFUNCAO
           IF ST-ERRO NOT = "00"
              MOVE "** FUNCAO NAO CADASTRADA PARA A EMPRESA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L4.
           IF ATIVAFUNCAO NOT = "S"
              MOVE "** FUNCAO INATIVA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L4.
           DISPLAY (09, 31) NOMEFUNCAO.
        L5.
           ACCEPT TMATRICFUNCIO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L4.
           IF MATRICFUNCIO = SPACES
              MOVE "INFORME A MATRICULA DO TRABALHADOR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L5.
        L6.
           ACCEPT TDATAADMFUNCIO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L5.
           MOVE DATAADMFUNCIO TO W-DATAAMD
           PERFORM VALIDA-DATA
           IF W-DATAVALIDA NOT = "S"
              MOVE "DATA INVALIDA NO CALENDARIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L6.
        L7.
           ACCEPT TSITFUNCIO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L6.
           IF NOT FUNCIO-ATIVO AND NOT FUNCIO-DESLIGADO
              MOVE "INFORME A=ATIVO OU D=DESLIGADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L7.
           IF FUNCIO-ATIVO
              MOVE ZEROS TO DATADEMFUNCIO
              DISPLAY TDATADEMFUNCIO
              GO TO L9.
        L8.
           ACCEPT TDATADEMFUNCIO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L7.
           MOVE DATADEMFUNCIO TO W-DATAAMD
           PERFORM VALIDA-DATA
           IF W-DATAVALIDA NOT = "S"
              MOVE "DATA INVALIDA NO CALENDARIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L8.
           IF DATADEMFUNCIO < DATAADMFUNCIO
              MOVE "DEMISSAO ANTERIOR A ADMISSAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L8.
        L9.

      *------------- VERFICAR SE E ALTERACAO --------
           IF W-SEL = 1
              GO TO ALT-OPC.

        INC-OPC.
            MOVE "S" TO W-OPCAO
            DISPLAY (23, 40) "DADOS OK (S/N) : ".
            ACCEPT (23, 57) W-OPCAO WITH UPDATE
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
               GO TO L7.
            IF W-OPCAO = "N" OR "n"
               MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO L1.
            IF W-OPCAO NOT = "S" AND "s"
               MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-OPC.
        INC-WR1.
            WRITE REGFUNCIO
            IF ST-ERRO = "00" OR "02"
               MOVE KEYFUNCIO TO CHAVELOGTX
               MOVE "N" TO ACAOLOGTX
               PERFORM ESCREVE-LOG
               MOVE "** DADOS GRAVADOS - EMITIR ASO ADMISSIONAL **"
                  TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO L1.
            IF ST-ERRO = "22"
               MOVE "** TRABALHADOR JA CADASTRADO, NAO GRAVADO **"
                      TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO L1
            ELSE
               MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADFUNCIONARIO * "
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
      *------- TRABALHADOR COM ASO EMITIDO NAO E EXCLUIDO -------------
       VERIFICA-REFASO.
           MOVE ZEROS TO W-QTDEASO
           IF W-ASOOK NOT = "S"
              GO TO EXC-OPC.
           MOVE KEYFUNCIO TO W-CHAVEFUNCIO
           MOVE W-EMPCHAVE TO EMPASO
           MOVE ZEROS TO NUMASO
           START CADASO KEY IS NOT LESS KEYASO INVALID KEY
                 GO TO VERIFICA-REFASO2.
       VERIFICA-REFASO1.
           READ CADASO NEXT
           IF ST-ERRO NOT = "00"
              GO TO VERIFICA-REFASO2.
           IF EMPASO NOT = W-EMPCHAVE
              GO TO VERIFICA-REFASO2.
           IF CPFASO = W-CPFCHAVE
              ADD 1 TO W-QTDEASO.
           GO TO VERIFICA-REFASO1.
       VERIFICA-REFASO2.
           IF W-QTDEASO > ZEROS
              MOVE W-QTDEASO TO W-QTDEASOED
              DISPLAY (24, 12) "QTDE DE ASO EMITIDOS: "
              DISPLAY (24, 35) W-QTDEASOED
              MOVE "** TRABALHADOR COM ASO, INFORME DESLIGAMENTO **"
                                                        TO MENS
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
                DELETE CADFUNCIONARIO RECORD
                IF ST-ERRO = "00"
                   MOVE KEYFUNCIO TO CHAVELOGTX
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
                IF W-ACT = 01 GO TO L7.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO L1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGFUNCIO
                IF ST-ERRO = "00" OR "02"
                   MOVE KEYFUNCIO TO CHAVELOGTX
                   MOVE "A" TO ACAOLOGTX
                   PERFORM ESCREVE-LOG
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO L1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO DO TRABALHADOR"
                   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * ROTINAS AUXILIARES                    *
      *****************************************
      *
       MOSTRA-FUNCAO.
           MOVE EMPFUNCIO TO EMPFUNCAO
           MOVE FUNCFUNCIO TO CODFUNCAO
           READ CADFUNCAO
           IF ST-ERRO = "00"
              DISPLAY (09, 31) NOMEFUNCAO.
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
           MOVE "SMP062" TO PROGRAMALOGTX
           MOVE LOGTX TO REGLOG
           WRITE REGLOG.
      *
       ROT-FIM.
           CLOSE CADFUNCIONARIO CADEMPRESA CADFUNCAO CADPACI CADLOG.
           IF W-ASOOK = "S"
              CLOSE CADASO.
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
