       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP078.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    CADASTRO DE FUNCIONARIOS ESCALAVEIS (ENFERMEIROS,          *
      *    TECNICOS DE ENFERMAGEM E MEDICOS PLANTONISTAS)             *
      *    LIGADO AO CADOPER (LOGIN) E, PARA MEDICOS, AO CADMED       *
      *    (A ESCALA MENSAL E MANTIDA PELO PROGRAMA ESCALA)           *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFUNC
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEFUNC
                       WITH DUPLICATES.
       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODOPER
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEOPER
                       WITH DUPLICATES.
       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
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
      *---------FUNCIONARIO ESCALAVEL-----------------------------------
       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
       01  REGFUNC.
           03 CODFUNC             PIC 9(05).
           03 NOMEFUNC            PIC X(30).
           03 CATEGFUNC           PIC 9(01).
              88 FUNC-ENFERMEIRO    VALUE 1.
              88 FUNC-TECNICO       VALUE 2.
              88 FUNC-MEDICO        VALUE 3.
           03 CONSELHOFUNC        PIC X(10).
           03 CRMFUNC             PIC 9(06).
           03 CODOPERFUNC         PIC 9(04).
           03 CARGAFUNC           PIC 9(03).
           03 ATIVOFUNC           PIC X(01).
           03 FILLER              PIC X(20).
      *
       FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
       01  REGOPER.
           03 CODOPER             PIC 9(04).
           03 NOMEOPER            PIC X(30).
           03 SENHAOPER           PIC X(10).
           03 ATIVOOPER           PIC X(01).
           03 PERFILOPER          PIC 9(01).
           03 SENHAANT1           PIC X(10).
           03 SENHAANT2           PIC X(10).
           03 DATATROCASENHA      PIC 9(08).
           03 BLOQUEADOOPER       PIC X(01).
           03 TENTATIVASOPER      PIC 9(01).
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01  REGMED.
           03 CRM                       PIC 9(06).
           03 NOMEMEDICO                PIC X(30).
           03 ESPECIALIDADE             PIC 9(02).
           03 SEXOMEDICO                PIC X(01).
           03 EMAIL                     PIC X(30).
           03 TELEFONE.
              05 DDD                    PIC 9(02).
              05 NUMERO                 PIC 9(09).
           03 DATANASCMEDICO.
              05 DIAMEDICO              PIC 9(02).
              05 MESMEDICO              PIC 9(02).
              05 ANOMEDICO              PIC 9(04).
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
       01 W-OPEROK      PIC X(01) VALUE "N".
       01 W-MEDOK       PIC X(01) VALUE "N".
       01 W-DESCCATEG   PIC X(20) VALUE SPACES.
       01 W-NOMEOPER    PIC X(30) VALUE SPACES.
       01 W-NOMEMED     PIC X(30) VALUE SPACES.
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
       01  TELAFUNC.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "               CADASTRO DE FUNCIONARIOS ".
           05  LINE 03  COLUMN 41
               VALUE  "PARA ESCALA".
           05  LINE 05  COLUMN 01
               VALUE  "     CODIGO         :".
           05  LINE 07  COLUMN 01
               VALUE  "     NOME           :".
           05  LINE 09  COLUMN 01
               VALUE  "     CATEGORIA      :".
           05  LINE 10  COLUMN 01
               VALUE  "     (1=ENFERMEIRO 2=TECNICO ENFERMAGEM ".
           05  LINE 10  COLUMN 41
               VALUE  "3=MEDICO PLANTONISTA)".
           05  LINE 11  COLUMN 01
               VALUE  "     NR. CONSELHO   :".
           05  LINE 11  COLUMN 35
               VALUE  "(COREN / CRM)".
           05  LINE 13  COLUMN 01
               VALUE  "     CRM (MEDICO)   :".
           05  LINE 15  COLUMN 01
               VALUE  "     OPERADOR LOGIN :".
           05  LINE 17  COLUMN 01
               VALUE  "     CARGA MENSAL   :".
           05  LINE 17  COLUMN 28
               VALUE  "HORAS".
           05  LINE 19  COLUMN 01
               VALUE  "     ATIVO (S/N)    :".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TCODFUNC
               LINE 05  COLUMN 23  PIC 9(05)
               USING  CODFUNC
               HIGHLIGHT.
           05  TNOMEFUNC
               LINE 07  COLUMN 23  PIC X(30)
               USING  NOMEFUNC
               HIGHLIGHT.
           05  TCATEGFUNC
               LINE 09  COLUMN 23  PIC 9(01)
               USING  CATEGFUNC
               HIGHLIGHT.
           05  TW-DESCCATEG
               LINE 09  COLUMN 26  PIC X(20)
               USING  W-DESCCATEG
               HIGHLIGHT.
           05  TCONSELHOFUNC
               LINE 11  COLUMN 23  PIC X(10)
               USING  CONSELHOFUNC
               HIGHLIGHT.
           05  TCRMFUNC
               LINE 13  COLUMN 23  PIC 9(06)
               USING  CRMFUNC
               HIGHLIGHT.
           05  TW-NOMEMED
               LINE 13  COLUMN 31  PIC X(30)
               USING  W-NOMEMED
               HIGHLIGHT.
           05  TCODOPERFUNC
               LINE 15  COLUMN 23  PIC 9(04)
               USING  CODOPERFUNC
               HIGHLIGHT.
           05  TW-NOMEOPER
               LINE 15  COLUMN 31  PIC X(30)
               USING  W-NOMEOPER
               HIGHLIGHT.
           05  TCARGAFUNC
               LINE 17  COLUMN 23  PIC 9(03)
               USING  CARGAFUNC
               HIGHLIGHT.
           05  TATIVOFUNC
               LINE 19  COLUMN 23  PIC X(01)
               USING  ATIVOFUNC
               HIGHLIGHT.
      *
      *--------------(INICIO)--------------------------
       PROCEDURE DIVISION.
       INICIO.
       L0.
           OPEN I-O CADFUNC
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADFUNC
                CLOSE CADFUNC
                MOVE " ARQUIVO CADFUNC FOI CRIADO " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO L0
             ELSE
                MOVE " ERRO NA ABERTURA DO ARQUIVO " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.
           OPEN INPUT CADOPER
           IF ST-ERRO = "00"
              MOVE "S" TO W-OPEROK.
           OPEN INPUT CADMED
           IF ST-ERRO = "00"
              MOVE "S" TO W-MEDOK.
           PERFORM ABRIR-CADSESSAO.
           PERFORM ABRIR-CADLOG.
       L1.
           MOVE SPACES TO NOMEFUNC CONSELHOFUNC ATIVOFUNC
           MOVE SPACES TO W-DESCCATEG W-NOMEOPER W-NOMEMED
           MOVE ZEROS TO CODFUNC CATEGFUNC CRMFUNC CODOPERFUNC
           MOVE ZEROS TO CARGAFUNC
           MOVE ZEROS TO W-SEL
           DISPLAY TELAFUNC.
       L2.
           ACCEPT TCODFUNC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF CODFUNC = ZEROS
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2.
        LER.
           READ CADFUNC
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 PERFORM MOSTRA-DESCRICOES
                 DISPLAY TELAFUNC
                 MOVE "** FUNCIONARIO JA CADASTRADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADFUNC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
             MOVE "S" TO ATIVOFUNC
             MOVE 180 TO CARGAFUNC
             DISPLAY TELAFUNC
             MOVE "FUNCIONARIO AINDA NAO CADASTRADO" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM.
        L3.
           ACCEPT TNOMEFUNC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L1.
           IF NOMEFUNC = SPACES
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L3.
        L4.
           ACCEPT TCATEGFUNC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L3.
           IF NOT FUNC-ENFERMEIRO AND NOT FUNC-TECNICO
              AND NOT FUNC-MEDICO
              MOVE "INFORME A CATEGORIA 1, 2 OU 3" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L4.
           PERFORM MOSTRA-DESCRICOES
           DISPLAY TW-DESCCATEG.
        L5.
           ACCEPT TCONSELHOFUNC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L4.
           IF CONSELHOFUNC = SPACES
              MOVE "INFORME O NUMERO NO CONSELHO DE CLASSE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L5.
      *------------- MEDICO PLANTONISTA PRECISA DO CRM NO CADMED ------
        L6.
           IF NOT FUNC-MEDICO
              MOVE ZEROS TO CRMFUNC
              MOVE SPACES TO W-NOMEMED
              DISPLAY TCRMFUNC TW-NOMEMED
              GO TO L7.
           ACCEPT TCRMFUNC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L5.
           IF CRMFUNC = ZEROS
              MOVE "INFORME O CRM DO MEDICO PLANTONISTA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L6.
           IF W-MEDOK = "S"
              MOVE CRMFUNC TO CRM
              READ CADMED
              IF ST-ERRO NOT = "00"
                 MOVE "** MEDICO NAO CADASTRADO NO CADMED **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO L6.
           PERFORM MOSTRA-DESCRICOES
           DISPLAY TW-NOMEMED.
      *------------- OPERADOR DO LOGIN (00 = NAO ACESSA O SISTEMA) -----
        L7.
           ACCEPT TCODOPERFUNC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              IF FUNC-MEDICO
                 GO TO L6
              ELSE
                 GO TO L5.
           IF CODOPERFUNC NOT = ZEROS AND W-OPEROK = "S"
              MOVE CODOPERFUNC TO CODOPER
              READ CADOPER
              IF ST-ERRO NOT = "00"
                 MOVE "** OPERADOR NAO CADASTRADO NO CADOPER **"
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO L7.
           PERFORM MOSTRA-DESCRICOES
           DISPLAY TW-NOMEOPER.
        L8.
           ACCEPT TCARGAFUNC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L7.
           IF CARGAFUNC = ZEROS
              MOVE "INFORME A CARGA HORARIA MENSAL CONTRATADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L8.
        L9.
           ACCEPT TATIVOFUNC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L8.
           IF ATIVOFUNC NOT = "S" AND ATIVOFUNC NOT = "N"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L9.

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
            WRITE REGFUNC
            IF ST-ERRO = "00" OR "02"
               MOVE CODFUNC TO CHAVELOGTX
               MOVE "N" TO ACAOLOGTX
               PERFORM ESCREVE-LOG
               MOVE "** DADOS GRAVADOS **" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO L1.
            IF ST-ERRO = "22"
               MOVE "** FUNCIONARIO JA CADASTRADO, NAO GRAVADO **"
                      TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO L1
            ELSE
               MOVE "* ERRO NA GRAVACAO DO ARQUIVO DE FUNCIONARIOS *"
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
                DELETE CADFUNC RECORD
                IF ST-ERRO = "00"
                   MOVE CODFUNC TO CHAVELOGTX
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
                REWRITE REGFUNC
                IF ST-ERRO = "00" OR "02"
                   MOVE CODFUNC TO CHAVELOGTX
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
           MOVE SPACES TO W-DESCCATEG W-NOMEOPER W-NOMEMED
           IF FUNC-ENFERMEIRO
              MOVE "ENFERMEIRO" TO W-DESCCATEG.
           IF FUNC-TECNICO
              MOVE "TECNICO ENFERMAGEM" TO W-DESCCATEG.
           IF FUNC-MEDICO
              MOVE "MEDICO PLANTONISTA" TO W-DESCCATEG.
           IF CRMFUNC NOT = ZEROS AND W-MEDOK = "S"
              MOVE CRMFUNC TO CRM
              READ CADMED
              IF ST-ERRO = "00"
                 MOVE NOMEMEDICO TO W-NOMEMED.
           IF CODOPERFUNC NOT = ZEROS AND W-OPEROK = "S"
              MOVE CODOPERFUNC TO CODOPER
              READ CADOPER
              IF ST-ERRO = "00"
                 MOVE NOMEOPER TO W-NOMEOPER.
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
           MOVE "SMP078" TO PROGRAMALOGTX
           MOVE LOGTX TO REGLOG
           WRITE REGLOG.
      *
       ROT-FIM.
           CLOSE CADFUNC CADLOG
           IF W-OPEROK = "S"
              CLOSE CADOPER.
           IF W-MEDOK = "S"
              CLOSE CADMED.
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
