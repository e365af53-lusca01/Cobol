       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP064.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    ODONTOGRAMA DO PACIENTE (DENTE/FACE, CONDICAO E            *
      *    PROCEDIMENTO PLANEJADO OU REALIZADO)                       *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADODONTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYODONTO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    ALTERNATE RECORD KEY IS NOMEPACIENTE
                                         WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPROC
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DESCPROC
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
       FD CADODONTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADODONTO.DAT".
       01  REGODONTO.
           03 KEYODONTO.
              05 CPFODO           PIC 9(11).
              05 DENTEODO         PIC 9(02).
              05 FACEODO          PIC X(01).
           03 CONDICAOODO         PIC 9(02).
           03 SITODO              PIC X(01).
              88 ODO-EXISTENTE      VALUE "E".
              88 ODO-PLANEJADO      VALUE "P".
              88 ODO-REALIZADO      VALUE "R".
           03 CODPROCODO          PIC 9(08).
           03 DATAODO             PIC 9(08).
           03 CRMODO              PIC 9(06).
           03 OPERODO             PIC 9(04).
           03 OBSODO              PIC X(40).
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
       FD CADPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROC.DAT".
       01  REGPROC.
           03 CODPROC             PIC 9(08).
           03 DESCPROC            PIC X(40).
           03 VALORPROC           PIC 9(06)V99.
           03 ATIVOPROC           PIC X(01).
           03 EXIGETCLEPROC       PIC X(01).
              88 PROC-EXIGE-TCLE    VALUE "S".
           03 TEXTOTCLEPROC.
              05 TEXTOTCLE1PROC   PIC X(60).
              05 TEXTOTCLE2PROC   PIC X(60).
              05 TEXTOTCLE3PROC   PIC X(60).
              05 TEXTOTCLE4PROC   PIC X(60).
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
      *---NUMERACAO FDI (QUADRANTE + DENTE)----------------------------
       01 W-QUADRANTE   PIC 9(01) VALUE ZEROS.
       01 W-NUMDENTE    PIC 9(01) VALUE ZEROS.
       01 W-DENTEOK     PIC X(01) VALUE "N".
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
       01  TELAODONTO.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "                       ODONTOGRAMA DO PA".
           05  LINE 03  COLUMN 41
               VALUE  "CIENTE".
           05  LINE 05  COLUMN 01
               VALUE  "     CPF DO PACIENTE   :".
           05  LINE 07  COLUMN 01
               VALUE  "     DENTE (FDI)       :".
           05  LINE 07  COLUMN 41
               VALUE  "11-48 PERMANENTES  51-85 DECIDUOS".
           05  LINE 08  COLUMN 01
               VALUE  "     FACE              :".
           05  LINE 08  COLUMN 41
               VALUE  "M D O V L  T=DENTE INTEIRO".
           05  LINE 10  COLUMN 01
               VALUE  "     CONDICAO          :".
           05  LINE 11  COLUMN 01
               VALUE  "     01 HIGIDO  02 CARIE  03 RESTAURADO  04".
           05  LINE 11  COLUMN 44
               VALUE  " AUSENTE  05 EXTRACAO INDICADA".
           05  LINE 12  COLUMN 01
               VALUE  "     06 CANAL  07 COROA/PROTESE  08 FRATUR".
           05  LINE 12  COLUMN 43
               VALUE  "A  09 IMPLANTE  10 SELANTE".
           05  LINE 14  COLUMN 01
               VALUE  "     SITUACAO          :".
           05  LINE 14  COLUMN 41
               VALUE  "E=EXISTENTE P=PLANEJADO R=REALIZADO".
           05  LINE 15  COLUMN 01
               VALUE  "     PROCEDIMENTO      :".
           05  LINE 16  COLUMN 01
               VALUE  "     CRM DO DENTISTA   :".
           05  LINE 17  COLUMN 01
               VALUE  "     OBSERVACAO        :".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TCPFODO
               LINE 05  COLUMN 26  PIC 9(11)
               USING  CPFODO
               HIGHLIGHT.
           05  TDENTEODO
               LINE 07  COLUMN 26  PIC 9(02)
               USING  DENTEODO
               HIGHLIGHT.
           05  TFACEODO
               LINE 08  COLUMN 26  PIC X(01)
               USING  FACEODO
               HIGHLIGHT.
           05  TCONDICAOODO
               LINE 10  COLUMN 26  PIC 9(02)
               USING  CONDICAOODO
               HIGHLIGHT.
           05  TSITODO
               LINE 14  COLUMN 26  PIC X(01)
               USING  SITODO
               HIGHLIGHT.
           05  TCODPROCODO
               LINE 15  COLUMN 26  PIC 9(08)
               USING  CODPROCODO
               HIGHLIGHT.
           05  TCRMODO
               LINE 16  COLUMN 26  PIC 9(06)
               USING  CRMODO
               HIGHLIGHT.
           05  TOBSODO
               LINE 17  COLUMN 26  PIC X(40)
               USING  OBSODO
               HIGHLIGHT.
      *
      *--------------(INICIO)--------------------------
       PROCEDURE DIVISION.
       INICIO.
       L0.
           OPEN I-O CADODONTO
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADODONTO
                CLOSE CADODONTO
                MOVE " ARQUIVO CADODONTO FOI CRIADO " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO L0
             ELSE
                MOVE " ERRO NA ABERTURA DO ARQUIVO " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE " ERRO NA ABERTURA DO ARQUIVO CADPACI " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADPROC
           IF ST-ERRO NOT = "00"
              MOVE " ERRO NA ABERTURA DO ARQUIVO CADPROC " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE " ERRO NA ABERTURA DO ARQUIVO CADMED " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM ABRIR-CADSESSAO.
           PERFORM ABRIR-CADLOG.
       L1.
           MOVE ZEROS TO W-SEL
           MOVE ZEROS TO CPFODO DENTEODO CONDICAOODO CODPROCODO
                         DATAODO CRMODO OPERODO
           MOVE SPACES TO FACEODO OBSODO
           MOVE "E" TO SITODO
           DISPLAY TELAODONTO.
       L2.
           ACCEPT TCPFODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           MOVE CPFODO TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "** PACIENTE NAO CADASTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2.
           DISPLAY (05, 39) NOMEPACIENTE.
       L3.
           ACCEPT TDENTEODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L2.
           PERFORM VALIDA-DENTE
           IF W-DENTEOK NOT = "S"
              MOVE "DENTE INVALIDO NA NUMERACAO FDI" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L3.
       L4.
           ACCEPT TFACEODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L3.
           IF FACEODO NOT = "M" AND "D" AND "O" AND "V" AND "L"
                                AND "T"
              MOVE "FACE: M D O V L OU T=DENTE INTEIRO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L4.
        LER.
           READ CADODONTO
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 DISPLAY TELAODONTO
                 DISPLAY (05, 39) NOMEPACIENTE
                 PERFORM MOSTRA-DESCRICOES
                 MOVE "** DENTE/FACE JA REGISTRADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADODONTO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
             MOVE "DENTE/FACE AINDA NAO REGISTRADO" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM.
        L5.
           ACCEPT TCONDICAOODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L4.
           IF CONDICAOODO = ZEROS OR CONDICAOODO > 10
              MOVE "CONDICAO ENTRE 01 E 10" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L5.
        L6.
           ACCEPT TSITODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L5.
           IF NOT ODO-EXISTENTE AND NOT ODO-PLANEJADO
                                AND NOT ODO-REALIZADO
              MOVE "INFORME E=EXISTENTE P=PLANEJADO R=REALIZADO"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L6.
           IF ODO-EXISTENTE
              MOVE ZEROS TO CODPROCODO
              DISPLAY TCODPROCODO
              DISPLAY (15, 36) LIMPA
              GO TO L8.
        L7.
           ACCEPT TCODPROCODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L6.
           MOVE CODPROCODO TO CODPROC
           READ CADPROC
           IF ST-ERRO NOT = "00"
              MOVE "**PROCEDIMENTO NAO ENCONTRADO**" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L7.
           IF ATIVOPROC NOT = "S"
              MOVE "**PROCEDIMENTO INATIVO NA TABELA**" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L7.
           DISPLAY (15, 36) DESCPROC.
        L8.
           ACCEPT TCRMODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L6.
           MOVE CRMODO TO CRM
           READ CADMED
           IF ST-ERRO NOT = "00"
              MOVE "** DENTISTA NAO CADASTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L8.
           DISPLAY (16, 36) NOMEMEDICO.
        L9.
           ACCEPT TOBSODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L8.
           ACCEPT DATAODO FROM DATE YYYYMMDD
           MOVE W-CODOPERLOG TO OPERODO.

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
            WRITE REGODONTO
            IF ST-ERRO = "00" OR "02"
               MOVE KEYODONTO TO CHAVELOGTX
               MOVE "N" TO ACAOLOGTX
               PERFORM ESCREVE-LOG
               MOVE "** DADOS GRAVADOS **" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO L1.
            IF ST-ERRO = "22"
               MOVE "** DENTE/FACE JA REGISTRADO, NAO GRAVADO **"
                      TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO L1
            ELSE
               MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADODONTO * "
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
                DELETE CADODONTO RECORD
                IF ST-ERRO = "00"
                   MOVE KEYODONTO TO CHAVELOGTX
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
                REWRITE REGODONTO
                IF ST-ERRO = "00" OR "02"
                   MOVE KEYODONTO TO CHAVELOGTX
                   MOVE "A" TO ACAOLOGTX
                   PERFORM ESCREVE-LOG
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO L1.
                MOVE "ERRO NA ALTERACAO DO ODONTOGRAMA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * ROTINAS AUXILIARES                    *
      *****************************************
      *
      *-----PERMANENTES 11-48 (QUADRANTES 1-4), DECIDUOS 51-85 (5-8)----
       VALIDA-DENTE.
           MOVE "N" TO W-DENTEOK
           DIVIDE DENTEODO BY 10 GIVING W-QUADRANTE
                  REMAINDER W-NUMDENTE
           IF W-QUADRANTE > 0 AND W-QUADRANTE < 5
              AND W-NUMDENTE > 0 AND W-NUMDENTE < 9
              MOVE "S" TO W-DENTEOK.
           IF W-QUADRANTE > 4 AND W-QUADRANTE < 9
              AND W-NUMDENTE > 0 AND W-NUMDENTE < 6
              MOVE "S" TO W-DENTEOK.
      *
       MOSTRA-DESCRICOES.
           IF CODPROCODO NOT = ZEROS
              MOVE CODPROCODO TO CODPROC
              READ CADPROC
              IF ST-ERRO = "00"
                 DISPLAY (15, 36) DESCPROC.
           MOVE CRMODO TO CRM
           READ CADMED
           IF ST-ERRO = "00"
              DISPLAY (16, 36) NOMEMEDICO.
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
           MOVE "SMP064" TO PROGRAMALOGTX
           MOVE LOGTX TO REGLOG
           WRITE REGLOG.
      *
       ROT-FIM.
           CLOSE CADODONTO CADPACI CADPROC CADMED CADLOG.
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
