       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP066.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    APROVACAO E EXECUCAO DO PLANO DE TRATAMENTO ODONTOLOGICO   *
      *    ITEM REALIZADO VIRA PROCEDIMENTO DA CONSULTA (CADCONSITEM) *
      *    E ATUALIZA O ODONTOGRAMA DO PACIENTE                       *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPLANOODO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPLANO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPLANOITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPLANOITEM
                    FILE STATUS  IS ST-ERRO.
       SELECT CADODONTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYODONTO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCONSITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCONSITEM
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCONSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPAL
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DATACONS
                       WITH DUPLICATES.
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
       SELECT CADTCLE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYTCLE
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
       FD CADPLANOODO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLANOODO.DAT".
       01  REGPLANO.
           03 KEYPLANO.
              05 CPFPLANO         PIC 9(11).
              05 NUMPLANO         PIC 9(03).
           03 DATAPLANO           PIC 9(08).
           03 CRMPLANO            PIC 9(06).
           03 STATUSPLANO         PIC X(01).
              88 PLANO-ABERTO       VALUE "A".
              88 PLANO-APROVADO     VALUE "P".
              88 PLANO-CONCLUIDO    VALUE "C".
              88 PLANO-CANCELADO    VALUE "X".
           03 VALORPLANO          PIC 9(07)V99.
           03 DATAAPROVPLANO      PIC 9(08).
           03 NOMEAPROVPLANO      PIC X(30).
           03 OPERPLANO           PIC 9(04).
           03 FILLER              PIC X(20).
      *
       FD CADPLANOITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLANOITEM.DAT".
       01  REGPLANOITEM.
           03 KEYPLANOITEM.
              05 CPFPIT           PIC 9(11).
              05 NUMPIT           PIC 9(03).
              05 SEQPIT           PIC 9(02).
           03 DENTEPIT            PIC 9(02).
           03 FACEPIT             PIC X(01).
           03 CODPROCPIT          PIC 9(08).
           03 DESCPIT             PIC X(40).
           03 VALORPIT            PIC 9(06)V99.
           03 CONDPIT             PIC 9(02).
           03 STATUSPIT           PIC X(01).
              88 PIT-PENDENTE       VALUE "P".
              88 PIT-REALIZADO      VALUE "R".
              88 PIT-CANCELADO      VALUE "C".
           03 CONSPIT.
              05 DATACONSPIT.
                 07 DIACONSPIT    PIC 9(02).
                 07 MESCONSPIT    PIC 9(02).
                 07 ANOCONSPIT    PIC 9(04).
              05 HORACONSPIT      PIC 9(04).
           03 SEQITEMPIT          PIC 9(02).
           03 DATAREALPIT         PIC 9(08).
           03 FILLER              PIC X(20).
      *
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
       FD CADCONSITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSITEM.DAT".
       01  REGCONSITEM.
           03 KEYCONSITEM.
              05 CPFITEM          PIC 9(11).
              05 DATAITEM.
                 07 DIAITEM       PIC 9(02).
                 07 MESITEM       PIC 9(02).
                 07 ANOITEM       PIC 9(04).
              05 HORAITEM         PIC 9(04).
              05 SEQITEM          PIC 9(02).
           03 CODPROCITEM         PIC 9(08).
           03 DESCPROCITEM        PIC X(40).
           03 VALORITEM           PIC 9(06)V99.
      *
       FD CADCONSU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSU.DAT".
       01  REGCONS.
           03 KEYPRINCIPAL.
              05 CPFPACIENTE       PIC 9(11).
              05 DATACONS.
                 07 DIAC           PIC 9(02).
                 07 MESC           PIC 9(02).
                 07 ANOC           PIC 9(04).
              05 HORAC             PIC 9(04).
           03 CODMED               PIC 9(06).
           03 CODCONV              PIC 9(04).
           03 CODCID               PIC X(07).
           03 DESCRICAO1           PIC X(60).
           03 DESCRICAO2           PIC X(60).
           03 STATUSCONS           PIC X(01).
              88 AGENDADA          VALUE "A".
              88 REALIZADA         VALUE "R".
              88 CANCELADA         VALUE "C".
              88 FALTOU            VALUE "F".
           03 VALOR                PIC 9(06)V99.
           03 PAGO                 PIC X(01).
              88 PAGO-SIM          VALUE "S".
              88 PAGO-NAO          VALUE "N".
           03 PESO                 PIC 9(03)V9.
           03 ALTURA               PIC 9(03).
           03 PRESSAOSIS           PIC 9(03).
           03 PRESSAODIA           PIC 9(03).
           03 TEMPERATURA          PIC 9(02)V9.
           03 RETORNO.
              05 DIARETORNO        PIC 9(02).
              05 MESRETORNO        PIC 9(02).
              05 ANORETORNO        PIC 9(04).
           03 SEVERIDADE           PIC 9(01).
              88 SEV-NAO-INFORMADA  VALUE 0.
              88 SEV-EMERGENCIA     VALUE 1.
              88 SEV-URGENCIA       VALUE 2.
              88 SEV-SEMI-URGENCIA  VALUE 3.
              88 SEV-NAO-URGENCIA   VALUE 4.
           03 CODSALA              PIC 9(02).
           03 UNIDADE               PIC 9(02).
           03 LEMBRETEENVIADO      PIC X(01).
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
       FD CADTCLE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTCLE.DAT".
       01  REGTCLE.
           03 KEYTCLE.
              05 CPFTCLE          PIC 9(11).
              05 DATACONSTCLE.
                 07 DIATCLE       PIC 9(02).
                 07 MESTCLE       PIC 9(02).
                 07 ANOTCLE       PIC 9(04).
              05 HORACONSTCLE     PIC 9(04).
              05 CODPROCTCLE      PIC 9(08).
           03 ASSINANTETCLE       PIC X(01).
              88 TCLE-PACIENTE      VALUE "P".
              88 TCLE-RESPONSAVEL   VALUE "R".
           03 NOMERESPTCLE        PIC X(30).
           03 NOMETESTTCLE        PIC X(30).
           03 CPFTESTTCLE         PIC 9(11).
           03 DATATCLE            PIC 9(08).
           03 HORATCLE            PIC 9(04).
           03 OPERTCLE            PIC 9(04).
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
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 ST-ERRO       PIC X(02) VALUE "00".
       01 W-ACAO        PIC X(01) VALUE SPACES.
       01 W-DATAVALIDA  PIC X(01) VALUE "N".
       01 W-HORAH       PIC 9(02) VALUE ZEROS.
       01 W-HORAM       PIC 9(02) VALUE ZEROS.
      *---TERMO DE CONSENTIMENTO (CADTCLE E OPCIONAL)------------
       01 W-TCLEOK      PIC X(01) VALUE "N".
      *---PROXIMA LINHA DE COBRANCA DA CONSULTA------------------
       01 W-SEQITEM     PIC 9(02) VALUE ZEROS.
      *---SITUACAO DOS ITENS DO PLANO-----------------------------
       01 W-PENDENTES   PIC 9(02) VALUE ZEROS.
       01 W-SEQPIT      PIC 9(02) VALUE ZEROS.
       01 W-VALORPLANOED PIC Z.ZZZ.ZZ9,99.
       01 W-STATUSTX    PIC X(10) VALUE SPACES.
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
       01  TELAEXECPLANO.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "              APROVACAO E EXECUCAO DO PL".
           05  LINE 03  COLUMN 41
               VALUE  "ANO ODONTOLOGICO".
           05  LINE 05  COLUMN 01
               VALUE  "     CPF DO PACIENTE   :".
           05  LINE 06  COLUMN 01
               VALUE  "     NUMERO DO PLANO   :".
           05  LINE 06  COLUMN 45
               VALUE  "STATUS :".
           05  LINE 07  COLUMN 01
               VALUE  "     CRM DO DENTISTA   :".
           05  LINE 08  COLUMN 01
               VALUE  "     DATA DO PLANO     :".
           05  LINE 08  COLUMN 45
               VALUE  "TOTAL  :".
           05  LINE 10  COLUMN 01
               VALUE  "     OPCAO             :".
           05  LINE 10  COLUMN 31
               VALUE  "A=APROVAR  X=CANCELAR  R=REALIZAR ITEM".
           05  LINE 12  COLUMN 01
               VALUE  "     APROVADO POR      :".
           05  LINE 13  COLUMN 01
               VALUE  "     DATA APROVACAO    :".
           05  LINE 15  COLUMN 01
               VALUE  "  ------------------------ REALIZACAO DE I".
           05  LINE 15  COLUMN 43
               VALUE  "TEM --------------------------".
           05  LINE 16  COLUMN 01
               VALUE  "     SEQUENCIA DO ITEM :".
           05  LINE 17  COLUMN 01
               VALUE  "     DENTE / FACE      :".
           05  LINE 18  COLUMN 01
               VALUE  "     CONSULTA DDMMAAAA :".
           05  LINE 18  COLUMN 41
               VALUE  "HORA :".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TCPFPLANO
               LINE 05  COLUMN 26  PIC 9(11)
               USING  CPFPLANO
               HIGHLIGHT.
           05  TNUMPLANO
               LINE 06  COLUMN 26  PIC 9(03)
               USING  NUMPLANO
               HIGHLIGHT.
           05  TCRMPLANO
               LINE 07  COLUMN 26  PIC 9(06)
               USING  CRMPLANO
               HIGHLIGHT.
           05  TDATAPLANO
               LINE 08  COLUMN 26  PIC 9(08)
               USING  DATAPLANO
               HIGHLIGHT.
           05  TACAO
               LINE 10  COLUMN 26  PIC X(01)
               USING  W-ACAO
               HIGHLIGHT.
           05  TNOMEAPROVPLANO
               LINE 12  COLUMN 26  PIC X(30)
               USING  NOMEAPROVPLANO
               HIGHLIGHT.
           05  TDATAAPROVPLANO
               LINE 13  COLUMN 26  PIC 9(08)
               USING  DATAAPROVPLANO
               HIGHLIGHT.
           05  TSEQPIT
               LINE 16  COLUMN 26  PIC 9(02)
               USING  SEQPIT
               HIGHLIGHT.
           05  TDENTEPIT
               LINE 17  COLUMN 26  PIC 9(02)
               USING  DENTEPIT
               HIGHLIGHT.
           05  TFACEPIT
               LINE 17  COLUMN 30  PIC X(01)
               USING  FACEPIT
               HIGHLIGHT.
           05  TDATACONSPIT
               LINE 18  COLUMN 26  PIC 9(08)
               USING  DATACONSPIT
               HIGHLIGHT.
           05  THORACONSPIT
               LINE 18  COLUMN 48  PIC 9(04)
               USING  HORACONSPIT
               HIGHLIGHT.
      *
      *--------------(INICIO)--------------------------
       PROCEDURE DIVISION.
       INICIO.
       L0.
           OPEN I-O CADPLANOODO
           IF ST-ERRO NOT = "00"
              MOVE " ERRO NA ABERTURA DO ARQUIVO CADPLANOODO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN I-O CADPLANOITEM
           IF ST-ERRO NOT = "00"
              MOVE " ERRO NA ABERTURA DO ARQUIVO CADPLANOITEM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPLANOODO
              GO TO ROT-FIM2.
           OPEN I-O CADODONTO
           IF ST-ERRO NOT = "00"
              MOVE " ERRO NA ABERTURA DO ARQUIVO CADODONTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPLANOODO CADPLANOITEM
              GO TO ROT-FIM2.
       L0-ITEM.
           OPEN I-O CADCONSITEM
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADCONSITEM
                CLOSE CADCONSITEM
                GO TO L0-ITEM
             ELSE
                MOVE " ERRO NA ABERTURA DO ARQUIVO CADCONSITEM" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADPLANOODO CADPLANOITEM CADODONTO
                GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.
           OPEN INPUT CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE " ERRO NA ABERTURA DO ARQUIVO CADCONSU " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
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
           OPEN INPUT CADTCLE
           IF ST-ERRO = "00"
              MOVE "S" TO W-TCLEOK.
           PERFORM ABRIR-CADSESSAO.
           PERFORM ABRIR-CADLOG.
       L1.
           MOVE ZEROS TO CPFPLANO NUMPLANO DATAPLANO CRMPLANO
                         VALORPLANO DATAAPROVPLANO
           MOVE SPACES TO NOMEAPROVPLANO STATUSPLANO W-ACAO
           PERFORM LIMPA-ITEM
           DISPLAY TELAEXECPLANO.
       L2.
           ACCEPT TCPFPLANO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           MOVE CPFPLANO TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "** PACIENTE NAO CADASTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2.
           DISPLAY (05, 39) NOMEPACIENTE.
       L3.
           ACCEPT TNUMPLANO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L1.
           READ CADPLANOODO
           IF ST-ERRO NOT = "00"
              MOVE "** PLANO NAO ENCONTRADO PARA O PACIENTE **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L3.
           PERFORM MOSTRA-PLANO.
       L4.
           MOVE SPACES TO W-ACAO
           ACCEPT TACAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L3.
           IF W-ACAO = "A"
              GO TO APR-001.
           IF W-ACAO = "X"
              GO TO CAN-001.
           IF W-ACAO = "R"
              GO TO REA-001.
           MOVE "A=APROVAR  X=CANCELAR  R=REALIZAR ITEM" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO L4.
      *
      *****************************************
      * APROVACAO DO PLANO PELO PACIENTE      *
      *****************************************
      *
       APR-001.
           IF NOT PLANO-ABERTO
              MOVE "** SOMENTE PLANO EM ABERTO PODE SER APROVADO **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L4.
           IF VALORPLANO = ZEROS
              MOVE "** PLANO SEM ITENS NAO PODE SER APROVADO **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L4.
           IF NOMEAPROVPLANO = SPACES
              IF NOMESOCIAL NOT = SPACES
                 MOVE NOMESOCIAL TO NOMEAPROVPLANO
              ELSE
                 MOVE NOMEPACIENTE TO NOMEAPROVPLANO.
           ACCEPT DATAAPROVPLANO FROM DATE YYYYMMDD
           DISPLAY TDATAAPROVPLANO.
       APR-002.
           ACCEPT TNOMEAPROVPLANO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L4.
           IF NOMEAPROVPLANO = SPACES
              MOVE "INFORME QUEM APROVOU O PLANO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APR-002.
       APR-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "APROVAR  (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO APR-002.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** PLANO NAO APROVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APR-OPC.
           MOVE "P" TO STATUSPLANO
           MOVE W-CODOPERLOG TO OPERPLANO
           REWRITE REGPLANO
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA ALTERACAO DO PLANO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE KEYPLANO TO CHAVELOGTX
           MOVE "A" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           MOVE "*** PLANO APROVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO L1.
      *
      *****************************************
      * CANCELAMENTO DO PLANO                 *
      *****************************************
      *
       CAN-001.
           IF NOT PLANO-ABERTO AND NOT PLANO-APROVADO
              MOVE "** PLANO JA CONCLUIDO OU CANCELADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L4.
       CAN-OPC.
           DISPLAY (23, 40) "CANCELAR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** PLANO NAO CANCELADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L4.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAN-OPC.
           PERFORM CANCELA-PENDENTES THRU FIM-CANCELA-PENDENTES
           READ CADPLANOODO
           MOVE "X" TO STATUSPLANO
           MOVE W-CODOPERLOG TO OPERPLANO
           REWRITE REGPLANO
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NO CANCELAMENTO DO PLANO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE KEYPLANO TO CHAVELOGTX
           MOVE "E" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           MOVE "*** PLANO CANCELADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO L1.
      *
      *****************************************
      * REALIZACAO DE ITEM DO PLANO           *
      *****************************************
      *
       REA-001.
           IF NOT PLANO-APROVADO
              MOVE "** PLANO PRECISA ESTAR APROVADO PELO PACIENTE **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L4.
       REA-002.
           PERFORM LIMPA-ITEM
           DISPLAY TSEQPIT TDENTEPIT TFACEPIT TDATACONSPIT
                   THORACONSPIT
           DISPLAY (16, 31) LIMPA
           ACCEPT TSEQPIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L4.
           MOVE CPFPLANO TO CPFPIT
           MOVE NUMPLANO TO NUMPIT
           READ CADPLANOITEM
           IF ST-ERRO NOT = "00"
              MOVE "** ITEM NAO ENCONTRADO NO PLANO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REA-002.
           DISPLAY TDENTEPIT TFACEPIT
           DISPLAY (16, 31) DESCPIT
           IF NOT PIT-PENDENTE
              MOVE "** ITEM JA REALIZADO OU CANCELADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REA-002.
       REA-003.
           ACCEPT TDATACONSPIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO REA-002.
           CALL "DATAVAL" USING DATACONSPIT W-DATAVALIDA
           CANCEL "DATAVAL"
           IF W-DATAVALIDA NOT = "S"
              MOVE "DATA DA CONSULTA INVALIDA NO CALENDARIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REA-003.
       REA-004.
           ACCEPT THORACONSPIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO REA-003.
           DIVIDE HORACONSPIT BY 100 GIVING W-HORAH REMAINDER W-HORAM
           IF W-HORAH > 23 OR W-HORAM > 59
              MOVE "O HORARIO INSERIDO NAO E VALIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REA-004.
      *------------------VERIFICANDO SE A CONSULTA EXISTE---------------
           MOVE CPFPIT TO CPFPACIENTE
           MOVE DATACONSPIT TO DATACONS
           MOVE HORACONSPIT TO HORAC
           READ CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE "*** CONSULTA NAO ENCONTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REA-003.
           IF CANCELADA
              MOVE "** CONSULTA CANCELADA NAO RECEBE PROCEDIMENTO **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REA-003.
      *---------------------------PROCEDIMENTO E TCLE-------------------
           MOVE CODPROCPIT TO CODPROC
           READ CADPROC
           IF ST-ERRO NOT = "00"
              MOVE "**PROCEDIMENTO NAO ENCONTRADO**" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REA-002.
           IF PROC-EXIGE-TCLE
              PERFORM VERIFICA-TCLE THRU FIM-VERIFICA-TCLE
              IF ST-ERRO NOT = "00"
                 MOVE "** PROCEDIMENTO EXIGE TCLE ASSINADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO REA-003.
       REA-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "REALIZAR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO REA-004.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** ITEM NAO REALIZADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REA-002.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REA-OPC.
      *---------------LINHA DE COBRANCA NA CONSULTA--------------------
           PERFORM PROXIMO-SEQITEM THRU FIM-PROXIMO-SEQITEM
           IF W-SEQITEM > 98
              MOVE "** CONSULTA SEM LINHAS DE COBRANCA LIVRES **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REA-002.
           ADD 1 TO W-SEQITEM
           MOVE CPFPIT TO CPFITEM
           MOVE DATACONSPIT TO DATAITEM
           MOVE HORACONSPIT TO HORAITEM
           MOVE W-SEQITEM TO SEQITEM
           MOVE CODPROCPIT TO CODPROCITEM
           MOVE DESCPROC TO DESCPROCITEM
           MOVE VALORPIT TO VALORITEM
           WRITE REGCONSITEM
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADCONSITEM * "
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE KEYCONSITEM TO CHAVELOGTX
           MOVE "N" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
      *---------------ITEM DO PLANO REALIZADO-----------------------
           MOVE "R" TO STATUSPIT
           MOVE W-SEQITEM TO SEQITEMPIT
           ACCEPT DATAREALPIT FROM DATE YYYYMMDD
           REWRITE REGPLANOITEM
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA ALTERACAO DO ITEM DO PLANO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE KEYPLANOITEM TO CHAVELOGTX
           MOVE "A" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           PERFORM ATUALIZA-ODONTOGRAMA THRU FIM-ATUALIZA-ODONTOGRAMA
           PERFORM VERIFICA-CONCLUSAO THRU FIM-VERIFICA-CONCLUSAO
           IF PLANO-CONCLUIDO
              MOVE "*** ITEM REALIZADO - PLANO CONCLUIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
           MOVE "*** ITEM REALIZADO E LANCADO NA CONSULTA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO REA-002.
      *
      *****************************************
      * ROTINAS AUXILIARES                    *
      *****************************************
      *
       LIMPA-ITEM.
           MOVE ZEROS TO SEQPIT DENTEPIT CODPROCPIT VALORPIT CONDPIT
                         CONSPIT SEQITEMPIT DATAREALPIT
           MOVE SPACES TO FACEPIT DESCPIT STATUSPIT.
      *
       MOSTRA-PLANO.
           DISPLAY TNUMPLANO TCRMPLANO TDATAPLANO TNOMEAPROVPLANO
                   TDATAAPROVPLANO
           MOVE CRMPLANO TO CRM
           READ CADMED
           IF ST-ERRO = "00"
              DISPLAY (07, 39) NOMEMEDICO.
           MOVE SPACES TO W-STATUSTX
           IF PLANO-ABERTO
              MOVE "ABERTO    " TO W-STATUSTX.
           IF PLANO-APROVADO
              MOVE "APROVADO  " TO W-STATUSTX.
           IF PLANO-CONCLUIDO
              MOVE "CONCLUIDO " TO W-STATUSTX.
           IF PLANO-CANCELADO
              MOVE "CANCELADO " TO W-STATUSTX.
           DISPLAY (06, 54) W-STATUSTX
           MOVE VALORPLANO TO W-VALORPLANOED
           DISPLAY (08, 54) W-VALORPLANOED.
      *
       VERIFICA-TCLE.
           IF W-TCLEOK NOT = "S"
              MOVE "23" TO ST-ERRO
              GO TO FIM-VERIFICA-TCLE.
           MOVE CPFPIT TO CPFTCLE
           MOVE DATACONSPIT TO DATACONSTCLE
           MOVE HORACONSPIT TO HORACONSTCLE
           MOVE CODPROCPIT TO CODPROCTCLE
           READ CADTCLE.
       FIM-VERIFICA-TCLE.
           EXIT.
      *
      *-----MAIOR SEQUENCIA JA LANCADA NA CONSULTA---------------------
       PROXIMO-SEQITEM.
           MOVE ZEROS TO W-SEQITEM
           MOVE CPFPIT TO CPFITEM
           MOVE DATACONSPIT TO DATAITEM
           MOVE HORACONSPIT TO HORAITEM
           MOVE ZEROS TO SEQITEM
           START CADCONSITEM KEY IS NOT LESS THAN KEYCONSITEM
           IF ST-ERRO NOT = "00"
              GO TO FIM-PROXIMO-SEQITEM.
       LER-PROXIMO-SEQITEM.
           READ CADCONSITEM NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-PROXIMO-SEQITEM.
           IF CPFITEM NOT = CPFPIT OR DATAITEM NOT = DATACONSPIT
              OR HORAITEM NOT = HORACONSPIT
              GO TO FIM-PROXIMO-SEQITEM.
           MOVE SEQITEM TO W-SEQITEM
           GO TO LER-PROXIMO-SEQITEM.
       FIM-PROXIMO-SEQITEM.
           EXIT.
      *
      *-----DENTE/FACE PASSA A REALIZADO COM A CONDICAO FINAL----------
       ATUALIZA-ODONTOGRAMA.
           MOVE CPFPIT TO CPFODO
           MOVE DENTEPIT TO DENTEODO
           MOVE FACEPIT TO FACEODO
           IF FACEODO = SPACES
              MOVE "T" TO FACEODO.
           READ CADODONTO
           MOVE CONDPIT TO CONDICAOODO
           MOVE "R" TO SITODO
           MOVE CODPROCPIT TO CODPROCODO
           MOVE CODMED TO CRMODO
           ACCEPT DATAODO FROM DATE YYYYMMDD
           MOVE W-CODOPERLOG TO OPERODO
           IF ST-ERRO = "00"
              REWRITE REGODONTO
              GO TO FIM-ATUALIZA-ODONTOGRAMA.
           MOVE SPACES TO OBSODO
           WRITE REGODONTO.
       FIM-ATUALIZA-ODONTOGRAMA.
           EXIT.
      *
      *-----PLANO CONCLUIDO QUANDO NAO HA MAIS ITENS PENDENTES---------
       VERIFICA-CONCLUSAO.
           MOVE ZEROS TO W-PENDENTES
           MOVE CPFPLANO TO CPFPIT
           MOVE NUMPLANO TO NUMPIT
           MOVE ZEROS TO SEQPIT
           START CADPLANOITEM KEY IS NOT LESS THAN KEYPLANOITEM
           IF ST-ERRO NOT = "00"
              GO TO GRAVA-CONCLUSAO.
       LER-VERIFICA-CONCLUSAO.
           READ CADPLANOITEM NEXT
           IF ST-ERRO NOT = "00"
              GO TO GRAVA-CONCLUSAO.
           IF CPFPIT NOT = CPFPLANO OR NUMPIT NOT = NUMPLANO
              GO TO GRAVA-CONCLUSAO.
           IF PIT-PENDENTE
              ADD 1 TO W-PENDENTES.
           GO TO LER-VERIFICA-CONCLUSAO.
       GRAVA-CONCLUSAO.
           IF W-PENDENTES NOT = ZEROS
              GO TO FIM-VERIFICA-CONCLUSAO.
           READ CADPLANOODO
           IF ST-ERRO NOT = "00"
              GO TO FIM-VERIFICA-CONCLUSAO.
           MOVE "C" TO STATUSPLANO
           MOVE W-CODOPERLOG TO OPERPLANO
           REWRITE REGPLANO
           MOVE KEYPLANO TO CHAVELOGTX
           MOVE "A" TO ACAOLOGTX
           PERFORM ESCREVE-LOG.
       FIM-VERIFICA-CONCLUSAO.
           EXIT.
      *
      *-----ITENS PENDENTES DE PLANO CANCELADO-------------------------
       CANCELA-PENDENTES.
           MOVE CPFPLANO TO CPFPIT
           MOVE NUMPLANO TO NUMPIT
           MOVE ZEROS TO SEQPIT
           START CADPLANOITEM KEY IS NOT LESS THAN KEYPLANOITEM
           IF ST-ERRO NOT = "00"
              GO TO FIM-CANCELA-PENDENTES.
       LER-CANCELA-PENDENTES.
           READ CADPLANOITEM NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-CANCELA-PENDENTES.
           IF CPFPIT NOT = CPFPLANO OR NUMPIT NOT = NUMPLANO
              GO TO FIM-CANCELA-PENDENTES.
           IF PIT-PENDENTE
              MOVE "C" TO STATUSPIT
              REWRITE REGPLANOITEM.
           GO TO LER-CANCELA-PENDENTES.
       FIM-CANCELA-PENDENTES.
           EXIT.
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
           MOVE "SMP066" TO PROGRAMALOGTX
           MOVE LOGTX TO REGLOG
           WRITE REGLOG.
      *
       ROT-FIM.
           CLOSE CADPLANOODO CADPLANOITEM CADODONTO CADCONSITEM
                 CADCONSU CADPACI CADPROC CADMED CADLOG
           IF W-TCLEOK = "S"
              CLOSE CADTCLE.
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
