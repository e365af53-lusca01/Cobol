       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP065.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    PLANO DE TRATAMENTO ODONTOLOGICO - CABECALHO E ITENS       *
      *    SEQUENCIADOS (INCLUSAO SOMENTE COM O PLANO EM ABERTO)      *
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
      *---PROXIMO NUMERO / SEQUENCIA E TOTAL DO PLANO------------------
       01 W-CPFPLANO    PIC 9(11) VALUE ZEROS.
       01 W-NUMPLANO    PIC 9(03) VALUE ZEROS.
       01 W-SEQPIT      PIC 9(02) VALUE ZEROS.
       01 W-TOTALPLANO  PIC 9(07)V99 VALUE ZEROS.
       01 W-VALORPLANOED PIC Z.ZZZ.ZZ9,99.
       01 W-STATUSTX    PIC X(10) VALUE SPACES.
       01 W-SITITEMTX   PIC X(10) VALUE SPACES.
       01 REGPLANOITEM-SALVO PIC X(119) VALUE SPACES.
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
       01  TELAPLANO.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "                  PLANO DE TRATAMENTO OD".
           05  LINE 03  COLUMN 41
               VALUE  "ONTOLOGICO".
           05  LINE 05  COLUMN 01
               VALUE  "     CPF DO PACIENTE   :".
           05  LINE 06  COLUMN 01
               VALUE  "     NUMERO DO PLANO   :      (000=NOVO)".
           05  LINE 06  COLUMN 45
               VALUE  "STATUS :".
           05  LINE 07  COLUMN 01
               VALUE  "     CRM DO DENTISTA   :".
           05  LINE 08  COLUMN 01
               VALUE  "     DATA DO PLANO     :".
           05  LINE 08  COLUMN 45
               VALUE  "TOTAL  :".
           05  LINE 10  COLUMN 01
               VALUE  "  --------------------------- ITEM DO PLAN".
           05  LINE 10  COLUMN 43
               VALUE  "O ---------------------------".
           05  LINE 11  COLUMN 01
               VALUE  "     SEQUENCIA         :      (00=NOVO)".
           05  LINE 12  COLUMN 01
               VALUE  "     DENTE (FDI)       :".
           05  LINE 13  COLUMN 01
               VALUE  "     FACE (MDOVL/T)    :".
           05  LINE 14  COLUMN 01
               VALUE  "     PROCEDIMENTO      :".
           05  LINE 15  COLUMN 01
               VALUE  "     VALOR             :".
           05  LINE 16  COLUMN 01
               VALUE  "     CONDICAO FINAL    :".
           05  LINE 16  COLUMN 41
               VALUE  "(01 A 10 - VIDE ODONTOGRAMA)".
           05  LINE 17  COLUMN 01
               VALUE  "     SITUACAO DO ITEM  :".
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
           05  TSEQPIT
               LINE 11  COLUMN 26  PIC 9(02)
               USING  SEQPIT
               HIGHLIGHT.
           05  TDENTEPIT
               LINE 12  COLUMN 26  PIC 9(02)
               USING  DENTEPIT
               HIGHLIGHT.
           05  TFACEPIT
               LINE 13  COLUMN 26  PIC X(01)
               USING  FACEPIT
               HIGHLIGHT.
           05  TCODPROCPIT
               LINE 14  COLUMN 26  PIC 9(08)
               USING  CODPROCPIT
               HIGHLIGHT.
           05  TVALORPIT
               LINE 15  COLUMN 26  PIC 9(06)V99
               USING  VALORPIT
               HIGHLIGHT.
           05  TCONDPIT
               LINE 16  COLUMN 26  PIC 9(02)
               USING  CONDPIT
               HIGHLIGHT.
      *
      *--------------(INICIO)--------------------------
       PROCEDURE DIVISION.
       INICIO.
       L0.
           OPEN I-O CADPLANOODO
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADPLANOODO
                CLOSE CADPLANOODO
                MOVE " ARQUIVO CADPLANOODO FOI CRIADO " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO L0
             ELSE
                MOVE " ERRO NA ABERTURA DO ARQUIVO " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.
       L0-ITEM.
           OPEN I-O CADPLANOITEM
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADPLANOITEM
                CLOSE CADPLANOITEM
                MOVE " ARQUIVO CADPLANOITEM FOI CRIADO " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO L0-ITEM
             ELSE
                MOVE " ERRO NA ABERTURA DO ARQUIVO CADPLANOITEM"
                   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADPLANOODO
                GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.
       L0-ODONTO.
           OPEN I-O CADODONTO
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADODONTO
                CLOSE CADODONTO
                GO TO L0-ODONTO
             ELSE
                MOVE " ERRO NA ABERTURA DO ARQUIVO CADODONTO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADPLANOODO CADPLANOITEM
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
           MOVE ZEROS TO CPFPLANO NUMPLANO DATAPLANO CRMPLANO
                         VALORPLANO DATAAPROVPLANO OPERPLANO
           MOVE SPACES TO NOMEAPROVPLANO
           MOVE "A" TO STATUSPLANO
           PERFORM LIMPA-ITEM
           DISPLAY TELAPLANO.
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
           MOVE ZEROS TO NUMPLANO
           DISPLAY TNUMPLANO
           ACCEPT TNUMPLANO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L1.
           IF NUMPLANO = ZEROS
              GO TO L4.
           READ CADPLANOODO
           IF ST-ERRO NOT = "00"
              MOVE "** PLANO NAO ENCONTRADO PARA O PACIENTE **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L3.
           PERFORM MOSTRA-PLANO
           IF NOT PLANO-ABERTO
              MOVE "PLANO FORA DE ABERTO - ITENS SOMENTE CONSULTA"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO L5.
      *
      *---------------- NOVO PLANO ------------------------
       L4.
           PERFORM PROXIMO-PLANO
           MOVE W-NUMPLANO TO NUMPLANO
           ACCEPT DATAPLANO FROM DATE YYYYMMDD
           MOVE ZEROS TO VALORPLANO DATAAPROVPLANO
           MOVE SPACES TO NOMEAPROVPLANO
           MOVE "A" TO STATUSPLANO
           DISPLAY TNUMPLANO TDATAPLANO
           PERFORM MOSTRA-STATUS.
       L4-CRM.
           ACCEPT TCRMPLANO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L3.
           MOVE CRMPLANO TO CRM
           READ CADMED
           IF ST-ERRO NOT = "00"
              MOVE "** DENTISTA NAO CADASTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L4-CRM.
           DISPLAY (07, 39) NOMEMEDICO.
       L4-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "ABRIR PLANO (S/N) : ".
           ACCEPT (23, 60) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L4-CRM.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** PLANO NAO ABERTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L4-OPC.
           MOVE W-CODOPERLOG TO OPERPLANO
           WRITE REGPLANO
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADPLANOODO *"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE KEYPLANO TO CHAVELOGTX
           MOVE "N" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           MOVE "** PLANO ABERTO - INFORME OS ITENS **" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      *---------------- ITENS DO PLANO --------------------
       L5.
           MOVE ZEROS TO W-SEL
           PERFORM LIMPA-ITEM
           DISPLAY TSEQPIT TDENTEPIT TFACEPIT TCODPROCPIT TVALORPIT
                   TCONDPIT
           DISPLAY (14, 36) LIMPA
           DISPLAY (17, 26) LIMPA
           ACCEPT TSEQPIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L1.
           MOVE CPFPLANO TO CPFPIT
           MOVE NUMPLANO TO NUMPIT
           IF SEQPIT = ZEROS
              IF NOT PLANO-ABERTO
                 MOVE "PLANO FORA DE ABERTO - NAO ACEITA ITENS"
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO L5
              ELSE
                 PERFORM PROXIMO-ITEM
                 MOVE CPFPLANO TO CPFPIT
                 MOVE NUMPLANO TO NUMPIT
                 MOVE W-SEQPIT TO SEQPIT
                 DISPLAY TSEQPIT
                 MOVE "P" TO STATUSPIT
                 PERFORM MOSTRA-SITITEM
                 GO TO L6.
           READ CADPLANOITEM
           IF ST-ERRO NOT = "00"
              MOVE "** ITEM NAO ENCONTRADO NO PLANO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L5.
           DISPLAY TSEQPIT TDENTEPIT TFACEPIT TCODPROCPIT TVALORPIT
                   TCONDPIT
           DISPLAY (14, 36) DESCPIT
           PERFORM MOSTRA-SITITEM
           IF NOT PLANO-ABERTO OR NOT PIT-PENDENTE
              MOVE "ITEM SOMENTE PARA CONSULTA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L5.
           GO TO ACE-001.
       L6.
           ACCEPT TDENTEPIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L5.
           PERFORM VALIDA-DENTE
           IF W-DENTEOK NOT = "S"
              MOVE "DENTE INVALIDO NA NUMERACAO FDI" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L6.
       L7.
           ACCEPT TFACEPIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L6.
           IF FACEPIT NOT = "M" AND "D" AND "O" AND "V" AND "L"
                                AND "T"
              MOVE "FACE: M D O V L OU T=DENTE INTEIRO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L7.
       L8.
           ACCEPT TCODPROCPIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L7.
           MOVE CODPROCPIT TO CODPROC
           READ CADPROC
           IF ST-ERRO NOT = "00"
              MOVE "**PROCEDIMENTO NAO ENCONTRADO**" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L8.
           IF ATIVOPROC NOT = "S"
              MOVE "**PROCEDIMENTO INATIVO NA TABELA**" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L8.
           IF DESCPIT NOT = DESCPROC
              MOVE DESCPROC TO DESCPIT
              MOVE VALORPROC TO VALORPIT
              DISPLAY TVALORPIT.
           DISPLAY (14, 36) DESCPIT.
       L9.
           ACCEPT TVALORPIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L8.
           IF VALORPIT = ZEROS
              MOVE "VALOR DO ITEM DEVE SER INFORMADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L9.
       L10.
           ACCEPT TCONDPIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L9.
           IF CONDPIT = ZEROS OR CONDPIT > 10
              MOVE "CONDICAO ENTRE 01 E 10" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L10.

      *------------- VERFICAR SE E ALTERACAO --------
           IF W-SEL = 1
              GO TO ALT-OPC.

        INC-OPC.
            MOVE "S" TO W-OPCAO
            DISPLAY (23, 40) "DADOS OK (S/N) : ".
            ACCEPT (23, 57) W-OPCAO WITH UPDATE
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
               GO TO L10.
            IF W-OPCAO = "N" OR "n"
               MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO L5.
            IF W-OPCAO NOT = "S" AND "s"
               MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-OPC.
        INC-WR1.
            MOVE "P" TO STATUSPIT
            MOVE ZEROS TO CONSPIT SEQITEMPIT DATAREALPIT
            WRITE REGPLANOITEM
            IF ST-ERRO = "00" OR "02"
               MOVE KEYPLANOITEM TO CHAVELOGTX
               MOVE "N" TO ACAOLOGTX
               PERFORM ESCREVE-LOG
               PERFORM MARCA-ODONTOGRAMA THRU FIM-MARCA-ODONTOGRAMA
               PERFORM TOTALIZA-PLANO THRU FIM-TOTALIZA-PLANO
               MOVE "** ITEM GRAVADO **" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO L5.
            IF ST-ERRO = "22"
               MOVE "** SEQUENCIA JA EXISTE, ITEM NAO GRAVADO **"
                      TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO L5
            ELSE
               MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADPLANOITEM * "
                            TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE ALTERACAO/CANCELAMENTO      *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "N=NOVO ITEM   A=ALTERAR   C=CANCELAR ITEM"
                ACCEPT (23, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "C" GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO L5
                ELSE
                   IF W-OPCAO = "A"
                      MOVE 1 TO W-SEL
                      GO TO L6.
      *
       CAN-OPC.
                DISPLAY (23, 40) "CANCELAR (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** ITEM NAO CANCELADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO L5.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CAN-OPC.
       CAN-RW1.
                MOVE "C" TO STATUSPIT
                REWRITE REGPLANOITEM
                IF ST-ERRO = "00" OR "02"
                   MOVE KEYPLANOITEM TO CHAVELOGTX
                   MOVE "E" TO ACAOLOGTX
                   PERFORM ESCREVE-LOG
                   PERFORM TOTALIZA-PLANO THRU FIM-TOTALIZA-PLANO
                   MOVE "*** ITEM CANCELADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO L5.
                MOVE "ERRO NO CANCELAMENTO DO ITEM" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO L10.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO L5.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGPLANOITEM
                IF ST-ERRO = "00" OR "02"
                   MOVE KEYPLANOITEM TO CHAVELOGTX
                   MOVE "A" TO ACAOLOGTX
                   PERFORM ESCREVE-LOG
                   PERFORM MARCA-ODONTOGRAMA
                      THRU FIM-MARCA-ODONTOGRAMA
                   PERFORM TOTALIZA-PLANO THRU FIM-TOTALIZA-PLANO
                   MOVE "*** ITEM ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO L5.
                MOVE "ERRO NA ALTERACAO DO ITEM DO PLANO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
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
           DISPLAY TNUMPLANO TCRMPLANO TDATAPLANO
           MOVE CRMPLANO TO CRM
           READ CADMED
           IF ST-ERRO = "00"
              DISPLAY (07, 39) NOMEMEDICO.
           PERFORM MOSTRA-STATUS.
      *
       MOSTRA-STATUS.
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
       MOSTRA-SITITEM.
           MOVE SPACES TO W-SITITEMTX
           IF PIT-PENDENTE
              MOVE "PENDENTE  " TO W-SITITEMTX.
           IF PIT-REALIZADO
              MOVE "REALIZADO " TO W-SITITEMTX.
           IF PIT-CANCELADO
              MOVE "CANCELADO " TO W-SITITEMTX.
           DISPLAY (17, 26) W-SITITEMTX.
      *
      *-----PERMANENTES 11-48 (QUADRANTES 1-4), DECIDUOS 51-85 (5-8)----
       VALIDA-DENTE.
           MOVE "N" TO W-DENTEOK
           DIVIDE DENTEPIT BY 10 GIVING W-QUADRANTE
                  REMAINDER W-NUMDENTE
           IF W-QUADRANTE > 0 AND W-QUADRANTE < 5
              AND W-NUMDENTE > 0 AND W-NUMDENTE < 9
              MOVE "S" TO W-DENTEOK.
           IF W-QUADRANTE > 4 AND W-QUADRANTE < 9
              AND W-NUMDENTE > 0 AND W-NUMDENTE < 6
              MOVE "S" TO W-DENTEOK.
      *
      *-----PROXIMO NUMERO DE PLANO DO PACIENTE------------------------
       PROXIMO-PLANO.
           MOVE CPFPLANO TO W-CPFPLANO
           MOVE ZEROS TO W-NUMPLANO
           MOVE ZEROS TO NUMPLANO
           START CADPLANOODO KEY IS NOT LESS THAN KEYPLANO
           IF ST-ERRO NOT = "00"
              GO TO FIM-PROXIMO-PLANO.
       LER-PROXIMO-PLANO.
           READ CADPLANOODO NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-PROXIMO-PLANO.
           IF CPFPLANO NOT = W-CPFPLANO
              GO TO FIM-PROXIMO-PLANO.
           MOVE NUMPLANO TO W-NUMPLANO
           GO TO LER-PROXIMO-PLANO.
       FIM-PROXIMO-PLANO.
           MOVE W-CPFPLANO TO CPFPLANO
           ADD 1 TO W-NUMPLANO.
      *
      *-----PROXIMA SEQUENCIA DE ITEM NO PLANO-------------------------
       PROXIMO-ITEM.
           MOVE ZEROS TO W-SEQPIT
           MOVE CPFPLANO TO CPFPIT
           MOVE NUMPLANO TO NUMPIT
           MOVE ZEROS TO SEQPIT
           START CADPLANOITEM KEY IS NOT LESS THAN KEYPLANOITEM
           IF ST-ERRO NOT = "00"
              GO TO FIM-PROXIMO-ITEM.
       LER-PROXIMO-ITEM.
           READ CADPLANOITEM NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-PROXIMO-ITEM.
           IF CPFPIT NOT = CPFPLANO OR NUMPIT NOT = NUMPLANO
              GO TO FIM-PROXIMO-ITEM.
           MOVE SEQPIT TO W-SEQPIT
           GO TO LER-PROXIMO-ITEM.
       FIM-PROXIMO-ITEM.
           PERFORM LIMPA-ITEM
           ADD 1 TO W-SEQPIT.
      *
      *-----MARCA O DENTE/FACE COMO PLANEJADO NO ODONTOGRAMA-----------
       MARCA-ODONTOGRAMA.
           MOVE CPFPIT TO CPFODO
           MOVE DENTEPIT TO DENTEODO
           MOVE FACEPIT TO FACEODO
           READ CADODONTO
           IF ST-ERRO = "00"
              IF ODO-REALIZADO AND CODPROCODO = CODPROCPIT
                 GO TO FIM-MARCA-ODONTOGRAMA
              ELSE
                 MOVE "P" TO SITODO
                 MOVE CODPROCPIT TO CODPROCODO
                 MOVE CRMPLANO TO CRMODO
                 ACCEPT DATAODO FROM DATE YYYYMMDD
                 MOVE W-CODOPERLOG TO OPERODO
                 REWRITE REGODONTO
                 GO TO FIM-MARCA-ODONTOGRAMA.
           MOVE ZEROS TO CONDICAOODO
           MOVE "P" TO SITODO
           MOVE CODPROCPIT TO CODPROCODO
           MOVE CRMPLANO TO CRMODO
           ACCEPT DATAODO FROM DATE YYYYMMDD
           MOVE W-CODOPERLOG TO OPERODO
           MOVE SPACES TO OBSODO
           WRITE REGODONTO.
       FIM-MARCA-ODONTOGRAMA.
           EXIT.
      *
      *-----VALOR DO PLANO = SOMA DOS ITENS NAO CANCELADOS-------------
       TOTALIZA-PLANO.
           MOVE REGPLANOITEM TO REGPLANOITEM-SALVO
           MOVE ZEROS TO W-TOTALPLANO
           MOVE CPFPLANO TO CPFPIT
           MOVE NUMPLANO TO NUMPIT
           MOVE ZEROS TO SEQPIT
           START CADPLANOITEM KEY IS NOT LESS THAN KEYPLANOITEM
           IF ST-ERRO NOT = "00"
              GO TO GRAVA-TOTAL-PLANO.
       LER-TOTALIZA-PLANO.
           READ CADPLANOITEM NEXT
           IF ST-ERRO NOT = "00"
              GO TO GRAVA-TOTAL-PLANO.
           IF CPFPIT NOT = CPFPLANO OR NUMPIT NOT = NUMPLANO
              GO TO GRAVA-TOTAL-PLANO.
           IF NOT PIT-CANCELADO
              ADD VALORPIT TO W-TOTALPLANO.
           GO TO LER-TOTALIZA-PLANO.
       GRAVA-TOTAL-PLANO.
           MOVE REGPLANOITEM-SALVO TO REGPLANOITEM
           READ CADPLANOODO
           IF ST-ERRO NOT = "00"
              GO TO FIM-TOTALIZA-PLANO.
           MOVE W-TOTALPLANO TO VALORPLANO
           REWRITE REGPLANO
           PERFORM MOSTRA-STATUS.
       FIM-TOTALIZA-PLANO.
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
           MOVE "SMP065" TO PROGRAMALOGTX
           MOVE LOGTX TO REGLOG
           WRITE REGLOG.
      *
       ROT-FIM.
           CLOSE CADPLANOODO CADPLANOITEM CADODONTO CADPACI CADPROC
                 CADMED CADLOG.
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
