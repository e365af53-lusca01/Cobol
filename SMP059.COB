       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP059.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    TERMO DE CONSENTIMENTO LIVRE E ESCLARECIDO (TCLE)          *
      *    POR PACIENTE + CONSULTA + PROCEDIMENTO                     *
      *    (IMPRESSAO -> TCLE<AAAAMMDD>.DOC)                          *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADTCLE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYTCLE
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
       SELECT CADCONSITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCONSITEM
                    FILE STATUS  IS ST-ERRO.
       SELECT TCLETX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
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
       FD TCLETX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQTCLE.
       01 REGTCLETX            PIC X(80).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-SEL         PIC 9(01) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 ST-ERRO       PIC X(02) VALUE "00".
       01 MSGPACI       PIC X(30) VALUE SPACES.
       01 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-HORAAGORA   PIC 9(08) VALUE ZEROS.
       01 W-ITEMOK      PIC X(01) VALUE "N".
       01 W-QTDEITEM    PIC 9(04) VALUE ZEROS.
       01 W-DATATCLE    PIC 9(08) VALUE ZEROS.
       01 W-DATATCLER REDEFINES W-DATATCLE.
          03 W-ANOTCLE  PIC 9(04).
          03 W-MESTCLE  PIC 9(02).
          03 W-DIATCLE  PIC 9(02).
       01 W-CHAVELOG.
          03 W-CPFLOG   PIC 9(11).
          03 W-PROCLOG  PIC 9(08).
          03 W-HORALOGC PIC 9(04).
      *---VALIDACAO DE DATA DE CALENDARIO------------------------
       01 W-DATAVALIDA   PIC X(01) VALUE "N".
      *---HORARIO DA CONSULTA---------------------------------
       01 W-HORAH        PIC 9(02) VALUE ZEROS.
       01 W-HORAM        PIC 9(02) VALUE ZEROS.
      *---VALIDACAO DE CPF---------------------------------------
       01 W-CPFN          PIC 9(11) VALUE ZEROS.
       01 W-CPFDIG REDEFINES W-CPFN.
          03 W-CPFD1      PIC 9(01).
          03 W-CPFD2      PIC 9(01).
          03 W-CPFD3      PIC 9(01).
          03 W-CPFD4      PIC 9(01).
          03 W-CPFD5      PIC 9(01).
          03 W-CPFD6      PIC 9(01).
          03 W-CPFD7      PIC 9(01).
          03 W-CPFD8      PIC 9(01).
          03 W-CPFD9      PIC 9(01).
          03 W-CPFD10     PIC 9(01).
          03 W-CPFD11     PIC 9(01).
       77 W-CPFSOMA       PIC 9(04) VALUE ZEROS.
       77 W-CPFQUOC       PIC 9(04) VALUE ZEROS.
       77 W-CPFRESTO      PIC 9(04) VALUE ZEROS.
       77 W-CPFDV1        PIC 9(01) VALUE ZEROS.
       77 W-CPFDV2        PIC 9(01) VALUE ZEROS.
       77 W-CPFVALIDO     PIC X(01) VALUE "S".
      *---ARQUIVO DATADO PARA REIMPRESSAO (REPRINT)--------------------
       01 W-ARQTCLE.
          03 FILLER      PIC X(04) VALUE "TCLE".
          03 ARQDATATCLE PIC 9(08) VALUE ZEROS.
          03 FILLER      PIC X(04) VALUE ".DOC".
      *---LINHAS DO TERMO---------------------------------------------
       01 LINHABRANCA   PIC X(80) VALUE SPACES.
       01 CABTCLE.
          03 FILLER PIC X(40) VALUE
          "HOSPITAL MAINFRAME - TERMO DE CONSENTIME".
          03 FILLER PIC X(23) VALUE
          "NTO LIVRE E ESCLARECIDO".
       01 LINPACTCLE.
          03 FILLER           PIC X(10) VALUE "PACIENTE: ".
          03 NOMEPACTCLETX    PIC X(30).
          03 FILLER           PIC X(07) VALUE ", CPF: ".
          03 CPFPACTCLETX     PIC 9(11).
       01 LINPROCTCLE.
          03 FILLER           PIC X(14) VALUE "PROCEDIMENTO: ".
          03 CODPROCTCLETX    PIC 9(08).
          03 FILLER           PIC X(03) VALUE " - ".
          03 DESCPROCTCLETX   PIC X(40).
       01 LINCONSTCLE.
          03 FILLER           PIC X(12) VALUE "CONSULTA DE ".
          03 DIACONSTCLETX    PIC 9(02).
          03 FILLER           PIC X(01) VALUE "/".
          03 MESCONSTCLETX    PIC 9(02).
          03 FILLER           PIC X(01) VALUE "/".
          03 ANOCONSTCLETX    PIC 9(04).
          03 FILLER           PIC X(04) VALUE " AS ".
          03 HORACONSTCLETX   PIC 9(04).
       01 LINTEXTOTCLE.
          03 FILLER           PIC X(04) VALUE SPACES.
          03 TEXTOTCLETX      PIC X(60).
       01 LINDECL1TCLE.
          03 FILLER PIC X(40) VALUE
          "DECLARO QUE FUI ESCLARECIDO(A) SOBRE O P".
          03 FILLER PIC X(20) VALUE
          "ROCEDIMENTO ACIMA,".
       01 LINDECL2TCLE.
          03 FILLER PIC X(40) VALUE
          "SEUS RISCOS E ALTERNATIVAS, E AUTORIZO A".
          03 FILLER PIC X(20) VALUE
          " SUA REALIZACAO.".
       01 LINRESPTCLE.
          03 FILLER           PIC X(19) VALUE "RESPONSAVEL LEGAL: ".
          03 NOMERESPTCLETX   PIC X(30).
       01 LINASSPACTCLE.
          03 FILLER PIC X(40) VALUE
          "ASSINATURA DO PACIENTE: ________________".
          03 FILLER PIC X(20) VALUE
          "______________".
       01 LINASSRESPTCLE.
          03 FILLER PIC X(40) VALUE
          "ASSINATURA DO RESPONSAVEL: _____________".
          03 FILLER PIC X(20) VALUE
          "______________".
       01 LINTESTTCLE.
          03 FILLER           PIC X(12) VALUE "TESTEMUNHA: ".
          03 NOMETESTTCLETX   PIC X(30).
          03 FILLER           PIC X(06) VALUE " CPF: ".
          03 CPFTESTTCLETX    PIC 9(11).
       01 LINASSTESTTCLE.
          03 FILLER PIC X(40) VALUE
          "ASSINATURA DA TESTEMUNHA: ______________".
          03 FILLER PIC X(20) VALUE
          "______________".
       01 LINDATATCLE.
          03 FILLER           PIC X(06) VALUE "DATA: ".
          03 DIATCLETX        PIC 9(02).
          03 FILLER           PIC X(01) VALUE "/".
          03 MESTCLETX        PIC 9(02).
          03 FILLER           PIC X(01) VALUE "/".
          03 ANOTCLETX        PIC 9(04).
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
          03 CHAVELOGTX     PIC X(23).
          03 FILLER         PIC X(01) VALUE " ".
          03 ACAOLOGTX      PIC X(01).
      *------------------------------------
       SCREEN SECTION.
       01  TELATCLE.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "       TERMO DE CONSENTIMENTO LIVRE E ES".
           05  LINE 02  COLUMN 41
               VALUE  "CLARECIDO (TCLE)".
           05  LINE 04  COLUMN 01
               VALUE  "  CPF DO PACIENTE :              DATA DA".
           05  LINE 04  COLUMN 41
               VALUE  " CONSULTA :  /  /".
           05  LINE 05  COLUMN 41
               VALUE  "               HORA (HHMM) :".
           05  LINE 06  COLUMN 01
               VALUE  "  PACIENTE         :".
           05  LINE 08  COLUMN 01
               VALUE  "  CODIGO TUSS      :".
           05  LINE 09  COLUMN 01
               VALUE  "  PROCEDIMENTO     :".
           05  LINE 11  COLUMN 01
               VALUE  "  ASSINANTE (P=PACIENTE R=RESPONSAVEL) :".
           05  LINE 12  COLUMN 01
               VALUE  "  NOME DO RESPONSAVEL :".
           05  LINE 14  COLUMN 01
               VALUE  "  TESTEMUNHA       :".
           05  LINE 15  COLUMN 01
               VALUE  "  CPF TESTEMUNHA   :".
           05  LINE 17  COLUMN 01
               VALUE  "  REGISTRADO EM    :".
           05  LINE 17  COLUMN 32
               VALUE  "HORA:".
           05  LINE 17  COLUMN 44
               VALUE  "OPERADOR:".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TCPFTCLE
               LINE 04  COLUMN 21  PIC 9(11)
               USING  CPFTCLE
               HIGHLIGHT.
           05  TDIATCLE
               LINE 04  COLUMN 53  PIC 9(02)
               USING  DIATCLE
               HIGHLIGHT.
           05  TMESTCLE
               LINE 04  COLUMN 56  PIC 9(02)
               USING  MESTCLE
               HIGHLIGHT.
           05  TANOTCLE
               LINE 04  COLUMN 59  PIC 9(04)
               USING  ANOTCLE
               HIGHLIGHT.
           05  THORACONSTCLE
               LINE 05  COLUMN 69  PIC 9(04)
               USING  HORACONSTCLE
               HIGHLIGHT.
           05  TMSGPACI
               LINE 06  COLUMN 22  PIC X(30)
               USING  MSGPACI
               HIGHLIGHT.
           05  TCODPROCTCLE
               LINE 08  COLUMN 22  PIC 9(08)
               USING  CODPROCTCLE
               HIGHLIGHT.
           05  TDESCPROC
               LINE 09  COLUMN 22  PIC X(40)
               USING  DESCPROC
               HIGHLIGHT.
           05  TASSINANTETCLE
               LINE 11  COLUMN 42  PIC X(01)
               USING  ASSINANTETCLE
               HIGHLIGHT.
           05  TNOMERESPTCLE
               LINE 12  COLUMN 25  PIC X(30)
               USING  NOMERESPTCLE
               HIGHLIGHT.
           05  TNOMETESTTCLE
               LINE 14  COLUMN 22  PIC X(30)
               USING  NOMETESTTCLE
               HIGHLIGHT.
           05  TCPFTESTTCLE
               LINE 15  COLUMN 22  PIC 9(11)
               USING  CPFTESTTCLE
               HIGHLIGHT.
           05  TDATATCLE
               LINE 17  COLUMN 22  PIC 9(08)
               USING  DATATCLE
               HIGHLIGHT.
           05  THORATCLE
               LINE 17  COLUMN 38  PIC 9(04)
               USING  HORATCLE
               HIGHLIGHT.
           05  TOPERTCLE
               LINE 17  COLUMN 54  PIC 9(04)
               USING  OPERTCLE
               HIGHLIGHT.
      *
      *--------------(INICIO)--------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
       L0.
           OPEN I-O CADTCLE
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADTCLE
                CLOSE CADTCLE
                MOVE " ARQUIVO CADTCLE FOI CRIADO " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO L0
             ELSE
                MOVE " ERRO NA ABERTURA DO ARQUIVO CADTCLE " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM2.
           OPEN INPUT CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE " ERRO NA ABERTURA DO ARQUIVO CADCONSU " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADTCLE
              GO TO ROT-FIM2.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE " ERRO NA ABERTURA DO ARQUIVO CADPACI " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADTCLE CADCONSU
              GO TO ROT-FIM2.
           OPEN INPUT CADPROC
           IF ST-ERRO NOT = "00"
              MOVE " ERRO NA ABERTURA DO ARQUIVO CADPROC " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADTCLE CADCONSU CADPACI
              GO TO ROT-FIM2.
           OPEN INPUT CADCONSITEM
           IF ST-ERRO = "00"
              MOVE "S" TO W-ITEMOK.
           PERFORM ABRIR-CADSESSAO.
           PERFORM ABRIR-CADLOG.
       L1.
           MOVE ZEROS TO CPFTCLE DIATCLE MESTCLE ANOTCLE
           MOVE ZEROS TO HORACONSTCLE CODPROCTCLE
           MOVE SPACES TO MSGPACI DESCPROC
           MOVE ZEROS TO W-SEL
           PERFORM LIMPA-TERMO
           DISPLAY TELATCLE.
       L2.
           ACCEPT TCPFTCLE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF CPFTCLE = ZEROS
              MOVE " ** PREENCHA O CAMPO PARA PROSSEGUIR ** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2.
       L2A.
           ACCEPT TDIATCLE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L2.
           IF DIATCLE = ZEROS OR DIATCLE > 31
              MOVE "O DIA INSERIDO NAO EXISTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2A.
       L2B.
           ACCEPT TMESTCLE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L2A.
           IF MESTCLE = ZEROS OR MESTCLE > 12
              MOVE "O MES INSERIDO NAO EXISTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2B.
       L2C.
           ACCEPT TANOTCLE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L2B.
           IF ANOTCLE = ZEROS
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2C.
           CALL "DATAVAL" USING DATACONSTCLE W-DATAVALIDA
           CANCEL "DATAVAL"
           IF W-DATAVALIDA NOT = "S"
              MOVE "DATA DA CONSULTA INVALIDA NO CALENDARIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2A.
       L2D.
           ACCEPT THORACONSTCLE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L2C.
           DIVIDE HORACONSTCLE BY 100 GIVING W-HORAH REMAINDER W-HORAM
           IF W-HORAH > 23 OR W-HORAM > 59
              MOVE "O HORARIO INSERIDO NAO E VALIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2D.
      *------------------VERIFICANDO SE A CONSULTA EXISTE---------------
       LER-CADCONSULTA.
           MOVE CPFTCLE TO CPFPACIENTE
           MOVE DIATCLE TO DIAC
           MOVE MESTCLE TO MESC
           MOVE ANOTCLE TO ANOC
           MOVE HORACONSTCLE TO HORAC
           READ CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE "*** CONSULTA NAO ENCONTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
           IF CANCELADA
              MOVE "** CONSULTA CANCELADA NAO RECEBE PROCEDIMENTO **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
           MOVE CPFTCLE TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "** PACIENTE NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
           MOVE NOMEPACIENTE TO MSGPACI
           DISPLAY TMSGPACI.
      *--------------------------PROCEDIMENTO---------------------------
       L3.
           ACCEPT TCODPROCTCLE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L2D.
           IF CODPROCTCLE = ZEROS
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L3.
           MOVE CODPROCTCLE TO CODPROC
           READ CADPROC
           IF ST-ERRO NOT = "00"
              MOVE "**PROCEDIMENTO NAO ENCONTRADO**" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L3.
           DISPLAY TDESCPROC
           IF NOT PROC-EXIGE-TCLE
              MOVE "** PROCEDIMENTO NAO EXIGE TCLE **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L3.
        LER.
           READ CADTCLE
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 DISPLAY TELATCLE
                 MOVE "** TERMO JA REGISTRADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADTCLE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
             PERFORM LIMPA-TERMO
             DISPLAY TELATCLE
             MOVE "TERMO AINDA NAO REGISTRADO" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *--------------------------ASSINATURA-----------------------------
        L4.
           ACCEPT TASSINANTETCLE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L3.
           IF ASSINANTETCLE NOT = "P" AND ASSINANTETCLE NOT = "R"
              MOVE "INFORME P=PACIENTE OU R=RESPONSAVEL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L4.
           IF TCLE-PACIENTE
              MOVE SPACES TO NOMERESPTCLE
              DISPLAY TNOMERESPTCLE
              GO TO L6.
           IF NOMERESPTCLE = SPACES
              MOVE NOMERESPPACIENTE TO NOMERESPTCLE.
        L5.
           ACCEPT TNOMERESPTCLE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L4.
           IF NOMERESPTCLE = SPACES
              MOVE "INFORME O NOME DO RESPONSAVEL LEGAL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L5.
        L6.
           ACCEPT TNOMETESTTCLE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              IF TCLE-RESPONSAVEL
                 GO TO L5
              ELSE
                 GO TO L4.
           IF NOMETESTTCLE = SPACES
              MOVE "INFORME O NOME DA TESTEMUNHA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L6.
        L7.
           ACCEPT TCPFTESTTCLE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L6.
           IF CPFTESTTCLE = ZEROS
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L7.
           MOVE CPFTESTTCLE TO W-CPFN
           PERFORM VALIDA-CPF THRU FIM-VALIDA-CPF
           IF W-CPFVALIDO = "N"
              MOVE "*** CPF INVALIDO, DIGITOS NAO CONFEREM ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L7.
           IF CPFTESTTCLE = CPFTCLE
              MOVE "** O PACIENTE NAO PODE SER A TESTEMUNHA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L7.

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
            MOVE W-DATAHOJE TO DATATCLE
            ACCEPT W-HORAAGORA FROM TIME
            COMPUTE HORATCLE = W-HORAAGORA / 10000
            MOVE W-CODOPERLOG TO OPERTCLE
            WRITE REGTCLE
            IF ST-ERRO = "00" OR "02"
               MOVE "N" TO ACAOLOGTX
               PERFORM GRAVA-LOG
               DISPLAY TELATCLE
               MOVE "** TERMO REGISTRADO **" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO IMP-OPC.
            IF ST-ERRO = "22"
               MOVE "** TERMO JA REGISTRADO, DADOS NAO GRAVADOS **"
                      TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO L1
            ELSE
               MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADTCLE * "
                            TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM.
      *
       IMP-OPC.
            MOVE "S" TO W-OPCAO
            DISPLAY (23, 40) "IMPRIMIR TERMO (S/N) : ".
            ACCEPT (23, 63) W-OPCAO WITH UPDATE
            IF W-OPCAO = "S" OR "s"
               PERFORM IMPRIME-TERMO THRU FIM-IMPRIME-TERMO.
            GO TO L1.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "N=NOVO  A=ALTERAR  E=EXCLUIR  I=IMPRIMIR"
                ACCEPT (23, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" AND W-OPCAO NOT = "I"
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO L1.
                IF W-OPCAO = "I"
                   PERFORM IMPRIME-TERMO THRU FIM-IMPRIME-TERMO
                   GO TO L1.
                IF W-OPCAO = "A"
                   MOVE 1 TO W-SEL
                   GO TO L4.
      *
      *-----PROCEDIMENTO JA LANCADO NA CONSULTA BLOQUEIA A EXCLUSAO------
       VERIFICA-REFTCLE.
           MOVE ZEROS TO W-QTDEITEM
           IF W-ITEMOK NOT = "S"
              GO TO EXC-OPC.
           MOVE CPFTCLE TO CPFITEM
           MOVE DATACONSTCLE TO DATAITEM
           MOVE HORACONSTCLE TO HORAITEM
           MOVE ZEROS TO SEQITEM
           START CADCONSITEM KEY IS NOT LESS KEYCONSITEM INVALID KEY
                 GO TO EXC-OPC.
       VERIFICA-REFTCLE1.
           READ CADCONSITEM NEXT
           IF ST-ERRO NOT = "00"
              GO TO VERIFICA-REFTCLE2.
           IF CPFITEM NOT = CPFTCLE OR DATAITEM NOT = DATACONSTCLE
                 OR HORAITEM NOT = HORACONSTCLE
              GO TO VERIFICA-REFTCLE2.
           IF CODPROCITEM = CODPROCTCLE
              ADD 1 TO W-QTDEITEM.
           GO TO VERIFICA-REFTCLE1.
       VERIFICA-REFTCLE2.
           IF W-QTDEITEM > ZEROS
              MOVE "** PROCED. JA LANCADO, EXCLUSAO BLOQUEADA **"
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
                DELETE CADTCLE RECORD
                IF ST-ERRO = "00"
                   MOVE "E" TO ACAOLOGTX
                   PERFORM GRAVA-LOG
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
                REWRITE REGTCLE
                IF ST-ERRO = "00" OR "02"
                   MOVE "A" TO ACAOLOGTX
                   PERFORM GRAVA-LOG
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO L1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO DE TCLE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * IMPRESSAO DO TERMO EM NOME DO PACIENTE*
      *****************************************
      *
       IMPRIME-TERMO.
           MOVE W-DATAHOJE TO ARQDATATCLE
           OPEN EXTEND TCLETX
           IF ST-ERRO NOT = "00"
              OPEN OUTPUT TCLETX
              IF ST-ERRO NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DO TERMO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO FIM-IMPRIME-TERMO.
           WRITE REGTCLETX FROM CABTCLE
           WRITE REGTCLETX FROM LINHABRANCA
           IF NOMESOCIAL NOT = SPACES
              MOVE NOMESOCIAL TO NOMEPACTCLETX
           ELSE
              MOVE NOMEPACIENTE TO NOMEPACTCLETX.
           MOVE CPFTCLE TO CPFPACTCLETX
           WRITE REGTCLETX FROM LINPACTCLE
           MOVE CODPROCTCLE TO CODPROCTCLETX
           MOVE DESCPROC TO DESCPROCTCLETX
           WRITE REGTCLETX FROM LINPROCTCLE
           MOVE DIATCLE TO DIACONSTCLETX
           MOVE MESTCLE TO MESCONSTCLETX
           MOVE ANOTCLE TO ANOCONSTCLETX
           MOVE HORACONSTCLE TO HORACONSTCLETX
           WRITE REGTCLETX FROM LINCONSTCLE
           WRITE REGTCLETX FROM LINHABRANCA
           MOVE TEXTOTCLE1PROC TO TEXTOTCLETX
           WRITE REGTCLETX FROM LINTEXTOTCLE
           IF TEXTOTCLE2PROC NOT = SPACES
              MOVE TEXTOTCLE2PROC TO TEXTOTCLETX
              WRITE REGTCLETX FROM LINTEXTOTCLE.
           IF TEXTOTCLE3PROC NOT = SPACES
              MOVE TEXTOTCLE3PROC TO TEXTOTCLETX
              WRITE REGTCLETX FROM LINTEXTOTCLE.
           IF TEXTOTCLE4PROC NOT = SPACES
              MOVE TEXTOTCLE4PROC TO TEXTOTCLETX
              WRITE REGTCLETX FROM LINTEXTOTCLE.
           WRITE REGTCLETX FROM LINHABRANCA
           WRITE REGTCLETX FROM LINDECL1TCLE
           WRITE REGTCLETX FROM LINDECL2TCLE
           WRITE REGTCLETX FROM LINHABRANCA
           IF TCLE-RESPONSAVEL
              MOVE NOMERESPTCLE TO NOMERESPTCLETX
              WRITE REGTCLETX FROM LINRESPTCLE
              WRITE REGTCLETX FROM LINASSRESPTCLE
           ELSE
              WRITE REGTCLETX FROM LINASSPACTCLE.
           WRITE REGTCLETX FROM LINHABRANCA
           MOVE NOMETESTTCLE TO NOMETESTTCLETX
           MOVE CPFTESTTCLE TO CPFTESTTCLETX
           WRITE REGTCLETX FROM LINTESTTCLE
           WRITE REGTCLETX FROM LINASSTESTTCLE
           WRITE REGTCLETX FROM LINHABRANCA
           MOVE DATATCLE TO W-DATATCLE
           MOVE W-DIATCLE TO DIATCLETX
           MOVE W-MESTCLE TO MESTCLETX
           MOVE W-ANOTCLE TO ANOTCLETX
           WRITE REGTCLETX FROM LINDATATCLE
           WRITE REGTCLETX FROM LINHABRANCA
           CLOSE TCLETX
           MOVE "I" TO ACAOLOGTX
           PERFORM GRAVA-LOG
           MOVE W-ARQTCLE TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FIM-IMPRIME-TERMO.
           EXIT.
      *
      *****************************************
      * ROTINAS AUXILIARES                    *
      *****************************************
      *
       LIMPA-TERMO.
           MOVE "P" TO ASSINANTETCLE
           MOVE SPACES TO NOMERESPTCLE NOMETESTTCLE
           MOVE ZEROS TO CPFTESTTCLE DATATCLE HORATCLE OPERTCLE.
      *
       GRAVA-LOG.
           MOVE CPFTCLE TO W-CPFLOG
           MOVE CODPROCTCLE TO W-PROCLOG
           MOVE HORACONSTCLE TO W-HORALOGC
           MOVE W-CHAVELOG TO CHAVELOGTX
           PERFORM ESCREVE-LOG.
      *
      * ROTINA DE VALIDACAO DO DIGITO VERIFICADOR DO CPF
      *
       VALIDA-CPF.
           MOVE "S" TO W-CPFVALIDO
           COMPUTE W-CPFSOMA = W-CPFD1 * 10 + W-CPFD2 * 9 + W-CPFD3 * 8
                              + W-CPFD4 * 7 + W-CPFD5 * 6 + W-CPFD6 * 5
                              + W-CPFD7 * 4 + W-CPFD8 * 3 + W-CPFD9 * 2
           DIVIDE W-CPFSOMA BY 11 GIVING W-CPFQUOC
                  REMAINDER W-CPFRESTO
           IF W-CPFRESTO < 2
              MOVE ZEROS TO W-CPFDV1
           ELSE
              COMPUTE W-CPFDV1 = 11 - W-CPFRESTO.
           IF W-CPFDV1 NOT = W-CPFD10
              MOVE "N" TO W-CPFVALIDO
              GO TO FIM-VALIDA-CPF.
           COMPUTE W-CPFSOMA = W-CPFD1 * 11 + W-CPFD2 * 10
                              + W-CPFD3 * 9 + W-CPFD4 * 8 + W-CPFD5 * 7
                              + W-CPFD6 * 6 + W-CPFD7 * 5 + W-CPFD8 * 4
                              + W-CPFD9 * 3 + W-CPFD10 * 2
           DIVIDE W-CPFSOMA BY 11 GIVING W-CPFQUOC
                  REMAINDER W-CPFRESTO
           IF W-CPFRESTO < 2
              MOVE ZEROS TO W-CPFDV2
           ELSE
              COMPUTE W-CPFDV2 = 11 - W-CPFRESTO.
           IF W-CPFDV2 NOT = W-CPFD11
              MOVE "N" TO W-CPFVALIDO.
       FIM-VALIDA-CPF.
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
           MOVE "SMP059" TO PROGRAMALOGTX
           MOVE LOGTX TO REGLOG
           WRITE REGLOG.
      *
       ROT-FIM.
           CLOSE CADTCLE CADCONSU CADPACI CADPROC CADLOG.
           IF W-ITEMOK = "S"
              CLOSE CADCONSITEM.
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
