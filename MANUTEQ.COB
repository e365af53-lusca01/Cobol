       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTEQ.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    ORDENS DE SERVICO DOS EQUIPAMENTOS DE EXAME (CADORDSERV)   *
      *    PERIODO DE PARADA BLOQUEIA O RECURSO NO AGENDEX; A         *
      *    CONCLUSAO ATUALIZA PREVENTIVA/CALIBRACAO DO CADEQUIP       *
      *    TIPO: P=PREVENTIVA C=CORRETIVA L=CALIBRACAO                *
      *    SITUACAO: A=ABERTA F=CONCLUIDA X=CANCELADA                 *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADORDSERV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMOS
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CHAVERECOS
                       WITH DUPLICATES.
       SELECT CADEQUIP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODRECEQ
                    FILE STATUS  IS ST-ERRO.
       SELECT CADRECURSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODRECURSO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DESCRECURSO
                       WITH DUPLICATES.
       SELECT CADFORNEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFORNEC
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RAZAOFORNEC
                       WITH DUPLICATES.
       SELECT CADAGEXAME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYAGEXAME
                    FILE STATUS  IS ST-ERRO.
       SELECT RELMANUTTX ASSIGN TO DISK
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
      *---------ORDEM DE SERVICO (PARADA DO EQUIPAMENTO)---------------
       FD CADORDSERV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORDSERV.DAT".
       01  REGORDSERV.
           03 NUMOS               PIC 9(06).
           03 CHAVERECOS.
              05 CODRECOS         PIC 9(03).
              05 DATAINIOS        PIC 9(08).
              05 HORAINIOS        PIC 9(04).
           03 DATAFIMOS           PIC 9(08).
           03 HORAFIMOS           PIC 9(04).
           03 TIPOOS              PIC X(01).
              88 OS-PREVENTIVA      VALUE "P".
              88 OS-CORRETIVA       VALUE "C".
              88 OS-CALIBRACAO      VALUE "L".
           03 STATUSOS            PIC X(01).
              88 OS-ABERTA          VALUE "A".
              88 OS-CONCLUIDA       VALUE "F".
              88 OS-CANCELADA       VALUE "X".
           03 DESCOS              PIC X(40).
           03 CODFORNOS           PIC 9(04).
           03 CERTIFOS            PIC X(20).
           03 DATACONCOS          PIC 9(08).
           03 FILLER              PIC X(10).
      *---------EQUIPAMENTO DO RECURSO (CHAVE = CODRECURSO)------------
       FD CADEQUIP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEQUIP.DAT".
       01  REGEQUIP.
           03 CODRECEQ            PIC 9(03).
           03 NUMSERIEEQ          PIC X(20).
           03 MODELOEQ            PIC X(30).
           03 CODFORNEQ           PIC 9(04).
           03 INTPREVEQ           PIC 9(03).
           03 DATAPREVEQ          PIC 9(08).
           03 INTCALIBEQ          PIC 9(03).
           03 DATACALIBEQ         PIC 9(08).
           03 VALCALIBEQ          PIC 9(08).
           03 CERTIFEQ            PIC X(20).
           03 FILLER              PIC X(20).
      *
       FD CADRECURSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECURSO.DAT".
       01  REGRECURSO.
           03 CODRECURSO          PIC 9(03).
           03 DESCRECURSO         PIC X(30).
           03 UNIDRECURSO         PIC 9(02).
           03 HORAABRERE          PIC 9(04).
           03 HORAFECHARE         PIC 9(04).
      *
       FD CADFORNEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORNEC.DAT".
       01  REGFORNEC.
           03 CODFORNEC           PIC 9(04).
           03 CNPJFORNEC          PIC 9(14).
           03 RAZAOFORNEC         PIC X(40).
           03 CONTATOFORNEC       PIC X(30).
           03 TELEFONEFORNEC.
              05 DDDFORNEC        PIC 9(02).
              05 NUMEROFORNEC     PIC 9(09).
           03 CONTRATOFORNEC      PIC X(20).
           03 ATIVOFORNEC         PIC X(01).
      *
       FD CADAGEXAME
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGEXAME.DAT".
       01  REGAGEXAME.
           03 KEYAGEXAME.
              05 CODRECAGE        PIC 9(03).
              05 DATAAGE          PIC 9(08).
              05 HORAAGE          PIC 9(04).
           03 CPFAGE              PIC 9(11).
           03 DATACONSAGE         PIC 9(08).
           03 HORACONSAGE         PIC 9(04).
           03 NUMLINAGE           PIC 9(02).
           03 DURACAOAGE          PIC 9(03).
      *
       FD RELMANUTTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELMANUT.DOC".
       01 REGRELMANUTTX        PIC X(110).
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
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 ST-ERRO       PIC X(02) VALUE "00".
       01 W-FUNCAO      PIC 9(01) VALUE ZEROS.
       01 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-FORNOK      PIC X(01) VALUE "N".
       01 W-AGEXOK      PIC X(01) VALUE "N".
      *---CAMPOS DA ORDEM DE SERVICO-----------------------------------
       01 W-NUMOS       PIC 9(06) VALUE ZEROS.
       01 W-CODREC      PIC 9(03) VALUE ZEROS.
       01 W-DESCREC     PIC X(30) VALUE SPACES.
       01 W-TIPOOS      PIC X(01) VALUE SPACES.
       01 W-CODFORN     PIC 9(04) VALUE ZEROS.
       01 W-RAZAO       PIC X(40) VALUE SPACES.
       01 W-DESCOS      PIC X(40) VALUE SPACES.
       01 W-DATAINI     PIC 9(08) VALUE ZEROS.
       01 W-HORAINI     PIC 9(04) VALUE ZEROS.
       01 W-DATAFIM     PIC 9(08) VALUE ZEROS.
       01 W-HORAFIM     PIC 9(04) VALUE ZEROS.
       01 W-CERTIF      PIC X(20) VALUE SPACES.
       01 W-SITUACAO    PIC X(20) VALUE SPACES.
       01 W-HORAH       PIC 9(02) VALUE ZEROS.
       01 W-HORAM       PIC 9(02) VALUE ZEROS.
      *---PERIODO DE PARADA X AGENDAMENTOS (AAAAMMDDHHMM)-------------
       01 W-TSINI       PIC 9(12) VALUE ZEROS.
       01 W-TSFIM       PIC 9(12) VALUE ZEROS.
       01 W-TSINIB      PIC 9(12) VALUE ZEROS.
       01 W-TSFIMB      PIC 9(12) VALUE ZEROS.
       01 W-MINFIMB     PIC 9(05) VALUE ZEROS.
       01 W-QTDEAFET    PIC 9(03) VALUE ZEROS.
      *---VALIDADE DA PREVENTIVA E DA CALIBRACAO-----------------------
       01 W-JULDATA     PIC 9(07) VALUE ZEROS.
       01 W-DATALIMITE  PIC 9(08) VALUE ZEROS.
       01 W-PROXPREV    PIC 9(08) VALUE ZEROS.
       01 W-SITPREV     PIC X(12) VALUE SPACES.
       01 W-SITCALIB    PIC X(12) VALUE SPACES.
       01 W-QTDEPREV    PIC 9(04) VALUE ZEROS.
       01 W-QTDECALIB   PIC 9(04) VALUE ZEROS.
       01 W-QTDEOS      PIC 9(04) VALUE ZEROS.
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
      *---RELATORIO RELMANUT.DOC---------------------------------------
       01 CABMANUT.
          03 FILLER PIC X(60) VALUE
          "HOSPITAL MAINFRAME *** EQUIPAMENTOS: PREVENTIVA/CALIBRACAO".
          03 FILLER PIC X(08) VALUE " *** EM ".
          03 DATACABTX        PIC 9(08).
       01 CABMANUT2.
          03 FILLER PIC X(56) VALUE
          "REC DESCRICAO                      NUMERO DE SERIE".
          03 FILLER PIC X(44) VALUE
          "PROX.PREV SIT.PREV.    VALID.CAL SIT.CALIB.".
       01 DETMANUT.
          03 RECRELTX         PIC 9(03).
          03 FILLER           PIC X(01) VALUE " ".
          03 DESCRELTX        PIC X(30).
          03 FILLER           PIC X(01) VALUE " ".
          03 SERIERELTX       PIC X(20).
          03 FILLER           PIC X(01) VALUE " ".
          03 PROXRELTX        PIC 9(08).
          03 FILLER           PIC X(02) VALUE "  ".
          03 SITPREVRELTX     PIC X(12).
          03 FILLER           PIC X(01) VALUE " ".
          03 VALCALRELTX      PIC 9(08).
          03 FILLER           PIC X(02) VALUE "  ".
          03 SITCALRELTX      PIC X(12).
       01 CABMANUT3.
          03 FILLER PIC X(40) VALUE
          "ORDENS DE SERVICO EM ABERTO".
       01 CABMANUT4.
          03 FILLER PIC X(52) VALUE
          "ORDEM  REC TIPO INICIO        PREV.FIM      SERVICO".
       01 DETOS.
          03 NUMOSRELTX       PIC 9(06).
          03 FILLER           PIC X(01) VALUE " ".
          03 RECOSRELTX       PIC 9(03).
          03 FILLER           PIC X(02) VALUE "  ".
          03 TIPOOSRELTX      PIC X(01).
          03 FILLER           PIC X(03) VALUE "  ".
          03 DTINIRELTX       PIC 9(08).
          03 FILLER           PIC X(01) VALUE " ".
          03 HRINIRELTX       PIC 9(04).
          03 FILLER           PIC X(01) VALUE " ".
          03 DTFIMRELTX       PIC 9(08).
          03 FILLER           PIC X(01) VALUE " ".
          03 HRFIMRELTX       PIC 9(04).
          03 FILLER           PIC X(01) VALUE " ".
          03 DESCOSRELTX      PIC X(40).
       01 TOTMANUT.
          03 FILLER           PIC X(22) VALUE
          "PREVENTIVAS VENCIDAS: ".
          03 QTDEPREVTOTTX    PIC ZZZ9.
          03 FILLER           PIC X(24) VALUE
          "  CALIBRACOES VENCIDAS: ".
          03 QTDECALTOTTX     PIC ZZZ9.
          03 FILLER           PIC X(17) VALUE
          "  OS EM ABERTO: ".
          03 QTDEOSTOTTX      PIC ZZZ9.
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
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAMANUT.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "           ORDENS DE SERVICO DOS EQUIPAM".
           05  LINE 02  COLUMN 41
               VALUE  "ENTOS DE EXAME".
           05  LINE 04  COLUMN 01
               VALUE  "   1 - ABRIR ORDEM      2 - CONCLUIR".
           05  LINE 05  COLUMN 01
               VALUE  "   3 - CANCELAR         4 - RELATORIO DE ".
           05  LINE 05  COLUMN 42
               VALUE  "VENCIDOS".
           05  LINE 07  COLUMN 01
               VALUE  "   FUNCAO :   ( 0 - ENCERRA )".
           05  LINE 09  COLUMN 01
               VALUE  "   ORDEM :          RECURSO :".
           05  LINE 10  COLUMN 01
               VALUE  "   TIPO (P=PREVENTIVA C=CORRETIVA L=CALIB".
           05  LINE 10  COLUMN 42
               VALUE  "RACAO) :".
           05  LINE 11  COLUMN 01
               VALUE  "   FORNECEDOR :".
           05  LINE 12  COLUMN 01
               VALUE  "   SERVICO :".
           05  LINE 14  COLUMN 01
               VALUE  "   INICIO DA PARADA (AAAAMMDD HHMM) :".
           05  LINE 15  COLUMN 01
               VALUE  "   FIM DA PARADA    (AAAAMMDD HHMM) :".
           05  LINE 16  COLUMN 01
               VALUE  "   CERTIFICADO :".
           05  LINE 17  COLUMN 01
               VALUE  "   SITUACAO :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TW-FUNCAO
               LINE 07  COLUMN 13  PIC 9(01)
               USING  W-FUNCAO
               HIGHLIGHT.
           05  TW-NUMOS
               LINE 09  COLUMN 12  PIC 9(06)
               USING  W-NUMOS
               HIGHLIGHT.
           05  TW-CODREC
               LINE 09  COLUMN 31  PIC 9(03)
               USING  W-CODREC
               HIGHLIGHT.
           05  TW-DESCREC
               LINE 09  COLUMN 36  PIC X(30)
               USING  W-DESCREC
               HIGHLIGHT.
           05  TW-TIPOOS
               LINE 10  COLUMN 51  PIC X(01)
               USING  W-TIPOOS
               HIGHLIGHT.
           05  TW-CODFORN
               LINE 11  COLUMN 17  PIC 9(04)
               USING  W-CODFORN
               HIGHLIGHT.
           05  TW-RAZAO
               LINE 11  COLUMN 23  PIC X(40)
               USING  W-RAZAO
               HIGHLIGHT.
           05  TW-DESCOS
               LINE 12  COLUMN 14  PIC X(40)
               USING  W-DESCOS
               HIGHLIGHT.
           05  TW-DATAINI
               LINE 14  COLUMN 39  PIC 9(08)
               USING  W-DATAINI
               HIGHLIGHT.
           05  TW-HORAINI
               LINE 14  COLUMN 48  PIC 9(04)
               USING  W-HORAINI
               HIGHLIGHT.
           05  TW-DATAFIM
               LINE 15  COLUMN 39  PIC 9(08)
               USING  W-DATAFIM
               HIGHLIGHT.
           05  TW-HORAFIM
               LINE 15  COLUMN 48  PIC 9(04)
               USING  W-HORAFIM
               HIGHLIGHT.
           05  TW-CERTIF
               LINE 16  COLUMN 18  PIC X(20)
               USING  W-CERTIF
               HIGHLIGHT.
           05  TW-SITUACAO
               LINE 17  COLUMN 15  PIC X(20)
               USING  W-SITUACAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
       L0.
           OPEN I-O CADORDSERV
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADORDSERV
                CLOSE CADORDSERV
                GO TO L0
             ELSE
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADORDSERV" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM2.
           OPEN I-O CADEQUIP
           IF ST-ERRO NOT = "00"
              MOVE "CADASTRE OS EQUIPAMENTOS NO SMP076 ANTES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADORDSERV
              GO TO ROT-FIM2.
           OPEN INPUT CADRECURSO
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO CADRECURSO NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADORDSERV CADEQUIP
              GO TO ROT-FIM2.
           OPEN INPUT CADFORNEC
           IF ST-ERRO = "00"
              MOVE "S" TO W-FORNOK.
           OPEN INPUT CADAGEXAME
           IF ST-ERRO = "00"
              MOVE "S" TO W-AGEXOK.
           PERFORM ABRIR-CADSESSAO.
           PERFORM ABRIR-CADLOG.
       MENU-FUNCAO.
           MOVE ZEROS TO W-FUNCAO
           PERFORM LIMPA-CAMPOS THRU FIM-LIMPA-CAMPOS
           DISPLAY TELAMANUT
           ACCEPT TW-FUNCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-FUNCAO = 0
              GO TO ROT-FIM.
           IF W-FUNCAO = 1
              GO TO ABRE-L1.
           IF W-FUNCAO = 2
              GO TO CONCLUI-L1.
           IF W-FUNCAO = 3
              GO TO CANCELA-L1.
           IF W-FUNCAO = 4
              GO TO RELATORIO.
           MOVE "*** FUNCAO NAO DISPONIVEL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *----------------ABRIR ORDEM DE SERVICO----------------------------
       ABRE-L1.
           PERFORM PROXIMA-OS THRU FIM-PROXIMA-OS
           DISPLAY TW-NUMOS.
       ABRE-L2.
           ACCEPT TW-CODREC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
           MOVE W-CODREC TO CODRECURSO
           READ CADRECURSO
           IF ST-ERRO NOT = "00"
              MOVE "** RECURSO NAO CADASTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ABRE-L2.
           MOVE DESCRECURSO TO W-DESCREC
           DISPLAY TW-DESCREC
           MOVE W-CODREC TO CODRECEQ
           READ CADEQUIP
           IF ST-ERRO NOT = "00"
              MOVE "** EQUIPAMENTO DO RECURSO NAO CADASTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ABRE-L2.
           MOVE CODFORNEQ TO W-CODFORN
           PERFORM MOSTRA-FORNECEDOR.
       ABRE-L3.
           ACCEPT TW-TIPOOS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ABRE-L2.
           IF W-TIPOOS NOT = "P" AND W-TIPOOS NOT = "C"
              AND W-TIPOOS NOT = "L"
              MOVE "INFORME P=PREVENTIVA C=CORRETIVA L=CALIBRACAO"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ABRE-L3.
       ABRE-L4.
           ACCEPT TW-CODFORN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ABRE-L3.
           IF W-CODFORN NOT = ZEROS AND W-FORNOK = "S"
              MOVE W-CODFORN TO CODFORNEC
              READ CADFORNEC
              IF ST-ERRO NOT = "00"
                 MOVE "**FORNECEDOR NAO ENCONTRADO**" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ABRE-L4.
           PERFORM MOSTRA-FORNECEDOR.
       ABRE-L5.
           ACCEPT TW-DESCOS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ABRE-L4.
           IF W-DESCOS = SPACES
              MOVE "DESCREVA O SERVICO A EXECUTAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ABRE-L5.
       ABRE-L6.
           ACCEPT TW-DATAINI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ABRE-L5.
           MOVE W-DATAINI TO W-DATAAMD
           PERFORM VALIDA-DATA
           IF W-DATAVALIDA NOT = "S"
              MOVE "DATA INVALIDA NO CALENDARIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ABRE-L6.
       ABRE-L7.
           ACCEPT TW-HORAINI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ABRE-L6.
           DIVIDE W-HORAINI BY 100 GIVING W-HORAH REMAINDER W-HORAM
           IF W-HORAH > 23 OR W-HORAM > 59
              MOVE "O HORARIO INSERIDO NAO E VALIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ABRE-L7.
       ABRE-L8.
           ACCEPT TW-DATAFIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ABRE-L7.
           MOVE W-DATAFIM TO W-DATAAMD
           PERFORM VALIDA-DATA
           IF W-DATAVALIDA NOT = "S"
              MOVE "DATA INVALIDA NO CALENDARIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ABRE-L8.
       ABRE-L9.
           ACCEPT TW-HORAFIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ABRE-L8.
           DIVIDE W-HORAFIM BY 100 GIVING W-HORAH REMAINDER W-HORAM
           IF W-HORAH > 23 OR W-HORAM > 59
              MOVE "O HORARIO INSERIDO NAO E VALIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ABRE-L9.
           COMPUTE W-TSINI = W-DATAINI * 10000 + W-HORAINI
           COMPUTE W-TSFIM = W-DATAFIM * 10000 + W-HORAFIM
           IF W-TSFIM NOT > W-TSINI
              MOVE "FIM DA PARADA DEVE SER APOS O INICIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ABRE-L8.
           PERFORM CONTA-AGENDADOS THRU FIM-CONTA-AGENDADOS
           IF W-QTDEAFET NOT = ZEROS
              DISPLAY (19, 04) "EXAMES AGENDADOS NA PARADA: "
                               W-QTDEAFET " (REMARCAR NO AGENDEX)".
       ABRE-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "ABRIR A ORDEM (S/N) : ".
           ACCEPT (23, 62) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ABRE-L9.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** ORDEM NAO ABERTA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ABRE-OPC.
           MOVE W-NUMOS TO NUMOS
           MOVE W-CODREC TO CODRECOS
           MOVE W-DATAINI TO DATAINIOS
           MOVE W-HORAINI TO HORAINIOS
           MOVE W-DATAFIM TO DATAFIMOS
           MOVE W-HORAFIM TO HORAFIMOS
           MOVE W-TIPOOS TO TIPOOS
           MOVE "A" TO STATUSOS
           MOVE W-DESCOS TO DESCOS
           MOVE W-CODFORN TO CODFORNOS
           MOVE SPACES TO CERTIFOS
           MOVE ZEROS TO DATACONCOS
           WRITE REGORDSERV
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "* ERRO NA GRAVACAO DA ORDEM DE SERVICO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE NUMOS TO CHAVELOGTX
           MOVE "N" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           MOVE "*** ORDEM ABERTA - RECURSO BLOQUEADO NA PARADA ***"
              TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *----------------CONCLUIR ORDEM (RETORNO DO EQUIPAMENTO)-----------
      *-----O FIM INFORMADO E O RETORNO REAL: LIBERA OS HORARIOS QUE-----
      *-----SOBRAM DA PARADA PREVISTA-----------------------------------
       CONCLUI-L1.
           PERFORM LER-OS THRU FIM-LER-OS
           IF W-OPCAO NOT = "S"
              GO TO MENU-FUNCAO.
           IF NOT OS-ABERTA
              MOVE "** SO ORDEM ABERTA PODE SER CONCLUIDA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONCLUI-L1.
       CONCLUI-L2.
           ACCEPT TW-DATAFIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
           MOVE W-DATAFIM TO W-DATAAMD
           PERFORM VALIDA-DATA
           IF W-DATAVALIDA NOT = "S"
              MOVE "DATA INVALIDA NO CALENDARIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONCLUI-L2.
           IF W-DATAFIM > W-DATAHOJE
              MOVE "DATA DE RETORNO NAO PODE SER FUTURA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONCLUI-L2.
       CONCLUI-L3.
           ACCEPT TW-HORAFIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO CONCLUI-L2.
           DIVIDE W-HORAFIM BY 100 GIVING W-HORAH REMAINDER W-HORAM
           IF W-HORAH > 23 OR W-HORAM > 59
              MOVE "O HORARIO INSERIDO NAO E VALIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONCLUI-L3.
           COMPUTE W-TSINI = W-DATAINI * 10000 + W-HORAINI
           COMPUTE W-TSFIM = W-DATAFIM * 10000 + W-HORAFIM
           IF W-TSFIM NOT > W-TSINI
              MOVE "RETORNO DEVE SER APOS O INICIO DA PARADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONCLUI-L2.
       CONCLUI-L4.
           IF NOT OS-CALIBRACAO
              GO TO CONCLUI-OPC.
           ACCEPT TW-CERTIF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO CONCLUI-L3.
           IF W-CERTIF = SPACES
              MOVE "INFORME O NUMERO DO CERTIFICADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONCLUI-L4.
       CONCLUI-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "CONCLUIR A ORDEM (S/N) : ".
           ACCEPT (23, 65) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO CONCLUI-L3.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** ORDEM NAO CONCLUIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONCLUI-OPC.
           MOVE W-DATAFIM TO DATAFIMOS DATACONCOS
           MOVE W-HORAFIM TO HORAFIMOS
           MOVE W-CERTIF TO CERTIFOS
           MOVE "F" TO STATUSOS
           REWRITE REGORDSERV
           IF ST-ERRO NOT = "00"
              MOVE "* ERRO NA GRAVACAO DA ORDEM DE SERVICO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM ATUALIZA-EQUIP THRU FIM-ATUALIZA-EQUIP
           MOVE NUMOS TO CHAVELOGTX
           MOVE "F" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           MOVE "*** ORDEM CONCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *----------------CANCELAR ORDEM ABERTA (LIBERA A PARADA)-----------
       CANCELA-L1.
           PERFORM LER-OS THRU FIM-LER-OS
           IF W-OPCAO NOT = "S"
              GO TO MENU-FUNCAO.
           IF NOT OS-ABERTA
              MOVE "** SO ORDEM ABERTA PODE SER CANCELADA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CANCELA-L1.
       CANCELA-OPC.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 40) "CANCELAR A ORDEM (S/N) : ".
           ACCEPT (23, 65) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** ORDEM NAO CANCELADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CANCELA-OPC.
           MOVE "X" TO STATUSOS
           REWRITE REGORDSERV
           MOVE NUMOS TO CHAVELOGTX
           MOVE "C" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           MOVE "*** ORDEM CANCELADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *----------------RELATORIO DE PREVENTIVA/CALIBRACAO VENCIDA--------
      *-----LISTA O QUE ESTA VENCIDO OU VENCE NOS PROXIMOS 30 DIAS E-----
      *-----AS ORDENS DE SERVICO AINDA ABERTAS--------------------------
       RELATORIO.
           OPEN OUTPUT RELMANUTTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELMANUT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           MOVE W-DATAHOJE TO DATACABTX
           WRITE REGRELMANUTTX FROM CABMANUT
           WRITE REGRELMANUTTX FROM CABMANUT2
           MOVE ZEROS TO W-QTDEPREV W-QTDECALIB W-QTDEOS
           COMPUTE W-JULDATA = FUNCTION INTEGER-OF-DATE(W-DATAHOJE) + 30
           COMPUTE W-DATALIMITE = FUNCTION DATE-OF-INTEGER(W-JULDATA)
           MOVE ZEROS TO CODRECEQ
           START CADEQUIP KEY IS NOT LESS CODRECEQ INVALID KEY
                 GO TO RELATORIO3.
       RELATORIO1.
           READ CADEQUIP NEXT
           IF ST-ERRO NOT = "00"
              GO TO RELATORIO3.
           MOVE SPACES TO W-SITPREV W-SITCALIB
           MOVE ZEROS TO W-PROXPREV
           IF INTPREVEQ NOT = ZEROS
              IF DATAPREVEQ = ZEROS
                 MOVE "SEM REGISTRO" TO W-SITPREV
              ELSE
                 COMPUTE W-JULDATA =
                      FUNCTION INTEGER-OF-DATE(DATAPREVEQ) + INTPREVEQ
                 COMPUTE W-PROXPREV =
                      FUNCTION DATE-OF-INTEGER(W-JULDATA)
                 IF W-PROXPREV < W-DATAHOJE
                    MOVE "VENCIDA" TO W-SITPREV
                 ELSE
                    IF W-PROXPREV NOT > W-DATALIMITE
                       MOVE "A VENCER" TO W-SITPREV.
           IF INTCALIBEQ NOT = ZEROS
              IF VALCALIBEQ = ZEROS
                 MOVE "SEM REGISTRO" TO W-SITCALIB
              ELSE
                 IF VALCALIBEQ < W-DATAHOJE
                    MOVE "VENCIDA" TO W-SITCALIB
                 ELSE
                    IF VALCALIBEQ NOT > W-DATALIMITE
                       MOVE "A VENCER" TO W-SITCALIB.
           IF W-SITPREV = SPACES AND W-SITCALIB = SPACES
              GO TO RELATORIO1.
           IF W-SITPREV = "VENCIDA" OR W-SITPREV = "SEM REGISTRO"
              ADD 1 TO W-QTDEPREV.
           IF W-SITCALIB = "VENCIDA" OR W-SITCALIB = "SEM REGISTRO"
              ADD 1 TO W-QTDECALIB.
           MOVE CODRECEQ TO RECRELTX CODRECURSO
           MOVE SPACES TO DESCRELTX
           READ CADRECURSO
           IF ST-ERRO = "00"
              MOVE DESCRECURSO TO DESCRELTX.
           MOVE NUMSERIEEQ TO SERIERELTX
           MOVE W-PROXPREV TO PROXRELTX
           MOVE W-SITPREV TO SITPREVRELTX
           MOVE VALCALIBEQ TO VALCALRELTX
           MOVE W-SITCALIB TO SITCALRELTX
           WRITE REGRELMANUTTX FROM DETMANUT
           GO TO RELATORIO1.
       RELATORIO3.
           MOVE SPACES TO REGRELMANUTTX
           WRITE REGRELMANUTTX
           WRITE REGRELMANUTTX FROM CABMANUT3
           WRITE REGRELMANUTTX FROM CABMANUT4
           MOVE ZEROS TO NUMOS
           START CADORDSERV KEY IS NOT LESS NUMOS INVALID KEY
                 GO TO RELATORIO5.
       RELATORIO4.
           READ CADORDSERV NEXT
           IF ST-ERRO NOT = "00"
              GO TO RELATORIO5.
           IF NOT OS-ABERTA
              GO TO RELATORIO4.
           ADD 1 TO W-QTDEOS
           MOVE NUMOS TO NUMOSRELTX
           MOVE CODRECOS TO RECOSRELTX
           MOVE TIPOOS TO TIPOOSRELTX
           MOVE DATAINIOS TO DTINIRELTX
           MOVE HORAINIOS TO HRINIRELTX
           MOVE DATAFIMOS TO DTFIMRELTX
           MOVE HORAFIMOS TO HRFIMRELTX
           MOVE DESCOS TO DESCOSRELTX
           WRITE REGRELMANUTTX FROM DETOS
           GO TO RELATORIO4.
       RELATORIO5.
           MOVE SPACES TO REGRELMANUTTX
           WRITE REGRELMANUTTX
           MOVE W-QTDEPREV TO QTDEPREVTOTTX
           MOVE W-QTDECALIB TO QTDECALTOTTX
           MOVE W-QTDEOS TO QTDEOSTOTTX
           WRITE REGRELMANUTTX FROM TOTMANUT
           CLOSE RELMANUTTX
           MOVE "*** RELATORIO RELMANUT.DOC GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *
      *****************************************
      * ROTINAS DE APOIO                      *
      *****************************************
      *
       LIMPA-CAMPOS.
           MOVE ZEROS TO W-NUMOS W-CODREC W-CODFORN W-DATAINI
           MOVE ZEROS TO W-HORAINI W-DATAFIM W-HORAFIM W-QTDEAFET
           MOVE SPACES TO W-DESCREC W-TIPOOS W-RAZAO W-DESCOS
           MOVE SPACES TO W-CERTIF W-SITUACAO.
       FIM-LIMPA-CAMPOS.
           EXIT.
      *-----PROXIMO NUMERO DE ORDEM DE SERVICO---------------------------
       PROXIMA-OS.
           MOVE ZEROS TO W-NUMOS
           MOVE ZEROS TO NUMOS
           START CADORDSERV KEY IS NOT LESS NUMOS INVALID KEY
                 GO TO PROXIMA-OS2.
       PROXIMA-OS1.
           READ CADORDSERV NEXT
           IF ST-ERRO NOT = "00"
              GO TO PROXIMA-OS2.
           MOVE NUMOS TO W-NUMOS
           GO TO PROXIMA-OS1.
       PROXIMA-OS2.
           ADD 1 TO W-NUMOS.
       FIM-PROXIMA-OS.
           EXIT.
      *-----LER A ORDEM DE SERVICO (W-OPCAO = S QUANDO ACHOU)-----------
       LER-OS.
           MOVE "N" TO W-OPCAO
           PERFORM LIMPA-CAMPOS THRU FIM-LIMPA-CAMPOS
           DISPLAY TELAMANUT.
       LER-OS1.
           ACCEPT TW-NUMOS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO FIM-LER-OS.
           MOVE W-NUMOS TO NUMOS
           READ CADORDSERV
           IF ST-ERRO NOT = "00"
              MOVE "** ORDEM DE SERVICO NAO ENCONTRADA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LER-OS1.
           MOVE CODRECOS TO W-CODREC CODRECURSO
           MOVE SPACES TO W-DESCREC
           READ CADRECURSO
           IF ST-ERRO = "00"
              MOVE DESCRECURSO TO W-DESCREC.
           MOVE TIPOOS TO W-TIPOOS
           MOVE CODFORNOS TO W-CODFORN
           MOVE DESCOS TO W-DESCOS
           MOVE DATAINIOS TO W-DATAINI
           MOVE HORAINIOS TO W-HORAINI
           MOVE DATAFIMOS TO W-DATAFIM
           MOVE HORAFIMOS TO W-HORAFIM
           MOVE CERTIFOS TO W-CERTIF
           IF OS-ABERTA
              MOVE "ABERTA" TO W-SITUACAO
           ELSE
              IF OS-CONCLUIDA
                 MOVE "CONCLUIDA" TO W-SITUACAO
              ELSE
                 MOVE "CANCELADA" TO W-SITUACAO.
           DISPLAY TELAMANUT
           PERFORM MOSTRA-FORNECEDOR
           MOVE "S" TO W-OPCAO.
       FIM-LER-OS.
           EXIT.
      *-----AGENDAMENTOS DO RECURSO DENTRO DA PARADA---------------------
       CONTA-AGENDADOS.
           MOVE ZEROS TO W-QTDEAFET
           IF W-AGEXOK NOT = "S"
              GO TO FIM-CONTA-AGENDADOS.
           MOVE W-CODREC TO CODRECAGE
           MOVE W-DATAINI TO DATAAGE
           MOVE ZEROS TO HORAAGE
           START CADAGEXAME KEY IS NOT LESS KEYAGEXAME INVALID KEY
                 GO TO FIM-CONTA-AGENDADOS.
       CONTA-AGENDADOS1.
           READ CADAGEXAME NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-CONTA-AGENDADOS.
           IF CODRECAGE NOT = W-CODREC OR DATAAGE > W-DATAFIM
              GO TO FIM-CONTA-AGENDADOS.
           COMPUTE W-TSINIB = DATAAGE * 10000 + HORAAGE
           DIVIDE HORAAGE BY 100 GIVING W-HORAH REMAINDER W-HORAM
           COMPUTE W-MINFIMB = W-HORAH * 60 + W-HORAM + DURACAOAGE
           IF W-MINFIMB > 1439
              MOVE 1439 TO W-MINFIMB.
           DIVIDE W-MINFIMB BY 60 GIVING W-HORAH REMAINDER W-HORAM
           COMPUTE W-TSFIMB = DATAAGE * 10000 + W-HORAH * 100 + W-HORAM
           IF W-TSINIB < W-TSFIM AND W-TSFIMB > W-TSINI
              ADD 1 TO W-QTDEAFET.
           GO TO CONTA-AGENDADOS1.
       FIM-CONTA-AGENDADOS.
           EXIT.
      *-----PREVENTIVA/CALIBRACAO CONCLUIDA ATUALIZA O EQUIPAMENTO-------
       ATUALIZA-EQUIP.
           IF OS-CORRETIVA
              GO TO FIM-ATUALIZA-EQUIP.
           MOVE CODRECOS TO CODRECEQ
           READ CADEQUIP
           IF ST-ERRO NOT = "00"
              GO TO FIM-ATUALIZA-EQUIP.
           IF OS-PREVENTIVA
              MOVE DATACONCOS TO DATAPREVEQ
           ELSE
              MOVE DATACONCOS TO DATACALIBEQ
              MOVE CERTIFOS TO CERTIFEQ
              MOVE ZEROS TO VALCALIBEQ
              IF INTCALIBEQ NOT = ZEROS
                 COMPUTE W-JULDATA =
                      FUNCTION INTEGER-OF-DATE(DATACALIBEQ) + INTCALIBEQ
                 COMPUTE VALCALIBEQ =
                      FUNCTION DATE-OF-INTEGER(W-JULDATA).
           REWRITE REGEQUIP.
       FIM-ATUALIZA-EQUIP.
           EXIT.
      *
       MOSTRA-FORNECEDOR.
           MOVE SPACES TO W-RAZAO
           IF W-CODFORN NOT = ZEROS AND W-FORNOK = "S"
              MOVE W-CODFORN TO CODFORNEC
              READ CADFORNEC
              IF ST-ERRO = "00"
                 MOVE RAZAOFORNEC TO W-RAZAO.
           DISPLAY TW-CODFORN
           DISPLAY TW-RAZAO.
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
           MOVE "MANUTEQ" TO PROGRAMALOGTX
           MOVE LOGTX TO REGLOG
           WRITE REGLOG.
      *
       ROT-FIM.
           CLOSE CADORDSERV CADEQUIP CADRECURSO CADLOG
           IF W-FORNOK = "S"
              CLOSE CADFORNEC.
           IF W-AGEXOK = "S"
              CLOSE CADAGEXAME.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
      *
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
       ROT-MENS1.
           DISPLAY (23, 12) MENS.
       ROT-MENS2.
           ADD 1 TO W-CONT
           IF W-CONT < 3000
              GO TO ROT-MENS2
           ELSE
              DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
           EXIT.
       FIM-ROT-MENS.
