       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMEKIT.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    CME - CARGAS DE ESTERILIZACAO E RASTREIO DOS KITS          *
      *    (CADCICLO/CADCICLOKIT: CARGA E SEUS KITS; CADUSOKIT: KIT   *
      *    USADO NA LINHA DE PROCEDIMENTO DO PACIENTE - CADCONSITEM)  *
      *    METODO: V=VAPOR O=OXIDO DE ETILENO P=PLASMA                *
      *    INDICADOR: P=PENDENTE A=APROVADO R=REPROVADO               *
      *    KIT SO E LIBERADO PARA USO COM A CARGA APROVADA            *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODKIT
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DESCKIT
                       WITH DUPLICATES.
       SELECT CADCICLO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMCICLO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCICLOKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCICLOKIT
                    FILE STATUS  IS ST-ERRO.
       SELECT CADUSOKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYUSOKIT
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCONSITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCONSITEM
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO.
       SELECT RELCMETX ASSIGN TO DISK
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
      *---------KIT DE INSTRUMENTAL DA CME------------------------------
       FD CADKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADKIT.DAT".
       01  REGKIT.
           03 CODKIT              PIC 9(05).
           03 DESCKIT             PIC X(30).
           03 TIPOKIT             PIC X(01).
              88 KIT-CIRURGICO      VALUE "C".
              88 KIT-PROCEDIMENTO   VALUE "P".
           03 QTDEPECAKIT         PIC 9(03).
           03 ATIVOKIT            PIC X(01).
           03 STATUSKIT           PIC X(01).
              88 KIT-A-ESTERILIZAR  VALUE "U".
              88 KIT-EM-CICLO       VALUE "C".
              88 KIT-ESTERIL        VALUE "E".
              88 KIT-REPROVADO      VALUE "R".
           03 VALIDADEKIT         PIC 9(08).
           03 NUMCICLOKIT         PIC 9(06).
           03 FILLER              PIC X(15).
      *---------CARGA (CICLO) DE ESTERILIZACAO--------------------------
       FD CADCICLO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCICLO.DAT".
       01  REGCICLO.
           03 NUMCICLO            PIC 9(06).
           03 DATACICLO           PIC 9(08).
           03 HORACICLO           PIC 9(04).
           03 METODOCICLO         PIC X(01).
              88 MET-VAPOR          VALUE "V".
              88 MET-OXIDO          VALUE "O".
              88 MET-PLASMA         VALUE "P".
           03 AUTOCLAVECICLO      PIC X(10).
           03 VALIDADECICLO       PIC 9(08).
           03 INDICADORCICLO      PIC X(01).
              88 IND-PENDENTE       VALUE "P".
              88 IND-APROVADO       VALUE "A".
              88 IND-REPROVADO      VALUE "R".
           03 DATAINDCICLO        PIC 9(08).
           03 CODOPERCICLO        PIC 9(04).
           03 QTDEKITCICLO        PIC 9(03).
           03 FILLER              PIC X(10).
      *---------KITS DA CARGA-------------------------------------------
       FD CADCICLOKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCICLOKIT.DAT".
       01  REGCICLOKIT.
           03 KEYCICLOKIT.
              05 NUMCICLOCK       PIC 9(06).
              05 CODKITCK         PIC 9(05).
           03 FILLER              PIC X(05).
      *---------KIT USADO NO PACIENTE (CHAVE DA LINHA CADCONSITEM)------
       FD CADUSOKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUSOKIT.DAT".
       01  REGUSOKIT.
           03 KEYUSOKIT.
              05 CPFUSO           PIC 9(11).
              05 DATAUSO.
                 07 DIAUSO        PIC 9(02).
                 07 MESUSO        PIC 9(02).
                 07 ANOUSO        PIC 9(04).
              05 HORAUSO          PIC 9(04).
              05 SEQUSO           PIC 9(02).
              05 CODKITUSO        PIC 9(05).
           03 NUMCICLOUSO         PIC 9(06).
           03 VALIDADEUSO         PIC 9(08).
           03 DATAREGUSO          PIC 9(08).
           03 CODOPERUSO          PIC 9(04).
           03 FILLER              PIC X(10).
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
       FD RELCMETX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCME.DOC".
       01 REGRELCMETX          PIC X(100).
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
       01 W-PACIOK      PIC X(01) VALUE "N".
      *---CAMPOS DA CARGA-----------------------------------------------
       01 W-NUMCICLO    PIC 9(06) VALUE ZEROS.
       01 W-DATACICLO   PIC 9(08) VALUE ZEROS.
       01 W-HORACICLO   PIC 9(04) VALUE ZEROS.
       01 W-METODO      PIC X(01) VALUE SPACES.
       01 W-AUTOCLAVE   PIC X(10) VALUE SPACES.
       01 W-VALIDADE    PIC 9(08) VALUE ZEROS.
       01 W-INDICADOR   PIC X(01) VALUE SPACES.
       01 W-QTDEKITS    PIC 9(03) VALUE ZEROS.
       01 W-DIASVAL     PIC 9(03) VALUE ZEROS.
       01 W-JULDATA     PIC 9(07) VALUE ZEROS.
       01 W-HORAH       PIC 9(02) VALUE ZEROS.
       01 W-HORAM       PIC 9(02) VALUE ZEROS.
       01 W-QTDEEXPOSTO PIC 9(05) VALUE ZEROS.
      *---CAMPOS DO USO NO PACIENTE------------------------------------
       01 W-CPFUSO      PIC 9(11) VALUE ZEROS.
       01 W-DIAUSO      PIC 9(02) VALUE ZEROS.
       01 W-MESUSO      PIC 9(02) VALUE ZEROS.
       01 W-ANOUSO      PIC 9(04) VALUE ZEROS.
       01 W-HORAUSO     PIC 9(04) VALUE ZEROS.
       01 W-SEQUSO      PIC 9(02) VALUE ZEROS.
       01 W-DATAUSOAMD  PIC 9(08) VALUE ZEROS.
       01 W-DESCPROC    PIC X(40) VALUE SPACES.
       01 W-CODKIT      PIC 9(05) VALUE ZEROS.
       01 W-DESCKIT     PIC X(30) VALUE SPACES.
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
      *---RELATORIO RELCME.DOC------------------------------------------
       01 W-QTDEVENC    PIC 9(05) VALUE ZEROS.
       01 W-QTDEREPR    PIC 9(05) VALUE ZEROS.
       01 W-QTDEPEND    PIC 9(05) VALUE ZEROS.
       01 CABCME.
          03 FILLER PIC X(52) VALUE
          "HOSPITAL MAINFRAME *** CME - KITS E CARGAS *** EM ".
          03 DATACABTX        PIC 9(08).
       01 CABPARTE.
          03 TITULOPARTETX    PIC X(70).
       01 CABKIT.
          03 FILLER PIC X(60) VALUE
          "KIT   DESCRICAO                      CARGA  VALIDADE".
       01 DETKIT.
          03 CODKITRELTX      PIC 9(05).
          03 FILLER           PIC X(01) VALUE " ".
          03 DESCKITRELTX     PIC X(30).
          03 FILLER           PIC X(01) VALUE " ".
          03 CICLOKITRELTX    PIC 9(06).
          03 FILLER           PIC X(01) VALUE " ".
          03 VALKITRELTX      PIC 9(08).
       01 DETCICLO.
          03 FILLER           PIC X(07) VALUE "CARGA: ".
          03 NUMCICLORELTX    PIC 9(06).
          03 FILLER           PIC X(08) VALUE "  DATA: ".
          03 DATACICLORELTX   PIC 9(08).
          03 FILLER           PIC X(01) VALUE " ".
          03 HORACICLORELTX   PIC 9(04).
          03 FILLER           PIC X(10) VALUE "  METODO: ".
          03 METCICLORELTX    PIC X(01).
          03 FILLER           PIC X(13) VALUE "  AUTOCLAVE: ".
          03 AUTOCICLORELTX   PIC X(10).
          03 FILLER           PIC X(08) VALUE "  KITS: ".
          03 QTDECICLORELTX   PIC ZZ9.
       01 CABEXPOSTO.
          03 FILLER PIC X(60) VALUE
          "   PACIENTES EXPOSTOS: CPF         NOME".
          03 FILLER PIC X(30) VALUE
          "  ATENDIMENTO      KIT".
       01 DETEXPOSTO.
          03 FILLER           PIC X(23) VALUE SPACES.
          03 CPFEXPRELTX      PIC 9(11).
          03 FILLER           PIC X(01) VALUE " ".
          03 NOMEEXPRELTX     PIC X(25).
          03 FILLER           PIC X(02) VALUE "  ".
          03 DIAEXPRELTX      PIC 9(02).
          03 FILLER           PIC X(01) VALUE "/".
          03 MESEXPRELTX      PIC 9(02).
          03 FILLER           PIC X(01) VALUE "/".
          03 ANOEXPRELTX      PIC 9(04).
          03 FILLER           PIC X(01) VALUE " ".
          03 HORAEXPRELTX     PIC 9(04).
          03 FILLER           PIC X(01) VALUE " ".
          03 KITEXPRELTX      PIC 9(05).
       01 TOTCME.
          03 FILLER           PIC X(16) VALUE "KITS VENCIDOS: ".
          03 QTDEVENCTOTTX    PIC ZZZZ9.
          03 FILLER           PIC X(22) VALUE
          "  CARGAS REPROVADAS: ".
          03 QTDEREPRTOTTX    PIC ZZZZ9.
          03 FILLER           PIC X(20) VALUE
          "  CARGAS PENDENTES: ".
          03 QTDEPENDTOTTX    PIC ZZZZ9.
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
       01  TELACME.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          CME - ESTERILIZACAO E RASTREIO".
           05  LINE 02  COLUMN 41
               VALUE  " DE KITS".
           05  LINE 04  COLUMN 01
               VALUE  "   1 - REGISTRAR CARGA    2 - RESULTADO ".
           05  LINE 04  COLUMN 41
               VALUE  "DO INDICADOR".
           05  LINE 05  COLUMN 01
               VALUE  "   3 - USO NO PACIENTE    4 - RELATORIO ".
           05  LINE 05  COLUMN 41
               VALUE  "VENCIDOS/REPROVADOS".
           05  LINE 07  COLUMN 01
               VALUE  "   FUNCAO :   ( 0 - ENCERRA )".
           05  LINE 09  COLUMN 01
               VALUE  "   CARGA :         DATA (AAAAMMDD) :".
           05  LINE 09  COLUMN 47
               VALUE  "HORA :".
           05  LINE 10  COLUMN 01
               VALUE  "   METODO (V=VAPOR O=OXIDO ETILENO P=PLA".
           05  LINE 10  COLUMN 41
               VALUE  "SMA) :".
           05  LINE 11  COLUMN 01
               VALUE  "   AUTOCLAVE :".
           05  LINE 11  COLUMN 28
               VALUE  "VALIDADE (AAAAMMDD) :".
           05  LINE 12  COLUMN 01
               VALUE  "   INDICADOR (A=APROVADO R=REPROVADO) :".
           05  LINE 14  COLUMN 01
               VALUE  "   PACIENTE (CPF) :".
           05  LINE 14  COLUMN 33
               VALUE  "ATEND.:   /  /       HORA:      SEQ:".
           05  LINE 15  COLUMN 01
               VALUE  "   PROCEDIMENTO   :".
           05  LINE 17  COLUMN 01
               VALUE  "   KIT :".
           05  LINE 18  COLUMN 01
               VALUE  "   KITS NA CARGA :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TW-FUNCAO
               LINE 07  COLUMN 13  PIC 9(01)
               USING  W-FUNCAO
               HIGHLIGHT.
           05  TW-NUMCICLO
               LINE 09  COLUMN 12  PIC 9(06)
               USING  W-NUMCICLO
               HIGHLIGHT.
           05  TW-DATACICLO
               LINE 09  COLUMN 38  PIC 9(08)
               USING  W-DATACICLO
               HIGHLIGHT.
           05  TW-HORACICLO
               LINE 09  COLUMN 54  PIC 9(04)
               USING  W-HORACICLO
               HIGHLIGHT.
           05  TW-METODO
               LINE 10  COLUMN 48  PIC X(01)
               USING  W-METODO
               HIGHLIGHT.
           05  TW-AUTOCLAVE
               LINE 11  COLUMN 16  PIC X(10)
               USING  W-AUTOCLAVE
               HIGHLIGHT.
           05  TW-VALIDADE
               LINE 11  COLUMN 50  PIC 9(08)
               USING  W-VALIDADE
               HIGHLIGHT.
           05  TW-INDICADOR
               LINE 12  COLUMN 41  PIC X(01)
               USING  W-INDICADOR
               HIGHLIGHT.
           05  TW-CPFUSO
               LINE 14  COLUMN 21  PIC 9(11)
               USING  W-CPFUSO
               HIGHLIGHT.
           05  TW-DIAUSO
               LINE 14  COLUMN 40  PIC 9(02)
               USING  W-DIAUSO
               HIGHLIGHT.
           05  TW-MESUSO
               LINE 14  COLUMN 43  PIC 9(02)
               USING  W-MESUSO
               HIGHLIGHT.
           05  TW-ANOUSO
               LINE 14  COLUMN 46  PIC 9(04)
               USING  W-ANOUSO
               HIGHLIGHT.
           05  TW-HORAUSO
               LINE 14  COLUMN 59  PIC 9(04)
               USING  W-HORAUSO
               HIGHLIGHT.
           05  TW-SEQUSO
               LINE 14  COLUMN 69  PIC 9(02)
               USING  W-SEQUSO
               HIGHLIGHT.
           05  TW-DESCPROC
               LINE 15  COLUMN 21  PIC X(40)
               USING  W-DESCPROC
               HIGHLIGHT.
           05  TW-CODKIT
               LINE 17  COLUMN 10  PIC 9(05)
               USING  W-CODKIT
               HIGHLIGHT.
           05  TW-DESCKIT
               LINE 17  COLUMN 17  PIC X(30)
               USING  W-DESCKIT
               HIGHLIGHT.
           05  TW-QTDEKITS
               LINE 18  COLUMN 20  PIC 9(03)
               USING  W-QTDEKITS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
       L0.
           OPEN I-O CADKIT
           IF ST-ERRO NOT = "00"
              MOVE "CADASTRE OS KITS NO SMP077 ANTES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
       L0A.
           OPEN I-O CADCICLO
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADCICLO
                CLOSE CADCICLO
                GO TO L0A
             ELSE
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADCICLO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADKIT
                GO TO ROT-FIM2.
       L0B.
           OPEN I-O CADCICLOKIT
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADCICLOKIT
                CLOSE CADCICLOKIT
                GO TO L0B
             ELSE
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADCICLOKIT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADKIT CADCICLO
                GO TO ROT-FIM2.
       L0C.
           OPEN I-O CADUSOKIT
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADUSOKIT
                CLOSE CADUSOKIT
                GO TO L0C
             ELSE
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADUSOKIT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADKIT CADCICLO CADCICLOKIT
                GO TO ROT-FIM2.
           OPEN INPUT CADCONSITEM
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONSITEM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADKIT CADCICLO CADCICLOKIT CADUSOKIT
              GO TO ROT-FIM2.
           OPEN INPUT CADPACI
           IF ST-ERRO = "00"
              MOVE "S" TO W-PACIOK.
           PERFORM ABRIR-CADSESSAO.
           PERFORM ABRIR-CADLOG.
       MENU-FUNCAO.
           MOVE ZEROS TO W-FUNCAO
           PERFORM LIMPA-CAMPOS THRU FIM-LIMPA-CAMPOS
           DISPLAY TELACME
           ACCEPT TW-FUNCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-FUNCAO = 0
              GO TO ROT-FIM.
           IF W-FUNCAO = 1
              GO TO CARGA-L1.
           IF W-FUNCAO = 2
              GO TO RESULTADO-L1.
           IF W-FUNCAO = 3
              GO TO USO-L1.
           IF W-FUNCAO = 4
              GO TO RELATORIO.
           MOVE "*** FUNCAO NAO DISPONIVEL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *----------------REGISTRAR CARGA DE ESTERILIZACAO-----------------
       CARGA-L1.
           PERFORM PROXIMA-CARGA THRU FIM-PROXIMA-CARGA
           MOVE W-DATAHOJE TO W-DATACICLO
           DISPLAY TW-NUMCICLO.
       CARGA-L2.
           ACCEPT TW-DATACICLO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
           MOVE W-DATACICLO TO W-DATAAMD
           PERFORM VALIDA-DATA
           IF W-DATAVALIDA NOT = "S"
              MOVE "DATA INVALIDA NO CALENDARIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CARGA-L2.
           IF W-DATACICLO > W-DATAHOJE
              MOVE "DATA DA CARGA NAO PODE SER FUTURA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CARGA-L2.
       CARGA-L3.
           ACCEPT TW-HORACICLO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO CARGA-L2.
           DIVIDE W-HORACICLO BY 100 GIVING W-HORAH REMAINDER W-HORAM
           IF W-HORAH > 23 OR W-HORAM > 59
              MOVE "O HORARIO INSERIDO NAO E VALIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CARGA-L3.
       CARGA-L4.
           ACCEPT TW-METODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO CARGA-L3.
           IF W-METODO NOT = "V" AND W-METODO NOT = "O"
              AND W-METODO NOT = "P"
              MOVE "INFORME V=VAPOR O=OXIDO ETILENO P=PLASMA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CARGA-L4.
      *-----VALIDADE SUGERIDA: VAPOR 30 DIAS, DEMAIS METODOS 180 DIAS---
           MOVE 180 TO W-DIASVAL
           IF W-METODO = "V"
              MOVE 30 TO W-DIASVAL.
           COMPUTE W-JULDATA =
                   FUNCTION INTEGER-OF-DATE(W-DATACICLO) + W-DIASVAL
           COMPUTE W-VALIDADE = FUNCTION DATE-OF-INTEGER(W-JULDATA)
           DISPLAY TW-VALIDADE.
       CARGA-L5.
           ACCEPT TW-AUTOCLAVE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO CARGA-L4.
           IF W-AUTOCLAVE = SPACES
              MOVE "INFORME O EQUIPAMENTO (AUTOCLAVE)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CARGA-L5.
       CARGA-L6.
           ACCEPT TW-VALIDADE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO CARGA-L5.
           MOVE W-VALIDADE TO W-DATAAMD
           PERFORM VALIDA-DATA
           IF W-DATAVALIDA NOT = "S"
              MOVE "DATA INVALIDA NO CALENDARIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CARGA-L6.
           IF W-VALIDADE NOT > W-DATACICLO
              MOVE "VALIDADE DEVE SER APOS A DATA DA CARGA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CARGA-L6.
       CARGA-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "ABRIR A CARGA (S/N) : ".
           ACCEPT (23, 62) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO CARGA-L6.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** CARGA NAO REGISTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CARGA-OPC.
           MOVE W-NUMCICLO TO NUMCICLO
           MOVE W-DATACICLO TO DATACICLO
           MOVE W-HORACICLO TO HORACICLO
           MOVE W-METODO TO METODOCICLO
           MOVE W-AUTOCLAVE TO AUTOCLAVECICLO
           MOVE W-VALIDADE TO VALIDADECICLO
           MOVE "P" TO INDICADORCICLO
           MOVE ZEROS TO DATAINDCICLO QTDEKITCICLO
           MOVE W-CODOPERLOG TO CODOPERCICLO
           WRITE REGCICLO
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "* ERRO NA GRAVACAO DA CARGA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE ZEROS TO W-QTDEKITS
           DISPLAY TW-QTDEKITS.
      *-----KITS DA CARGA (KIT ZERO OU ESC ENCERRA)---------------------
       CARGA-KIT.
           MOVE ZEROS TO W-CODKIT
           MOVE SPACES TO W-DESCKIT
           DISPLAY TW-DESCKIT
           ACCEPT TW-CODKIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-CODKIT = ZEROS
              GO TO CARGA-FIM.
           MOVE W-CODKIT TO CODKIT
           READ CADKIT
           IF ST-ERRO NOT = "00"
              MOVE "** KIT NAO CADASTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CARGA-KIT.
           MOVE DESCKIT TO W-DESCKIT
           DISPLAY TW-DESCKIT
           IF ATIVOKIT NOT = "S"
              MOVE "** KIT INATIVO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CARGA-KIT.
           IF KIT-EM-CICLO
              MOVE "** KIT JA ESTA EM OUTRA CARGA PENDENTE **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CARGA-KIT.
           MOVE W-NUMCICLO TO NUMCICLOCK
           MOVE W-CODKIT TO CODKITCK
           WRITE REGCICLOKIT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "** KIT JA INCLUIDO NESTA CARGA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CARGA-KIT.
           MOVE "C" TO STATUSKIT
           MOVE W-NUMCICLO TO NUMCICLOKIT
           MOVE ZEROS TO VALIDADEKIT
           REWRITE REGKIT
           ADD 1 TO W-QTDEKITS
           DISPLAY TW-QTDEKITS
           GO TO CARGA-KIT.
       CARGA-FIM.
           MOVE W-NUMCICLO TO NUMCICLO
           READ CADCICLO
           IF ST-ERRO NOT = "00"
              GO TO MENU-FUNCAO.
           IF W-QTDEKITS = ZEROS
              DELETE CADCICLO RECORD
              MOVE "*** CARGA SEM KITS - NAO REGISTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           MOVE W-QTDEKITS TO QTDEKITCICLO
           REWRITE REGCICLO
           MOVE NUMCICLO TO CHAVELOGTX
           MOVE "N" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           MOVE "*** CARGA REGISTRADA - AGUARDA O INDICADOR ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *----------------RESULTADO DO INDICADOR DA CARGA------------------
      *-----APROVADA LIBERA OS KITS ATE A VALIDADE; REPROVADA (INCLUSIVE
      *-----LEITURA TARDIA DE CARGA JA APROVADA) BLOQUEIA OS KITS QUE---
      *-----AINDA ESTAO NESTA CARGA E APONTA OS USOS EXPOSTOS-----------
       RESULTADO-L1.
           ACCEPT TW-NUMCICLO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
           MOVE W-NUMCICLO TO NUMCICLO
           READ CADCICLO
           IF ST-ERRO NOT = "00"
              MOVE "** CARGA NAO ENCONTRADA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RESULTADO-L1.
           MOVE DATACICLO TO W-DATACICLO
           MOVE HORACICLO TO W-HORACICLO
           MOVE METODOCICLO TO W-METODO
           MOVE AUTOCLAVECICLO TO W-AUTOCLAVE
           MOVE VALIDADECICLO TO W-VALIDADE
           MOVE INDICADORCICLO TO W-INDICADOR
           MOVE QTDEKITCICLO TO W-QTDEKITS
           DISPLAY TELACME
           IF IND-REPROVADO
              MOVE "** CARGA JA REPROVADA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RESULTADO-L1.
       RESULTADO-L2.
           ACCEPT TW-INDICADOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO RESULTADO-L1.
           IF W-INDICADOR NOT = "A" AND W-INDICADOR NOT = "R"
              MOVE "INFORME A=APROVADO OU R=REPROVADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RESULTADO-L2.
           IF W-INDICADOR = "A" AND IND-APROVADO
              MOVE "** CARGA JA APROVADA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RESULTADO-L1.
       RESULTADO-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "CONFIRMA O RESULTADO (S/N) : ".
           ACCEPT (23, 69) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO RESULTADO-L2.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** RESULTADO NAO REGISTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RESULTADO-OPC.
           MOVE W-INDICADOR TO INDICADORCICLO
           MOVE W-DATAHOJE TO DATAINDCICLO
           REWRITE REGCICLO
           PERFORM LIBERA-KITS THRU FIM-LIBERA-KITS
           MOVE NUMCICLO TO CHAVELOGTX
           MOVE W-INDICADOR TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           IF W-INDICADOR = "A"
              MOVE "*** CARGA APROVADA - KITS LIBERADOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           PERFORM CONTA-EXPOSTOS THRU FIM-CONTA-EXPOSTOS
           IF W-QTDEEXPOSTO NOT = ZEROS
              DISPLAY (19, 04) "KITS DESTA CARGA JA USADOS EM "
                               W-QTDEEXPOSTO " ATENDIMENTO(S) - "
                               "VER RELCME.DOC".
           MOVE "*** CARGA REPROVADA - KITS BLOQUEADOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *----------------USO DO KIT NA LINHA DE PROCEDIMENTO--------------
       USO-L1.
           ACCEPT TW-CPFUSO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
           IF W-CPFUSO = ZEROS
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO USO-L1.
       USO-L2.
           ACCEPT TW-DIAUSO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO USO-L1.
       USO-L3.
           ACCEPT TW-MESUSO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO USO-L2.
       USO-L4.
           ACCEPT TW-ANOUSO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO USO-L3.
       USO-L5.
           ACCEPT TW-HORAUSO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO USO-L4.
       USO-L6.
           ACCEPT TW-SEQUSO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO USO-L5.
           MOVE W-CPFUSO TO CPFITEM
           MOVE W-DIAUSO TO DIAITEM
           MOVE W-MESUSO TO MESITEM
           MOVE W-ANOUSO TO ANOITEM
           MOVE W-HORAUSO TO HORAITEM
           MOVE W-SEQUSO TO SEQITEM
           READ CADCONSITEM
           IF ST-ERRO NOT = "00"
              MOVE "** LINHA DE PROCEDIMENTO NAO ENCONTRADA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO USO-L6.
           MOVE DESCPROCITEM TO W-DESCPROC
           DISPLAY TW-DESCPROC
           COMPUTE W-DATAUSOAMD = W-ANOUSO * 10000 + W-MESUSO * 100
                 + W-DIAUSO.
      *-----KITS USADOS NA LINHA (KIT ZERO OU ESC ENCERRA)--------------
       USO-KIT.
           MOVE ZEROS TO W-CODKIT
           MOVE SPACES TO W-DESCKIT
           DISPLAY TW-DESCKIT
           ACCEPT TW-CODKIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-CODKIT = ZEROS
              GO TO MENU-FUNCAO.
           MOVE W-CODKIT TO CODKIT
           READ CADKIT
           IF ST-ERRO NOT = "00"
              MOVE "** KIT NAO CADASTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO USO-KIT.
           MOVE DESCKIT TO W-DESCKIT
           DISPLAY TW-DESCKIT
           IF KIT-REPROVADO
              MOVE "** KIT DE CARGA REPROVADA - REPROCESSAR **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO USO-KIT.
           IF KIT-EM-CICLO
              MOVE "** KIT AGUARDA O INDICADOR DA CARGA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO USO-KIT.
           IF NOT KIT-ESTERIL
              MOVE "** KIT NAO ESTERILIZADO APOS O ULTIMO USO **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO USO-KIT.
           IF VALIDADEKIT < W-DATAUSOAMD
              MOVE "** ESTERILIZACAO DO KIT VENCIDA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO USO-KIT.
           MOVE W-CPFUSO TO CPFUSO
           MOVE W-DIAUSO TO DIAUSO
           MOVE W-MESUSO TO MESUSO
           MOVE W-ANOUSO TO ANOUSO
           MOVE W-HORAUSO TO HORAUSO
           MOVE W-SEQUSO TO SEQUSO
           MOVE W-CODKIT TO CODKITUSO
           MOVE NUMCICLOKIT TO NUMCICLOUSO
           MOVE VALIDADEKIT TO VALIDADEUSO
           MOVE W-DATAHOJE TO DATAREGUSO
           MOVE W-CODOPERLOG TO CODOPERUSO
           WRITE REGUSOKIT
           IF ST-ERRO = "22"
              MOVE "** KIT JA REGISTRADO NESTE PROCEDIMENTO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO USO-KIT.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "* ERRO NA GRAVACAO DO USO DO KIT *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "U" TO STATUSKIT
           REWRITE REGKIT
           MOVE KEYUSOKIT TO CHAVELOGTX
           MOVE "U" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           MOVE "*** USO DO KIT REGISTRADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO USO-KIT.
      *----------------RELATORIO DE KITS VENCIDOS E CARGAS REPROVADAS---
       RELATORIO.
           OPEN OUTPUT RELCMETX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELCME" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           MOVE ZEROS TO W-QTDEVENC W-QTDEREPR W-QTDEPEND
           MOVE W-DATAHOJE TO DATACABTX
           WRITE REGRELCMETX FROM CABCME
           MOVE SPACES TO REGRELCMETX
           WRITE REGRELCMETX
           MOVE "*** KITS ESTERIS COM VALIDADE VENCIDA ***"
              TO TITULOPARTETX
           WRITE REGRELCMETX FROM CABPARTE
           WRITE REGRELCMETX FROM CABKIT
           MOVE ZEROS TO CODKIT
           START CADKIT KEY IS NOT LESS CODKIT INVALID KEY
                 GO TO RELATORIO2.
       RELATORIO1.
           READ CADKIT NEXT
           IF ST-ERRO NOT = "00"
              GO TO RELATORIO2.
           IF NOT KIT-ESTERIL OR VALIDADEKIT NOT < W-DATAHOJE
              GO TO RELATORIO1.
           ADD 1 TO W-QTDEVENC
           PERFORM IMPRIME-KIT
           GO TO RELATORIO1.
       RELATORIO2.
           MOVE SPACES TO REGRELCMETX
           WRITE REGRELCMETX
           MOVE "*** CARGAS COM INDICADOR REPROVADO ***"
              TO TITULOPARTETX
           WRITE REGRELCMETX FROM CABPARTE
           MOVE ZEROS TO NUMCICLO
           START CADCICLO KEY IS NOT LESS NUMCICLO INVALID KEY
                 GO TO RELATORIO4.
       RELATORIO3.
           READ CADCICLO NEXT
           IF ST-ERRO NOT = "00"
              GO TO RELATORIO4.
           IF IND-PENDENTE
              ADD 1 TO W-QTDEPEND.
           IF NOT IND-REPROVADO
              GO TO RELATORIO3.
           ADD 1 TO W-QTDEREPR
           PERFORM IMPRIME-CICLO
           WRITE REGRELCMETX FROM CABKIT
           PERFORM KITS-DA-CARGA THRU FIM-KITS-DA-CARGA
           WRITE REGRELCMETX FROM CABEXPOSTO
           PERFORM EXPOSTOS-DA-CARGA THRU FIM-EXPOSTOS-DA-CARGA
           MOVE SPACES TO REGRELCMETX
           WRITE REGRELCMETX
           GO TO RELATORIO3.
       RELATORIO4.
           IF W-QTDEPEND = ZEROS
              GO TO RELATORIO6.
           MOVE SPACES TO REGRELCMETX
           WRITE REGRELCMETX
           MOVE "*** CARGAS AGUARDANDO O RESULTADO DO INDICADOR ***"
              TO TITULOPARTETX
           WRITE REGRELCMETX FROM CABPARTE
           MOVE ZEROS TO NUMCICLO
           START CADCICLO KEY IS NOT LESS NUMCICLO INVALID KEY
                 GO TO RELATORIO6.
       RELATORIO5.
           READ CADCICLO NEXT
           IF ST-ERRO NOT = "00"
              GO TO RELATORIO6.
           IF NOT IND-PENDENTE
              GO TO RELATORIO5.
           PERFORM IMPRIME-CICLO
           GO TO RELATORIO5.
       RELATORIO6.
           MOVE SPACES TO REGRELCMETX
           WRITE REGRELCMETX
           MOVE W-QTDEVENC TO QTDEVENCTOTTX
           MOVE W-QTDEREPR TO QTDEREPRTOTTX
           MOVE W-QTDEPEND TO QTDEPENDTOTTX
           WRITE REGRELCMETX FROM TOTCME
           CLOSE RELCMETX
           MOVE "*** RELATORIO RELCME.DOC GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *
      *****************************************
      * ROTINAS DE APOIO                      *
      *****************************************
      *
       LIMPA-CAMPOS.
           MOVE ZEROS TO W-NUMCICLO W-DATACICLO W-HORACICLO W-VALIDADE
           MOVE ZEROS TO W-QTDEKITS W-CPFUSO W-DIAUSO W-MESUSO
           MOVE ZEROS TO W-ANOUSO W-HORAUSO W-SEQUSO W-CODKIT
           MOVE SPACES TO W-METODO W-AUTOCLAVE W-INDICADOR W-DESCPROC
           MOVE SPACES TO W-DESCKIT.
       FIM-LIMPA-CAMPOS.
           EXIT.
      *-----PROXIMO NUMERO DE CARGA-------------------------------------
       PROXIMA-CARGA.
           MOVE ZEROS TO W-NUMCICLO
           MOVE ZEROS TO NUMCICLO
           START CADCICLO KEY IS NOT LESS NUMCICLO INVALID KEY
                 GO TO PROXIMA-CARGA2.
       PROXIMA-CARGA1.
           READ CADCICLO NEXT
           IF ST-ERRO NOT = "00"
              GO TO PROXIMA-CARGA2.
           MOVE NUMCICLO TO W-NUMCICLO
           GO TO PROXIMA-CARGA1.
       PROXIMA-CARGA2.
           ADD 1 TO W-NUMCICLO.
       FIM-PROXIMA-CARGA.
           EXIT.
      *-----KITS CUJA ULTIMA CARGA E ESTA RECEBEM O RESULTADO-----------
       LIBERA-KITS.
           MOVE NUMCICLO TO NUMCICLOCK
           MOVE ZEROS TO CODKITCK
           START CADCICLOKIT KEY IS NOT LESS KEYCICLOKIT INVALID KEY
                 GO TO FIM-LIBERA-KITS.
       LIBERA-KITS1.
           READ CADCICLOKIT NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-LIBERA-KITS.
           IF NUMCICLOCK NOT = NUMCICLO
              GO TO FIM-LIBERA-KITS.
           MOVE CODKITCK TO CODKIT
           READ CADKIT
           IF ST-ERRO NOT = "00" OR NUMCICLOKIT NOT = NUMCICLO
              GO TO LIBERA-KITS1.
           IF W-INDICADOR = "A"
              IF KIT-EM-CICLO
                 MOVE "E" TO STATUSKIT
                 MOVE VALIDADECICLO TO VALIDADEKIT
                 REWRITE REGKIT
                 GO TO LIBERA-KITS1
              ELSE
                 GO TO LIBERA-KITS1.
           IF KIT-EM-CICLO OR KIT-ESTERIL
              MOVE "R" TO STATUSKIT
              MOVE ZEROS TO VALIDADEKIT
              REWRITE REGKIT.
           GO TO LIBERA-KITS1.
       FIM-LIBERA-KITS.
           EXIT.
      *-----USOS DE KITS DA CARGA REPROVADA-----------------------------
       CONTA-EXPOSTOS.
           MOVE ZEROS TO W-QTDEEXPOSTO
           MOVE ZEROS TO KEYUSOKIT
           START CADUSOKIT KEY IS NOT LESS KEYUSOKIT INVALID KEY
                 GO TO FIM-CONTA-EXPOSTOS.
       CONTA-EXPOSTOS1.
           READ CADUSOKIT NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-CONTA-EXPOSTOS.
           IF NUMCICLOUSO = NUMCICLO
              ADD 1 TO W-QTDEEXPOSTO.
           GO TO CONTA-EXPOSTOS1.
       FIM-CONTA-EXPOSTOS.
           EXIT.
      *
       KITS-DA-CARGA.
           MOVE NUMCICLO TO NUMCICLOCK
           MOVE ZEROS TO CODKITCK
           START CADCICLOKIT KEY IS NOT LESS KEYCICLOKIT INVALID KEY
                 GO TO FIM-KITS-DA-CARGA.
       KITS-DA-CARGA1.
           READ CADCICLOKIT NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-KITS-DA-CARGA.
           IF NUMCICLOCK NOT = NUMCICLO
              GO TO FIM-KITS-DA-CARGA.
           MOVE CODKITCK TO CODKIT
           READ CADKIT
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO DESCKIT
              MOVE ZEROS TO VALIDADEKIT.
           MOVE NUMCICLO TO NUMCICLOKIT
           PERFORM IMPRIME-KIT
           GO TO KITS-DA-CARGA1.
       FIM-KITS-DA-CARGA.
           EXIT.
      *
       EXPOSTOS-DA-CARGA.
           MOVE ZEROS TO KEYUSOKIT
           START CADUSOKIT KEY IS NOT LESS KEYUSOKIT INVALID KEY
                 GO TO FIM-EXPOSTOS-DA-CARGA.
       EXPOSTOS-DA-CARGA1.
           READ CADUSOKIT NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-EXPOSTOS-DA-CARGA.
           IF NUMCICLOUSO NOT = NUMCICLO
              GO TO EXPOSTOS-DA-CARGA1.
           MOVE CPFUSO TO CPFEXPRELTX
           MOVE SPACES TO NOMEEXPRELTX
           IF W-PACIOK = "S"
              MOVE CPFUSO TO CPF
              READ CADPACI
              IF ST-ERRO = "00"
                 MOVE NOMEPACIENTE TO NOMEEXPRELTX.
           MOVE DIAUSO TO DIAEXPRELTX
           MOVE MESUSO TO MESEXPRELTX
           MOVE ANOUSO TO ANOEXPRELTX
           MOVE HORAUSO TO HORAEXPRELTX
           MOVE CODKITUSO TO KITEXPRELTX
           WRITE REGRELCMETX FROM DETEXPOSTO
           GO TO EXPOSTOS-DA-CARGA1.
       FIM-EXPOSTOS-DA-CARGA.
           EXIT.
      *
       IMPRIME-KIT.
           MOVE CODKIT TO CODKITRELTX
           MOVE DESCKIT TO DESCKITRELTX
           MOVE NUMCICLOKIT TO CICLOKITRELTX
           MOVE VALIDADEKIT TO VALKITRELTX
           WRITE REGRELCMETX FROM DETKIT.
      *
       IMPRIME-CICLO.
           MOVE NUMCICLO TO NUMCICLORELTX
           MOVE DATACICLO TO DATACICLORELTX
           MOVE HORACICLO TO HORACICLORELTX
           MOVE METODOCICLO TO METCICLORELTX
           MOVE AUTOCLAVECICLO TO AUTOCICLORELTX
           MOVE QTDEKITCICLO TO QTDECICLORELTX
           WRITE REGRELCMETX FROM DETCICLO.
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
           MOVE "CMEKIT" TO PROGRAMALOGTX
           MOVE LOGTX TO REGLOG
           WRITE REGLOG.
      *
       ROT-FIM.
           CLOSE CADKIT CADCICLO CADCICLOKIT CADUSOKIT CADCONSITEM
           CLOSE CADLOG
           IF W-PACIOK = "S"
              CLOSE CADPACI.
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
