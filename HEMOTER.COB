       IDENTIFICATION DIVISION.
       PROGRAM-ID. HEMOTER.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    HEMOTERAPIA: TIPAGEM ABO/RH DO PACIENTE (CADABORH),        *
      *    SOLICITACAO DE TRANSFUSAO DA INTERNACAO (CADHEMOTR),       *
      *    BOLSAS RECEBIDAS DO BANCO DE SANGUE COM PROVA DE           *
      *    COMPATIBILIDADE, ADMINISTRACAO E REACAO TRANSFUSIONAL      *
      *    (CADBOLSA) E COBRANCA DA BOLSA NA CONTA DA INTERNACAO      *
      *    (CADCONSITEM, PROCEDIMENTO 9500000N DO CADPROC)            *
      *    COMPONENTES: 1 CH CONCENTRADO DE HEMACIAS                  *
      *                 2 CP CONCENTRADO DE PLAQUETAS                 *
      *                 3 PF PLASMA FRESCO CONGELADO                  *
      *                 4 CR CRIOPRECIPITADO                          *
      *                 5 ST SANGUE TOTAL                             *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADABORH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFABO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADHEMOTR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMTRANSF
                    FILE STATUS  IS ST-ERRO.
       SELECT CADBOLSA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMBOLSA
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NUMTRANSFBS
                       WITH DUPLICATES.
       SELECT CADINTERN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYINTERN
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO.
       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO.
       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODOPER
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEOPER
                       WITH DUPLICATES.
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
       SELECT RELHEMOTX ASSIGN TO DISK
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
      *---------TIPAGEM ABO/RH DO PACIENTE (UMA POR CPF)----------------
       FD CADABORH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADABORH.DAT".
       01  REGABORH.
           03 CPFABO              PIC 9(11).
           03 GRUPOABO            PIC X(02).
           03 RHABO               PIC X(01).
           03 DATAABO             PIC 9(08).
           03 OPERABO             PIC 9(04).
           03 QTDECONFABO         PIC 9(02).
           03 FILLER              PIC X(10).
      *---------SOLICITACAO DE TRANSFUSAO DA INTERNACAO-----------------
       FD CADHEMOTR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHEMOTR.DAT".
       01  REGTRANSF.
           03 NUMTRANSF           PIC 9(06).
           03 KEYINTTR.
              05 CPFTR            PIC 9(11).
              05 DATAINTTR.
                 07 DIAINTTR      PIC 9(02).
                 07 MESINTTR      PIC 9(02).
                 07 ANOINTTR      PIC 9(04).
              05 HORAINTTR        PIC 9(04).
           03 CRMTR               PIC 9(06).
           03 COMPTR              PIC X(02).
           03 QTDEUNIDTR          PIC 9(02).
           03 VOLUMETR            PIC 9(04).
           03 INDICACAOTR         PIC X(40).
           03 URGENCIATR          PIC X(01).
              88 TR-ROTINA          VALUE "R".
              88 TR-URGENCIA        VALUE "U".
              88 TR-EMERGENCIA      VALUE "E".
           03 DATASOLTR           PIC 9(08).
           03 HORASOLTR           PIC 9(04).
           03 STATUSTR            PIC X(01).
              88 TR-SOLICITADA      VALUE "S".
              88 TR-ATENDIDA        VALUE "A".
              88 TR-CONCLUIDA       VALUE "T".
              88 TR-CANCELADA       VALUE "C".
           03 QTDERECTR           PIC 9(02).
           03 QTDETRANSTR         PIC 9(02).
           03 OPERTR              PIC 9(04).
           03 FILLER              PIC X(10).
      *---------BOLSA RECEBIDA DO BANCO DE SANGUE E SUA ADMINISTRACAO---
       FD CADBOLSA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBOLSA.DAT".
       01  REGBOLSA.
           03 NUMBOLSA            PIC X(15).
           03 NUMTRANSFBS         PIC 9(06).
           03 COMPBS              PIC X(02).
           03 GRUPOBS             PIC X(02).
           03 RHBS                PIC X(01).
           03 VOLUMEBS            PIC 9(04).
           03 VALIDADEBS          PIC 9(08).
           03 PROVACRUZBS         PIC X(01).
           03 DATARECBS           PIC 9(08).
           03 HORARECBS           PIC 9(04).
           03 STATUSBS            PIC X(01).
              88 BS-RECEBIDA        VALUE "R".
              88 BS-EM-INFUSAO      VALUE "I".
              88 BS-TRANSFUNDIDA    VALUE "T".
              88 BS-DEVOLVIDA       VALUE "D".
           03 DATAINIBS           PIC 9(08).
           03 HORAINIBS           PIC 9(04).
           03 DATAFIMBS           PIC 9(08).
           03 HORAFIMBS           PIC 9(04).
           03 ENFBS               PIC 9(04).
           03 VOLINFBS            PIC 9(04).
           03 REACAOBS            PIC X(01).
           03 TIPOREACBS          PIC 9(01).
           03 HORAREACBS          PIC 9(04).
           03 DESCREACBS          PIC X(40).
           03 FATURADOBS          PIC X(01).
           03 OPERBS              PIC 9(04).
           03 FILLER              PIC X(10).
      *
       FD CADINTERN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADINTERN.DAT".
       01  REGINTERN.
           03 KEYINTERN.
              05 CPFINTERN        PIC 9(11).
              05 DATAINTERN.
                 07 DIAINTERN     PIC 9(02).
                 07 MESINTERN     PIC 9(02).
                 07 ANOINTERN     PIC 9(04).
              05 HORAINTERN       PIC 9(04).
           03 UNIDINT             PIC 9(02).
           03 LEITOINT            PIC 9(03).
           03 DATAENTRADA         PIC 9(08).
           03 HORAENTRADA         PIC 9(04).
           03 CIDINT              PIC X(07).
           03 DATAALTA            PIC 9(08).
           03 HORAALTA            PIC 9(04).
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
       FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
       01  REGOPER.
           03 CODOPER             PIC 9(04).
           03 NOMEOPER            PIC X(30).
           03 SENHAOPER           PIC X(10).
           03 ATIVOOPER           PIC X(01).
           03 PERFILOPER          PIC 9(01).
              88 PERFIL-ATENDENTE    VALUE 1.
              88 PERFIL-ENFERMAGEM   VALUE 2.
              88 PERFIL-FATURAMENTO  VALUE 3.
              88 PERFIL-ADMIN        VALUE 4.
           03 SENHAANT1           PIC X(10).
           03 SENHAANT2           PIC X(10).
           03 DATATROCASENHA      PIC 9(08).
           03 BLOQUEADOOPER       PIC X(01).
           03 TENTATIVASOPER      PIC 9(01).
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
       FD RELHEMOTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELHEMO.DOC".
       01 REGRELHEMOTX         PIC X(110).
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
       77 IND1          PIC 9(01) VALUE ZEROS.
       01 W-FUNCAO      PIC 9(01) VALUE ZEROS.
       01 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-HORAAGORA   PIC 9(08) VALUE ZEROS.
       01 W-OPEROK      PIC X(01) VALUE "N".
       01 W-PROCOK      PIC X(01) VALUE "N".
      *---CAMPOS DA TELA------------------------------------------------
       01 W-CPF         PIC 9(11) VALUE ZEROS.
       01 W-NOMEPAC     PIC X(30) VALUE SPACES.
       01 W-GRUPOPAC    PIC X(02) VALUE SPACES.
       01 W-RHPAC       PIC X(01) VALUE SPACES.
       01 W-NUMTRANSF   PIC 9(06) VALUE ZEROS.
       01 W-DATAINT     PIC 9(08) VALUE ZEROS.
       01 W-HORAINT     PIC 9(04) VALUE ZEROS.
       01 W-CRM         PIC 9(06) VALUE ZEROS.
       01 W-NOMEMED     PIC X(30) VALUE SPACES.
       01 W-COMP        PIC X(02) VALUE SPACES.
       01 W-DESCCOMP    PIC X(26) VALUE SPACES.
       01 W-QTDEUNID    PIC 9(02) VALUE ZEROS.
       01 W-VOLUME      PIC 9(04) VALUE ZEROS.
       01 W-INDICACAO   PIC X(40) VALUE SPACES.
       01 W-URGENCIA    PIC X(01) VALUE SPACES.
       01 W-SITTR       PIC X(10) VALUE SPACES.
       01 W-NUMBOLSA    PIC X(15) VALUE SPACES.
       01 W-GRUPOBS     PIC X(02) VALUE SPACES.
       01 W-RHBS        PIC X(01) VALUE SPACES.
       01 W-VOLUMEBS    PIC 9(04) VALUE ZEROS.
       01 W-VALIDADEBS  PIC 9(08) VALUE ZEROS.
       01 W-PROVACRUZ   PIC X(01) VALUE SPACES.
       01 W-SITBS       PIC X(12) VALUE SPACES.
       01 W-DATAINI     PIC 9(08) VALUE ZEROS.
       01 W-HORAINI     PIC 9(04) VALUE ZEROS.
       01 W-ENF         PIC 9(04) VALUE ZEROS.
       01 W-NOMEENF     PIC X(20) VALUE SPACES.
       01 W-DATAFIM     PIC 9(08) VALUE ZEROS.
       01 W-HORAFIM     PIC 9(04) VALUE ZEROS.
       01 W-VOLINF      PIC 9(04) VALUE ZEROS.
       01 W-REACAO      PIC X(01) VALUE SPACES.
       01 W-TIPOREAC    PIC 9(01) VALUE ZEROS.
       01 W-HORAREAC    PIC 9(04) VALUE ZEROS.
       01 W-DESCREAC    PIC X(40) VALUE SPACES.
       01 W-MESREL      PIC 9(02) VALUE ZEROS.
       01 W-ANOREL      PIC 9(04) VALUE ZEROS.
      *---GRUPO ABO INFORMADO (TIPAGEM E BOLSA)------------------------
       01 W-GRUPO       PIC X(02) VALUE SPACES.
          88 GRUPO-VALIDO       VALUE "A " "B " "AB" "O ".
       01 W-RH          PIC X(01) VALUE SPACES.
          88 RH-VALIDO          VALUE "+" "-".
      *---COMPATIBILIDADE ABO/RH: S=COMPATIVEL N=INCOMPATIVEL----------
      *---A=ACEITA COM ALERTA (PLAQUETAS FORA DA REGRA DO PLASMA)------
       01 W-COMPATIVEL  PIC X(01) VALUE SPACES.
       01 W-INDCOMP     PIC 9(01) VALUE ZEROS.
       01 TABCOMPX.
          03 FILLER PIC X(28) VALUE "CHCONCENTRADO DE HEMACIAS   ".
          03 FILLER PIC X(28) VALUE "CPCONCENTRADO DE PLAQUETAS  ".
          03 FILLER PIC X(28) VALUE "PFPLASMA FRESCO CONGELADO   ".
          03 FILLER PIC X(28) VALUE "CRCRIOPRECIPITADO           ".
          03 FILLER PIC X(28) VALUE "STSANGUE TOTAL              ".
       01 TABCOMP REDEFINES TABCOMPX.
          03 TBCOMP OCCURS 5 TIMES.
             05 TBCOMP-COD     PIC X(02).
             05 TBCOMP-DESC    PIC X(26).
       01 TABREACX.
          03 FILLER PIC X(22) VALUE "FEBRIL NAO HEMOLITICA ".
          03 FILLER PIC X(22) VALUE "ALERGICA              ".
          03 FILLER PIC X(22) VALUE "HEMOLITICA AGUDA      ".
          03 FILLER PIC X(22) VALUE "TRALI                 ".
          03 FILLER PIC X(22) VALUE "SOBRECARGA VOLEMICA   ".
          03 FILLER PIC X(22) VALUE "CONTAMINACAO BACTERIA ".
          03 FILLER PIC X(22) VALUE "HIPOTENSIVA           ".
          03 FILLER PIC X(22) VALUE "OUTRA                 ".
          03 FILLER PIC X(22) VALUE "OUTRA                 ".
       01 TABREAC REDEFINES TABREACX.
          03 TBREAC PIC X(22) OCCURS 9 TIMES.
      *---DATAS E HORARIOS---------------------------------------------
       01 W-HORAH       PIC 9(02) VALUE ZEROS.
       01 W-HORAM       PIC 9(02) VALUE ZEROS.
       01 W-TSINI       PIC 9(12) VALUE ZEROS.
       01 W-TSFIM       PIC 9(12) VALUE ZEROS.
       01 W-DATAINTDMA.
          03 W-DIAINT   PIC 9(02) VALUE ZEROS.
          03 W-MESINT   PIC 9(02) VALUE ZEROS.
          03 W-ANOINT   PIC 9(04) VALUE ZEROS.
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
      *---COBRANCA DA BOLSA NA CONTA DA INTERNACAO---------------------
       01 W-CHAVEITEM   PIC X(23) VALUE SPACES.
       01 W-MAXSEQ      PIC 9(02) VALUE ZEROS.
       01 W-REGBOLSA    PIC X(170) VALUE SPACES.
       01 W-QTDEINFUSAO PIC 9(02) VALUE ZEROS.
      *---RELATORIO RELHEMO.DOC-----------------------------------------
       01 W-QTDEREL     PIC 9(05) VALUE ZEROS.
       01 W-QTDEREACREL PIC 9(05) VALUE ZEROS.
       01 W-QTDEPENDREL PIC 9(05) VALUE ZEROS.
       01 W-VOLREL      PIC 9(07) VALUE ZEROS.
       01 TABTOTCOMP.
          03 TBTOT-QTDE PIC 9(05) OCCURS 5 TIMES.
       01 CABHEMO.
          03 FILLER PIC X(50) VALUE
          "HOSPITAL MAINFRAME *** HEMOTERAPIA - TRANSFUSOES ".
          03 FILLER PIC X(13) VALUE "COMPETENCIA: ".
          03 MESCABTX         PIC 9(02).
          03 FILLER           PIC X(01) VALUE "/".
          03 ANOCABTX         PIC 9(04).
       01 CABHEMO2.
          03 FILLER PIC X(53) VALUE
          "BOLSA           CP SOLIC. CPF         NOME DO PACIENT".
          03 FILLER PIC X(53) VALUE
          "E       INICIO   HORA FIM  VOL. ENF. REACAO  COBRANCA".
       01 DETHEMO.
          03 BOLSARELTX       PIC X(15).
          03 FILLER           PIC X(01) VALUE " ".
          03 COMPRELTX        PIC X(02).
          03 FILLER           PIC X(01) VALUE " ".
          03 SOLICRELTX       PIC 9(06).
          03 FILLER           PIC X(01) VALUE " ".
          03 CPFRELTX         PIC 9(11).
          03 FILLER           PIC X(01) VALUE " ".
          03 NOMERELTX        PIC X(22).
          03 FILLER           PIC X(01) VALUE " ".
          03 DATAINIRELTX     PIC 9(08).
          03 FILLER           PIC X(01) VALUE " ".
          03 HORAINIRELTX     PIC 9(04).
          03 FILLER           PIC X(01) VALUE " ".
          03 HORAFIMRELTX     PIC 9(04).
          03 FILLER           PIC X(01) VALUE " ".
          03 VOLRELTX         PIC ZZZ9.
          03 FILLER           PIC X(01) VALUE " ".
          03 ENFRELTX         PIC 9(04).
          03 FILLER           PIC X(01) VALUE " ".
          03 REACRELTX        PIC X(06).
          03 FILLER           PIC X(02) VALUE SPACES.
          03 COBRARELTX       PIC X(08).
       01 DETREAC.
          03 FILLER           PIC X(18) VALUE SPACES.
          03 FILLER           PIC X(08) VALUE "REACAO: ".
          03 TIPOREACRELTX    PIC X(22).
          03 FILLER           PIC X(07) VALUE " HORA: ".
          03 HORAREACRELTX    PIC 9(04).
          03 FILLER           PIC X(01) VALUE " ".
          03 DESCREACRELTX    PIC X(40).
       01 DETTOTCOMP.
          03 FILLER           PIC X(05) VALUE SPACES.
          03 DESCCOMPTOTTX    PIC X(26).
          03 FILLER           PIC X(02) VALUE ": ".
          03 QTDECOMPTOTTX    PIC ZZZZ9.
       01 TOTHEMO.
          03 FILLER           PIC X(22) VALUE "BOLSAS TRANSFUNDIDAS: ".
          03 QTDETOTTX        PIC ZZZZ9.
          03 FILLER           PIC X(12) VALUE "  VOLUME: ".
          03 VOLTOTTX         PIC ZZZZZZ9.
          03 FILLER           PIC X(13) VALUE " ML  REACOES:".
          03 REACTOTTX        PIC ZZZZ9.
          03 FILLER           PIC X(23) VALUE
          "  COBRANCAS PENDENTES: ".
          03 PENDTOTTX        PIC ZZZZ9.
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
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAHEMO.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "            HEMOTERAPIA - SOLICITACAO E ".
           05  LINE 02  COLUMN 41
               VALUE  "TRANSFUSAO".
           05  LINE 04  COLUMN 01
               VALUE  "   1 - TIPAGEM ABO/RH    2 - SOLICITAR  ".
           05  LINE 04  COLUMN 41
               VALUE  "    3 - RECEBER BOLSA".
           05  LINE 05  COLUMN 01
               VALUE  "   4 - ADMINISTRAR BOLSA 5 - CANCELAR SO".
           05  LINE 05  COLUMN 41
               VALUE  "LIC. 6 - RELATORIO".
           05  LINE 07  COLUMN 01
               VALUE  "   FUNCAO :   ( 0 - ENCERRA )".
           05  LINE 07  COLUMN 41
               VALUE  "COMPETENCIA (MM AAAA) :".
           05  LINE 09  COLUMN 01
               VALUE  "   PACIENTE (CPF) :".
           05  LINE 10  COLUMN 01
               VALUE  "   GRUPO ABO (A/B/AB/O) :      RH (+/-) :".
           05  LINE 11  COLUMN 01
               VALUE  "   SOLICITACAO :         INTERNACAO (AAA".
           05  LINE 11  COLUMN 41
               VALUE  "AMMDD) :           HORA :".
           05  LINE 12  COLUMN 01
               VALUE  "   MEDICO (CRM) :".
           05  LINE 13  COLUMN 01
               VALUE  "   COMPONENTE (CH/CP/PF/CR/ST) :".
           05  LINE 13  COLUMN 60
               VALUE  "UNID.:".
           05  LINE 14  COLUMN 01
               VALUE  "   VOLUME (ML) :       INDICACAO :".
           05  LINE 15  COLUMN 01
               VALUE  "   URGENCIA (R=ROTINA U=URGENCIA E=EMERG".
           05  LINE 15  COLUMN 41
               VALUE  "ENCIA) :     SITUACAO :".
           05  LINE 17  COLUMN 01
               VALUE  "   BOLSA :                  GRUPO :    R".
           05  LINE 17  COLUMN 41
               VALUE  "H :    VOL.:      VALIDADE :".
           05  LINE 18  COLUMN 01
               VALUE  "   PROVA CRUZADA (C=COMPATIVEL I=INCOMPA".
           05  LINE 18  COLUMN 41
               VALUE  "TIVEL) :     SITUACAO :".
           05  LINE 19  COLUMN 01
               VALUE  "   INICIO (AAAAMMDD HHMM) :".
           05  LINE 19  COLUMN 43
               VALUE  "ENFERMAGEM :".
           05  LINE 20  COLUMN 01
               VALUE  "   TERMINO (AAAAMMDD HHMM):".
           05  LINE 20  COLUMN 43
               VALUE  "VOLUME INFUNDIDO (ML) :".
           05  LINE 21  COLUMN 01
               VALUE  "   REACAO (S/N) :    TIPO :    HORA :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TW-FUNCAO
               LINE 07  COLUMN 13  PIC 9(01)
               USING  W-FUNCAO
               HIGHLIGHT.
           05  TW-MESREL
               LINE 07  COLUMN 65  PIC 9(02)
               USING  W-MESREL
               HIGHLIGHT.
           05  TW-ANOREL
               LINE 07  COLUMN 68  PIC 9(04)
               USING  W-ANOREL
               HIGHLIGHT.
           05  TW-CPF
               LINE 09  COLUMN 21  PIC 9(11)
               USING  W-CPF
               HIGHLIGHT.
           05  TW-NOMEPAC
               LINE 09  COLUMN 34  PIC X(30)
               USING  W-NOMEPAC
               HIGHLIGHT.
           05  TW-GRUPOPAC
               LINE 10  COLUMN 27  PIC X(02)
               USING  W-GRUPOPAC
               HIGHLIGHT.
           05  TW-RHPAC
               LINE 10  COLUMN 43  PIC X(01)
               USING  W-RHPAC
               HIGHLIGHT.
           05  TW-NUMTRANSF
               LINE 11  COLUMN 17  PIC 9(06)
               USING  W-NUMTRANSF
               HIGHLIGHT.
           05  TW-DATAINT
               LINE 11  COLUMN 50  PIC 9(08)
               USING  W-DATAINT
               HIGHLIGHT.
           05  TW-HORAINT
               LINE 11  COLUMN 66  PIC 9(04)
               USING  W-HORAINT
               HIGHLIGHT.
           05  TW-CRM
               LINE 12  COLUMN 19  PIC 9(06)
               USING  W-CRM
               HIGHLIGHT.
           05  TW-NOMEMED
               LINE 12  COLUMN 27  PIC X(30)
               USING  W-NOMEMED
               HIGHLIGHT.
           05  TW-COMP
               LINE 13  COLUMN 34  PIC X(02)
               USING  W-COMP
               HIGHLIGHT.
           05  TW-DESCCOMP
               LINE 13  COLUMN 37  PIC X(22)
               USING  W-DESCCOMP
               HIGHLIGHT.
           05  TW-QTDEUNID
               LINE 13  COLUMN 67  PIC 9(02)
               USING  W-QTDEUNID
               HIGHLIGHT.
           05  TW-VOLUME
               LINE 14  COLUMN 18  PIC 9(04)
               USING  W-VOLUME
               HIGHLIGHT.
           05  TW-INDICACAO
               LINE 14  COLUMN 36  PIC X(40)
               USING  W-INDICACAO
               HIGHLIGHT.
           05  TW-URGENCIA
               LINE 15  COLUMN 50  PIC X(01)
               USING  W-URGENCIA
               HIGHLIGHT.
           05  TW-SITTR
               LINE 15  COLUMN 65  PIC X(10)
               USING  W-SITTR
               HIGHLIGHT.
           05  TW-NUMBOLSA
               LINE 17  COLUMN 12  PIC X(15)
               USING  W-NUMBOLSA
               HIGHLIGHT.
           05  TW-GRUPOBS
               LINE 17  COLUMN 37  PIC X(02)
               USING  W-GRUPOBS
               HIGHLIGHT.
           05  TW-RHBS
               LINE 17  COLUMN 45  PIC X(01)
               USING  W-RHBS
               HIGHLIGHT.
           05  TW-VOLUMEBS
               LINE 17  COLUMN 53  PIC 9(04)
               USING  W-VOLUMEBS
               HIGHLIGHT.
           05  TW-VALIDADEBS
               LINE 17  COLUMN 70  PIC 9(08)
               USING  W-VALIDADEBS
               HIGHLIGHT.
           05  TW-PROVACRUZ
               LINE 18  COLUMN 50  PIC X(01)
               USING  W-PROVACRUZ
               HIGHLIGHT.
           05  TW-SITBS
               LINE 18  COLUMN 65  PIC X(12)
               USING  W-SITBS
               HIGHLIGHT.
           05  TW-DATAINI
               LINE 19  COLUMN 29  PIC 9(08)
               USING  W-DATAINI
               HIGHLIGHT.
           05  TW-HORAINI
               LINE 19  COLUMN 38  PIC 9(04)
               USING  W-HORAINI
               HIGHLIGHT.
           05  TW-ENF
               LINE 19  COLUMN 56  PIC 9(04)
               USING  W-ENF
               HIGHLIGHT.
           05  TW-NOMEENF
               LINE 19  COLUMN 61  PIC X(19)
               USING  W-NOMEENF
               HIGHLIGHT.
           05  TW-DATAFIM
               LINE 20  COLUMN 29  PIC 9(08)
               USING  W-DATAFIM
               HIGHLIGHT.
           05  TW-HORAFIM
               LINE 20  COLUMN 38  PIC 9(04)
               USING  W-HORAFIM
               HIGHLIGHT.
           05  TW-VOLINF
               LINE 20  COLUMN 67  PIC 9(04)
               USING  W-VOLINF
               HIGHLIGHT.
           05  TW-REACAO
               LINE 21  COLUMN 19  PIC X(01)
               USING  W-REACAO
               HIGHLIGHT.
           05  TW-TIPOREAC
               LINE 21  COLUMN 29  PIC 9(01)
               USING  W-TIPOREAC
               HIGHLIGHT.
           05  TW-HORAREAC
               LINE 21  COLUMN 39  PIC 9(04)
               USING  W-HORAREAC
               HIGHLIGHT.
           05  TW-DESCREAC
               LINE 22  COLUMN 04  PIC X(40)
               USING  W-DESCREAC
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
       L0.
           OPEN I-O CADABORH
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADABORH
                CLOSE CADABORH
                GO TO L0
             ELSE
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADABORH" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM2.
       L0A.
           OPEN I-O CADHEMOTR
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADHEMOTR
                CLOSE CADHEMOTR
                GO TO L0A
             ELSE
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADHEMOTR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADABORH
                GO TO ROT-FIM2.
       L0B.
           OPEN I-O CADBOLSA
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADBOLSA
                CLOSE CADBOLSA
                GO TO L0B
             ELSE
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADBOLSA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADABORH CADHEMOTR
                GO TO ROT-FIM2.
       L0C.
           OPEN I-O CADCONSITEM
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADCONSITEM
                CLOSE CADCONSITEM
                GO TO L0C
             ELSE
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONSITEM" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADABORH CADHEMOTR CADBOLSA
                GO TO ROT-FIM2.
           OPEN INPUT CADINTERN
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO CADINTERN NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADABORH CADHEMOTR CADBOLSA CADCONSITEM
              GO TO ROT-FIM2.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO CADPACI NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADABORH CADHEMOTR CADBOLSA CADCONSITEM
              CLOSE CADINTERN
              GO TO ROT-FIM2.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO CADMED NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADABORH CADHEMOTR CADBOLSA CADCONSITEM
              CLOSE CADINTERN CADPACI
              GO TO ROT-FIM2.
           OPEN INPUT CADOPER
           IF ST-ERRO = "00"
              MOVE "S" TO W-OPEROK.
           OPEN INPUT CADPROC
           IF ST-ERRO = "00"
              MOVE "S" TO W-PROCOK.
           PERFORM ABRIR-CADSESSAO.
           PERFORM ABRIR-CADLOG.
       MENU-FUNCAO.
           MOVE ZEROS TO W-FUNCAO
           PERFORM LIMPA-CAMPOS THRU FIM-LIMPA-CAMPOS
           DISPLAY TELAHEMO
           ACCEPT TW-FUNCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-FUNCAO = 0
              GO TO ROT-FIM.
           IF W-FUNCAO = 1
              GO TO TIPAGEM-L1.
           IF W-FUNCAO = 2
              GO TO SOLICITA-L1.
           IF W-FUNCAO = 3
              GO TO RECEBE-L1.
           IF W-FUNCAO = 4
              GO TO ADMINISTRA-L1.
           IF W-FUNCAO = 5
              GO TO CANCELA-L1.
           IF W-FUNCAO = 6
              GO TO RELATORIO.
           MOVE "*** FUNCAO NAO DISPONIVEL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *----------------TIPAGEM ABO/RH DO PACIENTE-----------------------
      *-----GRAVADA UMA VEZ; NOVA AMOSTRA SO CONFIRMA A TIPAGEM---------
      *-----(DIVERGENCIA RECUSADA; CORRECAO SO PELO ADMINISTRADOR)------
       TIPAGEM-L1.
           PERFORM LE-PACIENTE THRU FIM-LE-PACIENTE
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
       TIPAGEM-L2.
           ACCEPT TW-GRUPOPAC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO TIPAGEM-L1.
           MOVE W-GRUPOPAC TO W-GRUPO
           IF NOT GRUPO-VALIDO
              MOVE "INFORME O GRUPO A, B, AB OU O" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TIPAGEM-L2.
       TIPAGEM-L3.
           ACCEPT TW-RHPAC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO TIPAGEM-L2.
           MOVE W-RHPAC TO W-RH
           IF NOT RH-VALIDO
              MOVE "INFORME O RH + OU -" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TIPAGEM-L3.
           MOVE W-CPF TO CPFABO
           READ CADABORH
           IF ST-ERRO NOT = "00"
              GO TO TIPAGEM-OPC.
           IF GRUPOABO = W-GRUPOPAC AND RHABO = W-RHPAC
              ADD 1 TO QTDECONFABO
              REWRITE REGABORH
              MOVE "*** TIPAGEM CONFIRMADA PELA NOVA AMOSTRA ***"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           IF W-PERFILLOG < 4
              MOVE GRUPOABO TO W-GRUPOPAC
              MOVE RHABO TO W-RHPAC
              DISPLAY TW-GRUPOPAC TW-RHPAC
              MOVE "DIVERGE DA TIPAGEM GRAVADA - COLHER NOVA AMOSTRA"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
       TIPAGEM-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "GRAVAR A TIPAGEM (S/N) : ".
           ACCEPT (23, 65) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO TIPAGEM-L3.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** TIPAGEM NAO GRAVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TIPAGEM-OPC.
           MOVE W-CPF TO CPFABO
           MOVE W-GRUPOPAC TO GRUPOABO
           MOVE W-RHPAC TO RHABO
           MOVE W-DATAHOJE TO DATAABO
           MOVE W-CODOPERLOG TO OPERABO
           MOVE ZEROS TO QTDECONFABO
           MOVE CPFABO TO CHAVELOGTX
           IF ST-ERRO = "00"
              REWRITE REGABORH
              MOVE "A" TO ACAOLOGTX
           ELSE
              WRITE REGABORH
              MOVE "N" TO ACAOLOGTX.
           PERFORM ESCREVE-LOG
           MOVE "*** TIPAGEM ABO/RH GRAVADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *----------------SOLICITACAO DE TRANSFUSAO------------------------
       SOLICITA-L1.
           PERFORM LE-PACIENTE THRU FIM-LE-PACIENTE
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
       SOLICITA-L2.
           ACCEPT TW-DATAINT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO SOLICITA-L1.
       SOLICITA-L3.
           ACCEPT TW-HORAINT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO SOLICITA-L2.
           COMPUTE W-ANOINT = W-DATAINT / 10000
           COMPUTE W-MESINT = (W-DATAINT - W-ANOINT * 10000) / 100
           COMPUTE W-DIAINT = W-DATAINT
                 - W-ANOINT * 10000 - W-MESINT * 100
           MOVE W-CPF TO CPFINTERN
           MOVE W-DATAINTDMA TO DATAINTERN
           MOVE W-HORAINT TO HORAINTERN
           READ CADINTERN
           IF ST-ERRO NOT = "00"
              MOVE "** INTERNACAO NAO ENCONTRADA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SOLICITA-L2.
           IF DATAALTA NOT = ZEROS
              MOVE "** INTERNACAO JA TEVE ALTA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SOLICITA-L2.
       SOLICITA-L4.
           ACCEPT TW-CRM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO SOLICITA-L3.
           MOVE W-CRM TO CRM
           READ CADMED
           IF ST-ERRO NOT = "00"
              MOVE "** MEDICO NAO CADASTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SOLICITA-L4.
           MOVE NOMEMEDICO TO W-NOMEMED
           DISPLAY TW-NOMEMED.
       SOLICITA-L5.
           ACCEPT TW-COMP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO SOLICITA-L4.
           PERFORM BUSCA-COMPONENTE THRU FIM-BUSCA-COMPONENTE
           IF W-INDCOMP = ZEROS
              MOVE "INFORME CH, CP, PF, CR OU ST" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SOLICITA-L5.
           DISPLAY TW-DESCCOMP.
       SOLICITA-L6.
           ACCEPT TW-QTDEUNID
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO SOLICITA-L5.
           IF W-QTDEUNID = ZEROS OR W-QTDEUNID > 20
              MOVE "QUANTIDADE DE UNIDADES DE 1 A 20" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SOLICITA-L6.
       SOLICITA-L7.
           ACCEPT TW-VOLUME
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO SOLICITA-L6.
           IF W-VOLUME = ZEROS
              MOVE "INFORME O VOLUME TOTAL EM ML" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SOLICITA-L7.
       SOLICITA-L8.
           ACCEPT TW-INDICACAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO SOLICITA-L7.
           IF W-INDICACAO = SPACES
              MOVE "INFORME A INDICACAO DA TRANSFUSAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SOLICITA-L8.
       SOLICITA-L9.
           ACCEPT TW-URGENCIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO SOLICITA-L8.
           IF W-URGENCIA NOT = "R" AND W-URGENCIA NOT = "U"
              AND W-URGENCIA NOT = "E"
              MOVE "INFORME R=ROTINA U=URGENCIA E=EMERGENCIA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SOLICITA-L9.
       SOLICITA-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "GRAVAR A SOLICITACAO (S/N) : ".
           ACCEPT (23, 69) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO SOLICITA-L9.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** SOLICITACAO NAO GRAVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SOLICITA-OPC.
           PERFORM PROXIMA-SOLICITACAO THRU FIM-PROXIMA-SOLICITACAO
           MOVE W-NUMTRANSF TO NUMTRANSF
           MOVE W-CPF TO CPFTR
           MOVE W-DATAINTDMA TO DATAINTTR
           MOVE W-HORAINT TO HORAINTTR
           MOVE W-CRM TO CRMTR
           MOVE W-COMP TO COMPTR
           MOVE W-QTDEUNID TO QTDEUNIDTR
           MOVE W-VOLUME TO VOLUMETR
           MOVE W-INDICACAO TO INDICACAOTR
           MOVE W-URGENCIA TO URGENCIATR
           MOVE W-DATAHOJE TO DATASOLTR
           ACCEPT W-HORAAGORA FROM TIME
           MOVE W-HORAAGORA (1: 4) TO HORASOLTR
           MOVE "S" TO STATUSTR
           MOVE ZEROS TO QTDERECTR QTDETRANSTR
           MOVE W-CODOPERLOG TO OPERTR
           WRITE REGTRANSF
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "* ERRO NA GRAVACAO DA SOLICITACAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           DISPLAY TW-NUMTRANSF
           MOVE NUMTRANSF TO CHAVELOGTX
           MOVE "N" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           MOVE "*** SOLICITACAO GRAVADA - ENVIAR AO BANCO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *----------------RECEBIMENTO DA BOLSA DO BANCO DE SANGUE----------
      *-----SO ENTRA BOLSA COMPATIVEL COM A TIPAGEM DO PACIENTE---------
       RECEBE-L1.
           PERFORM LE-SOLICITACAO THRU FIM-LE-SOLICITACAO
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
           IF NOT TR-SOLICITADA
              MOVE "** SOLICITACAO JA ATENDIDA OU ENCERRADA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RECEBE-L1.
           IF W-GRUPOPAC = SPACES
              MOVE "PACIENTE SEM TIPAGEM ABO/RH - USE A FUNCAO 1"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RECEBE-L1.
       RECEBE-L2.
           MOVE SPACES TO W-NUMBOLSA
           ACCEPT TW-NUMBOLSA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO RECEBE-L1.
           IF W-NUMBOLSA = SPACES
              MOVE "INFORME O NUMERO DA BOLSA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RECEBE-L2.
           MOVE W-NUMBOLSA TO NUMBOLSA
           READ CADBOLSA
           IF ST-ERRO = "00"
              MOVE "** BOLSA JA REGISTRADA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RECEBE-L2.
       RECEBE-L3.
           ACCEPT TW-GRUPOBS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO RECEBE-L2.
           MOVE W-GRUPOBS TO W-GRUPO
           IF NOT GRUPO-VALIDO
              MOVE "INFORME O GRUPO A, B, AB OU O" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RECEBE-L3.
       RECEBE-L4.
           ACCEPT TW-RHBS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO RECEBE-L3.
           MOVE W-RHBS TO W-RH
           IF NOT RH-VALIDO
              MOVE "INFORME O RH + OU -" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RECEBE-L4.
           PERFORM VERIFICA-COMPATIBILIDADE
           IF W-COMPATIVEL = "N"
              MOVE "** BOLSA ABO/RH INCOMPATIVEL - RECUSADA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RECEBE-L2.
           IF W-COMPATIVEL = "A"
              MOVE "ATENCAO: PLAQUETAS FORA DO GRUPO IDEAL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       RECEBE-L5.
           ACCEPT TW-VOLUMEBS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO RECEBE-L4.
           IF W-VOLUMEBS = ZEROS
              MOVE "INFORME O VOLUME DA BOLSA EM ML" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RECEBE-L5.
       RECEBE-L6.
           ACCEPT TW-VALIDADEBS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO RECEBE-L5.
           MOVE W-VALIDADEBS TO W-DATAAMD
           PERFORM VALIDA-DATA
           IF W-DATAVALIDA NOT = "S"
              MOVE "DATA INVALIDA NO CALENDARIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RECEBE-L6.
           IF W-VALIDADEBS < W-DATAHOJE
              MOVE "** BOLSA VENCIDA - RECUSADA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RECEBE-L2.
      *-----PROVA CRUZADA OBRIGATORIA PARA HEMACIAS E SANGUE TOTAL------
       RECEBE-L7.
           ACCEPT TW-PROVACRUZ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO RECEBE-L6.
           IF W-PROVACRUZ = SPACES AND W-COMP NOT = "CH"
              AND W-COMP NOT = "ST"
              GO TO RECEBE-OPC.
           IF W-PROVACRUZ NOT = "C" AND W-PROVACRUZ NOT = "I"
              MOVE "INFORME C=COMPATIVEL OU I=INCOMPATIVEL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RECEBE-L7.
           IF W-PROVACRUZ = "I"
              MOVE "** PROVA CRUZADA INCOMPATIVEL - RECUSADA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RECEBE-L2.
       RECEBE-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "RECEBER A BOLSA (S/N) : ".
           ACCEPT (23, 64) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO RECEBE-L7.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** BOLSA NAO RECEBIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RECEBE-OPC.
           MOVE SPACES TO REGBOLSA
           MOVE W-NUMBOLSA TO NUMBOLSA
           MOVE NUMTRANSF TO NUMTRANSFBS
           MOVE COMPTR TO COMPBS
           MOVE W-GRUPOBS TO GRUPOBS
           MOVE W-RHBS TO RHBS
           MOVE W-VOLUMEBS TO VOLUMEBS
           MOVE W-VALIDADEBS TO VALIDADEBS
           MOVE W-PROVACRUZ TO PROVACRUZBS
           MOVE W-DATAHOJE TO DATARECBS
           ACCEPT W-HORAAGORA FROM TIME
           MOVE W-HORAAGORA (1: 4) TO HORARECBS
           MOVE "R" TO STATUSBS
           MOVE ZEROS TO DATAINIBS HORAINIBS DATAFIMBS HORAFIMBS
           MOVE ZEROS TO ENFBS VOLINFBS TIPOREACBS HORAREACBS
           MOVE "N" TO REACAOBS FATURADOBS
           MOVE W-CODOPERLOG TO OPERBS
           WRITE REGBOLSA
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "* ERRO NA GRAVACAO DA BOLSA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ADD 1 TO QTDERECTR
           IF QTDERECTR NOT < QTDEUNIDTR
              MOVE "A" TO STATUSTR.
           REWRITE REGTRANSF
           MOVE NUMBOLSA TO CHAVELOGTX
           MOVE "R" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           IF TR-SOLICITADA
              MOVE "*** BOLSA RECEBIDA - AGUARDANDO AS DEMAIS ***"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RECEBE-L2.
           MOVE "*** BOLSA RECEBIDA - SOLICITACAO ATENDIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *----------------ADMINISTRACAO DA BOLSA---------------------------
      *-----RECEBIDA -> INICIO; EM INFUSAO -> TERMINO, REACAO E---------
      *-----COBRANCA; TRANSFUNDIDA SEM COBRANCA -> NOVA TENTATIVA-------
       ADMINISTRA-L1.
           MOVE SPACES TO W-NUMBOLSA
           ACCEPT TW-NUMBOLSA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
           MOVE W-NUMBOLSA TO NUMBOLSA
           READ CADBOLSA
           IF ST-ERRO NOT = "00"
              MOVE "** BOLSA NAO ENCONTRADA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ADMINISTRA-L1.
           MOVE NUMTRANSFBS TO NUMTRANSF
           READ CADHEMOTR
           IF ST-ERRO NOT = "00"
              MOVE "** SOLICITACAO DA BOLSA NAO ENCONTRADA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ADMINISTRA-L1.
           PERFORM MOSTRA-SOLICITACAO THRU FIM-MOSTRA-SOLICITACAO
           PERFORM MOSTRA-BOLSA
           DISPLAY TELAHEMO
           IF BS-DEVOLVIDA
              MOVE "** BOLSA DEVOLVIDA AO BANCO DE SANGUE **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ADMINISTRA-L1.
           IF BS-TRANSFUNDIDA
              IF FATURADOBS = "S"
                 MOVE "** BOLSA JA TRANSFUNDIDA E COBRADA **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ADMINISTRA-L1
              ELSE
                 GO TO ADMINISTRA-COBRA.
           IF BS-EM-INFUSAO
              GO TO TERMINO-L1.
      *-----INICIO DA TRANSFUSAO (CONFERENCIA A BEIRA DO LEITO)---------
           IF W-GRUPOPAC = SPACES
              MOVE "PACIENTE SEM TIPAGEM ABO/RH - USE A FUNCAO 1"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ADMINISTRA-L1.
           PERFORM VERIFICA-COMPATIBILIDADE
           IF W-COMPATIVEL = "N"
              MOVE "** BOLSA INCOMPATIVEL COM A TIPAGEM ATUAL **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ADMINISTRA-L1.
           MOVE W-DATAHOJE TO W-DATAINI
           ACCEPT W-HORAAGORA FROM TIME
           MOVE W-HORAAGORA (1: 4) TO W-HORAINI
           MOVE W-CODOPERLOG TO W-ENF
           DISPLAY TW-DATAINI TW-HORAINI TW-ENF.
       INICIO-L1.
           ACCEPT TW-DATAINI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ADMINISTRA-L1.
           MOVE W-DATAINI TO W-DATAAMD
           PERFORM VALIDA-DATA
           IF W-DATAVALIDA NOT = "S"
              MOVE "DATA INVALIDA NO CALENDARIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INICIO-L1.
           IF W-DATAINI > W-DATAHOJE OR W-DATAINI < DATARECBS
              MOVE "INICIO ANTES DO RECEBIMENTO OU FUTURO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INICIO-L1.
           IF W-DATAINI > VALIDADEBS
              MOVE "** BOLSA VENCIDA - NAO TRANSFUNDIR **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ADMINISTRA-L1.
       INICIO-L2.
           ACCEPT TW-HORAINI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO INICIO-L1.
           DIVIDE W-HORAINI BY 100 GIVING W-HORAH REMAINDER W-HORAM
           IF W-HORAH > 23 OR W-HORAM > 59
              MOVE "O HORARIO INSERIDO NAO E VALIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INICIO-L2.
       INICIO-L3.
           ACCEPT TW-ENF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO INICIO-L2.
           PERFORM LE-ENFERMAGEM
           IF W-NOMEENF = SPACES
              GO TO INICIO-L3.
       INICIO-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "INICIAR A TRANSFUSAO (S/N) : ".
           ACCEPT (23, 69) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO INICIO-L3.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** TRANSFUSAO NAO INICIADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INICIO-OPC.
           MOVE W-DATAINI TO DATAINIBS
           MOVE W-HORAINI TO HORAINIBS
           MOVE W-ENF TO ENFBS
           MOVE "I" TO STATUSBS
           REWRITE REGBOLSA
           MOVE NUMBOLSA TO CHAVELOGTX
           MOVE "I" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           MOVE "*** TRANSFUSAO INICIADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *-----TERMINO DA TRANSFUSAO E REACAO TRANSFUSIONAL----------------
       TERMINO-L1.
           MOVE W-DATAHOJE TO W-DATAFIM
           ACCEPT W-HORAAGORA FROM TIME
           MOVE W-HORAAGORA (1: 4) TO W-HORAFIM
           MOVE VOLUMEBS TO W-VOLINF
           MOVE "N" TO W-REACAO
           DISPLAY TW-DATAFIM TW-HORAFIM TW-VOLINF TW-REACAO.
       TERMINO-L2.
           ACCEPT TW-DATAFIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ADMINISTRA-L1.
           MOVE W-DATAFIM TO W-DATAAMD
           PERFORM VALIDA-DATA
           IF W-DATAVALIDA NOT = "S"
              MOVE "DATA INVALIDA NO CALENDARIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TERMINO-L2.
       TERMINO-L3.
           ACCEPT TW-HORAFIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO TERMINO-L2.
           DIVIDE W-HORAFIM BY 100 GIVING W-HORAH REMAINDER W-HORAM
           IF W-HORAH > 23 OR W-HORAM > 59
              MOVE "O HORARIO INSERIDO NAO E VALIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TERMINO-L3.
           COMPUTE W-TSINI = DATAINIBS * 10000 + HORAINIBS
           COMPUTE W-TSFIM = W-DATAFIM * 10000 + W-HORAFIM
           IF W-TSFIM NOT > W-TSINI
              MOVE "TERMINO DEVE SER APOS O INICIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TERMINO-L2.
       TERMINO-L4.
           ACCEPT TW-VOLINF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO TERMINO-L3.
           IF W-VOLINF = ZEROS OR W-VOLINF > VOLUMEBS
              MOVE "VOLUME INFUNDIDO ATE O VOLUME DA BOLSA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TERMINO-L4.
       TERMINO-L5.
           ACCEPT TW-REACAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO TERMINO-L4.
           IF W-REACAO = "N"
              MOVE ZEROS TO W-TIPOREAC W-HORAREAC
              MOVE SPACES TO W-DESCREAC
              DISPLAY TW-TIPOREAC TW-HORAREAC TW-DESCREAC
              GO TO TERMINO-OPC.
           IF W-REACAO NOT = "S"
              MOVE "INFORME S=HOUVE REACAO OU N=SEM REACAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TERMINO-L5.
       TERMINO-L6.
           DISPLAY (24, 01) "1=FEBRIL 2=ALERG 3=HEMOL 4=TRALI 5=SOBRE"
                            "CARGA 6=BACTER 7=HIPOTENS 9=OUTRA"
           ACCEPT TW-TIPOREAC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO TERMINO-L5.
           IF W-TIPOREAC = ZEROS OR W-TIPOREAC = 8
              MOVE "TIPO DE REACAO INVALIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TERMINO-L6.
       TERMINO-L7.
           ACCEPT TW-HORAREAC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO TERMINO-L6.
           DIVIDE W-HORAREAC BY 100 GIVING W-HORAH REMAINDER W-HORAM
           IF W-HORAH > 23 OR W-HORAM > 59
              MOVE "O HORARIO INSERIDO NAO E VALIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TERMINO-L7.
       TERMINO-L8.
           ACCEPT TW-DESCREAC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO TERMINO-L7.
           IF W-DESCREAC = SPACES
              MOVE "DESCREVA A REACAO E A CONDUTA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TERMINO-L8.
       TERMINO-OPC.
           DISPLAY (24, 01) LIMPA
           DISPLAY (24, 31) LIMPA
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "ENCERRAR A TRANSFUSAO (S/N) : ".
           ACCEPT (23, 70) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO TERMINO-L5.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** TERMINO NAO REGISTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TERMINO-OPC.
           MOVE W-DATAFIM TO DATAFIMBS
           MOVE W-HORAFIM TO HORAFIMBS
           MOVE W-VOLINF TO VOLINFBS
           MOVE W-REACAO TO REACAOBS
           MOVE W-TIPOREAC TO TIPOREACBS
           MOVE W-HORAREAC TO HORAREACBS
           MOVE W-DESCREAC TO DESCREACBS
           MOVE "T" TO STATUSBS
           REWRITE REGBOLSA
           MOVE NUMBOLSA TO CHAVELOGTX
           MOVE "T" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           IF W-REACAO = "S"
              MOVE "X" TO ACAOLOGTX
              PERFORM ESCREVE-LOG.
           ADD 1 TO QTDETRANSTR
           IF QTDETRANSTR NOT < QTDEUNIDTR
              MOVE "T" TO STATUSTR.
           REWRITE REGTRANSF.
       ADMINISTRA-COBRA.
           PERFORM COBRA-BOLSA THRU FIM-COBRA-BOLSA
           IF FATURADOBS NOT = "S"
              MOVE "TRANSFUSAO REGISTRADA - COBRANCA PENDENTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           MOVE "*** TRANSFUSAO REGISTRADA E COBRADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *----------------CANCELAR SOLICITACAO-----------------------------
      *-----BOLSAS AINDA NAO INSTALADAS VOLTAM AO BANCO (DEVOLVIDA);----
      *-----COM BOLSA JA TRANSFUNDIDA A SOLICITACAO E ENCERRADA---------
       CANCELA-L1.
           PERFORM LE-SOLICITACAO THRU FIM-LE-SOLICITACAO
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
           IF TR-CANCELADA OR TR-CONCLUIDA
              MOVE "** SOLICITACAO JA ENCERRADA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CANCELA-L1.
           PERFORM CONTA-EM-INFUSAO THRU FIM-CONTA-EM-INFUSAO
           IF W-QTDEINFUSAO NOT = ZEROS
              MOVE "** HA BOLSA EM INFUSAO - REGISTRE O TERMINO **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CANCELA-L1.
       CANCELA-OPC.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 40) "CANCELAR A SOLICITACAO (S/N) : ".
           ACCEPT (23, 71) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO CANCELA-L1.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** SOLICITACAO MANTIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CANCELA-OPC.
           PERFORM DEVOLVE-BOLSAS THRU FIM-DEVOLVE-BOLSAS
           MOVE W-NUMTRANSF TO NUMTRANSF
           READ CADHEMOTR
           IF QTDETRANSTR = ZEROS
              MOVE "C" TO STATUSTR
           ELSE
              MOVE "T" TO STATUSTR.
           REWRITE REGTRANSF
           MOVE NUMTRANSF TO CHAVELOGTX
           MOVE "C" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           MOVE "*** SOLICITACAO ENCERRADA - BOLSAS DEVOLVIDAS ***"
              TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *----------------RELATORIO DE TRANSFUSOES E REACOES---------------
       RELATORIO.
           ACCEPT TW-MESREL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
           IF W-MESREL = ZEROS OR W-MESREL > 12
              MOVE "O MES INSERIDO NAO EXISTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RELATORIO.
       RELATORIO-L2.
           ACCEPT TW-ANOREL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO RELATORIO.
           IF W-ANOREL < 1601
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RELATORIO-L2.
           OPEN OUTPUT RELHEMOTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELHEMO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           MOVE ZEROS TO W-QTDEREL W-QTDEREACREL W-QTDEPENDREL W-VOLREL
           MOVE ZEROS TO TABTOTCOMP
           MOVE W-MESREL TO MESCABTX
           MOVE W-ANOREL TO ANOCABTX
           WRITE REGRELHEMOTX FROM CABHEMO
           MOVE SPACES TO REGRELHEMOTX
           WRITE REGRELHEMOTX
           WRITE REGRELHEMOTX FROM CABHEMO2
           MOVE LOW-VALUES TO NUMBOLSA
           START CADBOLSA KEY IS NOT LESS NUMBOLSA INVALID KEY
                 GO TO RELATORIO-TOT.
       RELATORIO-L3.
           READ CADBOLSA NEXT
           IF ST-ERRO NOT = "00"
              GO TO RELATORIO-TOT.
           IF NOT BS-TRANSFUNDIDA
              GO TO RELATORIO-L3.
           IF DATAINIBS (1: 4) NOT = W-ANOREL
              OR DATAINIBS (5: 2) NOT = W-MESREL
              GO TO RELATORIO-L3.
           ADD 1 TO W-QTDEREL
           ADD VOLINFBS TO W-VOLREL
           MOVE COMPBS TO W-COMP
           PERFORM BUSCA-COMPONENTE THRU FIM-BUSCA-COMPONENTE
           IF W-INDCOMP NOT = ZEROS
              ADD 1 TO TBTOT-QTDE(W-INDCOMP).
           MOVE NUMBOLSA TO BOLSARELTX
           MOVE COMPBS TO COMPRELTX
           MOVE NUMTRANSFBS TO SOLICRELTX
           MOVE ZEROS TO CPFRELTX
           MOVE SPACES TO NOMERELTX
           MOVE NUMTRANSFBS TO NUMTRANSF
           READ CADHEMOTR
           IF ST-ERRO = "00"
              MOVE CPFTR TO CPFRELTX
              MOVE CPFTR TO CPF
              READ CADPACI
              IF ST-ERRO = "00"
                 MOVE NOMEPACIENTE TO NOMERELTX.
           MOVE DATAINIBS TO DATAINIRELTX
           MOVE HORAINIBS TO HORAINIRELTX
           MOVE HORAFIMBS TO HORAFIMRELTX
           MOVE VOLINFBS TO VOLRELTX
           MOVE ENFBS TO ENFRELTX
           MOVE "NAO" TO REACRELTX
           IF REACAOBS = "S"
              MOVE "SIM" TO REACRELTX
              ADD 1 TO W-QTDEREACREL.
           MOVE "LANCADA" TO COBRARELTX
           IF FATURADOBS NOT = "S"
              MOVE "PENDENTE" TO COBRARELTX
              ADD 1 TO W-QTDEPENDREL.
           WRITE REGRELHEMOTX FROM DETHEMO
           IF REACAOBS NOT = "S"
              GO TO RELATORIO-L3.
           MOVE SPACES TO TIPOREACRELTX
           IF TIPOREACBS > ZEROS
              MOVE TBREAC(TIPOREACBS) TO TIPOREACRELTX.
           MOVE HORAREACBS TO HORAREACRELTX
           MOVE DESCREACBS TO DESCREACRELTX
           WRITE REGRELHEMOTX FROM DETREAC
           GO TO RELATORIO-L3.
       RELATORIO-TOT.
           MOVE SPACES TO REGRELHEMOTX
           WRITE REGRELHEMOTX
           MOVE 1 TO IND1.
       RELATORIO-TOT1.
           IF IND1 > 5
              GO TO RELATORIO-TOT2.
           MOVE TBCOMP-DESC(IND1) TO DESCCOMPTOTTX
           MOVE TBTOT-QTDE(IND1) TO QTDECOMPTOTTX
           WRITE REGRELHEMOTX FROM DETTOTCOMP
           ADD 1 TO IND1
           GO TO RELATORIO-TOT1.
       RELATORIO-TOT2.
           MOVE SPACES TO REGRELHEMOTX
           WRITE REGRELHEMOTX
           MOVE W-QTDEREL TO QTDETOTTX
           MOVE W-VOLREL TO VOLTOTTX
           MOVE W-QTDEREACREL TO REACTOTTX
           MOVE W-QTDEPENDREL TO PENDTOTTX
           WRITE REGRELHEMOTX FROM TOTHEMO
           CLOSE RELHEMOTX
           MOVE "*** RELATORIO RELHEMO.DOC GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *
      *****************************************
      * ROTINAS DE APOIO                      *
      *****************************************
      *
       LIMPA-CAMPOS.
           MOVE ZEROS TO W-CPF W-NUMTRANSF W-DATAINT W-HORAINT W-CRM
           MOVE ZEROS TO W-QTDEUNID W-VOLUME W-VOLUMEBS W-VALIDADEBS
           MOVE ZEROS TO W-DATAINI W-HORAINI W-ENF W-DATAFIM W-HORAFIM
           MOVE ZEROS TO W-VOLINF W-TIPOREAC W-HORAREAC
           MOVE SPACES TO W-NOMEPAC W-GRUPOPAC W-RHPAC W-NOMEMED
           MOVE SPACES TO W-COMP W-DESCCOMP W-INDICACAO W-URGENCIA
           MOVE SPACES TO W-SITTR W-NUMBOLSA W-GRUPOBS W-RHBS
           MOVE SPACES TO W-PROVACRUZ W-SITBS W-NOMEENF W-REACAO
           MOVE SPACES TO W-DESCREAC.
       FIM-LIMPA-CAMPOS.
           EXIT.
      *-----PACIENTE E SUA TIPAGEM (SE HOUVER)--------------------------
       LE-PACIENTE.
           ACCEPT TW-CPF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO FIM-LE-PACIENTE.
           MOVE W-CPF TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "** PACIENTE NAO CADASTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LE-PACIENTE.
           MOVE NOMEPACIENTE TO W-NOMEPAC
           PERFORM LE-TIPAGEM
           DISPLAY TW-NOMEPAC TW-GRUPOPAC TW-RHPAC.
       FIM-LE-PACIENTE.
           EXIT.
      *
       LE-TIPAGEM.
           MOVE SPACES TO W-GRUPOPAC W-RHPAC
           MOVE W-CPF TO CPFABO
           READ CADABORH
           IF ST-ERRO = "00"
              MOVE GRUPOABO TO W-GRUPOPAC
              MOVE RHABO TO W-RHPAC.
      *-----SOLICITACAO INFORMADA NA TELA-------------------------------
       LE-SOLICITACAO.
           ACCEPT TW-NUMTRANSF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO FIM-LE-SOLICITACAO.
           MOVE W-NUMTRANSF TO NUMTRANSF
           READ CADHEMOTR
           IF ST-ERRO NOT = "00"
              MOVE "** SOLICITACAO NAO ENCONTRADA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LE-SOLICITACAO.
           PERFORM MOSTRA-SOLICITACAO THRU FIM-MOSTRA-SOLICITACAO
           DISPLAY TELAHEMO.
       FIM-LE-SOLICITACAO.
           EXIT.
      *
       MOSTRA-SOLICITACAO.
           MOVE NUMTRANSF TO W-NUMTRANSF
           MOVE CPFTR TO W-CPF
           MOVE SPACES TO W-NOMEPAC
           MOVE CPFTR TO CPF
           READ CADPACI
           IF ST-ERRO = "00"
              MOVE NOMEPACIENTE TO W-NOMEPAC.
           PERFORM LE-TIPAGEM
           COMPUTE W-DATAINT = ANOINTTR * 10000 + MESINTTR * 100
                 + DIAINTTR
           MOVE HORAINTTR TO W-HORAINT
           MOVE CRMTR TO W-CRM
           MOVE SPACES TO W-NOMEMED
           MOVE CRMTR TO CRM
           READ CADMED
           IF ST-ERRO = "00"
              MOVE NOMEMEDICO TO W-NOMEMED.
           MOVE COMPTR TO W-COMP
           PERFORM BUSCA-COMPONENTE THRU FIM-BUSCA-COMPONENTE
           MOVE QTDEUNIDTR TO W-QTDEUNID
           MOVE VOLUMETR TO W-VOLUME
           MOVE INDICACAOTR TO W-INDICACAO
           MOVE URGENCIATR TO W-URGENCIA
           MOVE "SOLICITADA" TO W-SITTR
           IF TR-ATENDIDA
              MOVE "ATENDIDA" TO W-SITTR.
           IF TR-CONCLUIDA
              MOVE "CONCLUIDA" TO W-SITTR.
           IF TR-CANCELADA
              MOVE "CANCELADA" TO W-SITTR.
       FIM-MOSTRA-SOLICITACAO.
           EXIT.
      *
       MOSTRA-BOLSA.
           MOVE NUMBOLSA TO W-NUMBOLSA
           MOVE GRUPOBS TO W-GRUPOBS
           MOVE RHBS TO W-RHBS
           MOVE VOLUMEBS TO W-VOLUMEBS
           MOVE VALIDADEBS TO W-VALIDADEBS
           MOVE PROVACRUZBS TO W-PROVACRUZ
           MOVE DATAINIBS TO W-DATAINI
           MOVE HORAINIBS TO W-HORAINI
           MOVE ENFBS TO W-ENF
           MOVE SPACES TO W-NOMEENF
           IF ENFBS NOT = ZEROS AND W-OPEROK = "S"
              MOVE ENFBS TO CODOPER
              READ CADOPER
              IF ST-ERRO = "00"
                 MOVE NOMEOPER TO W-NOMEENF.
           MOVE DATAFIMBS TO W-DATAFIM
           MOVE HORAFIMBS TO W-HORAFIM
           MOVE VOLINFBS TO W-VOLINF
           MOVE REACAOBS TO W-REACAO
           MOVE TIPOREACBS TO W-TIPOREAC
           MOVE HORAREACBS TO W-HORAREAC
           MOVE DESCREACBS TO W-DESCREAC
           MOVE "RECEBIDA" TO W-SITBS
           IF BS-EM-INFUSAO
              MOVE "EM INFUSAO" TO W-SITBS.
           IF BS-TRANSFUNDIDA
              MOVE "TRANSFUNDIDA" TO W-SITBS.
           IF BS-DEVOLVIDA
              MOVE "DEVOLVIDA" TO W-SITBS.
      *-----PROFISSIONAL DE ENFERMAGEM (CADOPER ATIVO)------------------
       LE-ENFERMAGEM.
           MOVE SPACES TO W-NOMEENF
           IF W-ENF = ZEROS
              MOVE "INFORME O CODIGO DO OPERADOR DA ENFERMAGEM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              IF W-OPEROK NOT = "S"
                 MOVE "(SEM CADOPER)" TO W-NOMEENF
              ELSE
                 MOVE W-ENF TO CODOPER
                 READ CADOPER
                 IF ST-ERRO NOT = "00" OR ATIVOOPER NOT = "S"
                    MOVE "** OPERADOR INEXISTENTE OU INATIVO **" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                 ELSE
                    IF NOT PERFIL-ENFERMAGEM AND NOT PERFIL-ADMIN
                       MOVE "** OPERADOR NAO E DA ENFERMAGEM **" TO MENS
                       PERFORM ROT-MENS THRU ROT-MENS-FIM
                    ELSE
                       MOVE NOMEOPER TO W-NOMEENF.
           DISPLAY TW-NOMEENF.
      *-----COMPONENTE NA TABELA (W-INDCOMP ZERO = INEXISTENTE)---------
       BUSCA-COMPONENTE.
           MOVE ZEROS TO W-INDCOMP
           MOVE SPACES TO W-DESCCOMP
           MOVE 1 TO IND1.
       BUSCA-COMPONENTE1.
           IF IND1 > 5
              GO TO FIM-BUSCA-COMPONENTE.
           IF TBCOMP-COD(IND1) = W-COMP
              MOVE IND1 TO W-INDCOMP
              MOVE TBCOMP-DESC(IND1) TO W-DESCCOMP
              GO TO FIM-BUSCA-COMPONENTE.
           ADD 1 TO IND1
           GO TO BUSCA-COMPONENTE1.
       FIM-BUSCA-COMPONENTE.
           EXIT.
      *-----COMPATIBILIDADE ABO/RH ENTRE PACIENTE E BOLSA---------------
      *-----HEMACIAS: DOADOR O, MESMO GRUPO OU RECEPTOR AB--------------
      *-----PLASMA/CRIO: DOADOR AB, MESMO GRUPO OU RECEPTOR O-----------
      *-----SANGUE TOTAL: MESMO GRUPO; RH- SO RECEBE HEMACIA RH---------
       VERIFICA-COMPATIBILIDADE.
           MOVE "S" TO W-COMPATIVEL
           IF W-COMP = "ST"
              IF W-GRUPOBS NOT = W-GRUPOPAC
                 MOVE "N" TO W-COMPATIVEL.
           IF W-COMP = "CH"
              IF W-GRUPOBS NOT = "O " AND W-GRUPOBS NOT = W-GRUPOPAC
                 AND W-GRUPOPAC NOT = "AB"
                 MOVE "N" TO W-COMPATIVEL.
           IF W-COMP = "PF" OR W-COMP = "CR" OR W-COMP = "CP"
              IF W-GRUPOBS NOT = "AB" AND W-GRUPOBS NOT = W-GRUPOPAC
                 AND W-GRUPOPAC NOT = "O "
                 MOVE "N" TO W-COMPATIVEL.
           IF W-RHPAC = "-" AND W-RHBS = "+"
              IF W-COMP = "CH" OR W-COMP = "ST" OR W-COMP = "CP"
                 MOVE "N" TO W-COMPATIVEL.
           IF W-COMP = "CP" AND W-COMPATIVEL = "N"
              MOVE "A" TO W-COMPATIVEL.
      *-----PROXIMO NUMERO DE SOLICITACAO-------------------------------
       PROXIMA-SOLICITACAO.
           MOVE ZEROS TO W-NUMTRANSF
           MOVE ZEROS TO NUMTRANSF
           START CADHEMOTR KEY IS NOT LESS NUMTRANSF INVALID KEY
                 GO TO PROXIMA-SOLICITACAO2.
       PROXIMA-SOLICITACAO1.
           READ CADHEMOTR NEXT
           IF ST-ERRO NOT = "00"
              GO TO PROXIMA-SOLICITACAO2.
           MOVE NUMTRANSF TO W-NUMTRANSF
           GO TO PROXIMA-SOLICITACAO1.
       PROXIMA-SOLICITACAO2.
           ADD 1 TO W-NUMTRANSF.
       FIM-PROXIMA-SOLICITACAO.
           EXIT.
      *-----BOLSAS DA SOLICITACAO AINDA EM INFUSAO----------------------
       CONTA-EM-INFUSAO.
           MOVE ZEROS TO W-QTDEINFUSAO
           MOVE NUMTRANSF TO NUMTRANSFBS
           START CADBOLSA KEY IS NOT LESS NUMTRANSFBS INVALID KEY
                 GO TO FIM-CONTA-EM-INFUSAO.
       CONTA-EM-INFUSAO1.
           READ CADBOLSA NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-CONTA-EM-INFUSAO.
           IF NUMTRANSFBS NOT = NUMTRANSF
              GO TO FIM-CONTA-EM-INFUSAO.
           IF BS-EM-INFUSAO
              ADD 1 TO W-QTDEINFUSAO.
           GO TO CONTA-EM-INFUSAO1.
       FIM-CONTA-EM-INFUSAO.
           EXIT.
      *-----BOLSAS RECEBIDAS E NAO INSTALADAS VOLTAM AO BANCO-----------
       DEVOLVE-BOLSAS.
           MOVE NUMTRANSF TO NUMTRANSFBS
           START CADBOLSA KEY IS NOT LESS NUMTRANSFBS INVALID KEY
                 GO TO FIM-DEVOLVE-BOLSAS.
       DEVOLVE-BOLSAS1.
           READ CADBOLSA NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-DEVOLVE-BOLSAS.
           IF NUMTRANSFBS NOT = NUMTRANSF
              GO TO FIM-DEVOLVE-BOLSAS.
           IF NOT BS-RECEBIDA
              GO TO DEVOLVE-BOLSAS1.
           MOVE "D" TO STATUSBS
           REWRITE REGBOLSA
           MOVE NUMBOLSA TO CHAVELOGTX
           MOVE "D" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           GO TO DEVOLVE-BOLSAS1.
       FIM-DEVOLVE-BOLSAS.
           EXIT.
      *----------------BOLSA TRANSFUNDIDA VIRA ITEM DE COBRANCA---------
      *----(NA CHAVE DA INTERNACAO; PROCEDIMENTO 9500000N DO CADPROC)--
       COBRA-BOLSA.
           IF FATURADOBS = "S" OR W-PROCOK NOT = "S"
              GO TO FIM-COBRA-BOLSA.
           MOVE COMPBS TO W-COMP
           PERFORM BUSCA-COMPONENTE THRU FIM-BUSCA-COMPONENTE
           IF W-INDCOMP = ZEROS
              GO TO FIM-COBRA-BOLSA.
           COMPUTE CODPROC = 95000000 + W-INDCOMP
           READ CADPROC
           IF ST-ERRO NOT = "00" OR ATIVOPROC NOT = "S"
              GO TO FIM-COBRA-BOLSA.
           MOVE REGBOLSA TO W-REGBOLSA
           MOVE KEYINTTR TO W-CHAVEITEM
           MOVE W-CHAVEITEM TO KEYCONSITEM (1: 23)
           MOVE ZEROS TO W-MAXSEQ
           MOVE ZEROS TO SEQITEM
           START CADCONSITEM KEY IS NOT LESS KEYCONSITEM INVALID KEY
                 GO TO COBRA-BOLSA2.
       COBRA-BOLSA1.
           READ CADCONSITEM NEXT
           IF ST-ERRO NOT = "00"
              GO TO COBRA-BOLSA2.
           IF KEYCONSITEM (1: 23) NOT = W-CHAVEITEM
              GO TO COBRA-BOLSA2.
           IF SEQITEM > W-MAXSEQ
              MOVE SEQITEM TO W-MAXSEQ.
           GO TO COBRA-BOLSA1.
       COBRA-BOLSA2.
           IF W-MAXSEQ = 99
              GO TO FIM-COBRA-BOLSA.
           MOVE W-CHAVEITEM TO KEYCONSITEM (1: 23)
           ADD 1 TO W-MAXSEQ
           MOVE W-MAXSEQ TO SEQITEM
           MOVE CODPROC TO CODPROCITEM
           MOVE DESCPROC TO DESCPROCITEM
           MOVE VALORPROC TO VALORITEM
           WRITE REGCONSITEM
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              GO TO FIM-COBRA-BOLSA.
           MOVE KEYCONSITEM TO CHAVELOGTX
           MOVE "N" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           MOVE W-REGBOLSA TO REGBOLSA
           MOVE "S" TO FATURADOBS
           REWRITE REGBOLSA.
       FIM-COBRA-BOLSA.
           EXIT.
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
           MOVE "HEMOTER" TO PROGRAMALOGTX
           MOVE LOGTX TO REGLOG
           WRITE REGLOG.
      *
       ROT-FIM.
           CLOSE CADABORH CADHEMOTR CADBOLSA CADCONSITEM CADINTERN
           CLOSE CADPACI CADMED CADLOG
           IF W-OPEROK = "S"
              CLOSE CADOPER.
           IF W-PROCOK = "S"
              CLOSE CADPROC.
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
