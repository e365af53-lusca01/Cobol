       IDENTIFICATION DIVISION.
       PROGRAM-ID. EPISODIO.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    EPISODIOS DE CUIDADO: AGRUPA CONSULTAS, EXAMES,            *
      *    ENCAMINHAMENTOS E INTERNACOES DE UM MESMO PROBLEMA DO      *
      *    PACIENTE (CID DE ABERTURA) PARA O PRONTUARIO E PARA O      *
      *    CUSTO POR EPISODIO (RELEPISO)                              *
      *    NUMERO DO EPISODIO PELA NUMERACAO CENTRAL (SERIE EPIS)     *
      *    VINCULO AUTOMATICO PELAS REGRAS DO EPIVINC; O VINCULO      *
      *    MANUAL PREVALECE E O DESVINCULO MANUAL NAO E REFEITO       *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADEPISODIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYEPISODIO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CPFEPI
                       WITH DUPLICATES.
       SELECT CADEPIVINC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYEPIVINC
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NUMEPIVINC
                       WITH DUPLICATES.
       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGOCID
                    FILE STATUS  IS ST-ERRO.
       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGOCONV
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMECONV WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PLANO WITH DUPLICATES.
       SELECT CADCONSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPAL
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DATACONS
                       WITH DUPLICATES.
       SELECT CADEXAME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYEXAME
                    FILE STATUS  IS ST-ERRO.
       SELECT CADENCAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYENCAM
                    FILE STATUS  IS ST-ERRO.
       SELECT CADINTERN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYINTERN
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
      *---------EPISODIO DE CUIDADO (NUMERACAO CENTRAL, SERIE EPIS)-----
       FD CADEPISODIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPISODIO.DAT".
       01  REGEPISODIO.
           03 KEYEPISODIO.
              05 NUMEPI           PIC 9(06).
           03 CPFEPI              PIC 9(11).
           03 CIDEPI              PIC X(07).
           03 CRMEPI              PIC 9(06).
           03 CONVEPI             PIC 9(04).
           03 DATAABEPI           PIC 9(08).
           03 DATAFECEPI          PIC 9(08).
           03 STATUSEPI           PIC X(01).
              88 EPI-ABERTO         VALUE "A".
              88 EPI-ENCERRADO      VALUE "E".
           03 DESCEPI             PIC X(40).
           03 OPERABEPI           PIC 9(04).
           03 OPERFECEPI          PIC 9(04).
           03 FILLER              PIC X(20).
      *---------REGISTROS VINCULADOS AO EPISODIO------------------------
      *  TIPOVINC: C CONSULTA  E EXAME  N ENCAMINHAMENTO  I INTERNACAO
      *  CHAVEVINC: CHAVE DO REGISTRO NO SEU ARQUIVO (CPF+DATA+HORA
      *  E, PARA EXAME E ENCAMINHAMENTO, A LINHA)
       FD CADEPIVINC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPIVINC.DAT".
       01  REGEPIVINC.
           03 KEYEPIVINC.
              05 TIPOVINC         PIC X(01).
                 88 VINC-CONSULTA   VALUE "C".
                 88 VINC-EXAME      VALUE "E".
                 88 VINC-ENCAM      VALUE "N".
                 88 VINC-INTERN     VALUE "I".
              05 CHAVEVINC        PIC X(25).
           03 NUMEPIVINC          PIC 9(06).
           03 ORIGEMVINC          PIC X(01).
              88 VINC-AUTOMATICO    VALUE "A".
              88 VINC-MANUAL        VALUE "M".
              88 VINC-EXCLUIDO      VALUE "X".
           03 DATAREFVINC         PIC 9(08).
           03 DATAVINC            PIC 9(08).
           03 OPERVINC            PIC 9(04).
           03 FILLER              PIC X(10).
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
       FD CADCID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCID.DAT".
       01  REGCID.
           03 CODIGOCID           PIC X(07).
           03 DENOMINACAO         PIC X(30).
           03 CLASSIFICACAO       PIC 9(01).
           03 CONTAGIOSA          PIC X(01).
           03 RARIDADE            PIC X(01).
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
       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01  REGCONV.
           03 CODIGOCONV          PIC 9(04).
           03 NOMECONV            PIC X(30).
           03 PLANO               PIC 9(02).
           03 ANS                 PIC 9(06).
           03 ANSVALIDADE.
              05 ANSVALDIA        PIC 9(02).
              05 ANSVALMES        PIC 9(02).
              05 ANSVALANO        PIC 9(04).
      *
       FD CADCONSU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSU.DAT".
       01 REGCONS.
          03 KEYPRINCIPAL.
              05 CPFPACIENTE    PIC 9(11).
              05 DATACONS.
                 07 DIAC        PIC 9(02).
                 07 MESC        PIC 9(02).
                 07 ANOC        PIC 9(04).
              05 HORAC          PIC 9(04).
          03 CODMED             PIC 9(06).
          03 CODCONV            PIC 9(04).
          03 CODCID             PIC X(07).
          03 DESCRICAO1         PIC X(60).
          03 DESCRICAO2         PIC X(60).
          03 STATUSCONS         PIC X(01).
             88 AGENDADA        VALUE "A".
             88 REALIZADA       VALUE "R".
             88 CANCELADA       VALUE "C".
             88 FALTOU          VALUE "F".
          03 VALOR              PIC 9(06)V99.
          03 PAGO               PIC X(01).
             88 PAGO-SIM        VALUE "S".
             88 PAGO-NAO        VALUE "N".
          03 PESO               PIC 9(03)V9.
          03 ALTURA             PIC 9(03).
          03 PRESSAOSIS         PIC 9(03).
          03 PRESSAODIA         PIC 9(03).
          03 TEMPERATURA        PIC 9(02)V9.
          03 RETORNO.
             05 DIARETORNO       PIC 9(02).
             05 MESRETORNO       PIC 9(02).
             05 ANORETORNO       PIC 9(04).
          03 SEVERIDADE          PIC 9(01).
             88 SEV-NAO-INFORMADA  VALUE 0.
             88 SEV-EMERGENCIA     VALUE 1.
             88 SEV-URGENCIA       VALUE 2.
             88 SEV-SEMI-URGENCIA  VALUE 3.
             88 SEV-NAO-URGENCIA   VALUE 4.
          03 CODSALA             PIC 9(02).
          03 UNIDADE              PIC 9(02).
          03 LEMBRETEENVIADO      PIC X(01).
      *
       FD CADEXAME
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXAME.DAT".
       01  REGEXAME.
           03 KEYEXAME.
              05 CPFEXAME         PIC 9(11).
              05 DATAEXAME.
                 07 DIAEXAME      PIC 9(02).
                 07 MESEXAME      PIC 9(02).
                 07 ANOEXAME      PIC 9(04).
              05 HORAEXAME        PIC 9(04).
              05 NUMLINHAEX       PIC 9(02).
           03 TIPOEXAME           PIC X(30).
           03 DATAREALIZADA.
              05 DIAREALIZADA     PIC 9(02).
              05 MESREALIZADA     PIC 9(02).
              05 ANOREALIZADA     PIC 9(04).
           03 STATUSEXAME         PIC X(01).
              88 PEDIDO           VALUE "P".
              88 REALIZADO        VALUE "R".
              88 CANCELADO        VALUE "C".
           03 RESULTADO           PIC X(60).
           03 CODTIPOEX           PIC 9(04).
           03 RESULTNUM           PIC 9(06)V99.
           03 FLAGANORMAL         PIC X(01).
      *
       FD CADENCAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADENCAM.DAT".
       01  REGENCAM.
           03 KEYENCAM.
              05 CPFENCAM         PIC 9(11).
              05 DATAENCAM.
                 07 DIAENCAM      PIC 9(02).
                 07 MESENCAM      PIC 9(02).
                 07 ANOENCAM      PIC 9(04).
              05 HORAENCAM        PIC 9(04).
              05 NUMLINHA         PIC 9(02).
           03 ESPECDESTINO        PIC 9(02).
           03 URGENCIAENC         PIC 9(01).
              88 ENC-URGENTE        VALUE 1.
              88 ENC-ROTINA         VALUE 2.
           03 STATUSENCAM         PIC X(01).
              88 ENC-PENDENTE       VALUE "P".
              88 ENC-REALIZADO      VALUE "R".
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
       01 W-CONVOK      PIC X(01) VALUE "N".
       01 W-EXAMEOK     PIC X(01) VALUE "N".
       01 W-ENCAMOK     PIC X(01) VALUE "N".
       01 W-INTOK       PIC X(01) VALUE "N".
      *---CAMPOS DA TELA------------------------------------------------
       01 W-NUMEPI      PIC 9(06) VALUE ZEROS.
       01 W-CPF         PIC 9(11) VALUE ZEROS.
       01 W-NOMEPAC     PIC X(30) VALUE SPACES.
       01 W-CID         PIC X(07) VALUE SPACES.
       01 W-DESCCID     PIC X(30) VALUE SPACES.
       01 W-CRM         PIC 9(06) VALUE ZEROS.
       01 W-NOMEMED     PIC X(30) VALUE SPACES.
       01 W-CONV        PIC 9(04) VALUE ZEROS.
       01 W-NOMECONV    PIC X(30) VALUE SPACES.
       01 W-DATAAB      PIC 9(08) VALUE ZEROS.
       01 W-DATAFEC     PIC 9(08) VALUE ZEROS.
       01 W-SITEPI      PIC X(09) VALUE SPACES.
       01 W-DESCEPI     PIC X(40) VALUE SPACES.
       01 W-TIPOV       PIC X(01) VALUE SPACES.
       01 W-DATAV       PIC 9(08) VALUE ZEROS.
       01 W-HORAV       PIC 9(04) VALUE ZEROS.
       01 W-LINHAV      PIC 9(02) VALUE ZEROS.
       01 W-ORIGEMV     PIC X(10) VALUE SPACES.
       01 W-EPIREG      PIC 9(06) VALUE ZEROS.
       01 W-QTDC        PIC 9(03) VALUE ZEROS.
       01 W-QTDE        PIC 9(03) VALUE ZEROS.
       01 W-QTDN        PIC 9(03) VALUE ZEROS.
       01 W-QTDI        PIC 9(03) VALUE ZEROS.
      *---EPISODIO ABERTO DO MESMO PACIENTE E CATEGORIA DE CID---------
       01 W-EPIDUPLIC   PIC 9(06) VALUE ZEROS.
      *---CHAVE DO REGISTRO A VINCULAR (CPF+DATA DDMMAAAA+HORA+LINHA)--
       01 W-CHAVEREG.
          03 W-CPFREG      PIC 9(11).
          03 W-DATAREG     PIC 9(08).
          03 W-HORAREG     PIC 9(04).
          03 W-LINHAREG    PIC X(02).
       01 W-REGVINC      PIC X(64) VALUE SPACES.
      *---NUMERACAO CENTRAL DE DOCUMENTOS (NUMERA)---------------------
       01 W-ACAONU      PIC X(01) VALUE SPACES.
       01 W-TIPONU      PIC X(04) VALUE "EPIS".
       01 W-UNIDNU      PIC 9(02) VALUE ZEROS.
       01 W-ANONU       PIC 9(04) VALUE ZEROS.
       01 W-NUMERONU    PIC 9(08) VALUE ZEROS.
       01 W-PROGRNU     PIC X(10) VALUE "EPISODIO".
       01 W-RESULTNU    PIC X(01) VALUE SPACES.
       01 W-NUMNOVO     PIC 9(08) VALUE ZEROS.
      *---DATAS--------------------------------------------------------
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
          03 CHAVELOGTX     PIC X(25).
          03 FILLER         PIC X(01) VALUE " ".
          03 ACAOLOGTX      PIC X(01).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAEPI.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                         EPISODIOS DE CU".
           05  LINE 02  COLUMN 41
               VALUE  "IDADO".
           05  LINE 04  COLUMN 01
               VALUE  "   1 - ABRIR EPISODIO   2 - ENCERRAR/REA".
           05  LINE 04  COLUMN 41
               VALUE  "BRIR   3 - VINCULAR REGISTRO".
           05  LINE 05  COLUMN 01
               VALUE  "   4 - DESVINCULAR REGISTRO   5 - VINCUL".
           05  LINE 05  COLUMN 41
               VALUE  "ACAO AUTOMATICA   6 - CONSULTAR".
           05  LINE 07  COLUMN 01
               VALUE  "   FUNCAO :   ( 0 - ENCERRA )           ".
           05  LINE 07  COLUMN 41
               VALUE  "EPISODIO NR :".
           05  LINE 09  COLUMN 01
               VALUE  "   PACIENTE (CPF) :".
           05  LINE 10  COLUMN 01
               VALUE  "   CID :".
           05  LINE 11  COLUMN 01
               VALUE  "   MEDICO (CRM) :".
           05  LINE 12  COLUMN 01
               VALUE  "   CONVENIO (0=PARTICULAR) :".
           05  LINE 13  COLUMN 01
               VALUE  "   ABERTURA (AAAAMMDD) :           ENCER".
           05  LINE 13  COLUMN 41
               VALUE  "RAMENTO :          SIT.:".
           05  LINE 14  COLUMN 01
               VALUE  "   DESCRICAO :".
           05  LINE 16  COLUMN 01
               VALUE  "   VINCULO - TIPO (C=CONSULTA E=EXAME N=".
           05  LINE 16  COLUMN 41
               VALUE  "ENCAMINHAMENTO I=INTERN.) :".
           05  LINE 17  COLUMN 01
               VALUE  "   DATA (AAAAMMDD) :         HORA :     ".
           05  LINE 17  COLUMN 41
               VALUE  "   LINHA :".
           05  LINE 18  COLUMN 01
               VALUE  "   ORIGEM :              EPISODIO DO REG".
           05  LINE 18  COLUMN 41
               VALUE  "ISTRO :".
           05  LINE 20  COLUMN 01
               VALUE  "   VINCULADOS  CONSULTAS :       EXAMES ".
           05  LINE 20  COLUMN 41
               VALUE  ":       ENCAM. :       INTERN. :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TW-FUNCAO
               LINE 07  COLUMN 13  PIC 9(01)
               USING  W-FUNCAO
               HIGHLIGHT.
           05  TW-NUMEPI
               LINE 07  COLUMN 55  PIC 9(06)
               USING  W-NUMEPI
               HIGHLIGHT.
           05  TW-CPF
               LINE 09  COLUMN 21  PIC 9(11)
               USING  W-CPF
               HIGHLIGHT.
           05  TW-NOMEPAC
               LINE 09  COLUMN 34  PIC X(30)
               USING  W-NOMEPAC
               HIGHLIGHT.
           05  TW-CID
               LINE 10  COLUMN 10  PIC X(07)
               USING  W-CID
               HIGHLIGHT.
           05  TW-DESCCID
               LINE 10  COLUMN 19  PIC X(30)
               USING  W-DESCCID
               HIGHLIGHT.
           05  TW-CRM
               LINE 11  COLUMN 19  PIC 9(06)
               USING  W-CRM
               HIGHLIGHT.
           05  TW-NOMEMED
               LINE 11  COLUMN 27  PIC X(30)
               USING  W-NOMEMED
               HIGHLIGHT.
           05  TW-CONV
               LINE 12  COLUMN 30  PIC 9(04)
               USING  W-CONV
               HIGHLIGHT.
           05  TW-NOMECONV
               LINE 12  COLUMN 36  PIC X(30)
               USING  W-NOMECONV
               HIGHLIGHT.
           05  TW-DATAAB
               LINE 13  COLUMN 26  PIC 9(08)
               USING  W-DATAAB
               HIGHLIGHT.
           05  TW-DATAFEC
               LINE 13  COLUMN 51  PIC 9(08)
               USING  W-DATAFEC
               HIGHLIGHT.
           05  TW-SITEPI
               LINE 13  COLUMN 66  PIC X(09)
               USING  W-SITEPI
               HIGHLIGHT.
           05  TW-DESCEPI
               LINE 14  COLUMN 16  PIC X(40)
               USING  W-DESCEPI
               HIGHLIGHT.
           05  TW-TIPOV
               LINE 16  COLUMN 69  PIC X(01)
               USING  W-TIPOV
               HIGHLIGHT.
           05  TW-DATAV
               LINE 17  COLUMN 22  PIC 9(08)
               USING  W-DATAV
               HIGHLIGHT.
           05  TW-HORAV
               LINE 17  COLUMN 37  PIC 9(04)
               USING  W-HORAV
               HIGHLIGHT.
           05  TW-LINHAV
               LINE 17  COLUMN 52  PIC 9(02)
               USING  W-LINHAV
               HIGHLIGHT.
           05  TW-ORIGEMV
               LINE 18  COLUMN 13  PIC X(10)
               USING  W-ORIGEMV
               HIGHLIGHT.
           05  TW-EPIREG
               LINE 18  COLUMN 49  PIC 9(06)
               USING  W-EPIREG
               HIGHLIGHT.
           05  TW-QTDC
               LINE 20  COLUMN 28  PIC 9(03)
               USING  W-QTDC
               HIGHLIGHT.
           05  TW-QTDE
               LINE 20  COLUMN 43  PIC 9(03)
               USING  W-QTDE
               HIGHLIGHT.
           05  TW-QTDN
               LINE 20  COLUMN 58  PIC 9(03)
               USING  W-QTDN
               HIGHLIGHT.
           05  TW-QTDI
               LINE 20  COLUMN 74  PIC 9(03)
               USING  W-QTDI
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
       L0.
           OPEN I-O CADEPISODIO
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADEPISODIO
                CLOSE CADEPISODIO
                GO TO L0
             ELSE
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADEPISODIO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM2.
       L0A.
           OPEN I-O CADEPIVINC
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADEPIVINC
                CLOSE CADEPIVINC
                GO TO L0A
             ELSE
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADEPIVINC" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADEPISODIO
                GO TO ROT-FIM2.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO CADPACI NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADEPISODIO CADEPIVINC
              GO TO ROT-FIM2.
           OPEN INPUT CADCID
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO CADCID NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADEPISODIO CADEPIVINC CADPACI
              GO TO ROT-FIM2.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO CADMED NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADEPISODIO CADEPIVINC CADPACI CADCID
              GO TO ROT-FIM2.
           OPEN INPUT CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO CADCONSU NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADEPISODIO CADEPIVINC CADPACI CADCID CADMED
              GO TO ROT-FIM2.
           OPEN INPUT CADCONV
           IF ST-ERRO = "00"
              MOVE "S" TO W-CONVOK.
           OPEN INPUT CADEXAME
           IF ST-ERRO = "00"
              MOVE "S" TO W-EXAMEOK.
           OPEN INPUT CADENCAM
           IF ST-ERRO = "00"
              MOVE "S" TO W-ENCAMOK.
           OPEN INPUT CADINTERN
           IF ST-ERRO = "00"
              MOVE "S" TO W-INTOK.
           PERFORM ABRIR-CADSESSAO.
           PERFORM ABRIR-CADLOG.
       MENU-FUNCAO.
           MOVE ZEROS TO W-FUNCAO
           PERFORM LIMPA-CAMPOS THRU FIM-LIMPA-CAMPOS
           DISPLAY TELAEPI
           ACCEPT TW-FUNCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-FUNCAO = 0
              GO TO ROT-FIM.
           IF W-FUNCAO = 1
              GO TO ABRE-L1.
           IF W-FUNCAO = 2
              GO TO ENCERRA-L1.
           IF W-FUNCAO = 3
              GO TO VINCULA-L1.
           IF W-FUNCAO = 4
              GO TO DESVINCULA-L1.
           IF W-FUNCAO = 5
              GO TO AUTOMATICO.
           IF W-FUNCAO = 6
              GO TO CONSULTA-L1.
           MOVE "*** FUNCAO NAO DISPONIVEL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *----------------ABERTURA DO EPISODIO----------------------------
      *-----UM EPISODIO ABERTO POR PACIENTE E CATEGORIA DE CID----------
       ABRE-L1.
           PERFORM LE-PACIENTE THRU FIM-LE-PACIENTE
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
       ABRE-L2.
           ACCEPT TW-CID
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ABRE-L1.
           MOVE W-CID TO CODIGOCID
           READ CADCID
           IF ST-ERRO NOT = "00"
              MOVE "** CID NAO CADASTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ABRE-L2.
           MOVE DENOMINACAO TO W-DESCCID
           DISPLAY TW-DESCCID
           MOVE ZEROS TO W-NUMEPI
           PERFORM VERIFICA-DUPLICADO THRU FIM-VERIFICA-DUPLICADO
           IF W-EPIDUPLIC NOT = ZEROS
              MOVE W-EPIDUPLIC TO W-NUMEPI
              DISPLAY TW-NUMEPI
              MOVE ZEROS TO W-NUMEPI
              MOVE "JA HA EPISODIO ABERTO NESTA CATEGORIA DE CID"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ABRE-L2.
       ABRE-L3.
           ACCEPT TW-CRM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ABRE-L2.
           MOVE W-CRM TO CRM
           READ CADMED
           IF ST-ERRO NOT = "00"
              MOVE "** MEDICO NAO CADASTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ABRE-L3.
           MOVE NOMEMEDICO TO W-NOMEMED
           DISPLAY TW-NOMEMED.
       ABRE-L4.
           ACCEPT TW-CONV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ABRE-L3.
           MOVE "PARTICULAR" TO W-NOMECONV
           IF W-CONV NOT = ZEROS AND W-CONVOK = "S"
              MOVE W-CONV TO CODIGOCONV
              READ CADCONV
              IF ST-ERRO NOT = "00"
                 MOVE "** CONVENIO NAO CADASTRADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ABRE-L4
              ELSE
                 MOVE NOMECONV TO W-NOMECONV.
           IF W-CONV NOT = ZEROS AND W-CONVOK NOT = "S"
              MOVE SPACES TO W-NOMECONV.
           DISPLAY TW-NOMECONV.
       ABRE-L5.
           ACCEPT TW-DATAAB
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ABRE-L4.
           IF W-DATAAB = ZEROS
              MOVE W-DATAHOJE TO W-DATAAB
              DISPLAY TW-DATAAB.
           MOVE W-DATAAB TO W-DATAAMD
           PERFORM VALIDA-DATA
           IF W-DATAVALIDA NOT = "S"
              MOVE "DATA INVALIDA NO CALENDARIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ABRE-L5.
           IF W-DATAAB > W-DATAHOJE
              MOVE "** ABERTURA NAO PODE SER DATA FUTURA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ABRE-L5.
       ABRE-L6.
           ACCEPT TW-DESCEPI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ABRE-L5.
       ABRE-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "ABRIR O EPISODIO (S/N) : ".
           ACCEPT (23, 65) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ABRE-L6.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** EPISODIO NAO ABERTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ABRE-OPC.
      *----------------PROXIMO NUMERO (NUMERACAO CENTRAL)---------------
       GERA-NUMERO.
           MOVE "R" TO W-ACAONU
           MOVE ZEROS TO W-UNIDNU
           PERFORM CHAMA-NUMERA THRU FIM-CHAMA-NUMERA
           IF W-RESULTNU = "I"
              PERFORM INICIA-NUMERO THRU FIM-INICIA-NUMERO
              IF W-RESULTNU = "S"
                 GO TO GERA-NUMERO.
           IF W-RESULTNU NOT = "S" OR W-NUMERONU > 999999
              MOVE "* ERRO NA NUMERACAO DO EPISODIO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           MOVE W-NUMERONU TO W-NUMNOVO
           GO TO GRAVA-EPISODIO.
      *-----PRIMEIRO USO DA SERIE: PARTE DO MAIOR NUMERO JA GRAVADO-----
       INICIA-NUMERO.
           MOVE ZEROS TO W-NUMNOVO
           MOVE ZEROS TO NUMEPI
           START CADEPISODIO KEY IS NOT LESS KEYEPISODIO INVALID KEY
                 GO TO INICIA-NUMERO2.
       INICIA-NUMERO1.
           READ CADEPISODIO NEXT
           IF ST-ERRO NOT = "00"
              GO TO INICIA-NUMERO2.
           IF NUMEPI > W-NUMNOVO
              MOVE NUMEPI TO W-NUMNOVO.
           GO TO INICIA-NUMERO1.
       INICIA-NUMERO2.
           MOVE "I" TO W-ACAONU
           MOVE W-NUMNOVO TO W-NUMERONU
           PERFORM CHAMA-NUMERA THRU FIM-CHAMA-NUMERA.
       FIM-INICIA-NUMERO.
           EXIT.
      *
       GRAVA-EPISODIO.
           MOVE SPACES TO REGEPISODIO
           MOVE W-NUMNOVO TO NUMEPI
           MOVE W-CPF TO CPFEPI
           MOVE W-CID TO CIDEPI
           MOVE W-CRM TO CRMEPI
           MOVE W-CONV TO CONVEPI
           MOVE W-DATAAB TO DATAABEPI
           MOVE ZEROS TO DATAFECEPI
           MOVE "A" TO STATUSEPI
           MOVE W-DESCEPI TO DESCEPI
           MOVE W-CODOPERLOG TO OPERABEPI
           MOVE ZEROS TO OPERFECEPI
           WRITE REGEPISODIO
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "A" TO W-ACAONU
              PERFORM CHAMA-NUMERA THRU FIM-CHAMA-NUMERA
              MOVE "* ERRO NA GRAVACAO DO EPISODIO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "U" TO W-ACAONU
           PERFORM CHAMA-NUMERA THRU FIM-CHAMA-NUMERA
           MOVE NUMEPI TO W-NUMEPI
           DISPLAY TW-NUMEPI
           MOVE NUMEPI TO CHAVELOGTX
           MOVE "N" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           MOVE "*** EPISODIO ABERTO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *----------------ENCERRAMENTO E REABERTURA-----------------------
       ENCERRA-L1.
           PERFORM LE-EPISODIO THRU FIM-LE-EPISODIO
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
           IF EPI-ENCERRADO
              GO TO REABRE-OPC.
       ENCERRA-L2.
           ACCEPT TW-DATAFEC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ENCERRA-L1.
           IF W-DATAFEC = ZEROS
              MOVE W-DATAHOJE TO W-DATAFEC
              DISPLAY TW-DATAFEC.
           MOVE W-DATAFEC TO W-DATAAMD
           PERFORM VALIDA-DATA
           IF W-DATAVALIDA NOT = "S"
              MOVE "DATA INVALIDA NO CALENDARIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ENCERRA-L2.
           IF W-DATAFEC < W-DATAAB
              MOVE "** ENCERRAMENTO ANTERIOR A ABERTURA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ENCERRA-L2.
           IF W-DATAFEC > W-DATAHOJE
              MOVE "** ENCERRAMENTO NAO PODE SER DATA FUTURA **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ENCERRA-L2.
       ENCERRA-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "ENCERRAR O EPISODIO (S/N) : ".
           ACCEPT (23, 68) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ENCERRA-L2.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** EPISODIO NAO ENCERRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ENCERRA-OPC.
           MOVE W-NUMEPI TO NUMEPI
           READ CADEPISODIO
           IF ST-ERRO NOT = "00"
              MOVE "* ERRO NA LEITURA DO EPISODIO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           MOVE W-DATAFEC TO DATAFECEPI
           MOVE "E" TO STATUSEPI
           MOVE W-CODOPERLOG TO OPERFECEPI
           REWRITE REGEPISODIO
           MOVE NUMEPI TO CHAVELOGTX
           MOVE "A" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           MOVE "*** EPISODIO ENCERRADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *-----REABERTURA: SO SE NAO HOUVER OUTRO ABERTO NA CATEGORIA------
       REABRE-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "REABRIR O EPISODIO (S/N) : ".
           ACCEPT (23, 67) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ENCERRA-L1.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** EPISODIO NAO REABERTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REABRE-OPC.
           PERFORM VERIFICA-DUPLICADO THRU FIM-VERIFICA-DUPLICADO
           IF W-EPIDUPLIC NOT = ZEROS
              MOVE "JA HA EPISODIO ABERTO NESTA CATEGORIA DE CID"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           MOVE W-NUMEPI TO NUMEPI
           READ CADEPISODIO
           IF ST-ERRO NOT = "00"
              MOVE "* ERRO NA LEITURA DO EPISODIO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           MOVE ZEROS TO DATAFECEPI OPERFECEPI
           MOVE "A" TO STATUSEPI
           REWRITE REGEPISODIO
           MOVE NUMEPI TO CHAVELOGTX
           MOVE "A" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           MOVE "*** EPISODIO REABERTO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *----------------VINCULO MANUAL DE REGISTRO---------------------
      *-----REGISTRO DE OUTRO EPISODIO SO E TRANSFERIDO SE CONFIRMADO--
       VINCULA-L1.
           PERFORM LE-EPISODIO THRU FIM-LE-EPISODIO
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
           IF EPI-ENCERRADO
              MOVE "EPISODIO ENCERRADO - REABRA PARA VINCULAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VINCULA-L1.
       VINCULA-L2.
           PERFORM LE-REGISTRO THRU FIM-LE-REGISTRO
           IF W-ACT = 01
              GO TO VINCULA-L1.
           MOVE W-TIPOV TO TIPOVINC
           MOVE W-CHAVEREG TO CHAVEVINC
           READ CADEPIVINC
           IF ST-ERRO = "00" AND NOT VINC-EXCLUIDO
              AND NUMEPIVINC = W-NUMEPI
              MOVE "** REGISTRO JA VINCULADO A ESTE EPISODIO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VINCULA-L2.
           IF ST-ERRO = "00" AND NOT VINC-EXCLUIDO
              GO TO VINCULA-TRANSF.
       VINCULA-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "VINCULAR O REGISTRO (S/N) : ".
           ACCEPT (23, 68) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO VINCULA-L2.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGISTRO NAO VINCULADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VINCULA-L2.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VINCULA-OPC.
           GO TO VINCULA-GRAVA.
       VINCULA-TRANSF.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 40) "TRANSFERIR DE EPISODIO (S/N) : ".
           ACCEPT (23, 71) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO VINCULA-L2.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGISTRO MANTIDO NO OUTRO EPISODIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VINCULA-L2.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VINCULA-TRANSF.
       VINCULA-GRAVA.
           MOVE W-TIPOV TO TIPOVINC
           MOVE W-CHAVEREG TO CHAVEVINC
           READ CADEPIVINC
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO REGEPIVINC
              MOVE W-TIPOV TO TIPOVINC
              MOVE W-CHAVEREG TO CHAVEVINC
              MOVE "N" TO ACAOLOGTX
           ELSE
              MOVE "A" TO ACAOLOGTX.
           MOVE W-NUMEPI TO NUMEPIVINC
           MOVE "M" TO ORIGEMVINC
           MOVE W-DATAV TO DATAREFVINC
           MOVE W-DATAHOJE TO DATAVINC
           MOVE W-CODOPERLOG TO OPERVINC
           IF ACAOLOGTX = "N"
              WRITE REGEPIVINC
           ELSE
              REWRITE REGEPIVINC.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "* ERRO NA GRAVACAO DO VINCULO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE CHAVEVINC TO CHAVELOGTX
           PERFORM ESCREVE-LOG
           PERFORM CONTA-VINCULOS THRU FIM-CONTA-VINCULOS
           MOVE "MANUAL" TO W-ORIGEMV
           MOVE W-NUMEPI TO W-EPIREG
           DISPLAY TW-ORIGEMV TW-EPIREG
           DISPLAY TW-QTDC TW-QTDE TW-QTDN TW-QTDI
           MOVE "*** REGISTRO VINCULADO AO EPISODIO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO VINCULA-L2.
      *----------------DESVINCULO MANUAL-------------------------------
      *-----O VINCULO FICA MARCADO PARA A REGRA NAO REFAZER------------
       DESVINCULA-L1.
           PERFORM LE-EPISODIO THRU FIM-LE-EPISODIO
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
       DESVINCULA-L2.
           PERFORM LE-REGISTRO THRU FIM-LE-REGISTRO
           IF W-ACT = 01
              GO TO DESVINCULA-L1.
           MOVE W-TIPOV TO TIPOVINC
           MOVE W-CHAVEREG TO CHAVEVINC
           READ CADEPIVINC
           IF ST-ERRO NOT = "00"
              MOVE "** REGISTRO NAO VINCULADO A ESTE EPISODIO **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DESVINCULA-L2.
           IF VINC-EXCLUIDO OR NUMEPIVINC NOT = W-NUMEPI
              MOVE "** REGISTRO NAO VINCULADO A ESTE EPISODIO **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DESVINCULA-L2.
       DESVINCULA-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DESVINCULAR O REGISTRO (S/N) : ".
           ACCEPT (23, 71) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO DESVINCULA-L2.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGISTRO MANTIDO NO EPISODIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DESVINCULA-L2.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DESVINCULA-OPC.
           MOVE W-TIPOV TO TIPOVINC
           MOVE W-CHAVEREG TO CHAVEVINC
           READ CADEPIVINC
           IF ST-ERRO NOT = "00"
              MOVE "* ERRO NA LEITURA DO VINCULO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DESVINCULA-L2.
           MOVE "X" TO ORIGEMVINC
           MOVE W-DATAHOJE TO DATAVINC
           MOVE W-CODOPERLOG TO OPERVINC
           REWRITE REGEPIVINC
           MOVE CHAVEVINC TO CHAVELOGTX
           MOVE "E" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           PERFORM CONTA-VINCULOS THRU FIM-CONTA-VINCULOS
           MOVE "DESVINCUL." TO W-ORIGEMV
           DISPLAY TW-ORIGEMV
           DISPLAY TW-QTDC TW-QTDE TW-QTDN TW-QTDI
           MOVE "*** REGISTRO DESVINCULADO DO EPISODIO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO DESVINCULA-L2.
      *----------------VINCULACAO AUTOMATICA (REGRAS DO EPIVINC)-------
       AUTOMATICO.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "VINCULAR PELAS REGRAS (S/N) : ".
           ACCEPT (23, 70) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
           IF W-OPCAO = "N" OR "n"
              GO TO MENU-FUNCAO.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AUTOMATICO.
           CLOSE CADEPISODIO CADEPIVINC CADLOG
           MOVE "*** VINCULACAO AUTOMATICA CONCLUIDA ***" TO MENS
           CALL "EPIVINC"
              ON OVERFLOW
                 MOVE "* ERRO NA CHAMADA DO EPIVINC *" TO MENS.
           CANCEL "EPIVINC".
           OPEN I-O CADEPISODIO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADEPISODIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPACI CADCID CADMED CADCONSU
              GO TO ROT-FIM2.
           OPEN I-O CADEPIVINC
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADEPIVINC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADEPISODIO CADPACI CADCID CADMED CADCONSU
              GO TO ROT-FIM2.
           PERFORM ABRIR-CADLOG
           DISPLAY TELAEPI
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *----------------CONSULTA DO EPISODIO E SEUS VINCULOS------------
       CONSULTA-L1.
           PERFORM LE-EPISODIO THRU FIM-LE-EPISODIO
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
           GO TO CONSULTA-L1.
      *
       LIMPA-CAMPOS.
           MOVE ZEROS TO W-NUMEPI W-CPF W-CRM W-CONV W-DATAAB W-DATAFEC
           MOVE ZEROS TO W-DATAV W-HORAV W-LINHAV W-EPIREG
           MOVE ZEROS TO W-QTDC W-QTDE W-QTDN W-QTDI
           MOVE SPACES TO W-NOMEPAC W-CID W-DESCCID W-NOMEMED
           MOVE SPACES TO W-NOMECONV W-SITEPI W-DESCEPI W-TIPOV
           MOVE SPACES TO W-ORIGEMV.
       FIM-LIMPA-CAMPOS.
           EXIT.
      *-----PACIENTE DO NOVO EPISODIO-----------------------------------
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
           DISPLAY TW-NOMEPAC.
       FIM-LE-PACIENTE.
           EXIT.
      *-----EPISODIO INFORMADO NA TELA----------------------------------
       LE-EPISODIO.
           ACCEPT TW-NUMEPI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO FIM-LE-EPISODIO.
           MOVE W-NUMEPI TO NUMEPI
           READ CADEPISODIO
           IF ST-ERRO NOT = "00"
              MOVE "** EPISODIO NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LE-EPISODIO.
           PERFORM MOSTRA-EPISODIO THRU FIM-MOSTRA-EPISODIO
           DISPLAY TELAEPI.
       FIM-LE-EPISODIO.
           EXIT.
      *
       MOSTRA-EPISODIO.
           MOVE CPFEPI TO W-CPF
           MOVE CIDEPI TO W-CID
           MOVE CRMEPI TO W-CRM
           MOVE CONVEPI TO W-CONV
           MOVE DATAABEPI TO W-DATAAB
           MOVE DATAFECEPI TO W-DATAFEC
           MOVE DESCEPI TO W-DESCEPI
           MOVE "ABERTO" TO W-SITEPI
           IF EPI-ENCERRADO
              MOVE "ENCERRADO" TO W-SITEPI.
           MOVE SPACES TO W-NOMEPAC W-DESCCID W-NOMEMED W-NOMECONV
           MOVE CPFEPI TO CPF
           READ CADPACI
           IF ST-ERRO = "00"
              MOVE NOMEPACIENTE TO W-NOMEPAC.
           MOVE CIDEPI TO CODIGOCID
           READ CADCID
           IF ST-ERRO = "00"
              MOVE DENOMINACAO TO W-DESCCID.
           MOVE CRMEPI TO CRM
           READ CADMED
           IF ST-ERRO = "00"
              MOVE NOMEMEDICO TO W-NOMEMED.
           IF CONVEPI = ZEROS
              MOVE "PARTICULAR" TO W-NOMECONV.
           IF CONVEPI NOT = ZEROS AND W-CONVOK = "S"
              MOVE CONVEPI TO CODIGOCONV
              READ CADCONV
              IF ST-ERRO = "00"
                 MOVE NOMECONV TO W-NOMECONV.
           PERFORM CONTA-VINCULOS THRU FIM-CONTA-VINCULOS.
       FIM-MOSTRA-EPISODIO.
           EXIT.
      *-----QUANTIDADE DE REGISTROS VINCULADOS POR TIPO-----------------
       CONTA-VINCULOS.
           MOVE ZEROS TO W-QTDC W-QTDE W-QTDN W-QTDI
           MOVE W-NUMEPI TO NUMEPIVINC
           START CADEPIVINC KEY IS NOT LESS NUMEPIVINC INVALID KEY
                 GO TO FIM-CONTA-VINCULOS.
       CONTA-VINCULOS1.
           READ CADEPIVINC NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-CONTA-VINCULOS.
           IF NUMEPIVINC NOT = W-NUMEPI
              GO TO FIM-CONTA-VINCULOS.
           IF VINC-EXCLUIDO
              GO TO CONTA-VINCULOS1.
           IF VINC-CONSULTA
              ADD 1 TO W-QTDC.
           IF VINC-EXAME
              ADD 1 TO W-QTDE.
           IF VINC-ENCAM
              ADD 1 TO W-QTDN.
           IF VINC-INTERN
              ADD 1 TO W-QTDI.
           GO TO CONTA-VINCULOS1.
       FIM-CONTA-VINCULOS.
           EXIT.
      *-----OUTRO EPISODIO ABERTO DO PACIENTE NA MESMA CATEGORIA--------
       VERIFICA-DUPLICADO.
           MOVE ZEROS TO W-EPIDUPLIC
           MOVE W-CPF TO CPFEPI
           START CADEPISODIO KEY IS NOT LESS CPFEPI INVALID KEY
                 GO TO FIM-VERIFICA-DUPLICADO.
       VERIFICA-DUPLICADO1.
           READ CADEPISODIO NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-VERIFICA-DUPLICADO.
           IF CPFEPI NOT = W-CPF
              GO TO FIM-VERIFICA-DUPLICADO.
           IF EPI-ABERTO AND CIDEPI (1: 3) = W-CID (1: 3)
              AND NUMEPI NOT = W-NUMEPI
              MOVE NUMEPI TO W-EPIDUPLIC
              GO TO FIM-VERIFICA-DUPLICADO.
           GO TO VERIFICA-DUPLICADO1.
       FIM-VERIFICA-DUPLICADO.
           EXIT.
      *-----REGISTRO A VINCULAR: TIPO, DATA, HORA E LINHA (EXAME E----
      *-----ENCAMINHAMENTO); DEVE SER DO PACIENTE DO EPISODIO----------
       LE-REGISTRO.
           ACCEPT TW-TIPOV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO FIM-LE-REGISTRO.
           IF W-TIPOV NOT = "C" AND W-TIPOV NOT = "E"
              AND W-TIPOV NOT = "N" AND W-TIPOV NOT = "I"
              MOVE "INFORME C, E, N OU I" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LE-REGISTRO.
       LE-REGISTRO1.
           ACCEPT TW-DATAV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO LE-REGISTRO.
           MOVE W-DATAV TO W-DATAAMD
           PERFORM VALIDA-DATA
           IF W-DATAVALIDA NOT = "S"
              MOVE "DATA INVALIDA NO CALENDARIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LE-REGISTRO1.
       LE-REGISTRO2.
           ACCEPT TW-HORAV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO LE-REGISTRO1.
           MOVE ZEROS TO W-LINHAV
           IF W-TIPOV = "C" OR W-TIPOV = "I"
              DISPLAY TW-LINHAV
              GO TO LE-REGISTRO4.
       LE-REGISTRO3.
           ACCEPT TW-LINHAV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO LE-REGISTRO2.
       LE-REGISTRO4.
           MOVE W-DATAV TO W-DATAAMD
           MOVE W-DIAAMD TO W-DIADMA
           MOVE W-MESAMD TO W-MESDMA
           MOVE W-ANOAMD TO W-ANODMA
           MOVE W-CPF TO W-CPFREG
           MOVE W-DATADMA TO W-DATAREG
           MOVE W-HORAV TO W-HORAREG
           MOVE SPACES TO W-LINHAREG
           IF W-TIPOV = "E" OR W-TIPOV = "N"
              MOVE W-LINHAV TO W-LINHAREG.
           PERFORM VERIFICA-REGISTRO
           IF W-OPCAO NOT = "S"
              MOVE "** REGISTRO NAO ENCONTRADO PARA O PACIENTE **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LE-REGISTRO.
           MOVE SPACES TO W-ORIGEMV
           MOVE ZEROS TO W-EPIREG
           MOVE W-TIPOV TO TIPOVINC
           MOVE W-CHAVEREG TO CHAVEVINC
           READ CADEPIVINC
           IF ST-ERRO = "00"
              MOVE NUMEPIVINC TO W-EPIREG
              MOVE "AUTOMATICO" TO W-ORIGEMV
              IF VINC-MANUAL
                 MOVE "MANUAL" TO W-ORIGEMV
              ELSE
                 IF VINC-EXCLUIDO
                    MOVE "DESVINCUL." TO W-ORIGEMV.
           DISPLAY TW-ORIGEMV TW-EPIREG.
       FIM-LE-REGISTRO.
           EXIT.
      *-----O REGISTRO EXISTE NO SEU ARQUIVO (W-OPCAO = "S")------------
       VERIFICA-REGISTRO.
           MOVE "N" TO W-OPCAO
           IF W-TIPOV = "C"
              MOVE W-CHAVEREG (1: 23) TO KEYPRINCIPAL
              READ CADCONSU
              IF ST-ERRO = "00"
                 MOVE "S" TO W-OPCAO.
           IF W-TIPOV = "E" AND W-EXAMEOK = "S"
              MOVE W-CHAVEREG TO KEYEXAME
              READ CADEXAME
              IF ST-ERRO = "00"
                 MOVE "S" TO W-OPCAO.
           IF W-TIPOV = "N" AND W-ENCAMOK = "S"
              MOVE W-CHAVEREG TO KEYENCAM
              READ CADENCAM
              IF ST-ERRO = "00"
                 MOVE "S" TO W-OPCAO.
           IF W-TIPOV = "I" AND W-INTOK = "S"
              MOVE W-CHAVEREG (1: 23) TO KEYINTERN
              READ CADINTERN
              IF ST-ERRO = "00"
                 MOVE "S" TO W-OPCAO.
      *
       VALIDA-DATA.
           MOVE W-DIAAMD TO W-DIADMA
           MOVE W-MESAMD TO W-MESDMA
           MOVE W-ANOAMD TO W-ANODMA
           CALL "DATAVAL" USING W-DATADMA W-DATAVALIDA
           CANCEL "DATAVAL".
      *
      *-----NUMERACAO CENTRAL: RESERVA, INICIO, USO E ANULACAO----------
       CHAMA-NUMERA.
           CALL "NUMERA" USING W-ACAONU W-TIPONU W-UNIDNU W-ANONU
                W-NUMERONU W-PROGRNU W-CODOPERLOG W-RESULTNU
              ON OVERFLOW
                 MOVE "N" TO W-RESULTNU.
           CANCEL "NUMERA".
       FIM-CHAMA-NUMERA.
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
           MOVE "EPISODIO" TO PROGRAMALOGTX
           MOVE LOGTX TO REGLOG
           WRITE REGLOG.
      *
       ROT-FIM.
           CLOSE CADEPISODIO CADEPIVINC CADPACI CADCID CADMED CADCONSU
           CLOSE CADLOG
           IF W-CONVOK = "S"
              CLOSE CADCONV.
           IF W-EXAMEOK = "S"
              CLOSE CADEXAME.
           IF W-ENCAMOK = "S"
              CLOSE CADENCAM.
           IF W-INTOK = "S"
              CLOSE CADINTERN.
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
