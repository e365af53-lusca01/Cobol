       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCALA.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    ESCALA MENSAL DE ENFERMEIROS, TECNICOS DE ENFERMAGEM E     *
      *    MEDICOS PLANTONISTAS POR UNIDADE E TURNO (CADESCALA)       *
      *    1 - LANCAR ESCALA (PERIODO E PERIODICIDADE)                *
      *    2 - EXCLUIR LANCAMENTO OU REGISTRAR FALTA                  *
      *    3 - SOLICITAR TROCA DE PLANTAO (CADTROCA)                  *
      *    4 - APROVAR OU RECUSAR TROCA (ADMINISTRADOR)               *
      *    5 - COBERTURA DO DIA: ESCALADOS X LEITOS OCUPADOS E        *
      *        DIMENSIONAMENTO MINIMO POR TIPO DE LEITO (RELCOBERT)   *
      *    6 - ESCALA DO MES DA UNIDADE (RELESCALA.DOC)               *
      *    7 - HORAS TRABALHADAS PARA A FOLHA (RELHORAS.DOC)          *
      *    8 - DIMENSIONAMENTO: LEITOS POR PROFISSIONAL (CADDIMEN)    *
      *    TURNOS: 1 MANHA 07-13  2 TARDE 13-19  3 NOITE 19-07        *
      *            4 DIURNO 12H 07-19  5 PLANTAO 24H 07-07            *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADESCALA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYESCALA
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS KEYFUNCESC
                       WITH DUPLICATES.
       SELECT CADTROCA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMTROCA
                    FILE STATUS  IS ST-ERRO.
       SELECT CADDIMEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TIPODIM
                    FILE STATUS  IS ST-ERRO.
       SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFUNC
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEFUNC
                       WITH DUPLICATES.
       SELECT CADUNIDADE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODUNIDADE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADLEITO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYLEITO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADINTERN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYINTERN
                    FILE STATUS  IS ST-ERRO.
       SELECT RELESCTX ASSIGN TO DISK
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
      *---------ESCALA: UNIDADE, DIA, TURNO E FUNCIONARIO---------------
       FD CADESCALA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESCALA.DAT".
       01  REGESCALA.
           03 KEYESCALA.
              05 UNIDESC          PIC 9(02).
              05 DATAESC          PIC 9(08).
              05 TURNOESC         PIC 9(01).
              05 CODFUNCESC       PIC 9(05).
           03 KEYFUNCESC.
              05 CODFUNCFESC      PIC 9(05).
              05 DATAFESC         PIC 9(08).
           03 CATEGESC            PIC 9(01).
           03 SITESC              PIC X(01).
              88 ESC-ESCALADO       VALUE "E".
              88 ESC-FALTA          VALUE "F".
              88 ESC-TROCADO        VALUE "T".
           03 CODFUNCORIGESC      PIC 9(05).
           03 NUMTROCAESC         PIC 9(06).
           03 OPERESC             PIC 9(04).
           03 DATALANCESC         PIC 9(08).
           03 FILLER              PIC X(10).
      *---------SOLICITACAO DE TROCA DE PLANTAO-------------------------
       FD CADTROCA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTROCA.DAT".
       01  REGTROCA.
           03 NUMTROCA            PIC 9(06).
           03 UNIDTROCA           PIC 9(02).
           03 DATATROCA           PIC 9(08).
           03 TURNOTROCA          PIC 9(01).
           03 CODFUNCSOLTROCA     PIC 9(05).
           03 CODFUNCSUBTROCA     PIC 9(05).
           03 MOTIVOTROCA         PIC X(30).
           03 STATUSTROCA         PIC X(01).
              88 TROCA-PENDENTE     VALUE "P".
              88 TROCA-APROVADA     VALUE "A".
              88 TROCA-RECUSADA     VALUE "R".
           03 DATASOLTROCA        PIC 9(08).
           03 OPERSOLTROCA        PIC 9(04).
           03 DATADECTROCA        PIC 9(08).
           03 OPERDECTROCA        PIC 9(04).
           03 FILLER              PIC X(10).
      *---------DIMENSIONAMENTO: LEITOS OCUPADOS POR PROFISSIONAL-------
       FD CADDIMEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDIMEN.DAT".
       01  REGDIMEN.
           03 TIPODIM             PIC 9(01).
           03 LEITOSENFDIM        PIC 9(03).
           03 LEITOSTECDIM        PIC 9(03).
           03 LEITOSMEDDIM        PIC 9(03).
           03 FILLER              PIC X(10).
      *
       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
       01  REGFUNC.
           03 CODFUNC             PIC 9(05).
           03 NOMEFUNC            PIC X(30).
           03 CATEGFUNC           PIC 9(01).
           03 CONSELHOFUNC        PIC X(10).
           03 CRMFUNC             PIC 9(06).
           03 CODOPERFUNC         PIC 9(04).
           03 CARGAFUNC           PIC 9(03).
           03 ATIVOFUNC           PIC X(01).
           03 FILLER              PIC X(20).
      *
       FD CADUNIDADE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNIDADE.DAT".
       01 REGUNIDADE.
          03 CODUNIDADE           PIC 9(02).
          03 NOMEUNIDADE          PIC X(30).
          03 ENDERECOUNIDADE      PIC X(40).
          03 CIDADEUNIDADE        PIC X(20).
          03 UFUNIDADE            PIC X(02).
          03 CEPUNIDADE           PIC 9(08).
      *
       FD CADLEITO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLEITO.DAT".
       01  REGLEITO.
           03 KEYLEITO.
              05 CODUNIDLEITO     PIC 9(02).
              05 CODLEITO         PIC 9(03).
           03 DESCLEITO           PIC X(20).
           03 TIPOLEITO           PIC 9(01).
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
       FD RELESCTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQREL.
       01 REGRELESCTX          PIC X(110).
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
       77 IND1          PIC 9(02) VALUE ZEROS.
       77 IND2          PIC 9(02) VALUE ZEROS.
       77 IND3          PIC 9(02) VALUE ZEROS.
       01 W-FUNCAO      PIC 9(01) VALUE ZEROS.
       01 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-ARQREL      PIC X(13) VALUE SPACES.
      *---CAMPOS DA TELA------------------------------------------------
       01 W-UNID        PIC 9(02) VALUE ZEROS.
       01 W-NOMEUNID    PIC X(30) VALUE SPACES.
       01 W-CODFUNC     PIC 9(05) VALUE ZEROS.
       01 W-NOMEFUNC    PIC X(30) VALUE SPACES.
       01 W-CATEG       PIC 9(01) VALUE ZEROS.
       01 W-DESCCATEG   PIC X(12) VALUE SPACES.
       01 W-TURNO       PIC 9(01) VALUE ZEROS.
       01 W-DESCTURNO   PIC X(10) VALUE SPACES.
       01 W-DATAINI     PIC 9(08) VALUE ZEROS.
       01 W-DATAFIM     PIC 9(08) VALUE ZEROS.
       01 W-PERIOD      PIC X(01) VALUE SPACES.
          88 PERIOD-VALIDA      VALUE "D" "A" "U" "F".
       01 W-NUMTROCA    PIC 9(06) VALUE ZEROS.
       01 W-CODSUB      PIC 9(05) VALUE ZEROS.
       01 W-NOMESUB     PIC X(30) VALUE SPACES.
       01 W-MOTIVO      PIC X(30) VALUE SPACES.
       01 W-SITTROCA    PIC X(10) VALUE SPACES.
       01 W-MESREL      PIC 9(02) VALUE ZEROS.
       01 W-ANOREL      PIC 9(04) VALUE ZEROS.
       01 W-TIPODIM     PIC 9(01) VALUE ZEROS.
       01 W-LEITOSENF   PIC 9(03) VALUE ZEROS.
       01 W-LEITOSTEC   PIC 9(03) VALUE ZEROS.
       01 W-LEITOSMED   PIC 9(03) VALUE ZEROS.
      *---TURNOS: CODIGO, INICIO, FIM, HORAS, HORAS NOTURNAS (22H AS---
      *---5H) E INDICADOR DE TURNO QUE TERMINA NO DIA SEGUINTE---------
       01 TABTURNOX.
          03 FILLER PIC X(24) VALUE "1MANHA     070013000600N".
          03 FILLER PIC X(24) VALUE "2TARDE     130019000600N".
          03 FILLER PIC X(24) VALUE "3NOITE     190007001207S".
          03 FILLER PIC X(24) VALUE "4DIURNO 12H070019001200N".
          03 FILLER PIC X(24) VALUE "5PLANT. 24H070007002407S".
       01 TABTURNO REDEFINES TABTURNOX.
          03 TBTURNO OCCURS 5 TIMES.
             05 TBT-COD        PIC 9(01).
             05 TBT-DESC       PIC X(10).
             05 TBT-INI        PIC 9(04).
             05 TBT-FIM        PIC 9(04).
             05 TBT-HORAS      PIC 9(02).
             05 TBT-NOTURNAS   PIC 9(02).
             05 TBT-CRUZA      PIC X(01).
       01 TABCATEGX.
          03 FILLER PIC X(12) VALUE "ENFERMEIRO  ".
          03 FILLER PIC X(12) VALUE "TECNICO ENF.".
          03 FILLER PIC X(12) VALUE "MEDICO PLANT".
       01 TABCATEG REDEFINES TABCATEGX.
          03 TBCATEG PIC X(12) OCCURS 3 TIMES.
       01 TABDIASEMX    PIC X(21) VALUE "SEGTERQUAQUISEXSABDOM".
       01 TABDIASEM REDEFINES TABDIASEMX.
          03 TBDIASEM   PIC X(03) OCCURS 7 TIMES.
      *---DIMENSIONAMENTO PADRAO (LEITOS OCUPADOS POR PROFISSIONAL)----
      *---ENFERMARIA, APARTAMENTO E UTI; ZERO = SEM EXIGENCIA----------
       01 TABDIMX.
          03 FILLER PIC X(09) VALUE "030008030".
          03 FILLER PIC X(09) VALUE "030008030".
          03 FILLER PIC X(09) VALUE "010002010".
       01 TABDIM REDEFINES TABDIMX.
          03 TBDIM OCCURS 3 TIMES.
             05 TBDIM-CATEG PIC 9(03) OCCURS 3 TIMES.
      *---HORARIOS DE REFERENCIA DA COBERTURA DO DIA-------------------
       01 TABREFX.
          03 FILLER PIC X(09) VALUE "1000MANHA".
          03 FILLER PIC X(09) VALUE "1600TARDE".
          03 FILLER PIC X(09) VALUE "2300NOITE".
       01 TABREF REDEFINES TABREFX.
          03 TBREF OCCURS 3 TIMES.
             05 TBREF-HORA  PIC 9(04).
             05 TBREF-DESC  PIC X(05).
      *---LEITOS OCUPADOS POR UNIDADE E TIPO DE LEITO------------------
       01 TABOCUP.
          03 TBOCUP OCCURS 99 TIMES.
             05 TBOCUP-TIPO PIC 9(03) OCCURS 3 TIMES.
      *---DATAS, CONFLITO E CONTADORES---------------------------------
       01 W-JULINI      PIC 9(07) VALUE ZEROS.
       01 W-JULFIM      PIC 9(07) VALUE ZEROS.
       01 W-JULDIA      PIC 9(07) VALUE ZEROS.
       01 W-JULQ        PIC 9(07) VALUE ZEROS.
       01 W-DATADIA     PIC 9(08) VALUE ZEROS.
       01 W-DIASEM      PIC 9(01) VALUE ZEROS.
       01 W-RESTO2      PIC 9(01) VALUE ZEROS.
       01 W-CONFLITO    PIC X(01) VALUE SPACES.
       01 W-CODFUNCVF   PIC 9(05) VALUE ZEROS.
       01 W-DATAVF      PIC 9(08) VALUE ZEROS.
       01 W-TURNOVF     PIC 9(01) VALUE ZEROS.
       01 W-INIA        PIC 9(04) VALUE ZEROS.
       01 W-FIMA        PIC 9(04) VALUE ZEROS.
       01 W-INIB        PIC 9(04) VALUE ZEROS.
       01 W-FIMB        PIC 9(04) VALUE ZEROS.
       01 W-QTDELANC    PIC 9(04) VALUE ZEROS.
       01 W-QTDECONF    PIC 9(04) VALUE ZEROS.
       01 W-QTDEDEF     PIC 9(04) VALUE ZEROS.
       01 W-REGESCALA   PIC X(70) VALUE SPACES.
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
      *---CHAMADA DO SUBPROGRAMA ESCALADO------------------------------
       01 W-UNIDES      PIC 9(02) VALUE ZEROS.
       01 W-DATAES      PIC 9(08) VALUE ZEROS.
       01 W-HORAES      PIC 9(04) VALUE ZEROS.
       01 W-CATEGES     PIC 9(01) VALUE ZEROS.
       01 W-ESPECES     PIC 9(02) VALUE ZEROS.
       01 W-CODFUNCES   PIC 9(05) VALUE ZEROS.
       01 W-NOMEES      PIC X(30) VALUE SPACES.
       01 W-CRMES       PIC 9(06) VALUE ZEROS.
       01 W-QTDEES      PIC 9(02) VALUE ZEROS.
       01 W-OKES        PIC X(01) VALUE SPACES.
      *---COBERTURA: ESCALADOS E MINIMO POR CATEGORIA------------------
       01 W-DEFICIT     PIC X(01) VALUE SPACES.
       01 W-MINIMO      PIC 9(03) VALUE ZEROS.
       01 W-PARCELA     PIC 9(03) VALUE ZEROS.
       01 TABCOB.
          03 TBCOB OCCURS 3 TIMES.
             05 TBCOB-ESC   PIC 9(02).
             05 TBCOB-MIN   PIC 9(03).
      *---HORAS TRABALHADAS POR FUNCIONARIO----------------------------
       01 W-FUNCANT     PIC 9(05) VALUE ZEROS.
       01 W-QTDEPLANT   PIC 9(03) VALUE ZEROS.
       01 W-QTDEFALTA   PIC 9(03) VALUE ZEROS.
       01 W-HORAS       PIC 9(04) VALUE ZEROS.
       01 W-NOTURNAS    PIC 9(04) VALUE ZEROS.
       01 W-HORASFDS    PIC 9(04) VALUE ZEROS.
       01 W-QTDEFUNCREL PIC 9(04) VALUE ZEROS.
      *---LINHAS DOS RELATORIOS-----------------------------------------
       01 CABCOB.
          03 FILLER PIC X(50) VALUE
          "HOSPITAL MAINFRAME *** COBERTURA DA ESCALA - DIA ".
          03 DATACABCOBTX     PIC 9(08).
       01 CABCOB2.
          03 FILLER PIC X(55) VALUE
          "UN UNIDADE              PERIODO  LEITOS ENF/APT/UTI   ".
          03 FILLER PIC X(55) VALUE
          "ENF ESC/MIN  TEC ESC/MIN  MED ESC/MIN  SITUACAO".
       01 DETCOB.
          03 UNIDCOBTX        PIC 9(02).
          03 FILLER           PIC X(01) VALUE " ".
          03 NOMECOBTX        PIC X(20).
          03 FILLER           PIC X(01) VALUE " ".
          03 PERIODOCOBTX     PIC X(05).
          03 FILLER           PIC X(09) VALUE SPACES.
          03 OCUPCOBTX        PIC ZZ9 OCCURS 3 TIMES.
          03 FILLER           PIC X(05) VALUE SPACES.
          03 CATCOBTX OCCURS 3 TIMES.
             05 ESCCOBTX      PIC Z9.
             05 FILLER        PIC X(01).
             05 MINCOBTX      PIC ZZ9.
             05 FILLER        PIC X(07).
          03 SITCOBTX         PIC X(07).
       01 TOTCOB.
          03 FILLER PIC X(30) VALUE "PERIODOS COM DEFICIT DE ESCALA".
          03 FILLER PIC X(02) VALUE ": ".
          03 DEFTOTTX         PIC ZZZ9.
       01 CABESC.
          03 FILLER PIC X(50) VALUE
          "HOSPITAL MAINFRAME *** ESCALA MENSAL - UNIDADE ".
          03 UNIDCABESCTX     PIC 9(02).
          03 FILLER           PIC X(01) VALUE " ".
          03 NOMECABESCTX     PIC X(30).
          03 FILLER           PIC X(01) VALUE " ".
          03 MESCABESCTX      PIC 9(02).
          03 FILLER           PIC X(01) VALUE "/".
          03 ANOCABESCTX      PIC 9(04).
       01 CABESC2.
          03 FILLER PIC X(55) VALUE
          "DATA     DIA TURNO      FUNC. NOME                     ".
          03 FILLER PIC X(55) VALUE
          "      CATEGORIA    SITUACAO".
       01 DETESC.
          03 DATAESCTX        PIC 9(08).
          03 FILLER           PIC X(01) VALUE " ".
          03 DIAESCTX         PIC X(03).
          03 FILLER           PIC X(01) VALUE " ".
          03 TURNOESCTX       PIC X(10).
          03 FILLER           PIC X(01) VALUE " ".
          03 FUNCESCTX        PIC 9(05).
          03 FILLER           PIC X(01) VALUE " ".
          03 NOMEESCTX        PIC X(30).
          03 FILLER           PIC X(01) VALUE " ".
          03 CATEGESCTX       PIC X(12).
          03 FILLER           PIC X(01) VALUE " ".
          03 SITESCTX         PIC X(10).
          03 FILLER           PIC X(01) VALUE " ".
          03 OBSESCTX         PIC X(20).
       01 CABHOR.
          03 FILLER PIC X(55) VALUE
          "HOSPITAL MAINFRAME *** HORAS TRABALHADAS NA ESCALA - ".
          03 MESCABHORTX      PIC 9(02).
          03 FILLER           PIC X(01) VALUE "/".
          03 ANOCABHORTX      PIC 9(04).
       01 CABHOR2.
          03 FILLER PIC X(55) VALUE
          "FUNC. NOME                           CATEGORIA    PLANT".
          03 FILLER PIC X(55) VALUE
          ". HORAS NOTURN. FIM SEM. FALTAS CARGA EXCEDENTE".
       01 DETHOR.
          03 FUNCHORTX        PIC 9(05).
          03 FILLER           PIC X(01) VALUE " ".
          03 NOMEHORTX        PIC X(30).
          03 FILLER           PIC X(01) VALUE " ".
          03 CATEGHORTX       PIC X(12).
          03 FILLER           PIC X(02) VALUE SPACES.
          03 PLANTHORTX       PIC ZZ9.
          03 FILLER           PIC X(02) VALUE SPACES.
          03 HORASHORTX       PIC ZZZ9.
          03 FILLER           PIC X(03) VALUE SPACES.
          03 NOTHORTX         PIC ZZZ9.
          03 FILLER           PIC X(05) VALUE SPACES.
          03 FDSHORTX         PIC ZZZ9.
          03 FILLER           PIC X(04) VALUE SPACES.
          03 FALTAHORTX       PIC ZZ9.
          03 FILLER           PIC X(03) VALUE SPACES.
          03 CARGAHORTX       PIC ZZ9.
          03 FILLER           PIC X(05) VALUE SPACES.
          03 EXCEDHORTX       PIC ZZZ9.
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
       01  TELAESCALA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "              ESCALA DE ENFERMAGEM E PLA".
           05  LINE 02  COLUMN 41
               VALUE  "NTONISTAS".
           05  LINE 04  COLUMN 01
               VALUE  "   1-LANCAR ESCALA  2-EXCLUIR/FALTA  3-S".
           05  LINE 04  COLUMN 41
               VALUE  "OLICITAR TROCA  4-DECIDIR TROCA".
           05  LINE 05  COLUMN 01
               VALUE  "   5-COBERTURA DO DIA  6-ESCALA DO MES  ".
           05  LINE 05  COLUMN 41
               VALUE  "7-HORAS TRABALHADAS  8-DIMENSIONAMENTO".
           05  LINE 07  COLUMN 01
               VALUE  "   FUNCAO :   ( 0 - ENCERRA )".
           05  LINE 09  COLUMN 01
               VALUE  "   UNIDADE      :".
           05  LINE 10  COLUMN 01
               VALUE  "   FUNCIONARIO  :".
           05  LINE 11  COLUMN 01
               VALUE  "   TURNO        :".
           05  LINE 11  COLUMN 36
               VALUE  "(1-MANHA 2-TARDE 3-NOITE 4-12H 5-24H)".
           05  LINE 12  COLUMN 01
               VALUE  "   DATA (AAAAMMDD) :           ATE :".
           05  LINE 13  COLUMN 01
               VALUE  "   PERIODICIDADE :   (D=DIARIA A=ALTERNA".
           05  LINE 13  COLUMN 41
               VALUE  "DA U=SEG A SEX F=SAB E DOM)".
           05  LINE 15  COLUMN 01
               VALUE  "   TROCA NR.    :         SUBSTITUTO :".
           05  LINE 16  COLUMN 01
               VALUE  "   MOTIVO       :".
           05  LINE 16  COLUMN 52
               VALUE  "SITUACAO :".
           05  LINE 18  COLUMN 01
               VALUE  "   COMPETENCIA (MM AAAA) :".
           05  LINE 20  COLUMN 01
               VALUE  "   TIPO DE LEITO (1-ENF 2-APTO 3-UTI) :".
           05  LINE 21  COLUMN 01
               VALUE  "   LEITOS POR ENFERMEIRO :     POR TECNI".
           05  LINE 21  COLUMN 41
               VALUE  "CO :     POR MEDICO :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TW-FUNCAO
               LINE 07  COLUMN 13  PIC 9(01)
               USING  W-FUNCAO
               HIGHLIGHT.
           05  TW-UNID
               LINE 09  COLUMN 19  PIC 9(02)
               USING  W-UNID
               HIGHLIGHT.
           05  TW-NOMEUNID
               LINE 09  COLUMN 25  PIC X(30)
               USING  W-NOMEUNID
               HIGHLIGHT.
           05  TW-CODFUNC
               LINE 10  COLUMN 19  PIC 9(05)
               USING  W-CODFUNC
               HIGHLIGHT.
           05  TW-NOMEFUNC
               LINE 10  COLUMN 25  PIC X(30)
               USING  W-NOMEFUNC
               HIGHLIGHT.
           05  TW-DESCCATEG
               LINE 10  COLUMN 57  PIC X(12)
               USING  W-DESCCATEG
               HIGHLIGHT.
           05  TW-TURNO
               LINE 11  COLUMN 19  PIC 9(01)
               USING  W-TURNO
               HIGHLIGHT.
           05  TW-DESCTURNO
               LINE 11  COLUMN 25  PIC X(10)
               USING  W-DESCTURNO
               HIGHLIGHT.
           05  TW-DATAINI
               LINE 12  COLUMN 22  PIC 9(08)
               USING  W-DATAINI
               HIGHLIGHT.
           05  TW-DATAFIM
               LINE 12  COLUMN 38  PIC 9(08)
               USING  W-DATAFIM
               HIGHLIGHT.
           05  TW-PERIOD
               LINE 13  COLUMN 20  PIC X(01)
               USING  W-PERIOD
               HIGHLIGHT.
           05  TW-NUMTROCA
               LINE 15  COLUMN 19  PIC 9(06)
               USING  W-NUMTROCA
               HIGHLIGHT.
           05  TW-CODSUB
               LINE 15  COLUMN 40  PIC 9(05)
               USING  W-CODSUB
               HIGHLIGHT.
           05  TW-NOMESUB
               LINE 15  COLUMN 46  PIC X(30)
               USING  W-NOMESUB
               HIGHLIGHT.
           05  TW-MOTIVO
               LINE 16  COLUMN 19  PIC X(30)
               USING  W-MOTIVO
               HIGHLIGHT.
           05  TW-SITTROCA
               LINE 16  COLUMN 63  PIC X(10)
               USING  W-SITTROCA
               HIGHLIGHT.
           05  TW-MESREL
               LINE 18  COLUMN 28  PIC 9(02)
               USING  W-MESREL
               HIGHLIGHT.
           05  TW-ANOREL
               LINE 18  COLUMN 31  PIC 9(04)
               USING  W-ANOREL
               HIGHLIGHT.
           05  TW-TIPODIM
               LINE 20  COLUMN 41  PIC 9(01)
               USING  W-TIPODIM
               HIGHLIGHT.
           05  TW-LEITOSENF
               LINE 21  COLUMN 28  PIC 9(03)
               USING  W-LEITOSENF
               HIGHLIGHT.
           05  TW-LEITOSTEC
               LINE 21  COLUMN 46  PIC 9(03)
               USING  W-LEITOSTEC
               HIGHLIGHT.
           05  TW-LEITOSMED
               LINE 21  COLUMN 63  PIC 9(03)
               USING  W-LEITOSMED
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
       L0.
           OPEN I-O CADESCALA
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADESCALA
                CLOSE CADESCALA
                GO TO L0
             ELSE
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADESCALA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM2.
       L0A.
           OPEN I-O CADTROCA
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADTROCA
                CLOSE CADTROCA
                GO TO L0A
             ELSE
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADTROCA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADESCALA
                GO TO ROT-FIM2.
       L0B.
           OPEN I-O CADDIMEN
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADDIMEN
                CLOSE CADDIMEN
                GO TO L0B
             ELSE
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADDIMEN" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADESCALA CADTROCA
                GO TO ROT-FIM2.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO CADFUNC NAO ENCONTRADO - USE O SMP078"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADESCALA CADTROCA CADDIMEN
              GO TO ROT-FIM2.
           OPEN INPUT CADUNIDADE
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO CADUNIDADE NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADESCALA CADTROCA CADDIMEN CADFUNC
              GO TO ROT-FIM2.
           OPEN INPUT CADLEITO
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO CADLEITO NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADESCALA CADTROCA CADDIMEN CADFUNC CADUNIDADE
              GO TO ROT-FIM2.
           OPEN INPUT CADINTERN
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO CADINTERN NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADESCALA CADTROCA CADDIMEN CADFUNC CADUNIDADE
              CLOSE CADLEITO
              GO TO ROT-FIM2.
           PERFORM CARREGA-DIMENSIONAMENTO THRU
                   FIM-CARREGA-DIMENSIONAMENTO
           PERFORM ABRIR-CADSESSAO.
           PERFORM ABRIR-CADLOG.
       MENU-FUNCAO.
           MOVE ZEROS TO W-FUNCAO
           PERFORM LIMPA-CAMPOS THRU FIM-LIMPA-CAMPOS
           DISPLAY TELAESCALA
           ACCEPT TW-FUNCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-FUNCAO = 0
              GO TO ROT-FIM.
           IF W-FUNCAO = 1
              GO TO LANCA-L1.
           IF W-FUNCAO = 2
              GO TO EXCLUI-L1.
           IF W-FUNCAO = 3
              GO TO TROCA-L1.
           IF W-FUNCAO = 4
              GO TO DECIDE-L1.
           IF W-FUNCAO = 5
              GO TO COBERTURA.
           IF W-FUNCAO = 6
              GO TO ESCALA-MES.
           IF W-FUNCAO = 7
              GO TO HORAS.
           IF W-FUNCAO = 8
              GO TO DIMEN-L1.
           MOVE "*** FUNCAO NAO DISPONIVEL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *----------------LANCAR ESCALA NO PERIODO-------------------------
      *-----UM LANCAMENTO POR DIA DO PERIODO QUE ATENDE A PERIODICIDADE;
      *-----DIA EM QUE O FUNCIONARIO JA TEM TURNO SOBREPOSTO E PULADO---
       LANCA-L1.
           PERFORM LE-UNIDADE THRU FIM-LE-UNIDADE
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
       LANCA-L2.
           PERFORM LE-FUNCIONARIO THRU FIM-LE-FUNCIONARIO
           IF W-ACT = 01
              GO TO LANCA-L1.
           IF ATIVOFUNC NOT = "S"
              MOVE "** FUNCIONARIO INATIVO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LANCA-L2.
       LANCA-L3.
           PERFORM LE-TURNO THRU FIM-LE-TURNO
           IF W-ACT = 01
              GO TO LANCA-L2.
       LANCA-L4.
           PERFORM LE-DATAINI THRU FIM-LE-DATAINI
           IF W-ACT = 01
              GO TO LANCA-L3.
           IF W-DATAINI < W-DATAHOJE
              MOVE "** NAO SE LANCA ESCALA EM DATA PASSADA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LANCA-L4.
       LANCA-L5.
           MOVE W-DATAINI TO W-DATAFIM
           ACCEPT TW-DATAFIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO LANCA-L4.
           MOVE W-DATAFIM TO W-DATAAMD
           PERFORM VALIDA-DATA
           IF W-DATAVALIDA NOT = "S"
              MOVE "DATA INVALIDA NO CALENDARIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LANCA-L5.
           COMPUTE W-JULINI = FUNCTION INTEGER-OF-DATE (W-DATAINI)
           COMPUTE W-JULFIM = FUNCTION INTEGER-OF-DATE (W-DATAFIM)
           IF W-JULFIM < W-JULINI OR W-JULFIM - W-JULINI > 30
              MOVE "PERIODO DE 1 A 31 DIAS A PARTIR DA DATA INICIAL"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LANCA-L5.
       LANCA-L6.
           MOVE "D" TO W-PERIOD
           ACCEPT TW-PERIOD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO LANCA-L5.
           IF NOT PERIOD-VALIDA
              MOVE "INFORME D, A, U OU F" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LANCA-L6.
       LANCA-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "LANCAR A ESCALA (S/N) : ".
           ACCEPT (23, 64) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO LANCA-L6.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** ESCALA NAO LANCADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LANCA-OPC.
           MOVE ZEROS TO W-QTDELANC W-QTDECONF
           MOVE W-JULINI TO W-JULDIA.
       LANCA-DIA.
           IF W-JULDIA > W-JULFIM
              GO TO LANCA-FIM.
           COMPUTE W-DATADIA = FUNCTION DATE-OF-INTEGER (W-JULDIA)
           PERFORM CALCULA-DIASEM
           IF W-PERIOD = "U" AND W-DIASEM > 5
              GO TO LANCA-PROX.
           IF W-PERIOD = "F" AND W-DIASEM < 6
              GO TO LANCA-PROX.
           IF W-PERIOD = "A"
              COMPUTE W-JULQ = W-JULDIA - W-JULINI
              DIVIDE W-JULQ BY 2 GIVING W-JULQ REMAINDER W-RESTO2
              IF W-RESTO2 NOT = ZEROS
                 GO TO LANCA-PROX.
           MOVE W-CODFUNC TO W-CODFUNCVF
           MOVE W-DATADIA TO W-DATAVF
           MOVE W-TURNO TO W-TURNOVF
           PERFORM VERIFICA-CONFLITO THRU FIM-VERIFICA-CONFLITO
           IF W-CONFLITO = "S"
              ADD 1 TO W-QTDECONF
              GO TO LANCA-PROX.
           MOVE SPACES TO REGESCALA
           MOVE W-UNID TO UNIDESC
           MOVE W-DATADIA TO DATAESC DATAFESC
           MOVE W-TURNO TO TURNOESC
           MOVE W-CODFUNC TO CODFUNCESC CODFUNCFESC
           MOVE W-CATEG TO CATEGESC
           MOVE "E" TO SITESC
           MOVE ZEROS TO CODFUNCORIGESC NUMTROCAESC
           MOVE W-CODOPERLOG TO OPERESC
           MOVE W-DATAHOJE TO DATALANCESC
           WRITE REGESCALA
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              ADD 1 TO W-QTDECONF
              GO TO LANCA-PROX.
           ADD 1 TO W-QTDELANC
           MOVE KEYESCALA TO CHAVELOGTX
           MOVE "N" TO ACAOLOGTX
           PERFORM ESCREVE-LOG.
       LANCA-PROX.
           ADD 1 TO W-JULDIA
           GO TO LANCA-DIA.
       LANCA-FIM.
           DISPLAY (18, 40) "LANCADOS: " W-QTDELANC
                            "  CONFLITOS: " W-QTDECONF
           MOVE "*** ESCALA LANCADA NO PERIODO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *----------------EXCLUIR LANCAMENTO OU REGISTRAR FALTA------------
       EXCLUI-L1.
           PERFORM LE-UNIDADE THRU FIM-LE-UNIDADE
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
       EXCLUI-L2.
           PERFORM LE-FUNCIONARIO THRU FIM-LE-FUNCIONARIO
           IF W-ACT = 01
              GO TO EXCLUI-L1.
       EXCLUI-L3.
           PERFORM LE-TURNO THRU FIM-LE-TURNO
           IF W-ACT = 01
              GO TO EXCLUI-L2.
       EXCLUI-L4.
           PERFORM LE-DATAINI THRU FIM-LE-DATAINI
           IF W-ACT = 01
              GO TO EXCLUI-L3.
           PERFORM LE-LANCAMENTO
           IF ST-ERRO NOT = "00"
              MOVE "** FUNCIONARIO NAO ESCALADO NESTE TURNO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EXCLUI-L4.
           IF NOT ESC-ESCALADO
              MOVE "** LANCAMENTO JA TEM FALTA OU TROCA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EXCLUI-L4.
       EXCLUI-OPC.
           MOVE SPACES TO W-OPCAO
           DISPLAY (23, 30) "E=EXCLUIR F=FALTA N=NADA : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO EXCLUI-L4.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** LANCAMENTO MANTIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           IF W-OPCAO = "E"
              GO TO EXCLUI-DL1.
           IF W-OPCAO NOT = "F"
              MOVE "*** DIGITE APENAS E, F OU N ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EXCLUI-OPC.
      *-----FALTA SO EM PLANTAO JA INICIADO (HOJE OU ANTES)-------------
           IF W-DATAINI > W-DATAHOJE
              MOVE "** FALTA SO PARA PLANTAO DE HOJE OU ANTERIOR **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EXCLUI-OPC.
           MOVE "F" TO SITESC
           REWRITE REGESCALA
           MOVE KEYESCALA TO CHAVELOGTX
           MOVE "F" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           MOVE "*** FALTA REGISTRADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
       EXCLUI-DL1.
           IF W-DATAINI < W-DATAHOJE
              MOVE "** PLANTAO PASSADO: REGISTRE A FALTA (F) **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EXCLUI-OPC.
           DELETE CADESCALA RECORD
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA EXCLUSAO DO LANCAMENTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE KEYESCALA TO CHAVELOGTX
           MOVE "E" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           MOVE "*** LANCAMENTO EXCLUIDO DA ESCALA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *----------------SOLICITAR TROCA DE PLANTAO-----------------------
       TROCA-L1.
           PERFORM LE-UNIDADE THRU FIM-LE-UNIDADE
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
       TROCA-L2.
           PERFORM LE-FUNCIONARIO THRU FIM-LE-FUNCIONARIO
           IF W-ACT = 01
              GO TO TROCA-L1.
       TROCA-L3.
           PERFORM LE-TURNO THRU FIM-LE-TURNO
           IF W-ACT = 01
              GO TO TROCA-L2.
       TROCA-L4.
           PERFORM LE-DATAINI THRU FIM-LE-DATAINI
           IF W-ACT = 01
              GO TO TROCA-L3.
           IF W-DATAINI < W-DATAHOJE
              MOVE "** NAO HA TROCA DE PLANTAO JA PASSADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TROCA-L4.
           PERFORM LE-LANCAMENTO
           IF ST-ERRO NOT = "00"
              MOVE "** FUNCIONARIO NAO ESCALADO NESTE TURNO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TROCA-L4.
           IF NOT ESC-ESCALADO
              MOVE "** LANCAMENTO JA TEM FALTA OU TROCA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TROCA-L4.
       TROCA-L5.
           PERFORM LE-SUBSTITUTO THRU FIM-LE-SUBSTITUTO
           IF W-ACT = 01
              GO TO TROCA-L4.
           IF W-NOMESUB = SPACES
              GO TO TROCA-L5.
       TROCA-L6.
           ACCEPT TW-MOTIVO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO TROCA-L5.
           IF W-MOTIVO = SPACES
              MOVE "INFORME O MOTIVO DA TROCA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TROCA-L6.
       TROCA-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "SOLICITAR A TROCA (S/N) : ".
           ACCEPT (23, 66) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO TROCA-L6.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** TROCA NAO SOLICITADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TROCA-OPC.
           PERFORM PROXIMA-TROCA THRU FIM-PROXIMA-TROCA
           MOVE SPACES TO REGTROCA
           MOVE W-NUMTROCA TO NUMTROCA
           MOVE W-UNID TO UNIDTROCA
           MOVE W-DATAINI TO DATATROCA
           MOVE W-TURNO TO TURNOTROCA
           MOVE W-CODFUNC TO CODFUNCSOLTROCA
           MOVE W-CODSUB TO CODFUNCSUBTROCA
           MOVE W-MOTIVO TO MOTIVOTROCA
           MOVE "P" TO STATUSTROCA
           MOVE W-DATAHOJE TO DATASOLTROCA
           MOVE W-CODOPERLOG TO OPERSOLTROCA
           MOVE ZEROS TO DATADECTROCA OPERDECTROCA
           WRITE REGTROCA
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "* ERRO NA GRAVACAO DA TROCA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           DISPLAY TW-NUMTROCA
           MOVE NUMTROCA TO CHAVELOGTX
           MOVE "S" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           MOVE "*** TROCA SOLICITADA - AGUARDA APROVACAO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *----------------APROVAR OU RECUSAR TROCA-------------------------
      *-----APROVADA: O SOLICITANTE FICA "TROCADO" E O SUBSTITUTO------
      *-----ENTRA NA ESCALA DO MESMO TURNO, COM O NUMERO DA TROCA-------
       DECIDE-L1.
           IF W-PERFILLOG < 4
              MOVE "** DECISAO DE TROCA EXIGE PERFIL ADMINISTRADOR **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           ACCEPT TW-NUMTROCA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
           IF W-NUMTROCA = ZEROS
              PERFORM PRIMEIRA-PENDENTE THRU FIM-PRIMEIRA-PENDENTE
              IF W-NUMTROCA = ZEROS
                 MOVE "** NAO HA TROCA PENDENTE **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO MENU-FUNCAO.
           MOVE W-NUMTROCA TO NUMTROCA
           READ CADTROCA
           IF ST-ERRO NOT = "00"
              MOVE "** TROCA NAO ENCONTRADA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DECIDE-L1.
           PERFORM MOSTRA-TROCA
           DISPLAY TELAESCALA
           IF NOT TROCA-PENDENTE
              MOVE "** TROCA JA DECIDIDA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DECIDE-L1.
       DECIDE-OPC.
           MOVE SPACES TO W-OPCAO
           DISPLAY (23, 30) "A=APROVAR R=RECUSAR N=NADA : ".
           ACCEPT (23, 59) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO DECIDE-L1.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** TROCA MANTIDA PENDENTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           IF W-OPCAO = "R"
              GO TO DECIDE-RECUSA.
           IF W-OPCAO NOT = "A"
              MOVE "*** DIGITE APENAS A, R OU N ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DECIDE-OPC.
           IF DATATROCA < W-DATAHOJE
              MOVE "** PLANTAO JA PASSOU - TROCA SO PODE SER RECUSADA"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DECIDE-OPC.
           PERFORM LE-LANCAMENTO
           IF ST-ERRO NOT = "00" OR NOT ESC-ESCALADO
              MOVE "** SOLICITANTE NAO ESTA MAIS ESCALADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DECIDE-OPC.
           MOVE CODFUNCSUBTROCA TO W-CODFUNCVF
           MOVE DATATROCA TO W-DATAVF
           MOVE TURNOTROCA TO W-TURNOVF
           PERFORM VERIFICA-CONFLITO THRU FIM-VERIFICA-CONFLITO
           IF W-CONFLITO = "S"
              MOVE "** SUBSTITUTO JA ESCALADO NESTE HORARIO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DECIDE-OPC.
           PERFORM LE-LANCAMENTO
           MOVE "T" TO SITESC
           MOVE NUMTROCA TO NUMTROCAESC
           REWRITE REGESCALA
           MOVE REGESCALA TO W-REGESCALA
           MOVE CODFUNCSUBTROCA TO CODFUNCESC CODFUNCFESC
           MOVE "E" TO SITESC
           MOVE CODFUNCSOLTROCA TO CODFUNCORIGESC
           MOVE W-CODOPERLOG TO OPERESC
           MOVE W-DATAHOJE TO DATALANCESC
           WRITE REGESCALA
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE W-REGESCALA TO REGESCALA
              MOVE "E" TO SITESC
              MOVE ZEROS TO NUMTROCAESC
              REWRITE REGESCALA
              MOVE "** SUBSTITUTO JA LANCADO NESTE TURNO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DECIDE-OPC.
           MOVE KEYESCALA TO CHAVELOGTX
           MOVE "N" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           MOVE "A" TO STATUSTROCA
           GO TO DECIDE-GRAVA.
       DECIDE-RECUSA.
           MOVE "R" TO STATUSTROCA.
       DECIDE-GRAVA.
           MOVE W-DATAHOJE TO DATADECTROCA
           MOVE W-CODOPERLOG TO OPERDECTROCA
           REWRITE REGTROCA
           MOVE NUMTROCA TO CHAVELOGTX
           MOVE STATUSTROCA TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           IF TROCA-APROVADA
              MOVE "*** TROCA APROVADA - ESCALA ATUALIZADA ***" TO MENS
           ELSE
              MOVE "*** TROCA RECUSADA ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *----------------COBERTURA DO DIA---------------------------------
      *-----LEITOS OCUPADOS NA DATA (CADINTERN X CADLEITO) POR TIPO;----
      *-----MINIMO = SOMA, POR TIPO, DE LEITOS / LEITOS POR PROFISSIONAL
      *-----(ARREDONDADO PARA CIMA); ESCALADOS VIA SUBPROGRAMA ESCALADO
       COBERTURA.
           PERFORM LE-DATAINI THRU FIM-LE-DATAINI
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
           MOVE "RELCOBERT.DOC" TO W-ARQREL
           OPEN OUTPUT RELESCTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELCOBERT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           PERFORM CONTA-OCUPADOS THRU FIM-CONTA-OCUPADOS
           MOVE ZEROS TO W-QTDEDEF
           MOVE W-DATAINI TO DATACABCOBTX
           WRITE REGRELESCTX FROM CABCOB
           MOVE SPACES TO REGRELESCTX
           WRITE REGRELESCTX
           WRITE REGRELESCTX FROM CABCOB2
           MOVE 1 TO IND1.
       COBERTURA-UNID.
           IF IND1 > 99
              GO TO COBERTURA-FIM.
           IF TBOCUP-TIPO(IND1, 1) = ZEROS
                 AND TBOCUP-TIPO(IND1, 2) = ZEROS
                 AND TBOCUP-TIPO(IND1, 3) = ZEROS
              GO TO COBERTURA-PROXUNID.
           MOVE IND1 TO CODUNIDADE
           MOVE SPACES TO NOMECOBTX
           READ CADUNIDADE
           IF ST-ERRO = "00"
              MOVE NOMEUNIDADE TO NOMECOBTX.
           MOVE 1 TO IND2.
       COBERTURA-PERIODO.
           IF IND2 > 3
              GO TO COBERTURA-PROXUNID.
           MOVE "N" TO W-DEFICIT
           MOVE 1 TO IND3.
       COBERTURA-CATEG.
           IF IND3 > 3
              GO TO COBERTURA-LINHA.
           MOVE IND1 TO W-UNIDES
           MOVE W-DATAINI TO W-DATAES
           MOVE TBREF-HORA(IND2) TO W-HORAES
           MOVE IND3 TO W-CATEGES
           MOVE ZEROS TO W-ESPECES
           PERFORM CHAMA-ESCALADO THRU FIM-CHAMA-ESCALADO
           MOVE W-QTDEES TO TBCOB-ESC(IND3)
           PERFORM CALCULA-MINIMO THRU FIM-CALCULA-MINIMO
           MOVE W-MINIMO TO TBCOB-MIN(IND3)
           IF W-QTDEES < W-MINIMO
              MOVE "S" TO W-DEFICIT.
           ADD 1 TO IND3
           GO TO COBERTURA-CATEG.
       COBERTURA-LINHA.
           MOVE IND1 TO UNIDCOBTX
           MOVE TBREF-DESC(IND2) TO PERIODOCOBTX
           MOVE TBOCUP-TIPO(IND1, 1) TO OCUPCOBTX(1)
           MOVE TBOCUP-TIPO(IND1, 2) TO OCUPCOBTX(2)
           MOVE TBOCUP-TIPO(IND1, 3) TO OCUPCOBTX(3)
           MOVE 1 TO IND3.
       COBERTURA-LINHA1.
           IF IND3 > 3
              GO TO COBERTURA-LINHA2.
           MOVE TBCOB-ESC(IND3) TO ESCCOBTX(IND3)
           MOVE "/" TO CATCOBTX(IND3) (3: 1)
           MOVE TBCOB-MIN(IND3) TO MINCOBTX(IND3)
           ADD 1 TO IND3
           GO TO COBERTURA-LINHA1.
       COBERTURA-LINHA2.
           MOVE "OK" TO SITCOBTX
           IF W-DEFICIT = "S"
              MOVE "DEFICIT" TO SITCOBTX
              ADD 1 TO W-QTDEDEF.
           WRITE REGRELESCTX FROM DETCOB
           ADD 1 TO IND2
           GO TO COBERTURA-PERIODO.
       COBERTURA-PROXUNID.
           ADD 1 TO IND1
           GO TO COBERTURA-UNID.
       COBERTURA-FIM.
           MOVE SPACES TO REGRELESCTX
           WRITE REGRELESCTX
           MOVE W-QTDEDEF TO DEFTOTTX
           WRITE REGRELESCTX FROM TOTCOB
           CLOSE RELESCTX
           DISPLAY (18, 40) "PERIODOS COM DEFICIT: " W-QTDEDEF
           MOVE "*** RELATORIO RELCOBERT.DOC GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *----------------ESCALA DO MES DA UNIDADE-------------------------
       ESCALA-MES.
           PERFORM LE-UNIDADE THRU FIM-LE-UNIDADE
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
           PERFORM LE-COMPETENCIA THRU FIM-LE-COMPETENCIA
           IF W-ACT = 01
              GO TO ESCALA-MES.
           MOVE "RELESCALA.DOC" TO W-ARQREL
           OPEN OUTPUT RELESCTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELESCALA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           MOVE W-UNID TO UNIDCABESCTX
           MOVE W-NOMEUNID TO NOMECABESCTX
           MOVE W-MESREL TO MESCABESCTX
           MOVE W-ANOREL TO ANOCABESCTX
           WRITE REGRELESCTX FROM CABESC
           MOVE SPACES TO REGRELESCTX
           WRITE REGRELESCTX
           WRITE REGRELESCTX FROM CABESC2
           MOVE ZEROS TO W-QTDELANC
           MOVE W-UNID TO UNIDESC
           COMPUTE DATAESC = W-ANOREL * 10000 + W-MESREL * 100 + 1
           MOVE ZEROS TO TURNOESC CODFUNCESC
           START CADESCALA KEY IS NOT LESS KEYESCALA INVALID KEY
                 GO TO ESCALA-MES-FIM.
       ESCALA-MES1.
           READ CADESCALA NEXT
           IF ST-ERRO NOT = "00"
              GO TO ESCALA-MES-FIM.
           IF UNIDESC NOT = W-UNID
              GO TO ESCALA-MES-FIM.
           IF DATAESC (1: 4) NOT = W-ANOREL
                 OR DATAESC (5: 2) NOT = W-MESREL
              GO TO ESCALA-MES-FIM.
           ADD 1 TO W-QTDELANC
           MOVE DATAESC TO DATAESCTX W-DATADIA
           PERFORM CALCULA-DIASEM
           MOVE TBDIASEM(W-DIASEM) TO DIAESCTX
           MOVE SPACES TO TURNOESCTX CATEGESCTX OBSESCTX
           IF TURNOESC > ZEROS AND TURNOESC < 6
              MOVE TBT-DESC(TURNOESC) TO TURNOESCTX.
           IF CATEGESC > ZEROS AND CATEGESC < 4
              MOVE TBCATEG(CATEGESC) TO CATEGESCTX.
           MOVE CODFUNCESC TO FUNCESCTX
           MOVE SPACES TO NOMEESCTX
           MOVE CODFUNCESC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO = "00"
              MOVE NOMEFUNC TO NOMEESCTX.
           MOVE "ESCALADO" TO SITESCTX
           IF ESC-FALTA
              MOVE "FALTA" TO SITESCTX.
           IF ESC-TROCADO
              MOVE "TROCADO" TO SITESCTX
              MOVE "TROCA NR." TO OBSESCTX
              MOVE NUMTROCAESC TO OBSESCTX (11: 6).
           IF CODFUNCORIGESC NOT = ZEROS
              MOVE "NO LUGAR DE" TO OBSESCTX
              MOVE CODFUNCORIGESC TO OBSESCTX (13: 5).
           WRITE REGRELESCTX FROM DETESC
           GO TO ESCALA-MES1.
       ESCALA-MES-FIM.
           CLOSE RELESCTX
           DISPLAY (18, 40) "LANCAMENTOS NO MES: " W-QTDELANC
           MOVE "*** RELATORIO RELESCALA.DOC GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *----------------HORAS TRABALHADAS PARA A FOLHA-------------------
      *-----SO PLANTOES CUMPRIDOS (ESCALADO); FIM DE SEMANA = PLANTAO---
      *-----INICIADO NO SABADO OU DOMINGO; NOTURNAS = ENTRE 22H E 5H---
       HORAS.
           PERFORM LE-COMPETENCIA THRU FIM-LE-COMPETENCIA
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
           MOVE "RELHORAS.DOC" TO W-ARQREL
           OPEN OUTPUT RELESCTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELHORAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           MOVE W-MESREL TO MESCABHORTX
           MOVE W-ANOREL TO ANOCABHORTX
           WRITE REGRELESCTX FROM CABHOR
           MOVE SPACES TO REGRELESCTX
           WRITE REGRELESCTX
           WRITE REGRELESCTX FROM CABHOR2
           MOVE ZEROS TO W-QTDEFUNCREL W-FUNCANT
           PERFORM ZERA-HORAS
           MOVE ZEROS TO CODFUNCFESC DATAFESC
           START CADESCALA KEY IS NOT LESS KEYFUNCESC INVALID KEY
                 GO TO HORAS-FIM.
       HORAS1.
           READ CADESCALA NEXT
           IF ST-ERRO NOT = "00"
              GO TO HORAS-FIM.
           IF DATAFESC (1: 4) NOT = W-ANOREL
                 OR DATAFESC (5: 2) NOT = W-MESREL
              GO TO HORAS1.
           IF CODFUNCFESC NOT = W-FUNCANT
              PERFORM IMPRIME-HORAS THRU FIM-IMPRIME-HORAS
              MOVE CODFUNCFESC TO W-FUNCANT.
           IF ESC-FALTA
              ADD 1 TO W-QTDEFALTA
              GO TO HORAS1.
           IF NOT ESC-ESCALADO OR TURNOESC = ZEROS OR TURNOESC > 5
              GO TO HORAS1.
           ADD 1 TO W-QTDEPLANT
           ADD TBT-HORAS(TURNOESC) TO W-HORAS
           ADD TBT-NOTURNAS(TURNOESC) TO W-NOTURNAS
           MOVE DATAFESC TO W-DATADIA
           PERFORM CALCULA-DIASEM
           IF W-DIASEM > 5
              ADD TBT-HORAS(TURNOESC) TO W-HORASFDS.
           GO TO HORAS1.
       HORAS-FIM.
           PERFORM IMPRIME-HORAS THRU FIM-IMPRIME-HORAS
           CLOSE RELESCTX
           DISPLAY (18, 40) "FUNCIONARIOS NO MES: " W-QTDEFUNCREL
           MOVE "*** RELATORIO RELHORAS.DOC GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *
       IMPRIME-HORAS.
           IF W-FUNCANT = ZEROS
              GO TO FIM-IMPRIME-HORAS.
           IF W-QTDEPLANT = ZEROS AND W-QTDEFALTA = ZEROS
              GO TO FIM-IMPRIME-HORAS.
           ADD 1 TO W-QTDEFUNCREL
           MOVE W-FUNCANT TO FUNCHORTX
           MOVE SPACES TO NOMEHORTX CATEGHORTX
           MOVE ZEROS TO CARGAHORTX EXCEDHORTX
           MOVE W-FUNCANT TO CODFUNC
           READ CADFUNC
           IF ST-ERRO = "00"
              MOVE NOMEFUNC TO NOMEHORTX
              MOVE CARGAFUNC TO CARGAHORTX
              IF CATEGFUNC > ZEROS AND CATEGFUNC < 4
                 MOVE TBCATEG(CATEGFUNC) TO CATEGHORTX.
           IF ST-ERRO = "00" AND W-HORAS > CARGAFUNC
              COMPUTE EXCEDHORTX = W-HORAS - CARGAFUNC.
           MOVE W-QTDEPLANT TO PLANTHORTX
           MOVE W-HORAS TO HORASHORTX
           MOVE W-NOTURNAS TO NOTHORTX
           MOVE W-HORASFDS TO FDSHORTX
           MOVE W-QTDEFALTA TO FALTAHORTX
           WRITE REGRELESCTX FROM DETHOR.
       FIM-IMPRIME-HORAS.
           PERFORM ZERA-HORAS.
      *
       ZERA-HORAS.
           MOVE ZEROS TO W-QTDEPLANT W-QTDEFALTA W-HORAS W-NOTURNAS
           MOVE ZEROS TO W-HORASFDS.
      *----------------DIMENSIONAMENTO MINIMO POR TIPO DE LEITO---------
       DIMEN-L1.
           ACCEPT TW-TIPODIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
           IF W-TIPODIM = ZEROS OR W-TIPODIM > 3
              MOVE "INFORME O TIPO DE LEITO 1, 2 OU 3" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DIMEN-L1.
           MOVE TBDIM-CATEG(W-TIPODIM, 1) TO W-LEITOSENF
           MOVE TBDIM-CATEG(W-TIPODIM, 2) TO W-LEITOSTEC
           MOVE TBDIM-CATEG(W-TIPODIM, 3) TO W-LEITOSMED
           DISPLAY TW-LEITOSENF TW-LEITOSTEC TW-LEITOSMED.
       DIMEN-L2.
           ACCEPT TW-LEITOSENF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO DIMEN-L1.
       DIMEN-L3.
           ACCEPT TW-LEITOSTEC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO DIMEN-L2.
       DIMEN-L4.
           ACCEPT TW-LEITOSMED
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO DIMEN-L3.
       DIMEN-OPC.
           IF W-PERFILLOG < 4
              MOVE "** ALTERACAO EXIGE PERFIL ADMINISTRADOR **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "GRAVAR O DIMENSIONAMENTO (S/N) : ".
           ACCEPT (23, 73) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO DIMEN-L4.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DIMENSIONAMENTO NAO ALTERADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DIMEN-OPC.
           MOVE W-TIPODIM TO TIPODIM
           READ CADDIMEN
           MOVE W-LEITOSENF TO LEITOSENFDIM
           MOVE W-LEITOSTEC TO LEITOSTECDIM
           MOVE W-LEITOSMED TO LEITOSMEDDIM
           IF ST-ERRO = "00"
              REWRITE REGDIMEN
              MOVE "A" TO ACAOLOGTX
           ELSE
              MOVE SPACES TO REGDIMEN
              MOVE W-TIPODIM TO TIPODIM
              MOVE W-LEITOSENF TO LEITOSENFDIM
              MOVE W-LEITOSTEC TO LEITOSTECDIM
              MOVE W-LEITOSMED TO LEITOSMEDDIM
              WRITE REGDIMEN
              MOVE "N" TO ACAOLOGTX.
           MOVE W-LEITOSENF TO TBDIM-CATEG(W-TIPODIM, 1)
           MOVE W-LEITOSTEC TO TBDIM-CATEG(W-TIPODIM, 2)
           MOVE W-LEITOSMED TO TBDIM-CATEG(W-TIPODIM, 3)
           MOVE TIPODIM TO CHAVELOGTX
           PERFORM ESCREVE-LOG
           MOVE "*** DIMENSIONAMENTO GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *
      *****************************************
      * ROTINAS DE APOIO                      *
      *****************************************
      *
       LIMPA-CAMPOS.
           MOVE ZEROS TO W-UNID W-CODFUNC W-CATEG W-TURNO W-DATAINI
           MOVE ZEROS TO W-DATAFIM W-NUMTROCA W-CODSUB W-MESREL
           MOVE ZEROS TO W-ANOREL W-TIPODIM W-LEITOSENF W-LEITOSTEC
           MOVE ZEROS TO W-LEITOSMED
           MOVE SPACES TO W-NOMEUNID W-NOMEFUNC W-DESCCATEG
           MOVE SPACES TO W-DESCTURNO W-PERIOD W-NOMESUB W-MOTIVO
           MOVE SPACES TO W-SITTROCA.
       FIM-LIMPA-CAMPOS.
           EXIT.
      *
       LE-UNIDADE.
           ACCEPT TW-UNID
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO FIM-LE-UNIDADE.
           MOVE W-UNID TO CODUNIDADE
           READ CADUNIDADE
           IF ST-ERRO NOT = "00"
              MOVE "** UNIDADE NAO CADASTRADA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LE-UNIDADE.
           MOVE NOMEUNIDADE TO W-NOMEUNID
           DISPLAY TW-NOMEUNID.
       FIM-LE-UNIDADE.
           EXIT.
      *
       LE-FUNCIONARIO.
           ACCEPT TW-CODFUNC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO FIM-LE-FUNCIONARIO.
           MOVE W-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "** FUNCIONARIO NAO CADASTRADO (SMP078) **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LE-FUNCIONARIO.
           IF CATEGFUNC = ZEROS OR CATEGFUNC > 3
              MOVE "** FUNCIONARIO SEM CATEGORIA VALIDA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LE-FUNCIONARIO.
           MOVE NOMEFUNC TO W-NOMEFUNC
           MOVE CATEGFUNC TO W-CATEG
           MOVE TBCATEG(CATEGFUNC) TO W-DESCCATEG
           DISPLAY TW-NOMEFUNC TW-DESCCATEG.
       FIM-LE-FUNCIONARIO.
           EXIT.
      *-----SUBSTITUTO: ATIVO, MESMA CATEGORIA E LIVRE NO HORARIO-------
       LE-SUBSTITUTO.
           MOVE SPACES TO W-NOMESUB
           ACCEPT TW-CODSUB
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO FIM-LE-SUBSTITUTO.
           IF W-CODSUB = W-CODFUNC
              MOVE "** SUBSTITUTO IGUAL AO SOLICITANTE **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIM-LE-SUBSTITUTO.
           MOVE W-CODSUB TO CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00" OR ATIVOFUNC NOT = "S"
              MOVE "** SUBSTITUTO INEXISTENTE OU INATIVO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIM-LE-SUBSTITUTO.
           IF CATEGFUNC NOT = W-CATEG
              MOVE "** SUBSTITUTO DE OUTRA CATEGORIA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIM-LE-SUBSTITUTO.
           MOVE W-CODSUB TO W-CODFUNCVF
           MOVE W-DATAINI TO W-DATAVF
           MOVE W-TURNO TO W-TURNOVF
           PERFORM VERIFICA-CONFLITO THRU FIM-VERIFICA-CONFLITO
           IF W-CONFLITO = "S"
              MOVE "** SUBSTITUTO JA ESCALADO NESTE HORARIO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIM-LE-SUBSTITUTO.
           MOVE NOMEFUNC TO W-NOMESUB
           DISPLAY TW-NOMESUB.
       FIM-LE-SUBSTITUTO.
           EXIT.
      *
       LE-TURNO.
           ACCEPT TW-TURNO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO FIM-LE-TURNO.
           IF W-TURNO = ZEROS OR W-TURNO > 5
              MOVE "INFORME O TURNO DE 1 A 5" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LE-TURNO.
           MOVE TBT-DESC(W-TURNO) TO W-DESCTURNO
           DISPLAY TW-DESCTURNO.
       FIM-LE-TURNO.
           EXIT.
      *
       LE-DATAINI.
           IF W-DATAINI = ZEROS
              MOVE W-DATAHOJE TO W-DATAINI.
           ACCEPT TW-DATAINI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO FIM-LE-DATAINI.
           MOVE W-DATAINI TO W-DATAAMD
           PERFORM VALIDA-DATA
           IF W-DATAVALIDA NOT = "S"
              MOVE "DATA INVALIDA NO CALENDARIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LE-DATAINI.
       FIM-LE-DATAINI.
           EXIT.
      *
       LE-COMPETENCIA.
           ACCEPT TW-MESREL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO FIM-LE-COMPETENCIA.
           IF W-MESREL = ZEROS OR W-MESREL > 12
              MOVE "O MES INSERIDO NAO EXISTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LE-COMPETENCIA.
       LE-COMPETENCIA2.
           ACCEPT TW-ANOREL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO LE-COMPETENCIA.
           IF W-ANOREL < 1601
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LE-COMPETENCIA2.
       FIM-LE-COMPETENCIA.
           EXIT.
      *-----LANCAMENTO DA TELA (OU DA TROCA EM DECISAO)-----------------
       LE-LANCAMENTO.
           IF W-FUNCAO = 4
              MOVE UNIDTROCA TO UNIDESC
              MOVE DATATROCA TO DATAESC
              MOVE TURNOTROCA TO TURNOESC
              MOVE CODFUNCSOLTROCA TO CODFUNCESC
           ELSE
              MOVE W-UNID TO UNIDESC
              MOVE W-DATAINI TO DATAESC
              MOVE W-TURNO TO TURNOESC
              MOVE W-CODFUNC TO CODFUNCESC.
           READ CADESCALA.
      *
       MOSTRA-TROCA.
           MOVE UNIDTROCA TO W-UNID
           MOVE SPACES TO W-NOMEUNID
           MOVE UNIDTROCA TO CODUNIDADE
           READ CADUNIDADE
           IF ST-ERRO = "00"
              MOVE NOMEUNIDADE TO W-NOMEUNID.
           MOVE CODFUNCSOLTROCA TO W-CODFUNC
           MOVE SPACES TO W-NOMEFUNC W-DESCCATEG
           MOVE CODFUNCSOLTROCA TO CODFUNC
           READ CADFUNC
           IF ST-ERRO = "00"
              MOVE NOMEFUNC TO W-NOMEFUNC
              MOVE CATEGFUNC TO W-CATEG
              IF CATEGFUNC > ZEROS AND CATEGFUNC < 4
                 MOVE TBCATEG(CATEGFUNC) TO W-DESCCATEG.
           MOVE TURNOTROCA TO W-TURNO
           MOVE SPACES TO W-DESCTURNO
           IF TURNOTROCA > ZEROS AND TURNOTROCA < 6
              MOVE TBT-DESC(TURNOTROCA) TO W-DESCTURNO.
           MOVE DATATROCA TO W-DATAINI
           MOVE NUMTROCA TO W-NUMTROCA
           MOVE CODFUNCSUBTROCA TO W-CODSUB
           MOVE SPACES TO W-NOMESUB
           MOVE CODFUNCSUBTROCA TO CODFUNC
           READ CADFUNC
           IF ST-ERRO = "00"
              MOVE NOMEFUNC TO W-NOMESUB.
           MOVE MOTIVOTROCA TO W-MOTIVO
           MOVE "PENDENTE" TO W-SITTROCA
           IF TROCA-APROVADA
              MOVE "APROVADA" TO W-SITTROCA.
           IF TROCA-RECUSADA
              MOVE "RECUSADA" TO W-SITTROCA.
      *-----DIA DA SEMANA DE W-DATADIA (1=SEGUNDA ... 7=DOMINGO)--------
       CALCULA-DIASEM.
           COMPUTE W-JULQ = FUNCTION INTEGER-OF-DATE (W-DATADIA) - 1
           DIVIDE W-JULQ BY 7 GIVING W-JULQ REMAINDER W-DIASEM
           ADD 1 TO W-DIASEM.
      *-----FUNCIONARIO JA TEM TURNO SOBREPOSTO NO DIA (QUALQUER------
      *-----UNIDADE); TURNO QUE CRUZA A MEIA-NOITE VAI ATE 2400--------
       VERIFICA-CONFLITO.
           MOVE "N" TO W-CONFLITO
           MOVE TBT-INI(W-TURNOVF) TO W-INIA
           MOVE TBT-FIM(W-TURNOVF) TO W-FIMA
           IF TBT-CRUZA(W-TURNOVF) = "S"
              MOVE 2400 TO W-FIMA.
           MOVE W-CODFUNCVF TO CODFUNCFESC
           MOVE W-DATAVF TO DATAFESC
           START CADESCALA KEY IS NOT LESS KEYFUNCESC INVALID KEY
                 GO TO FIM-VERIFICA-CONFLITO.
       VERIFICA-CONFLITO1.
           READ CADESCALA NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-VERIFICA-CONFLITO.
           IF CODFUNCFESC NOT = W-CODFUNCVF OR DATAFESC NOT = W-DATAVF
              GO TO FIM-VERIFICA-CONFLITO.
           IF NOT ESC-ESCALADO OR TURNOESC = ZEROS OR TURNOESC > 5
              GO TO VERIFICA-CONFLITO1.
           MOVE TBT-INI(TURNOESC) TO W-INIB
           MOVE TBT-FIM(TURNOESC) TO W-FIMB
           IF TBT-CRUZA(TURNOESC) = "S"
              MOVE 2400 TO W-FIMB.
           IF W-INIA < W-FIMB AND W-INIB < W-FIMA
              MOVE "S" TO W-CONFLITO
              GO TO FIM-VERIFICA-CONFLITO.
           GO TO VERIFICA-CONFLITO1.
       FIM-VERIFICA-CONFLITO.
           EXIT.
      *-----PROXIMO NUMERO DE TROCA------------------------------------
       PROXIMA-TROCA.
           MOVE ZEROS TO W-NUMTROCA
           MOVE ZEROS TO NUMTROCA
           START CADTROCA KEY IS NOT LESS NUMTROCA INVALID KEY
                 GO TO PROXIMA-TROCA2.
       PROXIMA-TROCA1.
           READ CADTROCA NEXT
           IF ST-ERRO NOT = "00"
              GO TO PROXIMA-TROCA2.
           MOVE NUMTROCA TO W-NUMTROCA
           GO TO PROXIMA-TROCA1.
       PROXIMA-TROCA2.
           ADD 1 TO W-NUMTROCA.
       FIM-PROXIMA-TROCA.
           EXIT.
      *
       PRIMEIRA-PENDENTE.
           MOVE ZEROS TO W-NUMTROCA
           MOVE ZEROS TO NUMTROCA
           START CADTROCA KEY IS NOT LESS NUMTROCA INVALID KEY
                 GO TO FIM-PRIMEIRA-PENDENTE.
       PRIMEIRA-PENDENTE1.
           READ CADTROCA NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-PRIMEIRA-PENDENTE.
           IF NOT TROCA-PENDENTE
              GO TO PRIMEIRA-PENDENTE1.
           MOVE NUMTROCA TO W-NUMTROCA.
       FIM-PRIMEIRA-PENDENTE.
           EXIT.
      *-----LEITOS OCUPADOS NA DATA POR UNIDADE E TIPO DE LEITO---------
       CONTA-OCUPADOS.
           MOVE ZEROS TO TABOCUP
           MOVE LOW-VALUES TO KEYINTERN
           START CADINTERN KEY IS NOT LESS KEYINTERN INVALID KEY
                 GO TO FIM-CONTA-OCUPADOS.
       CONTA-OCUPADOS1.
           READ CADINTERN NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-CONTA-OCUPADOS.
           IF DATAENTRADA > W-DATAINI OR UNIDINT = ZEROS
              GO TO CONTA-OCUPADOS1.
           IF DATAALTA NOT = ZEROS AND DATAALTA < W-DATAINI
              GO TO CONTA-OCUPADOS1.
           MOVE UNIDINT TO CODUNIDLEITO
           MOVE LEITOINT TO CODLEITO
           READ CADLEITO
           IF ST-ERRO NOT = "00"
              GO TO CONTA-OCUPADOS1.
           IF TIPOLEITO = ZEROS OR TIPOLEITO > 3
              GO TO CONTA-OCUPADOS1.
           ADD 1 TO TBOCUP-TIPO(UNIDINT, TIPOLEITO)
           GO TO CONTA-OCUPADOS1.
       FIM-CONTA-OCUPADOS.
           EXIT.
      *-----MINIMO DA CATEGORIA IND3 PARA OS LEITOS DA UNIDADE IND1----
       CALCULA-MINIMO.
           MOVE ZEROS TO W-MINIMO
           MOVE 1 TO W-DIASEM.
       CALCULA-MINIMO1.
           IF W-DIASEM > 3
              GO TO FIM-CALCULA-MINIMO.
           IF TBDIM-CATEG(W-DIASEM, IND3) NOT = ZEROS
                 AND TBOCUP-TIPO(IND1, W-DIASEM) NOT = ZEROS
              COMPUTE W-PARCELA = (TBOCUP-TIPO(IND1, W-DIASEM)
                    + TBDIM-CATEG(W-DIASEM, IND3) - 1)
                    / TBDIM-CATEG(W-DIASEM, IND3)
              ADD W-PARCELA TO W-MINIMO.
           ADD 1 TO W-DIASEM
           GO TO CALCULA-MINIMO1.
       FIM-CALCULA-MINIMO.
           EXIT.
      *-----DIMENSIONAMENTO GRAVADO SUBSTITUI O PADRAO------------------
       CARREGA-DIMENSIONAMENTO.
           MOVE 1 TO IND1.
       CARREGA-DIMENSIONAMENTO1.
           IF IND1 > 3
              GO TO FIM-CARREGA-DIMENSIONAMENTO.
           MOVE IND1 TO TIPODIM
           READ CADDIMEN
           IF ST-ERRO = "00"
              MOVE LEITOSENFDIM TO TBDIM-CATEG(IND1, 1)
              MOVE LEITOSTECDIM TO TBDIM-CATEG(IND1, 2)
              MOVE LEITOSMEDDIM TO TBDIM-CATEG(IND1, 3).
           ADD 1 TO IND1
           GO TO CARREGA-DIMENSIONAMENTO1.
       FIM-CARREGA-DIMENSIONAMENTO.
           EXIT.
      *
       CHAMA-ESCALADO.
           CALL "ESCALADO" USING W-UNIDES W-DATAES W-HORAES W-CATEGES
                W-ESPECES W-CODFUNCES W-NOMEES W-CRMES W-QTDEES W-OKES
              ON OVERFLOW
                 MOVE ZEROS TO W-QTDEES
                 MOVE "N" TO W-OKES.
       FIM-CHAMA-ESCALADO.
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
           MOVE "ESCALA" TO PROGRAMALOGTX
           MOVE LOGTX TO REGLOG
           WRITE REGLOG.
      *
       ROT-FIM.
           CLOSE CADESCALA CADTROCA CADDIMEN CADFUNC CADUNIDADE
           CLOSE CADLEITO CADINTERN CADLOG.
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
