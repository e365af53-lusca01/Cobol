       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP063.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    EMISSAO DO ASO - ATESTADO DE SAUDE OCUPACIONAL             *
      *    (EXAMES DO PCMSO REALIZADOS -> CADASO + ASO<AAAAMMDD>.DOC) *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADASO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYASO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADFUNCIONARIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYFUNCIO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADFUNCAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYFUNCAO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPCMSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPCMSO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADEMPRESA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODEMPRESA
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCONSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPAL
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DATACONS
                       WITH DUPLICATES.
       SELECT CADCONSEXT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCONSEXT
                    FILE STATUS  IS ST-ERRO.
       SELECT CADEXAME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYEXAME
                    FILE STATUS  IS ST-ERRO.
       SELECT CADTIPOEX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODTIPOEXREG
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    ALTERNATE RECORD KEY IS NOMEPACIENTE
                                         WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.
       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO.
       SELECT ASOTX ASSIGN TO DISK
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
       FD CADASO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADASO.DAT".
       01  REGASO.
           03 KEYASO.
              05 EMPASO           PIC 9(04).
              05 NUMASO           PIC 9(06).
           03 CPFASO              PIC 9(11).
           03 FUNCASO             PIC 9(04).
           03 TIPOASO             PIC 9(01).
              88 ASO-ADMISSIONAL    VALUE 0.
              88 ASO-PERIODICO      VALUE 1.
              88 ASO-RETORNO        VALUE 2.
              88 ASO-MUDANCA        VALUE 3.
              88 ASO-DEMISSIONAL    VALUE 9.
           03 DATACONSASO         PIC 9(08).
           03 HORACONSASO         PIC 9(04).
           03 DATAASO             PIC 9(08).
           03 RESULTASO           PIC X(01).
              88 ASO-APTO           VALUE "A".
              88 ASO-INAPTO         VALUE "I".
           03 CRMASO              PIC 9(06).
           03 OPERASO             PIC 9(04).
           03 FILLER              PIC X(20).
      *
       FD CADFUNCIONARIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNCIONARIO.DAT".
       01  REGFUNCIO.
           03 KEYFUNCIO.
              05 EMPFUNCIO        PIC 9(04).
              05 CPFFUNCIO        PIC 9(11).
           03 FUNCFUNCIO          PIC 9(04).
           03 MATRICFUNCIO        PIC X(20).
           03 DATAADMFUNCIO       PIC 9(08).
           03 DATADEMFUNCIO       PIC 9(08).
           03 SITFUNCIO           PIC X(01).
              88 FUNCIO-ATIVO       VALUE "A".
              88 FUNCIO-DESLIGADO   VALUE "D".
           03 DATAULTASO          PIC 9(08).
           03 TIPOULTASO          PIC 9(01).
           03 DATAPROXASO         PIC 9(08).
           03 FILLER              PIC X(20).
      *
       FD CADFUNCAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNCAO.DAT".
       01  REGFUNCAO.
           03 KEYFUNCAO.
              05 EMPFUNCAO        PIC 9(04).
              05 CODFUNCAO        PIC 9(04).
           03 NOMEFUNCAO          PIC X(30).
           03 CBOFUNCAO           PIC 9(06).
           03 PERIODOFUNCAO       PIC 9(02).
           03 RISCOFUNCAO         PIC X(40).
           03 ATIVAFUNCAO         PIC X(01).
           03 FILLER              PIC X(20).
      *
       FD CADPCMSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPCMSO.DAT".
       01  REGPCMSO.
           03 KEYPCMSO.
              05 EMPPCMSO         PIC 9(04).
              05 FUNCPCMSO        PIC 9(04).
              05 EXAMEPCMSO       PIC 9(04).
           03 ADMPCMSO            PIC X(01).
           03 PERPCMSO            PIC X(01).
           03 RETPCMSO            PIC X(01).
           03 MUDPCMSO            PIC X(01).
           03 DEMPCMSO            PIC X(01).
           03 FILLER              PIC X(15).
      *
       FD CADEMPRESA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEMPRESA.DAT".
       01  REGEMPRESA.
           03 CODEMPRESA          PIC 9(04).
           03 CNPJEMPRESA         PIC 9(14).
           03 RAZAOEMPRESA        PIC X(40).
           03 CONTATOEMPRESA      PIC X(30).
           03 TELEFONEEMPRESA.
              05 DDDEMPRESA       PIC 9(02).
              05 NUMEROEMPRESA    PIC 9(09).
           03 CONTRATOEMPRESA     PIC X(20).
           03 ATIVAEMPRESA        PIC X(01).
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
       FD CADCONSEXT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSEXT.DAT".
       01  REGCONSEXT.
           03 KEYCONSEXT.
              05 CPFEXT           PIC 9(11).
              05 DATAEXT.
                 07 DIAEXT        PIC 9(02).
                 07 MESEXT        PIC 9(02).
                 07 ANOEXT        PIC 9(04).
              05 HORAEXT          PIC 9(04).
           03 COPARTPCTEXT        PIC 9(03)V99.
           03 VALORPACIENTE       PIC 9(06)V99.
           03 VALORCONVENIO       PIC 9(06)V99.
           03 RETNAOFATEXT        PIC X(01).
           03 EMPRESAEXT          PIC 9(04).
           03 MODALIDADEEXT       PIC X(01).
           03 GRUPOEXT            PIC 9(06).
           03 CONFIRMAEXT         PIC X(01).
           03 FILLER              PIC X(27).
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
              05 NUMLINHA         PIC 9(02).
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
       FD CADTIPOEX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTIPOEX.DAT".
       01  REGTIPOEX.
           03 CODTIPOEXREG        PIC 9(04).
           03 NOMETIPOEX          PIC X(30).
           03 UNIDMEDIDA          PIC X(10).
           03 VALORMINEX          PIC 9(06)V99.
           03 VALORMAXEX          PIC 9(06)V99.
           03 TEXTOLAUDO          PIC X(60).
           03 VALORMINCRIT        PIC 9(06)V99.
           03 VALORMAXCRIT        PIC 9(06)V99.
           03 DURACAOEX           PIC 9(03).
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
       FD ASOTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQASO.
       01 REGASOTX             PIC X(80).
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
       01 W-EMPAS       PIC 9(04) VALUE ZEROS.
       01 W-CPFAS       PIC 9(11) VALUE ZEROS.
       01 W-TIPOAS      PIC 9(01) VALUE ZEROS.
       01 W-DATAAS.
          03 W-DIAAS    PIC 9(02) VALUE ZEROS.
          03 W-MESAS    PIC 9(02) VALUE ZEROS.
          03 W-ANOAS    PIC 9(04) VALUE ZEROS.
       01 W-HORAAS      PIC 9(04) VALUE ZEROS.
       01 W-RESULTAS    PIC X(01) VALUE SPACES.
       01 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-DATAHOJEX REDEFINES W-DATAHOJE.
          03 W-ANOHOJE  PIC 9(04).
          03 W-MESHOJE  PIC 9(02).
          03 W-DIAHOJE  PIC 9(02).
       01 W-NUMNOVO     PIC 9(06) VALUE ZEROS.
       01 W-EXTOK       PIC X(01) VALUE "N".
      *---CONFERENCIA DO PCMSO (V=VERIFICA  I=IMPRIME)-----------------
       01 W-MODOPCMSO   PIC X(01) VALUE "V".
       01 W-EXIGIDO     PIC X(01) VALUE "N".
       01 W-ACHOUEX     PIC X(01) VALUE "N".
       01 W-QTDEEXIG    PIC 9(02) VALUE ZEROS.
       01 W-QTDEREAL    PIC 9(02) VALUE ZEROS.
       01 W-EXAMEFALTA  PIC X(30) VALUE SPACES.
       01 W-KEYPCMSO.
          03 W-EMPPCMSO    PIC 9(04).
          03 W-FUNCPCMSO   PIC 9(04).
          03 W-EXAMEPCMSO  PIC 9(04).
      *---PROXIMO EXAME PERIODICO--------------------------------------
       01 W-DATAPROX    PIC 9(08) VALUE ZEROS.
       01 W-DATAPROXX REDEFINES W-DATAPROX.
          03 W-ANOPROX  PIC 9(04).
          03 W-MESPROX  PIC 9(02).
          03 W-DIAPROX  PIC 9(02).
       01 W-MESTOTAL    PIC 9(04) VALUE ZEROS.
       01 W-QTDEANOS    PIC 9(02) VALUE ZEROS.
       01 W-RESTOMES    PIC 9(02) VALUE ZEROS.
      *---ARQUIVO DATADO PARA REIMPRESSAO (REPRINT)--------------------
       01 W-ARQASO.
          03 FILLER      PIC X(03) VALUE "ASO".
          03 ARQDATAASO  PIC 9(08) VALUE ZEROS.
          03 FILLER      PIC X(04) VALUE ".DOC".
      *---LINHAS DO ASO------------------------------------------------
       01 LINHABRANCA   PIC X(80) VALUE SPACES.
       01 CABASO.
          03 FILLER PIC X(54) VALUE
          "HOSPITAL MAINFRAME - ATESTADO DE SAUDE OCUPACIONAL NR ".
          03 NUMASOTX         PIC 9(06).
       01 LINEMPRESA.
          03 FILLER           PIC X(09) VALUE "EMPRESA: ".
          03 RAZAOASOTX       PIC X(40).
          03 FILLER           PIC X(07) VALUE " CNPJ: ".
          03 CNPJASOTX        PIC 9(14).
       01 LINTRAB.
          03 FILLER           PIC X(13) VALUE "TRABALHADOR: ".
          03 NOMEASOTX        PIC X(30).
          03 FILLER           PIC X(07) VALUE " CPF: ".
          03 CPFASOTX         PIC 9(11).
       01 LINMATRIC.
          03 FILLER           PIC X(11) VALUE "MATRICULA: ".
          03 MATRICASOTX      PIC X(20).
          03 FILLER           PIC X(06) VALUE " CBO: ".
          03 CBOASOTX         PIC 9(06).
       01 LINFUNCAO.
          03 FILLER           PIC X(08) VALUE "FUNCAO: ".
          03 FUNCAOASOTX      PIC X(30).
       01 LINRISCO.
          03 FILLER           PIC X(21) VALUE "RISCOS OCUPACIONAIS: ".
          03 RISCOASOTX       PIC X(40).
       01 LINTIPO.
          03 FILLER           PIC X(15) VALUE "TIPO DE EXAME: ".
          03 TIPOASOTX        PIC X(25).
       01 LINEXTIT.
          03 FILLER PIC X(33) VALUE
          "EXAMES COMPLEMENTARES REALIZADOS:".
       01 LINEXAME.
          03 FILLER           PIC X(02) VALUE SPACES.
          03 DIAEXASOTX       PIC 9(02).
          03 FILLER           PIC X(01) VALUE "/".
          03 MESEXASOTX       PIC 9(02).
          03 FILLER           PIC X(01) VALUE "/".
          03 ANOEXASOTX       PIC 9(04).
          03 FILLER           PIC X(02) VALUE SPACES.
          03 EXAMEASOTX       PIC X(30).
       01 LINCONCLUSAO.
          03 FILLER           PIC X(11) VALUE "CONCLUSAO: ".
          03 CONCLUSAOTX      PIC X(30).
       01 LINDATA.
          03 FILLER           PIC X(06) VALUE "DATA: ".
          03 DIAEMITX         PIC 9(02).
          03 FILLER           PIC X(01) VALUE "/".
          03 MESEMITX         PIC 9(02).
          03 FILLER           PIC X(01) VALUE "/".
          03 ANOEMITX         PIC 9(04).
       01 LINMEDICO.
          03 NOMEMEDASOTX     PIC X(30).
          03 FILLER           PIC X(07) VALUE " CRM : ".
          03 CRMASOTX         PIC 9(06).
          03 FILLER           PIC X(20) VALUE "  MEDICO EXAMINADOR".
       01 LINASSINA.
          03 FILLER PIC X(40) VALUE
          "ASSINATURA: ___________________________".
       01 LINCIENTE.
          03 FILLER PIC X(51) VALUE
          "CIENTE DO TRABALHADOR: ___________________________".
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
       01  TELAASO.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          EMISSAO DE ASO - ATESTADO DE S".
           05  LINE 02  COLUMN 41
               VALUE  "AUDE OCUPACIONAL".
           05  LINE 04  COLUMN 01
               VALUE  "  EMPRESA           :".
           05  LINE 05  COLUMN 01
               VALUE  "  CPF TRABALHADOR   :".
           05  LINE 06  COLUMN 01
               VALUE  "  FUNCAO            :".
           05  LINE 08  COLUMN 01
               VALUE  "  TIPO DO ASO       :".
           05  LINE 09  COLUMN 01
               VALUE  "  0=ADMISSIONAL  1=PERIODICO  2=RETORNO".
           05  LINE 09  COLUMN 41
               VALUE  "  3=MUDANCA DE FUNCAO  9=DEMISSIONAL".
           05  LINE 11  COLUMN 01
               VALUE  "  CONSULTA  DATA    :  /  /       HORA (".
           05  LINE 11  COLUMN 41
               VALUE  "HHMM) :".
           05  LINE 13  COLUMN 01
               VALUE  "  EXAMES DO PCMSO   :    EXIGIDOS".
           05  LINE 13  COLUMN 41
               VALUE  "    REALIZADOS".
           05  LINE 15  COLUMN 01
               VALUE  "  RESULTADO (A=APTO  I=INAPTO) :".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TW-EMPAS
               LINE 04  COLUMN 23  PIC 9(04)
               USING  W-EMPAS
               HIGHLIGHT.
           05  TW-CPFAS
               LINE 05  COLUMN 23  PIC 9(11)
               USING  W-CPFAS
               HIGHLIGHT.
           05  TW-TIPOAS
               LINE 08  COLUMN 23  PIC 9(01)
               USING  W-TIPOAS
               HIGHLIGHT.
           05  TW-DIAAS
               LINE 11  COLUMN 23  PIC 9(02)
               USING  W-DIAAS
               HIGHLIGHT.
           05  TW-MESAS
               LINE 11  COLUMN 26  PIC 9(02)
               USING  W-MESAS
               HIGHLIGHT.
           05  TW-ANOAS
               LINE 11  COLUMN 29  PIC 9(04)
               USING  W-ANOAS
               HIGHLIGHT.
           05  TW-HORAAS
               LINE 11  COLUMN 49  PIC 9(04)
               USING  W-HORAAS
               HIGHLIGHT.
           05  TW-RESULTAS
               LINE 15  COLUMN 34  PIC X(01)
               USING  W-RESULTAS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
       L0.
           OPEN I-O CADASO
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADASO
                CLOSE CADASO
                GO TO L0
             ELSE
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADASO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM2.
           OPEN I-O CADFUNCIONARIO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNCIONARIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADASO
              GO TO ROT-FIM2.
           OPEN INPUT CADFUNCAO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNCAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADPCMSO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADPCMSO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADEMPRESA
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADEMPRESA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONSU" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADEXAME
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADEXAME" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADTIPOEX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADTIPOEX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADPACI" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADMED" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADCONSEXT
           IF ST-ERRO = "00"
              MOVE "S" TO W-EXTOK.
           PERFORM ABRIR-CADSESSAO.
           PERFORM ABRIR-CADLOG.
       L1.
           MOVE ZEROS TO W-EMPAS W-CPFAS W-TIPOAS
           MOVE ZEROS TO W-DIAAS W-MESAS W-ANOAS W-HORAAS
           MOVE SPACES TO W-RESULTAS
           DISPLAY TELAASO.
       L2.
           ACCEPT TW-EMPAS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           MOVE W-EMPAS TO CODEMPRESA
           READ CADEMPRESA
           IF ST-ERRO NOT = "00"
              MOVE "** EMPRESA NAO CADASTRADA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2.
           IF ATIVAEMPRESA NOT = "S"
              MOVE "** EMPRESA INATIVA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2.
           DISPLAY (04, 29) RAZAOEMPRESA.
       L3.
           ACCEPT TW-CPFAS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L2.
           MOVE W-EMPAS TO EMPFUNCIO
           MOVE W-CPFAS TO CPFFUNCIO
           READ CADFUNCIONARIO
           IF ST-ERRO NOT = "00"
              MOVE "** TRABALHADOR NAO CADASTRADO NA EMPRESA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L3.
           MOVE W-CPFAS TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "** PACIENTE NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L3.
           MOVE W-EMPAS TO EMPFUNCAO
           MOVE FUNCFUNCIO TO CODFUNCAO
           READ CADFUNCAO
           IF ST-ERRO NOT = "00"
              MOVE "** FUNCAO DO TRABALHADOR NAO CADASTRADA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L3.
           DISPLAY (05, 36) NOMEPACIENTE
           DISPLAY (06, 23) NOMEFUNCAO.
       L4.
           ACCEPT TW-TIPOAS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L3.
           IF W-TIPOAS NOT = 0 AND 1 AND 2 AND 3 AND 9
              MOVE "TIPO DE ASO INVALIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L4.
           IF FUNCIO-DESLIGADO AND W-TIPOAS NOT = 9
              MOVE "** TRABALHADOR DESLIGADO, SO ASO DEMISSIONAL **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L4.
           IF W-TIPOAS = 0 AND DATAULTASO NOT = ZEROS
              MOVE "** TRABALHADOR JA POSSUI ASO ADMISSIONAL **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L4.
           IF W-TIPOAS NOT = 0 AND DATAULTASO = ZEROS
              MOVE "** EMITA PRIMEIRO O ASO ADMISSIONAL **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L4.
       L5.
           ACCEPT TW-DIAAS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L4.
       L5A.
           ACCEPT TW-MESAS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L5.
       L5B.
           ACCEPT TW-ANOAS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L5A.
       L5C.
           ACCEPT TW-HORAAS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L5B.
       LER-CONSULTA.
           MOVE W-CPFAS TO CPFPACIENTE
           MOVE W-DIAAS TO DIAC
           MOVE W-MESAS TO MESC
           MOVE W-ANOAS TO ANOC
           MOVE W-HORAAS TO HORAC
           READ CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE "*** CONSULTA NAO ENCONTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L5.
           IF NOT REALIZADA
              MOVE "** ASO SO PARA CONSULTA REALIZADA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L5.
           IF W-EXTOK = "S"
              MOVE KEYPRINCIPAL TO KEYCONSEXT
              READ CADCONSEXT
              IF ST-ERRO NOT = "00" OR EMPRESAEXT NOT = W-EMPAS
                 MOVE "** CONSULTA NAO FATURADA PARA A EMPRESA **"
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO L5.
           MOVE CODMED TO CRM
           READ CADMED
           IF ST-ERRO NOT = "00"
              MOVE "** MEDICO DA CONSULTA NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L5.
      *----------------EXAMES EXIGIDOS PELO PCMSO DA FUNCAO--------------
           MOVE "V" TO W-MODOPCMSO
           PERFORM VERIFICA-PCMSO THRU VERIFICA-PCMSO-FIM
           DISPLAY (13, 23) W-QTDEEXIG
           DISPLAY (13, 42) W-QTDEREAL
           IF W-QTDEREAL < W-QTDEEXIG
              DISPLAY (17, 03) "EXAME PENDENTE: " W-EXAMEFALTA
              MOVE "** EXAMES DO PCMSO PENDENTES, ASO NAO EMITIDO **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
       L6.
           ACCEPT TW-RESULTAS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L5C.
           IF W-RESULTAS NOT = "A" AND W-RESULTAS NOT = "I"
              MOVE "INFORME A=APTO OU I=INAPTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L6.
       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "EMITIR ASO (S/N): ".
           ACCEPT (23, 59) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L6.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** ASO NAO EMITIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
      *----------------PROXIMO NUMERO DA EMPRESA-------------------------
       GERA-NUMERO.
           MOVE ZEROS TO W-NUMNOVO
           MOVE W-EMPAS TO EMPASO
           MOVE ZEROS TO NUMASO
           START CADASO KEY IS NOT LESS KEYASO INVALID KEY
                 GO TO GERA-NUMERO2.
       GERA-NUMERO1.
           READ CADASO NEXT
           IF ST-ERRO NOT = "00"
              GO TO GERA-NUMERO2.
           IF EMPASO NOT = W-EMPAS
              GO TO GERA-NUMERO2.
           IF NUMASO > W-NUMNOVO
              MOVE NUMASO TO W-NUMNOVO.
           GO TO GERA-NUMERO1.
       GERA-NUMERO2.
           ADD 1 TO W-NUMNOVO.
      *----------------GRAVAR O ASO E ATUALIZAR O TRABALHADOR-----------
       GRAVA-CONTROLE.
           MOVE W-EMPAS TO EMPASO
           MOVE W-NUMNOVO TO NUMASO
           MOVE W-CPFAS TO CPFASO
           MOVE FUNCFUNCIO TO FUNCASO
           MOVE W-TIPOAS TO TIPOASO
           COMPUTE DATACONSASO = W-ANOAS * 10000 + W-MESAS * 100
                 + W-DIAAS
           MOVE W-HORAAS TO HORACONSASO
           MOVE W-DATAHOJE TO DATAASO
           MOVE W-RESULTAS TO RESULTASO
           MOVE CODMED TO CRMASO
           MOVE W-CODOPERLOG TO OPERASO
           WRITE REGASO
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "* ERRO NA GRAVACAO DO ASO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE KEYASO TO CHAVELOGTX
           MOVE "N" TO ACAOLOGTX
           PERFORM ESCREVE-LOG.
       ATUALIZA-TRABALHADOR.
           MOVE W-DATAHOJE TO DATAULTASO
           MOVE W-TIPOAS TO TIPOULTASO
           IF W-TIPOAS = 9
              MOVE "D" TO SITFUNCIO
              MOVE ZEROS TO DATAPROXASO
           ELSE
              PERFORM CALCULA-PROXIMO
              MOVE W-DATAPROX TO DATAPROXASO.
           IF W-TIPOAS = 9 AND DATADEMFUNCIO = ZEROS
              MOVE W-DATAHOJE TO DATADEMFUNCIO.
           REWRITE REGFUNCIO
           IF ST-ERRO NOT = "00"
              MOVE "* ERRO NA ATUALIZACAO DO TRABALHADOR *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-DOCUMENTO.
           MOVE W-DATAHOJE TO ARQDATAASO
           OPEN EXTEND ASOTX
           IF ST-ERRO NOT = "00"
              OPEN OUTPUT ASOTX
              IF ST-ERRO NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DO ASO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           MOVE W-NUMNOVO TO NUMASOTX
           WRITE REGASOTX FROM CABASO
           MOVE RAZAOEMPRESA TO RAZAOASOTX
           MOVE CNPJEMPRESA TO CNPJASOTX
           WRITE REGASOTX FROM LINEMPRESA
           IF NOMESOCIAL NOT = SPACES
              MOVE NOMESOCIAL TO NOMEASOTX
           ELSE
              MOVE NOMEPACIENTE TO NOMEASOTX.
           MOVE W-CPFAS TO CPFASOTX
           WRITE REGASOTX FROM LINTRAB
           MOVE MATRICFUNCIO TO MATRICASOTX
           MOVE CBOFUNCAO TO CBOASOTX
           WRITE REGASOTX FROM LINMATRIC
           MOVE NOMEFUNCAO TO FUNCAOASOTX
           WRITE REGASOTX FROM LINFUNCAO
           MOVE RISCOFUNCAO TO RISCOASOTX
           WRITE REGASOTX FROM LINRISCO
           PERFORM MONTA-TIPO
           WRITE REGASOTX FROM LINTIPO
           WRITE REGASOTX FROM LINEXTIT
           MOVE "I" TO W-MODOPCMSO
           PERFORM VERIFICA-PCMSO THRU VERIFICA-PCMSO-FIM
           IF W-RESULTAS = "A"
              MOVE "APTO PARA A FUNCAO" TO CONCLUSAOTX
           ELSE
              MOVE "INAPTO PARA A FUNCAO" TO CONCLUSAOTX.
           WRITE REGASOTX FROM LINCONCLUSAO
           MOVE W-DIAHOJE TO DIAEMITX
           MOVE W-MESHOJE TO MESEMITX
           MOVE W-ANOHOJE TO ANOEMITX
           WRITE REGASOTX FROM LINDATA
           MOVE NOMEMEDICO TO NOMEMEDASOTX
           MOVE CODMED TO CRMASOTX
           WRITE REGASOTX FROM LINMEDICO
           WRITE REGASOTX FROM LINASSINA
           WRITE REGASOTX FROM LINCIENTE
           WRITE REGASOTX FROM LINHABRANCA
           CLOSE ASOTX
           DISPLAY (18, 03) "ASO NR: " W-NUMNOVO
           MOVE W-ARQASO TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO L1.
      *
      *****************************************
      * CONFERENCIA DOS EXAMES DO PCMSO       *
      *****************************************
      *
       VERIFICA-PCMSO.
           MOVE ZEROS TO W-QTDEEXIG W-QTDEREAL
           MOVE SPACES TO W-EXAMEFALTA
           MOVE W-EMPAS TO EMPPCMSO
           MOVE FUNCFUNCIO TO FUNCPCMSO
           MOVE ZEROS TO EXAMEPCMSO
           START CADPCMSO KEY IS NOT LESS KEYPCMSO INVALID KEY
                 GO TO VERIFICA-PCMSO-FIM.
       VERIFICA-PCMSO1.
           READ CADPCMSO NEXT
           IF ST-ERRO NOT = "00"
              GO TO VERIFICA-PCMSO-FIM.
           IF EMPPCMSO NOT = W-EMPAS OR FUNCPCMSO NOT = FUNCFUNCIO
              GO TO VERIFICA-PCMSO-FIM.
           MOVE "N" TO W-EXIGIDO
           IF W-TIPOAS = 0 AND ADMPCMSO = "S"
              MOVE "S" TO W-EXIGIDO.
           IF W-TIPOAS = 1 AND PERPCMSO = "S"
              MOVE "S" TO W-EXIGIDO.
           IF W-TIPOAS = 2 AND RETPCMSO = "S"
              MOVE "S" TO W-EXIGIDO.
           IF W-TIPOAS = 3 AND MUDPCMSO = "S"
              MOVE "S" TO W-EXIGIDO.
           IF W-TIPOAS = 9 AND DEMPCMSO = "S"
              MOVE "S" TO W-EXIGIDO.
           IF W-EXIGIDO NOT = "S"
              GO TO VERIFICA-PCMSO1.
           ADD 1 TO W-QTDEEXIG
           MOVE KEYPCMSO TO W-KEYPCMSO
           PERFORM PROCURA-EXAME THRU PROCURA-EXAME-FIM
           MOVE W-EXAMEPCMSO TO CODTIPOEXREG
           READ CADTIPOEX
           IF ST-ERRO NOT = "00"
              MOVE "EXAME NAO CADASTRADO" TO NOMETIPOEX.
           IF W-ACHOUEX = "S"
              ADD 1 TO W-QTDEREAL
              IF W-MODOPCMSO = "I"
                 MOVE DIAREALIZADA TO DIAEXASOTX
                 MOVE MESREALIZADA TO MESEXASOTX
                 MOVE ANOREALIZADA TO ANOEXASOTX
                 MOVE NOMETIPOEX TO EXAMEASOTX
                 WRITE REGASOTX FROM LINEXAME
              ELSE
                 NEXT SENTENCE
           ELSE
              IF W-EXAMEFALTA = SPACES
                 MOVE NOMETIPOEX TO W-EXAMEFALTA.
           GO TO VERIFICA-PCMSO1.
       VERIFICA-PCMSO-FIM.
           EXIT.
      *
       PROCURA-EXAME.
           MOVE "N" TO W-ACHOUEX
           MOVE W-CPFAS TO CPFEXAME
           MOVE W-DIAAS TO DIAEXAME
           MOVE W-MESAS TO MESEXAME
           MOVE W-ANOAS TO ANOEXAME
           MOVE W-HORAAS TO HORAEXAME
           MOVE ZEROS TO NUMLINHA
           START CADEXAME KEY IS NOT LESS KEYEXAME INVALID KEY
                 GO TO PROCURA-EXAME-FIM.
       PROCURA-EXAME1.
           READ CADEXAME NEXT
           IF ST-ERRO NOT = "00"
              GO TO PROCURA-EXAME-FIM.
           IF CPFEXAME NOT = W-CPFAS OR DATAEXAME NOT = W-DATAAS
              OR HORAEXAME NOT = W-HORAAS
              GO TO PROCURA-EXAME-FIM.
           IF CODTIPOEX = W-EXAMEPCMSO AND REALIZADO
              MOVE "S" TO W-ACHOUEX
              GO TO PROCURA-EXAME-FIM.
           GO TO PROCURA-EXAME1.
       PROCURA-EXAME-FIM.
           EXIT.
      *
      *----------------DATA + PERIODICIDADE DA FUNCAO (MESES)-----------
       CALCULA-PROXIMO.
           MOVE W-DATAHOJE TO W-DATAPROX
           COMPUTE W-MESTOTAL = W-MESPROX - 1 + PERIODOFUNCAO
           DIVIDE W-MESTOTAL BY 12 GIVING W-QTDEANOS
                  REMAINDER W-RESTOMES
           ADD W-QTDEANOS TO W-ANOPROX
           COMPUTE W-MESPROX = W-RESTOMES + 1
           IF W-DIAPROX > 28
              MOVE 28 TO W-DIAPROX.
      *
       MONTA-TIPO.
           IF W-TIPOAS = 0
              MOVE "ADMISSIONAL" TO TIPOASOTX.
           IF W-TIPOAS = 1
              MOVE "PERIODICO" TO TIPOASOTX.
           IF W-TIPOAS = 2
              MOVE "RETORNO AO TRABALHO" TO TIPOASOTX.
           IF W-TIPOAS = 3
              MOVE "MUDANCA DE FUNCAO" TO TIPOASOTX.
           IF W-TIPOAS = 9
              MOVE "DEMISSIONAL" TO TIPOASOTX.
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
           MOVE "SMP063" TO PROGRAMALOGTX
           MOVE LOGTX TO REGLOG
           WRITE REGLOG.
      *
       ROT-FIM.
           CLOSE CADASO CADFUNCIONARIO CADFUNCAO CADPCMSO CADEMPRESA
                 CADCONSU CADEXAME CADTIPOEX CADPACI CADMED CADLOG.
           IF W-EXTOK = "S"
              CLOSE CADCONSEXT.
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
