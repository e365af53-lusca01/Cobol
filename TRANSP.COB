       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSP.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    TRANSPORTE DE PACIENTES (CADTRANSP)                        *
      *    1 - SOLICITAR: PACIENTE, ATENDIMENTO A COBRAR, MOTIVO,     *
      *        ORIGEM E DESTINO (UNIDADE OU CEP), DATA, JANELA DE     *
      *        HORARIO, TIPO, ACOMPANHANTE, MACA E OXIGENIO           *
      *    2 - ATRIBUIR VEICULO (SMP079) E MOTORISTA (SMP080) COM     *
      *        CONFERENCIA DE CONFLITO DE HORARIO DOS DOIS            *
      *    3 - CONCLUIR A VIAGEM E COBRAR NA CONTA DO ATENDIMENTO     *
      *        (CADCONSITEM, PROCEDIMENTO 9600000N DO CADPROC) SE     *
      *        O CONVENIO COBRE O TIPO DE TRANSPORTE (CADCOBTRANSP)   *
      *    4 - CANCELAR A SOLICITACAO                                 *
      *    5 - FOLHA DE VIAGEM DO DIA POR VEICULO (RELVIAGEM.DOC)     *
      *    6 - COBERTURA DE TRANSPORTE POR CONVENIO                   *
      *    TIPOS: 1 CARRO SIMPLES  2 AMBULANCIA  3 UTI MOVEL          *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADTRANSP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMTRANSP
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS KEYVEICTRANSP
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS KEYMOTTRANSP
                       WITH DUPLICATES.
       SELECT CADCOBTRANSP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCOBTRANSP
                    FILE STATUS  IS ST-ERRO.
       SELECT CADVEIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODVEIC
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PLACAVEIC
                       WITH DUPLICATES.
       SELECT CADMOTOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODMOT
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEMOT
                       WITH DUPLICATES.
       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEPACIENTE
                       WITH DUPLICATES.
       SELECT CADCONSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPAL
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DATACONS
                       WITH DUPLICATES.
       SELECT CADUNIDADE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODUNIDADE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGOCONV
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
       SELECT RELVIAGTX ASSIGN TO DISK
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
      *---------SOLICITACAO DE TRANSPORTE E VIAGEM----------------------
       FD CADTRANSP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRANSP.DAT".
       01  REGTRANSP.
           03 NUMTRANSP           PIC 9(06).
           03 CPFTRANSP           PIC 9(11).
           03 ATDTRANSP.
              05 DIAATDTRANSP     PIC 9(02).
              05 MESATDTRANSP     PIC 9(02).
              05 ANOATDTRANSP     PIC 9(04).
              05 HORAATDTRANSP    PIC 9(04).
           03 MOTIVOTRANSP        PIC 9(01).
           03 ORIGUNIDTRANSP      PIC 9(02).
           03 ORIGCEPTRANSP       PIC 9(08).
           03 ORIGREFTRANSP       PIC X(30).
           03 DESTUNIDTRANSP      PIC 9(02).
           03 DESTCEPTRANSP       PIC 9(08).
           03 DESTREFTRANSP       PIC X(30).
           03 KEYVEICTRANSP.
              05 CODVEICTRANSP    PIC 9(03).
              05 DATATRANSP       PIC 9(08).
              05 SAIDATRANSP      PIC 9(04).
           03 KEYMOTTRANSP.
              05 CODMOTTRANSP     PIC 9(04).
              05 DATAMOTTRANSP    PIC 9(08).
           03 JANINITRANSP        PIC 9(04).
           03 JANFIMTRANSP        PIC 9(04).
           03 TIPOTRANSP          PIC 9(01).
              88 TRANSP-SIMPLES     VALUE 1.
              88 TRANSP-AMBULANCIA  VALUE 2.
              88 TRANSP-UTIMOVEL    VALUE 3.
           03 ACOMPTRANSP         PIC 9(01).
           03 MACATRANSP          PIC X(01).
           03 OXIGTRANSP          PIC X(01).
           03 DURACAOTRANSP       PIC 9(03).
           03 RETORNOTRANSP       PIC 9(04).
           03 KMTRANSP            PIC 9(04).
           03 STATUSTRANSP        PIC X(01).
              88 TRANSP-SOLICITADO  VALUE "S".
              88 TRANSP-AGENDADO    VALUE "A".
              88 TRANSP-REALIZADO   VALUE "R".
              88 TRANSP-CANCELADO   VALUE "C".
           03 COBRANCATRANSP      PIC X(01).
              88 COB-LANCADA        VALUE "L".
              88 COB-NAOCOBERTA     VALUE "N".
              88 COB-PENDENTE       VALUE "P".
              88 COB-SEMATEND       VALUE "S".
           03 CONVTRANSP          PIC 9(04).
           03 DATASOLTRANSP       PIC 9(08).
           03 OPERSOLTRANSP       PIC 9(04).
           03 OPERATRTRANSP       PIC 9(04).
           03 FILLER              PIC X(20).
      *---------COBERTURA DE TRANSPORTE POR CONVENIO E TIPO-------------
       FD CADCOBTRANSP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOBTRANSP.DAT".
       01  REGCOBTRANSP.
           03 KEYCOBTRANSP.
              05 CONVCOBTR        PIC 9(04).
              05 TIPOCOBTR        PIC 9(01).
           03 COBRECOBTR          PIC X(01).
           03 FILLER              PIC X(10).
      *
       FD CADVEIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEIC.DAT".
       01  REGVEIC.
           03 CODVEIC             PIC 9(03).
           03 PLACAVEIC           PIC X(07).
           03 DESCVEIC            PIC X(20).
           03 TIPOVEIC            PIC 9(01).
           03 UNIDVEIC            PIC 9(02).
           03 LUGARESVEIC         PIC 9(01).
           03 ATIVOVEIC           PIC X(01).
           03 FILLER              PIC X(20).
      *
       FD CADMOTOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMOTOR.DAT".
       01  REGMOTOR.
           03 CODMOT              PIC 9(04).
           03 NOMEMOT             PIC X(30).
           03 CNHMOT              PIC 9(11).
           03 CATCNHMOT           PIC X(02).
           03 VALCNHMOT           PIC 9(08).
           03 CURSOMOT            PIC X(01).
           03 TELEFONEMOT.
              05 DDDMOT           PIC 9(02).
              05 NUMEROMOT        PIC 9(09).
           03 ATIVOMOT            PIC X(01).
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
          03 CODSALA             PIC 9(02).
          03 UNIDADE              PIC 9(02).
          03 LEMBRETEENVIADO      PIC X(01).
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
       FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEP.DAT".
       01  REGCEP.
           03  CEP                 PIC 9(08).
           03  ENDERECO            PIC X(30).
           03  BAIRRO              PIC X(20).
           03  CIDADE              PIC X(20).
           03  UF                  PIC X(02).
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
       FD CADPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROC.DAT".
       01  REGPROC.
           03 CODPROC             PIC 9(08).
           03 DESCPROC            PIC X(40).
           03 VALORPROC           PIC 9(06)V99.
           03 ATIVOPROC           PIC X(01).
           03 EXIGETCLEPROC       PIC X(01).
           03 TEXTOTCLEPROC       PIC X(240).
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
       FD RELVIAGTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELVIAGEM.DOC".
       01 REGRELVIAGTX         PIC X(110).
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
       01 W-VEICOK      PIC X(01) VALUE "N".
       01 W-MOTOK       PIC X(01) VALUE "N".
       01 W-CEPOK       PIC X(01) VALUE "N".
       01 W-CONVOK      PIC X(01) VALUE "N".
       01 W-PROCOK      PIC X(01) VALUE "N".
      *---CAMPOS DA TELA------------------------------------------------
       01 W-NUM         PIC 9(06) VALUE ZEROS.
       01 W-CPF         PIC 9(11) VALUE ZEROS.
       01 W-NOMEPAC     PIC X(30) VALUE SPACES.
       01 W-DATAATD     PIC 9(08) VALUE ZEROS.
       01 W-HORAATD     PIC 9(04) VALUE ZEROS.
       01 W-CONV        PIC 9(04) VALUE ZEROS.
       01 W-NOMECONV    PIC X(20) VALUE SPACES.
       01 W-MOTIVO      PIC 9(01) VALUE ZEROS.
          88 MOTIVO-VALIDO      VALUE 1 2 3 4 5 9.
       01 W-ORIGUNID    PIC 9(02) VALUE ZEROS.
       01 W-ORIGCEP     PIC 9(08) VALUE ZEROS.
       01 W-ORIGREF     PIC X(30) VALUE SPACES.
       01 W-DESTUNID    PIC 9(02) VALUE ZEROS.
       01 W-DESTCEP     PIC 9(08) VALUE ZEROS.
       01 W-DESTREF     PIC X(30) VALUE SPACES.
       01 W-DATA        PIC 9(08) VALUE ZEROS.
       01 W-JANINI      PIC 9(04) VALUE ZEROS.
       01 W-JANFIM      PIC 9(04) VALUE ZEROS.
       01 W-TIPO        PIC 9(01) VALUE ZEROS.
       01 W-ACOMP       PIC 9(01) VALUE ZEROS.
       01 W-MACA        PIC X(01) VALUE SPACES.
       01 W-OXIG        PIC X(01) VALUE SPACES.
       01 W-VEIC        PIC 9(03) VALUE ZEROS.
       01 W-DESCVEIC    PIC X(20) VALUE SPACES.
       01 W-SAIDA       PIC 9(04) VALUE ZEROS.
       01 W-DURACAO     PIC 9(03) VALUE ZEROS.
       01 W-MOT         PIC 9(04) VALUE ZEROS.
       01 W-NOMEMOT     PIC X(30) VALUE SPACES.
       01 W-RETORNO     PIC 9(04) VALUE ZEROS.
       01 W-KM          PIC 9(04) VALUE ZEROS.
       01 W-SIT         PIC X(10) VALUE SPACES.
       01 W-COB         PIC X(20) VALUE SPACES.
       01 W-CONVCT      PIC 9(04) VALUE ZEROS.
       01 W-NOMECONVCT  PIC X(30) VALUE SPACES.
       01 W-TIPOCT      PIC 9(01) VALUE ZEROS.
       01 W-COBRECT     PIC X(01) VALUE SPACES.
      *---DESCRICOES----------------------------------------------------
       01 TABTIPOX.
          03 FILLER PIC X(10) VALUE "SIMPLES   ".
          03 FILLER PIC X(10) VALUE "AMBULANCIA".
          03 FILLER PIC X(10) VALUE "UTI MOVEL ".
       01 TABTIPO REDEFINES TABTIPOX.
          03 TBTIPO     PIC X(10) OCCURS 3 TIMES.
       01 TABACOMPX.
          03 FILLER PIC X(11) VALUE "NENHUM     ".
          03 FILLER PIC X(11) VALUE "FAMILIAR   ".
          03 FILLER PIC X(11) VALUE "TEC.ENFERM.".
          03 FILLER PIC X(11) VALUE "ENFERMEIRO ".
          03 FILLER PIC X(11) VALUE "MEDICO     ".
       01 TABACOMP REDEFINES TABACOMPX.
          03 TBACOMP    PIC X(11) OCCURS 5 TIMES.
      *---HORARIOS EM MINUTOS E CONFLITO DE VEICULO/MOTORISTA-----------
       01 W-HORAH       PIC 9(02) VALUE ZEROS.
       01 W-HORAM       PIC 9(02) VALUE ZEROS.
       01 W-HORAVF      PIC 9(04) VALUE ZEROS.
       01 W-HORAVALIDA  PIC X(01) VALUE SPACES.
       01 W-INIA        PIC 9(04) VALUE ZEROS.
       01 W-FIMA        PIC 9(04) VALUE ZEROS.
       01 W-INIB        PIC 9(04) VALUE ZEROS.
       01 W-FIMB        PIC 9(04) VALUE ZEROS.
       01 W-CONFLITO    PIC X(01) VALUE SPACES.
       01 W-NUMCONF     PIC 9(06) VALUE ZEROS.
       01 W-REGTRANSP   PIC X(202) VALUE SPACES.
       01 W-CHAVEITEM   PIC X(23) VALUE SPACES.
       01 W-MAXSEQ      PIC 9(02) VALUE ZEROS.
       01 W-QTDEVIAG    PIC 9(04) VALUE ZEROS.
       01 W-QTDETOTAL   PIC 9(04) VALUE ZEROS.
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
       01 W-DATADMAX REDEFINES W-DATADMA PIC 9(08).
      *---LINHAS DA FOLHA DE VIAGEM-------------------------------------
       01 CABVIAG.
          03 FILLER PIC X(50) VALUE
          "HOSPITAL MAINFRAME *** FOLHA DE VIAGEM - DIA ".
          03 DATACABVIAGTX    PIC 9(08).
       01 CABVEIC.
          03 FILLER           PIC X(09) VALUE "VEICULO: ".
          03 VEICCABTX        PIC 9(03).
          03 FILLER           PIC X(01) VALUE " ".
          03 PLACACABTX       PIC X(07).
          03 FILLER           PIC X(01) VALUE " ".
          03 DESCCABTX        PIC X(20).
          03 FILLER           PIC X(01) VALUE " ".
          03 TIPOCABTX        PIC X(10).
       01 CABVIAG2.
          03 FILLER PIC X(55) VALUE
          "SAIDA DUR. NR.    PACIENTE                       TIPO  ".
          03 FILLER PIC X(55) VALUE
          "     ACOMPANH.   MACA O2 MOTORISTA            SITUACAO".
       01 DETVIAG1.
          03 SAIDAVIAGTX      PIC 99B99.
          03 FILLER           PIC X(01) VALUE " ".
          03 DURVIAGTX        PIC ZZ9.
          03 FILLER           PIC X(01) VALUE " ".
          03 NUMVIAGTX        PIC 9(06).
          03 FILLER           PIC X(01) VALUE " ".
          03 PACVIAGTX        PIC X(30).
          03 FILLER           PIC X(01) VALUE " ".
          03 TIPOVIAGTX       PIC X(10).
          03 FILLER           PIC X(01) VALUE " ".
          03 ACOMPVIAGTX      PIC X(11).
          03 FILLER           PIC X(02) VALUE SPACES.
          03 MACAVIAGTX       PIC X(01).
          03 FILLER           PIC X(04) VALUE SPACES.
          03 OXIGVIAGTX       PIC X(01).
          03 FILLER           PIC X(01) VALUE " ".
          03 MOTVIAGTX        PIC X(20).
          03 FILLER           PIC X(01) VALUE " ".
          03 SITVIAGTX        PIC X(10).
       01 DETVIAG2.
          03 FILLER           PIC X(10) VALUE "      DE: ".
          03 ORIGVIAGTX       PIC X(30).
          03 FILLER           PIC X(05) VALUE " CEP ".
          03 ORIGCEPVIAGTX    PIC 9(08).
          03 FILLER           PIC X(08) VALUE "   PARA:".
          03 FILLER           PIC X(01) VALUE " ".
          03 DESTVIAGTX       PIC X(30).
          03 FILLER           PIC X(05) VALUE " CEP ".
          03 DESTCEPVIAGTX    PIC 9(08).
       01 ASSVIAG.
          03 FILLER PIC X(55) VALUE
          "KM SAIDA: ________  KM CHEGADA: ________  ASSINATURA MO".
          03 FILLER PIC X(30) VALUE
          "TORISTA: _____________________".
       01 SEMVIAG.
          03 FILLER PIC X(30) VALUE "   SEM VIAGENS NO DIA".
       01 CABSEMVEIC.
          03 FILLER PIC X(50) VALUE
          "SOLICITACOES DO DIA SEM VEICULO ATRIBUIDO".
       01 TOTVIAG.
          03 FILLER PIC X(20) VALUE "TOTAL DE VIAGENS: ".
          03 TOTVIAGTX        PIC ZZZ9.
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
       01  TELATRANSP.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                     TRANSPORTE DE PACIE".
           05  LINE 02  COLUMN 41
               VALUE  "NTES".
           05  LINE 04  COLUMN 01
               VALUE  "   1-SOLICITAR  2-ATRIBUIR VEICULO  3-CO".
           05  LINE 04  COLUMN 41
               VALUE  "NCLUIR VIAGEM  4-CANCELAR".
           05  LINE 05  COLUMN 01
               VALUE  "   5-FOLHA DE VIAGEM DO DIA  6-COBERTURA".
           05  LINE 05  COLUMN 41
               VALUE  " DO CONVENIO".
           05  LINE 07  COLUMN 01
               VALUE  "   FUNCAO :   ( 0 - ENCERRA )          S".
           05  LINE 07  COLUMN 41
               VALUE  "OLICITACAO NR. :".
           05  LINE 08  COLUMN 01
               VALUE  "   PACIENTE CPF :".
           05  LINE 09  COLUMN 01
               VALUE  "   ATENDIMENTO (DDMMAAAA HHMM) :".
           05  LINE 09  COLUMN 48
               VALUE  "CONV:".
           05  LINE 10  COLUMN 01
               VALUE  "   MOTIVO :   (1-TRANSF.UNID 2-REMOCAO 3".
           05  LINE 10  COLUMN 41
               VALUE  "-DIALISE 4-QUIMIO 5-DOMICILIO 9-OUTRO)".
           05  LINE 11  COLUMN 01
               VALUE  "   ORIGEM  UNID:    CEP:".
           05  LINE 12  COLUMN 01
               VALUE  "   DESTINO UNID:    CEP:".
           05  LINE 13  COLUMN 01
               VALUE  "   DATA:           JANELA:      A      T".
           05  LINE 13  COLUMN 41
               VALUE  "IPO:   (1-SIMPLES 2-AMBUL. 3-UTI MOVEL)".
           05  LINE 14  COLUMN 01
               VALUE  "   ACOMPANHANTE:   (0-NENHUM 1-FAMILIAR ".
           05  LINE 14  COLUMN 41
               VALUE  "2-TEC.ENF 3-ENFERMEIRO 4-MEDICO)".
           05  LINE 15  COLUMN 01
               VALUE  "   MACA (S/N):     OXIGENIO (S/N):".
           05  LINE 17  COLUMN 01
               VALUE  "   VEICULO   :".
           05  LINE 17  COLUMN 45
               VALUE  "SAIDA:      DURACAO(MIN):".
           05  LINE 18  COLUMN 01
               VALUE  "   MOTORISTA :".
           05  LINE 18  COLUMN 55
               VALUE  "RETORNO:      KM:".
           05  LINE 19  COLUMN 01
               VALUE  "   SITUACAO  :".
           05  LINE 19  COLUMN 30
               VALUE  "COBRANCA:".
           05  LINE 20  COLUMN 01
               VALUE  "   COBERTURA - CONVENIO:       TIPO:    ".
           05  LINE 20  COLUMN 41
               VALUE  "COBRE (S/N):".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TW-FUNCAO
               LINE 07  COLUMN 13  PIC 9(01)
               USING  W-FUNCAO
               HIGHLIGHT.
           05  TW-NUM
               LINE 07  COLUMN 58  PIC 9(06)
               USING  W-NUM
               HIGHLIGHT.
           05  TW-CPF
               LINE 08  COLUMN 19  PIC 9(11)
               USING  W-CPF
               HIGHLIGHT.
           05  TW-NOMEPAC
               LINE 08  COLUMN 32  PIC X(30)
               USING  W-NOMEPAC
               HIGHLIGHT.
           05  TW-DATAATD
               LINE 09  COLUMN 34  PIC 9(08)
               USING  W-DATAATD
               HIGHLIGHT.
           05  TW-HORAATD
               LINE 09  COLUMN 43  PIC 9(04)
               USING  W-HORAATD
               HIGHLIGHT.
           05  TW-CONV
               LINE 09  COLUMN 54  PIC 9(04)
               USING  W-CONV
               HIGHLIGHT.
           05  TW-NOMECONV
               LINE 09  COLUMN 59  PIC X(20)
               USING  W-NOMECONV
               HIGHLIGHT.
           05  TW-MOTIVO
               LINE 10  COLUMN 13  PIC 9(01)
               USING  W-MOTIVO
               HIGHLIGHT.
           05  TW-ORIGUNID
               LINE 11  COLUMN 18  PIC 9(02)
               USING  W-ORIGUNID
               HIGHLIGHT.
           05  TW-ORIGCEP
               LINE 11  COLUMN 26  PIC 9(08)
               USING  W-ORIGCEP
               HIGHLIGHT.
           05  TW-ORIGREF
               LINE 11  COLUMN 36  PIC X(30)
               USING  W-ORIGREF
               HIGHLIGHT.
           05  TW-DESTUNID
               LINE 12  COLUMN 18  PIC 9(02)
               USING  W-DESTUNID
               HIGHLIGHT.
           05  TW-DESTCEP
               LINE 12  COLUMN 26  PIC 9(08)
               USING  W-DESTCEP
               HIGHLIGHT.
           05  TW-DESTREF
               LINE 12  COLUMN 36  PIC X(30)
               USING  W-DESTREF
               HIGHLIGHT.
           05  TW-DATA
               LINE 13  COLUMN 10  PIC 9(08)
               USING  W-DATA
               HIGHLIGHT.
           05  TW-JANINI
               LINE 13  COLUMN 28  PIC 9(04)
               USING  W-JANINI
               HIGHLIGHT.
           05  TW-JANFIM
               LINE 13  COLUMN 35  PIC 9(04)
               USING  W-JANFIM
               HIGHLIGHT.
           05  TW-TIPO
               LINE 13  COLUMN 46  PIC 9(01)
               USING  W-TIPO
               HIGHLIGHT.
           05  TW-ACOMP
               LINE 14  COLUMN 18  PIC 9(01)
               USING  W-ACOMP
               HIGHLIGHT.
           05  TW-MACA
               LINE 15  COLUMN 17  PIC X(01)
               USING  W-MACA
               HIGHLIGHT.
           05  TW-OXIG
               LINE 15  COLUMN 37  PIC X(01)
               USING  W-OXIG
               HIGHLIGHT.
           05  TW-VEIC
               LINE 17  COLUMN 16  PIC 9(03)
               USING  W-VEIC
               HIGHLIGHT.
           05  TW-DESCVEIC
               LINE 17  COLUMN 21  PIC X(20)
               USING  W-DESCVEIC
               HIGHLIGHT.
           05  TW-SAIDA
               LINE 17  COLUMN 52  PIC 9(04)
               USING  W-SAIDA
               HIGHLIGHT.
           05  TW-DURACAO
               LINE 17  COLUMN 71  PIC 9(03)
               USING  W-DURACAO
               HIGHLIGHT.
           05  TW-MOT
               LINE 18  COLUMN 16  PIC 9(04)
               USING  W-MOT
               HIGHLIGHT.
           05  TW-NOMEMOT
               LINE 18  COLUMN 21  PIC X(30)
               USING  W-NOMEMOT
               HIGHLIGHT.
           05  TW-RETORNO
               LINE 18  COLUMN 64  PIC 9(04)
               USING  W-RETORNO
               HIGHLIGHT.
           05  TW-KM
               LINE 18  COLUMN 73  PIC 9(04)
               USING  W-KM
               HIGHLIGHT.
           05  TW-SIT
               LINE 19  COLUMN 16  PIC X(10)
               USING  W-SIT
               HIGHLIGHT.
           05  TW-COB
               LINE 19  COLUMN 40  PIC X(20)
               USING  W-COB
               HIGHLIGHT.
           05  TW-CONVCT
               LINE 20  COLUMN 26  PIC 9(04)
               USING  W-CONVCT
               HIGHLIGHT.
           05  TW-TIPOCT
               LINE 20  COLUMN 38  PIC 9(01)
               USING  W-TIPOCT
               HIGHLIGHT.
           05  TW-COBRECT
               LINE 20  COLUMN 54  PIC X(01)
               USING  W-COBRECT
               HIGHLIGHT.
           05  TW-NOMECONVCT
               LINE 21  COLUMN 26  PIC X(30)
               USING  W-NOMECONVCT
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
       L0.
           OPEN I-O CADTRANSP
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADTRANSP
                CLOSE CADTRANSP
                GO TO L0
             ELSE
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADTRANSP" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM2.
       L0A.
           OPEN I-O CADCOBTRANSP
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADCOBTRANSP
                CLOSE CADCOBTRANSP
                GO TO L0A
             ELSE
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADCOBTRANSP" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADTRANSP
                GO TO ROT-FIM2.
       L0B.
           OPEN I-O CADCONSITEM
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADCONSITEM
                CLOSE CADCONSITEM
                GO TO L0B
             ELSE
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONSITEM" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADTRANSP CADCOBTRANSP
                GO TO ROT-FIM2.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO CADPACI NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADTRANSP CADCOBTRANSP CADCONSITEM
              GO TO ROT-FIM2.
           OPEN INPUT CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO CADCONSU NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADTRANSP CADCOBTRANSP CADCONSITEM CADPACI
              GO TO ROT-FIM2.
           OPEN INPUT CADUNIDADE
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO CADUNIDADE NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADTRANSP CADCOBTRANSP CADCONSITEM CADPACI
              CLOSE CADCONSU
              GO TO ROT-FIM2.
           OPEN INPUT CADVEIC
           IF ST-ERRO = "00"
              MOVE "S" TO W-VEICOK.
           OPEN INPUT CADMOTOR
           IF ST-ERRO = "00"
              MOVE "S" TO W-MOTOK.
           OPEN INPUT CADCEP
           IF ST-ERRO = "00"
              MOVE "S" TO W-CEPOK.
           OPEN INPUT CADCONV
           IF ST-ERRO = "00"
              MOVE "S" TO W-CONVOK.
           OPEN INPUT CADPROC
           IF ST-ERRO = "00"
              MOVE "S" TO W-PROCOK.
           PERFORM ABRIR-CADSESSAO.
           PERFORM ABRIR-CADLOG.
       MENU-FUNCAO.
           MOVE ZEROS TO W-FUNCAO
           PERFORM LIMPA-CAMPOS THRU FIM-LIMPA-CAMPOS
           DISPLAY TELATRANSP
           ACCEPT TW-FUNCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-FUNCAO = 0
              GO TO ROT-FIM.
           IF W-FUNCAO = 1
              GO TO SOLICITA-L1.
           IF W-FUNCAO = 2
              GO TO ATRIBUI-L1.
           IF W-FUNCAO = 3
              GO TO CONCLUI-L1.
           IF W-FUNCAO = 4
              GO TO CANCELA-L1.
           IF W-FUNCAO = 5
              GO TO FOLHA-L1.
           IF W-FUNCAO = 6
              GO TO COBERTURA-L1.
           MOVE "*** FUNCAO NAO DISPONIVEL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *----------------SOLICITAR TRANSPORTE-----------------------------
       SOLICITA-L1.
           ACCEPT TW-CPF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
           MOVE W-CPF TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "** PACIENTE NAO CADASTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SOLICITA-L1.
           MOVE NOMEPACIENTE TO W-NOMEPAC
           DISPLAY TW-NOMEPAC.
      *-----ATENDIMENTO (CONSULTA OU INTERNACAO) ONDE A VIAGEM E-------
      *-----COBRADA; ZEROS = SEM COBRANCA------------------------------
       SOLICITA-L2.
           ACCEPT TW-DATAATD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO SOLICITA-L1.
           MOVE ZEROS TO W-CONV
           MOVE SPACES TO W-NOMECONV
           IF W-DATAATD = ZEROS
              MOVE ZEROS TO W-HORAATD
              DISPLAY TW-HORAATD TW-CONV TW-NOMECONV
              GO TO SOLICITA-L3.
           ACCEPT TW-HORAATD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO SOLICITA-L2.
           MOVE W-CPF TO CPFPACIENTE
           MOVE W-DATAATD TO DATACONS
           MOVE W-HORAATD TO HORAC
           READ CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE "** ATENDIMENTO NAO ENCONTRADO PARA O PACIENTE **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SOLICITA-L2.
           IF CANCELADA
              MOVE "** ATENDIMENTO CANCELADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SOLICITA-L2.
           MOVE CODCONV TO W-CONV
           PERFORM MOSTRA-CONVENIO
           DISPLAY TW-CONV TW-NOMECONV.
       SOLICITA-L3.
           ACCEPT TW-MOTIVO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO SOLICITA-L2.
           IF NOT MOTIVO-VALIDO
              MOVE "INFORME O MOTIVO 1, 2, 3, 4, 5 OU 9" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SOLICITA-L3.
      *-----ORIGEM: UNIDADE DA REDE OU CEP (PADRAO: CEP DO PACIENTE)----
       SOLICITA-L4.
           ACCEPT TW-ORIGUNID
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO SOLICITA-L3.
           IF W-ORIGUNID NOT = ZEROS
              MOVE W-ORIGUNID TO CODUNIDADE
              READ CADUNIDADE
              IF ST-ERRO NOT = "00"
                 MOVE "** UNIDADE NAO CADASTRADA **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO SOLICITA-L4
              ELSE
                 MOVE CEPUNIDADE TO W-ORIGCEP
                 MOVE NOMEUNIDADE TO W-ORIGREF
                 DISPLAY TW-ORIGCEP TW-ORIGREF
                 GO TO SOLICITA-L4R.
           IF W-ORIGCEP = ZEROS
              MOVE CEPPACIENTE TO W-ORIGCEP.
       SOLICITA-L4C.
           ACCEPT TW-ORIGCEP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO SOLICITA-L4.
           IF W-ORIGCEP = ZEROS
              MOVE "INFORME A UNIDADE OU O CEP DE ORIGEM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SOLICITA-L4.
           IF W-CEPOK = "S"
              MOVE W-ORIGCEP TO CEP
              READ CADCEP
              IF ST-ERRO NOT = "00"
                 MOVE "** CEP NAO ENCONTRADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO SOLICITA-L4C
              ELSE
                 IF W-ORIGREF = SPACES
                    MOVE ENDERECO TO W-ORIGREF.
           DISPLAY TW-ORIGREF.
       SOLICITA-L4R.
           ACCEPT TW-ORIGREF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO SOLICITA-L4.
           IF W-ORIGREF = SPACES
              MOVE "INFORME O ENDERECO / NUMERO DE ORIGEM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SOLICITA-L4R.
      *-----DESTINO: UNIDADE DA REDE OU CEP (HOSPITAL, CLINICA, CASA)---
       SOLICITA-L5.
           ACCEPT TW-DESTUNID
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO SOLICITA-L4R.
           IF W-DESTUNID NOT = ZEROS
              MOVE W-DESTUNID TO CODUNIDADE
              READ CADUNIDADE
              IF ST-ERRO NOT = "00"
                 MOVE "** UNIDADE NAO CADASTRADA **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO SOLICITA-L5
              ELSE
                 MOVE CEPUNIDADE TO W-DESTCEP
                 MOVE NOMEUNIDADE TO W-DESTREF
                 DISPLAY TW-DESTCEP TW-DESTREF
                 GO TO SOLICITA-L5R.
       SOLICITA-L5C.
           ACCEPT TW-DESTCEP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO SOLICITA-L5.
           IF W-DESTCEP = ZEROS
              MOVE "INFORME A UNIDADE OU O CEP DE DESTINO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SOLICITA-L5.
           IF W-CEPOK = "S"
              MOVE W-DESTCEP TO CEP
              READ CADCEP
              IF ST-ERRO NOT = "00"
                 MOVE "** CEP NAO ENCONTRADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO SOLICITA-L5C
              ELSE
                 IF W-DESTREF = SPACES
                    MOVE ENDERECO TO W-DESTREF.
           DISPLAY TW-DESTREF.
       SOLICITA-L5R.
           ACCEPT TW-DESTREF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO SOLICITA-L5.
           IF W-DESTREF = SPACES
              MOVE "INFORME O ENDERECO / LOCAL DE DESTINO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SOLICITA-L5R.
           IF W-DESTUNID = W-ORIGUNID AND W-DESTCEP = W-ORIGCEP
                 AND W-DESTREF = W-ORIGREF
              MOVE "** DESTINO IGUAL A ORIGEM **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SOLICITA-L5.
       SOLICITA-L6.
           IF W-DATA = ZEROS
              MOVE W-DATAHOJE TO W-DATA.
           ACCEPT TW-DATA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO SOLICITA-L5R.
           MOVE W-DATA TO W-DATAAMD
           PERFORM VALIDA-DATA
           IF W-DATAVALIDA NOT = "S"
              MOVE "DATA INVALIDA NO CALENDARIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SOLICITA-L6.
           IF W-DATA < W-DATAHOJE
              MOVE "** DATA DO TRANSPORTE JA PASSOU **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SOLICITA-L6.
      *-----JANELA DE HORARIO EM QUE O PACIENTE PODE SER BUSCADO--------
       SOLICITA-L7.
           ACCEPT TW-JANINI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO SOLICITA-L6.
           MOVE W-JANINI TO W-HORAVF
           PERFORM VALIDA-HORA
           IF W-HORAVALIDA NOT = "S"
              MOVE "HORARIO INVALIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SOLICITA-L7.
           IF W-JANFIM = ZEROS
              MOVE W-JANINI TO W-JANFIM.
       SOLICITA-L7F.
           ACCEPT TW-JANFIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO SOLICITA-L7.
           MOVE W-JANFIM TO W-HORAVF
           PERFORM VALIDA-HORA
           IF W-HORAVALIDA NOT = "S" OR W-JANFIM < W-JANINI
              MOVE "FIM DA JANELA INVALIDO OU ANTES DO INICIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SOLICITA-L7F.
       SOLICITA-L8.
           ACCEPT TW-TIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO SOLICITA-L7F.
           IF W-TIPO = ZEROS OR W-TIPO > 3
              MOVE "INFORME O TIPO 1, 2 OU 3" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SOLICITA-L8.
           IF W-TIPO = 3
              MOVE 4 TO W-ACOMP
              MOVE "S" TO W-MACA W-OXIG.
       SOLICITA-L9.
           ACCEPT TW-ACOMP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO SOLICITA-L8.
           IF W-ACOMP > 4
              MOVE "INFORME O ACOMPANHANTE DE 0 A 4" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SOLICITA-L9.
           IF W-TIPO = 3 AND W-ACOMP NOT = 4
              MOVE "** UTI MOVEL SAI COM MEDICO ACOMPANHANTE **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SOLICITA-L9.
       SOLICITA-L10.
           IF W-MACA = SPACES
              MOVE "N" TO W-MACA.
           ACCEPT TW-MACA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO SOLICITA-L9.
           IF W-MACA NOT = "S" AND W-MACA NOT = "N"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SOLICITA-L10.
           IF W-MACA = "S" AND W-TIPO = 1
              MOVE "** PACIENTE DE MACA PRECISA DE AMBULANCIA **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SOLICITA-L8.
       SOLICITA-L11.
           IF W-OXIG = SPACES
              MOVE "N" TO W-OXIG.
           ACCEPT TW-OXIG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO SOLICITA-L10.
           IF W-OXIG NOT = "S" AND W-OXIG NOT = "N"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SOLICITA-L11.
           IF W-OXIG = "S" AND W-TIPO = 1
              MOVE "** PACIENTE COM OXIGENIO PRECISA DE AMBULANCIA **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SOLICITA-L8.
       SOLICITA-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "SOLICITAR TRANSPORTE (S/N) : ".
           ACCEPT (23, 69) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO SOLICITA-L11.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** SOLICITACAO NAO GRAVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SOLICITA-OPC.
           PERFORM PROXIMO-NUMERO THRU FIM-PROXIMO-NUMERO
           MOVE SPACES TO REGTRANSP
           MOVE W-NUM TO NUMTRANSP
           MOVE W-CPF TO CPFTRANSP
           MOVE W-DATAATD TO W-DATADMAX
           MOVE W-DIADMA TO DIAATDTRANSP
           MOVE W-MESDMA TO MESATDTRANSP
           MOVE W-ANODMA TO ANOATDTRANSP
           MOVE W-HORAATD TO HORAATDTRANSP
           MOVE W-MOTIVO TO MOTIVOTRANSP
           MOVE W-ORIGUNID TO ORIGUNIDTRANSP
           MOVE W-ORIGCEP TO ORIGCEPTRANSP
           MOVE W-ORIGREF TO ORIGREFTRANSP
           MOVE W-DESTUNID TO DESTUNIDTRANSP
           MOVE W-DESTCEP TO DESTCEPTRANSP
           MOVE W-DESTREF TO DESTREFTRANSP
           MOVE ZEROS TO CODVEICTRANSP CODMOTTRANSP SAIDATRANSP
           MOVE W-DATA TO DATATRANSP DATAMOTTRANSP
           MOVE W-JANINI TO JANINITRANSP
           MOVE W-JANFIM TO JANFIMTRANSP
           MOVE W-TIPO TO TIPOTRANSP
           MOVE W-ACOMP TO ACOMPTRANSP
           MOVE W-MACA TO MACATRANSP
           MOVE W-OXIG TO OXIGTRANSP
           MOVE ZEROS TO DURACAOTRANSP RETORNOTRANSP KMTRANSP
           MOVE "S" TO STATUSTRANSP
           MOVE SPACES TO COBRANCATRANSP
           MOVE W-CONV TO CONVTRANSP
           MOVE W-DATAHOJE TO DATASOLTRANSP
           MOVE W-CODOPERLOG TO OPERSOLTRANSP
           MOVE ZEROS TO OPERATRTRANSP
           WRITE REGTRANSP
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADTRANSP *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           DISPLAY TW-NUM
           MOVE NUMTRANSP TO CHAVELOGTX
           MOVE "N" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           MOVE "*** TRANSPORTE SOLICITADO - ANOTE O NUMERO ***"
              TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *----------------ATRIBUIR VEICULO E MOTORISTA---------------------
       ATRIBUI-L1.
           IF W-VEICOK NOT = "S" OR W-MOTOK NOT = "S"
              MOVE "** CADASTRE VEICULOS (SMP079) E MOTORISTAS (SMP080)"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           PERFORM LE-SOLICITACAO THRU FIM-LE-SOLICITACAO
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
           IF NOT TRANSP-SOLICITADO AND NOT TRANSP-AGENDADO
              MOVE "** TRANSPORTE JA REALIZADO OU CANCELADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ATRIBUI-L1.
      *-----VEICULO ATIVO DE TIPO IGUAL OU SUPERIOR AO SOLICITADO-------
       ATRIBUI-L2.
           ACCEPT TW-VEIC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ATRIBUI-L1.
           MOVE W-VEIC TO CODVEIC
           READ CADVEIC
           IF ST-ERRO NOT = "00"
              MOVE "** VEICULO NAO CADASTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ATRIBUI-L2.
           IF ATIVOVEIC NOT = "S"
              MOVE "** VEICULO INATIVO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ATRIBUI-L2.
           IF TIPOVEIC < TIPOTRANSP
              MOVE "** VEICULO NAO ATENDE O TIPO SOLICITADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ATRIBUI-L2.
           MOVE DESCVEIC TO W-DESCVEIC
           DISPLAY TW-DESCVEIC.
      *-----MOTORISTA ATIVO, CNH VALIDA NA DATA; AMBULANCIA E UTI-------
      *-----MOVEL EXIGEM CATEGORIA D OU E E CURSO DE EMERGENCIA---------
       ATRIBUI-L3.
           ACCEPT TW-MOT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ATRIBUI-L2.
           MOVE W-MOT TO CODMOT
           READ CADMOTOR
           IF ST-ERRO NOT = "00"
              MOVE "** MOTORISTA NAO CADASTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ATRIBUI-L3.
           IF ATIVOMOT NOT = "S"
              MOVE "** MOTORISTA INATIVO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ATRIBUI-L3.
           IF VALCNHMOT < DATATRANSP
              MOVE "** CNH DO MOTORISTA VENCIDA NA DATA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ATRIBUI-L3.
           IF TIPOVEIC > 1
              IF CATCNHMOT (1: 1) NOT = "D" AND CATCNHMOT (1: 1)
                    NOT = "E" AND CATCNHMOT (2: 1) NOT = "D"
                    AND CATCNHMOT (2: 1) NOT = "E"
                 MOVE "** AMBULANCIA EXIGE CNH CATEGORIA D OU E **"
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ATRIBUI-L3.
           IF TIPOVEIC > 1 AND CURSOMOT NOT = "S"
              MOVE "** MOTORISTA SEM CURSO DE EMERGENCIA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ATRIBUI-L3.
           MOVE NOMEMOT TO W-NOMEMOT
           DISPLAY TW-NOMEMOT.
       ATRIBUI-L4.
           IF W-SAIDA = ZEROS
              MOVE JANINITRANSP TO W-SAIDA.
           ACCEPT TW-SAIDA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ATRIBUI-L3.
           MOVE W-SAIDA TO W-HORAVF
           PERFORM VALIDA-HORA
           IF W-HORAVALIDA NOT = "S"
              MOVE "HORARIO INVALIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ATRIBUI-L4.
           IF W-SAIDA < JANINITRANSP OR W-SAIDA > JANFIMTRANSP
              MOVE "** SAIDA FORA DA JANELA SOLICITADA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ATRIBUI-L4.
       ATRIBUI-L5.
           IF W-DURACAO = ZEROS
              MOVE 60 TO W-DURACAO.
           ACCEPT TW-DURACAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ATRIBUI-L4.
           IF W-DURACAO = ZEROS
              MOVE "INFORME A DURACAO PREVISTA (IDA E VOLTA)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ATRIBUI-L5.
      *-----VEICULO E MOTORISTA LIVRES NO INTERVALO DA VIAGEM-----------
           MOVE REGTRANSP TO W-REGTRANSP
           MOVE W-SAIDA TO W-HORAVF
           PERFORM HORA-MINUTOS
           MOVE W-INIB TO W-INIA
           COMPUTE W-FIMA = W-INIA + W-DURACAO
           PERFORM CONFLITO-VEICULO THRU FIM-CONFLITO-VEICULO
           IF W-CONFLITO = "S"
              MOVE W-REGTRANSP TO REGTRANSP
              MOVE "** VEICULO OCUPADO NO HORARIO - VIAGEM NR." TO MENS
              MOVE W-NUMCONF TO MENS (44: 6)
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ATRIBUI-L2.
           PERFORM CONFLITO-MOTORISTA THRU FIM-CONFLITO-MOTORISTA
           MOVE W-REGTRANSP TO REGTRANSP
           IF W-CONFLITO = "S"
              MOVE "** MOTORISTA OCUPADO NO HORARIO - VIAGEM" TO MENS
              MOVE W-NUMCONF TO MENS (42: 6)
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ATRIBUI-L3.
       ATRIBUI-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "CONFIRMA A ATRIBUICAO (S/N) : ".
           ACCEPT (23, 70) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ATRIBUI-L5.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** VEICULO NAO ATRIBUIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ATRIBUI-OPC.
           MOVE W-NUM TO NUMTRANSP
           READ CADTRANSP
           MOVE W-VEIC TO CODVEICTRANSP
           MOVE W-SAIDA TO SAIDATRANSP
           MOVE W-MOT TO CODMOTTRANSP
           MOVE DATATRANSP TO DATAMOTTRANSP
           MOVE W-DURACAO TO DURACAOTRANSP
           MOVE "A" TO STATUSTRANSP
           MOVE W-CODOPERLOG TO OPERATRTRANSP
           REWRITE REGTRANSP
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADTRANSP" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE NUMTRANSP TO CHAVELOGTX
           MOVE "A" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           MOVE "*** VIAGEM AGENDADA NO VEICULO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *----------------CONCLUIR A VIAGEM E COBRAR-----------------------
      *-----REALIZADA COM COBRANCA PENDENTE -> NOVA TENTATIVA-----------
       CONCLUI-L1.
           PERFORM LE-SOLICITACAO THRU FIM-LE-SOLICITACAO
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
           IF TRANSP-REALIZADO
              IF COB-PENDENTE
                 GO TO CONCLUI-COBRA
              ELSE
                 MOVE "** VIAGEM JA CONCLUIDA **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO CONCLUI-L1.
           IF NOT TRANSP-AGENDADO
              MOVE "** VIAGEM SEM VEICULO ATRIBUIDO OU CANCELADA **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONCLUI-L1.
           IF DATATRANSP > W-DATAHOJE
              MOVE "** VIAGEM AINDA NAO ACONTECEU **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONCLUI-L1.
       CONCLUI-L2.
           ACCEPT TW-RETORNO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO CONCLUI-L1.
           MOVE W-RETORNO TO W-HORAVF
           PERFORM VALIDA-HORA
           IF W-HORAVALIDA NOT = "S" OR W-RETORNO = ZEROS
              MOVE "INFORME A HORA DE RETORNO DO VEICULO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONCLUI-L2.
       CONCLUI-L3.
           ACCEPT TW-KM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO CONCLUI-L2.
           IF W-KM = ZEROS
              MOVE "INFORME OS KM RODADOS NA VIAGEM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONCLUI-L3.
       CONCLUI-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "CONCLUIR A VIAGEM (S/N) : ".
           ACCEPT (23, 66) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO CONCLUI-L3.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** VIAGEM NAO CONCLUIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONCLUI-OPC.
           MOVE W-RETORNO TO RETORNOTRANSP
           MOVE W-KM TO KMTRANSP
           MOVE "R" TO STATUSTRANSP
           REWRITE REGTRANSP
           MOVE NUMTRANSP TO CHAVELOGTX
           MOVE "R" TO ACAOLOGTX
           PERFORM ESCREVE-LOG.
       CONCLUI-COBRA.
           PERFORM COBRA-TRANSPORTE THRU FIM-COBRA-TRANSPORTE
           REWRITE REGTRANSP
           PERFORM MOSTRA-SITUACAO
           DISPLAY TW-SIT TW-COB
           IF COB-LANCADA
              MOVE "*** VIAGEM CONCLUIDA E COBRADA NO ATENDIMENTO ***"
                 TO MENS.
           IF COB-NAOCOBERTA
              MOVE "VIAGEM CONCLUIDA - CONVENIO NAO COBRE O TRANSPORTE"
                 TO MENS.
           IF COB-PENDENTE
              MOVE "VIAGEM CONCLUIDA - COBRANCA PENDENTE (CADPROC)"
                 TO MENS.
           IF COB-SEMATEND
              MOVE "*** VIAGEM CONCLUIDA (SEM ATENDIMENTO A COBRAR) ***"
                 TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *----------------CANCELAR A SOLICITACAO---------------------------
       CANCELA-L1.
           PERFORM LE-SOLICITACAO THRU FIM-LE-SOLICITACAO
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
           IF NOT TRANSP-SOLICITADO AND NOT TRANSP-AGENDADO
              MOVE "** TRANSPORTE JA REALIZADO OU CANCELADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CANCELA-L1.
       CANCELA-OPC.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 40) "CANCELAR O TRANSPORTE (S/N) : ".
           ACCEPT (23, 70) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO CANCELA-L1.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** TRANSPORTE MANTIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CANCELA-OPC.
           MOVE "C" TO STATUSTRANSP
           REWRITE REGTRANSP
           MOVE NUMTRANSP TO CHAVELOGTX
           MOVE "C" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           MOVE "*** TRANSPORTE CANCELADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *----------------FOLHA DE VIAGEM DO DIA POR VEICULO---------------
      *-----VEICULO ZERO = TODOS OS VEICULOS E, NO FIM, AS SOLICITACOES-
      *-----DO DIA AINDA SEM VEICULO------------------------------------
       FOLHA-L1.
           IF W-VEICOK NOT = "S"
              MOVE "** CADASTRE OS VEICULOS NO SMP079 **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           IF W-DATA = ZEROS
              MOVE W-DATAHOJE TO W-DATA.
           ACCEPT TW-DATA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
           MOVE W-DATA TO W-DATAAMD
           PERFORM VALIDA-DATA
           IF W-DATAVALIDA NOT = "S"
              MOVE "DATA INVALIDA NO CALENDARIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FOLHA-L1.
       FOLHA-L2.
           ACCEPT TW-VEIC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO FOLHA-L1.
           IF W-VEIC NOT = ZEROS
              MOVE W-VEIC TO CODVEIC
              READ CADVEIC
              IF ST-ERRO NOT = "00"
                 MOVE "** VEICULO NAO CADASTRADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO FOLHA-L2.
           OPEN OUTPUT RELVIAGTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELVIAGEM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           MOVE ZEROS TO W-QTDETOTAL
           MOVE W-DATA TO DATACABVIAGTX
           WRITE REGRELVIAGTX FROM CABVIAG
           IF W-VEIC NOT = ZEROS
              PERFORM FOLHA-VEICULO THRU FIM-FOLHA-VEICULO
              GO TO FOLHA-FIM.
           MOVE 1 TO CODVEIC
           START CADVEIC KEY IS NOT LESS CODVEIC INVALID KEY
                 GO TO FOLHA-SEMVEIC.
       FOLHA-L3.
           READ CADVEIC NEXT
           IF ST-ERRO NOT = "00"
              GO TO FOLHA-SEMVEIC.
           IF ATIVOVEIC NOT = "S"
              GO TO FOLHA-L3.
           PERFORM FOLHA-VEICULO THRU FIM-FOLHA-VEICULO
           GO TO FOLHA-L3.
       FOLHA-SEMVEIC.
           MOVE SPACES TO REGRELVIAGTX
           WRITE REGRELVIAGTX
           WRITE REGRELVIAGTX FROM CABSEMVEIC
           WRITE REGRELVIAGTX FROM CABVIAG2
           MOVE ZEROS TO CODVEICTRANSP SAIDATRANSP
           MOVE W-DATA TO DATATRANSP
           START CADTRANSP KEY IS NOT LESS KEYVEICTRANSP INVALID KEY
                 GO TO FOLHA-FIM.
       FOLHA-SEMVEIC1.
           READ CADTRANSP NEXT
           IF ST-ERRO NOT = "00"
              GO TO FOLHA-FIM.
           IF CODVEICTRANSP NOT = ZEROS OR DATATRANSP NOT = W-DATA
              GO TO FOLHA-FIM.
           IF TRANSP-CANCELADO
              GO TO FOLHA-SEMVEIC1.
           PERFORM FOLHA-DETALHE THRU FIM-FOLHA-DETALHE
           GO TO FOLHA-SEMVEIC1.
       FOLHA-FIM.
           MOVE SPACES TO REGRELVIAGTX
           WRITE REGRELVIAGTX
           MOVE W-QTDETOTAL TO TOTVIAGTX
           WRITE REGRELVIAGTX FROM TOTVIAG
           CLOSE RELVIAGTX
           DISPLAY (19, 62) "VIAGENS: " W-QTDETOTAL
           MOVE "*** RELATORIO RELVIAGEM.DOC GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *-----VIAGENS DO VEICULO (REGVEIC LIDO) NA DATA, POR SAIDA--------
       FOLHA-VEICULO.
           MOVE SPACES TO REGRELVIAGTX
           WRITE REGRELVIAGTX
           MOVE CODVEIC TO VEICCABTX
           MOVE PLACAVEIC TO PLACACABTX
           MOVE DESCVEIC TO DESCCABTX
           MOVE SPACES TO TIPOCABTX
           IF TIPOVEIC > ZEROS AND TIPOVEIC < 4
              MOVE TBTIPO(TIPOVEIC) TO TIPOCABTX.
           WRITE REGRELVIAGTX FROM CABVEIC
           WRITE REGRELVIAGTX FROM CABVIAG2
           MOVE ZEROS TO W-QTDEVIAG
           MOVE CODVEIC TO CODVEICTRANSP
           MOVE W-DATA TO DATATRANSP
           MOVE ZEROS TO SAIDATRANSP
           START CADTRANSP KEY IS NOT LESS KEYVEICTRANSP INVALID KEY
                 GO TO FOLHA-VEICULO2.
       FOLHA-VEICULO1.
           READ CADTRANSP NEXT
           IF ST-ERRO NOT = "00"
              GO TO FOLHA-VEICULO2.
           IF CODVEICTRANSP NOT = CODVEIC OR DATATRANSP NOT = W-DATA
              GO TO FOLHA-VEICULO2.
           IF TRANSP-CANCELADO
              GO TO FOLHA-VEICULO1.
           ADD 1 TO W-QTDEVIAG
           PERFORM FOLHA-DETALHE THRU FIM-FOLHA-DETALHE
           GO TO FOLHA-VEICULO1.
       FOLHA-VEICULO2.
           IF W-QTDEVIAG = ZEROS
              WRITE REGRELVIAGTX FROM SEMVIAG
              GO TO FIM-FOLHA-VEICULO.
           MOVE SPACES TO REGRELVIAGTX
           WRITE REGRELVIAGTX
           WRITE REGRELVIAGTX FROM ASSVIAG.
       FIM-FOLHA-VEICULO.
           EXIT.
      *
       FOLHA-DETALHE.
           ADD 1 TO W-QTDETOTAL
           MOVE SAIDATRANSP TO SAIDAVIAGTX
           MOVE DURACAOTRANSP TO DURVIAGTX
           MOVE NUMTRANSP TO NUMVIAGTX
           MOVE SPACES TO PACVIAGTX TIPOVIAGTX ACOMPVIAGTX MOTVIAGTX
           MOVE CPFTRANSP TO CPF
           READ CADPACI
           IF ST-ERRO = "00"
              MOVE NOMEPACIENTE TO PACVIAGTX.
           IF TIPOTRANSP > ZEROS AND TIPOTRANSP < 4
              MOVE TBTIPO(TIPOTRANSP) TO TIPOVIAGTX.
           IF ACOMPTRANSP < 5
              MOVE TBACOMP(ACOMPTRANSP + 1) TO ACOMPVIAGTX.
           MOVE MACATRANSP TO MACAVIAGTX
           MOVE OXIGTRANSP TO OXIGVIAGTX
           IF CODMOTTRANSP NOT = ZEROS AND W-MOTOK = "S"
              MOVE CODMOTTRANSP TO CODMOT
              READ CADMOTOR
              IF ST-ERRO = "00"
                 MOVE NOMEMOT TO MOTVIAGTX.
           PERFORM MOSTRA-SITUACAO
           MOVE W-SIT TO SITVIAGTX
           WRITE REGRELVIAGTX FROM DETVIAG1
           MOVE ORIGREFTRANSP TO ORIGVIAGTX
           MOVE ORIGCEPTRANSP TO ORIGCEPVIAGTX
           MOVE DESTREFTRANSP TO DESTVIAGTX
           MOVE DESTCEPTRANSP TO DESTCEPVIAGTX
           WRITE REGRELVIAGTX FROM DETVIAG2.
       FIM-FOLHA-DETALHE.
           EXIT.
      *----------------COBERTURA DE TRANSPORTE POR CONVENIO-------------
       COBERTURA-L1.
           ACCEPT TW-CONVCT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
           IF W-CONVCT = ZEROS
              MOVE "PARTICULAR NAO PRECISA DE COBERTURA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO COBERTURA-L1.
           MOVE SPACES TO W-NOMECONVCT
           IF W-CONVOK = "S"
              MOVE W-CONVCT TO CODIGOCONV
              READ CADCONV
              IF ST-ERRO NOT = "00"
                 MOVE "** CONVENIO NAO CADASTRADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO COBERTURA-L1
              ELSE
                 MOVE NOMECONV TO W-NOMECONVCT.
           DISPLAY TW-NOMECONVCT.
       COBERTURA-L2.
           ACCEPT TW-TIPOCT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO COBERTURA-L1.
           IF W-TIPOCT = ZEROS OR W-TIPOCT > 3
              MOVE "INFORME O TIPO 1, 2 OU 3" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO COBERTURA-L2.
           MOVE W-CONVCT TO CONVCOBTR
           MOVE W-TIPOCT TO TIPOCOBTR
           READ CADCOBTRANSP
           IF ST-ERRO = "00"
              MOVE COBRECOBTR TO W-COBRECT
           ELSE
              MOVE "N" TO W-COBRECT.
           DISPLAY TW-COBRECT.
       COBERTURA-L3.
           ACCEPT TW-COBRECT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO COBERTURA-L2.
           IF W-COBRECT NOT = "S" AND W-COBRECT NOT = "N"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO COBERTURA-L3.
       COBERTURA-OPC.
           IF W-PERFILLOG < 4
              MOVE "** ALTERACAO EXIGE PERFIL ADMINISTRADOR **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "GRAVAR A COBERTURA (S/N) : ".
           ACCEPT (23, 67) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO COBERTURA-L3.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** COBERTURA NAO ALTERADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO COBERTURA-OPC.
           MOVE W-CONVCT TO CONVCOBTR
           MOVE W-TIPOCT TO TIPOCOBTR
           READ CADCOBTRANSP
           IF ST-ERRO = "00"
              MOVE W-COBRECT TO COBRECOBTR
              REWRITE REGCOBTRANSP
              MOVE "A" TO ACAOLOGTX
           ELSE
              MOVE SPACES TO REGCOBTRANSP
              MOVE W-CONVCT TO CONVCOBTR
              MOVE W-TIPOCT TO TIPOCOBTR
              MOVE W-COBRECT TO COBRECOBTR
              WRITE REGCOBTRANSP
              MOVE "N" TO ACAOLOGTX.
           MOVE KEYCOBTRANSP TO CHAVELOGTX
           PERFORM ESCREVE-LOG
           MOVE "*** COBERTURA GRAVADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *
      *****************************************
      * ROTINAS DE APOIO                      *
      *****************************************
      *
       LIMPA-CAMPOS.
           MOVE ZEROS TO W-NUM W-CPF W-DATAATD W-HORAATD W-CONV
           MOVE ZEROS TO W-MOTIVO W-ORIGUNID W-ORIGCEP W-DESTUNID
           MOVE ZEROS TO W-DESTCEP W-DATA W-JANINI W-JANFIM W-TIPO
           MOVE ZEROS TO W-ACOMP W-VEIC W-SAIDA W-DURACAO W-MOT
           MOVE ZEROS TO W-RETORNO W-KM W-CONVCT W-TIPOCT
           MOVE SPACES TO W-NOMEPAC W-NOMECONV W-ORIGREF W-DESTREF
           MOVE SPACES TO W-MACA W-OXIG W-DESCVEIC W-NOMEMOT W-SIT
           MOVE SPACES TO W-COB W-NOMECONVCT W-COBRECT.
       FIM-LIMPA-CAMPOS.
           EXIT.
      *-----LE A SOLICITACAO PELO NUMERO E MOSTRA NA TELA---------------
       LE-SOLICITACAO.
           ACCEPT TW-NUM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO FIM-LE-SOLICITACAO.
           MOVE W-NUM TO NUMTRANSP
           READ CADTRANSP
           IF ST-ERRO NOT = "00"
              MOVE "** SOLICITACAO NAO ENCONTRADA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LE-SOLICITACAO.
           MOVE CPFTRANSP TO W-CPF
           MOVE SPACES TO W-NOMEPAC
           MOVE CPFTRANSP TO CPF
           READ CADPACI
           IF ST-ERRO = "00"
              MOVE NOMEPACIENTE TO W-NOMEPAC.
           MOVE DIAATDTRANSP TO W-DIADMA
           MOVE MESATDTRANSP TO W-MESDMA
           MOVE ANOATDTRANSP TO W-ANODMA
           MOVE W-DATADMAX TO W-DATAATD
           MOVE HORAATDTRANSP TO W-HORAATD
           MOVE CONVTRANSP TO W-CONV
           PERFORM MOSTRA-CONVENIO
           MOVE MOTIVOTRANSP TO W-MOTIVO
           MOVE ORIGUNIDTRANSP TO W-ORIGUNID
           MOVE ORIGCEPTRANSP TO W-ORIGCEP
           MOVE ORIGREFTRANSP TO W-ORIGREF
           MOVE DESTUNIDTRANSP TO W-DESTUNID
           MOVE DESTCEPTRANSP TO W-DESTCEP
           MOVE DESTREFTRANSP TO W-DESTREF
           MOVE DATATRANSP TO W-DATA
           MOVE JANINITRANSP TO W-JANINI
           MOVE JANFIMTRANSP TO W-JANFIM
           MOVE TIPOTRANSP TO W-TIPO
           MOVE ACOMPTRANSP TO W-ACOMP
           MOVE MACATRANSP TO W-MACA
           MOVE OXIGTRANSP TO W-OXIG
           MOVE CODVEICTRANSP TO W-VEIC
           MOVE SPACES TO W-DESCVEIC
           IF CODVEICTRANSP NOT = ZEROS AND W-VEICOK = "S"
              MOVE CODVEICTRANSP TO CODVEIC
              READ CADVEIC
              IF ST-ERRO = "00"
                 MOVE DESCVEIC TO W-DESCVEIC.
           MOVE CODMOTTRANSP TO W-MOT
           MOVE SPACES TO W-NOMEMOT
           IF CODMOTTRANSP NOT = ZEROS AND W-MOTOK = "S"
              MOVE CODMOTTRANSP TO CODMOT
              READ CADMOTOR
              IF ST-ERRO = "00"
                 MOVE NOMEMOT TO W-NOMEMOT.
           MOVE SAIDATRANSP TO W-SAIDA
           MOVE DURACAOTRANSP TO W-DURACAO
           MOVE RETORNOTRANSP TO W-RETORNO
           MOVE KMTRANSP TO W-KM
           PERFORM MOSTRA-SITUACAO
           DISPLAY TELATRANSP.
       FIM-LE-SOLICITACAO.
           EXIT.
      *
       MOSTRA-CONVENIO.
           MOVE SPACES TO W-NOMECONV
           IF W-CONV = ZEROS
              MOVE "PARTICULAR" TO W-NOMECONV
           ELSE
              IF W-CONVOK = "S"
                 MOVE W-CONV TO CODIGOCONV
                 READ CADCONV
                 IF ST-ERRO = "00"
                    MOVE NOMECONV TO W-NOMECONV.
      *
       MOSTRA-SITUACAO.
           MOVE SPACES TO W-SIT W-COB
           IF TRANSP-SOLICITADO
              MOVE "SOLICITADO" TO W-SIT.
           IF TRANSP-AGENDADO
              MOVE "AGENDADO" TO W-SIT.
           IF TRANSP-REALIZADO
              MOVE "REALIZADO" TO W-SIT.
           IF TRANSP-CANCELADO
              MOVE "CANCELADO" TO W-SIT.
           IF COB-LANCADA
              MOVE "LANCADA NA CONTA" TO W-COB.
           IF COB-NAOCOBERTA
              MOVE "NAO COBERTA CONVENIO" TO W-COB.
           IF COB-PENDENTE
              MOVE "PENDENTE (CADPROC)" TO W-COB.
           IF COB-SEMATEND
              MOVE "SEM ATENDIMENTO" TO W-COB.
      *-----VIAGEM VIRA ITEM DE COBRANCA DO ATENDIMENTO (PARTICULAR----
      *-----PAGA NO CAIXA; CONVENIO SO SE COBRE O TIPO DE TRANSPORTE)--
       COBRA-TRANSPORTE.
           MOVE "S" TO COBRANCATRANSP
           IF ATDTRANSP = ZEROS
              GO TO FIM-COBRA-TRANSPORTE.
           MOVE CPFTRANSP TO CPFPACIENTE
           MOVE DIAATDTRANSP TO DIAC
           MOVE MESATDTRANSP TO MESC
           MOVE ANOATDTRANSP TO ANOC
           MOVE HORAATDTRANSP TO HORAC
           READ CADCONSU
           IF ST-ERRO NOT = "00"
              GO TO FIM-COBRA-TRANSPORTE.
           MOVE CODCONV TO CONVTRANSP
           IF CODCONV NOT = ZEROS
              MOVE CODCONV TO CONVCOBTR
              MOVE TIPOTRANSP TO TIPOCOBTR
              READ CADCOBTRANSP
              IF ST-ERRO NOT = "00" OR COBRECOBTR NOT = "S"
                 MOVE "N" TO COBRANCATRANSP
                 GO TO FIM-COBRA-TRANSPORTE.
           MOVE "P" TO COBRANCATRANSP
           IF W-PROCOK NOT = "S"
              GO TO FIM-COBRA-TRANSPORTE.
           COMPUTE CODPROC = 96000000 + TIPOTRANSP
           READ CADPROC
           IF ST-ERRO NOT = "00" OR ATIVOPROC NOT = "S"
              GO TO FIM-COBRA-TRANSPORTE.
           MOVE KEYPRINCIPAL TO W-CHAVEITEM
           MOVE W-CHAVEITEM TO KEYCONSITEM (1: 23)
           MOVE ZEROS TO W-MAXSEQ
           MOVE ZEROS TO SEQITEM
           START CADCONSITEM KEY IS NOT LESS KEYCONSITEM INVALID KEY
                 GO TO COBRA-TRANSPORTE2.
       COBRA-TRANSPORTE1.
           READ CADCONSITEM NEXT
           IF ST-ERRO NOT = "00"
              GO TO COBRA-TRANSPORTE2.
           IF KEYCONSITEM (1: 23) NOT = W-CHAVEITEM
              GO TO COBRA-TRANSPORTE2.
           IF SEQITEM > W-MAXSEQ
              MOVE SEQITEM TO W-MAXSEQ.
           GO TO COBRA-TRANSPORTE1.
       COBRA-TRANSPORTE2.
           IF W-MAXSEQ = 99
              GO TO FIM-COBRA-TRANSPORTE.
           MOVE W-CHAVEITEM TO KEYCONSITEM (1: 23)
           ADD 1 TO W-MAXSEQ
           MOVE W-MAXSEQ TO SEQITEM
           MOVE CODPROC TO CODPROCITEM
           MOVE DESCPROC TO DESCPROCITEM
           MOVE VALORPROC TO VALORITEM
           WRITE REGCONSITEM
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              GO TO FIM-COBRA-TRANSPORTE.
           MOVE KEYCONSITEM TO CHAVELOGTX
           MOVE "N" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           MOVE "L" TO COBRANCATRANSP.
       FIM-COBRA-TRANSPORTE.
           EXIT.
      *-----VEICULO JA TEM VIAGEM QUE SE SOBREPOE A [W-INIA, W-FIMA)----
       CONFLITO-VEICULO.
           MOVE "N" TO W-CONFLITO
           MOVE W-VEIC TO CODVEICTRANSP
           MOVE W-DATA TO DATATRANSP
           MOVE ZEROS TO SAIDATRANSP
           START CADTRANSP KEY IS NOT LESS KEYVEICTRANSP INVALID KEY
                 GO TO FIM-CONFLITO-VEICULO.
       CONFLITO-VEICULO1.
           READ CADTRANSP NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-CONFLITO-VEICULO.
           IF CODVEICTRANSP NOT = W-VEIC OR DATATRANSP NOT = W-DATA
              GO TO FIM-CONFLITO-VEICULO.
           PERFORM CONFERE-INTERVALO
           IF W-CONFLITO = "S"
              GO TO FIM-CONFLITO-VEICULO.
           GO TO CONFLITO-VEICULO1.
       FIM-CONFLITO-VEICULO.
           EXIT.
      *
       CONFLITO-MOTORISTA.
           MOVE "N" TO W-CONFLITO
           MOVE W-MOT TO CODMOTTRANSP
           MOVE W-DATA TO DATAMOTTRANSP
           START CADTRANSP KEY IS NOT LESS KEYMOTTRANSP INVALID KEY
                 GO TO FIM-CONFLITO-MOTORISTA.
       CONFLITO-MOTORISTA1.
           READ CADTRANSP NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-CONFLITO-MOTORISTA.
           IF CODMOTTRANSP NOT = W-MOT OR DATAMOTTRANSP NOT = W-DATA
              GO TO FIM-CONFLITO-MOTORISTA.
           PERFORM CONFERE-INTERVALO
           IF W-CONFLITO = "S"
              GO TO FIM-CONFLITO-MOTORISTA.
           GO TO CONFLITO-MOTORISTA1.
       FIM-CONFLITO-MOTORISTA.
           EXIT.
      *-----A PROPRIA VIAGEM E AS CANCELADAS NAO CONTAM-----------------
       CONFERE-INTERVALO.
           IF NUMTRANSP = W-NUM OR TRANSP-CANCELADO
              NEXT SENTENCE
           ELSE
              MOVE SAIDATRANSP TO W-HORAVF
              PERFORM HORA-MINUTOS
              COMPUTE W-FIMB = W-INIB + DURACAOTRANSP
              IF W-INIA < W-FIMB AND W-INIB < W-FIMA
                 MOVE "S" TO W-CONFLITO
                 MOVE NUMTRANSP TO W-NUMCONF.
      *-----W-HORAVF (HHMM) EM MINUTOS DESDE 00:00 -> W-INIB------------
       HORA-MINUTOS.
           DIVIDE W-HORAVF BY 100 GIVING W-HORAH REMAINDER W-HORAM
           COMPUTE W-INIB = W-HORAH * 60 + W-HORAM.
      *
       VALIDA-HORA.
           MOVE "S" TO W-HORAVALIDA
           DIVIDE W-HORAVF BY 100 GIVING W-HORAH REMAINDER W-HORAM
           IF W-HORAH > 23 OR W-HORAM > 59
              MOVE "N" TO W-HORAVALIDA.
      *-----PROXIMO NUMERO DE SOLICITACAO-------------------------------
       PROXIMO-NUMERO.
           MOVE ZEROS TO W-NUM
           MOVE ZEROS TO NUMTRANSP
           START CADTRANSP KEY IS NOT LESS NUMTRANSP INVALID KEY
                 GO TO PROXIMO-NUMERO2.
       PROXIMO-NUMERO1.
           READ CADTRANSP NEXT
           IF ST-ERRO NOT = "00"
              GO TO PROXIMO-NUMERO2.
           MOVE NUMTRANSP TO W-NUM
           GO TO PROXIMO-NUMERO1.
       PROXIMO-NUMERO2.
           ADD 1 TO W-NUM.
       FIM-PROXIMO-NUMERO.
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
           MOVE "TRANSP" TO PROGRAMALOGTX
           MOVE LOGTX TO REGLOG
           WRITE REGLOG.
      *
       ROT-FIM.
           CLOSE CADTRANSP CADCOBTRANSP CADCONSITEM CADPACI CADCONSU
           CLOSE CADUNIDADE CADLOG
           IF W-VEICOK = "S"
              CLOSE CADVEIC.
           IF W-MOTOK = "S"
              CLOSE CADMOTOR.
           IF W-CEPOK = "S"
              CLOSE CADCEP.
           IF W-CONVOK = "S"
              CLOSE CADCONV.
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
