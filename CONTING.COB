       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTING.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    LANCAMENTO DOS REGISTROS EM PAPEL APOS A QUEDA DO SISTEMA  *
      *    1 - CHEGADA DO PACIENTE (CADCHEGADA, COM A HORA E A SENHA  *
      *        ANOTADAS NA LISTA DE CHEGADA DO PACOTE CONTPACK)       *
      *    2 - CONSULTA REALIZADA (CADCONSU + HORARIOS NA CADCHEGADA) *
      *    3 - DOSE ADMINISTRADA OU OMITIDA (CADADMIN)                *
      *    4 - RELATORIO DOS LANCAMENTOS DO DIA                       *
      *    CADA LANCAMENTO GRAVA A MARCA DE CONTINGENCIA EM           *
      *    CADCONTING, COM A DATA/HORA REAL E QUEM DIGITOU            *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCONTING ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCONTING
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCHEGADA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCHEGADA
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
       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO.
       SELECT CADADMIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYADMIN
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPRESCINT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRESCINT
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
       SELECT RELCONTTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------MARCA DE CONTINGENCIA DOS REGISTROS LANCADOS-------------
      *  TIPOCTG: C CHEGADA  R CONSULTA REALIZADA  D DOSE
      *  CHAVECTG: CHAVE DO REGISTRO (KEYPRINCIPAL OU KEYADMIN)
       FD CADCONTING
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONTING.DAT".
       01  REGCONTING.
           03 KEYCONTING.
              05 TIPOCTG          PIC X(01).
                 88 CTG-CHEGADA     VALUE "C".
                 88 CTG-REALIZADA   VALUE "R".
                 88 CTG-DOSE        VALUE "D".
              05 CHAVECTG         PIC X(40).
           03 DATAREALCTG         PIC 9(08).
           03 HORAREALCTG         PIC 9(04).
           03 HORAFIMCTG          PIC 9(04).
           03 SITCTG              PIC X(01).
           03 DATADIGCTG          PIC 9(08).
           03 HORADIGCTG          PIC 9(06).
           03 OPERCTG             PIC 9(04).
           03 NOMEOPERCTG         PIC X(30).
           03 FILLER              PIC X(10).
      *
       FD CADCHEGADA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCHEGADA.DAT".
       01  REGCHEGADA.
           03 KEYCHEGADA.
              05 CPFCHEGADA       PIC 9(11).
              05 DATACHEGADA.
                 07 DIACHEGADA    PIC 9(02).
                 07 MESCHEGADA    PIC 9(02).
                 07 ANOCHEGADA    PIC 9(04).
              05 HORACHEGADA      PIC 9(04).
           03 DATAREGCHEG         PIC 9(08).
           03 HORAREGCHEG         PIC 9(06).
           03 CODOPERCHEG         PIC 9(04).
           03 NOMEOPERCHEG        PIC X(30).
           03 UNIDADECHEG         PIC 9(02).
           03 SENHACHEG           PIC 9(04).
           03 HORATRIAGEM         PIC 9(06).
           03 HORACHAMADA         PIC 9(06).
           03 HORAINICON          PIC 9(06).
           03 HORAFIMCON          PIC 9(06).
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
           03 ORIGEMEXT           PIC X(01).
              88 ORIGEM-PRONTO-ATEND VALUE "P".
           03 FILLER              PIC X(26).
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
       FD CADADMIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADADMIN.DAT".
       01  REGADMIN.
           03 KEYADMIN.
              05 CPFADM           PIC 9(11).
              05 DATAINTADM       PIC 9(08).
              05 HORAINTADM       PIC 9(04).
              05 LINHAADM         PIC 9(02).
              05 DATAADM          PIC 9(08).
              05 HORAADM          PIC 9(04).
           03 OPERADM             PIC 9(04).
           03 HORAREALADM         PIC 9(06).
           03 STATUSADM           PIC X(01).
              88 ADM-PREVISTO       VALUE "P".
              88 ADM-ADMINISTRADO   VALUE "A".
              88 ADM-OMITIDO        VALUE "O".
           03 LOTEADM             PIC X(10).
           03 BAIXAADM            PIC X(01).
              88 DOSE-NA-ENFERMARIA VALUE "S".
              88 DOSE-DEVOLVIDA     VALUE "D".
           03 MOTIVODEVADM        PIC X(01).
      *
       FD CADPRESCINT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRESCINT.DAT".
       01  REGPRESCINT.
           03 KEYPRESCINT.
              05 CPFPI            PIC 9(11).
              05 DATAINTPI        PIC 9(08).
              05 HORAINTPI        PIC 9(04).
              05 LINHAPI          PIC 9(02).
           03 CODMEDICPI          PIC 9(05).
           03 MEDICAMENTOPI       PIC X(30).
           03 DOSEPI              PIC X(15).
           03 FREQHORASPI         PIC 9(02).
           03 DATAINIPI           PIC 9(08).
           03 DATAFIMPI           PIC 9(08).
           03 ATIVOPI             PIC X(01).
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
      *
       FD RELCONTTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONTING.DOC".
       01  REGRELCONTTX          PIC X(120).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 ST-ERRO       PIC X(02) VALUE "00".
       01 W-FUNCAO      PIC 9(01) VALUE ZEROS.
       01 W-EXTABERTO   PIC X(01) VALUE "N".
       01 W-ADMOK       PIC X(01) VALUE "N".
       01 W-PRESCOK     PIC X(01) VALUE "N".
       01 W-INTOK       PIC X(01) VALUE "N".
       01 W-ACHOU       PIC X(01) VALUE "N".
      *---DATA/HORA ATUAL PARA NAO ACEITAR LANCAMENTO NO FUTURO---------
       01 W-DATAHOJE     PIC 9(08) VALUE ZEROS.
       01 W-HORAAGORA    PIC 9(08) VALUE ZEROS.
       01 W-HHMMAGORA    PIC 9(04) VALUE ZEROS.
       01 W-DATAVAL      PIC 9(08) VALUE ZEROS.
       01 W-HORAVAL      PIC 9(04) VALUE ZEROS.
       01 W-HORAH        PIC 9(02) VALUE ZEROS.
       01 W-HORAM        PIC 9(02) VALUE ZEROS.
       01 W-HORAOK       PIC X(01) VALUE "N".
       01 W-FUTURO       PIC X(01) VALUE "N".
      *---DADOS ANOTADOS NO PAPEL---------------------------------------
       01 W-DATACONSNUM  PIC 9(08) VALUE ZEROS.
       01 W-HORAREAL     PIC 9(04) VALUE ZEROS.
       01 W-HORAFIM      PIC 9(04) VALUE ZEROS.
       01 W-SENHAPAPEL   PIC 9(04) VALUE ZEROS.
       01 W-SITDOSE      PIC X(01) VALUE SPACES.
       01 W-DATAREAL     PIC 9(08) VALUE ZEROS.
       01 W-DATAREAL-R REDEFINES W-DATAREAL.
          03 W-ANORE     PIC 9(04).
          03 W-MESRE     PIC 9(02).
          03 W-DIARE     PIC 9(02).
      *---SENHA DE ATENDIMENTO POR UNIDADE-----------------------
       01 W-UNIDCONS     PIC 9(02) VALUE ZEROS.
       01 W-MAXSENHA     PIC 9(04) VALUE ZEROS.
       01 SENHACTTX.
          03 FILLER      PIC X(26) VALUE
             "** CHEGADA LANCADA, SENHA ".
          03 SENHACTX    PIC 9(04).
          03 FILLER      PIC X(03) VALUE " **".
      *---RELATORIO DOS LANCAMENTOS-------------------------------------
       01 W-DATAREL      PIC 9(08) VALUE ZEROS.
       01 W-QTDEREL      PIC 9(06) VALUE ZEROS.
       01 W-DATAEDIT     PIC 9(08) VALUE ZEROS.
       01 W-DATAEDIT-R REDEFINES W-DATAEDIT.
          03 W-ANOED     PIC 9(04).
          03 W-MESED     PIC 9(02).
          03 W-DIAED     PIC 9(02).
       01 W-HORAEDIT     PIC 9(04) VALUE ZEROS.
       01 W-HORAEDIT-R REDEFINES W-HORAEDIT.
          03 W-HHED      PIC 9(02).
          03 W-MIED      PIC 9(02).
       01 W-HORADIGED    PIC 9(06) VALUE ZEROS.
       01 W-HORADIGED-R REDEFINES W-HORADIGED.
          03 W-HHDIG     PIC 9(02).
          03 W-MIDIG     PIC 9(02).
          03 W-SSDIG     PIC 9(02).
       01 CABCONT.
          03 FILLER PIC X(50) VALUE
          "HOSPITAL MAINFRAME *** LANCAMENTOS POS-CONTINGENCI".
          03 FILLER PIC X(18) VALUE
          "A *** DIGITADOS EM".
          03 FILLER         PIC X(01) VALUE " ".
          03 DIACABCTX      PIC 99.
          03 FILLER         PIC X(01) VALUE "/".
          03 MESCABCTX      PIC 99.
          03 FILLER         PIC X(01) VALUE "/".
          03 ANOCABCTX      PIC 9999.
       01 CABCONTCOL.
          03 FILLER PIC X(50) VALUE
          "TIPO     CHAVE DO REGISTRO                        ".
          03 FILLER PIC X(50) VALUE
          "DATA REAL  HORA  FIM   DIGITADO OPERADOR          ".
          03 FILLER PIC X(19) VALUE
          "                  S".
       01 DETCONT.
          03 TIPODETCTX     PIC X(08).
          03 FILLER         PIC X(01) VALUE " ".
          03 CHAVEDETCTX    PIC X(40).
          03 FILLER         PIC X(01) VALUE " ".
          03 DIADETCTX      PIC 99.
          03 FILLER         PIC X(01) VALUE "/".
          03 MESDETCTX      PIC 99.
          03 FILLER         PIC X(01) VALUE "/".
          03 ANODETCTX      PIC 9999.
          03 FILLER         PIC X(01) VALUE " ".
          03 HHREALCTX      PIC 99.
          03 FILLER         PIC X(01) VALUE ":".
          03 MIREALCTX      PIC 99.
          03 FILLER         PIC X(01) VALUE " ".
          03 HHFIMCTX       PIC 99.
          03 BARRAFIMCTX    PIC X(01).
          03 MIFIMCTX       PIC 99.
          03 FILLER         PIC X(01) VALUE " ".
          03 HHDIGCTX       PIC 99.
          03 FILLER         PIC X(01) VALUE ":".
          03 MIDIGCTX       PIC 99.
          03 FILLER         PIC X(01) VALUE ":".
          03 SSDIGCTX       PIC 99.
          03 FILLER         PIC X(01) VALUE " ".
          03 OPERDETCTX     PIC 9(04).
          03 FILLER         PIC X(01) VALUE " ".
          03 NOMEDETCTX     PIC X(30).
          03 FILLER         PIC X(01) VALUE " ".
          03 SITDETCTX      PIC X(01).
       01 TOTCONT.
          03 FILLER         PIC X(24) VALUE "LANCAMENTOS NO DIA    : ".
          03 QTDETOTCTX     PIC ZZZZZ9.
      *---TRAVA DO REGISTRO DA CONSULTA---------------------------------
       01 W-TRAVAACAO    PIC X(01) VALUE SPACES.
       01 W-TRAVAARQ     PIC X(12) VALUE SPACES.
       01 W-TRAVACHAVE   PIC X(25) VALUE SPACES.
       01 W-TRAVARESULT  PIC X(01) VALUE SPACES.
       01 W-TRAVADETEN   PIC X(30) VALUE SPACES.
       01 W-TRAVAATIVA   PIC X(01) VALUE "N".
      *---CAPTURA DE ALTERACOES PARA EXPORTACAO DELTA------------------
       01 W-ACAODELTA    PIC X(01) VALUE "G".
       01 W-NOMEDELTA    PIC X(10) VALUE SPACES.
       01 W-ARQDELTA     PIC X(12) VALUE SPACES.
       01 W-CHAVEDELTA   PIC X(25) VALUE SPACES.
       01 W-OKDELTA      PIC X(01) VALUE SPACES.
       01 W-SEQDELTA     PIC 9(06) VALUE ZEROS.
      *---JANELA DE MANUTENCAO DO PROCESSAMENTO NOTURNO----------------
       01 W-HORAFIMJM    PIC 9(04) VALUE ZEROS.
       01 W-RESULTJM     PIC X(01) VALUE "N".
       01 MANUTTX.
          03 FILLER      PIC X(21) VALUE "** EM MANUTENCAO ATE ".
          03 MANUTHHTX   PIC 99.
          03 FILLER      PIC X(01) VALUE ":".
          03 MANUTMMTX   PIC 99.
          03 FILLER      PIC X(21) VALUE ", SOMENTE CONSULTA **".
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
      *---DIARIO DE IMAGENS APOS ATUALIZACAO (RECUPERACAO)---------------
       01 W-ACAOJOR      PIC X(01) VALUE "G".
       01 W-ARQJOR       PIC X(12) VALUE SPACES.
       01 W-OPJOR        PIC X(01) VALUE SPACES.
       01 W-PROGRJOR     PIC X(10) VALUE "CONTING".
       01 W-OPERJOR      PIC 9(04) VALUE ZEROS.
       01 W-IMAGEMJOR    PIC X(200) VALUE SPACES.
       01 W-SEQJOR       PIC 9(08) VALUE ZEROS.
       01 W-OKJOR        PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELACONTING.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "         LANCAMENTO POS-CONTINGENCIA (RE".
           05  LINE 02  COLUMN 41
               VALUE  "GISTROS EM PAPEL)".
           05  LINE 05  COLUMN 01
               VALUE  "   1 - CHEGADA DO PACIENTE".
           05  LINE 06  COLUMN 01
               VALUE  "   2 - CONSULTA REALIZADA".
           05  LINE 07  COLUMN 01
               VALUE  "   3 - DOSE ADMINISTRADA / OMITIDA".
           05  LINE 08  COLUMN 01
               VALUE  "   4 - RELATORIO DOS LANCAMENTOS".
           05  LINE 10  COLUMN 01
               VALUE  "   FUNCAO :   ( 0 - ENCERRA )".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TW-FUNCAO
               LINE 10  COLUMN 13  PIC 9(01)
               USING  W-FUNCAO
               HIGHLIGHT.
       01  TELACHEGCT.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "         CONTINGENCIA - CHEGADA DO PACIE".
           05  LINE 02  COLUMN 41
               VALUE  "NTE".
           05  LINE 04  COLUMN 01
               VALUE  "  CPF DO PACIENTE :".
           05  LINE 06  COLUMN 01
               VALUE  "  DATA CONSULTA   :   /  /".
           05  LINE 08  COLUMN 01
               VALUE  "  HORA (HHMM)     :".
           05  LINE 10  COLUMN 01
               VALUE  "  PACIENTE        :".
           05  LINE 11  COLUMN 01
               VALUE  "  MEDICO (CRM)    :".
           05  LINE 12  COLUMN 01
               VALUE  "  UNIDADE         :".
           05  LINE 14  COLUMN 01
               VALUE  "  HORA REAL DA CHEGADA (HHMM) :".
           05  LINE 16  COLUMN 01
               VALUE  "  SENHA DO PAPEL (0 = GERAR)  :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TCPFCH
               LINE 04  COLUMN 21  PIC 9(11)
               USING  CPFPACIENTE
               HIGHLIGHT.
           05  TDIACH
               LINE 06  COLUMN 21  PIC 9(02)
               USING  DIAC
               HIGHLIGHT.
           05  TMESCH
               LINE 06  COLUMN 24  PIC 9(02)
               USING  MESC
               HIGHLIGHT.
           05  TANOCH
               LINE 06  COLUMN 27  PIC 9(04)
               USING  ANOC
               HIGHLIGHT.
           05  THORACH
               LINE 08  COLUMN 21  PIC 9(04)
               USING  HORAC
               HIGHLIGHT.
           05  THORAREALCH
               LINE 14  COLUMN 33  PIC 9(04)
               USING  W-HORAREAL
               HIGHLIGHT.
           05  TSENHACH
               LINE 16  COLUMN 33  PIC 9(04)
               USING  W-SENHAPAPEL
               HIGHLIGHT.
       01  TELAREALCT.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "         CONTINGENCIA - CONSULTA REALIZA".
           05  LINE 02  COLUMN 41
               VALUE  "DA".
           05  LINE 04  COLUMN 01
               VALUE  "  CPF DO PACIENTE :".
           05  LINE 06  COLUMN 01
               VALUE  "  DATA CONSULTA   :   /  /".
           05  LINE 08  COLUMN 01
               VALUE  "  HORA (HHMM)     :".
           05  LINE 10  COLUMN 01
               VALUE  "  PACIENTE        :".
           05  LINE 11  COLUMN 01
               VALUE  "  MEDICO (CRM)    :".
           05  LINE 12  COLUMN 01
               VALUE  "  UNIDADE         :".
           05  LINE 14  COLUMN 01
               VALUE  "  INICIO REAL (HHMM)          :".
           05  LINE 16  COLUMN 01
               VALUE  "  FIM REAL (HHMM)             :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TCPFRE
               LINE 04  COLUMN 21  PIC 9(11)
               USING  CPFPACIENTE
               HIGHLIGHT.
           05  TDIARE
               LINE 06  COLUMN 21  PIC 9(02)
               USING  DIAC
               HIGHLIGHT.
           05  TMESRE
               LINE 06  COLUMN 24  PIC 9(02)
               USING  MESC
               HIGHLIGHT.
           05  TANORE
               LINE 06  COLUMN 27  PIC 9(04)
               USING  ANOC
               HIGHLIGHT.
           05  THORARE
               LINE 08  COLUMN 21  PIC 9(04)
               USING  HORAC
               HIGHLIGHT.
           05  THORAREALRE
               LINE 14  COLUMN 33  PIC 9(04)
               USING  W-HORAREAL
               HIGHLIGHT.
           05  THORAFIMRE
               LINE 16  COLUMN 33  PIC 9(04)
               USING  W-HORAFIM
               HIGHLIGHT.
       01  TELADOSECT.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "         CONTINGENCIA - DOSE DA ENFERMAR".
           05  LINE 02  COLUMN 41
               VALUE  "IA".
           05  LINE 04  COLUMN 01
               VALUE  "  CPF DO PACIENTE          :".
           05  LINE 05  COLUMN 01
               VALUE  "  DATA INTERNACAO(AAAAMMDD):".
           05  LINE 06  COLUMN 01
               VALUE  "  HORA INTERNACAO (HHMM)   :".
           05  LINE 07  COLUMN 01
               VALUE  "  LINHA DA PRESCRICAO      :".
           05  LINE 08  COLUMN 01
               VALUE  "  DATA PREVISTA (AAAAMMDD) :".
           05  LINE 09  COLUMN 01
               VALUE  "  HORA PREVISTA (HHMM)     :".
           05  LINE 11  COLUMN 01
               VALUE  "  MEDICAMENTO              :".
           05  LINE 12  COLUMN 01
               VALUE  "  DOSE                     :".
           05  LINE 13  COLUMN 01
               VALUE  "  UNIDADE / LEITO          :".
           05  LINE 15  COLUMN 01
               VALUE  "  SITUACAO (A=ADM O=OMIT)  :".
           05  LINE 16  COLUMN 01
               VALUE  "  DATA REAL (0 = PREVISTA) :".
           05  LINE 17  COLUMN 01
               VALUE  "  HORA REAL (HHMM)         :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TCPFADM
               LINE 04  COLUMN 30  PIC 9(11)
               USING  CPFADM
               HIGHLIGHT.
           05  TDATAINTADM
               LINE 05  COLUMN 30  PIC 9(08)
               USING  DATAINTADM
               HIGHLIGHT.
           05  THORAINTADM
               LINE 06  COLUMN 30  PIC 9(04)
               USING  HORAINTADM
               HIGHLIGHT.
           05  TLINHAADM
               LINE 07  COLUMN 30  PIC 9(02)
               USING  LINHAADM
               HIGHLIGHT.
           05  TDATAADM
               LINE 08  COLUMN 30  PIC 9(08)
               USING  DATAADM
               HIGHLIGHT.
           05  THORAADM
               LINE 09  COLUMN 30  PIC 9(04)
               USING  HORAADM
               HIGHLIGHT.
           05  TSITDOSE
               LINE 15  COLUMN 30  PIC X(01)
               USING  W-SITDOSE
               HIGHLIGHT.
           05  TDATAREAL
               LINE 16  COLUMN 30  PIC 9(08)
               USING  W-DATAREAL
               HIGHLIGHT.
           05  THORAREALDO
               LINE 17  COLUMN 30  PIC 9(04)
               USING  W-HORAREAL
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       L0.
           OPEN I-O CADCONTING
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADCONTING
                CLOSE CADCONTING
                GO TO L0
             ELSE
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONTING" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM2.
       L0A.
           OPEN I-O CADCHEGADA
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADCHEGADA
                CLOSE CADCHEGADA
                GO TO L0A
             ELSE
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADCHEGADA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADCONTING
                GO TO ROT-FIM2.
           OPEN I-O CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE " ERRO NA ABERTURA DO ARQUIVO CADCONSU " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCONTING CADCHEGADA
              GO TO ROT-FIM2.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE " ERRO NA ABERTURA DO ARQUIVO CADPACI " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCONTING CADCHEGADA CADCONSU
              GO TO ROT-FIM2.
           OPEN INPUT CADCONSEXT
           IF ST-ERRO = "00"
              MOVE "S" TO W-EXTABERTO.
           OPEN I-O CADADMIN
           IF ST-ERRO = "00"
              MOVE "S" TO W-ADMOK.
           OPEN INPUT CADPRESCINT
           IF ST-ERRO = "00"
              MOVE "S" TO W-PRESCOK.
           OPEN INPUT CADINTERN
           IF ST-ERRO = "00"
              MOVE "S" TO W-INTOK.
           PERFORM ABRIR-CADSESSAO.
           PERFORM VERIFICA-JANELA THRU FIM-VERIFICA-JANELA.
           PERFORM ABRIR-CADLOG.
       MENU-FUNCAO.
           PERFORM LIBERA-TRAVA THRU FIM-LIBERA-TRAVA
           MOVE ZEROS TO W-FUNCAO
           DISPLAY TELACONTING
           ACCEPT TW-FUNCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-FUNCAO = 0
              GO TO ROT-FIM.
           IF W-FUNCAO = 1
              GO TO CHEG-L1.
           IF W-FUNCAO = 2
              GO TO REAL-L1.
           IF W-FUNCAO = 3
              GO TO DOSE-L1.
           IF W-FUNCAO = 4
              GO TO RELCONT.
           MOVE "*** FUNCAO NAO DISPONIVEL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *
      *****************************************
      * 1 - CHEGADA ANOTADA NA LISTA DE PAPEL *
      *****************************************
      *
       CHEG-L1.
           MOVE ZEROS TO CPFPACIENTE DIAC MESC ANOC HORAC
           MOVE ZEROS TO W-HORAREAL W-SENHAPAPEL
           DISPLAY TELACHEGCT.
       CHEG-L2.
           ACCEPT TCPFCH
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
           IF CPFPACIENTE = ZEROS
              MOVE " ** PREENCHA O CAMPO PARA PROSSEGUIR ** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CHEG-L2.
       CHEG-L3.
           ACCEPT TDIACH
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO CHEG-L2.
           IF DIAC = ZEROS OR DIAC > 31
              MOVE "O DIA INSERIDO NAO EXISTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CHEG-L3.
       CHEG-L4.
           ACCEPT TMESCH
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO CHEG-L3.
           IF MESC = ZEROS OR MESC > 12
              MOVE "O MES INSERIDO NAO EXISTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CHEG-L4.
       CHEG-L5.
           ACCEPT TANOCH
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO CHEG-L4.
           IF ANOC = ZEROS
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CHEG-L5.
       CHEG-L6.
           ACCEPT THORACH
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO CHEG-L5.
           MOVE HORAC TO W-HORAVAL
           PERFORM VALIDA-HORA THRU FIM-VALIDA-HORA
           IF W-HORAOK NOT = "S"
              MOVE "O HORARIO INSERIDO NAO E VALIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CHEG-L6.
           PERFORM LER-CONSULTA THRU FIM-LER-CONSULTA
           IF W-ACHOU NOT = "S"
              GO TO CHEG-L1.
           IF CANCELADA OR FALTOU
              MOVE "** CONSULTA CANCELADA OU COM FALTA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CHEG-L1.
           IF W-EXTABERTO = "S"
              MOVE KEYPRINCIPAL TO KEYCONSEXT
              READ CADCONSEXT
              IF ST-ERRO = "00"
                 IF MODALIDADEEXT = "T"
                    MOVE "** CONSULTA TELE NAO GERA SENHA **" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO CHEG-L1.
           MOVE KEYPRINCIPAL TO KEYCHEGADA
           READ CADCHEGADA
           IF ST-ERRO = "00"
              MOVE "** CHEGADA JA REGISTRADA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CHEG-L1.
       CHEG-L7.
           ACCEPT THORAREALCH
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO CHEG-L6.
           MOVE W-HORAREAL TO W-HORAVAL
           PERFORM VALIDA-HORA THRU FIM-VALIDA-HORA
           IF W-HORAOK NOT = "S"
              MOVE "O HORARIO INSERIDO NAO E VALIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CHEG-L7.
           MOVE W-DATACONSNUM TO W-DATAVAL
           PERFORM VALIDA-FUTURO THRU FIM-VALIDA-FUTURO
           IF W-FUTURO = "S"
              MOVE "** HORA REAL POSTERIOR A HORA ATUAL **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CHEG-L7.
       CHEG-L8.
           ACCEPT TSENHACH
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO CHEG-L7.
       CHEG-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "CONFIRMA CHEGADA (S/N) : ".
           ACCEPT (23, 66) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO CHEG-L8.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** CHEGADA NAO LANCADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CHEG-L1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CHEG-OPC.
       CHEG-WR1.
           MOVE UNIDADE TO W-UNIDCONS
           IF W-SENHAPAPEL = ZEROS
              PERFORM GERA-SENHA THRU FIM-GERA-SENHA.
           MOVE KEYPRINCIPAL TO KEYCHEGADA
           MOVE W-DATACONSNUM TO DATAREGCHEG
           COMPUTE HORAREGCHEG = W-HORAREAL * 100
           MOVE W-CODOPERLOG TO CODOPERCHEG
           MOVE W-NOMEOPERLOG TO NOMEOPERCHEG
           MOVE W-UNIDCONS TO UNIDADECHEG
           MOVE W-SENHAPAPEL TO SENHACHEG
           MOVE ZEROS TO HORATRIAGEM HORACHAMADA
           MOVE ZEROS TO HORAINICON HORAFIMCON
      *-----CONSULTA JA LANCADA COMO REALIZADA: TRAZ OS HORARIOS---------
           MOVE "R" TO TIPOCTG
           MOVE KEYPRINCIPAL TO CHAVECTG
           READ CADCONTING
           IF ST-ERRO = "00"
              COMPUTE HORAINICON = HORAREALCTG * 100
              COMPUTE HORAFIMCON = HORAFIMCTG * 100.
           WRITE REGCHEGADA
           IF ST-ERRO = "22"
              MOVE "** CHEGADA JA REGISTRADA, DADOS NAO GRAVADOS **"
                     TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CHEG-L1.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "* ERRO NA GRAVACAO DO ARQUIVO DE CHEGADA * "
                           TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE KEYCHEGADA TO CHAVELOGTX
           MOVE "N" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           MOVE "C" TO TIPOCTG
           MOVE KEYPRINCIPAL TO CHAVECTG
           MOVE W-DATACONSNUM TO DATAREALCTG
           MOVE W-HORAREAL TO HORAREALCTG
           MOVE ZEROS TO HORAFIMCTG
           MOVE SPACES TO SITCTG
           PERFORM GRAVA-MARCA THRU FIM-GRAVA-MARCA
           MOVE W-SENHAPAPEL TO SENHACTX
           MOVE SENHACTTX TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO CHEG-L1.
      *
      *****************************************
      * 2 - CONSULTA REALIZADA NO PAPEL       *
      *****************************************
      *
       REAL-L1.
           MOVE ZEROS TO CPFPACIENTE DIAC MESC ANOC HORAC
           MOVE ZEROS TO W-HORAREAL W-HORAFIM
           DISPLAY TELAREALCT.
       REAL-L2.
           ACCEPT TCPFRE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
           IF CPFPACIENTE = ZEROS
              MOVE " ** PREENCHA O CAMPO PARA PROSSEGUIR ** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REAL-L2.
       REAL-L3.
           ACCEPT TDIARE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO REAL-L2.
           IF DIAC = ZEROS OR DIAC > 31
              MOVE "O DIA INSERIDO NAO EXISTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REAL-L3.
       REAL-L4.
           ACCEPT TMESRE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO REAL-L3.
           IF MESC = ZEROS OR MESC > 12
              MOVE "O MES INSERIDO NAO EXISTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REAL-L4.
       REAL-L5.
           ACCEPT TANORE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO REAL-L4.
           IF ANOC = ZEROS
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REAL-L5.
       REAL-L6.
           ACCEPT THORARE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO REAL-L5.
           MOVE HORAC TO W-HORAVAL
           PERFORM VALIDA-HORA THRU FIM-VALIDA-HORA
           IF W-HORAOK NOT = "S"
              MOVE "O HORARIO INSERIDO NAO E VALIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REAL-L6.
           PERFORM LER-CONSULTA THRU FIM-LER-CONSULTA
           IF W-ACHOU NOT = "S"
              GO TO REAL-L1.
           IF REALIZADA
              MOVE "** CONSULTA JA CONSTA COMO REALIZADA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REAL-L1.
           IF CANCELADA OR FALTOU
              MOVE "** CONSULTA CANCELADA OU COM FALTA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REAL-L1.
       REAL-L7.
           ACCEPT THORAREALRE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO REAL-L6.
           MOVE W-HORAREAL TO W-HORAVAL
           PERFORM VALIDA-HORA THRU FIM-VALIDA-HORA
           IF W-HORAOK NOT = "S"
              MOVE "O HORARIO INSERIDO NAO E VALIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REAL-L7.
       REAL-L8.
           ACCEPT THORAFIMRE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO REAL-L7.
           MOVE W-HORAFIM TO W-HORAVAL
           PERFORM VALIDA-HORA THRU FIM-VALIDA-HORA
           IF W-HORAOK NOT = "S"
              MOVE "O HORARIO INSERIDO NAO E VALIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REAL-L8.
           IF W-HORAFIM < W-HORAREAL
              MOVE "** FIM ANTERIOR AO INICIO DA CONSULTA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REAL-L8.
           MOVE W-DATACONSNUM TO W-DATAVAL
           PERFORM VALIDA-FUTURO THRU FIM-VALIDA-FUTURO
           IF W-FUTURO = "S"
              MOVE "** HORA REAL POSTERIOR A HORA ATUAL **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REAL-L8.
       REAL-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "CONFIRMA REALIZADA (S/N) : ".
           ACCEPT (23, 68) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO REAL-L8.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** CONSULTA NAO LANCADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REAL-L1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REAL-OPC.
       REAL-WR1.
           PERFORM VERIFICA-JANELA THRU FIM-VERIFICA-JANELA
           IF W-RESULTJM = "S"
              GO TO REAL-L1.
           PERFORM PEDE-TRAVA THRU FIM-PEDE-TRAVA
           IF W-TRAVARESULT NOT = "S"
              MOVE "** REGISTRO EM USO POR OUTRO OPERADOR **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              DISPLAY (22, 03) "EM USO POR: " W-TRAVADETEN
              GO TO REAL-L1.
      *-----RELE A CONSULTA JA COM A TRAVA---------------------------------
           READ CADCONSU
           IF ST-ERRO NOT = "00" OR NOT AGENDADA
              PERFORM LIBERA-TRAVA THRU FIM-LIBERA-TRAVA
              MOVE "** CONSULTA ALTERADA POR OUTRO OPERADOR **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REAL-L1.
           MOVE "R" TO STATUSCONS
           REWRITE REGCONS
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              PERFORM LIBERA-TRAVA THRU FIM-LIBERA-TRAVA
              MOVE "ERRO NA REGRAVACAO DO ARQUIVO CADCONSU" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE KEYPRINCIPAL TO CHAVELOGTX
           MOVE "A" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           MOVE "A" TO W-OPJOR
           PERFORM JORNAL-CONSU THRU FIM-JORNAL-CONSU
           MOVE KEYPRINCIPAL TO W-CHAVEDELTA
           PERFORM GRAVA-DELTA THRU FIM-GRAVA-DELTA
           PERFORM LIBERA-TRAVA THRU FIM-LIBERA-TRAVA
      *-----HORARIOS REAIS NA CHEGADA, SE JA LANCADA----------------------
           MOVE KEYPRINCIPAL TO KEYCHEGADA
           READ CADCHEGADA
           IF ST-ERRO = "00"
              IF HORAINICON = ZEROS
                 COMPUTE HORAINICON = W-HORAREAL * 100
                 COMPUTE HORAFIMCON = W-HORAFIM * 100
                 REWRITE REGCHEGADA.
           MOVE "R" TO TIPOCTG
           MOVE KEYPRINCIPAL TO CHAVECTG
           MOVE W-DATACONSNUM TO DATAREALCTG
           MOVE W-HORAREAL TO HORAREALCTG
           MOVE W-HORAFIM TO HORAFIMCTG
           MOVE SPACES TO SITCTG
           PERFORM GRAVA-MARCA THRU FIM-GRAVA-MARCA
           MOVE "** CONSULTA LANCADA COMO REALIZADA **" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO REAL-L1.
      *
      *****************************************
      * 3 - DOSE ANOTADA NO MAPA DE PAPEL     *
      *****************************************
      *
       DOSE-L1.
           IF W-ADMOK NOT = "S"
              MOVE "** ARQUIVO CADADMIN NAO DISPONIVEL **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           MOVE ZEROS TO CPFADM DATAINTADM HORAINTADM LINHAADM
           MOVE ZEROS TO DATAADM HORAADM W-DATAREAL W-HORAREAL
           MOVE SPACES TO W-SITDOSE
           DISPLAY TELADOSECT.
       DOSE-L2.
           ACCEPT TCPFADM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
           IF CPFADM = ZEROS
              MOVE " ** PREENCHA O CAMPO PARA PROSSEGUIR ** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DOSE-L2.
       DOSE-L3.
           ACCEPT TDATAINTADM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO DOSE-L2.
       DOSE-L4.
           ACCEPT THORAINTADM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO DOSE-L3.
       DOSE-L5.
           ACCEPT TLINHAADM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO DOSE-L4.
       DOSE-L6.
           ACCEPT TDATAADM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO DOSE-L5.
       DOSE-L7.
           ACCEPT THORAADM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO DOSE-L6.
           READ CADADMIN
           IF ST-ERRO NOT = "00"
              MOVE "*** HORARIO NAO ENCONTRADO NO MAPA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DOSE-L1.
           IF NOT ADM-PREVISTO
              MOVE "** DOSE JA CHECADA NO SISTEMA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DOSE-L1.
           PERFORM LER-PRESC THRU FIM-LER-PRESC
           DISPLAY (11, 30) MEDICAMENTOPI
           DISPLAY (12, 30) DOSEPI
           IF W-INTOK = "S"
              MOVE CPFADM TO CPFINTERN
              COMPUTE ANOINTERN = DATAINTADM / 10000
              COMPUTE MESINTERN = (DATAINTADM
                    - ANOINTERN * 10000) / 100
              COMPUTE DIAINTERN = DATAINTADM
                    - ANOINTERN * 10000 - MESINTERN * 100
              MOVE HORAINTADM TO HORAINTERN
              READ CADINTERN
              IF ST-ERRO = "00"
                 DISPLAY (13, 30) UNIDINT
                 DISPLAY (13, 33) "/"
                 DISPLAY (13, 35) LEITOINT.
       DOSE-L8.
           ACCEPT TSITDOSE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO DOSE-L7.
           IF W-SITDOSE = "a"
              MOVE "A" TO W-SITDOSE.
           IF W-SITDOSE = "o"
              MOVE "O" TO W-SITDOSE.
           IF W-SITDOSE NOT = "A" AND W-SITDOSE NOT = "O"
              MOVE "*** DIGITE A=ADMINISTRADA OU O=OMITIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DOSE-L8.
       DOSE-L9.
           ACCEPT TDATAREAL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO DOSE-L8.
           IF W-DATAREAL = ZEROS
              MOVE DATAADM TO W-DATAREAL
              DISPLAY TDATAREAL.
           IF W-MESRE < 1 OR W-MESRE > 12 OR W-DIARE < 1
                 OR W-DIARE > 31
              MOVE "*** DATA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DOSE-L9.
           IF W-DATAREAL < DATAINTADM
              MOVE "** DATA REAL ANTERIOR A INTERNACAO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DOSE-L9.
       DOSE-L10.
           ACCEPT THORAREALDO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO DOSE-L9.
           MOVE W-HORAREAL TO W-HORAVAL
           PERFORM VALIDA-HORA THRU FIM-VALIDA-HORA
           IF W-HORAOK NOT = "S"
              MOVE "O HORARIO INSERIDO NAO E VALIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DOSE-L10.
           MOVE W-DATAREAL TO W-DATAVAL
           PERFORM VALIDA-FUTURO THRU FIM-VALIDA-FUTURO
           IF W-FUTURO = "S"
              MOVE "** HORA REAL POSTERIOR A HORA ATUAL **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DOSE-L10.
       DOSE-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "CONFIRMA DOSE (S/N) : ".
           ACCEPT (23, 63) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO DOSE-L10.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DOSE NAO LANCADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DOSE-L1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DOSE-OPC.
       DOSE-WR1.
           MOVE W-SITDOSE TO STATUSADM
           MOVE W-CODOPERLOG TO OPERADM
           COMPUTE HORAREALADM = W-HORAREAL * 100
           REWRITE REGADMIN
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA REGRAVACAO DO ARQUIVO CADADMIN" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE KEYADMIN TO CHAVELOGTX
           MOVE W-SITDOSE TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           MOVE "D" TO TIPOCTG
           MOVE KEYADMIN TO CHAVECTG
           MOVE W-DATAREAL TO DATAREALCTG
           MOVE W-HORAREAL TO HORAREALCTG
           MOVE ZEROS TO HORAFIMCTG
           MOVE W-SITDOSE TO SITCTG
           PERFORM GRAVA-MARCA THRU FIM-GRAVA-MARCA
      *-----A SAIDA DO ESTOQUE E FEITA NA GERACAO DO MAPA (PRESCINT);----
      *-----DOSE QUE NAO SAIU DA FARMACIA FICA PARA ACERTO MANUAL---------
           IF ADM-ADMINISTRADO AND NOT DOSE-NA-ENFERMARIA
              MOVE "** DOSE SEM SAIDA DO ESTOQUE: AVISE A FARMACIA **"
                 TO MENS
           ELSE
              MOVE "*** DOSE LANCADA ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO DOSE-L1.
      *
      *****************************************
      * 4 - RELATORIO DOS LANCAMENTOS DO DIA  *
      *****************************************
      *
       RELCONT.
           MOVE ZEROS TO W-DATAREL W-QTDEREL
           DISPLAY (13, 03) "DIGITADOS EM (AAAAMMDD, 0 = HOJE): "
           ACCEPT (13, 39) W-DATAREL
           IF W-DATAREL = ZEROS
              ACCEPT W-DATAREL FROM DATE YYYYMMDD.
           OPEN OUTPUT RELCONTTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CONTING.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           MOVE W-DATAREL TO W-DATAEDIT
           MOVE W-DIAED TO DIACABCTX
           MOVE W-MESED TO MESCABCTX
           MOVE W-ANOED TO ANOCABCTX
           WRITE REGRELCONTTX FROM CABCONT
           MOVE SPACES TO REGRELCONTTX
           WRITE REGRELCONTTX
           WRITE REGRELCONTTX FROM CABCONTCOL
           MOVE LOW-VALUES TO KEYCONTING
           START CADCONTING KEY IS NOT LESS KEYCONTING INVALID KEY
                 GO TO RELCONT-FIM.
       RELCONT-L1.
           READ CADCONTING NEXT
           IF ST-ERRO NOT = "00"
              GO TO RELCONT-FIM.
           IF DATADIGCTG NOT = W-DATAREL
              GO TO RELCONT-L1.
           ADD 1 TO W-QTDEREL
           MOVE SPACES TO DETCONT
           IF CTG-CHEGADA
              MOVE "CHEGADA" TO TIPODETCTX.
           IF CTG-REALIZADA
              MOVE "CONSULTA" TO TIPODETCTX.
           IF CTG-DOSE
              MOVE "DOSE" TO TIPODETCTX.
           MOVE CHAVECTG TO CHAVEDETCTX
           MOVE DATAREALCTG TO W-DATAEDIT
           MOVE W-DIAED TO DIADETCTX
           MOVE W-MESED TO MESDETCTX
           MOVE W-ANOED TO ANODETCTX
           MOVE HORAREALCTG TO W-HORAEDIT
           MOVE W-HHED TO HHREALCTX
           MOVE W-MIED TO MIREALCTX
           IF CTG-REALIZADA
              MOVE HORAFIMCTG TO W-HORAEDIT
              MOVE W-HHED TO HHFIMCTX
              MOVE ":" TO BARRAFIMCTX
              MOVE W-MIED TO MIFIMCTX.
           MOVE HORADIGCTG TO W-HORADIGED
           MOVE W-HHDIG TO HHDIGCTX
           MOVE W-MIDIG TO MIDIGCTX
           MOVE W-SSDIG TO SSDIGCTX
           MOVE OPERCTG TO OPERDETCTX
           MOVE NOMEOPERCTG TO NOMEDETCTX
           MOVE SITCTG TO SITDETCTX
           WRITE REGRELCONTTX FROM DETCONT
           GO TO RELCONT-L1.
       RELCONT-FIM.
           MOVE SPACES TO REGRELCONTTX
           WRITE REGRELCONTTX
           MOVE W-QTDEREL TO QTDETOTCTX
           WRITE REGRELCONTTX FROM TOTCONT
           CLOSE RELCONTTX
           DISPLAY (15, 03) "LANCAMENTOS NO DIA: " W-QTDEREL
           MOVE "*** RELATORIO CONTING.DOC GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *
      *****************************************
      * ROTINAS COMUNS                        *
      *****************************************
      *
      *-----CONSULTA DA CHAVE DIGITADA E NOME DO PACIENTE-----------------
       LER-CONSULTA.
           MOVE "N" TO W-ACHOU
           READ CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE "*** CONSULTA NAO ENCONTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIM-LER-CONSULTA.
           COMPUTE W-DATACONSNUM = ANOC * 10000 + MESC * 100 + DIAC
           MOVE W-DATACONSNUM TO W-DATAVAL
           MOVE ZEROS TO W-HORAVAL
           PERFORM VALIDA-FUTURO THRU FIM-VALIDA-FUTURO
           IF W-FUTURO = "S"
              MOVE "** CONSULTA AINDA NAO ACONTECEU **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIM-LER-CONSULTA.
           MOVE CPFPACIENTE TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "** PACIENTE NAO ENCONTRADO **" TO NOMEPACIENTE.
           DISPLAY (10, 21) NOMEPACIENTE
           DISPLAY (11, 21) CODMED
           DISPLAY (12, 21) UNIDADE
           MOVE "S" TO W-ACHOU.
       FIM-LER-CONSULTA.
           EXIT.
      *----------------LER A PRESCRICAO DO HORARIO-----------------------
       LER-PRESC.
           MOVE SPACES TO MEDICAMENTOPI DOSEPI
           IF W-PRESCOK NOT = "S"
              GO TO FIM-LER-PRESC.
           MOVE CPFADM TO CPFPI
           MOVE DATAINTADM TO DATAINTPI
           MOVE HORAINTADM TO HORAINTPI
           MOVE LINHAADM TO LINHAPI
           READ CADPRESCINT
           IF ST-ERRO NOT = "00"
              MOVE "** PRESCRICAO NAO ENCONTRADA **" TO MEDICAMENTOPI.
       FIM-LER-PRESC.
           EXIT.
      *-----HORA HHMM VALIDA---------------------------------------------
       VALIDA-HORA.
           MOVE "N" TO W-HORAOK
           DIVIDE W-HORAVAL BY 100 GIVING W-HORAH REMAINDER W-HORAM
           IF W-HORAH > 23 OR W-HORAM > 59
              GO TO FIM-VALIDA-HORA.
           MOVE "S" TO W-HORAOK.
       FIM-VALIDA-HORA.
           EXIT.
      *-----DATA/HORA ANOTADA NAO PODE SER POSTERIOR AO MOMENTO ATUAL----
       VALIDA-FUTURO.
           MOVE "N" TO W-FUTURO
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-HORAAGORA FROM TIME
           DIVIDE W-HORAAGORA BY 10000 GIVING W-HHMMAGORA
           IF W-DATAVAL > W-DATAHOJE
              MOVE "S" TO W-FUTURO
              GO TO FIM-VALIDA-FUTURO.
           IF W-DATAVAL = W-DATAHOJE AND W-HORAVAL > W-HHMMAGORA
              MOVE "S" TO W-FUTURO.
       FIM-VALIDA-FUTURO.
           EXIT.
      *-----SENHA SEQUENCIAL DO DIA DA CONSULTA POR UNIDADE--------------
       GERA-SENHA.
           MOVE ZEROS TO W-MAXSENHA
           MOVE ZEROS TO CPFCHEGADA
           MOVE ZEROS TO DATACHEGADA HORACHEGADA
           START CADCHEGADA KEY IS NOT LESS KEYCHEGADA INVALID KEY
                 GO TO GERA-SENHA2.
       GERA-SENHA1.
           READ CADCHEGADA NEXT
           IF ST-ERRO NOT = "00"
              GO TO GERA-SENHA2.
           IF DATAREGCHEG NOT = W-DATACONSNUM
              GO TO GERA-SENHA1.
           IF UNIDADECHEG NOT = W-UNIDCONS
              GO TO GERA-SENHA1.
           IF SENHACHEG > W-MAXSENHA
              MOVE SENHACHEG TO W-MAXSENHA.
           GO TO GERA-SENHA1.
       GERA-SENHA2.
           COMPUTE W-SENHAPAPEL = W-MAXSENHA + 1.
       FIM-GERA-SENHA.
           EXIT.
      *-----MARCA DE CONTINGENCIA (TIPO, CHAVE E HORARIOS JA MOVIDOS)----
       GRAVA-MARCA.
           ACCEPT DATADIGCTG FROM DATE YYYYMMDD
           ACCEPT W-HORAAGORA FROM TIME
           DIVIDE W-HORAAGORA BY 100 GIVING HORADIGCTG
           MOVE W-CODOPERLOG TO OPERCTG
           MOVE W-NOMEOPERLOG TO NOMEOPERCTG
           WRITE REGCONTING
           IF ST-ERRO = "22"
              REWRITE REGCONTING.
       FIM-GRAVA-MARCA.
           EXIT.
      *-----TRAVA DO REGISTRO DA CONSULTA (ALT/EXC CONCORRENTES)---------
       PEDE-TRAVA.
           MOVE "T" TO W-TRAVAACAO
           MOVE "CADCONSU" TO W-TRAVAARQ
           MOVE KEYPRINCIPAL TO W-TRAVACHAVE
           MOVE SPACES TO W-TRAVARESULT W-TRAVADETEN
           CALL "TRAVA" USING W-TRAVAACAO W-TRAVAARQ W-TRAVACHAVE
                 W-TRAVARESULT W-TRAVADETEN
              ON OVERFLOW
                 MOVE "S" TO W-TRAVARESULT.
           CANCEL "TRAVA"
           IF W-TRAVARESULT = "S"
              MOVE "S" TO W-TRAVAATIVA.
       FIM-PEDE-TRAVA.
           EXIT.
       LIBERA-TRAVA.
           IF W-TRAVAATIVA NOT = "S"
              GO TO FIM-LIBERA-TRAVA.
           MOVE "L" TO W-TRAVAACAO
           CALL "TRAVA" USING W-TRAVAACAO W-TRAVAARQ W-TRAVACHAVE
                 W-TRAVARESULT W-TRAVADETEN
              ON OVERFLOW
                 NEXT SENTENCE.
           CANCEL "TRAVA"
           MOVE "N" TO W-TRAVAATIVA.
       FIM-LIBERA-TRAVA.
           EXIT.
      *
       JORNAL-CONSU.
           MOVE "CADCONSU" TO W-ARQJOR
           MOVE REGCONS TO W-IMAGEMJOR
           MOVE W-CODOPERLOG TO W-OPERJOR
           CALL "JORNAL" USING W-ACAOJOR W-ARQJOR W-OPJOR W-PROGRJOR
                W-OPERJOR W-IMAGEMJOR W-SEQJOR W-OKJOR.
       FIM-JORNAL-CONSU.
           EXIT.
       GRAVA-DELTA.
           MOVE "CADCONSU" TO W-ARQDELTA
           CALL "DELTA" USING W-ACAODELTA W-NOMEDELTA W-ARQDELTA
                W-CHAVEDELTA W-OKDELTA W-SEQDELTA
              ON OVERFLOW
                 NEXT SENTENCE.
       FIM-GRAVA-DELTA.
           EXIT.
      *-----JANELA DO PROCESSAMENTO NOTURNO: SOMENTE CONSULTA-----------
       VERIFICA-JANELA.
           CALL "JANMANUT" USING W-SESSAOATUAL W-HORAFIMJM W-RESULTJM
              ON OVERFLOW
                 MOVE "N" TO W-RESULTJM.
           CANCEL "JANMANUT".
           IF W-RESULTJM = "S"
              DIVIDE W-HORAFIMJM BY 100 GIVING MANUTHHTX
                    REMAINDER MANUTMMTX
              MOVE MANUTTX TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FIM-VERIFICA-JANELA.
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
           MOVE "CONTING" TO PROGRAMALOGTX
           MOVE LOGTX TO REGLOG
           WRITE REGLOG.
      *
       ROT-FIM.
           PERFORM LIBERA-TRAVA THRU FIM-LIBERA-TRAVA.
           CLOSE CADCONTING CADCHEGADA CADCONSU CADPACI CADLOG.
           IF W-EXTABERTO = "S"
              CLOSE CADCONSEXT.
           IF W-ADMOK = "S"
              CLOSE CADADMIN.
           IF W-PRESCOK = "S"
              CLOSE CADPRESCINT.
           IF W-INTOK = "S"
              CLOSE CADINTERN.
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
