       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP055.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    CENTRO CIRURGICO: AGENDAMENTO DE SALA (CADRECURSO COM      *
      *    CONFLITO DE HORARIO), EQUIPE, OPME, CHECKLIST PRE-         *
      *    OPERATORIO, REGISTRO DA CIRURGIA E COBRANCA DOS            *
      *    PROCEDIMENTOS EM CADCONSITEM                               *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCIRURGIA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCIRURGIA
                    FILE STATUS  IS ST-ERRO.
       SELECT CADRECURSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODRECURSO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADAGEXAME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYAGEXAME
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO.
       SELECT CADINTERN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYINTERN
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCONSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPAL
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DATACONS
                       WITH DUPLICATES.
       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
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
       FD CADCIRURGIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCIRURGIA.DAT".
       01  REGCIRURGIA.
           03 KEYCIRURGIA.
              05 SALACIR          PIC 9(03).
              05 DATACIR          PIC 9(08).
              05 HORACIR          PIC 9(04).
           03 CPFCIR              PIC 9(11).
           03 DATAATDCIR          PIC 9(08).
           03 HORAATDCIR          PIC 9(04).
           03 INTERNCIR           PIC X(01).
              88 CIR-INTERNADO      VALUE "S".
              88 CIR-AMBULATORIAL   VALUE "N".
           03 DURACAOCIR          PIC 9(03).
           03 CRMCIRURGCIR        PIC 9(06).
           03 CRMANESTCIR         PIC 9(06).
           03 CRMAUX1CIR          PIC 9(06).
           03 CRMAUX2CIR          PIC 9(06).
           03 OPME1CIR            PIC X(50).
           03 OPME2CIR            PIC X(50).
           03 PROCEDCIR.
              05 PROC1CIR         PIC 9(08).
              05 PROC2CIR         PIC 9(08).
              05 PROC3CIR         PIC 9(08).
           03 TABPROCCIR REDEFINES PROCEDCIR.
              05 PROCCIR          PIC 9(08) OCCURS 3 TIMES.
           03 STATUSCIR           PIC X(01).
              88 CIR-AGENDADA       VALUE "A".
              88 CIR-REALIZADA      VALUE "R".
              88 CIR-CANCELADA      VALUE "C".
           03 CHECKLISTCIR.
              05 CHKIDENTCIR      PIC X(01).
              05 CHKSITIOCIR      PIC X(01).
              05 CHKCONSENTCIR    PIC X(01).
              05 CHKJEJUMCIR      PIC X(01).
              05 CHKALERGCIR      PIC X(01).
              05 CHKRESERVACIR    PIC X(01).
           03 HORAINIREALCIR      PIC 9(04).
           03 HORAFIMREALCIR      PIC 9(04).
           03 DESCOPER1CIR        PIC X(60).
           03 DESCOPER2CIR        PIC X(60).
           03 DESCOPER3CIR        PIC X(60).
           03 FATURADOCIR         PIC X(01).
           03 OPERCIR             PIC 9(04).
           03 DATAREGCIR          PIC 9(08).
           03 HORAREGCIR          PIC 9(06).
           03 FILLER              PIC X(20).
      *
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
       01 W-AGEXOK      PIC X(01) VALUE "N".
       01 W-REAPROVEITA PIC X(01) VALUE "N".
       01 W-CRMLIDO     PIC 9(06) VALUE ZEROS.
       01 W-NOMELIDO    PIC X(30) VALUE SPACES.
       01 W-DATAATDDMA.
          03 W-DIAATD   PIC 9(02) VALUE ZEROS.
          03 W-MESATD   PIC 9(02) VALUE ZEROS.
          03 W-ANOATD   PIC 9(04) VALUE ZEROS.
       01 MSGSALA       PIC X(30) VALUE SPACES.
       01 MSGPACI       PIC X(30) VALUE SPACES.
       01 MSGINTERN     PIC X(12) VALUE SPACES.
       01 MSGCIRURG     PIC X(30) VALUE SPACES.
       01 MSGANEST      PIC X(30) VALUE SPACES.
       01 MSGSTATUS     PIC X(10) VALUE SPACES.
      *---CONFLITO DE HORARIO NA SALA (MESMA REGRA DO AGENDEX)----------
       01 W-CONFLITO    PIC X(01) VALUE "N".
       01 W-INIA        PIC 9(05) VALUE ZEROS.
       01 W-FIMA        PIC 9(05) VALUE ZEROS.
       01 W-INIB        PIC 9(05) VALUE ZEROS.
       01 W-FIMB        PIC 9(05) VALUE ZEROS.
       01 W-HORAH       PIC 9(02) VALUE ZEROS.
       01 W-HORAM       PIC 9(02) VALUE ZEROS.
       01 W-SALAAG      PIC 9(03) VALUE ZEROS.
       01 W-DATAAG      PIC 9(08) VALUE ZEROS.
       01 W-HORAAG      PIC 9(04) VALUE ZEROS.
       01 W-DURACAO     PIC 9(03) VALUE ZEROS.
       01 W-REGCIRURGIA PIC X(424) VALUE SPACES.
      *---ITENS DE COBRANCA DA CIRURGIA---------------------------------
       01 W-CHAVEITEM   PIC X(23) VALUE SPACES.
       01 W-MAXSEQ      PIC 9(02) VALUE ZEROS.
       01 W-QTDITENS    PIC 9(01) VALUE ZEROS.
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
       01  TELACIRURGIA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                     CENTRO CIRURGICO".
           05  LINE 05  COLUMN 01
               VALUE  "   1 - AGENDAR CIRURGIA".
           05  LINE 06  COLUMN 01
               VALUE  "   2 - REGISTRAR CIRURGIA REALIZADA".
           05  LINE 07  COLUMN 01
               VALUE  "   3 - CANCELAR AGENDAMENTO".
           05  LINE 10  COLUMN 01
               VALUE  "   FUNCAO :   ( 0 - ENCERRA )".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TW-FUNCAO
               LINE 10  COLUMN 13  PIC 9(01)
               USING  W-FUNCAO
               HIGHLIGHT.
       01  TELAAGENDACIR.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "             CENTRO CIRURGICO - AGENDAME".
           05  LINE 02  COLUMN 41
               VALUE  "NTO DE CIRURGIA".
           05  LINE 04  COLUMN 01
               VALUE  "  SALA (RECURSO)  :".
           05  LINE 05  COLUMN 01
               VALUE  "  DATA (AAAAMMDD) :".
           05  LINE 05  COLUMN 41
               VALUE  "HORA (HHMM) :".
           05  LINE 07  COLUMN 01
               VALUE  "  CPF DO PACIENTE :".
           05  LINE 08  COLUMN 01
               VALUE  "  ATENDIMENTO (AAAAMMDD) :".
           05  LINE 08  COLUMN 41
               VALUE  "HORA (HHMM) :".
           05  LINE 09  COLUMN 01
               VALUE  "  DURACAO (MIN)   :".
           05  LINE 11  COLUMN 01
               VALUE  "  CIRURGIAO (CRM) :".
           05  LINE 12  COLUMN 01
               VALUE  "  ANESTESISTA(CRM):".
           05  LINE 13  COLUMN 01
               VALUE  "  AUXILIAR 1 (CRM):".
           05  LINE 13  COLUMN 41
               VALUE  "AUXILIAR 2 (CRM):".
           05  LINE 15  COLUMN 01
               VALUE  "  OPME :".
           05  LINE 18  COLUMN 01
               VALUE  "  PROCEDIMENTOS   :".
           05  LINE 20  COLUMN 01
               VALUE  "  SITUACAO :".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TSALACIR
               LINE 04  COLUMN 21  PIC 9(03)
               USING  SALACIR
               HIGHLIGHT.
           05  TMSGSALA
               LINE 04  COLUMN 26  PIC X(30)
               USING  MSGSALA
               HIGHLIGHT.
           05  TDATACIR
               LINE 05  COLUMN 21  PIC 9(08)
               USING  DATACIR
               HIGHLIGHT.
           05  THORACIR
               LINE 05  COLUMN 55  PIC 9(04)
               USING  HORACIR
               HIGHLIGHT.
           05  TCPFCIR
               LINE 07  COLUMN 21  PIC 9(11)
               USING  CPFCIR
               HIGHLIGHT.
           05  TMSGPACI
               LINE 07  COLUMN 34  PIC X(30)
               USING  MSGPACI
               HIGHLIGHT.
           05  TDATAATDCIR
               LINE 08  COLUMN 28  PIC 9(08)
               USING  DATAATDCIR
               HIGHLIGHT.
           05  THORAATDCIR
               LINE 08  COLUMN 55  PIC 9(04)
               USING  HORAATDCIR
               HIGHLIGHT.
           05  TMSGINTERN
               LINE 08  COLUMN 61  PIC X(12)
               USING  MSGINTERN
               HIGHLIGHT.
           05  TDURACAOCIR
               LINE 09  COLUMN 21  PIC 9(03)
               USING  DURACAOCIR
               HIGHLIGHT.
           05  TCRMCIRURGCIR
               LINE 11  COLUMN 21  PIC 9(06)
               USING  CRMCIRURGCIR
               HIGHLIGHT.
           05  TMSGCIRURG
               LINE 11  COLUMN 29  PIC X(30)
               USING  MSGCIRURG
               HIGHLIGHT.
           05  TCRMANESTCIR
               LINE 12  COLUMN 21  PIC 9(06)
               USING  CRMANESTCIR
               HIGHLIGHT.
           05  TMSGANEST
               LINE 12  COLUMN 29  PIC X(30)
               USING  MSGANEST
               HIGHLIGHT.
           05  TCRMAUX1CIR
               LINE 13  COLUMN 21  PIC 9(06)
               USING  CRMAUX1CIR
               HIGHLIGHT.
           05  TCRMAUX2CIR
               LINE 13  COLUMN 59  PIC 9(06)
               USING  CRMAUX2CIR
               HIGHLIGHT.
           05  TOPME1CIR
               LINE 15  COLUMN 10  PIC X(50)
               USING  OPME1CIR
               HIGHLIGHT.
           05  TOPME2CIR
               LINE 16  COLUMN 10  PIC X(50)
               USING  OPME2CIR
               HIGHLIGHT.
           05  TPROC1CIR
               LINE 18  COLUMN 21  PIC 9(08)
               USING  PROC1CIR
               HIGHLIGHT.
           05  TPROC2CIR
               LINE 18  COLUMN 31  PIC 9(08)
               USING  PROC2CIR
               HIGHLIGHT.
           05  TPROC3CIR
               LINE 18  COLUMN 41  PIC 9(08)
               USING  PROC3CIR
               HIGHLIGHT.
           05  TSTATUSCIR
               LINE 20  COLUMN 14  PIC X(01)
               USING  STATUSCIR
               HIGHLIGHT.
           05  TMSGSTATUS
               LINE 20  COLUMN 16  PIC X(10)
               USING  MSGSTATUS
               HIGHLIGHT.
       01  TELAREGCIR.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "             CENTRO CIRURGICO - REGISTRO".
           05  LINE 02  COLUMN 41
               VALUE  " DA CIRURGIA".
           05  LINE 04  COLUMN 01
               VALUE  "  SALA (RECURSO)  :".
           05  LINE 05  COLUMN 01
               VALUE  "  DATA (AAAAMMDD) :".
           05  LINE 05  COLUMN 41
               VALUE  "HORA (HHMM) :".
           05  LINE 06  COLUMN 01
               VALUE  "  PACIENTE        :".
           05  LINE 08  COLUMN 01
               VALUE  "  CHECKLIST PRE-OPERATORIO (S/N)".
           05  LINE 09  COLUMN 01
               VALUE  "  PACIENTE IDENTIFICADO ........ :".
           05  LINE 09  COLUMN 41
               VALUE  "SITIO CIRURGICO DEMARCADO ..:".
           05  LINE 10  COLUMN 01
               VALUE  "  CONSENTIMENTO ASSINADO ....... :".
           05  LINE 10  COLUMN 41
               VALUE  "JEJUM CONFIRMADO ...........:".
           05  LINE 11  COLUMN 01
               VALUE  "  ALERGIAS VERIFICADAS ......... :".
           05  LINE 11  COLUMN 41
               VALUE  "SANGUE/OPME DISPONIVEIS ....:".
           05  LINE 13  COLUMN 01
               VALUE  "  INICIO (HHMM)   :".
           05  LINE 13  COLUMN 41
               VALUE  "TERMINO (HHMM) :".
           05  LINE 15  COLUMN 01
               VALUE  "  DESCRICAO CIRURGICA :".
           05  LINE 20  COLUMN 01
               VALUE  "  PROCEDIMENTOS REALIZADOS :".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  RSALACIR
               LINE 04  COLUMN 21  PIC 9(03)
               USING  SALACIR
               HIGHLIGHT.
           05  RMSGSALA
               LINE 04  COLUMN 26  PIC X(30)
               USING  MSGSALA
               HIGHLIGHT.
           05  RDATACIR
               LINE 05  COLUMN 21  PIC 9(08)
               USING  DATACIR
               HIGHLIGHT.
           05  RHORACIR
               LINE 05  COLUMN 55  PIC 9(04)
               USING  HORACIR
               HIGHLIGHT.
           05  RMSGPACI
               LINE 06  COLUMN 21  PIC X(30)
               USING  MSGPACI
               HIGHLIGHT.
           05  TCHKIDENTCIR
               LINE 09  COLUMN 36  PIC X(01)
               USING  CHKIDENTCIR
               HIGHLIGHT.
           05  TCHKSITIOCIR
               LINE 09  COLUMN 71  PIC X(01)
               USING  CHKSITIOCIR
               HIGHLIGHT.
           05  TCHKCONSENTCIR
               LINE 10  COLUMN 36  PIC X(01)
               USING  CHKCONSENTCIR
               HIGHLIGHT.
           05  TCHKJEJUMCIR
               LINE 10  COLUMN 71  PIC X(01)
               USING  CHKJEJUMCIR
               HIGHLIGHT.
           05  TCHKALERGCIR
               LINE 11  COLUMN 36  PIC X(01)
               USING  CHKALERGCIR
               HIGHLIGHT.
           05  TCHKRESERVACIR
               LINE 11  COLUMN 71  PIC X(01)
               USING  CHKRESERVACIR
               HIGHLIGHT.
           05  THORAINIREALCIR
               LINE 13  COLUMN 21  PIC 9(04)
               USING  HORAINIREALCIR
               HIGHLIGHT.
           05  THORAFIMREALCIR
               LINE 13  COLUMN 58  PIC 9(04)
               USING  HORAFIMREALCIR
               HIGHLIGHT.
           05  TDESCOPER1CIR
               LINE 16  COLUMN 05  PIC X(60)
               USING  DESCOPER1CIR
               HIGHLIGHT.
           05  TDESCOPER2CIR
               LINE 17  COLUMN 05  PIC X(60)
               USING  DESCOPER2CIR
               HIGHLIGHT.
           05  TDESCOPER3CIR
               LINE 18  COLUMN 05  PIC X(60)
               USING  DESCOPER3CIR
               HIGHLIGHT.
           05  RPROC1CIR
               LINE 20  COLUMN 30  PIC 9(08)
               USING  PROC1CIR
               HIGHLIGHT.
           05  RPROC2CIR
               LINE 20  COLUMN 40  PIC 9(08)
               USING  PROC2CIR
               HIGHLIGHT.
           05  RPROC3CIR
               LINE 20  COLUMN 50  PIC 9(08)
               USING  PROC3CIR
               HIGHLIGHT.
      *
      *--------------(INICIO)--------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
       L0.
           OPEN I-O CADCIRURGIA
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADCIRURGIA
                CLOSE CADCIRURGIA
                MOVE " ARQUIVO CADCIRURGIA FOI CRIADO " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO L0
             ELSE
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADCIRURGIA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM2.
       L0A.
           OPEN I-O CADCONSITEM
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADCONSITEM
                CLOSE CADCONSITEM
                GO TO L0A
             ELSE
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONSITEM" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADCIRURGIA
                GO TO ROT-FIM2.
           OPEN INPUT CADRECURSO
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO CADRECURSO NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCIRURGIA CADCONSITEM
              GO TO ROT-FIM2.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO CADPACI NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCIRURGIA CADCONSITEM CADRECURSO
              GO TO ROT-FIM2.
           OPEN INPUT CADINTERN
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO CADINTERN NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCIRURGIA CADCONSITEM CADRECURSO CADPACI
              GO TO ROT-FIM2.
           OPEN INPUT CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO CADCONSU NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCIRURGIA CADCONSITEM CADRECURSO CADPACI
              CLOSE CADINTERN
              GO TO ROT-FIM2.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO CADMED NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCIRURGIA CADCONSITEM CADRECURSO CADPACI
              CLOSE CADINTERN CADCONSU
              GO TO ROT-FIM2.
           OPEN INPUT CADPROC
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO CADPROC NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCIRURGIA CADCONSITEM CADRECURSO CADPACI
              CLOSE CADINTERN CADCONSU CADMED
              GO TO ROT-FIM2.
           OPEN INPUT CADAGEXAME
           IF ST-ERRO = "00"
              MOVE "S" TO W-AGEXOK.
           PERFORM ABRIR-CADSESSAO.
           PERFORM ABRIR-CADLOG.
       MENU-FUNCAO.
           MOVE ZEROS TO W-FUNCAO
           DISPLAY TELACIRURGIA
           ACCEPT TW-FUNCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-FUNCAO = 0
              GO TO ROT-FIM.
           IF W-FUNCAO = 1
              GO TO AGENDA-L1.
           IF W-FUNCAO = 2
              GO TO REGISTRA-L1.
           IF W-FUNCAO = 3
              GO TO CANCELA-L1.
           MOVE "*** FUNCAO NAO DISPONIVEL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *----------------AGENDAR CIRURGIA NA SALA-------------------------
       AGENDA-L1.
           MOVE ZEROS TO SALACIR DATACIR HORACIR
           PERFORM INICIA-CAMPOS
           DISPLAY TELAAGENDACIR.
       AGENDA-L2.
           ACCEPT TSALACIR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
           IF SALACIR = ZEROS
              MOVE " ** PREENCHA O CAMPO PARA PROSSEGUIR ** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AGENDA-L2.
           MOVE SALACIR TO CODRECURSO
           READ CADRECURSO
           IF ST-ERRO NOT = "00"
              MOVE "** SALA NAO CADASTRADA EM CADRECURSO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AGENDA-L2.
           MOVE DESCRECURSO TO MSGSALA
           DISPLAY TMSGSALA.
       AGENDA-L3.
           ACCEPT TDATACIR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO AGENDA-L2.
           IF DATACIR < W-DATAHOJE
              MOVE "DATA DA CIRURGIA INVALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AGENDA-L3.
       AGENDA-L4.
           ACCEPT THORACIR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO AGENDA-L3.
           DIVIDE HORACIR BY 100 GIVING W-HORAH REMAINDER W-HORAM
           IF W-HORAH > 23 OR W-HORAM > 59
              MOVE "O HORARIO INSERIDO NAO E VALIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AGENDA-L4.
           IF HORACIR < HORAABRERE OR HORACIR NOT < HORAFECHARE
              MOVE "** FORA DO HORARIO DA SALA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AGENDA-L4.
       AGENDA-LER.
           MOVE "N" TO W-REAPROVEITA
           READ CADCIRURGIA
           IF ST-ERRO = "00"
              IF CIR-CANCELADA
                 MOVE "S" TO W-REAPROVEITA
                 PERFORM INICIA-CAMPOS
              ELSE
                 PERFORM MOSTRA-CIRURGIA
                 MOVE "** JA EXISTE CIRURGIA NESSE HORARIO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO AGENDA-L1.
       AGENDA-L5.
           ACCEPT TCPFCIR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO AGENDA-L4.
           MOVE CPFCIR TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "** PACIENTE NAO CADASTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AGENDA-L5.
           MOVE NOMEPACIENTE TO MSGPACI
           DISPLAY TMSGPACI.
      *-----INTERNACAO (CADINTERN) OU ATENDIMENTO (CADCONSU) QUE--------
      *-----RECEBE A COBRANCA DOS PROCEDIMENTOS------------------------
       AGENDA-L6.
           ACCEPT TDATAATDCIR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO AGENDA-L5.
       AGENDA-L7.
           ACCEPT THORAATDCIR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO AGENDA-L6.
           COMPUTE W-ANOATD = DATAATDCIR / 10000
           COMPUTE W-MESATD = (DATAATDCIR - W-ANOATD * 10000) / 100
           COMPUTE W-DIAATD = DATAATDCIR
                 - W-ANOATD * 10000 - W-MESATD * 100
           MOVE CPFCIR TO CPFINTERN
           MOVE W-DATAATDDMA TO DATAINTERN
           MOVE HORAATDCIR TO HORAINTERN
           READ CADINTERN
           IF ST-ERRO = "00"
              IF DATAALTA NOT = ZEROS
                 MOVE "** INTERNACAO JA TEVE ALTA **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO AGENDA-L6
              ELSE
                 MOVE "S" TO INTERNCIR
                 MOVE "INTERNADO" TO MSGINTERN
                 DISPLAY TMSGINTERN
                 GO TO AGENDA-L8.
           MOVE CPFCIR TO CPFPACIENTE
           MOVE W-DATAATDDMA TO DATACONS
           MOVE HORAATDCIR TO HORAC
           READ CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE "** ATENDIMENTO NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AGENDA-L6.
           IF CANCELADA
              MOVE "** ATENDIMENTO CANCELADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AGENDA-L6.
           MOVE "N" TO INTERNCIR
           MOVE "AMBULATORIAL" TO MSGINTERN
           DISPLAY TMSGINTERN.
       AGENDA-L8.
           ACCEPT TDURACAOCIR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO AGENDA-L7.
           IF DURACAOCIR = ZEROS
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AGENDA-L8.
           MOVE SALACIR TO W-SALAAG
           MOVE DATACIR TO W-DATAAG
           MOVE HORACIR TO W-HORAAG
           MOVE DURACAOCIR TO W-DURACAO
           PERFORM VERIFICA-CONFLITO THRU FIM-VERIFICA-CONFLITO
           IF W-CONFLITO = "S"
              MOVE "** SALA OCUPADA NESSE HORARIO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AGENDA-L8.
      *----------------EQUIPE CIRURGICA---------------------------------
       AGENDA-L9.
           ACCEPT TCRMCIRURGCIR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO AGENDA-L8.
           MOVE CRMCIRURGCIR TO W-CRMLIDO
           PERFORM LER-MEDICO
           IF CRMCIRURGCIR = ZEROS OR W-NOMELIDO = SPACES
              MOVE "** CIRURGIAO NAO CADASTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AGENDA-L9.
           MOVE W-NOMELIDO TO MSGCIRURG
           DISPLAY TMSGCIRURG.
       AGENDA-L10.
           ACCEPT TCRMANESTCIR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO AGENDA-L9.
           MOVE SPACES TO MSGANEST
           IF CRMANESTCIR NOT = ZEROS
              IF CRMANESTCIR = CRMCIRURGCIR
                 MOVE "ANESTESISTA IGUAL AO CIRURGIAO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO AGENDA-L10
              ELSE
                 MOVE CRMANESTCIR TO W-CRMLIDO
                 PERFORM LER-MEDICO
                 IF W-NOMELIDO = SPACES
                    MOVE "** ANESTESISTA NAO CADASTRADO **" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO AGENDA-L10.
           MOVE W-NOMELIDO TO MSGANEST
           DISPLAY TMSGANEST.
       AGENDA-L11.
           ACCEPT TCRMAUX1CIR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO AGENDA-L10.
           IF CRMAUX1CIR NOT = ZEROS
              MOVE CRMAUX1CIR TO W-CRMLIDO
              PERFORM LER-MEDICO
              IF W-NOMELIDO = SPACES
                 MOVE "** AUXILIAR NAO CADASTRADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO AGENDA-L11.
       AGENDA-L12.
           ACCEPT TCRMAUX2CIR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO AGENDA-L11.
           IF CRMAUX2CIR NOT = ZEROS
              MOVE CRMAUX2CIR TO W-CRMLIDO
              PERFORM LER-MEDICO
              IF W-NOMELIDO = SPACES
                 MOVE "** AUXILIAR NAO CADASTRADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO AGENDA-L12.
      *----------------MATERIAIS ESPECIAIS (OPME)-----------------------
       AGENDA-L13.
           ACCEPT TOPME1CIR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO AGENDA-L12.
       AGENDA-L14.
           ACCEPT TOPME2CIR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO AGENDA-L13.
      *----------------PROCEDIMENTOS PREVISTOS (CADPROC)----------------
       AGENDA-L15.
           ACCEPT TPROC1CIR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO AGENDA-L14.
           IF PROC1CIR = ZEROS
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AGENDA-L15.
           MOVE 1 TO IND1
           PERFORM VALIDA-PROC
           IF W-CONFLITO = "S"
              GO TO AGENDA-L15.
       AGENDA-L16.
           ACCEPT TPROC2CIR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO AGENDA-L15.
           MOVE 2 TO IND1
           PERFORM VALIDA-PROC
           IF W-CONFLITO = "S"
              GO TO AGENDA-L16.
       AGENDA-L17.
           ACCEPT TPROC3CIR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO AGENDA-L16.
           MOVE 3 TO IND1
           PERFORM VALIDA-PROC
           IF W-CONFLITO = "S"
              GO TO AGENDA-L17.
       AGENDA-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "CONFIRMA AGENDAMENTO (S/N): ".
           ACCEPT (23, 69) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO AGENDA-L17.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** CIRURGIA NAO AGENDADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AGENDA-L1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AGENDA-OPC.
       AGENDA-WR1.
           MOVE "A" TO STATUSCIR
           MOVE "N" TO FATURADOCIR
           MOVE W-CODOPERLOG TO OPERCIR
           ACCEPT DATAREGCIR FROM DATE YYYYMMDD
           ACCEPT HORAREGCIR FROM TIME
           IF W-REAPROVEITA = "S"
              REWRITE REGCIRURGIA
           ELSE
              WRITE REGCIRURGIA.
           IF ST-ERRO = "22"
              MOVE "** HORARIO JA OCUPADO, NAO GRAVADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AGENDA-L1.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADCIRURGIA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE KEYCIRURGIA TO CHAVELOGTX
           MOVE "N" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           MOVE "*** CIRURGIA AGENDADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO AGENDA-L1.
      *----------------REGISTRO DA CIRURGIA REALIZADA-------------------
       REGISTRA-L1.
           MOVE ZEROS TO SALACIR DATACIR HORACIR
           PERFORM INICIA-CAMPOS
           DISPLAY TELAREGCIR.
       REGISTRA-L2.
           ACCEPT RSALACIR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
       REGISTRA-L3.
           ACCEPT RDATACIR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO REGISTRA-L2.
       REGISTRA-L4.
           ACCEPT RHORACIR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO REGISTRA-L3.
           READ CADCIRURGIA
           IF ST-ERRO NOT = "00"
              MOVE "*** CIRURGIA NAO ENCONTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REGISTRA-L1.
           IF NOT CIR-AGENDADA
              MOVE "** SOMENTE CIRURGIA AGENDADA PODE SER REGISTRADA **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REGISTRA-L1.
           PERFORM MOSTRA-NOMES
           IF CHECKLISTCIR = SPACES
              MOVE "NNNNNN" TO CHECKLISTCIR.
           DISPLAY TELAREGCIR.
      *-----CHECKLIST PRE-OPERATORIO: TODOS OS ITENS CONFIRMADOS--------
       REGISTRA-L5.
           ACCEPT TCHKIDENTCIR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO REGISTRA-L1.
           IF CHKIDENTCIR NOT = "S" AND CHKIDENTCIR NOT = "N"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REGISTRA-L5.
       REGISTRA-L6.
           ACCEPT TCHKSITIOCIR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO REGISTRA-L5.
           IF CHKSITIOCIR NOT = "S" AND CHKSITIOCIR NOT = "N"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REGISTRA-L6.
       REGISTRA-L7.
           ACCEPT TCHKCONSENTCIR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO REGISTRA-L6.
           IF CHKCONSENTCIR NOT = "S" AND CHKCONSENTCIR NOT = "N"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REGISTRA-L7.
       REGISTRA-L8.
           ACCEPT TCHKJEJUMCIR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO REGISTRA-L7.
           IF CHKJEJUMCIR NOT = "S" AND CHKJEJUMCIR NOT = "N"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REGISTRA-L8.
       REGISTRA-L9.
           ACCEPT TCHKALERGCIR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO REGISTRA-L8.
           IF CHKALERGCIR NOT = "S" AND CHKALERGCIR NOT = "N"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REGISTRA-L9.
       REGISTRA-L10.
           ACCEPT TCHKRESERVACIR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO REGISTRA-L9.
           IF CHKRESERVACIR NOT = "S" AND CHKRESERVACIR NOT = "N"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REGISTRA-L10.
           IF CHECKLISTCIR NOT = "SSSSSS"
              MOVE "** CHECKLIST INCOMPLETO: NAO PODE REGISTRAR **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REGISTRA-L5.
      *----------------HORARIOS REAIS E DESCRICAO CIRURGICA-------------
       REGISTRA-L11.
           ACCEPT THORAINIREALCIR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO REGISTRA-L10.
           DIVIDE HORAINIREALCIR BY 100 GIVING W-HORAH
                 REMAINDER W-HORAM
           IF W-HORAH > 23 OR W-HORAM > 59
              MOVE "O HORARIO INSERIDO NAO E VALIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REGISTRA-L11.
       REGISTRA-L12.
           ACCEPT THORAFIMREALCIR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO REGISTRA-L11.
           DIVIDE HORAFIMREALCIR BY 100 GIVING W-HORAH
                 REMAINDER W-HORAM
           IF W-HORAH > 23 OR W-HORAM > 59
              MOVE "O HORARIO INSERIDO NAO E VALIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REGISTRA-L12.
           IF HORAFIMREALCIR NOT > HORAINIREALCIR
              MOVE "TERMINO ANTERIOR AO INICIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REGISTRA-L12.
       REGISTRA-L13.
           ACCEPT TDESCOPER1CIR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO REGISTRA-L12.
           IF DESCOPER1CIR = SPACES
              MOVE "PREENCHA A DESCRICAO CIRURGICA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REGISTRA-L13.
       REGISTRA-L14.
           ACCEPT TDESCOPER2CIR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO REGISTRA-L13.
       REGISTRA-L15.
           ACCEPT TDESCOPER3CIR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO REGISTRA-L14.
      *-----PROCEDIMENTOS REALIZADOS (PODEM DIFERIR DOS PREVISTOS)------
       REGISTRA-L16.
           ACCEPT RPROC1CIR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO REGISTRA-L15.
           IF PROC1CIR = ZEROS
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REGISTRA-L16.
           MOVE 1 TO IND1
           PERFORM VALIDA-PROC
           IF W-CONFLITO = "S"
              GO TO REGISTRA-L16.
       REGISTRA-L17.
           ACCEPT RPROC2CIR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO REGISTRA-L16.
           MOVE 2 TO IND1
           PERFORM VALIDA-PROC
           IF W-CONFLITO = "S"
              GO TO REGISTRA-L17.
       REGISTRA-L18.
           ACCEPT RPROC3CIR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO REGISTRA-L17.
           MOVE 3 TO IND1
           PERFORM VALIDA-PROC
           IF W-CONFLITO = "S"
              GO TO REGISTRA-L18.
       REGISTRA-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "CONFIRMA REGISTRO (S/N): ".
           ACCEPT (23, 66) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO REGISTRA-L18.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGISTRO NAO GRAVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REGISTRA-L1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REGISTRA-OPC.
       REGISTRA-RW1.
           MOVE "R" TO STATUSCIR
           MOVE W-CODOPERLOG TO OPERCIR
           ACCEPT DATAREGCIR FROM DATE YYYYMMDD
           ACCEPT HORAREGCIR FROM TIME
           PERFORM FATURA-CIRURGIA THRU FIM-FATURA-CIRURGIA
           REWRITE REGCIRURGIA
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCIRURGIA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE KEYCIRURGIA TO CHAVELOGTX
           MOVE "A" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           MOVE "*** CIRURGIA REGISTRADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO REGISTRA-L1.
      *----------------CANCELAR AGENDAMENTO-----------------------------
       CANCELA-L1.
           MOVE ZEROS TO SALACIR DATACIR HORACIR
           PERFORM INICIA-CAMPOS
           DISPLAY TELAAGENDACIR.
       CANCELA-L2.
           ACCEPT TSALACIR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
       CANCELA-L3.
           ACCEPT TDATACIR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO CANCELA-L2.
       CANCELA-L4.
           ACCEPT THORACIR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO CANCELA-L3.
           READ CADCIRURGIA
           IF ST-ERRO NOT = "00"
              MOVE "*** CIRURGIA NAO ENCONTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CANCELA-L1.
           PERFORM MOSTRA-CIRURGIA
           IF NOT CIR-AGENDADA
              MOVE "** SOMENTE CIRURGIA AGENDADA PODE SER CANCELADA **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CANCELA-L1.
       CANCELA-OPC.
           DISPLAY (23, 40) "CANCELAR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** AGENDAMENTO MANTIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CANCELA-L1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CANCELA-OPC.
           MOVE "C" TO STATUSCIR
           MOVE W-CODOPERLOG TO OPERCIR
           ACCEPT DATAREGCIR FROM DATE YYYYMMDD
           ACCEPT HORAREGCIR FROM TIME
           REWRITE REGCIRURGIA
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCIRURGIA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE KEYCIRURGIA TO CHAVELOGTX
           MOVE "C" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           MOVE "*** AGENDAMENTO CANCELADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO CANCELA-L1.
      *
      *****************************************
      * ROTINAS AUXILIARES                    *
      *****************************************
      *
       INICIA-CAMPOS.
           MOVE ZEROS TO CPFCIR DATAATDCIR HORAATDCIR DURACAOCIR
           MOVE ZEROS TO CRMCIRURGCIR CRMANESTCIR CRMAUX1CIR CRMAUX2CIR
           MOVE ZEROS TO PROC1CIR PROC2CIR PROC3CIR
           MOVE ZEROS TO HORAINIREALCIR HORAFIMREALCIR
           MOVE ZEROS TO OPERCIR DATAREGCIR HORAREGCIR
           MOVE SPACES TO INTERNCIR OPME1CIR OPME2CIR CHECKLISTCIR
           MOVE SPACES TO DESCOPER1CIR DESCOPER2CIR DESCOPER3CIR
           MOVE "N" TO FATURADOCIR
           MOVE "A" TO STATUSCIR
           MOVE SPACES TO MSGPACI MSGINTERN MSGCIRURG MSGANEST
           MOVE SPACES TO MSGSTATUS.
      *
       MOSTRA-CIRURGIA.
           PERFORM MOSTRA-NOMES
           MOVE CRMCIRURGCIR TO W-CRMLIDO
           PERFORM LER-MEDICO
           MOVE W-NOMELIDO TO MSGCIRURG
           MOVE SPACES TO MSGANEST
           IF CRMANESTCIR NOT = ZEROS
              MOVE CRMANESTCIR TO W-CRMLIDO
              PERFORM LER-MEDICO
              MOVE W-NOMELIDO TO MSGANEST.
           IF CIR-INTERNADO
              MOVE "INTERNADO" TO MSGINTERN
           ELSE
              MOVE "AMBULATORIAL" TO MSGINTERN.
           IF CIR-AGENDADA
              MOVE "AGENDADA" TO MSGSTATUS
           ELSE
              IF CIR-REALIZADA
                 MOVE "REALIZADA" TO MSGSTATUS
              ELSE
                 MOVE "CANCELADA" TO MSGSTATUS.
           DISPLAY TELAAGENDACIR.
      *
       MOSTRA-NOMES.
           MOVE SPACES TO MSGSALA MSGPACI
           MOVE SALACIR TO CODRECURSO
           READ CADRECURSO
           IF ST-ERRO = "00"
              MOVE DESCRECURSO TO MSGSALA.
           MOVE CPFCIR TO CPF
           READ CADPACI
           IF ST-ERRO = "00"
              MOVE NOMEPACIENTE TO MSGPACI.
      *
       LER-MEDICO.
           MOVE SPACES TO W-NOMELIDO
           MOVE W-CRMLIDO TO CRM
           READ CADMED
           IF ST-ERRO = "00"
              MOVE NOMEMEDICO TO W-NOMELIDO.
      *
       VALIDA-PROC.
           MOVE "N" TO W-CONFLITO
           IF PROCCIR(IND1) NOT = ZEROS
              MOVE PROCCIR(IND1) TO CODPROC
              READ CADPROC
              IF ST-ERRO NOT = "00"
                 MOVE "**PROCEDIMENTO NAO ENCONTRADO**" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 MOVE "S" TO W-CONFLITO
              ELSE
                 IF ATIVOPROC NOT = "S"
                    MOVE "**PROCEDIMENTO INATIVO NA TABELA**" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    MOVE "S" TO W-CONFLITO.
      *----------------CONFLITO DE HORARIO NA SALA----------------------
      *----(CIRURGIAS NAO CANCELADAS E EXAMES AGENDADOS NO RECURSO)-----
       VERIFICA-CONFLITO.
           MOVE "N" TO W-CONFLITO
           MOVE REGCIRURGIA TO W-REGCIRURGIA
           DIVIDE W-HORAAG BY 100 GIVING W-HORAH REMAINDER W-HORAM
           COMPUTE W-INIA = W-HORAH * 60 + W-HORAM
           COMPUTE W-FIMA = W-INIA + W-DURACAO
           MOVE W-SALAAG TO SALACIR
           MOVE W-DATAAG TO DATACIR
           MOVE ZEROS TO HORACIR
           START CADCIRURGIA KEY IS NOT LESS KEYCIRURGIA INVALID KEY
                 GO TO VERIFICA-CONFLITO2.
       VERIFICA-CONFLITO1.
           READ CADCIRURGIA NEXT
           IF ST-ERRO NOT = "00"
              GO TO VERIFICA-CONFLITO2.
           IF SALACIR NOT = W-SALAAG OR DATACIR NOT = W-DATAAG
              GO TO VERIFICA-CONFLITO2.
           IF CIR-CANCELADA OR HORACIR = W-HORAAG
              GO TO VERIFICA-CONFLITO1.
           DIVIDE HORACIR BY 100 GIVING W-HORAH REMAINDER W-HORAM
           COMPUTE W-INIB = W-HORAH * 60 + W-HORAM
           COMPUTE W-FIMB = W-INIB + DURACAOCIR
           IF W-INIA < W-FIMB AND W-INIB < W-FIMA
              MOVE "S" TO W-CONFLITO
              GO TO VERIFICA-CONFLITO9.
           GO TO VERIFICA-CONFLITO1.
       VERIFICA-CONFLITO2.
           IF W-AGEXOK NOT = "S"
              GO TO VERIFICA-CONFLITO9.
           MOVE W-SALAAG TO CODRECAGE
           MOVE W-DATAAG TO DATAAGE
           MOVE ZEROS TO HORAAGE
           START CADAGEXAME KEY IS NOT LESS KEYAGEXAME INVALID KEY
                 GO TO VERIFICA-CONFLITO9.
       VERIFICA-CONFLITO3.
           READ CADAGEXAME NEXT
           IF ST-ERRO NOT = "00"
              GO TO VERIFICA-CONFLITO9.
           IF CODRECAGE NOT = W-SALAAG OR DATAAGE NOT = W-DATAAG
              GO TO VERIFICA-CONFLITO9.
           DIVIDE HORAAGE BY 100 GIVING W-HORAH REMAINDER W-HORAM
           COMPUTE W-INIB = W-HORAH * 60 + W-HORAM
           COMPUTE W-FIMB = W-INIB + DURACAOAGE
           IF W-INIA < W-FIMB AND W-INIB < W-FIMA
              MOVE "S" TO W-CONFLITO
              GO TO VERIFICA-CONFLITO9.
           GO TO VERIFICA-CONFLITO3.
       VERIFICA-CONFLITO9.
           MOVE W-REGCIRURGIA TO REGCIRURGIA.
       FIM-VERIFICA-CONFLITO.
           EXIT.
      *----------------PROCEDIMENTOS VIRAM ITENS DE COBRANCA------------
      *----(NA CHAVE DA INTERNACAO OU DO ATENDIMENTO; FATCONV SOMA)-----
       FATURA-CIRURGIA.
           IF FATURADOCIR = "S"
              GO TO FIM-FATURA-CIRURGIA.
           COMPUTE W-ANOATD = DATAATDCIR / 10000
           COMPUTE W-MESATD = (DATAATDCIR - W-ANOATD * 10000) / 100
           COMPUTE W-DIAATD = DATAATDCIR
                 - W-ANOATD * 10000 - W-MESATD * 100
           MOVE CPFCIR TO CPFITEM
           MOVE W-DATAATDDMA TO DATAITEM
           MOVE HORAATDCIR TO HORAITEM
           MOVE KEYCONSITEM (1: 23) TO W-CHAVEITEM
           MOVE ZEROS TO W-MAXSEQ W-QTDITENS
           MOVE ZEROS TO SEQITEM
           START CADCONSITEM KEY IS NOT LESS KEYCONSITEM INVALID KEY
                 GO TO FATURA-CIRURGIA2.
       FATURA-CIRURGIA1.
           READ CADCONSITEM NEXT
           IF ST-ERRO NOT = "00"
              GO TO FATURA-CIRURGIA2.
           IF KEYCONSITEM (1: 23) NOT = W-CHAVEITEM
              GO TO FATURA-CIRURGIA2.
           IF SEQITEM > W-MAXSEQ
              MOVE SEQITEM TO W-MAXSEQ.
           GO TO FATURA-CIRURGIA1.
       FATURA-CIRURGIA2.
           MOVE 1 TO IND1.
       FATURA-CIRURGIA3.
           IF IND1 > 3
              GO TO FATURA-CIRURGIA4.
           IF PROCCIR(IND1) = ZEROS
              ADD 1 TO IND1
              GO TO FATURA-CIRURGIA3.
           MOVE PROCCIR(IND1) TO CODPROC
           READ CADPROC
           IF ST-ERRO NOT = "00"
              ADD 1 TO IND1
              GO TO FATURA-CIRURGIA3.
           MOVE W-CHAVEITEM TO KEYCONSITEM (1: 23)
           ADD 1 TO W-MAXSEQ
           MOVE W-MAXSEQ TO SEQITEM
           MOVE CODPROC TO CODPROCITEM
           MOVE DESCPROC TO DESCPROCITEM
           MOVE VALORPROC TO VALORITEM
           WRITE REGCONSITEM
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDITENS
              MOVE KEYCONSITEM TO CHAVELOGTX
              MOVE "N" TO ACAOLOGTX
              PERFORM ESCREVE-LOG.
           ADD 1 TO IND1
           GO TO FATURA-CIRURGIA3.
       FATURA-CIRURGIA4.
           IF W-QTDITENS > ZEROS
              MOVE "S" TO FATURADOCIR.
       FIM-FATURA-CIRURGIA.
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
           MOVE "SMP055" TO PROGRAMALOGTX
           MOVE LOGTX TO REGLOG
           WRITE REGLOG.
      *
       ROT-FIM.
           CLOSE CADCIRURGIA CADCONSITEM CADRECURSO CADPACI CADINTERN
           CLOSE CADCONSU CADMED CADPROC CADLOG
           IF W-AGEXOK = "S"
              CLOSE CADAGEXAME.
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
