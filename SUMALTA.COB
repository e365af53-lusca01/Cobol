       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMALTA.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    SUMARIO DE ALTA NUMERADO DA INTERNACAO                     *
      *    (CADINTERN + PRESCRICAO ATIVA + EXAMES ALTERADOS +         *
      *     EVOLUCOES -> SUMALTA<AAAAMMDD>.DOC)                       *
      *    A ALTA NO SMP026 SO E ACEITA COM O SUMARIO ASSINADO (CRM)  *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADSUMALTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYSUMALTA
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
       SELECT CADPRESCINT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRESCINT
                    FILE STATUS  IS ST-ERRO.
       SELECT CADEXAME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYEXAME
                    FILE STATUS  IS ST-ERRO.
       SELECT CADLIBEX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYLIBEX
                    FILE STATUS  IS ST-ERRO.
       SELECT CADEVOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYEVOL
                    FILE STATUS  IS ST-ERRO.
       SELECT SUMALTATX ASSIGN TO DISK
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
       FD CADSUMALTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSUMALTA.DAT".
       01  REGSUMALTA.
           03 KEYSUMALTA.
              05 CPFSUM           PIC 9(11).
              05 DATAINTSUM       PIC 9(08).
              05 HORAINTSUM       PIC 9(04).
           03 NUMSUMALTA          PIC 9(06).
           03 UNIDSUM             PIC 9(02).
           03 LEITOSUM            PIC 9(03).
           03 CIDSUM              PIC X(07).
           03 DATAENTSUM          PIC 9(08).
           03 DATAALTASUM         PIC 9(08).
           03 HORAALTASUM         PIC 9(04).
           03 CRMSUM              PIC 9(06).
           03 DATAEMISUM          PIC 9(08).
           03 OPERSUM             PIC 9(04).
           03 STATUSSUM           PIC X(01).
              88 SUM-EMITIDO        VALUE "E".
              88 SUM-ASSINADO       VALUE "A".
           03 CRMASSSUM           PIC 9(06).
           03 DATAASSSUM          PIC 9(08).
           03 HORAASSSUM          PIC 9(06).
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
      *---------LIBERACAO TECNICA DOS RESULTADOS-----------------------
       FD CADLIBEX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLIBEX.DAT".
       01  REGLIBEX.
           03 KEYLIBEX.
              05 CPFLIB           PIC 9(11).
              05 DATALIB          PIC 9(08).
              05 HORALIB          PIC 9(04).
              05 NUMLINLIB        PIC 9(02).
           03 STATUSLIB           PIC X(01).
              88 LIB-AGUARDANDO     VALUE "A".
              88 LIB-LIBERADO       VALUE "L".
              88 LIB-REPETIR        VALUE "R".
           03 DATAIMPLIB          PIC 9(08).
           03 HORAIMPLIB          PIC 9(04).
           03 QTDREPLIB           PIC 9(02).
           03 MOTIVOLIB           PIC X(40).
           03 RESANTLIB           PIC X(60).
           03 RESNUMANTLIB        PIC 9(06)V99.
           03 OPERLIB             PIC 9(04).
           03 DATALIBER           PIC 9(08).
           03 HORALIBER           PIC 9(04).
           03 FILLER              PIC X(20).
      *
       FD CADEVOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEVOL.DAT".
       01  REGEVOL.
           03 KEYEVOL.
              05 CPFEVOL          PIC 9(11).
              05 DATAEVOL.
                 07 DIAEVOL       PIC 9(02).
                 07 MESEVOL       PIC 9(02).
                 07 ANOEVOL       PIC 9(04).
              05 HORAEVOL         PIC 9(04).
              05 NUMLINHAEV       PIC 9(02).
           03 TEXTOEVOL           PIC X(60).
           03 CODOPEREVOL         PIC 9(04).
           03 NOMEOPEREVOL        PIC X(30).
           03 DATAREGEVOL         PIC 9(08).
           03 HORAREGEVOL         PIC 9(06).
      *
       FD SUMALTATX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQSUMALTA.
       01 REGSUMALTATX         PIC X(80).
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
       01 W-CPFSA       PIC 9(11) VALUE ZEROS.
       01 W-DATASA.
          03 W-DIASA    PIC 9(02) VALUE ZEROS.
          03 W-MESSA    PIC 9(02) VALUE ZEROS.
          03 W-ANOSA    PIC 9(04) VALUE ZEROS.
       01 W-HORASA      PIC 9(04) VALUE ZEROS.
       01 W-DATAALTASA  PIC 9(08) VALUE ZEROS.
       01 W-HORAALTASA  PIC 9(04) VALUE ZEROS.
       01 W-CRMSA       PIC 9(06) VALUE ZEROS.
       01 W-CRMASS      PIC 9(06) VALUE ZEROS.
       01 W-HORAH       PIC 9(02) VALUE ZEROS.
       01 W-HORAM       PIC 9(02) VALUE ZEROS.
       01 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-HORAAGORA   PIC 9(08) VALUE ZEROS.
       01 W-NUMNOVO     PIC 9(06) VALUE ZEROS.
       01 W-DATAINTAMD  PIC 9(08) VALUE ZEROS.
       01 W-DATAAMD     PIC 9(08) VALUE ZEROS.
       01 W-QTDELIN     PIC 9(03) VALUE ZEROS.
       01 W-PRESCOK     PIC X(01) VALUE "N".
       01 W-EXAMEOK     PIC X(01) VALUE "N".
       01 W-LIBOK       PIC X(01) VALUE "N".
       01 W-EVOLOK      PIC X(01) VALUE "N".
      *---ARQUIVO DATADO PARA REIMPRESSAO (REPRINT)--------------------
       01 W-ARQSUMALTA.
          03 FILLER      PIC X(07) VALUE "SUMALTA".
          03 ARQDATASA   PIC 9(08) VALUE ZEROS.
          03 FILLER      PIC X(04) VALUE ".DOC".
      *---LINHAS DO SUMARIO--------------------------------------------
       01 LINHABRANCA   PIC X(80) VALUE SPACES.
       01 CABSUM.
          03 FILLER PIC X(41) VALUE
          "HOSPITAL MAINFRAME - SUMARIO DE ALTA NR ".
          03 NUMSUMTX         PIC 9(06).
       01 LINPACIENTE.
          03 FILLER           PIC X(10) VALUE "PACIENTE: ".
          03 NOMESUMTX        PIC X(30).
          03 FILLER           PIC X(07) VALUE "  CPF: ".
          03 CPFSUMTX         PIC 9(11).
       01 LININTERN.
          03 FILLER           PIC X(17) VALUE "INTERNACAO: UNID ".
          03 UNIDSUMTX        PIC 9(02).
          03 FILLER           PIC X(07) VALUE " LEITO ".
          03 LEITOSUMTX       PIC 9(03).
          03 FILLER           PIC X(10) VALUE " ENTRADA: ".
          03 ENTSUMTX         PIC 9(08).
          03 FILLER           PIC X(01) VALUE " ".
          03 HORAENTSUMTX     PIC 9(04).
       01 LINALTA.
          03 FILLER           PIC X(17) VALUE "ALTA:            ".
          03 ALTASUMTX        PIC 9(08).
          03 FILLER           PIC X(01) VALUE " ".
          03 HORAALTASUMTX    PIC 9(04).
          03 FILLER           PIC X(07) VALUE "  CID: ".
          03 CIDSUMTX         PIC X(07).
       01 LINTITULO.
          03 TITULOSUMTX      PIC X(40).
       01 LINNENHUM.
          03 FILLER PIC X(24) VALUE "  (NENHUM REGISTRO)".
       01 LINPRESC.
          03 FILLER           PIC X(02) VALUE "  ".
          03 MEDICSUMTX       PIC X(30).
          03 FILLER           PIC X(01) VALUE " ".
          03 DOSESUMTX        PIC X(15).
          03 FILLER           PIC X(06) VALUE " CADA ".
          03 FREQSUMTX        PIC Z9.
          03 FILLER           PIC X(01) VALUE "H".
       01 LINEXAME.
          03 FILLER           PIC X(02) VALUE "  ".
          03 DIAEXSUMTX       PIC 9(02).
          03 FILLER           PIC X(01) VALUE "/".
          03 MESEXSUMTX       PIC 9(02).
          03 FILLER           PIC X(01) VALUE "/".
          03 ANOEXSUMTX       PIC 9(04).
          03 FILLER           PIC X(01) VALUE " ".
          03 TIPOEXSUMTX      PIC X(30).
       01 LINRESULT.
          03 FILLER           PIC X(15) VALUE "    RESULTADO: ".
          03 RESULTSUMTX      PIC X(60).
       01 LINEVOL.
          03 FILLER           PIC X(02) VALUE "  ".
          03 DIAEVSUMTX       PIC 9(02).
          03 FILLER           PIC X(01) VALUE "/".
          03 MESEVSUMTX       PIC 9(02).
          03 FILLER           PIC X(01) VALUE "/".
          03 ANOEVSUMTX       PIC 9(04).
          03 FILLER           PIC X(01) VALUE " ".
          03 TEXTOEVSUMTX     PIC X(60).
       01 LINMEDICO.
          03 FILLER           PIC X(20) VALUE "MEDICO RESPONSAVEL: ".
          03 NOMEMEDSUMTX     PIC X(30).
          03 FILLER           PIC X(07) VALUE " CRM : ".
          03 CRMSUMTX         PIC 9(06).
       01 LINASSINA.
          03 FILLER PIC X(40) VALUE
          "ASSINATURA: ___________________________".
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
       01  TELASUMALTA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                  SUMARIO DE ALTA DA INT".
           05  LINE 02  COLUMN 41
               VALUE  "ERNACAO".
           05  LINE 04  COLUMN 01
               VALUE  "  CPF DO PACIENTE :              DATA DA".
           05  LINE 04  COLUMN 41
               VALUE  " INTERNACAO :  /  /".
           05  LINE 05  COLUMN 41
               VALUE  "                 HORA (HHMM) :".
           05  LINE 10  COLUMN 01
               VALUE  "  DATA DA ALTA (AAAAMMDD)    :".
           05  LINE 11  COLUMN 01
               VALUE  "  HORA DA ALTA (HHMM)        :".
           05  LINE 13  COLUMN 01
               VALUE  "  CRM DO MEDICO RESPONSAVEL  :".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TW-CPFSA
               LINE 04  COLUMN 21  PIC 9(11)
               USING  W-CPFSA
               HIGHLIGHT.
           05  TW-DIASA
               LINE 04  COLUMN 55  PIC 9(02)
               USING  W-DIASA
               HIGHLIGHT.
           05  TW-MESSA
               LINE 04  COLUMN 58  PIC 9(02)
               USING  W-MESSA
               HIGHLIGHT.
           05  TW-ANOSA
               LINE 04  COLUMN 61  PIC 9(04)
               USING  W-ANOSA
               HIGHLIGHT.
           05  TW-HORASA
               LINE 05  COLUMN 71  PIC 9(04)
               USING  W-HORASA
               HIGHLIGHT.
           05  TW-DATAALTASA
               LINE 10  COLUMN 32  PIC 9(08)
               USING  W-DATAALTASA
               HIGHLIGHT.
           05  TW-HORAALTASA
               LINE 11  COLUMN 32  PIC 9(04)
               USING  W-HORAALTASA
               HIGHLIGHT.
           05  TW-CRMSA
               LINE 13  COLUMN 32  PIC 9(06)
               USING  W-CRMSA
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
       L0.
           OPEN I-O CADSUMALTA
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADSUMALTA
                CLOSE CADSUMALTA
                GO TO L0
             ELSE
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADSUMALTA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM2.
           OPEN INPUT CADINTERN
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADINTERN" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADSUMALTA
              GO TO ROT-FIM2.
           OPEN INPUT CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONSU" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADSUMALTA CADINTERN
              GO TO ROT-FIM2.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADPACI" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADSUMALTA CADINTERN CADCONSU
              GO TO ROT-FIM2.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADMED" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADSUMALTA CADINTERN CADCONSU CADPACI
              GO TO ROT-FIM2.
           OPEN INPUT CADPRESCINT
           IF ST-ERRO = "00"
              MOVE "S" TO W-PRESCOK.
           OPEN INPUT CADEXAME
           IF ST-ERRO = "00"
              MOVE "S" TO W-EXAMEOK.
           OPEN INPUT CADLIBEX
           IF ST-ERRO = "00"
              MOVE "S" TO W-LIBOK.
           OPEN INPUT CADEVOL
           IF ST-ERRO = "00"
              MOVE "S" TO W-EVOLOK.
           PERFORM ABRIR-CADSESSAO.
           PERFORM ABRIR-CADLOG.
       L1.
           MOVE ZEROS TO W-CPFSA W-DIASA W-MESSA W-ANOSA W-HORASA
           MOVE ZEROS TO W-DATAALTASA W-HORAALTASA W-CRMSA
           DISPLAY TELASUMALTA.
       L2.
           ACCEPT TW-CPFSA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-CPFSA = ZEROS
              MOVE " ** PREENCHA O CAMPO PARA PROSSEGUIR ** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2.
       L2A.
           ACCEPT TW-DIASA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L2.
       L2B.
           ACCEPT TW-MESSA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L2A.
       L2C.
           ACCEPT TW-ANOSA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L2B.
       L2D.
           ACCEPT TW-HORASA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L2C.
      *----------------INTERNACAO E SUMARIO JA EMITIDO------------------
       LER-INTERNACAO.
           MOVE W-CPFSA TO CPFINTERN
           MOVE W-DIASA TO DIAINTERN
           MOVE W-MESSA TO MESINTERN
           MOVE W-ANOSA TO ANOINTERN
           MOVE W-HORASA TO HORAINTERN
           READ CADINTERN
           IF ST-ERRO NOT = "00"
              MOVE "*** INTERNACAO NAO ENCONTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
           COMPUTE W-DATAINTAMD = W-ANOSA * 10000 + W-MESSA * 100
                 + W-DIASA
           DISPLAY (07, 03) "UNIDADE: " UNIDINT "  LEITO: " LEITOINT
                   "  ENTRADA: " DATAENTRADA "  CID: " CIDINT
           MOVE W-CPFSA TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "** PACIENTE NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
           DISPLAY (08, 03) "PACIENTE: " NOMEPACIENTE
           MOVE W-CPFSA TO CPFSUM
           MOVE W-DATAINTAMD TO DATAINTSUM
           MOVE W-HORASA TO HORAINTSUM
           READ CADSUMALTA
           IF ST-ERRO = "00"
              IF SUM-ASSINADO
                 DISPLAY (18, 03) "SUMARIO NR: " NUMSUMALTA
                         "  ASSINADO PELO CRM " CRMASSSUM
                 MOVE "** SUMARIO DE ALTA JA EMITIDO E ASSINADO **"
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO L1
              ELSE
                 DISPLAY (18, 03) "SUMARIO NR: " NUMSUMALTA
                         "  EMITIDO EM " DATAEMISUM
                 MOVE "** SUMARIO EMITIDO, AGUARDANDO ASSINATURA **"
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ASSINA.
      *----------------DATA/HORA DA ALTA E MEDICO RESPONSAVEL-----------
           IF DATAALTA NOT = ZEROS
              MOVE DATAALTA TO W-DATAALTASA
              MOVE HORAALTA TO W-HORAALTASA
           ELSE
              MOVE W-DATAHOJE TO W-DATAALTASA
              ACCEPT W-HORAAGORA FROM TIME
              DIVIDE W-HORAAGORA BY 10000 GIVING W-HORAALTASA.
           MOVE W-CPFSA TO CPFPACIENTE
           MOVE W-DIASA TO DIAC
           MOVE W-MESSA TO MESC
           MOVE W-ANOSA TO ANOC
           MOVE W-HORASA TO HORAC
           READ CADCONSU
           IF ST-ERRO = "00"
              MOVE CODMED TO W-CRMSA.
           DISPLAY TW-DATAALTASA TW-HORAALTASA TW-CRMSA.
       L3.
           ACCEPT TW-DATAALTASA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L2D.
           IF W-DATAALTASA = ZEROS OR W-DATAALTASA < DATAENTRADA
              MOVE "ALTA ANTERIOR A ENTRADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L3.
       L4.
           ACCEPT TW-HORAALTASA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L3.
           DIVIDE W-HORAALTASA BY 100 GIVING W-HORAH REMAINDER W-HORAM
           IF W-HORAH > 23 OR W-HORAM > 59
              MOVE "O HORARIO INSERIDO NAO E VALIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L4.
       L5.
           ACCEPT TW-CRMSA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L4.
           MOVE W-CRMSA TO CRM
           READ CADMED
           IF ST-ERRO NOT = "00"
              MOVE "** MEDICO NAO CADASTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L5.
           DISPLAY (14, 03) NOMEMEDICO.
       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "EMITIR SUMARIO (S/N): ".
           ACCEPT (23, 63) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L5.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** SUMARIO NAO EMITIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
      *----------------PROXIMO NUMERO DE SUMARIO------------------------
       GERA-NUMERO.
           MOVE ZEROS TO W-NUMNOVO
           MOVE ZEROS TO CPFSUM DATAINTSUM HORAINTSUM
           START CADSUMALTA KEY IS NOT LESS KEYSUMALTA INVALID KEY
                 GO TO GERA-NUMERO2.
       GERA-NUMERO1.
           READ CADSUMALTA NEXT
           IF ST-ERRO NOT = "00"
              GO TO GERA-NUMERO2.
           IF NUMSUMALTA > W-NUMNOVO
              MOVE NUMSUMALTA TO W-NUMNOVO.
           GO TO GERA-NUMERO1.
       GERA-NUMERO2.
           ADD 1 TO W-NUMNOVO.
      *----------------GRAVAR O CONTROLE E O DOCUMENTO-------------------
       GRAVA-CONTROLE.
           MOVE W-CPFSA TO CPFSUM
           MOVE W-DATAINTAMD TO DATAINTSUM
           MOVE W-HORASA TO HORAINTSUM
           MOVE W-NUMNOVO TO NUMSUMALTA
           MOVE UNIDINT TO UNIDSUM
           MOVE LEITOINT TO LEITOSUM
           MOVE CIDINT TO CIDSUM
           MOVE DATAENTRADA TO DATAENTSUM
           MOVE W-DATAALTASA TO DATAALTASUM
           MOVE W-HORAALTASA TO HORAALTASUM
           MOVE W-CRMSA TO CRMSUM
           MOVE W-DATAHOJE TO DATAEMISUM
           MOVE W-CODOPERLOG TO OPERSUM
           MOVE "E" TO STATUSSUM
           MOVE ZEROS TO CRMASSSUM DATAASSSUM HORAASSSUM
           WRITE REGSUMALTA
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "* ERRO NA GRAVACAO DO SUMARIO DE ALTA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE KEYSUMALTA TO CHAVELOGTX
           MOVE "N" TO ACAOLOGTX
           PERFORM ESCREVE-LOG.
       GRAVA-DOCUMENTO.
           MOVE W-DATAHOJE TO ARQDATASA
           OPEN EXTEND SUMALTATX
           IF ST-ERRO NOT = "00"
              OPEN OUTPUT SUMALTATX
              IF ST-ERRO NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DO SUMARIO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           MOVE W-NUMNOVO TO NUMSUMTX
           WRITE REGSUMALTATX FROM CABSUM
           IF NOMESOCIAL NOT = SPACES
              MOVE NOMESOCIAL TO NOMESUMTX
           ELSE
              MOVE NOMEPACIENTE TO NOMESUMTX.
           MOVE W-CPFSA TO CPFSUMTX
           WRITE REGSUMALTATX FROM LINPACIENTE
           MOVE UNIDINT TO UNIDSUMTX
           MOVE LEITOINT TO LEITOSUMTX
           MOVE DATAENTRADA TO ENTSUMTX
           MOVE HORAENTRADA TO HORAENTSUMTX
           WRITE REGSUMALTATX FROM LININTERN
           MOVE W-DATAALTASA TO ALTASUMTX
           MOVE W-HORAALTASA TO HORAALTASUMTX
           MOVE CIDINT TO CIDSUMTX
           WRITE REGSUMALTATX FROM LINALTA
           PERFORM GRAVA-PRESCRICAO THRU FIM-GRAVA-PRESCRICAO
           PERFORM GRAVA-EXAMES THRU FIM-GRAVA-EXAMES
           PERFORM GRAVA-EVOLUCOES THRU FIM-GRAVA-EVOLUCOES
           WRITE REGSUMALTATX FROM LINHABRANCA
           MOVE NOMEMEDICO TO NOMEMEDSUMTX
           MOVE W-CRMSA TO CRMSUMTX
           WRITE REGSUMALTATX FROM LINMEDICO
           WRITE REGSUMALTATX FROM LINASSINA
           WRITE REGSUMALTATX FROM LINHABRANCA
           CLOSE SUMALTATX
           DISPLAY (18, 03) "SUMARIO NR: " W-NUMNOVO
           MOVE W-ARQSUMALTA TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *----------------ASSINATURA DO MEDICO (LIBERA A ALTA)-------------
       ASSINA.
           MOVE ZEROS TO W-CRMASS
           DISPLAY (20, 03) "CRM PARA ASSINATURA (0 = ASSINAR DEPOIS): "
           ACCEPT (20, 46) W-CRMASS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-CRMASS = ZEROS
              MOVE "** SUMARIO PENDENTE DE ASSINATURA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
           MOVE W-CRMASS TO CRM
           READ CADMED
           IF ST-ERRO NOT = "00"
              MOVE "** MEDICO NAO CADASTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ASSINA.
           DISPLAY (21, 03) NOMEMEDICO.
       ASSINA1.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "CONFIRMA ASSINATURA (S/N): ".
           ACCEPT (23, 68) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              GO TO ASSINA.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ASSINA1.
           MOVE W-CPFSA TO CPFSUM
           MOVE W-DATAINTAMD TO DATAINTSUM
           MOVE W-HORASA TO HORAINTSUM
           READ CADSUMALTA
           IF ST-ERRO NOT = "00"
              MOVE "* ERRO NA LEITURA DO SUMARIO DE ALTA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
           MOVE "A" TO STATUSSUM
           MOVE W-CRMASS TO CRMASSSUM
           ACCEPT DATAASSSUM FROM DATE YYYYMMDD
           ACCEPT W-HORAAGORA FROM TIME
           DIVIDE W-HORAAGORA BY 100 GIVING HORAASSSUM
           REWRITE REGSUMALTA
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "* ERRO NA GRAVACAO DO SUMARIO DE ALTA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE KEYSUMALTA TO CHAVELOGTX
           MOVE "A" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           MOVE "*** SUMARIO ASSINADO - ALTA LIBERADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO L1.
      *----------------PRESCRICAO AINDA ATIVA NA ALTA--------------------
       GRAVA-PRESCRICAO.
           MOVE "PRESCRICAO ATIVA NA ALTA:" TO TITULOSUMTX
           WRITE REGSUMALTATX FROM LINHABRANCA
           WRITE REGSUMALTATX FROM LINTITULO
           MOVE ZEROS TO W-QTDELIN
           IF W-PRESCOK NOT = "S"
              GO TO GRAVA-PRESCRICAO2.
           MOVE W-CPFSA TO CPFPI
           MOVE W-DATAINTAMD TO DATAINTPI
           MOVE W-HORASA TO HORAINTPI
           MOVE ZEROS TO LINHAPI
           START CADPRESCINT KEY IS NOT LESS KEYPRESCINT INVALID KEY
                 GO TO GRAVA-PRESCRICAO2.
       GRAVA-PRESCRICAO1.
           READ CADPRESCINT NEXT
           IF ST-ERRO NOT = "00"
              GO TO GRAVA-PRESCRICAO2.
           IF CPFPI NOT = W-CPFSA OR DATAINTPI NOT = W-DATAINTAMD
                 OR HORAINTPI NOT = W-HORASA
              GO TO GRAVA-PRESCRICAO2.
           IF ATIVOPI NOT = "S"
              GO TO GRAVA-PRESCRICAO1.
           IF DATAFIMPI NOT = ZEROS AND DATAFIMPI < W-DATAALTASA
              GO TO GRAVA-PRESCRICAO1.
           MOVE MEDICAMENTOPI TO MEDICSUMTX
           MOVE DOSEPI TO DOSESUMTX
           MOVE FREQHORASPI TO FREQSUMTX
           WRITE REGSUMALTATX FROM LINPRESC
           ADD 1 TO W-QTDELIN
           GO TO GRAVA-PRESCRICAO1.
       GRAVA-PRESCRICAO2.
           IF W-QTDELIN = ZEROS
              WRITE REGSUMALTATX FROM LINNENHUM.
       FIM-GRAVA-PRESCRICAO.
           EXIT.
      *----------------EXAMES ALTERADOS DURANTE A INTERNACAO-------------
       GRAVA-EXAMES.
           MOVE "EXAMES ALTERADOS NA INTERNACAO:" TO TITULOSUMTX
           WRITE REGSUMALTATX FROM LINHABRANCA
           WRITE REGSUMALTATX FROM LINTITULO
           MOVE ZEROS TO W-QTDELIN
           IF W-EXAMEOK NOT = "S"
              GO TO GRAVA-EXAMES2.
           MOVE W-CPFSA TO CPFEXAME
           MOVE ZEROS TO DATAEXAME HORAEXAME NUMLINHAEX
           START CADEXAME KEY IS NOT LESS KEYEXAME INVALID KEY
                 GO TO GRAVA-EXAMES2.
       GRAVA-EXAMES1.
           READ CADEXAME NEXT
           IF ST-ERRO NOT = "00"
              GO TO GRAVA-EXAMES2.
           IF CPFEXAME NOT = W-CPFSA
              GO TO GRAVA-EXAMES2.
           IF FLAGANORMAL NOT = "S" OR NOT REALIZADO
              GO TO GRAVA-EXAMES1.
           COMPUTE W-DATAAMD = ANOEXAME * 10000 + MESEXAME * 100
                 + DIAEXAME
           IF W-DATAAMD < DATAENTRADA OR W-DATAAMD > W-DATAALTASA
              GO TO GRAVA-EXAMES1.
           MOVE DIAEXAME TO DIAEXSUMTX
           MOVE MESEXAME TO MESEXSUMTX
           MOVE ANOEXAME TO ANOEXSUMTX
           MOVE TIPOEXAME TO TIPOEXSUMTX
           WRITE REGSUMALTATX FROM LINEXAME
           MOVE RESULTADO TO RESULTSUMTX
      *----------------RESULTADO SO APARECE DEPOIS DE LIBERADO---------
           IF W-LIBOK = "S"
              MOVE KEYEXAME TO KEYLIBEX
              READ CADLIBEX
              IF ST-ERRO = "00"
                 IF NOT LIB-LIBERADO
                    MOVE "AGUARDANDO LIBERACAO TECNICA" TO RESULTSUMTX.
           WRITE REGSUMALTATX FROM LINRESULT
           ADD 1 TO W-QTDELIN
           GO TO GRAVA-EXAMES1.
       GRAVA-EXAMES2.
           IF W-QTDELIN = ZEROS
              WRITE REGSUMALTATX FROM LINNENHUM.
       FIM-GRAVA-EXAMES.
           EXIT.
      *----------------EVOLUCOES REGISTRADAS DURANTE A INTERNACAO--------
       GRAVA-EVOLUCOES.
           MOVE "EVOLUCOES DA INTERNACAO:" TO TITULOSUMTX
           WRITE REGSUMALTATX FROM LINHABRANCA
           WRITE REGSUMALTATX FROM LINTITULO
           MOVE ZEROS TO W-QTDELIN
           IF W-EVOLOK NOT = "S"
              GO TO GRAVA-EVOLUCOES2.
           MOVE W-CPFSA TO CPFEVOL
           MOVE ZEROS TO DATAEVOL HORAEVOL NUMLINHAEV
           START CADEVOL KEY IS NOT LESS KEYEVOL INVALID KEY
                 GO TO GRAVA-EVOLUCOES2.
       GRAVA-EVOLUCOES1.
           READ CADEVOL NEXT
           IF ST-ERRO NOT = "00"
              GO TO GRAVA-EVOLUCOES2.
           IF CPFEVOL NOT = W-CPFSA
              GO TO GRAVA-EVOLUCOES2.
           COMPUTE W-DATAAMD = ANOEVOL * 10000 + MESEVOL * 100
                 + DIAEVOL
           IF W-DATAAMD < DATAENTRADA OR W-DATAAMD > W-DATAALTASA
              GO TO GRAVA-EVOLUCOES1.
           MOVE DIAEVOL TO DIAEVSUMTX
           MOVE MESEVOL TO MESEVSUMTX
           MOVE ANOEVOL TO ANOEVSUMTX
           MOVE TEXTOEVOL TO TEXTOEVSUMTX
           WRITE REGSUMALTATX FROM LINEVOL
           ADD 1 TO W-QTDELIN
           GO TO GRAVA-EVOLUCOES1.
       GRAVA-EVOLUCOES2.
           IF W-QTDELIN = ZEROS
              WRITE REGSUMALTATX FROM LINNENHUM.
       FIM-GRAVA-EVOLUCOES.
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
           MOVE "SUMALTA" TO PROGRAMALOGTX
           MOVE LOGTX TO REGLOG
           WRITE REGLOG.
      *
       ROT-FIM.
           CLOSE CADSUMALTA CADINTERN CADCONSU CADPACI CADMED CADLOG.
           IF W-PRESCOK = "S"
              CLOSE CADPRESCINT.
           IF W-EXAMEOK = "S"
              CLOSE CADEXAME.
           IF W-LIBOK = "S"
              CLOSE CADLIBEX.
           IF W-EVOLOK = "S"
              CLOSE CADEVOL.
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
