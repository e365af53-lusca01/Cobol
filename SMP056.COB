       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP056.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    REGISTRO DO PARTO (TIPO, IDADE GESTACIONAL, APGAR, PESO    *
      *    E DNV) E CADASTRO DO RECEM-NASCIDO EM CADPACI LIGADO AO    *
      *    CPF DA MAE, COM IDENTIFICADOR PROVISORIO ATE O CPF         *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPARTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPARTO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    ALTERNATE RECORD KEY IS NOMEPACIENTE
                                         WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.
       SELECT CADGESTANTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFGEST
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
       FD CADPARTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARTO.DAT".
       01  REGPARTO.
           03 KEYPARTO.
              05 CPFMAEPAR        PIC 9(11).
              05 DATAPAR          PIC 9(08).
              05 ORDEMRNPAR       PIC 9(01).
           03 HORAPAR             PIC 9(04).
           03 TIPOPAR             PIC 9(01).
              88 PAR-VAGINAL        VALUE 1.
              88 PAR-CESAREA        VALUE 2.
              88 PAR-FORCEPS        VALUE 3.
           03 IGSEMPAR            PIC 9(02).
           03 IGDIASPAR           PIC 9(01).
           03 CONDRNPAR           PIC X(01).
              88 RN-VIVO            VALUE "V".
              88 RN-NATIMORTO       VALUE "N".
           03 SEXORNPAR           PIC X(01).
           03 APGAR1PAR           PIC 9(02).
           03 APGAR5PAR           PIC 9(02).
           03 PESOPAR             PIC 9(04).
           03 DNVPAR              PIC 9(11).
           03 CPFRNPAR            PIC 9(11).
           03 IDPROVPAR           PIC 9(11).
           03 OPERPAR             PIC 9(04).
           03 DATAREGPAR          PIC 9(08).
           03 HORAREGPAR          PIC 9(06).
           03 FILLER              PIC X(20).
      *-----------------------------PACIENTE---------------------------
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
       FD CADGESTANTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGESTANTE.DAT".
       01  REGGESTANTE.
           03 CPFGEST             PIC 9(11).
           03 DUMGEST             PIC 9(08).
           03 DPPGEST             PIC 9(08).
           03 RISCOGEST           PIC 9(01).
              88 GEST-HABITUAL      VALUE 1.
              88 GEST-ALTO-RISCO    VALUE 2.
           03 STATUSGEST          PIC X(01).
              88 GEST-ATIVA         VALUE "A".
              88 GEST-ENCERRADA     VALUE "E" "P" "B" "T".
              88 GEST-PARTO         VALUE "P".
              88 GEST-ABORTO        VALUE "B".
              88 GEST-TRANSFERIDA   VALUE "T".
           03 DATACADGEST         PIC 9(08).
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
       77 W-SEL         PIC 9(01) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 ST-ERRO       PIC X(02) VALUE "00".
       01 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-HORAH       PIC 9(02) VALUE ZEROS.
       01 W-HORAM       PIC 9(02) VALUE ZEROS.
       01 MSGMAE        PIC X(30) VALUE SPACES.
       01 MSGTIPOPAR    PIC X(10) VALUE SPACES.
       01 MSGRN         PIC X(30) VALUE SPACES.
       01 MSGIDRN       PIC X(30) VALUE SPACES.
       01 TABTIPOPAR-R.
          03 FILLER PIC X(10) VALUE "VAGINAL".
          03 FILLER PIC X(10) VALUE "CESAREA".
          03 FILLER PIC X(10) VALUE "FORCEPS".
       01 TABTIPOPAR REDEFINES TABTIPOPAR-R.
          03 TBP-NOME PIC X(10) OCCURS 3 TIMES.
      *---GESTACAO DA MAE (CADGESTANTE E OPCIONAL)---------------------
       01 W-GESTOK      PIC X(01) VALUE "N".
       01 W-TEMGEST     PIC X(01) VALUE "N".
       01 W-DUM         PIC 9(08) VALUE ZEROS.
       01 W-JULDUM      PIC 9(07) VALUE ZEROS.
       01 W-JULPARTO    PIC 9(07) VALUE ZEROS.
       01 W-DIFDIAS     PIC S9(05) VALUE ZEROS.
      *---CADASTRO DO RECEM-NASCIDO------------------------------------
       01 W-REGMAE      PIC X(200) VALUE SPACES.
       01 W-REGPARTO    PIC X(109) VALUE SPACES.
       01 W-NOMERN      PIC X(30) VALUE SPACES.
       01 W-RNOK        PIC X(01) VALUE "N".
       01 W-BASEID      PIC 9(09) VALUE ZEROS.
       01 W-MAIORBASE   PIC 9(09) VALUE ZEROS.
      *---IDENTIFICADOR PROVISORIO: 9 + SEQUENCIA COM O SEGUNDO--------
      *---DIGITO VERIFICADOR ALTERADO, NUNCA COINCIDE COM CPF REAL-----
       01 W-CPFN          PIC 9(11) VALUE ZEROS.
       01 W-CPFDIG REDEFINES W-CPFN.
          03 W-CPFD1      PIC 9(01).
          03 W-CPFD2      PIC 9(01).
          03 W-CPFD3      PIC 9(01).
          03 W-CPFD4      PIC 9(01).
          03 W-CPFD5      PIC 9(01).
          03 W-CPFD6      PIC 9(01).
          03 W-CPFD7      PIC 9(01).
          03 W-CPFD8      PIC 9(01).
          03 W-CPFD9      PIC 9(01).
          03 W-CPFD10     PIC 9(01).
          03 W-CPFD11     PIC 9(01).
       77 W-CPFSOMA       PIC 9(04) VALUE ZEROS.
       77 W-CPFQUOC       PIC 9(04) VALUE ZEROS.
       77 W-CPFRESTO      PIC 9(04) VALUE ZEROS.
       77 W-CPFDV1        PIC 9(01) VALUE ZEROS.
       77 W-CPFDV2        PIC 9(01) VALUE ZEROS.
      *---CAPTURA DE ALTERACOES PARA EXPORTACAO DELTA------------------
       01 W-ACAODELTA    PIC X(01) VALUE "G".
       01 W-NOMEDELTA    PIC X(10) VALUE SPACES.
       01 W-ARQDELTA     PIC X(12) VALUE SPACES.
       01 W-CHAVEDELTA   PIC X(25) VALUE SPACES.
       01 W-OKDELTA      PIC X(01) VALUE SPACES.
       01 W-SEQDELTA     PIC 9(06) VALUE ZEROS.
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
      *---DIARIO DE IMAGENS APOS ATUALIZACAO (RECUPERACAO)---------------
       01 W-ACAOJOR      PIC X(01) VALUE "G".
       01 W-ARQJOR       PIC X(12) VALUE SPACES.
       01 W-OPJOR        PIC X(01) VALUE SPACES.
       01 W-PROGRJOR     PIC X(10) VALUE "SMP056".
       01 W-OPERJOR      PIC 9(04) VALUE ZEROS.
       01 W-IMAGEMJOR    PIC X(200) VALUE SPACES.
       01 W-SEQJOR       PIC 9(08) VALUE ZEROS.
       01 W-OKJOR        PIC X(01) VALUE SPACES.
      *------------------------------------
       SCREEN SECTION.
       01  TELAPARTO.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "             REGISTRO DE PARTO E RECEM-N".
           05  LINE 02  COLUMN 41
               VALUE  "ASCIDO".
           05  LINE 04  COLUMN 01
               VALUE  "  CPF DA MAE      :".
           05  LINE 06  COLUMN 01
               VALUE  "  DATA DO PARTO   :            HORA (HH".
           05  LINE 06  COLUMN 41
               VALUE  "MM) :        ORDEM DO RN (1-4) :".
           05  LINE 08  COLUMN 01
               VALUE  "  TIPO DE PARTO   :".
           05  LINE 08  COLUMN 36
               VALUE  "(1-VAGINAL 2-CESAREA 3-FORCEPS)".
           05  LINE 09  COLUMN 01
               VALUE  "  IDADE GESTAC.   :    SEMANAS    DIAS".
           05  LINE 11  COLUMN 01
               VALUE  "  CONDICAO DO RN  :   (V-NASCIDO VIVO N".
           05  LINE 11  COLUMN 41
               VALUE  "-NATIMORTO)".
           05  LINE 12  COLUMN 01
               VALUE  "  SEXO DO RN      :   (M/F/I)".
           05  LINE 13  COLUMN 01
               VALUE  "  APGAR 1 MIN     :            APGAR 5 M".
           05  LINE 13  COLUMN 41
               VALUE  "IN :".
           05  LINE 14  COLUMN 01
               VALUE  "  PESO (GRAMAS)   :".
           05  LINE 15  COLUMN 01
               VALUE  "  NUMERO DA DNV   :".
           05  LINE 17  COLUMN 01
               VALUE  "  REGISTRO DO RN  :".
           05  LINE 18  COLUMN 01
               VALUE  "  IDENTIFICACAO   :".
           05  LINE 20  COLUMN 45
               VALUE  "REGISTRADO POR (OPERADOR) :".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TCPFMAEPAR
               LINE 04  COLUMN 21  PIC 9(11)
               USING  CPFMAEPAR
               HIGHLIGHT.
           05  TMSGMAE
               LINE 04  COLUMN 34  PIC X(30)
               USING  MSGMAE
               HIGHLIGHT.
           05  TDATAPAR
               LINE 06  COLUMN 21  PIC 9(08)
               USING  DATAPAR
               HIGHLIGHT.
           05  THORAPAR
               LINE 06  COLUMN 47  PIC 9(04)
               USING  HORAPAR
               HIGHLIGHT.
           05  TORDEMRNPAR
               LINE 06  COLUMN 74  PIC 9(01)
               USING  ORDEMRNPAR
               HIGHLIGHT.
           05  TTIPOPAR
               LINE 08  COLUMN 21  PIC 9(01)
               USING  TIPOPAR
               HIGHLIGHT.
           05  TMSGTIPOPAR
               LINE 08  COLUMN 24  PIC X(10)
               USING  MSGTIPOPAR
               HIGHLIGHT.
           05  TIGSEMPAR
               LINE 09  COLUMN 21  PIC 9(02)
               USING  IGSEMPAR
               HIGHLIGHT.
           05  TIGDIASPAR
               LINE 09  COLUMN 33  PIC 9(01)
               USING  IGDIASPAR
               HIGHLIGHT.
           05  TCONDRNPAR
               LINE 11  COLUMN 21  PIC X(01)
               USING  CONDRNPAR
               HIGHLIGHT.
           05  TSEXORNPAR
               LINE 12  COLUMN 21  PIC X(01)
               USING  SEXORNPAR
               HIGHLIGHT.
           05  TAPGAR1PAR
               LINE 13  COLUMN 21  PIC 9(02)
               USING  APGAR1PAR
               HIGHLIGHT.
           05  TAPGAR5PAR
               LINE 13  COLUMN 46  PIC 9(02)
               USING  APGAR5PAR
               HIGHLIGHT.
           05  TPESOPAR
               LINE 14  COLUMN 21  PIC 9(04)
               USING  PESOPAR
               HIGHLIGHT.
           05  TDNVPAR
               LINE 15  COLUMN 21  PIC 9(11)
               USING  DNVPAR
               HIGHLIGHT.
           05  TCPFRNPAR
               LINE 17  COLUMN 21  PIC 9(11)
               USING  CPFRNPAR
               HIGHLIGHT.
           05  TMSGRN
               LINE 17  COLUMN 34  PIC X(30)
               USING  MSGRN
               HIGHLIGHT.
           05  TMSGIDRN
               LINE 18  COLUMN 21  PIC X(30)
               USING  MSGIDRN
               HIGHLIGHT.
           05  TOPERPAR
               LINE 20  COLUMN 73  PIC 9(04)
               USING  OPERPAR
               HIGHLIGHT.
      *
      *--------------(INICIO)--------------------------
       PROCEDURE DIVISION.
       INICIO.
       L0.
           OPEN I-O CADPARTO
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADPARTO
                CLOSE CADPARTO
                MOVE " ARQUIVO CADPARTO FOI CRIADO " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO L0
             ELSE
                MOVE " ERRO NA ABERTURA DO ARQUIVO " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.
           OPEN I-O CADPACI
           IF ST-ERRO NOT = "00"
              MOVE " ERRO NA ABERTURA DO ARQUIVO CADPACI " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPARTO
              GO TO ROT-FIM2.
           OPEN I-O CADGESTANTE
           IF ST-ERRO = "00"
              MOVE "S" TO W-GESTOK.
           PERFORM ABRIR-CADSESSAO.
           PERFORM ABRIR-CADLOG.
       L1.
           MOVE ZEROS TO CPFMAEPAR DATAPAR ORDEMRNPAR HORAPAR TIPOPAR
           MOVE ZEROS TO IGSEMPAR IGDIASPAR APGAR1PAR APGAR5PAR
           MOVE ZEROS TO PESOPAR DNVPAR CPFRNPAR IDPROVPAR
           MOVE ZEROS TO OPERPAR DATAREGPAR HORAREGPAR
           MOVE SPACES TO CONDRNPAR SEXORNPAR MSGMAE MSGTIPOPAR
           MOVE SPACES TO MSGRN MSGIDRN
           MOVE ZEROS TO W-SEL
           DISPLAY TELAPARTO.
       L2.
           ACCEPT TCPFMAEPAR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF CPFMAEPAR = ZEROS
              MOVE " ** PREENCHA O CAMPO PARA PROSSEGUIR ** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2.
       LER-MAE.
           MOVE CPFMAEPAR TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "**PACIENTE DIGITADA NAO ENCONTRADA**" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2.
           MOVE REGPACI TO W-REGMAE
           MOVE NOMEPACIENTE TO MSGMAE
           DISPLAY TMSGMAE
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE "N" TO W-TEMGEST
           MOVE ZEROS TO W-DUM
           IF W-GESTOK = "S"
              MOVE CPFMAEPAR TO CPFGEST
              READ CADGESTANTE
              IF ST-ERRO = "00"
                 MOVE "S" TO W-TEMGEST
                 MOVE DUMGEST TO W-DUM.
       L3.
           ACCEPT TDATAPAR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L2.
           IF DATAPAR = ZEROS
              MOVE W-DATAHOJE TO DATAPAR
              DISPLAY TDATAPAR.
           IF DATAPAR > W-DATAHOJE
              MOVE "DATA DO PARTO NAO PODE SER FUTURA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L3.
           IF W-TEMGEST = "S" AND DATAPAR < W-DUM
              MOVE "DATA DO PARTO ANTERIOR A DUM DA GESTANTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L3.
       L4.
           IF ORDEMRNPAR = ZEROS
              MOVE 1 TO ORDEMRNPAR.
           ACCEPT TORDEMRNPAR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L3.
           IF ORDEMRNPAR = ZEROS OR ORDEMRNPAR > 4
              MOVE "*ORDEM DO RN INVALIDA (1 A 4)*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L4.
        LER.
           READ CADPARTO
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 PERFORM MOSTRA-RN
                 DISPLAY TELAPARTO
                 MOVE "** PARTO JA REGISTRADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADPARTO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
             MOVE "PARTO AINDA NAO REGISTRADO" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM.
        L5.
           ACCEPT THORAPAR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L4.
           DIVIDE HORAPAR BY 100 GIVING W-HORAH REMAINDER W-HORAM
           IF W-HORAH > 23 OR W-HORAM > 59
              MOVE "O HORARIO INSERIDO NAO E VALIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L5.
        L6.
           ACCEPT TTIPOPAR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L5.
           IF TIPOPAR = ZEROS OR TIPOPAR > 3
              MOVE "*TIPO DE PARTO INVALIDO (1 A 3)*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L6.
           MOVE TBP-NOME(TIPOPAR) TO MSGTIPOPAR
           DISPLAY TMSGTIPOPAR.
      *-----IDADE GESTACIONAL SUGERIDA PELA DUM DO PRE-NATAL------------
        L7.
           IF IGSEMPAR = ZEROS AND W-TEMGEST = "S"
              COMPUTE W-JULDUM = FUNCTION INTEGER-OF-DATE(W-DUM)
              COMPUTE W-JULPARTO = FUNCTION INTEGER-OF-DATE(DATAPAR)
              COMPUTE W-DIFDIAS = W-JULPARTO - W-JULDUM
              DIVIDE W-DIFDIAS BY 7 GIVING IGSEMPAR
                     REMAINDER IGDIASPAR
              DISPLAY TIGSEMPAR TIGDIASPAR.
           ACCEPT TIGSEMPAR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L6.
           IF IGSEMPAR < 20 OR IGSEMPAR > 45
              MOVE "IDADE GESTACIONAL INVALIDA (20 A 45 SEM)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L7.
        L8.
           ACCEPT TIGDIASPAR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L7.
           IF IGDIASPAR > 6
              MOVE "DIAS DA IDADE GESTACIONAL: 0 A 6" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L8.
        L9.
           ACCEPT TCONDRNPAR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L8.
           IF NOT RN-VIVO AND NOT RN-NATIMORTO
              MOVE "CONDICAO INVALIDA (V OU N)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L9.
           IF RN-NATIMORTO AND CPFRNPAR NOT = ZEROS
              MOVE "** RN JA CADASTRADO COMO NASCIDO VIVO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L9.
        L10.
           ACCEPT TSEXORNPAR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L9.
           IF SEXORNPAR NOT = "M" AND SEXORNPAR NOT = "F"
              AND SEXORNPAR NOT = "I"
              MOVE "SEXO INVALIDO (M, F OU I)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L10.
      *-----NATIMORTO NAO TEM APGAR NEM DNV----------------------------
           IF RN-NATIMORTO
              MOVE ZEROS TO APGAR1PAR APGAR5PAR DNVPAR
              DISPLAY TAPGAR1PAR TAPGAR5PAR TDNVPAR
              GO TO L13.
        L11.
           ACCEPT TAPGAR1PAR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L10.
           IF APGAR1PAR > 10
              MOVE "APGAR INVALIDO (0 A 10)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L11.
        L12.
           ACCEPT TAPGAR5PAR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L11.
           IF APGAR5PAR > 10
              MOVE "APGAR INVALIDO (0 A 10)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L12.
        L13.
           ACCEPT TPESOPAR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              IF RN-VIVO
                 GO TO L12
              ELSE
                 GO TO L10.
           IF PESOPAR < 100 OR PESOPAR > 7000
              MOVE "PESO INVALIDO (100 A 7000 GRAMAS)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L13.
           IF RN-NATIMORTO
              GO TO L15.
        L14.
           ACCEPT TDNVPAR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L13.
           IF DNVPAR = ZEROS
              MOVE "INFORME O NUMERO DA DNV" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L14.
        L15.
           MOVE W-CODOPERLOG TO OPERPAR
           ACCEPT DATAREGPAR FROM DATE YYYYMMDD
           ACCEPT HORAREGPAR FROM TIME
           DISPLAY TOPERPAR.

      *------------- VERFICAR SE E ALTERACAO --------
           IF W-SEL = 1
              GO TO ALT-OPC.

        INC-OPC.
            MOVE "S" TO W-OPCAO
            DISPLAY (23, 40) "DADOS OK (S/N) : ".
            ACCEPT (23, 57) W-OPCAO WITH UPDATE
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
               GO TO VOLTA-L15.
            IF W-OPCAO = "N" OR "n"
               MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO L1.
            IF W-OPCAO NOT = "S" AND "s"
               MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-OPC.
        INC-WR1.
            WRITE REGPARTO
            IF ST-ERRO = "00" OR "02"
               MOVE KEYPARTO TO CHAVELOGTX
               MOVE "N" TO ACAOLOGTX
               PERFORM ESCREVE-LOG
               GO TO INC-WR2.
            IF ST-ERRO = "22"
               MOVE "** PARTO JA REGISTRADO, NAO GRAVADO **"
                      TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO L1
            ELSE
               MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADPARTO * "
                            TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM.
        INC-WR2.
            PERFORM GRAVA-RN THRU FIM-GRAVA-RN
            IF W-RNOK NOT = "S"
               MOVE "** DADOS GRAVADOS **" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
            PERFORM ENCERRA-GESTACAO THRU FIM-ENCERRA-GESTACAO
            GO TO L1.
      *
       VOLTA-L15.
           IF RN-VIVO
              GO TO L14.
           GO TO L13.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO L1
                ELSE
                   IF W-OPCAO = "A"
                      MOVE 1 TO W-SEL
                      GO TO L5.
      *
       EXC-OPC.
                IF W-PERFILLOG < 4
                   MOVE "** EXCLUSAO EXIGE PERFIL ADMINISTRADOR **"
                      TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO L1.
                IF CPFRNPAR NOT = ZEROS
                   MOVE "** RN JA CADASTRADO,EXCLUSAO BLOQUEADA **"
                      TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO L1.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO L1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADPARTO RECORD
                IF ST-ERRO = "00"
                   MOVE KEYPARTO TO CHAVELOGTX
                   MOVE "E" TO ACAOLOGTX
                   PERFORM ESCREVE-LOG
                   MOVE "*** REGISTRO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO L1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO VOLTA-L15.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO L1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGPARTO
                IF ST-ERRO = "00" OR "02"
                   MOVE KEYPARTO TO CHAVELOGTX
                   MOVE "A" TO ACAOLOGTX
                   PERFORM ESCREVE-LOG
                   PERFORM GRAVA-RN THRU FIM-GRAVA-RN
                   GO TO ALT-RW2.
                MOVE "ERRO NA ALTERACAO DO REGISTRO DE PARTO"
                   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
       ALT-RW2.
                IF W-RNOK NOT = "S"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                PERFORM ENCERRA-GESTACAO THRU FIM-ENCERRA-GESTACAO
                GO TO L1.
      *
      *****************************************
      * CADASTRO DO RECEM-NASCIDO EM CADPACI  *
      *****************************************
      *
       MOSTRA-RN.
           MOVE SPACES TO MSGRN MSGIDRN
           IF TIPOPAR > ZEROS AND TIPOPAR < 4
              MOVE TBP-NOME(TIPOPAR) TO MSGTIPOPAR.
           IF CPFRNPAR = ZEROS
              GO TO FIM-MOSTRA-RN.
           MOVE CPFRNPAR TO CPF
           READ CADPACI
           IF ST-ERRO = "00"
              MOVE NOMEPACIENTE TO MSGRN.
           IF CPFRNPAR = IDPROVPAR
              MOVE "PROVISORIA (AGUARDA CPF)" TO MSGIDRN
           ELSE
              MOVE "CPF DEFINITIVO" TO MSGIDRN.
       FIM-MOSTRA-RN.
           EXIT.
      *
      *-----SO O NASCIDO VIVO E CADASTRADO, UMA UNICA VEZ---------------
       GRAVA-RN.
           MOVE "N" TO W-RNOK
           IF NOT RN-VIVO OR CPFRNPAR NOT = ZEROS
              GO TO FIM-GRAVA-RN.
      *-----MAIOR IDENTIFICADOR PROVISORIO JA EMITIDO-------------------
           MOVE REGPARTO TO W-REGPARTO
           MOVE ZEROS TO W-MAIORBASE
           MOVE ZEROS TO KEYPARTO
           START CADPARTO KEY IS NOT LESS KEYPARTO INVALID KEY
                 GO TO GRAVA-RN2.
       GRAVA-RN1.
           READ CADPARTO NEXT
           IF ST-ERRO NOT = "00"
              GO TO GRAVA-RN2.
           IF IDPROVPAR NOT = ZEROS
              DIVIDE IDPROVPAR BY 100 GIVING W-BASEID
              IF W-BASEID > W-MAIORBASE
                 MOVE W-BASEID TO W-MAIORBASE.
           GO TO GRAVA-RN1.
       GRAVA-RN2.
           MOVE W-REGPARTO TO REGPARTO
           IF W-MAIORBASE < 900000000
              MOVE 900000000 TO W-MAIORBASE.
       GRAVA-RN3.
           ADD 1 TO W-MAIORBASE
           COMPUTE W-CPFN = W-MAIORBASE * 100
           PERFORM CALCULA-DV
           MOVE W-CPFDV1 TO W-CPFD10
           IF W-CPFDV2 = 9
              MOVE ZEROS TO W-CPFD11
           ELSE
              COMPUTE W-CPFD11 = W-CPFDV2 + 1.
           MOVE W-CPFN TO CPF
           READ CADPACI
           IF ST-ERRO = "00"
              GO TO GRAVA-RN3.
      *-----DADOS HERDADOS DA MAE: ENDERECO, TELEFONE E CONVENIO--------
           MOVE W-REGMAE TO REGPACI
           MOVE SPACES TO W-NOMERN
           STRING "RN DE " DELIMITED BY SIZE
                  NOMEPACIENTE DELIMITED BY SIZE
                  INTO W-NOMERN
           MOVE NOMEPACIENTE TO NOMERESPPACIENTE
           MOVE TELEFONEPACIENTE TO TELEFONERESPPACIENTE
           MOVE W-NOMERN TO NOMEPACIENTE
           MOVE W-CPFN TO CPF
           COMPUTE ANO = DATAPAR / 10000
           COMPUTE MES = (DATAPAR - ANO * 10000) / 100
           COMPUTE DIA = DATAPAR - ANO * 10000 - MES * 100
           MOVE SEXORNPAR TO SEXO
           MOVE SPACES TO GENERO NOMESOCIAL IDENTGENERO
           MOVE "N" TO CONSENTIMENTOLGPDPACIENTE
           MOVE ZEROS TO DATACONSENTPACIENTE
           WRITE REGPACI
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "* ERRO NA GRAVACAO DO RN EM CADPACI *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIM-GRAVA-RN.
           MOVE CPF TO CHAVELOGTX
           MOVE "N" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           MOVE "I" TO W-OPJOR
           PERFORM JORNAL-PACI THRU FIM-JORNAL-PACI
           PERFORM GRAVA-DELTA THRU FIM-GRAVA-DELTA
           MOVE W-CPFN TO CPFRNPAR IDPROVPAR
           REWRITE REGPARTO
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA ALTERACAO DO REGISTRO DE PARTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIM-GRAVA-RN.
           MOVE "S" TO W-RNOK
           MOVE W-NOMERN TO MSGRN
           MOVE "PROVISORIA (AGUARDA CPF)" TO MSGIDRN
           DISPLAY TCPFRNPAR TMSGRN TMSGIDRN
           MOVE "** PARTO GRAVADO E RN CADASTRADO **" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FIM-GRAVA-RN.
           EXIT.
      *
       CALCULA-DV.
           COMPUTE W-CPFSOMA = W-CPFD1 * 10 + W-CPFD2 * 9 + W-CPFD3 * 8
                              + W-CPFD4 * 7 + W-CPFD5 * 6 + W-CPFD6 * 5
                              + W-CPFD7 * 4 + W-CPFD8 * 3 + W-CPFD9 * 2
           DIVIDE W-CPFSOMA BY 11 GIVING W-CPFQUOC
                  REMAINDER W-CPFRESTO
           IF W-CPFRESTO < 2
              MOVE ZEROS TO W-CPFDV1
           ELSE
              COMPUTE W-CPFDV1 = 11 - W-CPFRESTO.
           MOVE W-CPFDV1 TO W-CPFD10
           COMPUTE W-CPFSOMA = W-CPFD1 * 11 + W-CPFD2 * 10
                              + W-CPFD3 * 9 + W-CPFD4 * 8 + W-CPFD5 * 7
                              + W-CPFD6 * 6 + W-CPFD7 * 5 + W-CPFD8 * 4
                              + W-CPFD9 * 3 + W-CPFD10 * 2
           DIVIDE W-CPFSOMA BY 11 GIVING W-CPFQUOC
                  REMAINDER W-CPFRESTO
           IF W-CPFRESTO < 2
              MOVE ZEROS TO W-CPFDV2
           ELSE
              COMPUTE W-CPFDV2 = 11 - W-CPFRESTO.
      *
      *-----PARTO ENCERRA A GESTACAO ATIVA DA MAE (DESFECHO P)----------
       ENCERRA-GESTACAO.
           IF W-TEMGEST NOT = "S"
              GO TO FIM-ENCERRA-GESTACAO.
           MOVE CPFMAEPAR TO CPFGEST
           READ CADGESTANTE
           IF ST-ERRO NOT = "00"
              GO TO FIM-ENCERRA-GESTACAO.
           IF NOT GEST-ATIVA OR DATAPAR < DUMGEST
              GO TO FIM-ENCERRA-GESTACAO.
           MOVE "P" TO STATUSGEST
           REWRITE REGGESTANTE
           IF ST-ERRO = "00" OR "02"
              MOVE CPFGEST TO CHAVELOGTX
              MOVE "A" TO ACAOLOGTX
              PERFORM ESCREVE-LOG
              MOVE "** GESTACAO ENCERRADA POR PARTO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FIM-ENCERRA-GESTACAO.
           EXIT.
      *
       JORNAL-PACI.
           MOVE "CADPACI" TO W-ARQJOR
           MOVE REGPACI TO W-IMAGEMJOR
           MOVE W-CODOPERLOG TO W-OPERJOR
           CALL "JORNAL" USING W-ACAOJOR W-ARQJOR W-OPJOR W-PROGRJOR
                W-OPERJOR W-IMAGEMJOR W-SEQJOR W-OKJOR.
       FIM-JORNAL-PACI.
           EXIT.
       GRAVA-DELTA.
           MOVE "CADPACI" TO W-ARQDELTA
           MOVE CPF TO W-CHAVEDELTA
           CALL "DELTA" USING W-ACAODELTA W-NOMEDELTA W-ARQDELTA
                W-CHAVEDELTA W-OKDELTA W-SEQDELTA.
       FIM-GRAVA-DELTA.
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
           MOVE "SMP056" TO PROGRAMALOGTX
           MOVE LOGTX TO REGLOG
           WRITE REGLOG.
      *
       ROT-FIM.
           CLOSE CADPARTO CADPACI CADLOG
           IF W-GESTOK = "S"
              CLOSE CADGESTANTE.
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
