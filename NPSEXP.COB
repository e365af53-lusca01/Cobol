       IDENTIFICATION DIVISION.
       PROGRAM-ID. NPSEXP.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    EXTRACAO DIARIA PARA A PESQUISA DE SATISFACAO (NPS)        *
      *    CONSULTAS REALIZADAS NO DIA ANTERIOR -> NPS_AAAAMMDD.TXT   *
      *    FORA: PACIENTE SEM CONSENTIMENTO LGPD, COM OBITO OU SEM    *
      *    TELEFONE E SEM E-MAIL                                      *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPACIEXT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFPEXT
                    FILE STATUS  IS ST-ERRO.
       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO.
       SELECT NPSLISTA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADPACIEXT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACIEXT.DAT".
       01  REGPACIEXT.
           03 CPFPEXT             PIC 9(11).
           03 CNSPACIENTE         PIC 9(15).
           03 OBITODATA           PIC 9(08).
           03 OBITOCID            PIC X(07).
           03 RESTRITOPACI        PIC X(01).
           03 FILLER              PIC X(14).
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
       FD NPSLISTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQNPS.
       01 REGNPSLISTA          PIC X(200).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       01 W-EXTOK        PIC X(01) VALUE "N".
       01 W-MEDOK        PIC X(01) VALUE "N".
       01 W-DATAHOJE     PIC 9(08) VALUE ZEROS.
       01 W-JULHOJE      PIC 9(07) VALUE ZEROS.
       01 W-JULONTEM     PIC 9(07) VALUE ZEROS.
       01 W-DATAONTEM    PIC 9(08) VALUE ZEROS.
       01 W-DATAONTEMR REDEFINES W-DATAONTEM.
          03 W-ONTEMANO  PIC 9(04).
          03 W-ONTEMMES  PIC 9(02).
          03 W-ONTEMDIA  PIC 9(02).
       01 W-QTDELIDA     PIC 9(06) VALUE ZEROS.
       01 W-QTDELISTA    PIC 9(06) VALUE ZEROS.
       01 W-QTDESEMLGPD  PIC 9(06) VALUE ZEROS.
       01 W-QTDEOBITO    PIC 9(06) VALUE ZEROS.
       01 W-QTDESEMCONT  PIC 9(06) VALUE ZEROS.
       01 W-ARQNPS.
          03 FILLER      PIC X(04) VALUE "NPS_".
          03 ARQDATATX   PIC 9(08) VALUE ZEROS.
          03 FILLER      PIC X(04) VALUE ".TXT".
      *---LAYOUT FIXO DO ARQUIVO PARA A PESQUISA-----------------------
      *   A CHAVE DA CONSULTA (CPF+DATA+HORA) VOLTA NA RESPOSTA
       01 CABNPSTX.
          03 FILLER           PIC X(01) VALUE "H".
          03 DATAVISCABTX     PIC 9(08).
          03 DATACABTX        PIC 9(08).
       01 ITEMNPSTX.
          03 FILLER           PIC X(01) VALUE "I".
          03 CPFITTX          PIC 9(11).
          03 DATACONSITTX     PIC 9(08).
          03 HORAITTX         PIC 9(04).
          03 NOMEITTX         PIC X(30).
          03 DDDITTX          PIC 9(02).
          03 TELITTX          PIC 9(09).
          03 EMAILITTX        PIC X(30).
          03 CRMITTX          PIC 9(06).
          03 NOMEMEDITTX      PIC X(30).
          03 UNIDITTX         PIC 9(02).
       01 TRAILERNPSTX.
          03 FILLER           PIC X(01) VALUE "T".
          03 QTDENPSTX        PIC 9(06).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           COMPUTE W-JULHOJE = FUNCTION INTEGER-OF-DATE(W-DATAHOJE)
           COMPUTE W-JULONTEM = W-JULHOJE - 1
           COMPUTE W-DATAONTEM =
                 FUNCTION DATE-OF-INTEGER(W-JULONTEM)
           DISPLAY "*** EXTRACAO PARA A PESQUISA DE SATISFACAO ***".
       ABRIR-ARQUIVOS.
           OPEN INPUT CADCONSU
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCONSU"
              GO TO ROT-FIM2.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPACI"
              CLOSE CADCONSU
              GO TO ROT-FIM2.
           MOVE W-DATAONTEM TO ARQDATATX
           OPEN OUTPUT NPSLISTA
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO " W-ARQNPS
              CLOSE CADCONSU CADPACI
              GO TO ROT-FIM2.
           OPEN INPUT CADPACIEXT
           IF ST-ERRO = "00"
              MOVE "S" TO W-EXTOK.
           OPEN INPUT CADMED
           IF ST-ERRO = "00"
              MOVE "S" TO W-MEDOK.
           MOVE W-DATAONTEM TO DATAVISCABTX
           MOVE W-DATAHOJE TO DATACABTX
           MOVE CABNPSTX TO REGNPSLISTA
           WRITE REGNPSLISTA.
      *----------------CONSULTAS REALIZADAS ONTEM------------------------
       EXTRAI.
           MOVE W-ONTEMDIA TO DIAC
           MOVE W-ONTEMMES TO MESC
           MOVE W-ONTEMANO TO ANOC
           START CADCONSU KEY IS EQUAL DATACONS INVALID KEY
                 GO TO TOTALIZA.
       EXTRAI1.
           READ CADCONSU NEXT
           IF ST-ERRO NOT = "00"
              GO TO TOTALIZA.
           IF DIAC NOT = W-ONTEMDIA OR MESC NOT = W-ONTEMMES
                 OR ANOC NOT = W-ONTEMANO
              GO TO TOTALIZA.
           IF NOT REALIZADA
              GO TO EXTRAI1.
           ADD 1 TO W-QTDELIDA
           MOVE CPFPACIENTE TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              ADD 1 TO W-QTDESEMCONT
              GO TO EXTRAI1.
           IF CONSENTIMENTOLGPDPACIENTE NOT = "S"
              ADD 1 TO W-QTDESEMLGPD
              GO TO EXTRAI1.
           IF W-EXTOK = "S"
              MOVE CPFPACIENTE TO CPFPEXT
              READ CADPACIEXT
              IF ST-ERRO = "00" AND OBITODATA NOT = ZEROS
                 ADD 1 TO W-QTDEOBITO
                 GO TO EXTRAI1.
           IF TNUMPACIENTE = ZEROS AND EMAILPACIENTE = SPACES
              ADD 1 TO W-QTDESEMCONT
              GO TO EXTRAI1.
           MOVE SPACES TO NOMEMEDITTX
           IF W-MEDOK = "S"
              MOVE CODMED TO CRM
              READ CADMED
              IF ST-ERRO = "00"
                 MOVE NOMEMEDICO TO NOMEMEDITTX.
           MOVE CPFPACIENTE TO CPFITTX
           MOVE DATACONS TO DATACONSITTX
           MOVE HORAC TO HORAITTX
           IF NOMESOCIAL NOT = SPACES
              MOVE NOMESOCIAL TO NOMEITTX
           ELSE
              MOVE NOMEPACIENTE TO NOMEITTX.
           MOVE DDDPACIENTE TO DDDITTX
           MOVE TNUMPACIENTE TO TELITTX
           MOVE EMAILPACIENTE TO EMAILITTX
           MOVE CODMED TO CRMITTX
           MOVE UNIDADE TO UNIDITTX
           MOVE ITEMNPSTX TO REGNPSLISTA
           WRITE REGNPSLISTA
           ADD 1 TO W-QTDELISTA
           GO TO EXTRAI1.
      *
       TOTALIZA.
           MOVE W-QTDELISTA TO QTDENPSTX
           MOVE TRAILERNPSTX TO REGNPSLISTA
           WRITE REGNPSLISTA
           DISPLAY "ARQUIVO GERADO       : " W-ARQNPS
           DISPLAY "CONSULTAS REALIZADAS : " W-QTDELIDA
           DISPLAY "ENVIADAS A PESQUISA  : " W-QTDELISTA
           DISPLAY "SEM CONSENTIMENTO    : " W-QTDESEMLGPD
           DISPLAY "PACIENTE COM OBITO   : " W-QTDEOBITO
           DISPLAY "SEM CONTATO/CADASTRO : " W-QTDESEMCONT.
       ROT-FIM.
           CLOSE CADCONSU CADPACI NPSLISTA.
           IF W-EXTOK = "S"
              CLOSE CADPACIEXT.
           IF W-MEDOK = "S"
              CLOSE CADMED.
           DISPLAY "*** FIM DA EXTRACAO DA PESQUISA ***".
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
