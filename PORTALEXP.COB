       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTALEXP.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    FEED DIARIO PARA O PORTAL DO PACIENTE                      *
      *    (PORTAL_AAAAMMDD.TXT: AGENDA FUTURA, RESULTADOS/LAUDOS     *
      *    LIBERADOS, RECEITA EM USO E CARTEIRA DE VACINACAO)         *
      *    FORA: PACIENTE SEM CONSENTIMENTO LGPD, COM OBITO OU COM    *
      *    REGISTRO RESTRITO                                          *
      *    RESULTADO SO SAI REALIZADO, LIBERADO (LIBERAEX) E, SE      *
      *    CRITICO, COM O CONTATO DO CHAMACRIT RESOLVIDO              *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       SELECT CADCRITICO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCRITICO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADLIBEX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYLIBEX
                    FILE STATUS  IS ST-ERRO.
       SELECT CADRECEITA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYRECEITA
                    FILE STATUS  IS ST-ERRO.
       SELECT CADVACINA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYVACINA
                    FILE STATUS  IS ST-ERRO.
       SELECT LOTEPARAM ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT PORTALTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
      *------------------------EXAME------------------------------
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
      *------------------------CATALOGO DE EXAMES------------------
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
      *---------RESULTADOS CRITICOS A CONTATAR------------------------
       FD CADCRITICO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCRITICO.DAT".
       01  REGCRITICO.
           03 KEYCRITICO.
              05 CPFCRIT          PIC 9(11).
              05 DATACRIT         PIC 9(08).
              05 HORACRIT         PIC 9(04).
              05 NUMLINCRIT       PIC 9(02).
           03 TIPOEXCRIT          PIC X(30).
           03 RESULTCRIT          PIC 9(06)V99.
           03 DATAGERCRIT         PIC 9(08).
           03 STATUSCRIT          PIC X(01).
              88 CRIT-ABERTO        VALUE "A".
              88 CRIT-RESOLVIDO     VALUE "R".
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
       FD CADRECEITA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECEITA.DAT".
       01  REGRECEITA.
           03 KEYRECEITA.
              05 CPFRECEITA       PIC 9(11).
              05 DATARECEITA.
                 07 DIARECEITA    PIC 9(02).
                 07 MESRECEITA    PIC 9(02).
                 07 ANORECEITA    PIC 9(04).
              05 HORARECEITA      PIC 9(04).
              05 NUMLINHA         PIC 9(02).
           03 MEDICAMENTO         PIC X(30).
           03 DOSAGEM             PIC X(15).
           03 FREQUENCIA          PIC X(15).
           03 DURACAO             PIC X(15).
           03 CODMEDIC            PIC 9(05).
      *
       FD CADVACINA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVACINA.DAT".
       01  REGVACINA.
           03 KEYVACINA.
              05 CPFVACINA        PIC 9(11).
              05 NUMLINVAC        PIC 9(02).
           03 VACINA              PIC X(30).
           03 DOSENUM             PIC 9(02).
           03 DATAAPLIC.
              05 DIAAPLIC         PIC 9(02).
              05 MESAPLIC         PIC 9(02).
              05 ANOAPLIC         PIC 9(04).
           03 LOTEVAC             PIC X(10).
           03 DATAPROX.
              05 DIAPROX          PIC 9(02).
              05 MESPROX          PIC 9(02).
              05 ANOPROX          PIC 9(04).
      *
       FD LOTEPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOTEPARAM.DAT".
       01 REGLOTEPARAM.
          03 PARAMEMLOTE        PIC X(01).
          03 PARAMDATAINI       PIC 9(08).
          03 PARAMDATAFIM       PIC 9(08).
          03 PARAMDATAGER       PIC 9(08).
      *
       FD PORTALTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQPORTAL.
       01 REGPORTALTX          PIC X(250).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       01 W-EXTOK        PIC X(01) VALUE "N".
       01 W-MEDOK        PIC X(01) VALUE "N".
       01 W-EXAMEOK      PIC X(01) VALUE "N".
       01 W-TIPOOK       PIC X(01) VALUE "N".
       01 W-CRITOK       PIC X(01) VALUE "N".
       01 W-LIBOK        PIC X(01) VALUE "N".
       01 W-RECEITAOK    PIC X(01) VALUE "N".
       01 W-VACINAOK     PIC X(01) VALUE "N".
       01 W-DATAHOJE     PIC 9(08) VALUE ZEROS.
       01 W-JULHOJE      PIC 9(07) VALUE ZEROS.
      *---RECEITA MAIS RECENTE VALE COMO EM USO ATE ESTE NUMERO DE DIAS-
       01 W-DIASRECEITA  PIC 9(03) VALUE 180.
       01 W-DATAAMD      PIC 9(08) VALUE ZEROS.
       01 W-ULTDATA      PIC 9(08) VALUE ZEROS.
       01 W-ULTHORA      PIC 9(04) VALUE ZEROS.
       01 W-LIBERADO     PIC X(01) VALUE "N".
      *---CONTADORES---------------------------------------------------
       01 W-QTDELIDA     PIC 9(06) VALUE ZEROS.
       01 W-QTDEPACI     PIC 9(06) VALUE ZEROS.
       01 W-QTDESEMLGPD  PIC 9(06) VALUE ZEROS.
       01 W-QTDEOBITO    PIC 9(06) VALUE ZEROS.
       01 W-QTDERESTR    PIC 9(06) VALUE ZEROS.
       01 W-QTDEAGENDA   PIC 9(06) VALUE ZEROS.
       01 W-QTDERESULT   PIC 9(06) VALUE ZEROS.
       01 W-QTDERETIDO   PIC 9(06) VALUE ZEROS.
       01 W-QTDERECEITA  PIC 9(06) VALUE ZEROS.
       01 W-QTDEVACINA   PIC 9(06) VALUE ZEROS.
       01 W-ARQPORTAL.
          03 FILLER      PIC X(07) VALUE "PORTAL_".
          03 ARQDATATX   PIC 9(08) VALUE ZEROS.
          03 FILLER      PIC X(04) VALUE ".TXT".
      *---CONTAGEM PARA O LOTE NOTURNO---------------------------------
       01 W-PROGRCT      PIC X(10) VALUE "PORTALEXP".
       01 W-LIDOSCT      PIC 9(08) VALUE ZEROS.
       01 W-GRAVCT       PIC 9(08) VALUE ZEROS.
       01 W-REJEITCT     PIC 9(08) VALUE ZEROS.
      *---LAYOUT FIXO DO ARQUIVO PARA O PORTAL-------------------------
      *   H CABECALHO, P PACIENTE, A AGENDA, R RESULTADO/LAUDO,
      *   M MEDICAMENTO EM USO, V VACINA, T TRAILER
      *   O PORTAL SUBSTITUI OS DADOS DE CADA PACIENTE ENVIADO
       01 CABPORTALTX.
          03 FILLER           PIC X(01) VALUE "H".
          03 DATAREFCABTX     PIC 9(08).
          03 DATACABTX        PIC 9(08).
       01 PACPORTALTX.
          03 FILLER           PIC X(01) VALUE "P".
          03 CPFPACTX         PIC 9(11).
          03 NOMEPACTX        PIC X(30).
          03 NASCPACTX        PIC 9(08).
          03 DDDPACTX         PIC 9(02).
          03 TELPACTX         PIC 9(09).
          03 EMAILPACTX       PIC X(30).
       01 AGEPORTALTX.
          03 FILLER           PIC X(01) VALUE "A".
          03 CPFAGETX         PIC 9(11).
          03 DATAAGETX        PIC 9(08).
          03 HORAAGETX        PIC 9(04).
          03 CRMAGETX         PIC 9(06).
          03 NOMEMEDAGETX     PIC X(30).
          03 UNIDAGETX        PIC 9(02).
          03 SALAAGETX        PIC 9(02).
       01 RESPORTALTX.
          03 FILLER           PIC X(01) VALUE "R".
          03 CPFRESTX         PIC 9(11).
          03 DATAPEDRESTX     PIC 9(08).
          03 HORAPEDRESTX     PIC 9(04).
          03 LINHARESTX       PIC 9(02).
          03 TIPOEXRESTX      PIC X(30).
          03 DATAREALRESTX    PIC 9(08).
          03 RESULTRESTX      PIC X(60).
          03 RESULTNUMRESTX   PIC 9(06)V99.
          03 UNIDMEDRESTX     PIC X(10).
          03 VALMINRESTX      PIC 9(06)V99.
          03 VALMAXRESTX      PIC 9(06)V99.
          03 ANORMALRESTX     PIC X(01).
          03 LAUDORESTX       PIC X(60).
       01 MEDPORTALTX.
          03 FILLER           PIC X(01) VALUE "M".
          03 CPFMEDTX         PIC 9(11).
          03 DATARECMEDTX     PIC 9(08).
          03 LINHAMEDTX       PIC 9(02).
          03 MEDICAMENTOMEDTX PIC X(30).
          03 DOSAGEMMEDTX     PIC X(15).
          03 FREQMEDTX        PIC X(15).
          03 DURACAOMEDTX     PIC X(15).
       01 VACPORTALTX.
          03 FILLER           PIC X(01) VALUE "V".
          03 CPFVACTX         PIC 9(11).
          03 VACINAVACTX      PIC X(30).
          03 DOSEVACTX        PIC 9(02).
          03 DATAAPLICVACTX   PIC 9(08).
          03 LOTEVACTX        PIC X(10).
          03 DATAPROXVACTX    PIC 9(08).
       01 TRAILERPORTALTX.
          03 FILLER           PIC X(01) VALUE "T".
          03 QTDEPACTX        PIC 9(06).
          03 QTDEAGETX        PIC 9(06).
          03 QTDERESTX        PIC 9(06).
          03 QTDEMEDTX        PIC 9(06).
          03 QTDEVACTX        PIC 9(06).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       VERIFICA-LOTE.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-DATAHOJE TO ARQDATATX
           OPEN INPUT LOTEPARAM
           IF ST-ERRO NOT = "00"
              GO TO INICIO.
           READ LOTEPARAM
           IF ST-ERRO = "00" AND PARAMEMLOTE = "S"
              MOVE PARAMDATAGER TO ARQDATATX.
           CLOSE LOTEPARAM.
       INICIO.
           COMPUTE W-JULHOJE = FUNCTION INTEGER-OF-DATE(ARQDATATX)
           MOVE ZEROS TO W-LIDOSCT W-GRAVCT W-REJEITCT
           DISPLAY "*** FEED DO PORTAL DO PACIENTE ***".
       ABRIR-ARQUIVOS.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPACI"
              GO TO ROT-FIM2.
           OPEN INPUT CADCONSU
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCONSU"
              CLOSE CADPACI
              GO TO ROT-FIM2.
           OPEN OUTPUT PORTALTX
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO " W-ARQPORTAL
              CLOSE CADPACI CADCONSU
              GO TO ROT-FIM2.
           OPEN INPUT CADPACIEXT
           IF ST-ERRO = "00"
              MOVE "S" TO W-EXTOK.
           OPEN INPUT CADMED
           IF ST-ERRO = "00"
              MOVE "S" TO W-MEDOK.
           OPEN INPUT CADEXAME
           IF ST-ERRO = "00"
              MOVE "S" TO W-EXAMEOK.
           OPEN INPUT CADTIPOEX
           IF ST-ERRO = "00"
              MOVE "S" TO W-TIPOOK.
           OPEN INPUT CADCRITICO
           IF ST-ERRO = "00"
              MOVE "S" TO W-CRITOK.
           OPEN INPUT CADLIBEX
           IF ST-ERRO = "00"
              MOVE "S" TO W-LIBOK.
           OPEN INPUT CADRECEITA
           IF ST-ERRO = "00"
              MOVE "S" TO W-RECEITAOK.
           OPEN INPUT CADVACINA
           IF ST-ERRO = "00"
              MOVE "S" TO W-VACINAOK.
           MOVE ARQDATATX TO DATAREFCABTX
           MOVE W-DATAHOJE TO DATACABTX
           MOVE CABPORTALTX TO REGPORTALTX
           WRITE REGPORTALTX.
      *----------------PACIENTES COM CONSENTIMENTO-----------------------
       EXTRAI.
           MOVE ZEROS TO CPF
           START CADPACI KEY IS NOT LESS CPF INVALID KEY
                 GO TO TOTALIZA.
       EXTRAI1.
           READ CADPACI NEXT
           IF ST-ERRO NOT = "00"
              GO TO TOTALIZA.
           ADD 1 TO W-QTDELIDA
           IF CONSENTIMENTOLGPDPACIENTE NOT = "S"
              ADD 1 TO W-QTDESEMLGPD
              GO TO EXTRAI1.
           IF W-EXTOK = "S"
              MOVE CPF TO CPFPEXT
              READ CADPACIEXT
              IF ST-ERRO = "00" AND OBITODATA NOT = ZEROS
                 ADD 1 TO W-QTDEOBITO
                 GO TO EXTRAI1.
           IF W-EXTOK = "S" AND ST-ERRO = "00" AND RESTRITOPACI = "S"
              ADD 1 TO W-QTDERESTR
              GO TO EXTRAI1.
           MOVE CPF TO CPFPACTX
           IF NOMESOCIAL NOT = SPACES
              MOVE NOMESOCIAL TO NOMEPACTX
           ELSE
              MOVE NOMEPACIENTE TO NOMEPACTX.
           COMPUTE NASCPACTX = ANO * 10000 + MES * 100 + DIA
           MOVE DDDPACIENTE TO DDDPACTX
           MOVE TNUMPACIENTE TO TELPACTX
           MOVE EMAILPACIENTE TO EMAILPACTX
           MOVE PACPORTALTX TO REGPORTALTX
           WRITE REGPORTALTX
           ADD 1 TO W-QTDEPACI
           PERFORM EXTRAI-AGENDA THRU FIM-EXTRAI-AGENDA
           PERFORM EXTRAI-RESULTADOS THRU FIM-EXTRAI-RESULTADOS
           PERFORM EXTRAI-RECEITA THRU FIM-EXTRAI-RECEITA
           PERFORM EXTRAI-VACINAS THRU FIM-EXTRAI-VACINAS
           GO TO EXTRAI1.
      *
       TOTALIZA.
           MOVE W-QTDEPACI TO QTDEPACTX
           MOVE W-QTDEAGENDA TO QTDEAGETX
           MOVE W-QTDERESULT TO QTDERESTX
           MOVE W-QTDERECEITA TO QTDEMEDTX
           MOVE W-QTDEVACINA TO QTDEVACTX
           MOVE TRAILERPORTALTX TO REGPORTALTX
           WRITE REGPORTALTX
           MOVE W-QTDELIDA TO W-LIDOSCT
           COMPUTE W-GRAVCT = W-QTDEPACI + W-QTDEAGENDA + W-QTDERESULT
                 + W-QTDERECEITA + W-QTDEVACINA
           COMPUTE W-REJEITCT = W-QTDESEMLGPD + W-QTDEOBITO
                 + W-QTDERESTR
           DISPLAY "ARQUIVO GERADO       : " W-ARQPORTAL
           DISPLAY "PACIENTES LIDOS      : " W-QTDELIDA
           DISPLAY "PACIENTES ENVIADOS   : " W-QTDEPACI
           DISPLAY "SEM CONSENTIMENTO    : " W-QTDESEMLGPD
           DISPLAY "PACIENTE COM OBITO   : " W-QTDEOBITO
           DISPLAY "REGISTRO RESTRITO    : " W-QTDERESTR
           DISPLAY "CONSULTAS AGENDADAS  : " W-QTDEAGENDA
           DISPLAY "RESULTADOS LIBERADOS : " W-QTDERESULT
           DISPLAY "CRITICOS RETIDOS     : " W-QTDERETIDO
           DISPLAY "MEDICAMENTOS EM USO  : " W-QTDERECEITA
           DISPLAY "DOSES DE VACINA      : " W-QTDEVACINA.
       ROT-FIM.
           PERFORM INFORMA-LOTE THRU FIM-INFORMA-LOTE.
           CLOSE CADPACI CADCONSU PORTALTX.
           IF W-EXTOK = "S"
              CLOSE CADPACIEXT.
           IF W-MEDOK = "S"
              CLOSE CADMED.
           IF W-EXAMEOK = "S"
              CLOSE CADEXAME.
           IF W-TIPOOK = "S"
              CLOSE CADTIPOEX.
           IF W-CRITOK = "S"
              CLOSE CADCRITICO.
           IF W-LIBOK = "S"
              CLOSE CADLIBEX.
           IF W-RECEITAOK = "S"
              CLOSE CADRECEITA.
           IF W-VACINAOK = "S"
              CLOSE CADVACINA.
           DISPLAY "*** FIM DO FEED DO PORTAL ***".
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
      *
      *****************************************
      * DADOS DE CADA PACIENTE                *
      *****************************************
      *
      *----------------CONSULTAS AGENDADAS A PARTIR DA DATA DO FEED-------
       EXTRAI-AGENDA.
           MOVE CPF TO CPFPACIENTE
           MOVE ZEROS TO DATACONS HORAC
           START CADCONSU KEY IS NOT LESS KEYPRINCIPAL INVALID KEY
                 GO TO FIM-EXTRAI-AGENDA.
       EXTRAI-AGENDA1.
           READ CADCONSU NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-EXTRAI-AGENDA.
           IF CPFPACIENTE NOT = CPF
              GO TO FIM-EXTRAI-AGENDA.
           IF NOT AGENDADA
              GO TO EXTRAI-AGENDA1.
           COMPUTE W-DATAAMD = ANOC * 10000 + MESC * 100 + DIAC
           IF W-DATAAMD < ARQDATATX
              GO TO EXTRAI-AGENDA1.
           MOVE SPACES TO NOMEMEDAGETX
           IF W-MEDOK = "S"
              MOVE CODMED TO CRM
              READ CADMED
              IF ST-ERRO = "00"
                 MOVE NOMEMEDICO TO NOMEMEDAGETX.
           MOVE CPF TO CPFAGETX
           MOVE W-DATAAMD TO DATAAGETX
           MOVE HORAC TO HORAAGETX
           MOVE CODMED TO CRMAGETX
           MOVE UNIDADE TO UNIDAGETX
           MOVE CODSALA TO SALAAGETX
           MOVE AGEPORTALTX TO REGPORTALTX
           WRITE REGPORTALTX
           ADD 1 TO W-QTDEAGENDA
           GO TO EXTRAI-AGENDA1.
       FIM-EXTRAI-AGENDA.
           EXIT.
      *----------------RESULTADOS E LAUDOS LIBERADOS---------------------
       EXTRAI-RESULTADOS.
           IF W-EXAMEOK NOT = "S"
              GO TO FIM-EXTRAI-RESULTADOS.
           MOVE CPF TO CPFEXAME
           MOVE ZEROS TO DATAEXAME HORAEXAME NUMLINHAEX
           START CADEXAME KEY IS NOT LESS KEYEXAME INVALID KEY
                 GO TO FIM-EXTRAI-RESULTADOS.
       EXTRAI-RESULTADOS1.
           READ CADEXAME NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-EXTRAI-RESULTADOS.
           IF CPFEXAME NOT = CPF
              GO TO FIM-EXTRAI-RESULTADOS.
           PERFORM VERIFICA-LIBERACAO THRU FIM-VERIFICA-LIBERACAO
           IF W-LIBERADO NOT = "S"
              GO TO EXTRAI-RESULTADOS1.
           MOVE CPF TO CPFRESTX
           COMPUTE DATAPEDRESTX = ANOEXAME * 10000 + MESEXAME * 100
                 + DIAEXAME
           MOVE HORAEXAME TO HORAPEDRESTX
           MOVE NUMLINHAEX TO LINHARESTX
           MOVE TIPOEXAME TO TIPOEXRESTX
           COMPUTE DATAREALRESTX = ANOREALIZADA * 10000
                 + MESREALIZADA * 100 + DIAREALIZADA
           MOVE RESULTADO TO RESULTRESTX
           MOVE RESULTNUM TO RESULTNUMRESTX
           MOVE FLAGANORMAL TO ANORMALRESTX
           MOVE SPACES TO UNIDMEDRESTX LAUDORESTX
           MOVE ZEROS TO VALMINRESTX VALMAXRESTX
           IF W-TIPOOK = "S"
              MOVE CODTIPOEX TO CODTIPOEXREG
              READ CADTIPOEX
              IF ST-ERRO = "00"
                 MOVE UNIDMEDIDA TO UNIDMEDRESTX
                 MOVE VALORMINEX TO VALMINRESTX
                 MOVE VALORMAXEX TO VALMAXRESTX
                 MOVE TEXTOLAUDO TO LAUDORESTX.
           MOVE RESPORTALTX TO REGPORTALTX
           WRITE REGPORTALTX
           ADD 1 TO W-QTDERESULT
           GO TO EXTRAI-RESULTADOS1.
       FIM-EXTRAI-RESULTADOS.
           EXIT.
      *-----REALIZADO, COM RESULTADO E LIBERADO; CRITICO SO COM CONTATO-
      *-----RESOLVIDO---------------------------------------------------
      *-----(CRITICO FORA DA LISTA DE CONTATO FICA RETIDO)--------------
       VERIFICA-LIBERACAO.
           MOVE "N" TO W-LIBERADO
           IF NOT REALIZADO
              GO TO FIM-VERIFICA-LIBERACAO.
           IF RESULTADO = SPACES AND RESULTNUM = ZEROS
              GO TO FIM-VERIFICA-LIBERACAO.
           IF W-LIBOK = "S"
              MOVE KEYEXAME TO KEYLIBEX
              READ CADLIBEX
              IF ST-ERRO = "00"
                 IF NOT LIB-LIBERADO
                    ADD 1 TO W-QTDERETIDO
                    GO TO FIM-VERIFICA-LIBERACAO.
           IF W-CRITOK NOT = "S"
              GO TO VERIFICA-LIBERACAO1.
           MOVE CPFEXAME TO CPFCRIT
           COMPUTE DATACRIT = ANOEXAME * 10000 + MESEXAME * 100
                 + DIAEXAME
           MOVE HORAEXAME TO HORACRIT
           MOVE NUMLINHAEX TO NUMLINCRIT
           READ CADCRITICO
           IF ST-ERRO NOT = "00"
              GO TO VERIFICA-LIBERACAO1.
           IF CRIT-RESOLVIDO
              MOVE "S" TO W-LIBERADO
           ELSE
              ADD 1 TO W-QTDERETIDO.
           GO TO FIM-VERIFICA-LIBERACAO.
       VERIFICA-LIBERACAO1.
           MOVE "S" TO W-LIBERADO
           IF W-TIPOOK NOT = "S" OR RESULTNUM = ZEROS
              GO TO FIM-VERIFICA-LIBERACAO.
           MOVE CODTIPOEX TO CODTIPOEXREG
           READ CADTIPOEX
           IF ST-ERRO NOT = "00"
              GO TO FIM-VERIFICA-LIBERACAO.
           IF VALORMINCRIT = ZEROS AND VALORMAXCRIT = ZEROS
              GO TO FIM-VERIFICA-LIBERACAO.
           IF RESULTNUM < VALORMINCRIT OR RESULTNUM > VALORMAXCRIT
              MOVE "N" TO W-LIBERADO
              ADD 1 TO W-QTDERETIDO.
       FIM-VERIFICA-LIBERACAO.
           EXIT.
      *----------------RECEITA MAIS RECENTE, SE AINDA EM USO-------------
       EXTRAI-RECEITA.
           IF W-RECEITAOK NOT = "S"
              GO TO FIM-EXTRAI-RECEITA.
           MOVE ZEROS TO W-ULTDATA W-ULTHORA
           MOVE CPF TO CPFRECEITA
           MOVE ZEROS TO DATARECEITA HORARECEITA NUMLINHA
           START CADRECEITA KEY IS NOT LESS KEYRECEITA INVALID KEY
                 GO TO FIM-EXTRAI-RECEITA.
       EXTRAI-RECEITA1.
           READ CADRECEITA NEXT
           IF ST-ERRO NOT = "00"
              GO TO EXTRAI-RECEITA2.
           IF CPFRECEITA NOT = CPF
              GO TO EXTRAI-RECEITA2.
           COMPUTE W-DATAAMD = ANORECEITA * 10000
                 + MESRECEITA * 100 + DIARECEITA
           IF W-DATAAMD > W-ULTDATA
              MOVE W-DATAAMD TO W-ULTDATA
              MOVE HORARECEITA TO W-ULTHORA.
           GO TO EXTRAI-RECEITA1.
       EXTRAI-RECEITA2.
           IF W-ULTDATA = ZEROS OR W-ULTDATA > ARQDATATX
              GO TO FIM-EXTRAI-RECEITA.
           IF W-JULHOJE - FUNCTION INTEGER-OF-DATE(W-ULTDATA)
                 > W-DIASRECEITA
              GO TO FIM-EXTRAI-RECEITA.
           MOVE CPF TO CPFRECEITA
           COMPUTE ANORECEITA = W-ULTDATA / 10000
           COMPUTE MESRECEITA =
                 (W-ULTDATA - ANORECEITA * 10000) / 100
           COMPUTE DIARECEITA = W-ULTDATA
                 - ANORECEITA * 10000 - MESRECEITA * 100
           MOVE W-ULTHORA TO HORARECEITA
           MOVE ZEROS TO NUMLINHA
           START CADRECEITA KEY IS NOT LESS KEYRECEITA INVALID KEY
                 GO TO FIM-EXTRAI-RECEITA.
       EXTRAI-RECEITA3.
           READ CADRECEITA NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-EXTRAI-RECEITA.
           IF CPFRECEITA NOT = CPF
              GO TO FIM-EXTRAI-RECEITA.
           COMPUTE W-DATAAMD = ANORECEITA * 10000
                 + MESRECEITA * 100 + DIARECEITA
           IF W-DATAAMD NOT = W-ULTDATA
                 OR HORARECEITA NOT = W-ULTHORA
              GO TO FIM-EXTRAI-RECEITA.
           MOVE CPF TO CPFMEDTX
           MOVE W-ULTDATA TO DATARECMEDTX
           MOVE NUMLINHA TO LINHAMEDTX
           MOVE MEDICAMENTO TO MEDICAMENTOMEDTX
           MOVE DOSAGEM TO DOSAGEMMEDTX
           MOVE FREQUENCIA TO FREQMEDTX
           MOVE DURACAO TO DURACAOMEDTX
           MOVE MEDPORTALTX TO REGPORTALTX
           WRITE REGPORTALTX
           ADD 1 TO W-QTDERECEITA
           GO TO EXTRAI-RECEITA3.
       FIM-EXTRAI-RECEITA.
           EXIT.
      *----------------CARTEIRA DE VACINACAO-----------------------------
       EXTRAI-VACINAS.
           IF W-VACINAOK NOT = "S"
              GO TO FIM-EXTRAI-VACINAS.
           MOVE CPF TO CPFVACINA
           MOVE ZEROS TO NUMLINVAC
           START CADVACINA KEY IS NOT LESS KEYVACINA INVALID KEY
                 GO TO FIM-EXTRAI-VACINAS.
       EXTRAI-VACINAS1.
           READ CADVACINA NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-EXTRAI-VACINAS.
           IF CPFVACINA NOT = CPF
              GO TO FIM-EXTRAI-VACINAS.
           MOVE CPF TO CPFVACTX
           MOVE VACINA TO VACINAVACTX
           MOVE DOSENUM TO DOSEVACTX
           COMPUTE DATAAPLICVACTX = ANOAPLIC * 10000 + MESAPLIC * 100
                 + DIAAPLIC
           MOVE LOTEVAC TO LOTEVACTX
           COMPUTE DATAPROXVACTX = ANOPROX * 10000 + MESPROX * 100
                 + DIAPROX
           MOVE VACPORTALTX TO REGPORTALTX
           WRITE REGPORTALTX
           ADD 1 TO W-QTDEVACINA
           GO TO EXTRAI-VACINAS1.
       FIM-EXTRAI-VACINAS.
           EXIT.
      *
       INFORMA-LOTE.
           CALL "CONTALOTE" USING W-PROGRCT W-LIDOSCT W-GRAVCT
                W-REJEITCT.
       FIM-INFORMA-LOTE.
           EXIT.
