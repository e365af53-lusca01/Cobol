       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCAPAC.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    PREVISAO DE CAPACIDADE X DEMANDA DAS PROXIMAS SEMANAS      *
      *    POR ESPECIALIDADE E UNIDADE (RELCAPAC.DOC)                 *
      *    OFERTA : SLOTS DOS TURNOS DO CADSALA, MENOS AUSENCIAS DO   *
      *             MEDICO (CADAUSMED) E FERIADOS (CADFERIADO)        *
      *    DEMANDA: CONSULTAS AGENDADAS + LISTA DE ESPERA +           *
      *             ENCAMINHAMENTOS PENDENTES + RETORNOS PREVISTOS    *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEMEDICO WITH DUPLICATES.
       SELECT CADSALA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODSALAREG
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCONSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPAL
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DATACONS
                       WITH DUPLICATES.
       SELECT CADAUSMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYAUSMED
                    FILE STATUS  IS ST-ERRO.
       SELECT CADFERIADO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYFERIADO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADENCAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYENCAM
                    FILE STATUS  IS ST-ERRO.
       SELECT CADESPERA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCNES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCNES
                    FILE STATUS  IS ST-ERRO.
       SELECT CADESPEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODESPEC
                    FILE STATUS  IS ST-ERRO.
       SELECT CADUNIDADE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODUNIDADE
                    FILE STATUS  IS ST-ERRO.
       SELECT RELCAPACTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADSALA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSALA.DAT".
       01  REGSALA.
           03 CODSALAREG          PIC 9(02).
           03 DESCSALA            PIC X(20).
           03 CRMSALA             PIC 9(06).
           03 TURNOSALA           PIC 9(01).
              88 TURNO-MANHA        VALUE 1.
              88 TURNO-TARDE        VALUE 2.
              88 TURNO-NOITE        VALUE 3.
           03 DIASEMANASALA       PIC 9(01).
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
       FD CADAUSMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUSMED.DAT".
       01  REGAUSMED.
           03 KEYAUSMED.
              05 CRMAUSMED        PIC 9(06).
              05 DATAINIAUS.
                 07 DIAINIAUS     PIC 9(02).
                 07 MESINIAUS     PIC 9(02).
                 07 ANOINIAUS     PIC 9(04).
           03 DATAFIMAUS.
              05 DIAFIMAUS        PIC 9(02).
              05 MESFIMAUS        PIC 9(02).
              05 ANOFIMAUS        PIC 9(04).
           03 MOTIVOAUS           PIC X(30).
      *
       FD CADFERIADO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFERIADO.DAT".
       01  REGFERIADO.
           03 KEYFERIADO.
              05 UNIDFERIADO      PIC 9(02).
              05 DATAFERIADO.
                 07 DIAFERIADO    PIC 9(02).
                 07 MESFERIADO    PIC 9(02).
                 07 ANOFERIADO    PIC 9(04).
           03 DESCFERIADO         PIC X(30).
           03 HORAABREFER         PIC 9(04).
           03 HORAFECHAFER        PIC 9(04).
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
              05 NUMLINHAENC      PIC 9(02).
           03 ESPECDESTINO        PIC 9(02).
           03 URGENCIAENC         PIC 9(01).
           03 STATUSENCAM         PIC X(01).
              88 ENC-PENDENTE       VALUE "P".
              88 ENC-REALIZADO      VALUE "R".
      *
       FD CADESPERA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESPERA.DAT".
       01  REGESPERA             PIC X(60).
      *
      *---------REGISTRO CNES IMPORTADO (PROFISSIONAL/SALA/LEITO)-----
       FD CADCNES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCNES.DAT".
       01  REGCNES.
           03 KEYCNES.
              05 UNIDCNES         PIC 9(02).
              05 TIPOCNES         PIC X(01).
                 88 CNES-PROF       VALUE "P".
                 88 CNES-SALA       VALUE "S".
                 88 CNES-LEITO      VALUE "L".
              05 CODCNES          PIC 9(06).
           03 NOMECNES            PIC X(30).
           03 CBOCNES             PIC 9(06).
           03 QTDECNES            PIC 9(04).
           03 DATAIMPCNES         PIC 9(08).
           03 FILLER              PIC X(10).
      *
       FD CADESPEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESPEC.DAT".
       01  REGESPEC.
           03 CODESPEC            PIC 9(02).
           03 DESCESPEC           PIC X(20).
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
       FD RELCAPACTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCAPAC.DOC".
       01 REGRELCAPACTX        PIC X(110).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 IND1           PIC 9(03) VALUE ZEROS.
       77 IND2           PIC 9(03) VALUE ZEROS.
       01 W-QTDESEM      PIC 9(02) VALUE ZEROS.
       01 W-AUSMEDOK     PIC X(01) VALUE "N".
       01 W-FERIADOOK    PIC X(01) VALUE "N".
       01 W-ENCAMOK      PIC X(01) VALUE "N".
       01 W-ESPERAOK     PIC X(01) VALUE "N".
       01 W-CNESOK       PIC X(01) VALUE "N".
       01 W-ESPOK        PIC X(01) VALUE "N".
       01 W-UNIDOK       PIC X(01) VALUE "N".
       01 W-TABCHEIA     PIC X(01) VALUE "N".
      *---CAPACIDADE DIARIA DO MEDICO (MESMA DA AGENDA DO SMP006)-------
       01 W-CAPACIDADEDIA PIC 9(02) VALUE 20.
      *---PERIODO DA PREVISAO (A PARTIR DE AMANHA)----------------------
       01 W-DATAHOJE     PIC 9(08) VALUE ZEROS.
       01 W-JULHOJE      PIC 9(07) VALUE ZEROS.
       01 W-JULINI       PIC 9(07) VALUE ZEROS.
       01 W-JULFIM       PIC 9(07) VALUE ZEROS.
       01 W-JULDIA       PIC 9(07) VALUE ZEROS.
       01 W-JULREG       PIC 9(07) VALUE ZEROS.
       01 W-SEMANA       PIC 9(03) VALUE ZEROS.
       01 W-DATADIA      PIC 9(08) VALUE ZEROS.
       01 W-DATADIAR REDEFINES W-DATADIA.
          03 W-DIAANO    PIC 9(04).
          03 W-DIAMES    PIC 9(02).
          03 W-DIADIA    PIC 9(02).
       01 W-DATAREG      PIC 9(08) VALUE ZEROS.
       01 W-DATAREGR REDEFINES W-DATAREG.
          03 W-REGANO    PIC 9(04).
          03 W-REGMES    PIC 9(02).
          03 W-REGDIA    PIC 9(02).
       01 W-DATAORIG     PIC 9(08) VALUE ZEROS.
       01 TABSEMANA.
          03 TBS-LINHA OCCURS 12 TIMES.
             05 TBS-INI       PIC 9(08).
             05 TBS-FIM       PIC 9(08).
      *---MEDICO EM VARREDURA------------------------------------------
       01 W-CRMBUSCA     PIC 9(06) VALUE ZEROS.
       01 W-ESPMED       PIC 9(02) VALUE ZEROS.
       01 W-UNIDMED      PIC 9(02) VALUE ZEROS.
       01 W-CRMUNID      PIC 9(06) VALUE ZEROS.
       01 W-SLOTSDIA     PIC 9(03) VALUE ZEROS.
       01 W-HORAABRE     PIC 9(04) VALUE ZEROS.
       01 W-HORAFECHA    PIC 9(04) VALUE 2400.
      *---DIA DA SEMANA DA DATA EM VARREDURA----------------------------
       01 W-DIASEMCONS   PIC 9(01) VALUE ZEROS.
       01 W-ZQ           PIC 9(02) VALUE ZEROS.
       01 W-ZM           PIC 9(02) VALUE ZEROS.
       01 W-ZANO         PIC 9(04) VALUE ZEROS.
       01 W-ZK           PIC 9(02) VALUE ZEROS.
       01 W-ZJ           PIC 9(02) VALUE ZEROS.
       01 W-ZH           PIC 9(02) VALUE ZEROS.
       01 W-ZT1          PIC 9(06) VALUE ZEROS.
       01 W-ZT2          PIC 9(06) VALUE ZEROS.
       01 W-ZT3          PIC 9(06) VALUE ZEROS.
       01 W-ZT4          PIC 9(06) VALUE ZEROS.
       01 W-ZT5          PIC 9(06) VALUE ZEROS.
       01 W-ZT6          PIC 9(06) VALUE ZEROS.
      *---SLOTS DO TURNO EM VERIFICACAO---------------------------------
       01 W-HORASLOT     PIC 9(04) VALUE ZEROS.
       01 W-HORALIMITE   PIC 9(04) VALUE ZEROS.
       01 W-HORAH        PIC 9(02) VALUE ZEROS.
       01 W-HORAM        PIC 9(02) VALUE ZEROS.
       01 W-AUSENTE      PIC X(01) VALUE "N".
       01 W-FERIADO      PIC X(01) VALUE "N".
       01 W-DATAAUSNUM   PIC 9(08) VALUE ZEROS.
       01 W-DATAINIAUSNUM PIC 9(08) VALUE ZEROS.
       01 W-DATAFIMAUSNUM PIC 9(08) VALUE ZEROS.
      *---RETORNO PREVISTO JA MARCADO----------------------------------
       01 W-CHAVESALVA   PIC X(23) VALUE SPACES.
       01 W-CPFRET       PIC 9(11) VALUE ZEROS.
       01 W-CRMRET       PIC 9(06) VALUE ZEROS.
       01 W-RETMARCADO   PIC X(01) VALUE "N".
      *---LISTA DE ESPERA (MESMO LAYOUT DO SMP006)---------------------
       01 ESPERATX.
          03 DATAESPERATX         PIC 9(08).
          03 FILLER               PIC X(01).
          03 HORAESPERATX         PIC 9(06).
          03 FILLER               PIC X(01).
          03 CPFESPERATX          PIC 9(11).
          03 FILLER               PIC X(01).
          03 CODMEDESPERATX       PIC 9(06).
          03 FILLER               PIC X(01).
          03 DIACESPERATX         PIC 9(02).
          03 MESCESPERATX         PIC 9(02).
          03 ANOCESPERATX         PIC 9(04).
          03 FILLER               PIC X(01).
          03 ESPECESPERATX        PIC 9(02).
          03 FILLER               PIC X(01).
          03 ORIGEMESPERATX       PIC X(01).
      *---ACUMULADORES POR ESPECIALIDADE + UNIDADE E SEMANA-------------
      *   TABELA MANTIDA EM ORDEM DE ESPECIALIDADE/UNIDADE
       01 W-QTDELIN      PIC 9(03) VALUE ZEROS.
       01 W-CHAVELIN.
          03 W-ESPLIN    PIC 9(02).
          03 W-UNIDLIN   PIC 9(02).
       01 TABCAPAC.
          03 TBC-LINHA OCCURS 300 TIMES.
             05 TBC-CHAVE.
                07 TBC-ESPEC     PIC 9(02).
                07 TBC-UNID      PIC 9(02).
             05 TBC-SEMANA OCCURS 12 TIMES.
                07 TBC-CAPAC     PIC 9(05).
                07 TBC-AGEND     PIC 9(05).
                07 TBC-ESPERA    PIC 9(05).
                07 TBC-ENCAM     PIC 9(05).
                07 TBC-RETORNO   PIC 9(05).
      *---CALCULO DE UMA SEMANA----------------------------------------
       01 W-DEMANDA      PIC 9(06) VALUE ZEROS.
       01 W-SALDO        PIC S9(06) VALUE ZEROS.
       01 W-QTDECRIT     PIC 9(05) VALUE ZEROS.
      *---LINHAS DO RELATORIO-----------------------------------------
       01 CAB0.
          03 FILLER PIC X(50) VALUE
          "HOSPITAL MAINFRAME *** PREVISAO DE CAPACIDADE X DE".
          03 FILLER PIC X(22) VALUE "MANDA ***   EMITIDO: ".
          03 CABDATATX    PIC 9(08).
       01 CAB1.
          03 FILLER PIC X(50) VALUE
          "DEMANDA = AGENDADAS + LISTA DE ESPERA + ENCAMINHAM".
          03 FILLER PIC X(51) VALUE
          "ENTOS PENDENTES (NA 1A SEMANA) + RETORNOS PREVISTOS".
       01 CABLINHA.
          03 FILLER         PIC X(15) VALUE "ESPECIALIDADE: ".
          03 ESPLINTX       PIC 9(02).
          03 FILLER         PIC X(01) VALUE " ".
          03 DESCESPLINTX   PIC X(20).
          03 FILLER         PIC X(11) VALUE "  UNIDADE: ".
          03 UNIDLINTX      PIC 9(02).
          03 FILLER         PIC X(01) VALUE " ".
          03 NOMEUNIDLINTX  PIC X(30).
       01 CAB2.
          03 FILLER PIC X(50) VALUE
          "SM  PERIODO              CAPAC  AGEND  ESPER  ENCA".
          03 FILLER PIC X(24) VALUE
          "M  RETOR DEMANDA   SALDO".
       01 DETCAPAC.
          03 SEMCAPTX       PIC 9(02).
          03 FILLER         PIC X(02) VALUE "  ".
          03 INICAPTX       PIC 9(08).
          03 FILLER         PIC X(03) VALUE " A ".
          03 FIMCAPTX       PIC 9(08).
          03 FILLER         PIC X(02) VALUE "  ".
          03 CAPCAPTX       PIC ZZZZ9.
          03 FILLER         PIC X(02) VALUE "  ".
          03 AGECAPTX       PIC ZZZZ9.
          03 FILLER         PIC X(02) VALUE "  ".
          03 ESPCAPTX       PIC ZZZZ9.
          03 FILLER         PIC X(02) VALUE "  ".
          03 ENCCAPTX       PIC ZZZZ9.
          03 FILLER         PIC X(02) VALUE "  ".
          03 RETCAPTX       PIC ZZZZ9.
          03 FILLER         PIC X(02) VALUE "  ".
          03 DEMCAPTX       PIC ZZZZZ9.
          03 FILLER         PIC X(02) VALUE "  ".
          03 SALCAPTX       PIC -ZZZZ9.
          03 FILLER         PIC X(02) VALUE "  ".
          03 ALERTACAPTX    PIC X(23).
       01 TOTCAPAC.
          03 FILLER PIC X(40) VALUE
          "SEMANAS COM DEMANDA ACIMA DA CAPACIDADE:".
          03 QTDECRITTX     PIC ZZZZ9.
       01 CABESTOURO.
          03 FILLER PIC X(52) VALUE
          "*** ATENCAO: LIMITE DA TABELA EXCEDIDO, LISTA PARCIA".
          03 FILLER PIC X(05) VALUE "L ***".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELARELCAPAC.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          PREVISAO DE CAPACIDADE X DEMAN".
           05  LINE 02  COLUMN 41
               VALUE  "DA POR ESPECIALIDADE".
           05  LINE 10  COLUMN 01
               VALUE  "   PROXIMAS SEMANAS (01 A 12) :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TW-QTDESEM
               LINE 10  COLUMN 33  PIC 9(02)
               USING  W-QTDESEM
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY TELARELCAPAC.
       L1.
           ACCEPT TW-QTDESEM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM2.
           IF W-QTDESEM = ZEROS OR W-QTDESEM > 12
              MOVE "INFORME DE 01 A 12 SEMANAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
       ABRIR-ARQUIVOS.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADMED" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADSALA
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADSALA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADMED
              GO TO ROT-FIM2.
           OPEN INPUT CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONSU" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADMED CADSALA
              GO TO ROT-FIM2.
           OPEN OUTPUT RELCAPACTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELCAPAC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADMED CADSALA CADCONSU
              GO TO ROT-FIM2.
           OPEN INPUT CADAUSMED
           IF ST-ERRO = "00"
              MOVE "S" TO W-AUSMEDOK.
           OPEN INPUT CADFERIADO
           IF ST-ERRO = "00"
              MOVE "S" TO W-FERIADOOK.
           OPEN INPUT CADENCAM
           IF ST-ERRO = "00"
              MOVE "S" TO W-ENCAMOK.
           OPEN INPUT CADCNES
           IF ST-ERRO = "00"
              MOVE "S" TO W-CNESOK.
           OPEN INPUT CADESPEC
           IF ST-ERRO = "00"
              MOVE "S" TO W-ESPOK.
           OPEN INPUT CADUNIDADE
           IF ST-ERRO = "00"
              MOVE "S" TO W-UNIDOK.
           DISPLAY (23, 12) "*** CALCULANDO A PREVISAO, AGUARDE ***"
           MOVE ZEROS TO TABCAPAC TABSEMANA W-QTDELIN
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           COMPUTE W-JULHOJE = FUNCTION INTEGER-OF-DATE(W-DATAHOJE)
           COMPUTE W-JULINI = W-JULHOJE + 1
           COMPUTE W-JULFIM = W-JULHOJE + W-QTDESEM * 7
           MOVE 1 TO IND2.
       MONTA-SEMANAS.
           IF IND2 > W-QTDESEM
              GO TO OFERTA.
           COMPUTE W-JULDIA = W-JULINI + (IND2 - 1) * 7
           COMPUTE TBS-INI(IND2) = FUNCTION DATE-OF-INTEGER(W-JULDIA)
           ADD 6 TO W-JULDIA
           COMPUTE TBS-FIM(IND2) = FUNCTION DATE-OF-INTEGER(W-JULDIA)
           ADD 1 TO IND2
           GO TO MONTA-SEMANAS.
      *----------------OFERTA: SLOTS DOS TURNOS DE CADA MEDICO-----------
       OFERTA.
           MOVE ZEROS TO CRM
           START CADMED KEY IS NOT LESS CRM INVALID KEY
                 GO TO DEMANDA.
       OFERTA1.
           READ CADMED NEXT
           IF ST-ERRO NOT = "00"
              GO TO DEMANDA.
           MOVE CRM TO W-CRMBUSCA
           MOVE ESPECIALIDADE TO W-ESPMED
           MOVE CRM TO W-CRMUNID
           PERFORM ACHA-UNIDMED THRU FIM-ACHA-UNIDMED
           PERFORM CARREGA-HORARIO-UNIDADE THRU FIM-CHU
           MOVE W-ESPMED TO W-ESPLIN
           MOVE W-UNIDMED TO W-UNIDLIN
           PERFORM ACHA-LINHA THRU FIM-ACHA-LINHA
           IF IND1 = ZEROS
              GO TO OFERTA1.
           PERFORM VARRE-DIAS THRU FIM-VARRE-DIAS
           GO TO OFERTA1.
      *----------------DIAS DO PERIODO DA PREVISAO-----------------------
       VARRE-DIAS.
           MOVE W-JULINI TO W-JULDIA.
       VARRE-DIAS1.
           IF W-JULDIA > W-JULFIM
              GO TO FIM-VARRE-DIAS.
           COMPUTE W-DATADIA = FUNCTION DATE-OF-INTEGER(W-JULDIA)
           PERFORM VERIFICA-AUSENCIA THRU FIM-VERIFICA-AUSENCIA
           IF W-AUSENTE = "S"
              GO TO VARRE-DIAS2.
           PERFORM VERIFICA-FERIADO THRU FIM-VERIFICA-FERIADO
           IF W-FERIADO = "S"
              GO TO VARRE-DIAS2.
           PERFORM CALCULA-DIASEMANA THRU FIM-CALCULA-DIASEMANA
           MOVE ZEROS TO W-SLOTSDIA
           PERFORM VARRE-TURNOS THRU FIM-VARRE-TURNOS
           IF W-SLOTSDIA > W-CAPACIDADEDIA
              MOVE W-CAPACIDADEDIA TO W-SLOTSDIA.
           COMPUTE W-SEMANA = (W-JULDIA - W-JULINI) / 7 + 1
           ADD W-SLOTSDIA TO TBC-CAPAC(IND1, W-SEMANA).
       VARRE-DIAS2.
           ADD 1 TO W-JULDIA
           GO TO VARRE-DIAS1.
       FIM-VARRE-DIAS.
           EXIT.
      *----------------TURNOS DO MEDICO NO DIA DA SEMANA-----------------
       VARRE-TURNOS.
           MOVE ZEROS TO CODSALAREG
           START CADSALA KEY IS NOT LESS CODSALAREG INVALID KEY
                 GO TO FIM-VARRE-TURNOS.
       VARRE-TURNOS1.
           READ CADSALA NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-VARRE-TURNOS.
           IF CRMSALA NOT = W-CRMBUSCA
              GO TO VARRE-TURNOS1.
           IF DIASEMANASALA NOT = W-DIASEMCONS
              GO TO VARRE-TURNOS1.
           IF TURNO-MANHA
              MOVE 0800 TO W-HORASLOT
              MOVE 1130 TO W-HORALIMITE
           ELSE
              IF TURNO-TARDE
                 MOVE 1300 TO W-HORASLOT
                 MOVE 1730 TO W-HORALIMITE
              ELSE
                 MOVE 1800 TO W-HORASLOT
                 MOVE 2130 TO W-HORALIMITE.
           PERFORM VARRE-SLOTS THRU FIM-VARRE-SLOTS
           GO TO VARRE-TURNOS1.
       FIM-VARRE-TURNOS.
           EXIT.
      *----------------SLOTS DE 30 MINUTOS DENTRO DO HORARIO DA UNIDADE--
       VARRE-SLOTS.
           IF W-HORASLOT > W-HORALIMITE
              GO TO FIM-VARRE-SLOTS.
           IF W-HORASLOT NOT < W-HORAABRE AND W-HORASLOT < W-HORAFECHA
              ADD 1 TO W-SLOTSDIA.
           DIVIDE W-HORASLOT BY 100 GIVING W-HORAH REMAINDER W-HORAM
           ADD 30 TO W-HORAM
           IF W-HORAM > 59
              SUBTRACT 60 FROM W-HORAM
              ADD 1 TO W-HORAH.
           COMPUTE W-HORASLOT = W-HORAH * 100 + W-HORAM
           GO TO VARRE-SLOTS.
       FIM-VARRE-SLOTS.
           EXIT.
      *----------------DEMANDA 1: AGENDADAS E RETORNOS PREVISTOS---------
       DEMANDA.
           MOVE ZEROS TO KEYPRINCIPAL
           START CADCONSU KEY IS NOT LESS KEYPRINCIPAL INVALID KEY
                 GO TO ESPERA.
       DEMANDA1.
           READ CADCONSU NEXT
           IF ST-ERRO NOT = "00"
              GO TO ESPERA.
           IF AGENDADA
              PERFORM CONTA-AGENDADA THRU FIM-CONTA-AGENDADA
              GO TO DEMANDA1.
           IF REALIZADA AND RETORNO NOT = ZEROS
              PERFORM CONTA-RETORNO THRU FIM-CONTA-RETORNO.
           GO TO DEMANDA1.
      *
       CONTA-AGENDADA.
           MOVE ANOC TO W-REGANO
           MOVE MESC TO W-REGMES
           MOVE DIAC TO W-REGDIA
           PERFORM CALCULA-SEMANA THRU FIM-CALCULA-SEMANA
           IF W-SEMANA = ZEROS
              GO TO FIM-CONTA-AGENDADA.
           MOVE CODMED TO CRM
           PERFORM BUSCA-ESPEC THRU FIM-BUSCA-ESPEC
           MOVE W-ESPMED TO W-ESPLIN
           MOVE UNIDADE TO W-UNIDLIN
           IF W-UNIDLIN = ZEROS
              MOVE 1 TO W-UNIDLIN.
           PERFORM ACHA-LINHA THRU FIM-ACHA-LINHA
           IF IND1 NOT = ZEROS
              ADD 1 TO TBC-AGEND(IND1, W-SEMANA).
       FIM-CONTA-AGENDADA.
           EXIT.
      *
      *   RETORNO JA MARCADO (CONSULTA POSTERIOR COM O MESMO MEDICO,
      *   NAO CANCELADA) NAO E DEMANDA NOVA: JA ESTA NAS AGENDADAS
       CONTA-RETORNO.
           MOVE ANORETORNO TO W-REGANO
           MOVE MESRETORNO TO W-REGMES
           MOVE DIARETORNO TO W-REGDIA
           PERFORM CALCULA-SEMANA THRU FIM-CALCULA-SEMANA
           IF W-SEMANA = ZEROS
              GO TO FIM-CONTA-RETORNO.
           MOVE KEYPRINCIPAL TO W-CHAVESALVA
           MOVE CPFPACIENTE TO W-CPFRET
           MOVE CODMED TO W-CRMRET
           COMPUTE W-DATAORIG = ANOC * 10000 + MESC * 100 + DIAC
           MOVE CODMED TO CRM
           PERFORM BUSCA-ESPEC THRU FIM-BUSCA-ESPEC
           MOVE W-ESPMED TO W-ESPLIN
           MOVE UNIDADE TO W-UNIDLIN
           IF W-UNIDLIN = ZEROS
              MOVE 1 TO W-UNIDLIN.
           MOVE "N" TO W-RETMARCADO
           MOVE W-CPFRET TO CPFPACIENTE
           MOVE ZEROS TO DATACONS HORAC
           START CADCONSU KEY IS NOT LESS KEYPRINCIPAL INVALID KEY
                 GO TO CONTA-RETORNO2.
       CONTA-RETORNO1.
           READ CADCONSU NEXT
           IF ST-ERRO NOT = "00"
              GO TO CONTA-RETORNO2.
           IF CPFPACIENTE NOT = W-CPFRET
              GO TO CONTA-RETORNO2.
           IF CODMED NOT = W-CRMRET OR CANCELADA OR FALTOU
              GO TO CONTA-RETORNO1.
           IF ANOC * 10000 + MESC * 100 + DIAC > W-DATAORIG
              MOVE "S" TO W-RETMARCADO
              GO TO CONTA-RETORNO2.
           GO TO CONTA-RETORNO1.
       CONTA-RETORNO2.
           IF W-RETMARCADO NOT = "S"
              PERFORM ACHA-LINHA THRU FIM-ACHA-LINHA
              IF IND1 NOT = ZEROS
                 ADD 1 TO TBC-RETORNO(IND1, W-SEMANA).
      *---REPOSICIONAR A LEITURA PRINCIPAL APOS A CONSULTA DE ORIGEM---
           MOVE W-CHAVESALVA TO KEYPRINCIPAL
           START CADCONSU KEY IS GREATER KEYPRINCIPAL INVALID KEY
                 GO TO FIM-CONTA-RETORNO.
       FIM-CONTA-RETORNO.
           EXIT.
      *----------------DEMANDA 2: LISTA DE ESPERA------------------------
      *   SEM DATA DESEJADA = PRIMEIRA SEMANA; DATA JA PASSADA NAO CONTA
       ESPERA.
           OPEN INPUT CADESPERA
           IF ST-ERRO NOT = "00"
              GO TO ENCAMINHA.
           MOVE "S" TO W-ESPERAOK.
       ESPERA1.
           READ CADESPERA
           IF ST-ERRO NOT = "00"
              GO TO ENCAMINHA.
           MOVE REGESPERA TO ESPERATX
           IF DIACESPERATX NOT NUMERIC OR MESCESPERATX NOT NUMERIC
                 OR ANOCESPERATX NOT NUMERIC
              GO TO ESPERA1.
           IF CODMEDESPERATX NOT NUMERIC
              MOVE ZEROS TO CODMEDESPERATX.
           IF ANOCESPERATX = ZEROS
              MOVE 1 TO W-SEMANA
           ELSE
              MOVE ANOCESPERATX TO W-REGANO
              MOVE MESCESPERATX TO W-REGMES
              MOVE DIACESPERATX TO W-REGDIA
              PERFORM CALCULA-SEMANA THRU FIM-CALCULA-SEMANA.
           IF W-SEMANA = ZEROS
              GO TO ESPERA1.
           MOVE ZEROS TO W-ESPMED
           IF CODMEDESPERATX NOT = ZEROS
              MOVE CODMEDESPERATX TO CRM
              PERFORM BUSCA-ESPEC THRU FIM-BUSCA-ESPEC.
           IF ESPECESPERATX NUMERIC AND ESPECESPERATX NOT = ZEROS
              MOVE ESPECESPERATX TO W-ESPMED.
           MOVE CODMEDESPERATX TO W-CRMUNID
           PERFORM ACHA-UNIDMED THRU FIM-ACHA-UNIDMED
           MOVE W-ESPMED TO W-ESPLIN
           MOVE W-UNIDMED TO W-UNIDLIN
           PERFORM ACHA-LINHA THRU FIM-ACHA-LINHA
           IF IND1 NOT = ZEROS
              ADD 1 TO TBC-ESPERA(IND1, W-SEMANA).
           GO TO ESPERA1.
      *----------------DEMANDA 3: ENCAMINHAMENTOS PENDENTES--------------
      *   DEMANDA REPRIMIDA, SEM DATA: ENTRA TODA NA PRIMEIRA SEMANA, NA
      *   UNIDADE DA CONSULTA DE ORIGEM
       ENCAMINHA.
           IF W-ENCAMOK NOT = "S"
              GO TO IMPRIME.
           MOVE ZEROS TO KEYENCAM
           START CADENCAM KEY IS NOT LESS KEYENCAM INVALID KEY
                 GO TO IMPRIME.
       ENCAMINHA1.
           READ CADENCAM NEXT
           IF ST-ERRO NOT = "00"
              GO TO IMPRIME.
           IF NOT ENC-PENDENTE
              GO TO ENCAMINHA1.
           MOVE ESPECDESTINO TO W-ESPLIN
           MOVE 1 TO W-UNIDLIN
           MOVE KEYENCAM (1: 23) TO KEYPRINCIPAL
           READ CADCONSU
           IF ST-ERRO = "00" AND UNIDADE NOT = ZEROS
              MOVE UNIDADE TO W-UNIDLIN.
           PERFORM ACHA-LINHA THRU FIM-ACHA-LINHA
           IF IND1 NOT = ZEROS
              ADD 1 TO TBC-ENCAM(IND1, 1).
           GO TO ENCAMINHA1.
      *----------------SEMANA DA PREVISAO DE UMA DATA (0 = FORA)---------
       CALCULA-SEMANA.
           MOVE ZEROS TO W-SEMANA
           IF W-DATAREG < TBS-INI(1) OR W-DATAREG > TBS-FIM(W-QTDESEM)
              GO TO FIM-CALCULA-SEMANA.
           COMPUTE W-JULREG = FUNCTION INTEGER-OF-DATE(W-DATAREG)
           IF W-JULREG < W-JULINI OR W-JULREG > W-JULFIM
              GO TO FIM-CALCULA-SEMANA.
           COMPUTE W-SEMANA = (W-JULREG - W-JULINI) / 7 + 1.
       FIM-CALCULA-SEMANA.
           EXIT.
      *----------------ESPECIALIDADE DO MEDICO (CRM JA MOVIDO)-----------
       BUSCA-ESPEC.
           MOVE ZEROS TO W-ESPMED
           READ CADMED
           IF ST-ERRO = "00"
              MOVE ESPECIALIDADE TO W-ESPMED.
       FIM-BUSCA-ESPEC.
           EXIT.
      *
      *   CADSALA NAO TEM UNIDADE: O MEDICO FICA NA PRIMEIRA UNIDADE EM
      *   QUE ESTA CADASTRADO NO CNES (SEM CNES = UNIDADE 01)
       ACHA-UNIDMED.
           MOVE 1 TO W-UNIDMED
           IF W-CNESOK NOT = "S" OR W-CRMUNID = ZEROS
              GO TO FIM-ACHA-UNIDMED.
           MOVE 1 TO IND2.
       ACHA-UNIDMED1.
           IF IND2 > 99
              GO TO FIM-ACHA-UNIDMED.
           MOVE IND2 TO UNIDCNES
           MOVE "P" TO TIPOCNES
           MOVE W-CRMUNID TO CODCNES
           READ CADCNES
           IF ST-ERRO = "00"
              MOVE IND2 TO W-UNIDMED
              GO TO FIM-ACHA-UNIDMED.
           ADD 1 TO IND2
           GO TO ACHA-UNIDMED1.
       FIM-ACHA-UNIDMED.
           EXIT.
      *
      *   LINHA DA ESPECIALIDADE/UNIDADE, INCLUIDA NA ORDEM DA CHAVE.
      *   TABELA CHEIA: IND1 = ZEROS E A LINHA NOVA FICA DE FORA
       ACHA-LINHA.
           MOVE 1 TO IND1.
       ACHA-LINHA1.
           IF IND1 > W-QTDELIN
              GO TO ACHA-LINHA2.
           IF TBC-CHAVE(IND1) = W-CHAVELIN
              GO TO FIM-ACHA-LINHA.
           IF TBC-CHAVE(IND1) > W-CHAVELIN
              GO TO ACHA-LINHA2.
           ADD 1 TO IND1
           GO TO ACHA-LINHA1.
       ACHA-LINHA2.
           IF W-QTDELIN > 299
              MOVE "S" TO W-TABCHEIA
              MOVE ZEROS TO IND1
              GO TO FIM-ACHA-LINHA.
           ADD 1 TO W-QTDELIN
           MOVE W-QTDELIN TO IND2.
       ACHA-LINHA3.
           IF IND2 = IND1
              GO TO ACHA-LINHA4.
           MOVE TBC-LINHA(IND2 - 1) TO TBC-LINHA(IND2)
           SUBTRACT 1 FROM IND2
           GO TO ACHA-LINHA3.
       ACHA-LINHA4.
           MOVE ZEROS TO TBC-LINHA(IND1)
           MOVE W-CHAVELIN TO TBC-CHAVE(IND1).
       FIM-ACHA-LINHA.
           EXIT.
      *----------------HORARIO DE FUNCIONAMENTO DA UNIDADE---------------
       CARREGA-HORARIO-UNIDADE.
           MOVE ZEROS TO W-HORAABRE
           MOVE 2400 TO W-HORAFECHA
           IF W-FERIADOOK NOT = "S"
              GO TO FIM-CHU.
           MOVE W-UNIDMED TO UNIDFERIADO
           MOVE ZEROS TO DATAFERIADO
           READ CADFERIADO
           IF ST-ERRO = "00"
              IF HORAFECHAFER NOT = ZEROS
                 MOVE HORAABREFER TO W-HORAABRE
                 MOVE HORAFECHAFER TO W-HORAFECHA.
       FIM-CHU.
           EXIT.
      *----------------MEDICO AUSENTE NA DATA----------------------------
       VERIFICA-AUSENCIA.
           MOVE "N" TO W-AUSENTE
           IF W-AUSMEDOK NOT = "S"
              GO TO FIM-VERIFICA-AUSENCIA.
           MOVE W-DATADIA TO W-DATAAUSNUM
           MOVE W-CRMBUSCA TO CRMAUSMED
           MOVE ZEROS TO DATAINIAUS
           START CADAUSMED KEY IS NOT LESS KEYAUSMED INVALID KEY
                 GO TO FIM-VERIFICA-AUSENCIA.
       VERIFICA-AUSENCIA1.
           READ CADAUSMED NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-VERIFICA-AUSENCIA.
           IF CRMAUSMED NOT = W-CRMBUSCA
              GO TO FIM-VERIFICA-AUSENCIA.
           COMPUTE W-DATAINIAUSNUM = ANOINIAUS * 10000
                 + MESINIAUS * 100 + DIAINIAUS
           COMPUTE W-DATAFIMAUSNUM = ANOFIMAUS * 10000
                 + MESFIMAUS * 100 + DIAFIMAUS
           IF W-DATAAUSNUM NOT < W-DATAINIAUSNUM
                 AND W-DATAAUSNUM NOT > W-DATAFIMAUSNUM
              MOVE "S" TO W-AUSENTE
              GO TO FIM-VERIFICA-AUSENCIA.
           GO TO VERIFICA-AUSENCIA1.
       FIM-VERIFICA-AUSENCIA.
           EXIT.
      *----------------FERIADO NACIONAL OU DA UNIDADE NA DATA------------
       VERIFICA-FERIADO.
           MOVE "N" TO W-FERIADO
           IF W-FERIADOOK NOT = "S"
              GO TO FIM-VERIFICA-FERIADO.
           MOVE W-UNIDMED TO UNIDFERIADO
           MOVE W-DIADIA TO DIAFERIADO
           MOVE W-DIAMES TO MESFERIADO
           MOVE W-DIAANO TO ANOFERIADO
           READ CADFERIADO
           IF ST-ERRO = "00"
              MOVE "S" TO W-FERIADO
              GO TO FIM-VERIFICA-FERIADO.
           MOVE ZEROS TO UNIDFERIADO
           MOVE W-DIADIA TO DIAFERIADO
           MOVE W-DIAMES TO MESFERIADO
           MOVE W-DIAANO TO ANOFERIADO
           READ CADFERIADO
           IF ST-ERRO = "00"
              MOVE "S" TO W-FERIADO.
       FIM-VERIFICA-FERIADO.
           EXIT.
      *----------------DIA DA SEMANA DA DATA EM VARREDURA----------------
       CALCULA-DIASEMANA.
           MOVE W-DIADIA TO W-ZQ
           MOVE W-DIAMES TO W-ZM
           MOVE W-DIAANO TO W-ZANO
           IF W-ZM < 3
              ADD 12 TO W-ZM
              SUBTRACT 1 FROM W-ZANO.
           DIVIDE W-ZANO BY 100 GIVING W-ZJ REMAINDER W-ZK
           COMPUTE W-ZT2 = 13 * (W-ZM + 1)
           DIVIDE W-ZT2 BY 5 GIVING W-ZT3
           DIVIDE W-ZK BY 4 GIVING W-ZT4
           DIVIDE W-ZJ BY 4 GIVING W-ZT5
           COMPUTE W-ZT1 = W-ZQ + W-ZT3 + W-ZK + W-ZT4 + W-ZT5
                         + 5 * W-ZJ
           DIVIDE W-ZT1 BY 7 GIVING W-ZT6 REMAINDER W-ZH
           ADD 5 TO W-ZH
           DIVIDE W-ZH BY 7 GIVING W-ZT6 REMAINDER W-DIASEMCONS
           ADD 1 TO W-DIASEMCONS.
       FIM-CALCULA-DIASEMANA.
           EXIT.
      *----------------IMPRIMIR A PREVISAO-------------------------------
       IMPRIME.
           MOVE W-DATAHOJE TO CABDATATX
           WRITE REGRELCAPACTX FROM CAB0
           WRITE REGRELCAPACTX FROM CAB1
           IF W-TABCHEIA = "S"
              WRITE REGRELCAPACTX FROM CABESTOURO.
           MOVE ZEROS TO W-QTDECRIT
           MOVE 1 TO IND1.
       IMPRIME1.
           IF IND1 > W-QTDELIN
              GO TO FECHA.
           MOVE SPACES TO REGRELCAPACTX
           WRITE REGRELCAPACTX
           MOVE TBC-ESPEC(IND1) TO ESPLINTX
           MOVE "NAO INFORMADA" TO DESCESPLINTX
           IF TBC-ESPEC(IND1) NOT = ZEROS AND W-ESPOK = "S"
              MOVE TBC-ESPEC(IND1) TO CODESPEC
              READ CADESPEC
              IF ST-ERRO = "00"
                 MOVE DESCESPEC TO DESCESPLINTX.
           MOVE TBC-UNID(IND1) TO UNIDLINTX
           MOVE SPACES TO NOMEUNIDLINTX
           IF W-UNIDOK = "S"
              MOVE TBC-UNID(IND1) TO CODUNIDADE
              READ CADUNIDADE
              IF ST-ERRO = "00"
                 MOVE NOMEUNIDADE TO NOMEUNIDLINTX.
           WRITE REGRELCAPACTX FROM CABLINHA
           WRITE REGRELCAPACTX FROM CAB2
           MOVE 1 TO IND2.
       IMPRIME2.
           IF IND2 > W-QTDESEM
              ADD 1 TO IND1
              GO TO IMPRIME1.
           COMPUTE W-DEMANDA = TBC-AGEND(IND1, IND2)
                 + TBC-ESPERA(IND1, IND2) + TBC-ENCAM(IND1, IND2)
                 + TBC-RETORNO(IND1, IND2)
           COMPUTE W-SALDO = TBC-CAPAC(IND1, IND2) - W-DEMANDA
           MOVE IND2 TO SEMCAPTX
           MOVE TBS-INI(IND2) TO INICAPTX
           MOVE TBS-FIM(IND2) TO FIMCAPTX
           MOVE TBC-CAPAC(IND1, IND2) TO CAPCAPTX
           MOVE TBC-AGEND(IND1, IND2) TO AGECAPTX
           MOVE TBC-ESPERA(IND1, IND2) TO ESPCAPTX
           MOVE TBC-ENCAM(IND1, IND2) TO ENCCAPTX
           MOVE TBC-RETORNO(IND1, IND2) TO RETCAPTX
           MOVE W-DEMANDA TO DEMCAPTX
           MOVE W-SALDO TO SALCAPTX
           MOVE SPACES TO ALERTACAPTX
           IF W-SALDO < ZEROS
              MOVE "*** ABRIR TURNO EXTRA" TO ALERTACAPTX
              ADD 1 TO W-QTDECRIT.
           WRITE REGRELCAPACTX FROM DETCAPAC
           ADD 1 TO IND2
           GO TO IMPRIME2.
      *
       FECHA.
           MOVE SPACES TO REGRELCAPACTX
           WRITE REGRELCAPACTX
           MOVE W-QTDECRIT TO QTDECRITTX
           WRITE REGRELCAPACTX FROM TOTCAPAC
           MOVE "*** RELATORIO GERADO EM RELCAPAC.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-FIM.
           CLOSE CADMED CADSALA CADCONSU RELCAPACTX
           IF W-AUSMEDOK = "S"
              CLOSE CADAUSMED.
           IF W-FERIADOOK = "S"
              CLOSE CADFERIADO.
           IF W-ENCAMOK = "S"
              CLOSE CADENCAM.
           IF W-ESPERAOK = "S"
              CLOSE CADESPERA.
           IF W-CNESOK = "S"
              CLOSE CADCNES.
           IF W-ESPOK = "S"
              CLOSE CADESPEC.
           IF W-UNIDOK = "S"
              CLOSE CADUNIDADE.
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
