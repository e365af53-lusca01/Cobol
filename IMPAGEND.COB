       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPAGEND.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    IMPORTACAO DOS PEDIDOS DE AGENDAMENTO DA CENTRAL           *
      *    TELEFONICA E DO SITE (AGENDREQ.TXT -> CADCONSU)            *
      *    MARCA NO PRIMEIRO HORARIO LIVRE DA ESPECIALIDADE COM AS    *
      *    MESMAS REGRAS DO SMP006/BUSCAESP, DEVOLVE AGENDRET.TXT E   *
      *    COLOCA NA LISTA DE ESPERA O PEDIDO SEM VAGA NO PERIODO     *
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
       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    ALTERNATE RECORD KEY IS NOMEPACIENTE
                                         WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGOCONV
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMECONV WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PLANO WITH DUPLICATES.
       SELECT CADPRECO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRECO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPACIEXT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFPEXT
                    FILE STATUS  IS ST-ERRO.
       SELECT NOSHOWCFG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT CADESPERA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT CADLOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT AGENDREQ ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT AGENDRET ASSIGN TO DISK
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
      *------------------------SALA (CONSULTORIO/TURNO)-----------------
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
       FD CADPRECO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRECO.DAT".
       01  REGPRECO.
           03 KEYPRECO.
              05 CODCONVPRECO     PIC 9(04).
              05 PLANOPRECO       PIC 9(02).
              05 ESPECPRECO       PIC 9(02).
              05 VIGENCIAPRECO    PIC 9(08).
           03 VALORPRECO          PIC 9(06)V99.
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
       FD NOSHOWCFG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NOSHOWCFG.DAT".
       01  REGNOSHOWCFG.
           03 JANELANOSHOW        PIC 9(03).
           03 AVISANOSHOW         PIC 9(02).
           03 BLOQUEIANOSHOW      PIC 9(02).
      *
       FD CADESPERA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESPERA.DAT".
       01  REGESPERA             PIC X(60).
      *
       FD CADLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOG.DAT".
       01  REGLOG                PIC X(90).
      *---------PEDIDOS DA CENTRAL TELEFONICA E DO SITE-------------
       FD AGENDREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AGENDREQ.TXT".
       01 REGAGENDREQ.
          03 ORIGEMREQ        PIC X(01).
             88 REQ-CENTRAL     VALUE "C".
             88 REQ-SITE        VALUE "S".
          03 IDREQ            PIC X(10).
          03 CPFREQ           PIC 9(11).
          03 ESPECREQ         PIC 9(02).
          03 DATAINIREQ       PIC 9(08).
          03 DATAFIMREQ       PIC 9(08).
          03 TURNOREQ         PIC 9(01).
          03 CONVREQ          PIC 9(04).
          03 UNIDREQ          PIC 9(02).
      *---------RETORNO PARA A CENTRAL TELEFONICA E O SITE----------
       FD AGENDRET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AGENDRET.TXT".
       01 REGAGENDRET.
          03 ORIGEMRET        PIC X(01).
          03 IDRET            PIC X(10).
          03 CPFRET           PIC 9(11).
          03 SITRET           PIC X(01).
             88 RET-AGENDADO    VALUE "A".
             88 RET-ESPERA      VALUE "E".
             88 RET-REJEITADO   VALUE "R".
          03 DATARET          PIC 9(08).
          03 HORARET          PIC 9(04).
          03 CRMRET           PIC 9(06).
          03 SALARET          PIC 9(02).
          03 UNIDRET          PIC 9(02).
          03 CODREJRET        PIC 9(02).
          03 DESCREJRET       PIC X(30).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *---CAPTURA DE ALTERACOES PARA EXPORTACAO DELTA------------------
       01 W-ACAODELTA    PIC X(01) VALUE "G".
       01 W-NOMEDELTA    PIC X(10) VALUE SPACES.
       01 W-ARQDELTA     PIC X(12) VALUE SPACES.
       01 W-CHAVEDELTA   PIC X(25) VALUE SPACES.
       01 W-OKDELTA      PIC X(01) VALUE SPACES.
       01 W-SEQDELTA     PIC 9(06) VALUE ZEROS.
       77 ST-ERRO        PIC X(02) VALUE "00".
       01 W-QTDELIDOS    PIC 9(06) VALUE ZEROS.
       01 W-QTDEAGENDADA PIC 9(06) VALUE ZEROS.
       01 W-QTDEESPERA   PIC 9(06) VALUE ZEROS.
       01 W-QTDEREJEITO  PIC 9(06) VALUE ZEROS.
       01 W-AUSMEDOK     PIC X(01) VALUE "N".
       01 W-FERIADOOK    PIC X(01) VALUE "N".
       01 W-CONVOK       PIC X(01) VALUE "N".
       01 W-PRECOOK      PIC X(01) VALUE "N".
       01 W-PEXTOK       PIC X(01) VALUE "N".
       01 W-CODREJ       PIC 9(02) VALUE ZEROS.
       01 W-PLANOREQ     PIC 9(02) VALUE ZEROS.
       01 W-UNIDBUSCA    PIC 9(02) VALUE ZEROS.
       01 W-UNIDPADRAO   PIC 9(02) VALUE 01.
       01 W-VALORCONS    PIC 9(06)V99 VALUE ZEROS.
       01 W-GRAVOU       PIC X(01) VALUE "N".
      *---MOTIVOS DE REJEICAO DEVOLVIDOS NO RETORNO--------------------
       01 TABREJEITOX.
          03 FILLER PIC X(30) VALUE "LINHA COM DADOS INVALIDOS".
          03 FILLER PIC X(30) VALUE "PACIENTE NAO CADASTRADO".
          03 FILLER PIC X(30) VALUE "PACIENTE COM OBITO REGISTRADO".
          03 FILLER PIC X(30) VALUE "CONVENIO NAO CADASTRADO".
          03 FILLER PIC X(30) VALUE "PERIODO DE DATAS INVALIDO".
          03 FILLER PIC X(30) VALUE "TURNO INVALIDO (0 A 3)".
          03 FILLER PIC X(30) VALUE "AGENDA BLOQUEADA POR FALTAS".
          03 FILLER PIC X(30) VALUE "ESPECIALIDADE SEM MEDICO".
          03 FILLER PIC X(30) VALUE "SEM VAGA: NA LISTA DE ESPERA".
          03 FILLER PIC X(30) VALUE "ERRO NA GRAVACAO DA CONSULTA".
       01 TABREJEITO REDEFINES TABREJEITOX.
          03 TBREJEITO   PIC X(30) OCCURS 10 TIMES.
      *---PERIODO DE BUSCA DO PEDIDO-----------------------------------
       01 W-DATAHOJE     PIC 9(08) VALUE ZEROS.
       01 W-ANOHOJE      PIC 9(04) VALUE ZEROS.
       01 W-ANOLIMITE    PIC 9(04) VALUE ZEROS.
       01 W-DATAINI      PIC 9(08) VALUE ZEROS.
       01 W-DATAFIM      PIC 9(08) VALUE ZEROS.
       01 W-DIASBUSCA    PIC 9(03) VALUE 30.
       01 W-DIASMAXBUSCA PIC 9(03) VALUE 60.
       01 W-PERIODOOK    PIC X(01) VALUE "N".
       01 W-DATAVALIDA   PIC X(01) VALUE "N".
       01 W-DATADMA.
          03 W-DMADIA    PIC 9(02).
          03 W-DMAMES    PIC 9(02).
          03 W-DMAANO    PIC 9(04).
      *---DATA EM VARREDURA---------------------------------------------
       01 W-JULHOJE      PIC 9(07) VALUE ZEROS.
       01 W-JULAMANHA    PIC 9(07) VALUE ZEROS.
       01 W-JULINI       PIC 9(07) VALUE ZEROS.
       01 W-JULFIM       PIC 9(07) VALUE ZEROS.
       01 W-JULDIA       PIC 9(07) VALUE ZEROS.
       01 W-DATADIA      PIC 9(08) VALUE ZEROS.
       01 W-DATADIAR REDEFINES W-DATADIA.
          03 W-DIAANO    PIC 9(04).
          03 W-DIAMES    PIC 9(02).
          03 W-DIADIA    PIC 9(02).
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
       01 W-CRMBUSCA     PIC 9(06) VALUE ZEROS.
       01 W-TEMMEDICO    PIC X(01) VALUE "N".
       01 W-ACHOUVAGA    PIC X(01) VALUE "N".
       01 W-HORASLOT     PIC 9(04) VALUE ZEROS.
       01 W-HORALIMITE   PIC 9(04) VALUE ZEROS.
       01 W-HORAH        PIC 9(02) VALUE ZEROS.
       01 W-HORAM        PIC 9(02) VALUE ZEROS.
       01 W-HORAABRE     PIC 9(04) VALUE ZEROS.
       01 W-HORAFECHA    PIC 9(04) VALUE 2400.
       01 W-OCUPADO      PIC X(01) VALUE "N".
       01 W-AUSENTE      PIC X(01) VALUE "N".
       01 W-FERIADO      PIC X(01) VALUE "N".
       01 W-DATAAUSNUM   PIC 9(08) VALUE ZEROS.
       01 W-DATAINIAUSNUM PIC 9(08) VALUE ZEROS.
       01 W-DATAFIMAUSNUM PIC 9(08) VALUE ZEROS.
      *---MELHOR VAGA DO DIA (HORARIO MAIS CEDO ENTRE OS MEDICOS)-------
       01 W-MELHORHORA   PIC 9(04) VALUE 9999.
       01 W-MELHORCRM    PIC 9(06) VALUE ZEROS.
       01 W-MELHORSALA   PIC 9(02) VALUE ZEROS.
      *---LOTACAO DA AGENDA DO MEDICO NO DIA (MESMO LIMITE DO SMP006)---
       01 W-CAPACIDADEDIA PIC 9(02) VALUE 20.
       01 W-QTDEAGENDA   PIC 9(02) VALUE ZEROS.
       01 W-CAPACHEIA    PIC X(01) VALUE "N".
      *---HISTORICO DE FALTAS DO PACIENTE (BLOQUEIO DE AGENDA)----------
       01 W-JANELANOSHOW  PIC 9(03) VALUE 180.
       01 W-AVISANOSHOW   PIC 9(02) VALUE 2.
       01 W-BLOQUEIANOSHOW PIC 9(02) VALUE 3.
       01 W-QTDEFALTAS    PIC 9(03) VALUE ZEROS.
       01 W-NOSHOWBLOQ    PIC X(01) VALUE "N".
       01 W-DATAFALTA     PIC 9(08) VALUE ZEROS.
       01 W-JULFALTA      PIC 9(07) VALUE ZEROS.
       01 W-DIFFALTA      PIC S9(07) VALUE ZEROS.
      *---PRECO DA CONSULTA NA TABELA DO CONVENIO----------------------
       01 W-DATACONSVIG  PIC 9(08) VALUE ZEROS.
      *---DESCRICAO GRAVADA NA CONSULTA IMPORTADA----------------------
       01 W-DESCIMPORT.
          03 FILLER           PIC X(13) VALUE "AGENDADO VIA ".
          03 ORIGEMDESCTX     PIC X(16).
          03 FILLER           PIC X(10) VALUE " - PEDIDO ".
          03 IDDESCTX         PIC X(10).
      *---LISTA DE ESPERA (MESMO LAYOUT DO SMP006)---------------------
       01 W-DATAESPERA            PIC 9(08) VALUE ZEROS.
       01 W-HORAESPERA            PIC 9(06) VALUE ZEROS.
       01 ESPERATX.
          03 DATAESPERATX         PIC 9(08).
          03 FILLER               PIC X(01) VALUE " ".
          03 HORAESPERATX         PIC 9(06).
          03 FILLER               PIC X(01) VALUE " ".
          03 CPFESPERATX          PIC 9(11).
          03 FILLER               PIC X(01) VALUE " ".
          03 CODMEDESPERATX       PIC 9(06).
          03 FILLER               PIC X(01) VALUE " ".
          03 DIACESPERATX         PIC 9(02).
          03 MESCESPERATX         PIC 9(02).
          03 ANOCESPERATX         PIC 9(04).
          03 FILLER               PIC X(01) VALUE " ".
          03 ESPECESPERATX        PIC 9(02).
          03 FILLER               PIC X(01) VALUE " ".
          03 ORIGEMESPERATX       PIC X(01).
      *---AUDITORIA-------------------------------------------
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
       01 W-PROGRJOR     PIC X(10) VALUE "IMPAGEND".
       01 W-OPERJOR      PIC 9(04) VALUE ZEROS.
       01 W-IMAGEMJOR    PIC X(200) VALUE SPACES.
       01 W-SEQJOR       PIC 9(08) VALUE ZEROS.
       01 W-OKJOR        PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           DIVIDE W-DATAHOJE BY 10000 GIVING W-ANOHOJE
           ADD 2 TO W-ANOHOJE GIVING W-ANOLIMITE
           COMPUTE W-JULHOJE = FUNCTION INTEGER-OF-DATE(W-DATAHOJE)
           ADD 1 TO W-JULHOJE GIVING W-JULAMANHA
           DISPLAY "*** IMPORTACAO DE PEDIDOS DE AGENDAMENTO ***".
       ABRIR-ARQUIVOS.
           OPEN I-O CADCONSU
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCONSU"
              GO TO ROT-FIM2.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMED"
              CLOSE CADCONSU
              GO TO ROT-FIM2.
           OPEN INPUT CADSALA
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADSALA"
              CLOSE CADCONSU CADMED
              GO TO ROT-FIM2.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPACI"
              CLOSE CADCONSU CADMED CADSALA
              GO TO ROT-FIM2.
           OPEN INPUT AGENDREQ
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO AGENDREQ.TXT NAO ENCONTRADO"
              CLOSE CADCONSU CADMED CADSALA CADPACI
              GO TO ROT-FIM2.
           OPEN OUTPUT AGENDRET
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO AGENDRET"
              CLOSE CADCONSU CADMED CADSALA CADPACI AGENDREQ
              GO TO ROT-FIM2.
           OPEN INPUT CADAUSMED
           IF ST-ERRO = "00"
              MOVE "S" TO W-AUSMEDOK.
           OPEN INPUT CADFERIADO
           IF ST-ERRO = "00"
              MOVE "S" TO W-FERIADOOK.
           OPEN INPUT CADCONV
           IF ST-ERRO = "00"
              MOVE "S" TO W-CONVOK.
           OPEN INPUT CADPRECO
           IF ST-ERRO = "00"
              MOVE "S" TO W-PRECOOK.
           OPEN INPUT CADPACIEXT
           IF ST-ERRO = "00"
              MOVE "S" TO W-PEXTOK.
           PERFORM ABRIR-CADESPERA.
           PERFORM ABRIR-CADLOG.
           PERFORM CARREGA-NOSHOWCFG THRU FIM-CARREGA-NOSHOWCFG.
      *----------------PROCESSAR OS PEDIDOS LINHA A LINHA---------------
       IMPORTA.
           READ AGENDREQ
           IF ST-ERRO NOT = "00"
              GO TO TOTALIZA.
           ADD 1 TO W-QTDELIDOS
           MOVE ORIGEMREQ TO ORIGEMRET
           MOVE IDREQ TO IDRET
           MOVE ZEROS TO CPFRET DATARET HORARET CRMRET SALARET
                         UNIDRET CODREJRET
           MOVE SPACES TO DESCREJRET
           IF CPFREQ NUMERIC
              MOVE CPFREQ TO CPFRET.
           IF NOT REQ-CENTRAL AND NOT REQ-SITE
              MOVE 01 TO W-CODREJ
              PERFORM GRAVA-REJEITO THRU FIM-GRAVA-REJEITO
              GO TO IMPORTA.
           IF CPFREQ NOT NUMERIC OR ESPECREQ NOT NUMERIC
                 OR DATAINIREQ NOT NUMERIC OR DATAFIMREQ NOT NUMERIC
                 OR TURNOREQ NOT NUMERIC OR CONVREQ NOT NUMERIC
                 OR UNIDREQ NOT NUMERIC
              MOVE 01 TO W-CODREJ
              PERFORM GRAVA-REJEITO THRU FIM-GRAVA-REJEITO
              GO TO IMPORTA.
           IF CPFREQ = ZEROS OR ESPECREQ = ZEROS
              MOVE 01 TO W-CODREJ
              PERFORM GRAVA-REJEITO THRU FIM-GRAVA-REJEITO
              GO TO IMPORTA.
           IF TURNOREQ > 3
              MOVE 06 TO W-CODREJ
              PERFORM GRAVA-REJEITO THRU FIM-GRAVA-REJEITO
              GO TO IMPORTA.
           MOVE UNIDREQ TO W-UNIDBUSCA
           IF W-UNIDBUSCA = ZEROS
              MOVE W-UNIDPADRAO TO W-UNIDBUSCA.
           MOVE W-UNIDBUSCA TO UNIDRET
      *----------------PACIENTE CADASTRADO E VIVO------------------------
           MOVE CPFREQ TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              MOVE 02 TO W-CODREJ
              PERFORM GRAVA-REJEITO THRU FIM-GRAVA-REJEITO
              GO TO IMPORTA.
           IF W-PEXTOK = "S"
              MOVE CPFREQ TO CPFPEXT
              READ CADPACIEXT
              IF ST-ERRO = "00"
                 IF OBITODATA NOT = ZEROS
                    MOVE 03 TO W-CODREJ
                    PERFORM GRAVA-REJEITO THRU FIM-GRAVA-REJEITO
                    GO TO IMPORTA.
      *----------------CONVENIO (0000 = PARTICULAR)----------------------
           MOVE ZEROS TO W-PLANOREQ
           IF CONVREQ NOT = ZEROS
              IF W-CONVOK NOT = "S"
                 MOVE 04 TO W-CODREJ
                 PERFORM GRAVA-REJEITO THRU FIM-GRAVA-REJEITO
                 GO TO IMPORTA
              ELSE
                 MOVE CONVREQ TO CODIGOCONV
                 READ CADCONV
                 IF ST-ERRO NOT = "00"
                    MOVE 04 TO W-CODREJ
                    PERFORM GRAVA-REJEITO THRU FIM-GRAVA-REJEITO
                    GO TO IMPORTA
                 ELSE
                    MOVE PLANO TO W-PLANOREQ.
           PERFORM MONTA-PERIODO THRU FIM-MONTA-PERIODO
           IF W-PERIODOOK NOT = "S"
              MOVE 05 TO W-CODREJ
              PERFORM GRAVA-REJEITO THRU FIM-GRAVA-REJEITO
              GO TO IMPORTA.
           PERFORM VERIFICA-NOSHOW THRU FIM-VNS
           IF W-NOSHOWBLOQ = "S"
              MOVE 07 TO W-CODREJ
              PERFORM GRAVA-REJEITO THRU FIM-GRAVA-REJEITO
              GO TO IMPORTA.
           PERFORM VERIFICA-ESPECIALIDADE THRU FIM-VERIFICA-ESPEC
           IF W-TEMMEDICO NOT = "S"
              MOVE 08 TO W-CODREJ
              PERFORM GRAVA-REJEITO THRU FIM-GRAVA-REJEITO
              GO TO IMPORTA.
           PERFORM CARREGA-HORARIO-UNIDADE THRU FIM-CHU
           PERFORM BUSCA-VAGA THRU FIM-BUSCA-VAGA
           IF W-ACHOUVAGA NOT = "S"
              PERFORM GRAVA-ESPERA THRU FIM-GRAVA-ESPERA
              MOVE 09 TO W-CODREJ
              PERFORM GRAVA-REJEITO THRU FIM-GRAVA-REJEITO
              GO TO IMPORTA.
           PERFORM GRAVA-CONSULTA THRU FIM-GRAVA-CONSULTA
           IF W-GRAVOU NOT = "S"
              MOVE 10 TO W-CODREJ
              PERFORM GRAVA-REJEITO THRU FIM-GRAVA-REJEITO
              GO TO IMPORTA.
           MOVE "A" TO SITRET
           MOVE W-DATADIA TO DATARET
           MOVE W-MELHORHORA TO HORARET
           MOVE W-MELHORCRM TO CRMRET
           MOVE W-MELHORSALA TO SALARET
           WRITE REGAGENDRET
           ADD 1 TO W-QTDEAGENDADA
           GO TO IMPORTA.
      *----------------PERIODO DE BUSCA (A PARTIR DE AMANHA)-------------
       MONTA-PERIODO.
           MOVE "N" TO W-PERIODOOK
           MOVE DATAINIREQ TO W-DATAINI
           MOVE DATAFIMREQ TO W-DATAFIM
           IF W-DATAINI NOT = ZEROS
              MOVE W-DATAINI TO W-DATADIA
              PERFORM VALIDA-DATA THRU FIM-VALIDA-DATA
              IF W-DATAVALIDA NOT = "S"
                 GO TO FIM-MONTA-PERIODO.
           IF W-DATAFIM NOT = ZEROS
              MOVE W-DATAFIM TO W-DATADIA
              PERFORM VALIDA-DATA THRU FIM-VALIDA-DATA
              IF W-DATAVALIDA NOT = "S"
                 GO TO FIM-MONTA-PERIODO.
           IF W-DATAINI = ZEROS
              MOVE W-JULAMANHA TO W-JULINI
           ELSE
              COMPUTE W-JULINI = FUNCTION INTEGER-OF-DATE(W-DATAINI)
              IF W-JULINI < W-JULAMANHA
                 MOVE W-JULAMANHA TO W-JULINI.
           IF W-DATAFIM = ZEROS
              COMPUTE W-JULFIM = W-JULINI + W-DIASBUSCA - 1
           ELSE
              COMPUTE W-JULFIM = FUNCTION INTEGER-OF-DATE(W-DATAFIM).
           IF W-JULFIM < W-JULINI
              GO TO FIM-MONTA-PERIODO.
           IF W-JULFIM - W-JULINI > W-DIASMAXBUSCA
              COMPUTE W-JULFIM = W-JULINI + W-DIASMAXBUSCA.
           COMPUTE W-DATADIA = FUNCTION DATE-OF-INTEGER(W-JULINI)
           IF W-DIAANO > W-ANOLIMITE
              GO TO FIM-MONTA-PERIODO.
           MOVE "S" TO W-PERIODOOK.
       FIM-MONTA-PERIODO.
           EXIT.
      *----------------DATA (AAAAMMDD) VALIDA NO CALENDARIO--------------
       VALIDA-DATA.
           MOVE W-DIADIA TO W-DMADIA
           MOVE W-DIAMES TO W-DMAMES
           MOVE W-DIAANO TO W-DMAANO
           CALL "DATAVAL" USING W-DATADMA W-DATAVALIDA
           CANCEL "DATAVAL".
       FIM-VALIDA-DATA.
           EXIT.
      *----------------ALGUM MEDICO ATENDE A ESPECIALIDADE---------------
       VERIFICA-ESPECIALIDADE.
           MOVE "N" TO W-TEMMEDICO
           MOVE ZEROS TO CRM
           START CADMED KEY IS NOT LESS CRM INVALID KEY
                 GO TO FIM-VERIFICA-ESPEC.
       VERIFICA-ESPECIALIDADE1.
           READ CADMED NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-VERIFICA-ESPEC.
           IF ESPECIALIDADE NOT = ESPECREQ
              GO TO VERIFICA-ESPECIALIDADE1.
           MOVE "S" TO W-TEMMEDICO.
       FIM-VERIFICA-ESPEC.
           EXIT.
      *----------------HORARIO DE FUNCIONAMENTO DA UNIDADE---------------
       CARREGA-HORARIO-UNIDADE.
           MOVE ZEROS TO W-HORAABRE
           MOVE 2400 TO W-HORAFECHA
           IF W-FERIADOOK NOT = "S"
              GO TO FIM-CHU.
           MOVE W-UNIDBUSCA TO UNIDFERIADO
           MOVE ZEROS TO DATAFERIADO
           READ CADFERIADO
           IF ST-ERRO = "00"
              IF HORAFECHAFER NOT = ZEROS
                 MOVE HORAABREFER TO W-HORAABRE
                 MOVE HORAFECHAFER TO W-HORAFECHA.
       FIM-CHU.
           EXIT.
      *----------------PRIMEIRO DIA DO PERIODO COM VAGA LIVRE------------
       BUSCA-VAGA.
           MOVE "N" TO W-ACHOUVAGA
           MOVE W-JULINI TO W-JULDIA.
       BUSCA-VAGA1.
           IF W-JULDIA > W-JULFIM
              GO TO FIM-BUSCA-VAGA.
           COMPUTE W-DATADIA = FUNCTION DATE-OF-INTEGER(W-JULDIA)
           PERFORM VERIFICA-FERIADO THRU FIM-VERIFICA-FERIADO
           IF W-FERIADO = "S"
              ADD 1 TO W-JULDIA
              GO TO BUSCA-VAGA1.
           PERFORM CALCULA-DIASEMANA THRU FIM-CALCULA-DIASEMANA
           MOVE 9999 TO W-MELHORHORA
           MOVE ZEROS TO W-MELHORCRM W-MELHORSALA
           PERFORM VARRE-MEDICOS THRU FIM-VARRE-MEDICOS
           IF W-MELHORHORA NOT = 9999
              MOVE "S" TO W-ACHOUVAGA
              GO TO FIM-BUSCA-VAGA.
           ADD 1 TO W-JULDIA
           GO TO BUSCA-VAGA1.
       FIM-BUSCA-VAGA.
           EXIT.
      *----------------MEDICOS DA ESPECIALIDADE NO DIA-------------------
       VARRE-MEDICOS.
           MOVE ZEROS TO CRM
           START CADMED KEY IS NOT LESS CRM INVALID KEY
                 GO TO FIM-VARRE-MEDICOS.
       VARRE-MEDICOS1.
           READ CADMED NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-VARRE-MEDICOS.
           IF ESPECIALIDADE NOT = ESPECREQ
              GO TO VARRE-MEDICOS1.
           MOVE CRM TO W-CRMBUSCA
           PERFORM VERIFICA-AUSENCIA THRU FIM-VERIFICA-AUSENCIA
           IF W-AUSENTE = "S"
              GO TO VARRE-MEDICOS1.
           PERFORM VERIFICA-CAPACIDADE THRU FIM-VERIFICA-CAPACIDADE
           IF W-CAPACHEIA = "S"
              GO TO VARRE-MEDICOS1.
           PERFORM VARRE-TURNOS THRU FIM-VARRE-TURNOS
           GO TO VARRE-MEDICOS1.
       FIM-VARRE-MEDICOS.
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
           IF TURNOREQ NOT = ZEROS AND TURNOSALA NOT = TURNOREQ
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
      *----------------PRIMEIRO SLOT LIVRE DO TURNO (30 MINUTOS)---------
       VARRE-SLOTS.
           IF W-HORASLOT > W-HORALIMITE
              GO TO FIM-VARRE-SLOTS.
           IF W-HORASLOT NOT < W-MELHORHORA
              GO TO FIM-VARRE-SLOTS.
           IF W-HORASLOT < W-HORAABRE OR W-HORASLOT NOT < W-HORAFECHA
              GO TO VARRE-SLOTS1.
           PERFORM VERIFICA-OCUPACAO THRU FIM-VERIFICA-OCUPACAO
           IF W-OCUPADO NOT = "S"
              MOVE W-HORASLOT TO W-MELHORHORA
              MOVE W-CRMBUSCA TO W-MELHORCRM
              MOVE CODSALAREG TO W-MELHORSALA
              GO TO FIM-VARRE-SLOTS.
       VARRE-SLOTS1.
           DIVIDE W-HORASLOT BY 100 GIVING W-HORAH REMAINDER W-HORAM
           ADD 30 TO W-HORAM
           IF W-HORAM > 59
              SUBTRACT 60 FROM W-HORAM
              ADD 1 TO W-HORAH.
           COMPUTE W-HORASLOT = W-HORAH * 100 + W-HORAM
           GO TO VARRE-SLOTS.
       FIM-VARRE-SLOTS.
           EXIT.
      *----------------MEDICO, SALA OU PACIENTE JA OCUPADO NO SLOT-------
       VERIFICA-OCUPACAO.
           MOVE "N" TO W-OCUPADO
           MOVE W-DIADIA TO DIAC
           MOVE W-DIAMES TO MESC
           MOVE W-DIAANO TO ANOC
           START CADCONSU KEY IS EQUAL DATACONS INVALID KEY
                 GO TO FIM-VERIFICA-OCUPACAO.
       VERIFICA-OCUPACAO1.
           READ CADCONSU NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-VERIFICA-OCUPACAO.
           IF DIAC NOT = W-DIADIA OR MESC NOT = W-DIAMES
                 OR ANOC NOT = W-DIAANO
              GO TO FIM-VERIFICA-OCUPACAO.
           IF HORAC NOT = W-HORASLOT
              GO TO VERIFICA-OCUPACAO1.
           IF CPFPACIENTE = CPFREQ
              MOVE "S" TO W-OCUPADO
              GO TO FIM-VERIFICA-OCUPACAO.
           IF CANCELADA
              GO TO VERIFICA-OCUPACAO1.
           IF CODMED = W-CRMBUSCA OR CODSALA = CODSALAREG
              MOVE "S" TO W-OCUPADO
              GO TO FIM-VERIFICA-OCUPACAO.
           GO TO VERIFICA-OCUPACAO1.
       FIM-VERIFICA-OCUPACAO.
           EXIT.
      *----------------AGENDA DO MEDICO LOTADA NO DIA--------------------
       VERIFICA-CAPACIDADE.
           MOVE "N" TO W-CAPACHEIA
           MOVE ZEROS TO W-QTDEAGENDA
           MOVE W-DIADIA TO DIAC
           MOVE W-DIAMES TO MESC
           MOVE W-DIAANO TO ANOC
           START CADCONSU KEY IS EQUAL DATACONS INVALID KEY
                 GO TO FIM-VERIFICA-CAPACIDADE.
       VERIFICA-CAPACIDADE1.
           READ CADCONSU NEXT
           IF ST-ERRO NOT = "00"
              GO TO VERIFICA-CAPACIDADE2.
           IF DIAC NOT = W-DIADIA OR MESC NOT = W-DIAMES
                 OR ANOC NOT = W-DIAANO
              GO TO VERIFICA-CAPACIDADE2.
           IF CODMED = W-CRMBUSCA AND AGENDADA
              ADD 1 TO W-QTDEAGENDA.
           GO TO VERIFICA-CAPACIDADE1.
       VERIFICA-CAPACIDADE2.
           IF W-QTDEAGENDA NOT < W-CAPACIDADEDIA
              MOVE "S" TO W-CAPACHEIA.
       FIM-VERIFICA-CAPACIDADE.
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
           MOVE W-UNIDBUSCA TO UNIDFERIADO
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
      *-----PARAMETROS DO CONTROLE DE FALTAS-----------------------------
       CARREGA-NOSHOWCFG.
           OPEN INPUT NOSHOWCFG
           IF ST-ERRO NOT = "00"
              GO TO FIM-CARREGA-NOSHOWCFG.
           READ NOSHOWCFG
           IF ST-ERRO = "00"
              IF JANELANOSHOW NUMERIC AND JANELANOSHOW NOT = ZEROS
                 MOVE JANELANOSHOW TO W-JANELANOSHOW
                 MOVE AVISANOSHOW TO W-AVISANOSHOW
                 MOVE BLOQUEIANOSHOW TO W-BLOQUEIANOSHOW.
           CLOSE NOSHOWCFG.
       FIM-CARREGA-NOSHOWCFG.
           EXIT.
      *-----FALTAS DO PACIENTE NA JANELA (SEM LIBERACAO NO LOTE)---------
       VERIFICA-NOSHOW.
           MOVE "N" TO W-NOSHOWBLOQ
           MOVE ZEROS TO W-QTDEFALTAS
           MOVE CPFREQ TO CPFPACIENTE
           MOVE ZEROS TO DATACONS HORAC
           START CADCONSU KEY IS NOT LESS KEYPRINCIPAL INVALID KEY
                 GO TO VNS-AVALIA.
       VNS-LOOP.
           READ CADCONSU NEXT
           IF ST-ERRO NOT = "00"
              GO TO VNS-AVALIA.
           IF CPFPACIENTE NOT = CPFREQ
              GO TO VNS-AVALIA.
           IF NOT FALTOU
              GO TO VNS-LOOP.
           COMPUTE W-DATAFALTA = ANOC * 10000 + MESC * 100 + DIAC
           COMPUTE W-JULFALTA = FUNCTION INTEGER-OF-DATE(W-DATAFALTA)
           COMPUTE W-DIFFALTA = W-JULHOJE - W-JULFALTA
           IF W-DIFFALTA NOT < ZEROS
                 AND W-DIFFALTA NOT > W-JANELANOSHOW
              ADD 1 TO W-QTDEFALTAS.
           GO TO VNS-LOOP.
       VNS-AVALIA.
           IF W-QTDEFALTAS NOT < W-BLOQUEIANOSHOW
              MOVE "S" TO W-NOSHOWBLOQ.
       FIM-VNS.
           EXIT.
      *----------------PRECO DA CONSULTA NA TABELA DE PRECOS-------------
       BUSCA-PRECO.
           MOVE ZEROS TO W-VALORCONS
           IF W-PRECOOK NOT = "S"
              GO TO FIM-BUSCA-PRECO.
           MOVE W-DATADIA TO W-DATACONSVIG
           MOVE CONVREQ TO CODCONVPRECO
           MOVE W-PLANOREQ TO PLANOPRECO
           MOVE ESPECREQ TO ESPECPRECO
           MOVE ZEROS TO VIGENCIAPRECO
           START CADPRECO KEY IS NOT LESS KEYPRECO INVALID KEY
                 GO TO FIM-BUSCA-PRECO.
       BUSCA-PRECO1.
           READ CADPRECO NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-BUSCA-PRECO.
           IF CODCONVPRECO NOT = CONVREQ
                 OR PLANOPRECO NOT = W-PLANOREQ
                 OR ESPECPRECO NOT = ESPECREQ
              GO TO FIM-BUSCA-PRECO.
           IF VIGENCIAPRECO NOT > W-DATACONSVIG
              MOVE VALORPRECO TO W-VALORCONS.
           GO TO BUSCA-PRECO1.
       FIM-BUSCA-PRECO.
           EXIT.
      *----------------GRAVAR A CONSULTA NA VAGA ENCONTRADA--------------
       GRAVA-CONSULTA.
           MOVE "N" TO W-GRAVOU
           PERFORM BUSCA-PRECO THRU FIM-BUSCA-PRECO
           IF REQ-CENTRAL
              MOVE "CENTRAL TELEF." TO ORIGEMDESCTX
           ELSE
              MOVE "SITE" TO ORIGEMDESCTX.
           MOVE IDREQ TO IDDESCTX
           MOVE CPFREQ TO CPFPACIENTE
           MOVE W-DIADIA TO DIAC
           MOVE W-DIAMES TO MESC
           MOVE W-DIAANO TO ANOC
           MOVE W-MELHORHORA TO HORAC
           MOVE W-MELHORCRM TO CODMED
           MOVE CONVREQ TO CODCONV
           MOVE SPACES TO CODCID DESCRICAO2
           MOVE W-DESCIMPORT TO DESCRICAO1
           MOVE "A" TO STATUSCONS
           MOVE W-VALORCONS TO VALOR
           MOVE "N" TO PAGO
           MOVE ZEROS TO PESO ALTURA PRESSAOSIS PRESSAODIA TEMPERATURA
           MOVE ZEROS TO RETORNO SEVERIDADE
           MOVE W-MELHORSALA TO CODSALA
           MOVE W-UNIDBUSCA TO UNIDADE
           MOVE "N" TO LEMBRETEENVIADO
           WRITE REGCONS
           IF ST-ERRO = "00" OR "02"
              MOVE "S" TO W-GRAVOU
              MOVE KEYPRINCIPAL TO CHAVELOGTX
              MOVE "N" TO ACAOLOGTX
              PERFORM ESCREVE-LOG
              MOVE "I" TO W-OPJOR
              PERFORM JORNAL-CONSU THRU FIM-JORNAL-CONSU
              PERFORM GRAVA-DELTA THRU FIM-GRAVA-DELTA.
       FIM-GRAVA-CONSULTA.
           EXIT.
      *----------------PEDIDO SEM VAGA VAI PARA A LISTA DE ESPERA--------
       GRAVA-ESPERA.
           ACCEPT W-DATAESPERA FROM DATE YYYYMMDD
           ACCEPT W-HORAESPERA FROM TIME
           COMPUTE W-DATADIA = FUNCTION DATE-OF-INTEGER(W-JULINI)
           MOVE W-DATAESPERA      TO DATAESPERATX
           MOVE W-HORAESPERA      TO HORAESPERATX
           MOVE CPFREQ            TO CPFESPERATX
           MOVE ZEROS             TO CODMEDESPERATX
           MOVE W-DIADIA          TO DIACESPERATX
           MOVE W-DIAMES          TO MESCESPERATX
           MOVE W-DIAANO          TO ANOCESPERATX
           MOVE ESPECREQ          TO ESPECESPERATX
           MOVE ORIGEMREQ         TO ORIGEMESPERATX
           MOVE ESPERATX          TO REGESPERA
           WRITE REGESPERA.
       FIM-GRAVA-ESPERA.
           EXIT.
      *----------------DEVOLVER PEDIDO NAO AGENDADO----------------------
       GRAVA-REJEITO.
           IF W-CODREJ = 09
              MOVE "E" TO SITRET
              ADD 1 TO W-QTDEESPERA
           ELSE
              MOVE "R" TO SITRET
              ADD 1 TO W-QTDEREJEITO.
           MOVE W-CODREJ TO CODREJRET
           MOVE TBREJEITO(W-CODREJ) TO DESCREJRET
           WRITE REGAGENDRET.
       FIM-GRAVA-REJEITO.
           EXIT.
      *
       ABRIR-CADESPERA.
           OPEN EXTEND CADESPERA
           IF ST-ERRO NOT = "00"
              OPEN OUTPUT CADESPERA
              CLOSE CADESPERA
              OPEN EXTEND CADESPERA.
      *
      *****************************************
      * ROTINA DE AUDITORIA                   *
      *****************************************
      *
       JORNAL-CONSU.
           MOVE "CADCONSU" TO W-ARQJOR
           MOVE REGCONS TO W-IMAGEMJOR
           CALL "JORNAL" USING W-ACAOJOR W-ARQJOR W-OPJOR W-PROGRJOR
                W-OPERJOR W-IMAGEMJOR W-SEQJOR W-OKJOR.
       FIM-JORNAL-CONSU.
           EXIT.
       GRAVA-DELTA.
           MOVE "CADCONSU" TO W-ARQDELTA
           MOVE KEYPRINCIPAL TO W-CHAVEDELTA
           CALL "DELTA" USING W-ACAODELTA W-NOMEDELTA W-ARQDELTA
                W-CHAVEDELTA W-OKDELTA W-SEQDELTA
              ON OVERFLOW
                 NEXT SENTENCE.
       FIM-GRAVA-DELTA.
           EXIT.
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
           MOVE ZEROS TO CODOPERLOGTX
           MOVE "IMPORTACAO DE AGENDAMENTOS" TO NOMEOPERLOGTX
           MOVE "IMPAGEND" TO PROGRAMALOGTX
           MOVE LOGTX TO REGLOG
           WRITE REGLOG.
      *
       TOTALIZA.
           DISPLAY "PEDIDOS LIDOS         : " W-QTDELIDOS
           DISPLAY "CONSULTAS AGENDADAS   : " W-QTDEAGENDADA
           DISPLAY "NA LISTA DE ESPERA    : " W-QTDEESPERA
           DISPLAY "PEDIDOS REJEITADOS    : " W-QTDEREJEITO.
       ROT-FIM.
           CLOSE CADCONSU CADMED CADSALA CADPACI AGENDREQ AGENDRET
                 CADESPERA CADLOG.
           IF W-AUSMEDOK = "S"
              CLOSE CADAUSMED.
           IF W-FERIADOOK = "S"
              CLOSE CADFERIADO.
           IF W-CONVOK = "S"
              CLOSE CADCONV.
           IF W-PRECOOK = "S"
              CLOSE CADPRECO.
           IF W-PEXTOK = "S"
              CLOSE CADPACIEXT.
           DISPLAY "*** FIM DA IMPORTACAO DE AGENDAMENTOS ***".
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
