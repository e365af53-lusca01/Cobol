       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTPACK.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    PACOTE DE CONTINGENCIA PARA QUEDA DO SISTEMA               *
      *    IMPRESSO NO FIM DO DIA (PROCESSO NOTURNO, AGENDA DO DIA    *
      *    SEGUINTE) E NA TROCA DE PLANTAO (AGENDA INFORMADA):        *
      *    - AGENDA POR MEDICO E POR SALA                             *
      *    - LISTA DE CHEGADA POR UNIDADE, COM CAMPOS PARA A HORA E   *
      *      A SENHA ANOTADAS NO PAPEL                                *
      *    - FICHA DE ALERTA (ALERGIAS E CRONICOS) DOS AGENDADOS E    *
      *      DOS INTERNADOS COM DOSE PREVISTA                         *
      *    - MAPA DE MEDICACAO DOS INTERNADOS NAS PROXIMAS 24 HORAS   *
      *      (CADADMIN), POR UNIDADE E LEITO                          *
      *    OS REGISTROS EM PAPEL SAO LANCADOS DEPOIS PELO CONTING     *
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
       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO.
       SELECT CADSALA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODSALAREG
                    FILE STATUS  IS ST-ERRO.
       SELECT CADUNIDADE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODUNIDADE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADALERGIA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYALERGIA
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCRONICO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCRONICO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADINTERN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYINTERN
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPRESCINT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRESCINT
                    FILE STATUS  IS ST-ERRO.
       SELECT CADADMIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYADMIN
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCONTTRB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCONTTRB
                    FILE STATUS  IS ST-ERRO.
       SELECT LOTEPARAM ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT CONTPACKTX ASSIGN TO DISK
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
       FD CADALERGIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADALERGIA.DAT".
       01  REGALERGIA.
           03 KEYALERGIA.
              05 CPFALERGIA       PIC 9(11).
              05 NUMLINHA         PIC 9(02).
           03 SUBSTANCIA          PIC X(30).
           03 SEVERIDADEALERG     PIC 9(01).
              88 ALERG-LEVE         VALUE 1.
              88 ALERG-MODERADA     VALUE 2.
              88 ALERG-GRAVE        VALUE 3.
           03 DATAALERG.
              05 DIAALERG         PIC 9(02).
              05 MESALERG         PIC 9(02).
              05 ANOALERG         PIC 9(04).
      *
       FD CADCRONICO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCRONICO.DAT".
       01  REGCRONICO.
           03 KEYCRONICO.
              05 CPFCRONICO       PIC 9(11).
              05 CODCIDPROG       PIC X(07).
           03 INTERVALODIAS       PIC 9(03).
           03 DATAINSC.
              05 DIAINSC          PIC 9(02).
              05 MESINSC          PIC 9(02).
              05 ANOINSC          PIC 9(04).
      *
       FD CADCID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCID.DAT".
       01  REGCID.
           03 CODIGO              PIC X(07).
           03 DENOMINACAO         PIC X(30).
           03 CLASSIFICACAO       PIC 9(01).
           03 CONTAGIOSA          PIC X(01).
           03 RARIDADE            PIC X(01).
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
      *---------ARQUIVO DE TRABALHO: SECOES DO PACOTE NA ORDEM----------
      *  TIPOTRB: M AGENDA POR MEDICO (GRUPO = CRM)
      *           S AGENDA POR SALA   (GRUPO = SALA)
      *           U CHEGADA POR UNIDADE (GRUPO = UNIDADE)
      *           P FICHA DE ALERTA DO PACIENTE
      *           Q MAPA DE MEDICACAO (GRUPO = UNIDADE * 1000 + LEITO)
       FD CADCONTTRB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONTTRB.DAT".
       01  REGCONTTRB.
           03 KEYCONTTRB.
              05 TIPOTRB          PIC X(01).
              05 GRUPOTRB         PIC 9(06).
              05 ORDEMTRB         PIC 9(12).
              05 CPFTRB           PIC 9(11).
              05 LINHATRB         PIC 9(02).
           03 NOMETRB             PIC X(30).
           03 NASCTRB             PIC 9(08).
           03 CRMTRB              PIC 9(06).
           03 SALATRB             PIC 9(02).
           03 UNIDTRB             PIC 9(02).
           03 LEITOTRB            PIC 9(03).
           03 MEDTRB              PIC X(30).
           03 DOSETRB             PIC X(15).
      *------PARAMETROS GRAVADOS PELO LOTENOITE--------------------------
       FD LOTEPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOTEPARAM.DAT".
       01 REGLOTEPARAM.
          03 PARAMEMLOTE        PIC X(01).
          03 PARAMDATAINI       PIC 9(08).
          03 PARAMDATAFIM       PIC 9(08).
          03 PARAMDATAGER       PIC 9(08).
      *
       FD CONTPACKTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONTPACK.DOC".
       01 REGCONTPACKTX        PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       01 W-EMLOTE       PIC X(01) VALUE "N".
       01 W-MEDOK        PIC X(01) VALUE "N".
       01 W-SALAOK       PIC X(01) VALUE "N".
       01 W-UNIOK        PIC X(01) VALUE "N".
       01 W-ALERGOK      PIC X(01) VALUE "N".
       01 W-CRONOK       PIC X(01) VALUE "N".
       01 W-CIDOK        PIC X(01) VALUE "N".
       01 W-INTOK        PIC X(01) VALUE "N".
       01 W-PRESCOK      PIC X(01) VALUE "N".
       01 W-ADMOK        PIC X(01) VALUE "N".
       01 W-DATAHOJE     PIC 9(08) VALUE ZEROS.
       01 W-HORAAGORA    PIC 9(08) VALUE ZEROS.
       01 W-HHMMAGORA    PIC 9(04) VALUE ZEROS.
       01 W-DATALOTE     PIC 9(08) VALUE ZEROS.
       01 W-JULHOJE      PIC 9(07) VALUE ZEROS.
       01 W-DATAAGENDA   PIC 9(08) VALUE ZEROS.
       01 W-DATAAGENDA-R REDEFINES W-DATAAGENDA.
          03 W-ANOAG     PIC 9(04).
          03 W-MESAG     PIC 9(02).
          03 W-DIAAG     PIC 9(02).
      *---JANELA DO MAPA DE MEDICACAO (AAAAMMDDHHMM)--------------------
       01 W-INIJANELA    PIC 9(12) VALUE ZEROS.
       01 W-FIMJANELA    PIC 9(12) VALUE ZEROS.
       01 W-DATAHORAADM  PIC 9(12) VALUE ZEROS.
       01 W-QTDAGENDA    PIC 9(06) VALUE ZEROS.
       01 W-QTDDOSE      PIC 9(06) VALUE ZEROS.
       01 W-QTDFICHA     PIC 9(06) VALUE ZEROS.
       01 W-QTDLINHA     PIC 9(02) VALUE ZEROS.
       01 W-GRUPOANT     PIC 9(06) VALUE ZEROS.
       01 W-CPFANT       PIC 9(11) VALUE ZEROS.
       01 W-TIPOSECAO    PIC X(01) VALUE SPACES.
       01 W-NOMEPAC      PIC X(30) VALUE SPACES.
       01 W-NASCPAC      PIC 9(08) VALUE ZEROS.
       01 W-UNIDAUX      PIC 9(02) VALUE ZEROS.
       01 W-LEITOAUX     PIC 9(03) VALUE ZEROS.
      *---EDICAO DE DATA E HORA-----------------------------------------
       01 W-DATAEDIT     PIC 9(08) VALUE ZEROS.
       01 W-DATAEDIT-R REDEFINES W-DATAEDIT.
          03 W-ANOED     PIC 9(04).
          03 W-MESED     PIC 9(02).
          03 W-DIAED     PIC 9(02).
       01 W-HORAEDIT     PIC 9(04) VALUE ZEROS.
       01 W-HORAEDIT-R REDEFINES W-HORAEDIT.
          03 W-HHED      PIC 9(02).
          03 W-MIED      PIC 9(02).
       01 W-DHEDIT       PIC 9(12) VALUE ZEROS.
       01 W-DHEDIT-R REDEFINES W-DHEDIT.
          03 W-DHDATA    PIC 9(08).
          03 W-DHHORA    PIC 9(04).
       01 TAB-SEVER-R.
          03 FILLER PIC X(08) VALUE "LEVE".
          03 FILLER PIC X(08) VALUE "MODERADA".
          03 FILLER PIC X(08) VALUE "GRAVE".
       01 TAB-SEVER REDEFINES TAB-SEVER-R.
          03 TB-SEVER    PIC X(08) OCCURS 3 TIMES.
      *---CONTADORES DO PASSO PARA O PROCESSAMENTO NOTURNO-------------
       01 W-PROGRCT      PIC X(10) VALUE "CONTPACK".
       01 W-LIDOSCT      PIC 9(08) VALUE ZEROS.
       01 W-GRAVCT       PIC 9(08) VALUE ZEROS.
       01 W-REJEITCT     PIC 9(08) VALUE ZEROS.
      *---LINHAS DO PACOTE----------------------------------------------
       01 CABPACK.
          03 FILLER PIC X(50) VALUE
          "HOSPITAL MAINFRAME *** PACOTE DE CONTINGENCIA *** ".
          03 FILLER PIC X(11) VALUE
          "GERADO EM ".
          03 DIAGERTX       PIC 99.
          03 FILLER         PIC X(01) VALUE "/".
          03 MESGERTX       PIC 99.
          03 FILLER         PIC X(01) VALUE "/".
          03 ANOGERTX       PIC 9999.
          03 FILLER         PIC X(01) VALUE " ".
          03 HHGERTX        PIC 99.
          03 FILLER         PIC X(01) VALUE ":".
          03 MIGERTX        PIC 99.
       01 SECAOTX.
          03 FILLER         PIC X(04) VALUE "*** ".
          03 TITSECAOTX     PIC X(40).
          03 FILLER         PIC X(04) VALUE " DE ".
          03 DIASECTX       PIC 99.
          03 FILLER         PIC X(01) VALUE "/".
          03 MESSECTX       PIC 99.
          03 FILLER         PIC X(01) VALUE "/".
          03 ANOSECTX       PIC 9999.
          03 FILLER         PIC X(04) VALUE " ***".
       01 SEPARATX.
          03 FILLER PIC X(50) VALUE ALL "=".
          03 FILLER PIC X(50) VALUE ALL "=".
          03 FILLER PIC X(32) VALUE ALL "=".
      *---AGENDA POR MEDICO---------------------------------------------
       01 GRUPOMEDTX.
          03 FILLER         PIC X(08) VALUE "MEDICO: ".
          03 CRMGRPTX       PIC 9(06).
          03 FILLER         PIC X(03) VALUE " - ".
          03 NOMEMEDGRPTX   PIC X(30).
       01 CABMEDCOL.
          03 FILLER PIC X(50) VALUE
          "HORA  PACIENTE                       CPF         N".
          03 FILLER PIC X(36) VALUE
          "ASCIMENTO SALA UN  SITUACAO NO PAPEL".
       01 DETMEDTX.
          03 HHMEDTX        PIC 99.
          03 FILLER         PIC X(01) VALUE ":".
          03 MIMEDTX        PIC 99.
          03 FILLER         PIC X(01) VALUE " ".
          03 NOMEMEDTX      PIC X(30).
          03 FILLER         PIC X(01) VALUE " ".
          03 CPFMEDTX       PIC 9(11).
          03 FILLER         PIC X(01) VALUE " ".
          03 DIANASMTX      PIC 99.
          03 FILLER         PIC X(01) VALUE "/".
          03 MESNASMTX      PIC 99.
          03 FILLER         PIC X(01) VALUE "/".
          03 ANONASMTX      PIC 9999.
          03 FILLER         PIC X(01) VALUE " ".
          03 SALAMEDTX      PIC 99.
          03 FILLER         PIC X(03) VALUE "   ".
          03 UNIDMEDTX      PIC 99.
          03 FILLER         PIC X(30) VALUE
             "  REALIZADA ( )  FALTOU ( )".
      *---AGENDA POR SALA-----------------------------------------------
       01 GRUPOSALATX.
          03 FILLER         PIC X(06) VALUE "SALA: ".
          03 CODSALGRPTX    PIC 99.
          03 FILLER         PIC X(03) VALUE " - ".
          03 DESCSALGRPTX   PIC X(20).
       01 CABSALACOL.
          03 FILLER PIC X(50) VALUE
          "HORA  MEDICO                         PACIENTE     ".
          03 FILLER PIC X(21) VALUE
          "                  CPF".
       01 DETSALATX.
          03 HHSALTX        PIC 99.
          03 FILLER         PIC X(01) VALUE ":".
          03 MISALTX        PIC 99.
          03 FILLER         PIC X(01) VALUE " ".
          03 MEDSALTX       PIC X(30).
          03 FILLER         PIC X(01) VALUE " ".
          03 NOMESALTX      PIC X(30).
          03 FILLER         PIC X(01) VALUE " ".
          03 CPFSALTX       PIC 9(11).
      *---LISTA DE CHEGADA POR UNIDADE----------------------------------
       01 GRUPOUNITX.
          03 FILLER         PIC X(09) VALUE "UNIDADE: ".
          03 CODUNIGRPTX    PIC 99.
          03 FILLER         PIC X(03) VALUE " - ".
          03 NOMEUNIGRPTX   PIC X(30).
       01 CABCHEGCOL.
          03 FILLER PIC X(50) VALUE
          "HORA  PACIENTE                       CPF         N".
          03 FILLER PIC X(40) VALUE
          "ASCIMENTO SALA CHEGADA   SENHA   RUBRICA".
       01 DETCHEGTX.
          03 HHCHETX        PIC 99.
          03 FILLER         PIC X(01) VALUE ":".
          03 MICHETX        PIC 99.
          03 FILLER         PIC X(01) VALUE " ".
          03 NOMECHETX      PIC X(30).
          03 FILLER         PIC X(01) VALUE " ".
          03 CPFCHETX       PIC 9(11).
          03 FILLER         PIC X(01) VALUE " ".
          03 DIANASCTX      PIC 99.
          03 FILLER         PIC X(01) VALUE "/".
          03 MESNASCTX      PIC 99.
          03 FILLER         PIC X(01) VALUE "/".
          03 ANONASCTX      PIC 9999.
          03 FILLER         PIC X(01) VALUE " ".
          03 SALACHETX      PIC 99.
          03 FILLER         PIC X(36) VALUE
             "    __:__    ____    ______________".
      *---FICHA DE ALERTA-----------------------------------------------
       01 FICHATX.
          03 FILLER         PIC X(10) VALUE "PACIENTE: ".
          03 NOMEFICTX      PIC X(30).
          03 FILLER         PIC X(06) VALUE " CPF: ".
          03 CPFFICTX       PIC 9(11).
          03 FILLER         PIC X(07) VALUE " NASC: ".
          03 DIAFICTX       PIC 99.
          03 FILLER         PIC X(01) VALUE "/".
          03 MESFICTX       PIC 99.
          03 FILLER         PIC X(01) VALUE "/".
          03 ANOFICTX       PIC 9999.
       01 ALERGTX.
          03 FILLER         PIC X(14) VALUE "   ALERGIA : ".
          03 SUBSTALTX      PIC X(30).
          03 FILLER         PIC X(01) VALUE " ".
          03 SEVERALTX      PIC X(08).
          03 FILLER         PIC X(07) VALUE " DESDE ".
          03 DIAALTX        PIC 99.
          03 FILLER         PIC X(01) VALUE "/".
          03 MESALTX        PIC 99.
          03 FILLER         PIC X(01) VALUE "/".
          03 ANOALTX        PIC 9999.
       01 CRONTX.
          03 FILLER         PIC X(14) VALUE "   CRONICO : ".
          03 CIDCRTX        PIC X(07).
          03 FILLER         PIC X(01) VALUE " ".
          03 DENCRTX        PIC X(30).
       01 SEMALERGTX     PIC X(50) VALUE
          "   ALERGIA : NENHUMA REGISTRADA".
      *---MAPA DE MEDICACAO---------------------------------------------
       01 GRUPODOSETX.
          03 FILLER         PIC X(09) VALUE "UNIDADE: ".
          03 UNIDOSGRPTX    PIC 99.
          03 FILLER         PIC X(08) VALUE "  LEITO ".
          03 LEITODOSGRPTX  PIC 999.
          03 FILLER         PIC X(03) VALUE " - ".
          03 NOMEDOSGRPTX   PIC X(30).
          03 FILLER         PIC X(06) VALUE " CPF: ".
          03 CPFDOSGRPTX    PIC 9(11).
       01 CABDOSECOL.
          03 FILLER PIC X(50) VALUE
          "PREVISTO     MEDICAMENTO                    DOSE  ".
          03 FILLER PIC X(42) VALUE
          "            ADMINISTRADO  OMITIDO  RUBRICA".
       01 DETDOSETX.
          03 DIADOSTX       PIC 99.
          03 FILLER         PIC X(01) VALUE "/".
          03 MESDOSTX       PIC 99.
          03 FILLER         PIC X(01) VALUE " ".
          03 HHDOSTX        PIC 99.
          03 FILLER         PIC X(01) VALUE ":".
          03 MIDOSTX        PIC 99.
          03 FILLER         PIC X(02) VALUE "  ".
          03 MEDDOSTX       PIC X(30).
          03 FILLER         PIC X(01) VALUE " ".
          03 DOSEDOSTX      PIC X(15).
          03 FILLER         PIC X(40) VALUE
             "     AS __:__      ( )    ______________".
       01 TOTPACKTX.
          03 FILLER         PIC X(22) VALUE "AGENDAMENTOS        : ".
          03 QTDAGTX        PIC ZZZZZ9.
          03 FILLER         PIC X(24) VALUE "   FICHAS DE ALERTA   : ".
          03 QTDFICTX       PIC ZZZZZ9.
          03 FILLER         PIC X(24) VALUE "   DOSES PREVISTAS    : ".
          03 QTDDOSTX       PIC ZZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-HORAAGORA FROM TIME
           DIVIDE W-HORAAGORA BY 10000 GIVING W-HHMMAGORA
           DISPLAY "*** PACOTE DE CONTINGENCIA ***".
      *-----QUANDO CHAMADO PELO PROCESSO NOTURNO, LE OS PARAMETROS-------
       VERIFICA-LOTE.
           MOVE "N" TO W-EMLOTE
           OPEN INPUT LOTEPARAM
           IF ST-ERRO NOT = "00"
              GO TO PEDE-DATA.
           READ LOTEPARAM
           IF ST-ERRO = "00" AND PARAMEMLOTE = "S"
              MOVE "S" TO W-EMLOTE
              MOVE PARAMDATAGER TO W-DATALOTE.
           CLOSE LOTEPARAM
           IF W-EMLOTE NOT = "S"
              GO TO PEDE-DATA.
      *-----NO LOTE O PACOTE E DA AGENDA DO DIA SEGUINTE-----------------
           IF W-DATALOTE = ZEROS
              MOVE W-DATAHOJE TO W-DATALOTE.
           COMPUTE W-JULHOJE = FUNCTION INTEGER-OF-DATE(W-DATALOTE)
           COMPUTE W-DATAAGENDA =
                   FUNCTION DATE-OF-INTEGER(W-JULHOJE + 1)
           GO TO ABRIR-ARQUIVOS.
      *-----NA TROCA DE PLANTAO O OPERADOR INFORMA A DATA DA AGENDA------
       PEDE-DATA.
           DISPLAY "DATA DA AGENDA (AAAAMMDD, 0 = HOJE): "
           ACCEPT W-DATAAGENDA
           IF W-DATAAGENDA = ZEROS
              MOVE W-DATAHOJE TO W-DATAAGENDA.
           IF W-MESAG < 1 OR W-MESAG > 12 OR W-DIAAG < 1
                 OR W-DIAAG > 31 OR W-ANOAG < 1900
              DISPLAY "DATA INVALIDA"
              GO TO PEDE-DATA.
       ABRIR-ARQUIVOS.
      *-----MAPA DE MEDICACAO: DAS DOSES DE AGORA ATE 24 HORAS DEPOIS----
           COMPUTE W-JULHOJE = FUNCTION INTEGER-OF-DATE(W-DATAHOJE)
           COMPUTE W-INIJANELA = W-DATAHOJE * 10000 + W-HHMMAGORA
           COMPUTE W-FIMJANELA =
                   FUNCTION DATE-OF-INTEGER(W-JULHOJE + 1) * 10000
                   + W-HHMMAGORA
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPACI"
              GO TO ROT-FIM2.
           OPEN INPUT CADCONSU
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCONSU"
              CLOSE CADPACI
              GO TO ROT-FIM2.
           OPEN INPUT CADMED
           IF ST-ERRO = "00"
              MOVE "S" TO W-MEDOK.
           OPEN INPUT CADSALA
           IF ST-ERRO = "00"
              MOVE "S" TO W-SALAOK.
           OPEN INPUT CADUNIDADE
           IF ST-ERRO = "00"
              MOVE "S" TO W-UNIOK.
           OPEN INPUT CADALERGIA
           IF ST-ERRO = "00"
              MOVE "S" TO W-ALERGOK.
           OPEN INPUT CADCRONICO
           IF ST-ERRO = "00"
              MOVE "S" TO W-CRONOK.
           OPEN INPUT CADCID
           IF ST-ERRO = "00"
              MOVE "S" TO W-CIDOK.
           OPEN INPUT CADINTERN
           IF ST-ERRO = "00"
              MOVE "S" TO W-INTOK.
           OPEN INPUT CADPRESCINT
           IF ST-ERRO = "00"
              MOVE "S" TO W-PRESCOK.
           OPEN INPUT CADADMIN
           IF ST-ERRO = "00"
              MOVE "S" TO W-ADMOK.
           OPEN OUTPUT CADCONTTRB
           CLOSE CADCONTTRB
           OPEN I-O CADCONTTRB
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCONTTRB"
              GO TO ROT-FIM.
           MOVE ZEROS TO W-QTDAGENDA W-QTDDOSE W-QTDFICHA.
      *----------------CONSULTAS AGENDADAS DO DIA------------------------
       LER-AGENDA.
           MOVE W-DIAAG TO DIAC
           MOVE W-MESAG TO MESC
           MOVE W-ANOAG TO ANOC
           START CADCONSU KEY IS NOT LESS DATACONS INVALID KEY
                 GO TO LER-DOSES.
       LER-AGENDA1.
           READ CADCONSU NEXT
           IF ST-ERRO NOT = "00"
              GO TO LER-DOSES.
           IF DIAC NOT = W-DIAAG OR MESC NOT = W-MESAG
                 OR ANOC NOT = W-ANOAG
              GO TO LER-DOSES.
           ADD 1 TO W-LIDOSCT
           IF NOT AGENDADA
              GO TO LER-AGENDA1.
           ADD 1 TO W-QTDAGENDA
           MOVE CPFPACIENTE TO CPF
           PERFORM BUSCA-PACIENTE THRU FIM-BUSCA-PACIENTE
           MOVE SPACES TO REGCONTTRB
           MOVE ZEROS TO LINHATRB LEITOTRB
           MOVE CPFPACIENTE TO CPFTRB
           MOVE HORAC TO ORDEMTRB
           MOVE W-NOMEPAC TO NOMETRB
           MOVE W-NASCPAC TO NASCTRB
           MOVE CODMED TO CRMTRB
           MOVE CODSALA TO SALATRB
           MOVE UNIDADE TO UNIDTRB
           MOVE "M" TO TIPOTRB
           MOVE CODMED TO GRUPOTRB
           WRITE REGCONTTRB
           MOVE "S" TO TIPOTRB
           MOVE CODSALA TO GRUPOTRB
           WRITE REGCONTTRB
           MOVE "U" TO TIPOTRB
           MOVE UNIDADE TO GRUPOTRB
           WRITE REGCONTTRB
           PERFORM GRAVA-FICHA THRU FIM-GRAVA-FICHA
           GO TO LER-AGENDA1.
      *----------------DOSES PREVISTAS DOS INTERNADOS NA JANELA-----------
       LER-DOSES.
           IF W-ADMOK NOT = "S" OR W-INTOK NOT = "S"
              GO TO IMPRIME.
           MOVE ZEROS TO KEYADMIN
           START CADADMIN KEY IS NOT LESS KEYADMIN INVALID KEY
                 GO TO IMPRIME.
       LER-DOSES1.
           READ CADADMIN NEXT
           IF ST-ERRO NOT = "00"
              GO TO IMPRIME.
           IF NOT ADM-PREVISTO
              GO TO LER-DOSES1.
           COMPUTE W-DATAHORAADM = DATAADM * 10000 + HORAADM
           IF W-DATAHORAADM < W-INIJANELA
                 OR W-DATAHORAADM > W-FIMJANELA
              GO TO LER-DOSES1.
           ADD 1 TO W-LIDOSCT
      *-----SO INTERNACAO SEM ALTA (DATA DO CADINTERN EM DDMMAAAA)-------
           MOVE CPFADM TO CPFINTERN
           COMPUTE ANOINTERN = DATAINTADM / 10000
           COMPUTE MESINTERN = (DATAINTADM - ANOINTERN * 10000) / 100
           COMPUTE DIAINTERN = DATAINTADM - ANOINTERN * 10000
                               - MESINTERN * 100
           MOVE HORAINTADM TO HORAINTERN
           READ CADINTERN
           IF ST-ERRO NOT = "00"
              GO TO LER-DOSES1.
           IF DATAALTA NOT = ZEROS
              GO TO LER-DOSES1.
           ADD 1 TO W-QTDDOSE
           MOVE CPFADM TO CPF
           PERFORM BUSCA-PACIENTE THRU FIM-BUSCA-PACIENTE
           MOVE SPACES TO REGCONTTRB
           MOVE ZEROS TO CRMTRB SALATRB
           MOVE "Q" TO TIPOTRB
           COMPUTE GRUPOTRB = UNIDINT * 1000 + LEITOINT
           MOVE W-DATAHORAADM TO ORDEMTRB
           MOVE CPFADM TO CPFTRB
           MOVE LINHAADM TO LINHATRB
           MOVE W-NOMEPAC TO NOMETRB
           MOVE W-NASCPAC TO NASCTRB
           MOVE UNIDINT TO UNIDTRB
           MOVE LEITOINT TO LEITOTRB
           MOVE "(PRESCRICAO NAO ENCONTRADA)" TO MEDTRB
           IF W-PRESCOK = "S"
              MOVE CPFADM TO CPFPI
              MOVE DATAINTADM TO DATAINTPI
              MOVE HORAINTADM TO HORAINTPI
              MOVE LINHAADM TO LINHAPI
              READ CADPRESCINT
              IF ST-ERRO = "00"
                 MOVE MEDICAMENTOPI TO MEDTRB
                 MOVE DOSEPI TO DOSETRB.
           WRITE REGCONTTRB
           PERFORM GRAVA-FICHA THRU FIM-GRAVA-FICHA
           GO TO LER-DOSES1.
      *----------------IMPRESSAO DO PACOTE-------------------------------
       IMPRIME.
           OPEN OUTPUT CONTPACKTX
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CONTPACK"
              GO TO ROT-FIM.
           MOVE W-DATAHOJE TO W-DATAEDIT
           MOVE W-DIAED TO DIAGERTX
           MOVE W-MESED TO MESGERTX
           MOVE W-ANOED TO ANOGERTX
           MOVE W-HHMMAGORA TO W-HORAEDIT
           MOVE W-HHED TO HHGERTX
           MOVE W-MIED TO MIGERTX
           MOVE W-DIAAG TO DIASECTX
           MOVE W-MESAG TO MESSECTX
           MOVE W-ANOAG TO ANOSECTX
           MOVE "AGENDA POR MEDICO" TO TITSECAOTX
           MOVE "M" TO W-TIPOSECAO
           PERFORM IMPRIME-SECAO THRU FIM-IMPRIME-SECAO
           MOVE "AGENDA POR SALA" TO TITSECAOTX
           MOVE "S" TO W-TIPOSECAO
           PERFORM IMPRIME-SECAO THRU FIM-IMPRIME-SECAO
           MOVE "LISTA DE CHEGADA POR UNIDADE" TO TITSECAOTX
           MOVE "U" TO W-TIPOSECAO
           PERFORM IMPRIME-SECAO THRU FIM-IMPRIME-SECAO
           MOVE "FICHAS DE ALERTA (ALERGIAS E CRONICOS)" TO TITSECAOTX
           MOVE "P" TO W-TIPOSECAO
           PERFORM IMPRIME-SECAO THRU FIM-IMPRIME-SECAO
      *-----O MAPA DE MEDICACAO E DA JANELA DE 24 HORAS, NAO DA AGENDA---
           MOVE W-DATAHOJE TO W-DATAEDIT
           MOVE W-DIAED TO DIASECTX
           MOVE W-MESED TO MESSECTX
           MOVE W-ANOED TO ANOSECTX
           MOVE "MAPA DE MEDICACAO - 24 HORAS A PARTIR" TO TITSECAOTX
           MOVE "Q" TO W-TIPOSECAO
           PERFORM IMPRIME-SECAO THRU FIM-IMPRIME-SECAO
           WRITE REGCONTPACKTX FROM SEPARATX
           MOVE W-QTDAGENDA TO QTDAGTX
           MOVE W-QTDFICHA TO QTDFICTX
           MOVE W-QTDDOSE TO QTDDOSTX
           WRITE REGCONTPACKTX FROM TOTPACKTX
           CLOSE CONTPACKTX
           DISPLAY "AGENDAMENTOS    : " W-QTDAGENDA
           DISPLAY "FICHAS DE ALERTA: " W-QTDFICHA
           DISPLAY "DOSES PREVISTAS : " W-QTDDOSE
           DISPLAY "PACOTE GRAVADO EM CONTPACK.DOC"
           COMPUTE W-GRAVCT = W-QTDAGENDA + W-QTDDOSE
           PERFORM INFORMA-LOTE THRU FIM-INFORMA-LOTE
           GO TO ROT-FIM.
      *----------------------------------------------------
      * NOME E NASCIMENTO DO PACIENTE PARA O PACOTE
      *----------------------------------------------------
       BUSCA-PACIENTE.
           MOVE "(NAO CADASTRADO)" TO W-NOMEPAC
           MOVE ZEROS TO W-NASCPAC
           READ CADPACI
           IF ST-ERRO NOT = "00"
              GO TO FIM-BUSCA-PACIENTE.
           MOVE NOMEPACIENTE TO W-NOMEPAC
           COMPUTE W-NASCPAC = ANO * 10000 + MES * 100 + DIA.
       FIM-BUSCA-PACIENTE.
           EXIT.
      *----------------------------------------------------
      * UMA FICHA DE ALERTA POR PACIENTE (CHAVE REPETIDA = JA TEM)
      *----------------------------------------------------
       GRAVA-FICHA.
           MOVE "P" TO TIPOTRB
           MOVE ZEROS TO GRUPOTRB ORDEMTRB LINHATRB
           WRITE REGCONTTRB
           IF ST-ERRO = "00"
              ADD 1 TO W-QTDFICHA.
       FIM-GRAVA-FICHA.
           EXIT.
      *----------------------------------------------------
      * IMPRIME UMA SECAO DO PACOTE, QUEBRANDO POR GRUPO
      *----------------------------------------------------
       IMPRIME-SECAO.
           WRITE REGCONTPACKTX FROM SEPARATX
           WRITE REGCONTPACKTX FROM CABPACK
           WRITE REGCONTPACKTX FROM SECAOTX
           WRITE REGCONTPACKTX FROM SEPARATX
           MOVE 999999 TO W-GRUPOANT
           MOVE ZEROS TO W-CPFANT
           MOVE SPACES TO REGCONTTRB
           MOVE W-TIPOSECAO TO TIPOTRB
           MOVE ZEROS TO GRUPOTRB ORDEMTRB CPFTRB LINHATRB
           START CADCONTTRB KEY IS NOT LESS KEYCONTTRB INVALID KEY
                 GO TO IMPRIME-SECAO-VAZIA.
       IMPRIME-SECAO1.
           READ CADCONTTRB NEXT
           IF ST-ERRO NOT = "00"
              GO TO IMPRIME-SECAO-FIM.
           IF TIPOTRB NOT = W-TIPOSECAO
              GO TO IMPRIME-SECAO-FIM.
           IF W-TIPOSECAO = "M"
              PERFORM IMPRIME-MEDICO THRU FIM-IMPRIME-MEDICO.
           IF W-TIPOSECAO = "S"
              PERFORM IMPRIME-SALA THRU FIM-IMPRIME-SALA.
           IF W-TIPOSECAO = "U"
              PERFORM IMPRIME-CHEGADA THRU FIM-IMPRIME-CHEGADA.
           IF W-TIPOSECAO = "P"
              PERFORM IMPRIME-FICHA THRU FIM-IMPRIME-FICHA.
           IF W-TIPOSECAO = "Q"
              PERFORM IMPRIME-DOSE THRU FIM-IMPRIME-DOSE.
           MOVE GRUPOTRB TO W-GRUPOANT
           MOVE CPFTRB TO W-CPFANT
           GO TO IMPRIME-SECAO1.
       IMPRIME-SECAO-FIM.
           IF W-GRUPOANT NOT = 999999
              GO TO FIM-IMPRIME-SECAO.
       IMPRIME-SECAO-VAZIA.
           MOVE "   NADA A RELACIONAR" TO REGCONTPACKTX
           WRITE REGCONTPACKTX.
       FIM-IMPRIME-SECAO.
           EXIT.
      *
       IMPRIME-MEDICO.
           IF GRUPOTRB = W-GRUPOANT
              GO TO IMPRIME-MEDICO1.
           MOVE SPACES TO REGCONTPACKTX
           WRITE REGCONTPACKTX
           MOVE GRUPOTRB TO CRMGRPTX
           MOVE "(MEDICO NAO CADASTRADO)" TO NOMEMEDGRPTX
           IF W-MEDOK = "S"
              MOVE GRUPOTRB TO CRM
              READ CADMED
              IF ST-ERRO = "00"
                 MOVE NOMEMEDICO TO NOMEMEDGRPTX.
           WRITE REGCONTPACKTX FROM GRUPOMEDTX
           WRITE REGCONTPACKTX FROM CABMEDCOL.
       IMPRIME-MEDICO1.
           MOVE ORDEMTRB TO W-HORAEDIT
           MOVE W-HHED TO HHMEDTX
           MOVE W-MIED TO MIMEDTX
           MOVE NOMETRB TO NOMEMEDTX
           MOVE CPFTRB TO CPFMEDTX
           MOVE NASCTRB TO W-DATAEDIT
           MOVE W-DIAED TO DIANASMTX
           MOVE W-MESED TO MESNASMTX
           MOVE W-ANOED TO ANONASMTX
           MOVE SALATRB TO SALAMEDTX
           MOVE UNIDTRB TO UNIDMEDTX
           WRITE REGCONTPACKTX FROM DETMEDTX.
       FIM-IMPRIME-MEDICO.
           EXIT.
      *
       IMPRIME-SALA.
           IF GRUPOTRB = W-GRUPOANT
              GO TO IMPRIME-SALA1.
           MOVE SPACES TO REGCONTPACKTX
           WRITE REGCONTPACKTX
           MOVE GRUPOTRB TO CODSALGRPTX
           MOVE "(SEM SALA)" TO DESCSALGRPTX
           IF W-SALAOK = "S" AND GRUPOTRB NOT = ZEROS
              MOVE GRUPOTRB TO CODSALAREG
              READ CADSALA
              IF ST-ERRO = "00"
                 MOVE DESCSALA TO DESCSALGRPTX.
           WRITE REGCONTPACKTX FROM GRUPOSALATX
           WRITE REGCONTPACKTX FROM CABSALACOL.
       IMPRIME-SALA1.
           MOVE ORDEMTRB TO W-HORAEDIT
           MOVE W-HHED TO HHSALTX
           MOVE W-MIED TO MISALTX
           MOVE "(MEDICO NAO CADASTRADO)" TO MEDSALTX
           IF W-MEDOK = "S"
              MOVE CRMTRB TO CRM
              READ CADMED
              IF ST-ERRO = "00"
                 MOVE NOMEMEDICO TO MEDSALTX.
           MOVE NOMETRB TO NOMESALTX
           MOVE CPFTRB TO CPFSALTX
           WRITE REGCONTPACKTX FROM DETSALATX.
       FIM-IMPRIME-SALA.
           EXIT.
      *
       IMPRIME-CHEGADA.
           IF GRUPOTRB = W-GRUPOANT
              GO TO IMPRIME-CHEGADA1.
           MOVE SPACES TO REGCONTPACKTX
           WRITE REGCONTPACKTX
           MOVE GRUPOTRB TO CODUNIGRPTX
           MOVE SPACES TO NOMEUNIGRPTX
           IF W-UNIOK = "S"
              MOVE GRUPOTRB TO CODUNIDADE
              READ CADUNIDADE
              IF ST-ERRO = "00"
                 MOVE NOMEUNIDADE TO NOMEUNIGRPTX.
           WRITE REGCONTPACKTX FROM GRUPOUNITX
           WRITE REGCONTPACKTX FROM CABCHEGCOL.
       IMPRIME-CHEGADA1.
           MOVE ORDEMTRB TO W-HORAEDIT
           MOVE W-HHED TO HHCHETX
           MOVE W-MIED TO MICHETX
           MOVE NOMETRB TO NOMECHETX
           MOVE CPFTRB TO CPFCHETX
           MOVE NASCTRB TO W-DATAEDIT
           MOVE W-DIAED TO DIANASCTX
           MOVE W-MESED TO MESNASCTX
           MOVE W-ANOED TO ANONASCTX
           MOVE SALATRB TO SALACHETX
           WRITE REGCONTPACKTX FROM DETCHEGTX.
       FIM-IMPRIME-CHEGADA.
           EXIT.
      *----------------------------------------------------
      * FICHA: TODAS AS ALERGIAS E TODOS OS CRONICOS
      *----------------------------------------------------
       IMPRIME-FICHA.
           MOVE SPACES TO REGCONTPACKTX
           WRITE REGCONTPACKTX
           MOVE NOMETRB TO NOMEFICTX
           MOVE CPFTRB TO CPFFICTX
           MOVE NASCTRB TO W-DATAEDIT
           MOVE W-DIAED TO DIAFICTX
           MOVE W-MESED TO MESFICTX
           MOVE W-ANOED TO ANOFICTX
           WRITE REGCONTPACKTX FROM FICHATX
           MOVE ZEROS TO W-QTDLINHA
           IF W-ALERGOK NOT = "S"
              GO TO IMPRIME-FICHA2.
           MOVE CPFTRB TO CPFALERGIA
           MOVE ZEROS TO NUMLINHA
           START CADALERGIA KEY IS NOT LESS KEYALERGIA INVALID KEY
                 GO TO IMPRIME-FICHA2.
       IMPRIME-FICHA1.
           READ CADALERGIA NEXT
           IF ST-ERRO NOT = "00"
              GO TO IMPRIME-FICHA2.
           IF CPFALERGIA NOT = CPFTRB
              GO TO IMPRIME-FICHA2.
           ADD 1 TO W-QTDLINHA
           MOVE SUBSTANCIA TO SUBSTALTX
           MOVE SPACES TO SEVERALTX
           IF SEVERIDADEALERG > ZEROS AND SEVERIDADEALERG < 4
              MOVE TB-SEVER(SEVERIDADEALERG) TO SEVERALTX.
           MOVE DIAALERG TO DIAALTX
           MOVE MESALERG TO MESALTX
           MOVE ANOALERG TO ANOALTX
           WRITE REGCONTPACKTX FROM ALERGTX
           GO TO IMPRIME-FICHA1.
       IMPRIME-FICHA2.
           IF W-QTDLINHA = ZEROS
              WRITE REGCONTPACKTX FROM SEMALERGTX.
           IF W-CRONOK NOT = "S"
              GO TO FIM-IMPRIME-FICHA.
           MOVE CPFTRB TO CPFCRONICO
           MOVE SPACES TO CODCIDPROG
           START CADCRONICO KEY IS NOT LESS KEYCRONICO INVALID KEY
                 GO TO FIM-IMPRIME-FICHA.
       IMPRIME-FICHA3.
           READ CADCRONICO NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-IMPRIME-FICHA.
           IF CPFCRONICO NOT = CPFTRB
              GO TO FIM-IMPRIME-FICHA.
           MOVE CODCIDPROG TO CIDCRTX
           MOVE SPACES TO DENCRTX
           IF W-CIDOK = "S"
              MOVE CODCIDPROG TO CODIGO
              READ CADCID
              IF ST-ERRO = "00"
                 MOVE DENOMINACAO TO DENCRTX.
           WRITE REGCONTPACKTX FROM CRONTX
           GO TO IMPRIME-FICHA3.
       FIM-IMPRIME-FICHA.
           EXIT.
      *----------------------------------------------------
      * MAPA DE MEDICACAO: QUEBRA POR LEITO E PACIENTE
      *----------------------------------------------------
       IMPRIME-DOSE.
           IF GRUPOTRB = W-GRUPOANT AND CPFTRB = W-CPFANT
              GO TO IMPRIME-DOSE1.
           MOVE SPACES TO REGCONTPACKTX
           WRITE REGCONTPACKTX
           MOVE UNIDTRB TO UNIDOSGRPTX
           MOVE LEITOTRB TO LEITODOSGRPTX
           MOVE NOMETRB TO NOMEDOSGRPTX
           MOVE CPFTRB TO CPFDOSGRPTX
           WRITE REGCONTPACKTX FROM GRUPODOSETX
           WRITE REGCONTPACKTX FROM CABDOSECOL.
       IMPRIME-DOSE1.
           MOVE ORDEMTRB TO W-DHEDIT
           MOVE W-DHDATA TO W-DATAEDIT
           MOVE W-DHHORA TO W-HORAEDIT
           MOVE W-DIAED TO DIADOSTX
           MOVE W-MESED TO MESDOSTX
           MOVE W-HHED TO HHDOSTX
           MOVE W-MIED TO MIDOSTX
           MOVE MEDTRB TO MEDDOSTX
           MOVE DOSETRB TO DOSEDOSTX
           WRITE REGCONTPACKTX FROM DETDOSETX.
       FIM-IMPRIME-DOSE.
           EXIT.
      *----------------------------------------------------
      * INFORMA AO LOTENOITE OS REGISTROS LIDOS/GRAVADOS
      *----------------------------------------------------
       INFORMA-LOTE.
           CALL "CONTALOTE" USING W-PROGRCT W-LIDOSCT W-GRAVCT
                W-REJEITCT.
       FIM-INFORMA-LOTE.
           EXIT.
      *
       ROT-FIM.
           CLOSE CADPACI CADCONSU CADCONTTRB.
           IF W-MEDOK = "S"
              CLOSE CADMED.
           IF W-SALAOK = "S"
              CLOSE CADSALA.
           IF W-UNIOK = "S"
              CLOSE CADUNIDADE.
           IF W-ALERGOK = "S"
              CLOSE CADALERGIA.
           IF W-CRONOK = "S"
              CLOSE CADCRONICO.
           IF W-CIDOK = "S"
              CLOSE CADCID.
           IF W-INTOK = "S"
              CLOSE CADINTERN.
           IF W-PRESCOK = "S"
              CLOSE CADPRESCINT.
           IF W-ADMOK = "S"
              CLOSE CADADMIN.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
