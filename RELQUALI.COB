       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELQUALI.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    QUALIDADE DO CADASTRO DE PACIENTES POR UNIDADE             *
      *    PERCENTUAL DE REGISTROS COMPLETOS E VALIDOS POR CAMPO:     *
      *    TELEFONE, E-MAIL, CEP (CADCEP), RESPONSAVEL DO MENOR,      *
      *    CNS (CADPACIEXT) E CONSENTIMENTO LGPD. A UNIDADE DO        *
      *    PACIENTE E A DA SUA CONSULTA MAIS RECENTE (00 = SEM        *
      *    ATENDIMENTO). CADA EXECUCAO GRAVA A FOTOGRAFIA EM CADQUALI *
      *    E O RELATORIO MOSTRA AS 6 ANTERIORES PARA A TENDENCIA      *
      *    GERA TAMBEM A LISTA DOS PACIENTES AGENDADOS NOS PROXIMOS   *
      *    DIAS COM CADASTRO INCOMPLETO, PARA ACERTO NA RECEPCAO      *
      *    NO PROCESSO NOTURNO RODA UMA VEZ POR SEMANA (SEGUNDA-FEIRA)*
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
       SELECT CADCONSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPAL
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DATACONS
                       WITH DUPLICATES.
       SELECT CADPACIEXT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFPEXT
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP
                    FILE STATUS  IS ST-ERRO.
       SELECT CADUNIDADE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODUNIDADE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADQUALI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYQUALI
                    FILE STATUS  IS ST-ERRO.
       SELECT CADQUALTRB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYQUALTRB
                    FILE STATUS  IS ST-ERRO.
       SELECT LOTEPARAM ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT RELQUALITX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT QUALIPENDTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
             88 SEV-NAO-INFORMADA  VALUE 0.
             88 SEV-EMERGENCIA     VALUE 1.
             88 SEV-URGENCIA       VALUE 2.
             88 SEV-SEMI-URGENCIA  VALUE 3.
             88 SEV-NAO-URGENCIA   VALUE 4.
          03 CODSALA             PIC 9(02).
          03 UNIDADE              PIC 9(02).
          03 LEMBRETEENVIADO      PIC X(01).
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
       FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEP.DAT".
       01  REGCEP.
           03  CEP                 PIC 9(08).
           03  CORPOCEP            PIC X(72).
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
      *---------FOTOGRAFIA DA QUALIDADE POR DATA E UNIDADE--------------
      *  CAMPOS: 1 TELEFONE 2 E-MAIL 3 CEP 4 RESPONSAVEL 5 CNS
      *          6 CONSENTIMENTO LGPD 7 CADASTRO COMPLETO
       FD CADQUALI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADQUALI.DAT".
       01  REGQUALI.
           03 KEYQUALI.
              05 DATAQUALI        PIC 9(08).
              05 UNIDQUALI        PIC 9(02).
           03 TOTALQUALI          PIC 9(06).
           03 CAMPOQUALI OCCURS 7 TIMES.
              05 BASEQUALI        PIC 9(06).
              05 OKQUALI          PIC 9(06).
           03 FILLER              PIC X(10).
      *---------PENDENCIAS DOS AGENDADOS, NA ORDEM DO ATENDIMENTO-------
       FD CADQUALTRB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADQUALTRB.DAT".
       01  REGQUALTRB.
           03 KEYQUALTRB.
              05 DATATRB          PIC 9(08).
              05 HORATRB          PIC 9(04).
              05 UNIDTRB          PIC 9(02).
              05 CPFTRB           PIC 9(11).
           03 NOMETRB             PIC X(30).
           03 FALTATRB            PIC X(42).
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
       FD RELQUALITX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELQUALI.DOC".
       01 REGRELQUALITX        PIC X(100).
      *
       FD QUALIPENDTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "QUALIPEND.DOC".
       01 REGQUALIPENDTX       PIC X(120).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 IND1           PIC 9(03) VALUE ZEROS.
       77 IND2           PIC 9(03) VALUE ZEROS.
       77 IND3           PIC 9(02) VALUE ZEROS.
       01 W-EMLOTE       PIC X(01) VALUE "N".
       01 W-CONSUOK      PIC X(01) VALUE "N".
       01 W-EXTOK        PIC X(01) VALUE "N".
       01 W-CEPOK        PIC X(01) VALUE "N".
       01 W-UNIOK        PIC X(01) VALUE "N".
       01 W-QUALIOK      PIC X(01) VALUE "N".
       01 W-DATAHOJE     PIC 9(08) VALUE ZEROS.
       01 W-DATALOTE     PIC 9(08) VALUE ZEROS.
       01 W-DATALIMITE   PIC 9(08) VALUE ZEROS.
       01 W-DIAS         PIC 9(03) VALUE ZEROS.
       01 W-JULHOJE      PIC 9(07) VALUE ZEROS.
       01 W-QUOC         PIC 9(07) VALUE ZEROS.
       01 W-DIASEM       PIC 9(01) VALUE ZEROS.
      *---DIA DA SEMANA DA FOTOGRAFIA NO LOTE (1 = SEGUNDA-FEIRA)-------
       01 W-DIASEMLOTE   PIC 9(01) VALUE 1.
       01 W-QTDPACI      PIC 9(08) VALUE ZEROS.
       01 W-QTDINCOMP    PIC 9(08) VALUE ZEROS.
       01 W-QTDPEND      PIC 9(08) VALUE ZEROS.
      *---AVALIACAO DO PACIENTE-----------------------------------------
       01 W-UNIDPACI     PIC 9(02) VALUE ZEROS.
       01 W-ULTDATA      PIC 9(08) VALUE ZEROS.
       01 W-DATACONSNUM  PIC 9(08) VALUE ZEROS.
       01 W-DATANASCNUM  PIC 9(08) VALUE ZEROS.
       01 W-IDADE        PIC 9(04) VALUE ZEROS.
       01 W-DDD          PIC 9(02) VALUE ZEROS.
       01 W-TNUM         PIC 9(09) VALUE ZEROS.
       01 W-DDDQ         PIC 9(02) VALUE ZEROS.
       01 W-DDDR         PIC 9(01) VALUE ZEROS.
       01 W-FONEOK       PIC X(01) VALUE "N".
       01 W-QTDARROBA    PIC 9(02) VALUE ZEROS.
       01 W-ANTESARROBA  PIC 9(02) VALUE ZEROS.
       01 W-PONTOS       PIC 9(02) VALUE ZEROS.
       01 W-CNS          PIC 9(15) VALUE ZEROS.
       01 W-CNS-R REDEFINES W-CNS.
          03 W-CNSDIG    PIC 9(01) OCCURS 15 TIMES.
       01 W-SOMACNS      PIC 9(05) VALUE ZEROS.
       01 W-QUOCNS       PIC 9(05) VALUE ZEROS.
       01 W-RESTOCNS     PIC 9(02) VALUE ZEROS.
      *---SITUACAO DE CADA CAMPO: S = VALIDO N = FALTA BRANCO = N/A-----
       01 W-CAMPOS.
          03 W-SITCAMPO  PIC X(01) OCCURS 7 TIMES.
       01 W-FALTAS.
          03 W-FALTA OCCURS 6 TIMES.
             05 W-FALTANOME PIC X(06).
             05 FILLER      PIC X(01).
       01 TAB-NOMECAMPO-R.
          03 FILLER PIC X(06) VALUE "FONE".
          03 FILLER PIC X(06) VALUE "EMAIL".
          03 FILLER PIC X(06) VALUE "CEP".
          03 FILLER PIC X(06) VALUE "RESP".
          03 FILLER PIC X(06) VALUE "CNS".
          03 FILLER PIC X(06) VALUE "LGPD".
       01 TAB-NOMECAMPO REDEFINES TAB-NOMECAMPO-R.
          03 TB-NOMECAMPO PIC X(06) OCCURS 6 TIMES.
      *---CONSULTAS AGENDADAS DO PACIENTE NO PERIODO--------------------
       01 W-QTDAG        PIC 9(02) VALUE ZEROS.
       01 TABAGENDA.
          03 TBA-LINHA OCCURS 20 TIMES.
             05 TBA-DATA    PIC 9(08).
             05 TBA-HORA    PIC 9(04).
             05 TBA-UNID    PIC 9(02).
      *---TOTAIS POR UNIDADE (UNIDADE + 1; 101 = TOTAL GERAL)-----------
       01 TABUNIDADE.
          03 TBU-UNID OCCURS 101 TIMES.
             05 TBU-TOTAL      PIC 9(06).
             05 TBU-CAMPO OCCURS 7 TIMES.
                07 TBU-BASE    PIC 9(06).
                07 TBU-OK      PIC 9(06).
      *---FOTOGRAFIAS ANTERIORES PARA A TENDENCIA (MAIS ANTIGA PRIMEIRO)
       01 W-QTDFOTO      PIC 9(01) VALUE ZEROS.
       01 W-DATAFOTO     PIC 9(08) VALUE ZEROS.
       01 TABTENDENCIA.
          03 TBT-FOTO OCCURS 6 TIMES.
             05 TBT-DATA       PIC 9(08).
             05 TBT-UNID OCCURS 101 TIMES.
                07 TBT-TOTAL   PIC 9(06).
                07 TBT-CAMPO OCCURS 7 TIMES.
                   09 TBT-BASE PIC 9(06).
                   09 TBT-OK   PIC 9(06).
      *---LINHA EM CALCULO E PERCENTUAIS--------------------------------
       01 W-LINHA.
          03 W-LTOTAL       PIC 9(06).
          03 W-LCAMPO OCCURS 7 TIMES.
             05 W-LBASE     PIC 9(06).
             05 W-LOK       PIC 9(06).
       01 W-PCTLINHA.
          03 W-PCT          PIC 9(03)V9 OCCURS 7 TIMES.
       01 W-PCTANT.
          03 W-PCTA         PIC 9(03)V9 OCCURS 7 TIMES.
       01 W-TOTANT       PIC 9(06) VALUE ZEROS.
       01 W-TEMANT       PIC X(01) VALUE "N".
       01 W-VARPCT       PIC S9(03)V9 VALUE ZEROS.
       01 W-VARTOT       PIC S9(06) VALUE ZEROS.
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
      *---CONTADORES DO PASSO PARA O PROCESSAMENTO NOTURNO-------------
       01 W-PROGRCT      PIC X(10) VALUE "RELQUALI".
       01 W-LIDOSCT      PIC 9(08) VALUE ZEROS.
       01 W-GRAVCT       PIC 9(08) VALUE ZEROS.
       01 W-REJEITCT     PIC 9(08) VALUE ZEROS.
      *---LINHAS DO PAINEL DE QUALIDADE---------------------------------
       01 CABQUALI.
          03 FILLER PIC X(50) VALUE
          "HOSPITAL MAINFRAME *** QUALIDADE DO CADASTRO DE PA".
          03 FILLER PIC X(20) VALUE
          "CIENTES ***         ".
          03 FILLER         PIC X(06) VALUE "DATA: ".
          03 DIACABQTX      PIC 99.
          03 FILLER         PIC X(01) VALUE "/".
          03 MESCABQTX      PIC 99.
          03 FILLER         PIC X(01) VALUE "/".
          03 ANOCABQTX      PIC 9999.
       01 CABQUALICOL.
          03 FILLER PIC X(50) VALUE
          "   DATA       PACIEN   FONE  EMAIL    CEP  RESP.  ".
          03 FILLER PIC X(19) VALUE
          "  CNS   LGPD COMPL.".
       01 UNIQTX.
          03 FILLER         PIC X(08) VALUE "UNIDADE ".
          03 CODUNIQTX      PIC 9(02).
          03 FILLER         PIC X(03) VALUE " - ".
          03 NOMEUNIQTX     PIC X(30).
       01 DETQUALI.
          03 FILLER         PIC X(03).
          03 DIADETQTX      PIC 99.
          03 BARRA1QTX      PIC X(01).
          03 MESDETQTX      PIC 99.
          03 BARRA2QTX      PIC X(01).
          03 ANODETQTX      PIC 9999.
          03 FILLER         PIC X(01).
          03 TOTDETQTX      PIC ZZZZZ9.
          03 COLDETQTX OCCURS 7 TIMES.
             05 FILLER      PIC X(02).
             05 PCTDETQTX   PIC ZZ9,9.
          03 FILLER         PIC X(01).
          03 MARCADETQTX    PIC X(06).
       01 DETVARQ.
          03 FILLER         PIC X(03).
          03 ROTVARQTX      PIC X(10).
          03 FILLER         PIC X(01).
          03 TOTVARQTX      PIC +ZZZZ9.
          03 COLVARQTX OCCURS 7 TIMES.
             05 FILLER      PIC X(01).
             05 PCTVARQTX   PIC +ZZ9,9.
       01 LEGQUALI1      PIC X(100) VALUE
          "TELEFONE: DDD EXISTENTE E 8 OU MAIS DIGITOS  E-MAIL: COM @ E
      -   "DOMINIO  CEP: EXISTENTE NO CADCEP".
       01 LEGQUALI2      PIC X(100) VALUE
          "RESP.: SO MENORES DE 18 ANOS (SEM MENORES = 100%)  CNS: NO CA
      -   "DPACIEXT COM DIGITO VALIDO".
       01 LEGQUALI3      PIC X(100) VALUE
          "LGPD: CONSENTIMENTO RESPONDIDO (S/N)  COMPL.: TODOS OS CAMPOS
      -   " APLICAVEIS VALIDOS".
      *---LINHAS DA LISTA DE PENDENCIAS---------------------------------
       01 CABPEND.
          03 FILLER PIC X(50) VALUE
          "HOSPITAL MAINFRAME *** AGENDADOS COM CADASTRO INCO".
          03 FILLER PIC X(15) VALUE
          "MPLETO ***  DE ".
          03 DIAPINITX      PIC 99.
          03 FILLER         PIC X(01) VALUE "/".
          03 MESPINITX      PIC 99.
          03 FILLER         PIC X(01) VALUE "/".
          03 ANOPINITX      PIC 9999.
          03 FILLER         PIC X(03) VALUE " A ".
          03 DIAPFIMTX      PIC 99.
          03 FILLER         PIC X(01) VALUE "/".
          03 MESPFIMTX      PIC 99.
          03 FILLER         PIC X(01) VALUE "/".
          03 ANOPFIMTX      PIC 9999.
       01 CABPENDCOL.
          03 FILLER PIC X(50) VALUE
          "DATA       HORA  UN CPF         NOME              ".
          03 FILLER PIC X(23) VALUE
          "             PENDENCIAS".
       01 DETPEND.
          03 DIAPENDTX      PIC 99.
          03 FILLER         PIC X(01) VALUE "/".
          03 MESPENDTX      PIC 99.
          03 FILLER         PIC X(01) VALUE "/".
          03 ANOPENDTX      PIC 9999.
          03 FILLER         PIC X(01) VALUE " ".
          03 HHPENDTX       PIC 99.
          03 FILLER         PIC X(01) VALUE ":".
          03 MIPENDTX       PIC 99.
          03 FILLER         PIC X(01) VALUE " ".
          03 UNIDPENDTX     PIC 99.
          03 FILLER         PIC X(01) VALUE " ".
          03 CPFPENDTX      PIC 9(11).
          03 FILLER         PIC X(01) VALUE " ".
          03 NOMEPENDTX     PIC X(30).
          03 FILLER         PIC X(01) VALUE " ".
          03 FALTAPENDTX    PIC X(42).
       01 TOTPEND.
          03 FILLER         PIC X(38) VALUE
             "AGENDAMENTOS COM CADASTRO INCOMPLETO: ".
          03 QTDPENDTX      PIC ZZZZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           DISPLAY "*** QUALIDADE DO CADASTRO DE PACIENTES ***".
      *-----QUANDO CHAMADO PELO PROCESSO NOTURNO, LE OS PARAMETROS-------
       VERIFICA-LOTE.
           MOVE "N" TO W-EMLOTE
           OPEN INPUT LOTEPARAM
           IF ST-ERRO NOT = "00"
              GO TO PEDE-DIAS.
           READ LOTEPARAM
           IF ST-ERRO = "00" AND PARAMEMLOTE = "S"
              MOVE "S" TO W-EMLOTE
              MOVE PARAMDATAGER TO W-DATALOTE.
           CLOSE LOTEPARAM
           IF W-EMLOTE NOT = "S"
              GO TO PEDE-DIAS.
      *-----NO LOTE A FOTOGRAFIA E SEMANAL (DIA 1 DO CALENDARIO = SEG.)--
           IF W-DATALOTE = ZEROS
              MOVE W-DATAHOJE TO W-DATALOTE.
           COMPUTE W-JULHOJE = FUNCTION INTEGER-OF-DATE(W-DATALOTE)
           DIVIDE W-JULHOJE BY 7 GIVING W-QUOC REMAINDER W-DIASEM
           IF W-DIASEM NOT = W-DIASEMLOTE
              DISPLAY "FOTOGRAFIA SEMANAL: NAO E O DIA DA SEMANA"
              GO TO ROT-FIM2.
           MOVE 7 TO W-DIAS
           GO TO ABRIR-ARQUIVOS.
       PEDE-DIAS.
           DISPLAY "DIAS A FRENTE P/ LISTA DE PENDENCIAS (0 = 7): "
           ACCEPT W-DIAS
           IF W-DIAS = ZEROS
              MOVE 7 TO W-DIAS.
       ABRIR-ARQUIVOS.
           COMPUTE W-JULHOJE = FUNCTION INTEGER-OF-DATE(W-DATAHOJE)
           COMPUTE W-DATALIMITE =
                   FUNCTION DATE-OF-INTEGER(W-JULHOJE + W-DIAS)
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPACI"
              GO TO ROT-FIM2.
           OPEN INPUT CADCONSU
           IF ST-ERRO = "00"
              MOVE "S" TO W-CONSUOK.
           OPEN INPUT CADPACIEXT
           IF ST-ERRO = "00"
              MOVE "S" TO W-EXTOK.
           OPEN INPUT CADCEP
           IF ST-ERRO = "00"
              MOVE "S" TO W-CEPOK.
           OPEN INPUT CADUNIDADE
           IF ST-ERRO = "00"
              MOVE "S" TO W-UNIOK.
           OPEN I-O CADQUALI
           IF ST-ERRO = "30"
              OPEN OUTPUT CADQUALI
              CLOSE CADQUALI
              OPEN I-O CADQUALI.
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADQUALI"
              GO TO ROT-FIM.
           MOVE "S" TO W-QUALIOK
           OPEN OUTPUT CADQUALTRB
           CLOSE CADQUALTRB
           OPEN I-O CADQUALTRB
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADQUALTRB"
              GO TO ROT-FIM.
           MOVE ZEROS TO TABUNIDADE W-QTDPACI W-QTDINCOMP W-QTDPEND.
      *----------------AVALIAR CADA PACIENTE-----------------------------
       LER-PACIENTE.
           READ CADPACI NEXT
           IF ST-ERRO NOT = "00"
              GO TO TENDENCIA.
           IF NOMEPACIENTE = "ANONIMIZADO"
              GO TO LER-PACIENTE.
           ADD 1 TO W-QTDPACI
           PERFORM BUSCA-CONSULTAS THRU FIM-BUSCA-CONSULTAS
           PERFORM AVALIA-PACIENTE THRU FIM-AVALIA-PACIENTE
           COMPUTE IND1 = W-UNIDPACI + 1
           PERFORM SOMA-UNIDADE THRU FIM-SOMA-UNIDADE
           MOVE 101 TO IND1
           PERFORM SOMA-UNIDADE THRU FIM-SOMA-UNIDADE
           IF W-SITCAMPO(7) = "N"
              ADD 1 TO W-QTDINCOMP
              PERFORM GRAVA-PENDENCIAS THRU FIM-GRAVA-PENDENCIAS.
           GO TO LER-PACIENTE.
      *----------------FOTOGRAFIAS ANTERIORES (ATE 6, EXCETO A DE HOJE)--
       TENDENCIA.
           MOVE ZEROS TO TABTENDENCIA W-QTDFOTO W-DATAFOTO
           MOVE ZEROS TO KEYQUALI
           START CADQUALI KEY IS NOT LESS KEYQUALI INVALID KEY
                 GO TO GRAVA-FOTO.
       TENDENCIA1.
           READ CADQUALI NEXT
           IF ST-ERRO NOT = "00"
              GO TO GRAVA-FOTO.
           IF DATAQUALI NOT < W-DATAHOJE
              GO TO GRAVA-FOTO.
           IF DATAQUALI NOT = W-DATAFOTO
              PERFORM NOVA-FOTO THRU FIM-NOVA-FOTO.
           COMPUTE IND1 = UNIDQUALI + 1
           PERFORM SOMA-FOTO THRU FIM-SOMA-FOTO
           MOVE 101 TO IND1
           PERFORM SOMA-FOTO THRU FIM-SOMA-FOTO
           GO TO TENDENCIA1.
      *----------------GRAVAR A FOTOGRAFIA DE HOJE------------------------
       GRAVA-FOTO.
           MOVE 1 TO IND1.
       GRAVA-FOTO1.
           IF TBU-TOTAL(IND1) = ZEROS
              GO TO GRAVA-FOTO3.
           MOVE SPACES TO REGQUALI
           MOVE W-DATAHOJE TO DATAQUALI
           COMPUTE UNIDQUALI = IND1 - 1
           MOVE TBU-TOTAL(IND1) TO TOTALQUALI
           MOVE 1 TO IND2.
       GRAVA-FOTO2.
           MOVE TBU-BASE(IND1, IND2) TO BASEQUALI(IND2)
           MOVE TBU-OK(IND1, IND2) TO OKQUALI(IND2)
           ADD 1 TO IND2
           IF IND2 < 8
              GO TO GRAVA-FOTO2.
           WRITE REGQUALI
           IF ST-ERRO = "22"
              REWRITE REGQUALI.
       GRAVA-FOTO3.
           ADD 1 TO IND1
           IF IND1 < 101
              GO TO GRAVA-FOTO1.
      *----------------PAINEL POR UNIDADE COM A TENDENCIA----------------
       IMPRIME.
           OPEN OUTPUT RELQUALITX
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELQUALI"
              GO TO ROT-FIM.
           MOVE W-DATAHOJE TO W-DATAEDIT
           MOVE W-DIAED TO DIACABQTX
           MOVE W-MESED TO MESCABQTX
           MOVE W-ANOED TO ANOCABQTX
           WRITE REGRELQUALITX FROM CABQUALI
           MOVE SPACES TO REGRELQUALITX
           WRITE REGRELQUALITX
           WRITE REGRELQUALITX FROM CABQUALICOL
           MOVE 1 TO IND1.
       IMPRIME1.
           IF TBU-TOTAL(IND1) NOT = ZEROS
              PERFORM IMPRIME-UNIDADE THRU FIM-IMPRIME-UNIDADE.
           ADD 1 TO IND1
           IF IND1 < 101
              GO TO IMPRIME1.
           PERFORM IMPRIME-UNIDADE THRU FIM-IMPRIME-UNIDADE
           MOVE SPACES TO REGRELQUALITX
           WRITE REGRELQUALITX
           WRITE REGRELQUALITX FROM LEGQUALI1
           WRITE REGRELQUALITX FROM LEGQUALI2
           WRITE REGRELQUALITX FROM LEGQUALI3
           CLOSE RELQUALITX.
      *----------------LISTA DE PENDENCIAS PARA A RECEPCAO---------------
       IMPRIME-PEND.
           OPEN OUTPUT QUALIPENDTX
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO QUALIPEND"
              GO TO ROT-FIM.
           MOVE W-DATAHOJE TO W-DATAEDIT
           MOVE W-DIAED TO DIAPINITX
           MOVE W-MESED TO MESPINITX
           MOVE W-ANOED TO ANOPINITX
           MOVE W-DATALIMITE TO W-DATAEDIT
           MOVE W-DIAED TO DIAPFIMTX
           MOVE W-MESED TO MESPFIMTX
           MOVE W-ANOED TO ANOPFIMTX
           WRITE REGQUALIPENDTX FROM CABPEND
           MOVE SPACES TO REGQUALIPENDTX
           WRITE REGQUALIPENDTX
           WRITE REGQUALIPENDTX FROM CABPENDCOL
           MOVE ZEROS TO KEYQUALTRB
           START CADQUALTRB KEY IS NOT LESS KEYQUALTRB INVALID KEY
                 GO TO IMPRIME-PEND-TOTAL.
       IMPRIME-PEND1.
           READ CADQUALTRB NEXT
           IF ST-ERRO NOT = "00"
              GO TO IMPRIME-PEND-TOTAL.
           MOVE DATATRB TO W-DATAEDIT
           MOVE W-DIAED TO DIAPENDTX
           MOVE W-MESED TO MESPENDTX
           MOVE W-ANOED TO ANOPENDTX
           MOVE HORATRB TO W-HORAEDIT
           MOVE W-HHED TO HHPENDTX
           MOVE W-MIED TO MIPENDTX
           MOVE UNIDTRB TO UNIDPENDTX
           MOVE CPFTRB TO CPFPENDTX
           MOVE NOMETRB TO NOMEPENDTX
           MOVE FALTATRB TO FALTAPENDTX
           WRITE REGQUALIPENDTX FROM DETPEND
           GO TO IMPRIME-PEND1.
       IMPRIME-PEND-TOTAL.
           MOVE SPACES TO REGQUALIPENDTX
           WRITE REGQUALIPENDTX
           MOVE W-QTDPEND TO QTDPENDTX
           WRITE REGQUALIPENDTX FROM TOTPEND
           CLOSE QUALIPENDTX
           DISPLAY "PACIENTES AVALIADOS     : " W-QTDPACI
           DISPLAY "CADASTROS INCOMPLETOS   : " W-QTDINCOMP
           DISPLAY "AGENDADOS COM PENDENCIA : " W-QTDPEND
           DISPLAY "PAINEL EM RELQUALI.DOC E LISTA EM QUALIPEND.DOC"
           MOVE W-QTDPACI TO W-LIDOSCT
           MOVE W-QTDPEND TO W-GRAVCT
           PERFORM INFORMA-LOTE THRU FIM-INFORMA-LOTE
           GO TO ROT-FIM.
      *----------------------------------------------------
      * UNIDADE DO PACIENTE (CONSULTA MAIS RECENTE) E AS
      * CONSULTAS AGENDADAS DENTRO DO PERIODO DA LISTA
      *----------------------------------------------------
       BUSCA-CONSULTAS.
           MOVE ZEROS TO W-UNIDPACI W-ULTDATA W-QTDAG
           IF W-CONSUOK NOT = "S"
              GO TO FIM-BUSCA-CONSULTAS.
           MOVE CPF TO CPFPACIENTE
           MOVE ZEROS TO DATACONS HORAC
           START CADCONSU KEY IS NOT LESS KEYPRINCIPAL INVALID KEY
                 GO TO FIM-BUSCA-CONSULTAS.
       BUSCA-CONSULTAS1.
           READ CADCONSU NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-BUSCA-CONSULTAS.
           IF CPFPACIENTE NOT = CPF
              GO TO FIM-BUSCA-CONSULTAS.
           IF CANCELADA
              GO TO BUSCA-CONSULTAS1.
           COMPUTE W-DATACONSNUM = ANOC * 10000 + MESC * 100 + DIAC
           IF W-DATACONSNUM > W-ULTDATA
              MOVE W-DATACONSNUM TO W-ULTDATA
              MOVE UNIDADE TO W-UNIDPACI.
           IF AGENDADA AND W-DATACONSNUM NOT < W-DATAHOJE
                 AND W-DATACONSNUM NOT > W-DATALIMITE
                 AND W-QTDAG < 20
              ADD 1 TO W-QTDAG
              MOVE W-DATACONSNUM TO TBA-DATA(W-QTDAG)
              MOVE HORAC TO TBA-HORA(W-QTDAG)
              MOVE UNIDADE TO TBA-UNID(W-QTDAG).
           GO TO BUSCA-CONSULTAS1.
       FIM-BUSCA-CONSULTAS.
           EXIT.
      *----------------------------------------------------
      * VALIDA CADA CAMPO DO CADASTRO DO PACIENTE
      *----------------------------------------------------
       AVALIA-PACIENTE.
           MOVE SPACES TO W-CAMPOS W-FALTAS
      *----TELEFONE: DDD EXISTENTE E NUMERO COM 8 OU MAIS DIGITOS
           MOVE DDDPACIENTE TO W-DDD
           MOVE TNUMPACIENTE TO W-TNUM
           PERFORM VALIDA-FONE THRU FIM-VALIDA-FONE
           MOVE W-FONEOK TO W-SITCAMPO(1).
      *----E-MAIL: UM SO "@", NAO NO INICIO, E UM "." DEPOIS DELE
       AVALIA-EMAIL.
           MOVE "N" TO W-SITCAMPO(2)
           MOVE ZEROS TO W-QTDARROBA W-ANTESARROBA W-PONTOS
           INSPECT EMAILPACIENTE TALLYING W-QTDARROBA FOR ALL "@"
           IF W-QTDARROBA NOT = 1
              GO TO AVALIA-CEP.
           INSPECT EMAILPACIENTE TALLYING
                   W-ANTESARROBA FOR CHARACTERS BEFORE INITIAL "@"
                   W-PONTOS FOR ALL "." AFTER INITIAL "@"
           IF W-ANTESARROBA > ZEROS AND W-PONTOS > ZEROS
              MOVE "S" TO W-SITCAMPO(2).
      *----CEP: PREENCHIDO E EXISTENTE NO CADCEP
       AVALIA-CEP.
           MOVE "N" TO W-SITCAMPO(3)
           IF CEPPACIENTE = ZEROS
              GO TO AVALIA-RESP.
           IF W-CEPOK NOT = "S"
              MOVE "S" TO W-SITCAMPO(3)
              GO TO AVALIA-RESP.
           MOVE CEPPACIENTE TO CEP
           READ CADCEP
           IF ST-ERRO = "00"
              MOVE "S" TO W-SITCAMPO(3).
      *----RESPONSAVEL: SO PARA O MENOR DE 18 ANOS (NOME E TELEFONE)
       AVALIA-RESP.
           COMPUTE W-DATANASCNUM = ANO * 10000 + MES * 100 + DIA
           IF W-DATANASCNUM = ZEROS OR W-DATANASCNUM > W-DATAHOJE
              GO TO AVALIA-CNS.
           COMPUTE W-IDADE = (W-DATAHOJE - W-DATANASCNUM) / 10000
           IF W-IDADE NOT < 18
              GO TO AVALIA-CNS.
           MOVE "N" TO W-SITCAMPO(4)
           IF NOMERESPPACIENTE = SPACES
              GO TO AVALIA-CNS.
           MOVE DDDRESPPACIENTE TO W-DDD
           MOVE TNUMRESPPACIENTE TO W-TNUM
           PERFORM VALIDA-FONE THRU FIM-VALIDA-FONE
           MOVE W-FONEOK TO W-SITCAMPO(4).
      *----CNS: NO CADPACIEXT, INICIO 1/2/7/8/9 E SOMA PONDERADA MOD 11
       AVALIA-CNS.
           MOVE "N" TO W-SITCAMPO(5)
           IF W-EXTOK NOT = "S"
              GO TO AVALIA-LGPD.
           MOVE CPF TO CPFPEXT
           READ CADPACIEXT
           IF ST-ERRO NOT = "00"
              GO TO AVALIA-LGPD.
           MOVE CNSPACIENTE TO W-CNS
           IF W-CNSDIG(1) NOT = 1 AND 2 AND 7 AND 8 AND 9
              GO TO AVALIA-LGPD.
           MOVE ZEROS TO W-SOMACNS
           MOVE 1 TO IND2.
       AVALIA-CNS1.
           COMPUTE W-SOMACNS = W-SOMACNS + W-CNSDIG(IND2) * (16 - IND2)
           ADD 1 TO IND2
           IF IND2 < 16
              GO TO AVALIA-CNS1.
           DIVIDE W-SOMACNS BY 11 GIVING W-QUOCNS REMAINDER W-RESTOCNS
           IF W-RESTOCNS = ZEROS
              MOVE "S" TO W-SITCAMPO(5).
      *----CONSENTIMENTO LGPD: RESPONDIDO (S OU N)
       AVALIA-LGPD.
           MOVE "N" TO W-SITCAMPO(6)
           IF CONSENTIMENTOLGPDPACIENTE = "S" OR "N"
              MOVE "S" TO W-SITCAMPO(6).
      *----COMPLETO: TODOS OS CAMPOS APLICAVEIS VALIDOS
           MOVE "S" TO W-SITCAMPO(7)
           MOVE ZEROS TO IND3
           MOVE 1 TO IND2.
       AVALIA-COMPLETO.
           IF W-SITCAMPO(IND2) = "N"
              MOVE "N" TO W-SITCAMPO(7)
              ADD 1 TO IND3
              MOVE TB-NOMECAMPO(IND2) TO W-FALTANOME(IND3).
           ADD 1 TO IND2
           IF IND2 < 7
              GO TO AVALIA-COMPLETO.
       FIM-AVALIA-PACIENTE.
           EXIT.
      *
       VALIDA-FONE.
           MOVE "N" TO W-FONEOK
           IF W-DDD < 11 OR W-TNUM < 20000000
              GO TO FIM-VALIDA-FONE.
      *----NENHUM DDD TERMINA EM ZERO
           DIVIDE W-DDD BY 10 GIVING W-DDDQ REMAINDER W-DDDR
           IF W-DDDR = ZEROS
              GO TO FIM-VALIDA-FONE.
           MOVE "S" TO W-FONEOK.
       FIM-VALIDA-FONE.
           EXIT.
      *
       SOMA-UNIDADE.
           ADD 1 TO TBU-TOTAL(IND1)
           MOVE 1 TO IND2.
       SOMA-UNIDADE1.
           IF W-SITCAMPO(IND2) NOT = SPACE
              ADD 1 TO TBU-BASE(IND1, IND2)
              IF W-SITCAMPO(IND2) = "S"
                 ADD 1 TO TBU-OK(IND1, IND2).
           ADD 1 TO IND2
           IF IND2 < 8
              GO TO SOMA-UNIDADE1.
       FIM-SOMA-UNIDADE.
           EXIT.
      *
       GRAVA-PENDENCIAS.
           MOVE 1 TO IND2.
       GRAVA-PENDENCIAS1.
           IF IND2 > W-QTDAG
              GO TO FIM-GRAVA-PENDENCIAS.
           MOVE TBA-DATA(IND2) TO DATATRB
           MOVE TBA-HORA(IND2) TO HORATRB
           MOVE TBA-UNID(IND2) TO UNIDTRB
           MOVE CPF TO CPFTRB
           MOVE NOMEPACIENTE TO NOMETRB
           MOVE W-FALTAS TO FALTATRB
           WRITE REGQUALTRB
           IF ST-ERRO = "00"
              ADD 1 TO W-QTDPEND.
           ADD 1 TO IND2
           GO TO GRAVA-PENDENCIAS1.
       FIM-GRAVA-PENDENCIAS.
           EXIT.
      *----------------------------------------------------
      * TENDENCIA: GUARDA AS 6 FOTOGRAFIAS MAIS RECENTES
      *----------------------------------------------------
       NOVA-FOTO.
           MOVE DATAQUALI TO W-DATAFOTO
           IF W-QTDFOTO < 6
              ADD 1 TO W-QTDFOTO
              GO TO NOVA-FOTO2.
           MOVE 1 TO IND3.
       NOVA-FOTO1.
           MOVE TBT-FOTO(IND3 + 1) TO TBT-FOTO(IND3)
           ADD 1 TO IND3
           IF IND3 < 6
              GO TO NOVA-FOTO1.
       NOVA-FOTO2.
           MOVE ZEROS TO TBT-FOTO(W-QTDFOTO)
           MOVE DATAQUALI TO TBT-DATA(W-QTDFOTO).
       FIM-NOVA-FOTO.
           EXIT.
      *
       SOMA-FOTO.
           ADD TOTALQUALI TO TBT-TOTAL(W-QTDFOTO, IND1)
           MOVE 1 TO IND2.
       SOMA-FOTO1.
           ADD BASEQUALI(IND2) TO TBT-BASE(W-QTDFOTO, IND1, IND2)
           ADD OKQUALI(IND2) TO TBT-OK(W-QTDFOTO, IND1, IND2)
           ADD 1 TO IND2
           IF IND2 < 8
              GO TO SOMA-FOTO1.
       FIM-SOMA-FOTO.
           EXIT.
      *----------------------------------------------------
      * BLOCO DA UNIDADE: FOTOGRAFIAS ANTERIORES, A ATUAL E
      * A VARIACAO SOBRE A ULTIMA FOTOGRAFIA DA UNIDADE
      *----------------------------------------------------
       IMPRIME-UNIDADE.
           MOVE SPACES TO REGRELQUALITX
           WRITE REGRELQUALITX
           IF IND1 = 101
              MOVE "TOTAL GERAL" TO REGRELQUALITX
              WRITE REGRELQUALITX
              GO TO IMPRIME-UNIDADE0.
           COMPUTE CODUNIQTX = IND1 - 1
           MOVE SPACES TO NOMEUNIQTX
           IF IND1 = 1
              MOVE "SEM ATENDIMENTO" TO NOMEUNIQTX
           ELSE
              IF W-UNIOK = "S"
                 COMPUTE CODUNIDADE = IND1 - 1
                 READ CADUNIDADE
                 IF ST-ERRO = "00"
                    MOVE NOMEUNIDADE TO NOMEUNIQTX.
           WRITE REGRELQUALITX FROM UNIQTX.
       IMPRIME-UNIDADE0.
           MOVE "N" TO W-TEMANT
           MOVE 1 TO IND3.
       IMPRIME-UNIDADE1.
           IF IND3 > W-QTDFOTO
              GO TO IMPRIME-UNIDADE2.
           IF TBT-TOTAL(IND3, IND1) = ZEROS
              ADD 1 TO IND3
              GO TO IMPRIME-UNIDADE1.
           MOVE TBT-TOTAL(IND3, IND1) TO W-LTOTAL
           MOVE 1 TO IND2.
       IMPRIME-UNIDADE11.
           MOVE TBT-BASE(IND3, IND1, IND2) TO W-LBASE(IND2)
           MOVE TBT-OK(IND3, IND1, IND2) TO W-LOK(IND2)
           ADD 1 TO IND2
           IF IND2 < 8
              GO TO IMPRIME-UNIDADE11.
           MOVE TBT-DATA(IND3) TO W-DATAEDIT
           PERFORM MONTA-LINHA THRU FIM-MONTA-LINHA
           WRITE REGRELQUALITX FROM DETQUALI
           MOVE "S" TO W-TEMANT
           MOVE W-LTOTAL TO W-TOTANT
           MOVE W-PCTLINHA TO W-PCTANT
           ADD 1 TO IND3
           GO TO IMPRIME-UNIDADE1.
       IMPRIME-UNIDADE2.
           MOVE TBU-TOTAL(IND1) TO W-LTOTAL
           MOVE 1 TO IND2.
       IMPRIME-UNIDADE21.
           MOVE TBU-BASE(IND1, IND2) TO W-LBASE(IND2)
           MOVE TBU-OK(IND1, IND2) TO W-LOK(IND2)
           ADD 1 TO IND2
           IF IND2 < 8
              GO TO IMPRIME-UNIDADE21.
           MOVE W-DATAHOJE TO W-DATAEDIT
           PERFORM MONTA-LINHA THRU FIM-MONTA-LINHA
           MOVE "ATUAL" TO MARCADETQTX
           WRITE REGRELQUALITX FROM DETQUALI
           IF W-TEMANT NOT = "S"
              GO TO FIM-IMPRIME-UNIDADE.
           MOVE SPACES TO DETVARQ
           MOVE "VARIACAO" TO ROTVARQTX
           COMPUTE W-VARTOT = W-LTOTAL - W-TOTANT
           MOVE W-VARTOT TO TOTVARQTX
           MOVE 1 TO IND2.
       IMPRIME-UNIDADE3.
           COMPUTE W-VARPCT = W-PCT(IND2) - W-PCTA(IND2)
           MOVE W-VARPCT TO PCTVARQTX(IND2)
           ADD 1 TO IND2
           IF IND2 < 8
              GO TO IMPRIME-UNIDADE3.
           WRITE REGRELQUALITX FROM DETVARQ.
       FIM-IMPRIME-UNIDADE.
           EXIT.
      *
       MONTA-LINHA.
           MOVE SPACES TO DETQUALI
           MOVE W-DIAED TO DIADETQTX
           MOVE "/" TO BARRA1QTX BARRA2QTX
           MOVE W-MESED TO MESDETQTX
           MOVE W-ANOED TO ANODETQTX
           MOVE W-LTOTAL TO TOTDETQTX
           MOVE 1 TO IND2.
       MONTA-LINHA1.
           IF W-LBASE(IND2) = ZEROS
              MOVE 100 TO W-PCT(IND2)
           ELSE
              COMPUTE W-PCT(IND2) ROUNDED =
                      W-LOK(IND2) * 100 / W-LBASE(IND2).
           MOVE W-PCT(IND2) TO PCTDETQTX(IND2)
           ADD 1 TO IND2
           IF IND2 < 8
              GO TO MONTA-LINHA1.
       FIM-MONTA-LINHA.
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
           CLOSE CADPACI CADQUALTRB.
           IF W-CONSUOK = "S"
              CLOSE CADCONSU.
           IF W-EXTOK = "S"
              CLOSE CADPACIEXT.
           IF W-CEPOK = "S"
              CLOSE CADCEP.
           IF W-UNIOK = "S"
              CLOSE CADUNIDADE.
           IF W-QUALIOK = "S"
              CLOSE CADQUALI.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
