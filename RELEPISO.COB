       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEPISO.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    CUSTO, RECEITA E DURACAO POR EPISODIO DE CUIDADO, COM      *
      *    RESUMO POR CONVENIO E CID PARA NEGOCIACAO DE PACOTES       *
      *    (RELEPISO.DOC)                                             *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADEPISODIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYEPISODIO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CPFEPI
                       WITH DUPLICATES.
       SELECT CADEPIVINC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYEPIVINC
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NUMEPIVINC
                       WITH DUPLICATES.
       SELECT CADCONSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPAL
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DATACONS
                       WITH DUPLICATES.
       SELECT CADCUSTOAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCUSTOAT
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCONSITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCONSITEM
                    FILE STATUS  IS ST-ERRO.
       SELECT CADEXAME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYEXAME
                    FILE STATUS  IS ST-ERRO.
       SELECT CADTABCUSTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYTABCUSTO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCONTAINT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCONTAINT
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGOCONV
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMECONV WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PLANO WITH DUPLICATES.
       SELECT RELEPITX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADEPISODIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPISODIO.DAT".
       01  REGEPISODIO.
           03 KEYEPISODIO.
              05 NUMEPI           PIC 9(06).
           03 CPFEPI              PIC 9(11).
           03 CIDEPI              PIC X(07).
           03 CRMEPI              PIC 9(06).
           03 CONVEPI             PIC 9(04).
           03 DATAABEPI           PIC 9(08).
           03 DATAFECEPI          PIC 9(08).
           03 STATUSEPI           PIC X(01).
              88 EPI-ABERTO         VALUE "A".
              88 EPI-ENCERRADO      VALUE "E".
           03 DESCEPI             PIC X(40).
           03 OPERABEPI           PIC 9(04).
           03 OPERFECEPI          PIC 9(04).
           03 FILLER              PIC X(20).
      *
       FD CADEPIVINC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPIVINC.DAT".
       01  REGEPIVINC.
           03 KEYEPIVINC.
              05 TIPOVINC         PIC X(01).
                 88 VINC-CONSULTA   VALUE "C".
                 88 VINC-EXAME      VALUE "E".
                 88 VINC-ENCAM      VALUE "N".
                 88 VINC-INTERN     VALUE "I".
              05 CHAVEVINC        PIC X(25).
           03 NUMEPIVINC          PIC 9(06).
           03 ORIGEMVINC          PIC X(01).
              88 VINC-AUTOMATICO    VALUE "A".
              88 VINC-MANUAL        VALUE "M".
              88 VINC-EXCLUIDO      VALUE "X".
           03 DATAREFVINC         PIC 9(08).
           03 DATAVINC            PIC 9(08).
           03 OPERVINC            PIC 9(04).
           03 FILLER              PIC X(10).
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
       FD CADCUSTOAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCUSTOAT.DAT".
       01  REGCUSTOAT.
           03 KEYCUSTOAT.
              05 CPFCUS           PIC 9(11).
              05 DATACUS.
                 07 DIACUS        PIC 9(02).
                 07 MESCUS        PIC 9(02).
                 07 ANOCUS        PIC 9(04).
              05 HORACUS          PIC 9(04).
           03 COMPCUS             PIC 9(06).
           03 CONVCUS             PIC 9(04).
           03 PLANOCUS            PIC 9(02).
           03 ESPECCUS            PIC 9(02).
           03 UNIDCUS             PIC 9(02).
           03 CRMCUS              PIC 9(06).
           03 RECEITACUS          PIC 9(07)V99.
           03 CUSTOMEDCUS         PIC 9(07)V99.
           03 REPASSECUS          PIC 9(07)V99.
           03 CUSTOEXCUS          PIC 9(07)V99.
           03 RATEIOCUS           PIC 9(07)V99.
           03 MARGEMCUS           PIC S9(07)V99.
           03 DATAAPURCUS         PIC 9(08).
           03 FILLER              PIC X(20).
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
      *
       FD CADTABCUSTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTABCUSTO.DAT".
       01  REGTABCUSTO.
           03 KEYTABCUSTO.
              05 TIPOTABCUSTO     PIC X(01).
                 88 CUSTO-UNIDADE   VALUE "U".
                 88 CUSTO-EXAME     VALUE "E".
              05 CODTABCUSTO      PIC 9(04).
           03 VALORTABCUSTO       PIC 9(06)V99.
           03 DATATABCUSTO        PIC 9(08).
           03 FILLER              PIC X(20).
      *
       FD CADCONTAINT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONTAINT.DAT".
       01  REGCONTAINT.
           03 KEYCONTAINT.
              05 CPFCONTA         PIC 9(11).
              05 DATACONTA        PIC 9(08).
              05 HORACONTA        PIC 9(04).
           03 QTDEDIARIAS         PIC 9(04).
           03 VALORDIACONTA       PIC 9(06)V99.
           03 TOTALCONTA          PIC 9(08)V99.
           03 STATUSCONTA         PIC X(01).
              88 CONTA-ABERTA       VALUE "A".
              88 CONTA-FATURADA     VALUE "F".
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
       FD RELEPITX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELEPISO.DOC".
       01 REGRELEPITX          PIC X(130).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 IND1          PIC 9(03) VALUE ZEROS.
       77 IND2          PIC 9(03) VALUE ZEROS.
       01 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-CUSTOATOK   PIC X(01) VALUE "N".
       01 W-ITEMOK      PIC X(01) VALUE "N".
       01 W-EXAMEOK     PIC X(01) VALUE "N".
       01 W-TABOK       PIC X(01) VALUE "N".
       01 W-CONTAOK     PIC X(01) VALUE "N".
       01 W-CONVOK      PIC X(01) VALUE "N".
      *---PARAMETROS DA TELA-------------------------------------------
       01 W-DATAINI     PIC 9(08) VALUE ZEROS.
       01 W-DATAFIM     PIC 9(08) VALUE ZEROS.
       01 W-SOENC       PIC X(01) VALUE "N".
      *---VINCULOS DO EPISODIO EM PROCESSAMENTO------------------------
       01 W-QTDVINC     PIC 9(03) VALUE ZEROS.
       01 TABVINCEPI.
          03 TBV-ITEM   OCCURS 300 TIMES.
             05 TBV-TIPO   PIC X(01).
             05 TBV-CHAVE  PIC X(25).
       01 W-CHAVECONS   PIC X(23) VALUE SPACES.
       01 W-CONSCUSTO   PIC X(01) VALUE "N".
       01 W-CHAVEINT.
          03 W-CPFINT      PIC 9(11).
          03 W-DIAINT      PIC 9(02).
          03 W-MESINT      PIC 9(02).
          03 W-ANOINT      PIC 9(04).
          03 W-HORAINT     PIC 9(04).
      *---VALORES DO EPISODIO------------------------------------------
       01 W-DIAS        PIC 9(05) VALUE ZEROS.
       01 W-DATAFIMEPI  PIC 9(08) VALUE ZEROS.
       01 W-QTDC        PIC 9(03) VALUE ZEROS.
       01 W-QTDE        PIC 9(03) VALUE ZEROS.
       01 W-QTDN        PIC 9(03) VALUE ZEROS.
       01 W-QTDI        PIC 9(03) VALUE ZEROS.
       01 W-RECEPI      PIC S9(09)V99 VALUE ZEROS.
       01 W-CUSTOEPI    PIC S9(09)V99 VALUE ZEROS.
       01 W-PARCIAL     PIC X(01) VALUE SPACES.
       01 W-QTDEPI      PIC 9(05) VALUE ZEROS.
       01 W-QTDPARC     PIC 9(05) VALUE ZEROS.
      *---RESUMO POR CONVENIO E CID (REFERENCIA PARA PACOTE)-----------
       01 W-QTDTBS      PIC 9(03) VALUE ZEROS.
       01 TABRESUMO.
          03 TBS-ITEM   OCCURS 200 TIMES.
             05 TBS-CONV   PIC 9(04).
             05 TBS-CID    PIC X(07).
             05 TBS-QTDE   PIC 9(05).
             05 TBS-DIAS   PIC 9(07).
             05 TBS-REC    PIC S9(11)V99.
             05 TBS-CUSTO  PIC S9(11)V99.
             05 TBS-MIN    PIC S9(09)V99.
             05 TBS-MAX    PIC S9(09)V99.
      *---LINHAS DO RELATORIO------------------------------------------
       01 CABEPI.
          03 FILLER PIC X(50) VALUE
          "HOSPITAL MAINFRAME *** CUSTO POR EPISODIO DE CUIDA".
          03 FILLER PIC X(18) VALUE "DO *** ABERTURA: ".
          03 DATAINICABTX   PIC 9(08).
          03 FILLER PIC X(03) VALUE " A ".
          03 DATAFIMCABTX   PIC 9(08).
          03 FILLER PIC X(08) VALUE "  DATA: ".
          03 DATACABTX      PIC 9(08).
       01 NOTAEPI.
          03 FILLER PIC X(50) VALUE
          "(CONSULTAS PELA APURACAO DO CUSTOAT; * = CONSULTA ".
          03 FILLER PIC X(50) VALUE
          "AINDA NAO APURADA, SO RECEITA E SEM CUSTO)        ".
       01 CABEPICOL.
          03 FILLER PIC X(50) VALUE
          "NUMERO CPF         CID     CONV ABERTURA ENCERRAM ".
          03 FILLER PIC X(50) VALUE
          " DIAS CON EXA ENC INT      RECEITA        CUSTO   ".
          03 FILLER PIC X(10) VALUE
          "    MARGEM".
       01 DETEPI.
          03 NUMEPITX       PIC 9(06).
          03 FILLER         PIC X(01) VALUE " ".
          03 CPFEPITX       PIC 9(11).
          03 FILLER         PIC X(01) VALUE " ".
          03 CIDEPITX       PIC X(07).
          03 FILLER         PIC X(01) VALUE " ".
          03 CONVEPITX      PIC 9(04).
          03 FILLER         PIC X(01) VALUE " ".
          03 DATAABEPITX    PIC 9(08).
          03 FILLER         PIC X(01) VALUE " ".
          03 DATAFECEPITX   PIC X(08).
          03 FILLER         PIC X(01) VALUE " ".
          03 DIASEPITX      PIC ZZZZ9.
          03 FILLER         PIC X(01) VALUE " ".
          03 QTDCEPITX      PIC ZZ9.
          03 FILLER         PIC X(01) VALUE " ".
          03 QTDEEPITX      PIC ZZ9.
          03 FILLER         PIC X(01) VALUE " ".
          03 QTDNEPITX      PIC ZZ9.
          03 FILLER         PIC X(01) VALUE " ".
          03 QTDIEPITX      PIC ZZ9.
          03 FILLER         PIC X(01) VALUE " ".
          03 RECEPITX       PIC -ZZZZZZZ9,99.
          03 FILLER         PIC X(01) VALUE " ".
          03 CUSTOEPITX     PIC -ZZZZZZZ9,99.
          03 FILLER         PIC X(01) VALUE " ".
          03 MARGEPITX      PIC -ZZZZZZZ9,99.
          03 FILLER         PIC X(01) VALUE " ".
          03 PARCEPITX      PIC X(01).
       01 TITRESUMO.
          03 FILLER PIC X(50) VALUE
          "*** RESUMO POR CONVENIO E CID (VALORES MEDIOS POR ".
          03 FILLER PIC X(30) VALUE
          "EPISODIO PARA PACOTE) ***     ".
       01 CABRESCOL.
          03 FILLER PIC X(50) VALUE
          "CONV NOME                 CID      QTDE  DIAS M   ".
          03 FILLER PIC X(50) VALUE
          " REC.MEDIA  CUSTO MEDIO MARGEM MEDIA CUSTO MINIMO ".
          03 FILLER PIC X(12) VALUE
          "CUSTO MAXIMO".
       01 DETRES.
          03 CONVRESTX      PIC 9(04).
          03 FILLER         PIC X(01) VALUE " ".
          03 NOMERESTX      PIC X(20).
          03 FILLER         PIC X(01) VALUE " ".
          03 CIDRESTX       PIC X(07).
          03 FILLER         PIC X(01) VALUE " ".
          03 QTDERESTX      PIC ZZZZ9.
          03 FILLER         PIC X(01) VALUE " ".
          03 DIASRESTX      PIC ZZZZ9,9.
          03 FILLER         PIC X(01) VALUE " ".
          03 RECRESTX       PIC -ZZZZZZZ9,99.
          03 FILLER         PIC X(01) VALUE " ".
          03 CUSTORESTX     PIC -ZZZZZZZ9,99.
          03 FILLER         PIC X(01) VALUE " ".
          03 MARGRESTX      PIC -ZZZZZZZ9,99.
          03 FILLER         PIC X(01) VALUE " ".
          03 MINRESTX       PIC -ZZZZZZZ9,99.
          03 FILLER         PIC X(01) VALUE " ".
          03 MAXRESTX       PIC -ZZZZZZZ9,99.
       01 TOTEPI.
          03 FILLER PIC X(22) VALUE "EPISODIOS LISTADOS  : ".
          03 QTDTOTTX       PIC ZZZZ9.
          03 FILLER PIC X(27) VALUE "   COM CONSULTA NAO APURADA".
          03 FILLER PIC X(03) VALUE " : ".
          03 PARCTOTTX      PIC ZZZZ9.
       01 W-MEDIA       PIC S9(09)V99 VALUE ZEROS.
       01 W-MEDIADIAS   PIC 9(05)V9 VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELARELEPI.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        CUSTO, RECEITA E DURACAO POR EPI".
           05  LINE 02  COLUMN 41
               VALUE  "SODIO DE CUIDADO".
           05  LINE 10  COLUMN 01
               VALUE  "   ABERTURA DE (AAAAMMDD) :".
           05  LINE 10  COLUMN 41
               VALUE  "ATE (AAAAMMDD) :".
           05  LINE 12  COLUMN 01
               VALUE  "   SO EPISODIOS ENCERRADOS (S/N) :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TW-DATAINI
               LINE 10  COLUMN 29  PIC 9(08)
               USING  W-DATAINI
               HIGHLIGHT.
           05  TW-DATAFIM
               LINE 10  COLUMN 58  PIC 9(08)
               USING  W-DATAFIM
               HIGHLIGHT.
           05  TW-SOENC
               LINE 12  COLUMN 36  PIC X(01)
               USING  W-SOENC
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-DATAHOJE TO W-DATAFIM
           MOVE "S" TO W-SOENC
           DISPLAY TELARELEPI.
       L1.
           ACCEPT TW-DATAINI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM2.
       L2.
           ACCEPT TW-DATAFIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L1.
           IF W-DATAFIM < W-DATAINI
              MOVE "DATA FINAL ANTERIOR A INICIAL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2.
       L3.
           ACCEPT TW-SOENC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L2.
           IF W-SOENC = "s"
              MOVE "S" TO W-SOENC.
           IF W-SOENC = "n"
              MOVE "N" TO W-SOENC.
           IF W-SOENC NOT = "S" AND W-SOENC NOT = "N"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L3.
       ABRIR-ARQUIVOS.
           OPEN INPUT CADEPISODIO
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO CADEPISODIO NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADEPIVINC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO CADEPIVINC NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADEPISODIO
              GO TO ROT-FIM2.
           OPEN INPUT CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONSU" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADEPISODIO CADEPIVINC
              GO TO ROT-FIM2.
           OPEN OUTPUT RELEPITX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELEPISO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADEPISODIO CADEPIVINC CADCONSU
              GO TO ROT-FIM2.
           OPEN INPUT CADCUSTOAT
           IF ST-ERRO = "00"
              MOVE "S" TO W-CUSTOATOK.
           OPEN INPUT CADCONSITEM
           IF ST-ERRO = "00"
              MOVE "S" TO W-ITEMOK.
           OPEN INPUT CADEXAME
           IF ST-ERRO = "00"
              MOVE "S" TO W-EXAMEOK.
           OPEN INPUT CADTABCUSTO
           IF ST-ERRO = "00"
              MOVE "S" TO W-TABOK.
           OPEN INPUT CADCONTAINT
           IF ST-ERRO = "00"
              MOVE "S" TO W-CONTAOK.
           OPEN INPUT CADCONV
           IF ST-ERRO = "00"
              MOVE "S" TO W-CONVOK.
           MOVE W-DATAINI TO DATAINICABTX
           MOVE W-DATAFIM TO DATAFIMCABTX
           MOVE W-DATAHOJE TO DATACABTX
           WRITE REGRELEPITX FROM CABEPI
           WRITE REGRELEPITX FROM NOTAEPI
           MOVE SPACES TO REGRELEPITX
           WRITE REGRELEPITX
           WRITE REGRELEPITX FROM CABEPICOL
           MOVE ZEROS TO W-QTDEPI W-QTDPARC W-QTDTBS.
      *----------------EPISODIOS ABERTOS NO PERIODO---------------------
       LER-EPISODIO.
           MOVE ZEROS TO NUMEPI
           START CADEPISODIO KEY IS NOT LESS KEYEPISODIO INVALID KEY
                 GO TO RESUMO.
       LER-EPISODIO1.
           READ CADEPISODIO NEXT
           IF ST-ERRO NOT = "00"
              GO TO RESUMO.
           IF DATAABEPI < W-DATAINI OR DATAABEPI > W-DATAFIM
              GO TO LER-EPISODIO1.
           IF W-SOENC = "S" AND NOT EPI-ENCERRADO
              GO TO LER-EPISODIO1.
           PERFORM CARREGA-VINCULOS THRU FIM-CARREGA-VINCULOS
           MOVE ZEROS TO W-QTDC W-QTDE W-QTDN W-QTDI
           MOVE ZEROS TO W-RECEPI W-CUSTOEPI
           MOVE SPACES TO W-PARCIAL
           MOVE 1 TO IND1
           PERFORM VALORIZA-VINCULO THRU FIM-VALORIZA-VINCULO
           MOVE W-DATAHOJE TO W-DATAFIMEPI
           IF EPI-ENCERRADO
              MOVE DATAFECEPI TO W-DATAFIMEPI.
           COMPUTE W-DIAS = FUNCTION INTEGER-OF-DATE (W-DATAFIMEPI)
                 - FUNCTION INTEGER-OF-DATE (DATAABEPI)
           MOVE NUMEPI TO NUMEPITX
           MOVE CPFEPI TO CPFEPITX
           MOVE CIDEPI TO CIDEPITX
           MOVE CONVEPI TO CONVEPITX
           MOVE DATAABEPI TO DATAABEPITX
           MOVE "ABERTO" TO DATAFECEPITX
           IF EPI-ENCERRADO
              MOVE DATAFECEPI TO DATAFECEPITX.
           MOVE W-DIAS TO DIASEPITX
           MOVE W-QTDC TO QTDCEPITX
           MOVE W-QTDE TO QTDEEPITX
           MOVE W-QTDN TO QTDNEPITX
           MOVE W-QTDI TO QTDIEPITX
           MOVE W-RECEPI TO RECEPITX
           MOVE W-CUSTOEPI TO CUSTOEPITX
           COMPUTE MARGEPITX = W-RECEPI - W-CUSTOEPI
           MOVE W-PARCIAL TO PARCEPITX
           WRITE REGRELEPITX FROM DETEPI
           ADD 1 TO W-QTDEPI
           IF W-PARCIAL NOT = SPACES
              ADD 1 TO W-QTDPARC.
           PERFORM ACUMULA-RESUMO THRU FIM-ACUMULA-RESUMO
           GO TO LER-EPISODIO1.
      *----------------RESUMO POR CONVENIO E CID-----------------------
       RESUMO.
           MOVE SPACES TO REGRELEPITX
           WRITE REGRELEPITX
           MOVE W-QTDEPI TO QTDTOTTX
           MOVE W-QTDPARC TO PARCTOTTX
           WRITE REGRELEPITX FROM TOTEPI
           MOVE SPACES TO REGRELEPITX
           WRITE REGRELEPITX
           WRITE REGRELEPITX FROM TITRESUMO
           WRITE REGRELEPITX FROM CABRESCOL
           MOVE 1 TO IND1.
       RESUMO1.
           IF IND1 > W-QTDTBS
              GO TO RESUMO2.
           MOVE TBS-CONV(IND1) TO CONVRESTX
           MOVE "PARTICULAR" TO NOMERESTX
           IF TBS-CONV(IND1) NOT = ZEROS
              MOVE "*** NAO CADASTRADO ***" TO NOMERESTX
              IF W-CONVOK = "S"
                 MOVE TBS-CONV(IND1) TO CODIGOCONV
                 READ CADCONV
                 IF ST-ERRO = "00"
                    MOVE NOMECONV TO NOMERESTX.
           MOVE TBS-CID(IND1) TO CIDRESTX
           MOVE TBS-QTDE(IND1) TO QTDERESTX
           COMPUTE W-MEDIADIAS ROUNDED = TBS-DIAS(IND1) / TBS-QTDE(IND1)
           MOVE W-MEDIADIAS TO DIASRESTX
           COMPUTE W-MEDIA ROUNDED = TBS-REC(IND1) / TBS-QTDE(IND1)
           MOVE W-MEDIA TO RECRESTX
           COMPUTE W-MEDIA ROUNDED = TBS-CUSTO(IND1) / TBS-QTDE(IND1)
           MOVE W-MEDIA TO CUSTORESTX
           COMPUTE W-MEDIA ROUNDED =
                   (TBS-REC(IND1) - TBS-CUSTO(IND1)) / TBS-QTDE(IND1)
           MOVE W-MEDIA TO MARGRESTX
           MOVE TBS-MIN(IND1) TO MINRESTX
           MOVE TBS-MAX(IND1) TO MAXRESTX
           WRITE REGRELEPITX FROM DETRES
           ADD 1 TO IND1
           GO TO RESUMO1.
       RESUMO2.
           MOVE "*** RELATORIO GERADO EM RELEPISO.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-FIM.
           CLOSE CADEPISODIO CADEPIVINC CADCONSU RELEPITX.
           IF W-CUSTOATOK = "S"
              CLOSE CADCUSTOAT.
           IF W-ITEMOK = "S"
              CLOSE CADCONSITEM.
           IF W-EXAMEOK = "S"
              CLOSE CADEXAME.
           IF W-TABOK = "S"
              CLOSE CADTABCUSTO.
           IF W-CONTAOK = "S"
              CLOSE CADCONTAINT.
           IF W-CONVOK = "S"
              CLOSE CADCONV.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
      *
      *****************************************
      * ROTINAS DE APOIO                      *
      *****************************************
      *
      *-----VINCULOS ATIVOS DO EPISODIO (SEM OS DESVINCULADOS)----------
       CARREGA-VINCULOS.
           MOVE ZEROS TO W-QTDVINC
           MOVE NUMEPI TO NUMEPIVINC
           START CADEPIVINC KEY IS NOT LESS NUMEPIVINC INVALID KEY
                 GO TO FIM-CARREGA-VINCULOS.
       CARREGA-VINCULOS1.
           READ CADEPIVINC NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-CARREGA-VINCULOS.
           IF NUMEPIVINC NOT = NUMEPI
              GO TO FIM-CARREGA-VINCULOS.
           IF VINC-EXCLUIDO
              GO TO CARREGA-VINCULOS1.
           IF W-QTDVINC > 299
              GO TO FIM-CARREGA-VINCULOS.
           ADD 1 TO W-QTDVINC
           MOVE TIPOVINC TO TBV-TIPO(W-QTDVINC)
           MOVE CHAVEVINC TO TBV-CHAVE(W-QTDVINC)
           GO TO CARREGA-VINCULOS1.
       FIM-CARREGA-VINCULOS.
           EXIT.
      *-----RECEITA E CUSTO DE CADA REGISTRO VINCULADO------------------
       VALORIZA-VINCULO.
           IF IND1 > W-QTDVINC
              GO TO FIM-VALORIZA-VINCULO.
           IF TBV-TIPO(IND1) = "C"
              ADD 1 TO W-QTDC
              PERFORM VALORIZA-CONSULTA THRU FIM-VALORIZA-CONSULTA.
           IF TBV-TIPO(IND1) = "E"
              ADD 1 TO W-QTDE
              PERFORM VALORIZA-EXAME THRU FIM-VALORIZA-EXAME.
           IF TBV-TIPO(IND1) = "N"
              ADD 1 TO W-QTDN.
           IF TBV-TIPO(IND1) = "I"
              ADD 1 TO W-QTDI
              PERFORM VALORIZA-INTERN THRU FIM-VALORIZA-INTERN.
           ADD 1 TO IND1
           GO TO VALORIZA-VINCULO.
       FIM-VALORIZA-VINCULO.
           EXIT.
      *-----CONSULTA: APURACAO DO CUSTOAT; SEM ELA, VALOR E ITENS------
       VALORIZA-CONSULTA.
           MOVE TBV-CHAVE(IND1) TO W-CHAVECONS
           IF W-CUSTOATOK = "S"
              MOVE W-CHAVECONS TO KEYCUSTOAT
              READ CADCUSTOAT
              IF ST-ERRO = "00"
                 ADD RECEITACUS TO W-RECEPI
                 ADD CUSTOMEDCUS REPASSECUS CUSTOEXCUS RATEIOCUS
                     TO W-CUSTOEPI
                 GO TO FIM-VALORIZA-CONSULTA.
           MOVE W-CHAVECONS TO KEYPRINCIPAL
           READ CADCONSU
           IF ST-ERRO NOT = "00"
              GO TO FIM-VALORIZA-CONSULTA.
           IF CANCELADA OR FALTOU
              GO TO FIM-VALORIZA-CONSULTA.
           MOVE "*" TO W-PARCIAL
           ADD VALOR TO W-RECEPI
           IF W-ITEMOK NOT = "S"
              GO TO FIM-VALORIZA-CONSULTA.
           MOVE W-CHAVECONS TO KEYCONSITEM (1: 23)
           MOVE ZEROS TO SEQITEM
           START CADCONSITEM KEY IS NOT LESS KEYCONSITEM INVALID KEY
                 GO TO FIM-VALORIZA-CONSULTA.
       VALORIZA-CONSULTA1.
           READ CADCONSITEM NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-VALORIZA-CONSULTA.
           IF KEYCONSITEM (1: 23) NOT = W-CHAVECONS
              GO TO FIM-VALORIZA-CONSULTA.
           ADD VALORITEM TO W-RECEPI
           GO TO VALORIZA-CONSULTA1.
       FIM-VALORIZA-CONSULTA.
           EXIT.
      *-----EXAME: CUSTO DO TIPO, SE A CONSULTA DO PEDIDO NAO ESTA NO--
      *-----EPISODIO JA APURADA (LA O CUSTO DO EXAME JA FOI SOMADO)----
       VALORIZA-EXAME.
           IF W-EXAMEOK NOT = "S" OR W-TABOK NOT = "S"
              GO TO FIM-VALORIZA-EXAME.
           MOVE TBV-CHAVE(IND1) (1: 23) TO W-CHAVECONS
           PERFORM VERIFICA-CONSULTA THRU FIM-VERIFICA-CONSULTA
           IF W-CONSCUSTO = "S"
              GO TO FIM-VALORIZA-EXAME.
           MOVE TBV-CHAVE(IND1) TO KEYEXAME
           READ CADEXAME
           IF ST-ERRO NOT = "00"
              GO TO FIM-VALORIZA-EXAME.
           IF NOT REALIZADO
              GO TO FIM-VALORIZA-EXAME.
           MOVE "E" TO TIPOTABCUSTO
           MOVE CODTIPOEX TO CODTABCUSTO
           READ CADTABCUSTO
           IF ST-ERRO = "00"
              ADD VALORTABCUSTO TO W-CUSTOEPI.
       FIM-VALORIZA-EXAME.
           EXIT.
      *-----INTERNACAO: CONTA DE DIARIAS (ABERTA OU JA FATURADA)-------
       VALORIZA-INTERN.
           IF W-CONTAOK NOT = "S"
              GO TO FIM-VALORIZA-INTERN.
           MOVE TBV-CHAVE(IND1) (1: 23) TO W-CHAVEINT
           MOVE W-CPFINT TO CPFCONTA
           COMPUTE DATACONTA = W-ANOINT * 10000 + W-MESINT * 100
                 + W-DIAINT
           MOVE W-HORAINT TO HORACONTA
           READ CADCONTAINT
           IF ST-ERRO = "00"
              ADD TOTALCONTA TO W-RECEPI.
       FIM-VALORIZA-INTERN.
           EXIT.
      *-----CONSULTA W-CHAVECONS VINCULADA AO EPISODIO?-----------------
      *-----W-CONSCUSTO: N NAO, V VINCULADA, S VINCULADA E APURADA-----
       VERIFICA-CONSULTA.
           MOVE "N" TO W-CONSCUSTO
           MOVE 1 TO IND2.
       VERIFICA-CONSULTA1.
           IF IND2 > W-QTDVINC
              GO TO FIM-VERIFICA-CONSULTA.
           IF TBV-TIPO(IND2) = "C"
              AND TBV-CHAVE(IND2) (1: 23) = W-CHAVECONS
              MOVE "V" TO W-CONSCUSTO
              GO TO VERIFICA-CONSULTA2.
           ADD 1 TO IND2
           GO TO VERIFICA-CONSULTA1.
       VERIFICA-CONSULTA2.
           IF W-CUSTOATOK NOT = "S"
              GO TO FIM-VERIFICA-CONSULTA.
           MOVE W-CHAVECONS TO KEYCUSTOAT
           READ CADCUSTOAT
           IF ST-ERRO = "00"
              MOVE "S" TO W-CONSCUSTO.
       FIM-VERIFICA-CONSULTA.
           EXIT.
      *-----ACUMULA O EPISODIO NO SEU CONVENIO E CID-------------------
       ACUMULA-RESUMO.
           MOVE 1 TO IND2.
       ACUMULA-RESUMO1.
           IF IND2 > W-QTDTBS
              GO TO ACUMULA-RESUMO2.
           IF TBS-CONV(IND2) = CONVEPI AND TBS-CID(IND2) = CIDEPI
              GO TO ACUMULA-RESUMO3.
           ADD 1 TO IND2
           GO TO ACUMULA-RESUMO1.
       ACUMULA-RESUMO2.
           IF W-QTDTBS > 199
              GO TO FIM-ACUMULA-RESUMO.
           ADD 1 TO W-QTDTBS
           MOVE W-QTDTBS TO IND2
           MOVE CONVEPI TO TBS-CONV(IND2)
           MOVE CIDEPI TO TBS-CID(IND2)
           MOVE ZEROS TO TBS-QTDE(IND2) TBS-DIAS(IND2)
           MOVE ZEROS TO TBS-REC(IND2) TBS-CUSTO(IND2)
           MOVE W-CUSTOEPI TO TBS-MIN(IND2) TBS-MAX(IND2).
       ACUMULA-RESUMO3.
           ADD 1 TO TBS-QTDE(IND2)
           ADD W-DIAS TO TBS-DIAS(IND2)
           ADD W-RECEPI TO TBS-REC(IND2)
           ADD W-CUSTOEPI TO TBS-CUSTO(IND2)
           IF W-CUSTOEPI < TBS-MIN(IND2)
              MOVE W-CUSTOEPI TO TBS-MIN(IND2).
           IF W-CUSTOEPI > TBS-MAX(IND2)
              MOVE W-CUSTOEPI TO TBS-MAX(IND2).
       FIM-ACUMULA-RESUMO.
           EXIT.
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
