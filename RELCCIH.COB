       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCCIH.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    VIGILANCIA DE INFECCAO HOSPITALAR (CCIH) DA COMPETENCIA:   *
      *    LISTA DE CULTURAS POSITIVAS COLHIDAS APOS 48 HORAS DA      *
      *    ENTRADA (SUSPEITA DE INFECCAO), E POR UNIDADE OS           *
      *    PACIENTES-DIA, DISPOSITIVOS-DIA E O CONSUMO DE             *
      *    ANTIMICROBIANOS EM DDD POR 1000 PACIENTES-DIA              *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADINTERN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYINTERN
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
       SELECT CADTIPOEXT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODTIPOEXT
                    FILE STATUS  IS ST-ERRO.
       SELECT CADMOVLEITO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYMOVLEITO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADDISPINT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYDISPINT
                    FILE STATUS  IS ST-ERRO.
       SELECT CADADMIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYADMIN
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPRESCINT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRESCINT
                    FILE STATUS  IS ST-ERRO.
       SELECT CADMEDICEXT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODMEDICEXT
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO.
       SELECT CADUNIDADE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODUNIDADE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADUSOKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYUSOKIT
                    FILE STATUS  IS ST-ERRO.
       SELECT CADKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODKIT
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DESCKIT
                       WITH DUPLICATES.
       SELECT RELCCIHTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADTIPOEXT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTIPOEXT.DAT".
       01  REGTIPOEXT.
           03 CODTIPOEXT          PIC 9(04).
           03 CULTURAEXT          PIC X(01).
           03 FILLER              PIC X(20).
      *
       FD CADMOVLEITO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMOVLEITO.DAT".
       01  REGMOVLEITO.
           03 KEYMOVLEITO.
              05 CPFMOVL          PIC 9(11).
              05 DATAINTMOVL      PIC 9(08).
              05 HORAINTMOVL      PIC 9(04).
              05 SEQMOVL          PIC 9(03).
           03 UNIDORIGMOVL        PIC 9(02).
           03 LEITOORIGMOVL       PIC 9(03).
           03 UNIDDESTMOVL        PIC 9(02).
           03 LEITODESTMOVL       PIC 9(03).
           03 DATAMOVL            PIC 9(08).
           03 HORAMOVL            PIC 9(04).
           03 MOTIVOMOVL          PIC X(30).
           03 OPERMOVL            PIC 9(04).
           03 DATAREGMOVL         PIC 9(08).
           03 HORAREGMOVL         PIC 9(06).
      *
       FD CADDISPINT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDISPINT.DAT".
       01  REGDISPINT.
           03 KEYDISPINT.
              05 CPFDISP          PIC 9(11).
              05 DATAINTDISP      PIC 9(08).
              05 HORAINTDISP      PIC 9(04).
              05 SEQDISP          PIC 9(02).
           03 TIPODISP            PIC 9(01).
              88 DISP-CVC           VALUE 1.
              88 DISP-SVD           VALUE 2.
              88 DISP-VM            VALUE 3.
           03 DATAINSDISP         PIC 9(08).
           03 DATARETDISP         PIC 9(08).
           03 OPERDISP            PIC 9(04).
           03 FILLER              PIC X(10).
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
       FD CADMEDICEXT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDICEXT.DAT".
       01  REGMEDICEXT.
           03 CODMEDICEXT         PIC 9(05).
           03 ANTIMICROBEXT       PIC X(01).
           03 GRAMASDOSEEXT       PIC 9(03)V9(03).
           03 DDDGRAMASEXT        PIC 9(03)V9(03).
           03 FILLER              PIC X(20).
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
      *---------KIT DA CME USADO NO PACIENTE----------------------------
       FD CADUSOKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUSOKIT.DAT".
       01  REGUSOKIT.
           03 KEYUSOKIT.
              05 CPFUSO           PIC 9(11).
              05 DATAUSO.
                 07 DIAUSO        PIC 9(02).
                 07 MESUSO        PIC 9(02).
                 07 ANOUSO        PIC 9(04).
              05 HORAUSO          PIC 9(04).
              05 SEQUSO           PIC 9(02).
              05 CODKITUSO        PIC 9(05).
           03 NUMCICLOUSO         PIC 9(06).
           03 VALIDADEUSO         PIC 9(08).
           03 DATAREGUSO          PIC 9(08).
           03 CODOPERUSO          PIC 9(04).
           03 FILLER              PIC X(10).
      *
       FD CADKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADKIT.DAT".
       01  REGKIT.
           03 CODKIT              PIC 9(05).
           03 DESCKIT             PIC X(30).
           03 TIPOKIT             PIC X(01).
           03 QTDEPECAKIT         PIC 9(03).
           03 ATIVOKIT            PIC X(01).
           03 STATUSKIT           PIC X(01).
           03 VALIDADEKIT         PIC 9(08).
           03 NUMCICLOKIT         PIC 9(06).
           03 FILLER              PIC X(15).
      *
       FD RELCCIHTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCCIH.DOC".
       01 REGRELCCIHTX         PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 IND1           PIC 9(03) VALUE ZEROS.
       77 IND2           PIC 9(03) VALUE ZEROS.
       01 W-MESCOMP      PIC 9(02) VALUE ZEROS.
       01 W-ANOCOMP      PIC 9(04) VALUE ZEROS.
       01 W-DATAHOJE     PIC 9(08) VALUE ZEROS.
       01 W-EXAOK        PIC X(01) VALUE "N".
       01 W-LIBOK        PIC X(01) VALUE "N".
       01 W-TEXTOK       PIC X(01) VALUE "N".
       01 W-MOVOK        PIC X(01) VALUE "N".
       01 W-DISPOK       PIC X(01) VALUE "N".
       01 W-ADMOK        PIC X(01) VALUE "N".
       01 W-PRESCOK      PIC X(01) VALUE "N".
       01 W-MEXTOK       PIC X(01) VALUE "N".
       01 W-PACIOK       PIC X(01) VALUE "N".
       01 W-UNIDOK       PIC X(01) VALUE "N".
       01 W-USOKITOK     PIC X(01) VALUE "N".
       01 W-KITOK        PIC X(01) VALUE "N".
       01 W-DATAUSOAMD   PIC 9(08) VALUE ZEROS.
      *---LIMITES DA COMPETENCIA (1O DIA DO MES E DO MES SEGUINTE)------
       01 W-MESABS       PIC 9(06) VALUE ZEROS.
       01 W-ANOK         PIC 9(04) VALUE ZEROS.
       01 W-MESK         PIC 9(02) VALUE ZEROS.
       01 W-JULINIMES    PIC 9(07) VALUE ZEROS.
       01 W-JULFIMMES    PIC 9(07) VALUE ZEROS.
      *---INTERNACAO CORRENTE E SEUS TRECHOS DE LEITO-----------------
       01 W-DATAFIMINT   PIC 9(08) VALUE ZEROS.
       01 W-JULENT       PIC 9(07) VALUE ZEROS.
       01 W-JULALTA      PIC 9(07) VALUE ZEROS.
       01 W-DATAINTAMD   PIC 9(08) VALUE ZEROS.
       01 W-PRIMMOV      PIC X(01) VALUE "S".
       01 W-INICIOTR     PIC 9(08) VALUE ZEROS.
       01 W-UNIDTR       PIC 9(02) VALUE ZEROS.
       01 W-QTDTR        PIC 9(02) VALUE ZEROS.
       01 TABTRECHO.
          03 TBR-LINHA OCCURS 50 TIMES.
             05 TBR-UNID      PIC 9(02).
             05 TBR-JULINI    PIC 9(07).
             05 TBR-JULFIM    PIC 9(07).
       01 W-JULA         PIC 9(07) VALUE ZEROS.
       01 W-JULB         PIC 9(07) VALUE ZEROS.
       01 W-DIASSOMA     PIC S9(07) VALUE ZEROS.
      *---DISPOSITIVO, EXAME E ADMINISTRACAO EM ANALISE----------------
       01 W-JULINSDISP   PIC 9(07) VALUE ZEROS.
       01 W-JULRETDISP   PIC 9(07) VALUE ZEROS.
       01 W-DATACOLETA   PIC 9(08) VALUE ZEROS.
       01 W-JULCOLETA    PIC 9(07) VALUE ZEROS.
       01 W-MINUTOS      PIC S9(09) VALUE ZEROS.
       01 W-HH           PIC 9(02) VALUE ZEROS.
       01 W-MM           PIC 9(02) VALUE ZEROS.
       01 W-JULEVENTO    PIC 9(07) VALUE ZEROS.
       01 W-UNIDEVENTO   PIC 9(02) VALUE ZEROS.
       01 W-JULADM       PIC 9(07) VALUE ZEROS.
       01 W-LINHAANT     PIC 9(02) VALUE ZEROS.
       01 W-ANTIMICROB   PIC X(01) VALUE "N".
       01 W-DDDDOSE      PIC 9(03)V9(04) VALUE ZEROS.
      *---ACUMULADORES POR UNIDADE NA COMPETENCIA---------------------
       01 TABUNID.
          03 TBU-LINHA OCCURS 99 TIMES.
             05 TBU-PACDIAS   PIC 9(07).
             05 TBU-DISPDIAS  PIC 9(07) OCCURS 3 TIMES.
             05 TBU-DDD       PIC 9(07)V9(04).
             05 TBU-SUSPEITOS PIC 9(05).
       01 W-QTDSUSPEITOS PIC 9(05) VALUE ZEROS.
       01 W-TOTPACDIAS   PIC 9(07) VALUE ZEROS.
       01 W-TOTDISPDIAS  PIC 9(07) OCCURS 3 TIMES.
       01 W-TOTDDD       PIC 9(07)V9(04) VALUE ZEROS.
       01 W-TOTSUSP      PIC 9(05) VALUE ZEROS.
       01 W-DDDPOR1000   PIC 9(05)V99 VALUE ZEROS.
      *---LINHAS DO RELATORIO-----------------------------------------
       01 CAB0.
          03 FILLER PIC X(50) VALUE
          "HOSPITAL MAINFRAME *** VIGILANCIA CCIH **********".
          03 FILLER PIC X(16) VALUE "*  COMPETENCIA: ".
          03 MESCOMPTX    PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 ANOCOMPTX    PIC 9(04).
       01 CABPARTE.
          03 TITULOPARTETX  PIC X(70).
       01 CABSUSP.
          03 FILLER PIC X(50) VALUE
          "CPF         NOME DO PACIENTE          UN LEI ENTRA".
          03 FILLER PIC X(50) VALUE
          "DA  COLETA   HORAS EXAME / RESULTADO".
       01 DETSUSP.
          03 CPFSUSPTX      PIC 9(11).
          03 FILLER         PIC X(01) VALUE " ".
          03 NOMESUSPTX     PIC X(25).
          03 FILLER         PIC X(01) VALUE " ".
          03 UNIDSUSPTX     PIC 9(02).
          03 FILLER         PIC X(01) VALUE " ".
          03 LEITOSUSPTX    PIC 9(03).
          03 FILLER         PIC X(01) VALUE " ".
          03 ENTSUSPTX      PIC 9(08).
          03 FILLER         PIC X(01) VALUE " ".
          03 COLSUSPTX      PIC 9(08).
          03 FILLER         PIC X(01) VALUE " ".
          03 HORASSUSPTX    PIC ZZZZ9.
          03 FILLER         PIC X(01) VALUE " ".
          03 EXAMESUSPTX    PIC X(30).
       01 DETRESULT.
          03 FILLER         PIC X(20) VALUE SPACES.
          03 FILLER         PIC X(11) VALUE "RESULTADO: ".
          03 RESULTSUSPTX   PIC X(60).
       01 DETKITSUSP.
          03 FILLER         PIC X(20) VALUE SPACES.
          03 FILLER         PIC X(11) VALUE "KIT CME  : ".
          03 KITSUSPTX      PIC 9(05).
          03 FILLER         PIC X(01) VALUE " ".
          03 DESCKITSUSPTX  PIC X(30).
          03 FILLER         PIC X(08) VALUE " CARGA: ".
          03 CICLOSUSPTX    PIC 9(06).
          03 FILLER         PIC X(06) VALUE " USO: ".
          03 USOSUSPTX      PIC 9(08).
       01 CABUNID.
          03 FILLER PIC X(50) VALUE
          "UN NOME DA UNIDADE        PAC-DIA CVC-DIA SVD-DIA ".
          03 FILLER PIC X(50) VALUE
          " VM-DIA       DDD DDD/1000PD SUSP.".
       01 DETUNID.
          03 UNIDCCIHTX     PIC 9(02).
          03 FILLER         PIC X(01) VALUE " ".
          03 NOMEUNIDTX     PIC X(22).
          03 FILLER         PIC X(01) VALUE " ".
          03 PACDIASTX      PIC ZZZZZZ9.
          03 FILLER         PIC X(01) VALUE " ".
          03 CVCDIASTX      PIC ZZZZZZ9.
          03 FILLER         PIC X(01) VALUE " ".
          03 SVDDIASTX      PIC ZZZZZZ9.
          03 FILLER         PIC X(01) VALUE " ".
          03 VMDIASTX       PIC ZZZZZZ9.
          03 FILLER         PIC X(01) VALUE " ".
          03 DDDTX          PIC ZZZZZ9,99.
          03 FILLER         PIC X(01) VALUE " ".
          03 DDD1000TX      PIC ZZZZZZ9,99.
          03 FILLER         PIC X(01) VALUE " ".
          03 SUSPTX         PIC ZZZZ9.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELARELCCIH.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          VIGILANCIA DE INFECCAO HOSPITA".
           05  LINE 02  COLUMN 41
               VALUE  "LAR (CCIH)".
           05  LINE 10  COLUMN 01
               VALUE  "   COMPETENCIA (MM AAAA) :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TW-MESCOMP
               LINE 10  COLUMN 29  PIC 9(02)
               USING  W-MESCOMP
               HIGHLIGHT.
           05  TW-ANOCOMP
               LINE 10  COLUMN 32  PIC 9(04)
               USING  W-ANOCOMP
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           DISPLAY TELARELCCIH.
       L1.
           ACCEPT TW-MESCOMP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM2.
           IF W-MESCOMP = ZEROS OR W-MESCOMP > 12
              MOVE "O MES INSERIDO NAO EXISTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
       L2.
           ACCEPT TW-ANOCOMP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L1.
           IF W-ANOCOMP < 1601
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2.
       ABRIR-ARQUIVOS.
           OPEN INPUT CADINTERN
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADINTERN" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN OUTPUT RELCCIHTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELCCIH" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADINTERN
              GO TO ROT-FIM2.
           OPEN INPUT CADEXAME
           IF ST-ERRO = "00"
              MOVE "S" TO W-EXAOK.
           OPEN INPUT CADLIBEX
           IF ST-ERRO = "00"
              MOVE "S" TO W-LIBOK.
           OPEN INPUT CADTIPOEXT
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEXTOK.
           OPEN INPUT CADMOVLEITO
           IF ST-ERRO = "00"
              MOVE "S" TO W-MOVOK.
           OPEN INPUT CADDISPINT
           IF ST-ERRO = "00"
              MOVE "S" TO W-DISPOK.
           OPEN INPUT CADADMIN
           IF ST-ERRO = "00"
              MOVE "S" TO W-ADMOK.
           OPEN INPUT CADPRESCINT
           IF ST-ERRO = "00"
              MOVE "S" TO W-PRESCOK.
           OPEN INPUT CADMEDICEXT
           IF ST-ERRO = "00"
              MOVE "S" TO W-MEXTOK.
           OPEN INPUT CADPACI
           IF ST-ERRO = "00"
              MOVE "S" TO W-PACIOK.
           OPEN INPUT CADUNIDADE
           IF ST-ERRO = "00"
              MOVE "S" TO W-UNIDOK.
           OPEN INPUT CADUSOKIT
           IF ST-ERRO = "00"
              MOVE "S" TO W-USOKITOK.
           OPEN INPUT CADKIT
           IF ST-ERRO = "00"
              MOVE "S" TO W-KITOK.
           MOVE ZEROS TO TABUNID.
      *----------------LIMITES DA COMPETENCIA---------------------------
           COMPUTE W-JULINIMES = FUNCTION INTEGER-OF-DATE
                 (W-ANOCOMP * 10000 + W-MESCOMP * 100 + 1)
           COMPUTE W-MESABS = W-ANOCOMP * 12 + W-MESCOMP
           DIVIDE W-MESABS BY 12 GIVING W-ANOK REMAINDER W-MESK
           ADD 1 TO W-MESK
           COMPUTE W-JULFIMMES = FUNCTION INTEGER-OF-DATE
                 (W-ANOK * 10000 + W-MESK * 100 + 1)
           MOVE W-MESCOMP TO MESCOMPTX
           MOVE W-ANOCOMP TO ANOCOMPTX
           WRITE REGRELCCIHTX FROM CAB0
           MOVE SPACES TO REGRELCCIHTX
           WRITE REGRELCCIHTX
           MOVE "*** CULTURAS POSITIVAS APOS 48H DA ENTRADA ***"
              TO TITULOPARTETX
           WRITE REGRELCCIHTX FROM CABPARTE
           WRITE REGRELCCIHTX FROM CABSUSP.
      *----------------VARRER AS INTERNACOES DA COMPETENCIA-------------
       VARRE.
           MOVE ZEROS TO CPFINTERN DATAINTERN HORAINTERN
           START CADINTERN KEY IS NOT LESS KEYINTERN INVALID KEY
                 GO TO IMPRIME.
       VARRE1.
           READ CADINTERN NEXT
           IF ST-ERRO NOT = "00"
              GO TO IMPRIME.
           IF DATAENTRADA = ZEROS
              GO TO VARRE1.
           IF DATAALTA NOT = ZEROS
              MOVE DATAALTA TO W-DATAFIMINT
           ELSE
              MOVE W-DATAHOJE TO W-DATAFIMINT.
           COMPUTE W-JULENT = FUNCTION INTEGER-OF-DATE(DATAENTRADA)
           COMPUTE W-JULALTA = FUNCTION INTEGER-OF-DATE(W-DATAFIMINT)
           IF W-JULALTA < W-JULINIMES OR W-JULENT NOT < W-JULFIMMES
              GO TO VARRE1.
           COMPUTE W-DATAINTAMD = ANOINTERN * 10000 + MESINTERN * 100
                 + DIAINTERN
           PERFORM MONTA-TRECHOS THRU FIM-MONTA-TRECHOS
           PERFORM SOMA-PACDIAS THRU FIM-SOMA-PACDIAS
           IF W-DISPOK = "S"
              PERFORM SOMA-DISPOSITIVOS THRU FIM-SOMA-DISPOSITIVOS.
           IF W-EXAOK = "S" AND W-TEXTOK = "S"
              PERFORM VERIFICA-CULTURAS THRU FIM-VERIFICA-CULTURAS.
           IF W-ADMOK = "S" AND W-PRESCOK = "S" AND W-MEXTOK = "S"
              PERFORM SOMA-ANTIMICROB THRU FIM-SOMA-ANTIMICROB.
           GO TO VARRE1.
      *-----TRECHOS DE LEITO DA INTERNACAO (UNIDADE E PERIODO)----------
       MONTA-TRECHOS.
           MOVE ZEROS TO W-QTDTR
           MOVE DATAENTRADA TO W-INICIOTR
           MOVE UNIDINT TO W-UNIDTR
           MOVE "S" TO W-PRIMMOV
           IF W-MOVOK NOT = "S"
              GO TO MONTA-TRECHOS3.
           MOVE CPFINTERN TO CPFMOVL
           MOVE W-DATAINTAMD TO DATAINTMOVL
           MOVE HORAINTERN TO HORAINTMOVL
           MOVE ZEROS TO SEQMOVL
           START CADMOVLEITO KEY IS NOT LESS KEYMOVLEITO INVALID KEY
                 GO TO MONTA-TRECHOS3.
       MONTA-TRECHOS1.
           READ CADMOVLEITO NEXT
           IF ST-ERRO NOT = "00"
              GO TO MONTA-TRECHOS3.
           IF CPFMOVL NOT = CPFINTERN OR DATAINTMOVL NOT = W-DATAINTAMD
                 OR HORAINTMOVL NOT = HORAINTERN
              GO TO MONTA-TRECHOS3.
           IF W-PRIMMOV = "S"
              MOVE "N" TO W-PRIMMOV
              MOVE UNIDORIGMOVL TO W-UNIDTR.
           IF W-QTDTR < 49
              ADD 1 TO W-QTDTR
              MOVE W-UNIDTR TO TBR-UNID(W-QTDTR)
              COMPUTE TBR-JULINI(W-QTDTR) =
                    FUNCTION INTEGER-OF-DATE(W-INICIOTR)
              COMPUTE TBR-JULFIM(W-QTDTR) =
                    FUNCTION INTEGER-OF-DATE(DATAMOVL).
           MOVE DATAMOVL TO W-INICIOTR
           MOVE UNIDDESTMOVL TO W-UNIDTR
           GO TO MONTA-TRECHOS1.
       MONTA-TRECHOS3.
           ADD 1 TO W-QTDTR
           MOVE UNIDINT TO TBR-UNID(W-QTDTR)
           COMPUTE TBR-JULINI(W-QTDTR) =
                 FUNCTION INTEGER-OF-DATE(W-INICIOTR)
           MOVE W-JULALTA TO TBR-JULFIM(W-QTDTR).
       FIM-MONTA-TRECHOS.
           EXIT.
      *-----PACIENTES-DIA DE CADA TRECHO DENTRO DA COMPETENCIA----------
       SOMA-PACDIAS.
           MOVE 1 TO IND1.
       SOMA-PACDIAS1.
           IF IND1 > W-QTDTR
              GO TO FIM-SOMA-PACDIAS.
           MOVE TBR-JULINI(IND1) TO W-JULA
           IF W-JULA < W-JULINIMES
              MOVE W-JULINIMES TO W-JULA.
           MOVE TBR-JULFIM(IND1) TO W-JULB
           IF W-JULB > W-JULFIMMES
              MOVE W-JULFIMMES TO W-JULB.
           COMPUTE W-DIASSOMA = W-JULB - W-JULA
           IF W-DIASSOMA > ZEROS AND TBR-UNID(IND1) > ZEROS
              ADD W-DIASSOMA TO TBU-PACDIAS(TBR-UNID(IND1)).
           ADD 1 TO IND1
           GO TO SOMA-PACDIAS1.
       FIM-SOMA-PACDIAS.
           EXIT.
      *-----DISPOSITIVOS-DIA: DISPOSITIVO X TRECHO X COMPETENCIA--------
       SOMA-DISPOSITIVOS.
           MOVE CPFINTERN TO CPFDISP
           MOVE W-DATAINTAMD TO DATAINTDISP
           MOVE HORAINTERN TO HORAINTDISP
           MOVE ZEROS TO SEQDISP
           START CADDISPINT KEY IS NOT LESS KEYDISPINT INVALID KEY
                 GO TO FIM-SOMA-DISPOSITIVOS.
       SOMA-DISPOSITIVOS1.
           READ CADDISPINT NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-SOMA-DISPOSITIVOS.
           IF CPFDISP NOT = CPFINTERN OR DATAINTDISP NOT = W-DATAINTAMD
                 OR HORAINTDISP NOT = HORAINTERN
              GO TO FIM-SOMA-DISPOSITIVOS.
           IF TIPODISP = ZEROS OR TIPODISP > 3 OR DATAINSDISP = ZEROS
              GO TO SOMA-DISPOSITIVOS1.
           COMPUTE W-JULINSDISP = FUNCTION INTEGER-OF-DATE(DATAINSDISP)
           IF DATARETDISP = ZEROS
              MOVE W-JULALTA TO W-JULRETDISP
           ELSE
              COMPUTE W-JULRETDISP =
                    FUNCTION INTEGER-OF-DATE(DATARETDISP).
           MOVE 1 TO IND1.
       SOMA-DISPOSITIVOS2.
           IF IND1 > W-QTDTR
              GO TO SOMA-DISPOSITIVOS1.
           MOVE TBR-JULINI(IND1) TO W-JULA
           IF W-JULA < W-JULINIMES
              MOVE W-JULINIMES TO W-JULA.
           IF W-JULA < W-JULINSDISP
              MOVE W-JULINSDISP TO W-JULA.
           MOVE TBR-JULFIM(IND1) TO W-JULB
           IF W-JULB > W-JULFIMMES
              MOVE W-JULFIMMES TO W-JULB.
           IF W-JULB > W-JULRETDISP
              MOVE W-JULRETDISP TO W-JULB.
           COMPUTE W-DIASSOMA = W-JULB - W-JULA
           IF W-DIASSOMA > ZEROS AND TBR-UNID(IND1) > ZEROS
              ADD W-DIASSOMA TO
                    TBU-DISPDIAS(TBR-UNID(IND1), TIPODISP).
           ADD 1 TO IND1
           GO TO SOMA-DISPOSITIVOS2.
       FIM-SOMA-DISPOSITIVOS.
           EXIT.
      *-----CULTURAS POSITIVAS COLHIDAS NA COMPETENCIA APOS 48H---------
       VERIFICA-CULTURAS.
           MOVE CPFINTERN TO CPFEXAME
           MOVE ZEROS TO DATAEXAME HORAEXAME NUMLINHAEX
           START CADEXAME KEY IS NOT LESS KEYEXAME INVALID KEY
                 GO TO FIM-VERIFICA-CULTURAS.
       VERIFICA-CULTURAS1.
           READ CADEXAME NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-VERIFICA-CULTURAS.
           IF CPFEXAME NOT = CPFINTERN
              GO TO FIM-VERIFICA-CULTURAS.
           IF NOT REALIZADO OR FLAGANORMAL NOT = "S"
              GO TO VERIFICA-CULTURAS1.
      *-----CULTURA AINDA NAO LIBERADA NAO ENTRA COMO SUSPEITA----------
           IF W-LIBOK = "S"
              MOVE KEYEXAME TO KEYLIBEX
              READ CADLIBEX
              IF ST-ERRO = "00"
                 IF NOT LIB-LIBERADO
                    GO TO VERIFICA-CULTURAS1.
           MOVE CODTIPOEX TO CODTIPOEXT
           READ CADTIPOEXT
           IF ST-ERRO NOT = "00" OR CULTURAEXT NOT = "S"
              GO TO VERIFICA-CULTURAS1.
           IF DATAREALIZADA NOT = ZEROS
              COMPUTE W-DATACOLETA = ANOREALIZADA * 10000
                    + MESREALIZADA * 100 + DIAREALIZADA
           ELSE
              COMPUTE W-DATACOLETA = ANOEXAME * 10000
                    + MESEXAME * 100 + DIAEXAME.
           IF W-DATACOLETA < DATAENTRADA OR W-DATACOLETA > W-DATAFIMINT
              GO TO VERIFICA-CULTURAS1.
           COMPUTE W-JULCOLETA = FUNCTION INTEGER-OF-DATE(W-DATACOLETA)
           IF W-JULCOLETA < W-JULINIMES OR W-JULCOLETA NOT < W-JULFIMMES
              GO TO VERIFICA-CULTURAS1.
           DIVIDE HORAEXAME BY 100 GIVING W-HH REMAINDER W-MM
           COMPUTE W-MINUTOS = (W-JULCOLETA - W-JULENT) * 1440
                 + W-HH * 60 + W-MM
           DIVIDE HORAENTRADA BY 100 GIVING W-HH REMAINDER W-MM
           COMPUTE W-MINUTOS = W-MINUTOS - W-HH * 60 - W-MM
           IF W-MINUTOS NOT > 2880
              GO TO VERIFICA-CULTURAS1.
           MOVE W-JULCOLETA TO W-JULEVENTO
           PERFORM BUSCA-UNIDADE THRU FIM-BUSCA-UNIDADE
           IF W-UNIDEVENTO > ZEROS
              ADD 1 TO TBU-SUSPEITOS(W-UNIDEVENTO).
           ADD 1 TO W-QTDSUSPEITOS
           MOVE CPFINTERN TO CPFSUSPTX
           MOVE SPACES TO NOMESUSPTX
           IF W-PACIOK = "S"
              MOVE CPFINTERN TO CPF
              READ CADPACI
              IF ST-ERRO = "00"
                 MOVE NOMEPACIENTE TO NOMESUSPTX.
           MOVE W-UNIDEVENTO TO UNIDSUSPTX
           MOVE LEITOINT TO LEITOSUSPTX
           MOVE DATAENTRADA TO ENTSUSPTX
           MOVE W-DATACOLETA TO COLSUSPTX
           COMPUTE HORASSUSPTX = W-MINUTOS / 60
           MOVE TIPOEXAME TO EXAMESUSPTX
           WRITE REGRELCCIHTX FROM DETSUSP
           MOVE RESULTADO TO RESULTSUSPTX
           WRITE REGRELCCIHTX FROM DETRESULT
           IF W-USOKITOK = "S"
              PERFORM KITS-SUSPEITO THRU FIM-KITS-SUSPEITO.
           GO TO VERIFICA-CULTURAS1.
       FIM-VERIFICA-CULTURAS.
           EXIT.
      *-----KITS DA CME USADOS ENTRE A ENTRADA E A COLETA---------------
       KITS-SUSPEITO.
           MOVE CPFINTERN TO CPFUSO
           MOVE ZEROS TO DATAUSO HORAUSO SEQUSO CODKITUSO
           START CADUSOKIT KEY IS NOT LESS KEYUSOKIT INVALID KEY
                 GO TO FIM-KITS-SUSPEITO.
       KITS-SUSPEITO1.
           READ CADUSOKIT NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-KITS-SUSPEITO.
           IF CPFUSO NOT = CPFINTERN
              GO TO FIM-KITS-SUSPEITO.
           COMPUTE W-DATAUSOAMD = ANOUSO * 10000 + MESUSO * 100
                 + DIAUSO
           IF W-DATAUSOAMD < DATAENTRADA OR W-DATAUSOAMD > W-DATACOLETA
              GO TO KITS-SUSPEITO1.
           MOVE CODKITUSO TO KITSUSPTX
           MOVE SPACES TO DESCKITSUSPTX
           IF W-KITOK = "S"
              MOVE CODKITUSO TO CODKIT
              READ CADKIT
              IF ST-ERRO = "00"
                 MOVE DESCKIT TO DESCKITSUSPTX.
           MOVE NUMCICLOUSO TO CICLOSUSPTX
           MOVE W-DATAUSOAMD TO USOSUSPTX
           WRITE REGRELCCIHTX FROM DETKITSUSP
           GO TO KITS-SUSPEITO1.
       FIM-KITS-SUSPEITO.
           EXIT.
      *-----DDD DOS ANTIMICROBIANOS ADMINISTRADOS NA COMPETENCIA--------
      *-----(UMA DOSE DO CATALOGO POR ADMINISTRACAO CHECADA)------------
       SOMA-ANTIMICROB.
           MOVE 99 TO W-LINHAANT
           MOVE "N" TO W-ANTIMICROB
           MOVE CPFINTERN TO CPFADM
           MOVE W-DATAINTAMD TO DATAINTADM
           MOVE HORAINTERN TO HORAINTADM
           MOVE ZEROS TO LINHAADM DATAADM HORAADM
           START CADADMIN KEY IS NOT LESS KEYADMIN INVALID KEY
                 GO TO FIM-SOMA-ANTIMICROB.
       SOMA-ANTIMICROB1.
           READ CADADMIN NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-SOMA-ANTIMICROB.
           IF CPFADM NOT = CPFINTERN OR DATAINTADM NOT = W-DATAINTAMD
                 OR HORAINTADM NOT = HORAINTERN
              GO TO FIM-SOMA-ANTIMICROB.
           IF NOT ADM-ADMINISTRADO OR DATAADM = ZEROS
              GO TO SOMA-ANTIMICROB1.
           COMPUTE W-JULADM = FUNCTION INTEGER-OF-DATE(DATAADM)
           IF W-JULADM < W-JULINIMES OR W-JULADM NOT < W-JULFIMMES
              GO TO SOMA-ANTIMICROB1.
           IF LINHAADM NOT = W-LINHAANT
              PERFORM LER-ANTIMICROB THRU FIM-LER-ANTIMICROB.
           IF W-ANTIMICROB NOT = "S"
              GO TO SOMA-ANTIMICROB1.
           MOVE W-JULADM TO W-JULEVENTO
           PERFORM BUSCA-UNIDADE THRU FIM-BUSCA-UNIDADE
           IF W-UNIDEVENTO > ZEROS
              ADD W-DDDDOSE TO TBU-DDD(W-UNIDEVENTO).
           GO TO SOMA-ANTIMICROB1.
       FIM-SOMA-ANTIMICROB.
           EXIT.
      *-----MEDICAMENTO DA LINHA DE PRESCRICAO E SUA DDD NO CATALOGO----
       LER-ANTIMICROB.
           MOVE LINHAADM TO W-LINHAANT
           MOVE "N" TO W-ANTIMICROB
           MOVE ZEROS TO W-DDDDOSE
           MOVE CPFADM TO CPFPI
           MOVE DATAINTADM TO DATAINTPI
           MOVE HORAINTADM TO HORAINTPI
           MOVE LINHAADM TO LINHAPI
           READ CADPRESCINT
           IF ST-ERRO NOT = "00"
              GO TO FIM-LER-ANTIMICROB.
           MOVE CODMEDICPI TO CODMEDICEXT
           READ CADMEDICEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-LER-ANTIMICROB.
           IF ANTIMICROBEXT = "S" AND DDDGRAMASEXT > ZEROS
              MOVE "S" TO W-ANTIMICROB
              COMPUTE W-DDDDOSE ROUNDED =
                    GRAMASDOSEEXT / DDDGRAMASEXT.
       FIM-LER-ANTIMICROB.
           EXIT.
      *-----UNIDADE ONDE O PACIENTE ESTAVA NO DIA DO EVENTO-------------
       BUSCA-UNIDADE.
           MOVE TBR-UNID(W-QTDTR) TO W-UNIDEVENTO
           MOVE 1 TO IND2.
       BUSCA-UNIDADE1.
           IF IND2 > W-QTDTR
              GO TO FIM-BUSCA-UNIDADE.
           IF W-JULEVENTO NOT < TBR-JULINI(IND2)
                 AND W-JULEVENTO < TBR-JULFIM(IND2)
              MOVE TBR-UNID(IND2) TO W-UNIDEVENTO
              GO TO FIM-BUSCA-UNIDADE.
           ADD 1 TO IND2
           GO TO BUSCA-UNIDADE1.
       FIM-BUSCA-UNIDADE.
           EXIT.
      *----------------QUADRO POR UNIDADE DA COMPETENCIA----------------
       IMPRIME.
           IF W-QTDSUSPEITOS = ZEROS
              MOVE "NENHUMA CULTURA POSITIVA APOS 48H NA COMPETENCIA"
                 TO TITULOPARTETX
              WRITE REGRELCCIHTX FROM CABPARTE.
           MOVE SPACES TO REGRELCCIHTX
           WRITE REGRELCCIHTX
           MOVE "*** DISPOSITIVOS-DIA E ANTIMICROBIANOS POR UNIDADE ***"
              TO TITULOPARTETX
           WRITE REGRELCCIHTX FROM CABPARTE
           WRITE REGRELCCIHTX FROM CABUNID
           MOVE ZEROS TO W-TOTPACDIAS W-TOTDDD W-TOTSUSP
           MOVE ZEROS TO W-TOTDISPDIAS(1) W-TOTDISPDIAS(2)
           MOVE ZEROS TO W-TOTDISPDIAS(3)
           MOVE 1 TO IND1.
       IMPRIME1.
           IF IND1 > 99
              GO TO IMPRIME-TOTAL.
           IF TBU-PACDIAS(IND1) = ZEROS AND TBU-DDD(IND1) = ZEROS
                 AND TBU-SUSPEITOS(IND1) = ZEROS
              ADD 1 TO IND1
              GO TO IMPRIME1.
           MOVE IND1 TO UNIDCCIHTX
           MOVE SPACES TO NOMEUNIDTX
           IF W-UNIDOK = "S"
              MOVE IND1 TO CODUNIDADE
              READ CADUNIDADE
              IF ST-ERRO = "00"
                 MOVE NOMEUNIDADE TO NOMEUNIDTX.
           ADD TBU-PACDIAS(IND1) TO W-TOTPACDIAS
           ADD TBU-DISPDIAS(IND1, 1) TO W-TOTDISPDIAS(1)
           ADD TBU-DISPDIAS(IND1, 2) TO W-TOTDISPDIAS(2)
           ADD TBU-DISPDIAS(IND1, 3) TO W-TOTDISPDIAS(3)
           ADD TBU-DDD(IND1) TO W-TOTDDD
           ADD TBU-SUSPEITOS(IND1) TO W-TOTSUSP
           MOVE TBU-PACDIAS(IND1) TO PACDIASTX
           MOVE TBU-DISPDIAS(IND1, 1) TO CVCDIASTX
           MOVE TBU-DISPDIAS(IND1, 2) TO SVDDIASTX
           MOVE TBU-DISPDIAS(IND1, 3) TO VMDIASTX
           MOVE TBU-DDD(IND1) TO DDDTX
           MOVE ZEROS TO W-DDDPOR1000
           IF TBU-PACDIAS(IND1) > ZEROS
              COMPUTE W-DDDPOR1000 ROUNDED =
                    TBU-DDD(IND1) * 1000 / TBU-PACDIAS(IND1).
           MOVE W-DDDPOR1000 TO DDD1000TX
           MOVE TBU-SUSPEITOS(IND1) TO SUSPTX
           WRITE REGRELCCIHTX FROM DETUNID
           ADD 1 TO IND1
           GO TO IMPRIME1.
       IMPRIME-TOTAL.
           MOVE ZEROS TO UNIDCCIHTX
           MOVE "TOTAL DO HOSPITAL" TO NOMEUNIDTX
           MOVE W-TOTPACDIAS TO PACDIASTX
           MOVE W-TOTDISPDIAS(1) TO CVCDIASTX
           MOVE W-TOTDISPDIAS(2) TO SVDDIASTX
           MOVE W-TOTDISPDIAS(3) TO VMDIASTX
           MOVE W-TOTDDD TO DDDTX
           MOVE ZEROS TO W-DDDPOR1000
           IF W-TOTPACDIAS > ZEROS
              COMPUTE W-DDDPOR1000 ROUNDED =
                    W-TOTDDD * 1000 / W-TOTPACDIAS.
           MOVE W-DDDPOR1000 TO DDD1000TX
           MOVE W-TOTSUSP TO SUSPTX
           MOVE SPACES TO REGRELCCIHTX
           WRITE REGRELCCIHTX
           WRITE REGRELCCIHTX FROM DETUNID.
      *
       FECHA.
           MOVE "*** RELATORIO GERADO EM RELCCIH.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-FIM.
           CLOSE CADINTERN RELCCIHTX.
           IF W-EXAOK = "S"
              CLOSE CADEXAME.
           IF W-LIBOK = "S"
              CLOSE CADLIBEX.
           IF W-TEXTOK = "S"
              CLOSE CADTIPOEXT.
           IF W-MOVOK = "S"
              CLOSE CADMOVLEITO.
           IF W-DISPOK = "S"
              CLOSE CADDISPINT.
           IF W-ADMOK = "S"
              CLOSE CADADMIN.
           IF W-PRESCOK = "S"
              CLOSE CADPRESCINT.
           IF W-MEXTOK = "S"
              CLOSE CADMEDICEXT.
           IF W-PACIOK = "S"
              CLOSE CADPACI.
           IF W-UNIDOK = "S"
              CLOSE CADUNIDADE.
           IF W-USOKITOK = "S"
              CLOSE CADUSOKIT.
           IF W-KITOK = "S"
              CLOSE CADKIT.
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
