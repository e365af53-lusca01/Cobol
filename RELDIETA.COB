       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELDIETA.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    MAPA DA COZINHA POR PLANTAO: DIETA VIGENTE DE CADA         *
      *    INTERNADO POR UNIDADE/LEITO, COM ALERTA DE ALERGIA         *
      *    ALIMENTAR, E QUANTIDADE DE REFEICOES POR TIPO DE DIETA     *
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
       SELECT CADDIETA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYDIETA
                    FILE STATUS  IS ST-ERRO.
       SELECT CADALERGIA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYALERGIA
                    FILE STATUS  IS ST-ERRO.
       SELECT CADALERGEXT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYALERGEXT
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
       SELECT RELDIETATX ASSIGN TO DISK
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
       FD CADDIETA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDIETA.DAT".
       01  REGDIETA.
           03 KEYDIETA.
              05 CPFDIETA         PIC 9(11).
              05 DATAINTDIETA     PIC 9(08).
              05 HORAINTDIETA     PIC 9(04).
              05 SEQDIETA         PIC 9(02).
           03 TIPODIETA           PIC 9(01).
              88 DIETA-LIVRE        VALUE 1.
              88 DIETA-BRANDA       VALUE 2.
              88 DIETA-LIQUIDA      VALUE 3.
              88 DIETA-DIABETICA    VALUE 4.
              88 DIETA-JEJUM        VALUE 5.
           03 OBSDIETA            PIC X(40).
           03 DATAINIDIETA        PIC 9(08).
           03 HORAINIDIETA        PIC 9(04).
           03 DATAFIMDIETA        PIC 9(08).
           03 HORAFIMDIETA        PIC 9(04).
           03 OPERDIETA           PIC 9(04).
           03 DATAREGDIETA        PIC 9(08).
           03 HORAREGDIETA        PIC 9(06).
           03 FILLER              PIC X(10).
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
       FD CADALERGEXT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADALERGEXT.DAT".
       01  REGALERGEXT.
           03 KEYALERGEXT.
              05 CPFALERGEXT      PIC 9(11).
              05 NUMLINHAEXT      PIC 9(02).
           03 TIPOALERGEXT        PIC X(01).
              88 ALERG-ALIMENTAR    VALUE "A".
              88 ALERG-MEDICAMENTO  VALUE "M".
              88 ALERG-OUTRA        VALUE "O".
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
      *
       FD RELDIETATX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELDIETA.DOC".
       01 REGRELDIETATX        PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 IND1           PIC 9(03) VALUE ZEROS.
       77 IND2           PIC 9(03) VALUE ZEROS.
       01 W-DATAMAPA     PIC 9(08) VALUE ZEROS.
       01 W-TURNO        PIC 9(01) VALUE ZEROS.
       01 W-HORAINITUR   PIC 9(04) VALUE ZEROS.
       01 W-HORAFIMTUR   PIC 9(04) VALUE ZEROS.
       01 W-INITURNO     PIC 9(12) VALUE ZEROS.
       01 W-FIMTURNO     PIC 9(12) VALUE ZEROS.
       01 W-DIETAOK      PIC X(01) VALUE "N".
       01 W-ALERGOK      PIC X(01) VALUE "N".
       01 W-AEXTOK       PIC X(01) VALUE "N".
       01 W-PACIOK       PIC X(01) VALUE "N".
       01 W-UNIDOK       PIC X(01) VALUE "N".
      *---DIETA VIGENTE NO PLANTAO------------------------------------
       01 W-DATAINTAMD   PIC 9(08) VALUE ZEROS.
       01 W-INIDIETA     PIC 9(12) VALUE ZEROS.
       01 W-FIMDIETA     PIC 9(12) VALUE ZEROS.
       01 W-MELHORINI    PIC 9(12) VALUE ZEROS.
       01 W-TIPOVIG      PIC 9(01) VALUE ZEROS.
       01 W-OBSVIG       PIC X(40) VALUE SPACES.
       01 W-ALERGALIM    PIC X(01) VALUE "N".
       01 W-SUBSTALIM    PIC X(30) VALUE SPACES.
      *---INTERNADOS DO MAPA (IMPRESSOS EM ORDEM DE UNIDADE/LEITO)-----
       01 W-QTDMAPA      PIC 9(03) VALUE ZEROS.
       01 W-QTDIMPRESSO  PIC 9(03) VALUE ZEROS.
       01 TABMAPA.
          03 TBM-LINHA OCCURS 500 TIMES.
             05 TBM-POSICAO   PIC 9(05).
             05 TBM-CPF       PIC 9(11).
             05 TBM-TIPO      PIC 9(01).
             05 TBM-OBS       PIC X(40).
             05 TBM-ALERG     PIC X(01).
             05 TBM-SUBST     PIC X(30).
             05 TBM-IMPRESSO  PIC X(01).
       01 W-MENORPOS     PIC 9(05) VALUE ZEROS.
       01 W-MENORIND     PIC 9(03) VALUE ZEROS.
       01 W-UNIDMAPA     PIC 9(02) VALUE ZEROS.
       01 W-LEITOMAPA    PIC 9(03) VALUE ZEROS.
       01 W-UNIDANT      PIC 9(03) VALUE ZEROS.
      *---REFEICOES POR UNIDADE E TIPO (6 = SEM PRESCRICAO VIGENTE)----
       01 TABCONT.
          03 TBC-UNID OCCURS 99 TIMES.
             05 TBC-TIPO      PIC 9(04) OCCURS 6 TIMES.
       01 TABTOTAL.
          03 TBT-TIPO         PIC 9(05) OCCURS 6 TIMES.
       01 W-REFEICOES    PIC 9(05) VALUE ZEROS.
       01 TABTIPODIETA-R.
          03 FILLER PIC X(12) VALUE "LIVRE       ".
          03 FILLER PIC X(12) VALUE "BRANDA      ".
          03 FILLER PIC X(12) VALUE "LIQUIDA     ".
          03 FILLER PIC X(12) VALUE "DIABETICA   ".
          03 FILLER PIC X(12) VALUE "JEJUM       ".
          03 FILLER PIC X(12) VALUE "SEM DIETA   ".
       01 TABTIPODIETA REDEFINES TABTIPODIETA-R.
          03 TBD-NOME PIC X(12) OCCURS 6 TIMES.
       01 TABTURNO-R.
          03 FILLER PIC X(28) VALUE "MANHA (DESJEJUM E COLACAO)  ".
          03 FILLER PIC X(28) VALUE "TARDE (ALMOCO E LANCHE)     ".
          03 FILLER PIC X(28) VALUE "NOITE (JANTAR E CEIA)       ".
       01 TABTURNO REDEFINES TABTURNO-R.
          03 TBU-TURNO PIC X(28) OCCURS 3 TIMES.
      *---LINHAS DO RELATORIO-----------------------------------------
       01 CAB0.
          03 FILLER PIC X(50) VALUE
          "HOSPITAL MAINFRAME *** MAPA DE DIETAS DA COZINHA *".
          03 FILLER PIC X(08) VALUE "  DATA: ".
          03 DATAMAPATX   PIC 9(08).
       01 CAB1.
          03 FILLER       PIC X(09) VALUE "PLANTAO: ".
          03 TURNOTX      PIC X(28).
       01 CABUNID.
          03 FILLER         PIC X(09) VALUE "UNIDADE: ".
          03 UNIDMAPATX     PIC 9(02).
          03 FILLER         PIC X(01) VALUE " ".
          03 NOMEUNIDTX     PIC X(30).
       01 CABDET.
          03 FILLER PIC X(50) VALUE
          "LEITO CPF         NOME DO PACIENTE          DIETA ".
          03 FILLER PIC X(30) VALUE
          "       OBSERVACAO             ".
       01 DETMAPA.
          03 LEITOMAPATX    PIC 9(03).
          03 FILLER         PIC X(03) VALUE SPACES.
          03 CPFMAPATX      PIC 9(11).
          03 FILLER         PIC X(01) VALUE " ".
          03 NOMEMAPATX     PIC X(25).
          03 FILLER         PIC X(01) VALUE " ".
          03 DIETAMAPATX    PIC X(12).
          03 FILLER         PIC X(01) VALUE " ".
          03 OBSMAPATX      PIC X(40).
       01 DETALERG.
          03 FILLER         PIC X(06) VALUE SPACES.
          03 FILLER         PIC X(30) VALUE
             "*** ALERGIA ALIMENTAR ***   : ".
          03 SUBSTMAPATX    PIC X(30).
       01 CABCONT.
          03 FILLER PIC X(50) VALUE
          "UN LIVRE BRAND LIQUI DIABE JEJUM S/DIE REFEICOES  ".
       01 DETCONT.
          03 UNIDCONTTX     PIC X(02).
          03 QTDCONTTX      PIC ZZZZZ9 OCCURS 6 TIMES.
          03 FILLER         PIC X(01) VALUE " ".
          03 REFCONTTX      PIC ZZZZZZZZ9.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELARELDIETA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "               MAPA DE DIETAS DA COZINHA".
           05  LINE 08  COLUMN 01
               VALUE  "   DATA DO MAPA (AAAAMMDD, 0 = HOJE) :".
           05  LINE 10  COLUMN 01
               VALUE  "   PLANTAO (1-MANHA 2-TARDE 3-NOITE) :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TW-DATAMAPA
               LINE 08  COLUMN 40  PIC 9(08)
               USING  W-DATAMAPA
               HIGHLIGHT.
           05  TW-TURNO
               LINE 10  COLUMN 40  PIC 9(01)
               USING  W-TURNO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY TELARELDIETA.
       L1.
           ACCEPT TW-DATAMAPA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM2.
           IF W-DATAMAPA = ZEROS
              ACCEPT W-DATAMAPA FROM DATE YYYYMMDD
              DISPLAY TW-DATAMAPA.
       L2.
           ACCEPT TW-TURNO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L1.
           IF W-TURNO = ZEROS OR W-TURNO > 3
              MOVE "PLANTAO INVALIDO (1 A 3)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2.
           IF W-TURNO = 1
              MOVE 0000 TO W-HORAINITUR
              MOVE 1159 TO W-HORAFIMTUR
           ELSE
              IF W-TURNO = 2
                 MOVE 1200 TO W-HORAINITUR
                 MOVE 1759 TO W-HORAFIMTUR
              ELSE
                 MOVE 1800 TO W-HORAINITUR
                 MOVE 2359 TO W-HORAFIMTUR.
           COMPUTE W-INITURNO = W-DATAMAPA * 10000 + W-HORAINITUR
           COMPUTE W-FIMTURNO = W-DATAMAPA * 10000 + W-HORAFIMTUR.
       ABRIR-ARQUIVOS.
           OPEN INPUT CADINTERN
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADINTERN" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN OUTPUT RELDIETATX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELDIETA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADINTERN
              GO TO ROT-FIM2.
           OPEN INPUT CADDIETA
           IF ST-ERRO = "00"
              MOVE "S" TO W-DIETAOK.
           OPEN INPUT CADALERGIA
           IF ST-ERRO = "00"
              MOVE "S" TO W-ALERGOK.
           OPEN INPUT CADALERGEXT
           IF ST-ERRO = "00"
              MOVE "S" TO W-AEXTOK.
           OPEN INPUT CADPACI
           IF ST-ERRO = "00"
              MOVE "S" TO W-PACIOK.
           OPEN INPUT CADUNIDADE
           IF ST-ERRO = "00"
              MOVE "S" TO W-UNIDOK.
           MOVE ZEROS TO TABCONT TABTOTAL W-QTDMAPA.
      *----------------INTERNADOS NA DATA DO MAPA-----------------------
       VARRE.
           MOVE ZEROS TO CPFINTERN DATAINTERN HORAINTERN
           START CADINTERN KEY IS NOT LESS KEYINTERN INVALID KEY
                 GO TO IMPRIME.
       VARRE1.
           READ CADINTERN NEXT
           IF ST-ERRO NOT = "00"
              GO TO IMPRIME.
           IF DATAENTRADA = ZEROS OR DATAENTRADA > W-DATAMAPA
              GO TO VARRE1.
           IF DATAALTA NOT = ZEROS AND DATAALTA < W-DATAMAPA
              GO TO VARRE1.
           IF W-QTDMAPA NOT < 500
              MOVE "** MAPA LIMITADO A 500 INTERNADOS **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO IMPRIME.
           PERFORM BUSCA-DIETA THRU FIM-BUSCA-DIETA
           PERFORM BUSCA-ALERGIA THRU FIM-BUSCA-ALERGIA
           ADD 1 TO W-QTDMAPA
           COMPUTE TBM-POSICAO(W-QTDMAPA) = UNIDINT * 1000 + LEITOINT
           MOVE CPFINTERN TO TBM-CPF(W-QTDMAPA)
           MOVE W-TIPOVIG TO TBM-TIPO(W-QTDMAPA)
           MOVE W-OBSVIG TO TBM-OBS(W-QTDMAPA)
           MOVE W-ALERGALIM TO TBM-ALERG(W-QTDMAPA)
           MOVE W-SUBSTALIM TO TBM-SUBST(W-QTDMAPA)
           MOVE "N" TO TBM-IMPRESSO(W-QTDMAPA)
           IF UNIDINT > ZEROS
              ADD 1 TO TBC-TIPO(UNIDINT, W-TIPOVIG).
           ADD 1 TO TBT-TIPO(W-TIPOVIG)
           GO TO VARRE1.
      *-----PRESCRICAO DE DIETA VIGENTE NO PLANTAO (A MAIS RECENTE)-----
       BUSCA-DIETA.
           MOVE 6 TO W-TIPOVIG
           MOVE SPACES TO W-OBSVIG
           MOVE ZEROS TO W-MELHORINI
           IF W-DIETAOK NOT = "S"
              GO TO FIM-BUSCA-DIETA.
           COMPUTE W-DATAINTAMD = ANOINTERN * 10000 + MESINTERN * 100
                 + DIAINTERN
           MOVE CPFINTERN TO CPFDIETA
           MOVE W-DATAINTAMD TO DATAINTDIETA
           MOVE HORAINTERN TO HORAINTDIETA
           MOVE ZEROS TO SEQDIETA
           START CADDIETA KEY IS NOT LESS KEYDIETA INVALID KEY
                 GO TO FIM-BUSCA-DIETA.
       BUSCA-DIETA1.
           READ CADDIETA NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-BUSCA-DIETA.
           IF CPFDIETA NOT = CPFINTERN
                 OR DATAINTDIETA NOT = W-DATAINTAMD
                 OR HORAINTDIETA NOT = HORAINTERN
              GO TO FIM-BUSCA-DIETA.
           IF TIPODIETA = ZEROS OR TIPODIETA > 5
              GO TO BUSCA-DIETA1.
           COMPUTE W-INIDIETA = DATAINIDIETA * 10000 + HORAINIDIETA
           IF W-INIDIETA > W-FIMTURNO
              GO TO BUSCA-DIETA1.
           IF DATAFIMDIETA NOT = ZEROS
              COMPUTE W-FIMDIETA = DATAFIMDIETA * 10000 + HORAFIMDIETA
              IF W-FIMDIETA < W-INITURNO
                 GO TO BUSCA-DIETA1.
           IF W-INIDIETA < W-MELHORINI
              GO TO BUSCA-DIETA1.
           MOVE W-INIDIETA TO W-MELHORINI
           MOVE TIPODIETA TO W-TIPOVIG
           MOVE OBSDIETA TO W-OBSVIG
           GO TO BUSCA-DIETA1.
       FIM-BUSCA-DIETA.
           EXIT.
      *-----ALERGIA ALIMENTAR ANOTADA NO CADASTRO DE ALERGIAS-----------
       BUSCA-ALERGIA.
           MOVE "N" TO W-ALERGALIM
           MOVE SPACES TO W-SUBSTALIM
           IF W-ALERGOK NOT = "S" OR W-AEXTOK NOT = "S"
              GO TO FIM-BUSCA-ALERGIA.
           MOVE CPFINTERN TO CPFALERGIA
           MOVE ZEROS TO NUMLINHA
           START CADALERGIA KEY IS NOT LESS KEYALERGIA INVALID KEY
                 GO TO FIM-BUSCA-ALERGIA.
       BUSCA-ALERGIA1.
           READ CADALERGIA NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-BUSCA-ALERGIA.
           IF CPFALERGIA NOT = CPFINTERN
              GO TO FIM-BUSCA-ALERGIA.
           MOVE KEYALERGIA TO KEYALERGEXT
           READ CADALERGEXT
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-ALERGIA1.
           IF NOT ALERG-ALIMENTAR
              GO TO BUSCA-ALERGIA1.
           IF W-ALERGALIM = "N"
              MOVE "S" TO W-ALERGALIM
              MOVE SUBSTANCIA TO W-SUBSTALIM
           ELSE
              MOVE " + OUTRAS" TO W-SUBSTALIM (22: 9)
              GO TO FIM-BUSCA-ALERGIA.
           GO TO BUSCA-ALERGIA1.
       FIM-BUSCA-ALERGIA.
           EXIT.
      *----------------MAPA EM ORDEM DE UNIDADE E LEITO-----------------
       IMPRIME.
           MOVE W-DATAMAPA TO DATAMAPATX
           MOVE TBU-TURNO(W-TURNO) TO TURNOTX
           WRITE REGRELDIETATX FROM CAB0
           WRITE REGRELDIETATX FROM CAB1
           MOVE 999 TO W-UNIDANT
           MOVE ZEROS TO W-QTDIMPRESSO.
       IMPRIME1.
           IF W-QTDIMPRESSO NOT < W-QTDMAPA
              GO TO RESUMO.
           MOVE 99999 TO W-MENORPOS
           MOVE ZEROS TO W-MENORIND
           MOVE 1 TO IND1.
       IMPRIME2.
           IF IND1 > W-QTDMAPA
              GO TO IMPRIME3.
           IF TBM-IMPRESSO(IND1) = "N"
                 AND TBM-POSICAO(IND1) NOT > W-MENORPOS
              MOVE TBM-POSICAO(IND1) TO W-MENORPOS
              MOVE IND1 TO W-MENORIND.
           ADD 1 TO IND1
           GO TO IMPRIME2.
       IMPRIME3.
           MOVE "S" TO TBM-IMPRESSO(W-MENORIND)
           ADD 1 TO W-QTDIMPRESSO
           DIVIDE W-MENORPOS BY 1000 GIVING W-UNIDMAPA
                 REMAINDER W-LEITOMAPA
           IF W-UNIDMAPA NOT = W-UNIDANT
              MOVE W-UNIDMAPA TO W-UNIDANT
              PERFORM CABECALHO-UNIDADE THRU FIM-CABECALHO-UNIDADE.
           MOVE W-LEITOMAPA TO LEITOMAPATX
           MOVE TBM-CPF(W-MENORIND) TO CPFMAPATX
           MOVE SPACES TO NOMEMAPATX
           IF W-PACIOK = "S"
              MOVE TBM-CPF(W-MENORIND) TO CPF
              READ CADPACI
              IF ST-ERRO = "00"
                 MOVE NOMEPACIENTE TO NOMEMAPATX.
           MOVE TBD-NOME(TBM-TIPO(W-MENORIND)) TO DIETAMAPATX
           MOVE TBM-OBS(W-MENORIND) TO OBSMAPATX
           WRITE REGRELDIETATX FROM DETMAPA
           IF TBM-ALERG(W-MENORIND) = "S"
              MOVE TBM-SUBST(W-MENORIND) TO SUBSTMAPATX
              WRITE REGRELDIETATX FROM DETALERG.
           GO TO IMPRIME1.
      *
       CABECALHO-UNIDADE.
           MOVE SPACES TO REGRELDIETATX
           WRITE REGRELDIETATX
           MOVE W-UNIDMAPA TO UNIDMAPATX
           MOVE SPACES TO NOMEUNIDTX
           IF W-UNIDOK = "S"
              MOVE W-UNIDMAPA TO CODUNIDADE
              READ CADUNIDADE
              IF ST-ERRO = "00"
                 MOVE NOMEUNIDADE TO NOMEUNIDTX.
           WRITE REGRELDIETATX FROM CABUNID
           WRITE REGRELDIETATX FROM CABDET.
       FIM-CABECALHO-UNIDADE.
           EXIT.
      *-----REFEICOES DO PLANTAO POR UNIDADE E TIPO (JEJUM E SEM--------
      *-----PRESCRICAO NAO ENTRAM NO TOTAL DE REFEICOES)----------------
       RESUMO.
           MOVE SPACES TO REGRELDIETATX
           WRITE REGRELDIETATX
           WRITE REGRELDIETATX FROM CABCONT
           MOVE 1 TO IND1.
       RESUMO1.
           IF IND1 > 99
              GO TO RESUMO-TOTAL.
           MOVE ZEROS TO W-REFEICOES
           MOVE 1 TO IND2.
       RESUMO2.
           IF IND2 < 7
              MOVE TBC-TIPO(IND1, IND2) TO QTDCONTTX(IND2)
              IF IND2 < 5
                 ADD TBC-TIPO(IND1, IND2) TO W-REFEICOES
                 ADD 1 TO IND2
                 GO TO RESUMO2
              ELSE
                 ADD 1 TO IND2
                 GO TO RESUMO2.
           IF W-REFEICOES = ZEROS AND TBC-TIPO(IND1, 5) = ZEROS
                 AND TBC-TIPO(IND1, 6) = ZEROS
              ADD 1 TO IND1
              GO TO RESUMO1.
           MOVE IND1 TO UNIDCONTTX
           MOVE W-REFEICOES TO REFCONTTX
           WRITE REGRELDIETATX FROM DETCONT
           ADD 1 TO IND1
           GO TO RESUMO1.
       RESUMO-TOTAL.
           MOVE ZEROS TO W-REFEICOES
           MOVE 1 TO IND2.
       RESUMO-TOTAL1.
           IF IND2 < 7
              MOVE TBT-TIPO(IND2) TO QTDCONTTX(IND2)
              IF IND2 < 5
                 ADD TBT-TIPO(IND2) TO W-REFEICOES
                 ADD 1 TO IND2
                 GO TO RESUMO-TOTAL1
              ELSE
                 ADD 1 TO IND2
                 GO TO RESUMO-TOTAL1.
           MOVE "TT" TO UNIDCONTTX
           MOVE W-REFEICOES TO REFCONTTX
           WRITE REGRELDIETATX FROM DETCONT.
      *
       FECHA.
           MOVE "*** MAPA GERADO EM RELDIETA.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-FIM.
           CLOSE CADINTERN RELDIETATX.
           IF W-DIETAOK = "S"
              CLOSE CADDIETA.
           IF W-ALERGOK = "S"
              CLOSE CADALERGIA.
           IF W-AEXTOK = "S"
              CLOSE CADALERGEXT.
           IF W-PACIOK = "S"
              CLOSE CADPACI.
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
