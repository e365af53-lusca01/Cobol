       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELINDIC.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    INDICADORES HOSPITALARES MENSAIS POR UNIDADE E POR TIPO    *
      *    DE LEITO, COM OS 12 MESES ANTERIORES PARA TENDENCIA:       *
      *    TEMPO MEDIO DE PERMANENCIA, TAXA DE OCUPACAO, GIRO DE      *
      *    LEITO, READMISSAO EM 30 DIAS E MORTALIDADE HOSPITALAR      *
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
       SELECT CADLEITO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYLEITO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADUNIDADE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODUNIDADE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADMOVLEITO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYMOVLEITO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPACIEXT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFPEXT
                    FILE STATUS  IS ST-ERRO.
       SELECT RELINDICTX ASSIGN TO DISK
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
       FD CADLEITO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLEITO.DAT".
       01  REGLEITO.
           03 KEYLEITO.
              05 CODUNIDLEITO     PIC 9(02).
              05 CODLEITO         PIC 9(03).
           03 DESCLEITO           PIC X(20).
           03 TIPOLEITO           PIC 9(01).
              88 LEITO-ENFERMARIA   VALUE 1.
              88 LEITO-APARTAMENTO  VALUE 2.
              88 LEITO-UTI          VALUE 3.
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
       FD RELINDICTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELINDIC.DOC".
       01 REGRELINDICTX        PIC X(100).
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
       01 W-UNIDOK       PIC X(01) VALUE "N".
       01 W-MOVOK        PIC X(01) VALUE "N".
       01 W-EXTOK        PIC X(01) VALUE "N".
       01 W-FIMVARRE     PIC X(01) VALUE "N".
      *---OS 13 MESES DO RELATORIO (13 = COMPETENCIA PEDIDA) E O------
      *---1O DIA DO MES SEGUINTE COMO LIMITE-----------------------------
       01 W-MESABS       PIC 9(06) VALUE ZEROS.
       01 W-MESABSK      PIC 9(06) VALUE ZEROS.
       01 W-ANOK         PIC 9(04) VALUE ZEROS.
       01 W-MESK         PIC 9(02) VALUE ZEROS.
       01 TABMESES.
          03 TBM-LINHA OCCURS 14 TIMES.
             05 TBM-COMP      PIC 9(06).
             05 TBM-JUL       PIC 9(07).
      *---ACUMULADORES POR UNIDADE E POR TIPO DE LEITO X MES-----------
       01 TABUNID.
          03 TBU-LINHA OCCURS 99 TIMES.
             05 TBU-LEITOS    PIC 9(04).
             05 TBU-MES OCCURS 13 TIMES.
                07 TBU-SAIDAS    PIC 9(05).
                07 TBU-DIASPERM  PIC 9(07).
                07 TBU-PACDIAS   PIC 9(07).
                07 TBU-READM     PIC 9(05).
                07 TBU-OBITOS    PIC 9(05).
       01 TABTIPO.
          03 TBT-LINHA OCCURS 3 TIMES.
             05 TBT-LEITOS    PIC 9(04).
             05 TBT-MES OCCURS 13 TIMES.
                07 TBT-SAIDAS    PIC 9(05).
                07 TBT-DIASPERM  PIC 9(07).
                07 TBT-PACDIAS   PIC 9(07).
                07 TBT-READM     PIC 9(05).
                07 TBT-OBITOS    PIC 9(05).
       01 TABNOMETIPO-R.
          03 FILLER PIC X(12) VALUE "ENFERMARIA  ".
          03 FILLER PIC X(12) VALUE "APARTAMENTO ".
          03 FILLER PIC X(12) VALUE "UTI         ".
       01 TABNOMETIPO REDEFINES TABNOMETIPO-R.
          03 TBN-NOME PIC X(12) OCCURS 3 TIMES.
      *---INTERNACAO CORRENTE E SEUS TRECHOS DE LEITO-----------------
       01 W-CHAVESALVA   PIC X(23) VALUE SPACES.
       01 W-CPFSALVO     PIC 9(11) VALUE ZEROS.
       01 W-DATAFIMINT   PIC 9(08) VALUE ZEROS.
       01 W-JULENT       PIC 9(07) VALUE ZEROS.
       01 W-JULALTA      PIC 9(07) VALUE ZEROS.
       01 W-JULOUTRA     PIC 9(07) VALUE ZEROS.
       01 W-DATAINTAMD   PIC 9(08) VALUE ZEROS.
       01 W-PRIMMOV      PIC X(01) VALUE "S".
       01 W-INICIOTR     PIC 9(08) VALUE ZEROS.
       01 W-FIMTR        PIC 9(08) VALUE ZEROS.
       01 W-UNIDTR       PIC 9(02) VALUE ZEROS.
       01 W-LEITOTR      PIC 9(03) VALUE ZEROS.
       01 W-TIPOTR       PIC 9(01) VALUE ZEROS.
       01 W-JULINITR     PIC 9(07) VALUE ZEROS.
       01 W-JULFIMTR     PIC 9(07) VALUE ZEROS.
       01 W-JULA         PIC 9(07) VALUE ZEROS.
       01 W-JULB         PIC 9(07) VALUE ZEROS.
       01 W-DIASSOMA     PIC S9(07) VALUE ZEROS.
      *---SAIDA (ALTA) DA INTERNACAO----------------------------------
       01 W-KALTA        PIC 9(02) VALUE ZEROS.
       01 W-UNIDALTA     PIC 9(02) VALUE ZEROS.
       01 W-TIPOALTA     PIC 9(01) VALUE ZEROS.
       01 W-PERMAN       PIC S9(07) VALUE ZEROS.
       01 W-OBITO        PIC X(01) VALUE "N".
       01 W-READM        PIC X(01) VALUE "N".
      *---CALCULO DOS INDICADORES DE UMA LINHA------------------------
       01 W-LEITOS       PIC 9(04) VALUE ZEROS.
       01 W-SAIDAS       PIC 9(05) VALUE ZEROS.
       01 W-DIASPERM     PIC 9(07) VALUE ZEROS.
       01 W-PACDIAS      PIC 9(07) VALUE ZEROS.
       01 W-QTDREADM     PIC 9(05) VALUE ZEROS.
       01 W-QTDOBITOS    PIC 9(05) VALUE ZEROS.
       01 W-DIASMES      PIC 9(02) VALUE ZEROS.
       01 W-TMP          PIC 9(05)V9 VALUE ZEROS.
       01 W-OCUPACAO     PIC 9(05)V9 VALUE ZEROS.
       01 W-GIRO         PIC 9(03)V99 VALUE ZEROS.
       01 W-TXREADM      PIC 9(03)V9 VALUE ZEROS.
       01 W-TXMORT       PIC 9(03)V9 VALUE ZEROS.
      *---LINHAS DO RELATORIO-----------------------------------------
       01 CAB0.
          03 FILLER PIC X(50) VALUE
          "HOSPITAL MAINFRAME *** INDICADORES HOSPITALARES **".
          03 FILLER PIC X(16) VALUE "*  COMPETENCIA: ".
          03 MESCOMPTX    PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 ANOCOMPTX    PIC 9(04).
       01 CAB1.
          03 FILLER PIC X(50) VALUE
          "TMP=TEMPO MEDIO PERMANENCIA (DIAS)  OCUP=TAXA OCUP".
          03 FILLER PIC X(48) VALUE
          "ACAO %  GIRO=SAIDAS/LEITO  READM/MORT=% SAIDAS".
       01 CABUNID.
          03 FILLER         PIC X(09) VALUE "UNIDADE: ".
          03 UNIDINDTX      PIC 9(02).
          03 FILLER         PIC X(01) VALUE " ".
          03 NOMEUNIDTX     PIC X(30).
          03 FILLER         PIC X(10) VALUE "  LEITOS: ".
          03 LEITOSUNIDTX   PIC ZZZ9.
       01 CABTIPO.
          03 FILLER         PIC X(15) VALUE "TIPO DE LEITO: ".
          03 NOMETIPOTX     PIC X(12).
          03 FILLER         PIC X(10) VALUE "  LEITOS: ".
          03 LEITOSTIPOTX   PIC ZZZ9.
       01 CABPARTE.
          03 TITULOPARTETX  PIC X(50).
       01 DETINDIC.
          03 MARCAINDTX     PIC X(01).
          03 FILLER         PIC X(01) VALUE " ".
          03 MESINDTX       PIC 9(02).
          03 FILLER         PIC X(01) VALUE "/".
          03 ANOINDTX       PIC 9(04).
          03 FILLER         PIC X(08) VALUE " SAIDAS:".
          03 SAIDASTX       PIC ZZZZ9.
          03 FILLER         PIC X(09) VALUE " PAC-DIA:".
          03 PACDIASTX      PIC ZZZZZ9.
          03 FILLER         PIC X(05) VALUE " TMP:".
          03 TMPTX          PIC ZZZ9,9.
          03 FILLER         PIC X(06) VALUE " OCUP:".
          03 OCUPTX         PIC ZZZ9,9.
          03 FILLER         PIC X(06) VALUE " GIRO:".
          03 GIROTX         PIC ZZ9,99.
          03 FILLER         PIC X(07) VALUE " READM:".
          03 READMTX        PIC ZZ9,9.
          03 FILLER         PIC X(06) VALUE " MORT:".
          03 MORTTX         PIC ZZ9,9.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELARELIND.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          INDICADORES HOSPITALARES MENSA".
           05  LINE 02  COLUMN 41
               VALUE  "IS".
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
           DISPLAY TELARELIND.
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
           OPEN INPUT CADLEITO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADLEITO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADINTERN
              GO TO ROT-FIM2.
           OPEN OUTPUT RELINDICTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELINDIC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADINTERN CADLEITO
              GO TO ROT-FIM2.
           OPEN INPUT CADUNIDADE
           IF ST-ERRO = "00"
              MOVE "S" TO W-UNIDOK.
           OPEN INPUT CADMOVLEITO
           IF ST-ERRO = "00"
              MOVE "S" TO W-MOVOK.
           OPEN INPUT CADPACIEXT
           IF ST-ERRO = "00"
              MOVE "S" TO W-EXTOK.
           MOVE ZEROS TO TABUNID TABTIPO.
      *----------------MESES DA JANELA (COMPETENCIA E 12 ANTERIORES)----
       MONTA-MESES.
           COMPUTE W-MESABS = W-ANOCOMP * 12 + W-MESCOMP - 1
           MOVE 1 TO IND1.
       MONTA-MESES1.
           IF IND1 > 14
              GO TO CONTA-LEITOS.
           COMPUTE W-MESABSK = W-MESABS - 13 + IND1
           DIVIDE W-MESABSK BY 12 GIVING W-ANOK REMAINDER W-MESK
           ADD 1 TO W-MESK
           COMPUTE TBM-COMP(IND1) = W-ANOK * 100 + W-MESK
           COMPUTE TBM-JUL(IND1) = FUNCTION INTEGER-OF-DATE
                 (W-ANOK * 10000 + W-MESK * 100 + 1)
           ADD 1 TO IND1
           GO TO MONTA-MESES1.
      *----------------LEITOS CADASTRADOS POR UNIDADE E POR TIPO--------
       CONTA-LEITOS.
           MOVE ZEROS TO CODUNIDLEITO CODLEITO
           START CADLEITO KEY IS NOT LESS KEYLEITO INVALID KEY
                 GO TO VARRE.
       CONTA-LEITOS1.
           READ CADLEITO NEXT
           IF ST-ERRO NOT = "00"
              GO TO VARRE.
           IF CODUNIDLEITO > ZEROS
              ADD 1 TO TBU-LEITOS(CODUNIDLEITO).
           IF TIPOLEITO > ZEROS AND TIPOLEITO < 4
              ADD 1 TO TBT-LEITOS(TIPOLEITO).
           GO TO CONTA-LEITOS1.
      *----------------VARRER AS INTERNACOES----------------------------
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
           IF W-JULALTA < TBM-JUL(1) OR W-JULENT NOT < TBM-JUL(14)
              GO TO VARRE1.
           PERFORM CALCULA-TRECHOS THRU FIM-CALCULA-TRECHOS
           IF DATAALTA = ZEROS
              GO TO VARRE1.
           PERFORM REGISTRA-SAIDA THRU FIM-REGISTRA-SAIDA
           IF W-FIMVARRE = "S"
              GO TO IMPRIME.
           GO TO VARRE1.
      *----------------PACIENTES-DIA DE CADA TRECHO DE LEITO-------------
       CALCULA-TRECHOS.
           MOVE DATAENTRADA TO W-INICIOTR
           MOVE UNIDINT TO W-UNIDTR
           MOVE LEITOINT TO W-LEITOTR
           MOVE "S" TO W-PRIMMOV
           IF W-MOVOK NOT = "S"
              GO TO CALCULA-TRECHOS3.
           COMPUTE W-DATAINTAMD = ANOINTERN * 10000 + MESINTERN * 100
                 + DIAINTERN
           MOVE CPFINTERN TO CPFMOVL
           MOVE W-DATAINTAMD TO DATAINTMOVL
           MOVE HORAINTERN TO HORAINTMOVL
           MOVE ZEROS TO SEQMOVL
           START CADMOVLEITO KEY IS NOT LESS KEYMOVLEITO INVALID KEY
                 GO TO CALCULA-TRECHOS3.
       CALCULA-TRECHOS1.
           READ CADMOVLEITO NEXT
           IF ST-ERRO NOT = "00"
              GO TO CALCULA-TRECHOS3.
           IF CPFMOVL NOT = CPFINTERN OR DATAINTMOVL NOT = W-DATAINTAMD
                 OR HORAINTMOVL NOT = HORAINTERN
              GO TO CALCULA-TRECHOS3.
           IF W-PRIMMOV = "S"
              MOVE "N" TO W-PRIMMOV
              MOVE UNIDORIGMOVL TO W-UNIDTR
              MOVE LEITOORIGMOVL TO W-LEITOTR.
           MOVE DATAMOVL TO W-FIMTR
           PERFORM SOMA-TRECHO THRU FIM-SOMA-TRECHO
           MOVE DATAMOVL TO W-INICIOTR
           MOVE UNIDDESTMOVL TO W-UNIDTR
           MOVE LEITODESTMOVL TO W-LEITOTR
           GO TO CALCULA-TRECHOS1.
       CALCULA-TRECHOS3.
           MOVE UNIDINT TO W-UNIDTR
           MOVE LEITOINT TO W-LEITOTR
           MOVE W-DATAFIMINT TO W-FIMTR
           PERFORM SOMA-TRECHO THRU FIM-SOMA-TRECHO.
       FIM-CALCULA-TRECHOS.
           EXIT.
      *-----DIAS DO TRECHO DENTRO DE CADA MES DA JANELA------------------
       SOMA-TRECHO.
           MOVE ZEROS TO W-TIPOTR
           MOVE W-UNIDTR TO CODUNIDLEITO
           MOVE W-LEITOTR TO CODLEITO
           READ CADLEITO
           IF ST-ERRO = "00" AND TIPOLEITO > ZEROS AND TIPOLEITO < 4
              MOVE TIPOLEITO TO W-TIPOTR.
           COMPUTE W-JULINITR = FUNCTION INTEGER-OF-DATE(W-INICIOTR)
           COMPUTE W-JULFIMTR = FUNCTION INTEGER-OF-DATE(W-FIMTR)
           MOVE 1 TO IND2.
       SOMA-TRECHO1.
           IF IND2 > 13
              GO TO FIM-SOMA-TRECHO.
           IF W-JULINITR > TBM-JUL(IND2)
              MOVE W-JULINITR TO W-JULA
           ELSE
              MOVE TBM-JUL(IND2) TO W-JULA.
           IF W-JULFIMTR < TBM-JUL(IND2 + 1)
              MOVE W-JULFIMTR TO W-JULB
           ELSE
              MOVE TBM-JUL(IND2 + 1) TO W-JULB.
           COMPUTE W-DIASSOMA = W-JULB - W-JULA
           IF W-DIASSOMA > ZEROS
              IF W-UNIDTR > ZEROS
                 ADD W-DIASSOMA TO TBU-PACDIAS(W-UNIDTR, IND2).
           IF W-DIASSOMA > ZEROS
              IF W-TIPOTR > ZEROS
                 ADD W-DIASSOMA TO TBT-PACDIAS(W-TIPOTR, IND2).
           ADD 1 TO IND2
           GO TO SOMA-TRECHO1.
       FIM-SOMA-TRECHO.
           EXIT.
      *----------------SAIDA: PERMANENCIA, OBITO E READMISSAO-----------
       REGISTRA-SAIDA.
           MOVE ZEROS TO W-KALTA
           MOVE 1 TO IND2.
       REGISTRA-SAIDA1.
           IF IND2 > 13
              GO TO FIM-REGISTRA-SAIDA.
           IF TBM-COMP(IND2) = DATAALTA (1: 6)
              MOVE IND2 TO W-KALTA
              GO TO REGISTRA-SAIDA2.
           ADD 1 TO IND2
           GO TO REGISTRA-SAIDA1.
       REGISTRA-SAIDA2.
           MOVE UNIDINT TO W-UNIDALTA
           MOVE ZEROS TO W-TIPOALTA
           MOVE UNIDINT TO CODUNIDLEITO
           MOVE LEITOINT TO CODLEITO
           READ CADLEITO
           IF ST-ERRO = "00" AND TIPOLEITO > ZEROS AND TIPOLEITO < 4
              MOVE TIPOLEITO TO W-TIPOALTA.
           COMPUTE W-PERMAN = W-JULALTA - W-JULENT
           IF W-PERMAN < 1
              MOVE 1 TO W-PERMAN.
           MOVE "N" TO W-OBITO
           IF W-EXTOK = "S"
              MOVE CPFINTERN TO CPFPEXT
              READ CADPACIEXT
              IF ST-ERRO = "00" AND OBITODATA NOT = ZEROS
                 IF OBITODATA NOT < DATAENTRADA
                       AND OBITODATA NOT > DATAALTA
                    MOVE "S" TO W-OBITO.
           MOVE "N" TO W-READM
           IF W-OBITO = "N"
              PERFORM VERIFICA-READMISSAO THRU FIM-VERIFICA-READMISSAO.
           IF W-UNIDALTA > ZEROS
              ADD 1 TO TBU-SAIDAS(W-UNIDALTA, W-KALTA)
              ADD W-PERMAN TO TBU-DIASPERM(W-UNIDALTA, W-KALTA)
              IF W-OBITO = "S"
                 ADD 1 TO TBU-OBITOS(W-UNIDALTA, W-KALTA)
              ELSE
                 IF W-READM = "S"
                    ADD 1 TO TBU-READM(W-UNIDALTA, W-KALTA).
           IF W-TIPOALTA > ZEROS
              ADD 1 TO TBT-SAIDAS(W-TIPOALTA, W-KALTA)
              ADD W-PERMAN TO TBT-DIASPERM(W-TIPOALTA, W-KALTA)
              IF W-OBITO = "S"
                 ADD 1 TO TBT-OBITOS(W-TIPOALTA, W-KALTA)
              ELSE
                 IF W-READM = "S"
                    ADD 1 TO TBT-READM(W-TIPOALTA, W-KALTA).
       FIM-REGISTRA-SAIDA.
           EXIT.
      *-----NOVA INTERNACAO DO MESMO CPF ATE 30 DIAS APOS ESTA ALTA------
      *-----(REPOSICIONA O CADINTERN NA INTERNACAO CORRENTE NO FIM)------
       VERIFICA-READMISSAO.
           MOVE KEYINTERN TO W-CHAVESALVA
           MOVE CPFINTERN TO W-CPFSALVO
           MOVE ZEROS TO DATAINTERN HORAINTERN
           START CADINTERN KEY IS NOT LESS KEYINTERN INVALID KEY
                 GO TO VERIFICA-READMISSAO2.
       VERIFICA-READMISSAO1.
           READ CADINTERN NEXT
           IF ST-ERRO NOT = "00"
              GO TO VERIFICA-READMISSAO2.
           IF CPFINTERN NOT = W-CPFSALVO
              GO TO VERIFICA-READMISSAO2.
           IF KEYINTERN = W-CHAVESALVA OR DATAENTRADA = ZEROS
              GO TO VERIFICA-READMISSAO1.
           COMPUTE W-JULOUTRA = FUNCTION INTEGER-OF-DATE(DATAENTRADA)
           IF W-JULOUTRA NOT < W-JULALTA
                 AND W-JULOUTRA - W-JULALTA NOT > 30
              MOVE "S" TO W-READM
              GO TO VERIFICA-READMISSAO2.
           GO TO VERIFICA-READMISSAO1.
       VERIFICA-READMISSAO2.
           MOVE W-CHAVESALVA TO KEYINTERN
           START CADINTERN KEY IS GREATER THAN KEYINTERN INVALID KEY
                 MOVE "S" TO W-FIMVARRE.
       FIM-VERIFICA-READMISSAO.
           EXIT.
      *----------------IMPRESSAO: POR UNIDADE E POR TIPO DE LEITO-------
       IMPRIME.
           MOVE W-MESCOMP TO MESCOMPTX
           MOVE W-ANOCOMP TO ANOCOMPTX
           WRITE REGRELINDICTX FROM CAB0
           WRITE REGRELINDICTX FROM CAB1
           MOVE SPACES TO REGRELINDICTX
           WRITE REGRELINDICTX
           MOVE "*** POR UNIDADE ***" TO TITULOPARTETX
           WRITE REGRELINDICTX FROM CABPARTE
           MOVE 1 TO IND1.
       IMPRIME-UNID.
           IF IND1 > 99
              GO TO IMPRIME-TIPO0.
           MOVE ZEROS TO W-SAIDAS W-PACDIAS
           MOVE 1 TO IND2.
       IMPRIME-UNID0.
           IF IND2 < 14
              ADD TBU-SAIDAS(IND1, IND2) TO W-SAIDAS
              ADD TBU-PACDIAS(IND1, IND2) TO W-PACDIAS
              ADD 1 TO IND2
              GO TO IMPRIME-UNID0.
           IF TBU-LEITOS(IND1) = ZEROS AND W-SAIDAS = ZEROS
                 AND W-PACDIAS = ZEROS
              ADD 1 TO IND1
              GO TO IMPRIME-UNID.
           MOVE SPACES TO REGRELINDICTX
           WRITE REGRELINDICTX
           MOVE IND1 TO UNIDINDTX
           MOVE SPACES TO NOMEUNIDTX
           IF W-UNIDOK = "S"
              MOVE IND1 TO CODUNIDADE
              READ CADUNIDADE
              IF ST-ERRO = "00"
                 MOVE NOMEUNIDADE TO NOMEUNIDTX.
           MOVE TBU-LEITOS(IND1) TO LEITOSUNIDTX
           WRITE REGRELINDICTX FROM CABUNID
           MOVE 1 TO IND2.
       IMPRIME-UNID1.
           IF IND2 > 13
              ADD 1 TO IND1
              GO TO IMPRIME-UNID.
           MOVE TBU-LEITOS(IND1) TO W-LEITOS
           MOVE TBU-SAIDAS(IND1, IND2) TO W-SAIDAS
           MOVE TBU-DIASPERM(IND1, IND2) TO W-DIASPERM
           MOVE TBU-PACDIAS(IND1, IND2) TO W-PACDIAS
           MOVE TBU-READM(IND1, IND2) TO W-QTDREADM
           MOVE TBU-OBITOS(IND1, IND2) TO W-QTDOBITOS
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           ADD 1 TO IND2
           GO TO IMPRIME-UNID1.
       IMPRIME-TIPO0.
           MOVE SPACES TO REGRELINDICTX
           WRITE REGRELINDICTX
           MOVE "*** POR TIPO DE LEITO ***" TO TITULOPARTETX
           WRITE REGRELINDICTX FROM CABPARTE
           MOVE 1 TO IND1.
       IMPRIME-TIPO.
           IF IND1 > 3
              GO TO FECHA.
           MOVE SPACES TO REGRELINDICTX
           WRITE REGRELINDICTX
           MOVE TBN-NOME(IND1) TO NOMETIPOTX
           MOVE TBT-LEITOS(IND1) TO LEITOSTIPOTX
           WRITE REGRELINDICTX FROM CABTIPO
           MOVE 1 TO IND2.
       IMPRIME-TIPO1.
           IF IND2 > 13
              ADD 1 TO IND1
              GO TO IMPRIME-TIPO.
           MOVE TBT-LEITOS(IND1) TO W-LEITOS
           MOVE TBT-SAIDAS(IND1, IND2) TO W-SAIDAS
           MOVE TBT-DIASPERM(IND1, IND2) TO W-DIASPERM
           MOVE TBT-PACDIAS(IND1, IND2) TO W-PACDIAS
           MOVE TBT-READM(IND1, IND2) TO W-QTDREADM
           MOVE TBT-OBITOS(IND1, IND2) TO W-QTDOBITOS
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           ADD 1 TO IND2
           GO TO IMPRIME-TIPO1.
      *-----INDICADORES DE UM MES (IND2) DA LINHA CORRENTE---------------
       GRAVA-LINHA.
           MOVE ZEROS TO W-TMP W-OCUPACAO W-GIRO W-TXREADM W-TXMORT
           COMPUTE W-DIASMES = TBM-JUL(IND2 + 1) - TBM-JUL(IND2)
           IF W-SAIDAS > ZEROS
              COMPUTE W-TMP ROUNDED = W-DIASPERM / W-SAIDAS
              COMPUTE W-TXREADM ROUNDED = W-QTDREADM * 100 / W-SAIDAS
              COMPUTE W-TXMORT ROUNDED = W-QTDOBITOS * 100 / W-SAIDAS.
           IF W-LEITOS > ZEROS
              COMPUTE W-OCUPACAO ROUNDED =
                    W-PACDIAS * 100 / (W-LEITOS * W-DIASMES)
              COMPUTE W-GIRO ROUNDED = W-SAIDAS / W-LEITOS.
           IF IND2 = 13
              MOVE "*" TO MARCAINDTX
           ELSE
              MOVE " " TO MARCAINDTX.
           MOVE TBM-COMP(IND2) (5: 2) TO MESINDTX
           MOVE TBM-COMP(IND2) (1: 4) TO ANOINDTX
           MOVE W-SAIDAS TO SAIDASTX
           MOVE W-PACDIAS TO PACDIASTX
           MOVE W-TMP TO TMPTX
           MOVE W-OCUPACAO TO OCUPTX
           MOVE W-GIRO TO GIROTX
           MOVE W-TXREADM TO READMTX
           MOVE W-TXMORT TO MORTTX
           WRITE REGRELINDICTX FROM DETINDIC.
       FIM-GRAVA-LINHA.
           EXIT.
      *
       FECHA.
           MOVE "*** RELATORIO GERADO EM RELINDIC.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-FIM.
           CLOSE CADINTERN CADLEITO RELINDICTX.
           IF W-UNIDOK = "S"
              CLOSE CADUNIDADE.
           IF W-MOVOK = "S"
              CLOSE CADMOVLEITO.
           IF W-EXTOK = "S"
              CLOSE CADPACIEXT.
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
