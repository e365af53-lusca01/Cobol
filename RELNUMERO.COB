       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELNUMERO.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    LACUNAS E DUPLICIDADES NA NUMERACAO DE DOCUMENTOS          *
      *    PARA CADA SERIE (CADNUMERO) CONFERE OS NUMEROS RESERVADOS  *
      *    (CADNUMRES): NUMERO SEM RESERVA, RESERVADO E NAO USADO,    *
      *    ANULADO E USADO MAIS DE UMA VEZ. ATESTADOS (CADATESTADO) E *
      *    RPS (CADNFSE) SAO CONTADOS NOS PROPRIOS ARQUIVOS PARA      *
      *    ACHAR NUMERO REPETIDO (CADNUMTRB -> RELNUMERO.DOC)         *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADNUMERO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYNUMERO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADNUMRES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYNUMRES
                    FILE STATUS  IS ST-ERRO.
       SELECT CADNUMTRB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYNUMTRB
                    FILE STATUS  IS ST-ERRO.
       SELECT CADATESTADO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYATESTADO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADNFSE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYNFSE
                    FILE STATUS  IS ST-ERRO.
       SELECT RELNUMTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------CONTADOR DA SERIE (ANO ZERADO QUANDO NAO REINICIA)------
       FD CADNUMERO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNUMERO.DAT".
       01  REGNUMERO.
           03 KEYNUMERO.
              05 TIPONUM          PIC X(04).
              05 UNIDNUM          PIC 9(02).
           03 ANONUM              PIC 9(04).
           03 ULTNUM              PIC 9(08).
           03 INICIONUM           PIC 9(08).
           03 ZERAANUAL           PIC X(01).
           03 DATAULTNUM          PIC 9(08).
           03 FILLER              PIC X(10).
      *---------NUMEROS RESERVADOS E SUA SITUACAO-----------------------
       FD CADNUMRES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNUMRES.DAT".
       01  REGNUMRES.
           03 KEYNUMRES.
              05 TIPORES          PIC X(04).
              05 UNIDRES          PIC 9(02).
              05 ANORES           PIC 9(04).
              05 NUMRES           PIC 9(08).
           03 SITRES              PIC X(01).
              88 RES-RESERVADO      VALUE "R".
              88 RES-UTILIZADO      VALUE "U".
              88 RES-ANULADO        VALUE "A".
           03 QTDUSORES           PIC 9(02).
           03 DATARES             PIC 9(08).
           03 HORARES             PIC 9(06).
           03 OPERRES             PIC 9(04).
           03 PROGRRES            PIC X(10).
           03 DATAUSORES          PIC 9(08).
           03 FILLER              PIC X(10).
      *---------DOCUMENTOS EMITIDOS POR NUMERO (REFEITO A CADA EXECUCAO)
       FD CADNUMTRB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNUMTRB.DAT".
       01  REGNUMTRB.
           03 KEYNUMTRB.
              05 TIPOTRB          PIC X(04).
              05 UNIDTRB          PIC 9(02).
              05 ANOTRB           PIC 9(04).
              05 NUMTRB           PIC 9(08).
           03 QTDTRB              PIC 9(04).
      *
       FD CADATESTADO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADATESTADO.DAT".
       01  REGATESTADO.
           03 KEYATESTADO.
              05 UNIDATEST        PIC 9(02).
              05 NUMATEST         PIC 9(06).
           03 CPFATEST            PIC 9(11).
           03 DATACONSAT          PIC 9(08).
           03 HORACONSAT          PIC 9(04).
           03 DIASAFAST           PIC 9(03).
           03 CIDATEST            PIC X(07).
           03 CRMATEST            PIC 9(06).
           03 DATAEMISSAO         PIC 9(08).
           03 OPERATEST           PIC 9(04).
      *
       FD CADNFSE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNFSE.DAT".
       01  REGNFSE.
           03 KEYNFSE.
              05 CPFNFSE          PIC 9(11).
              05 DATANFSECONS.
                 07 DIANFSE       PIC 9(02).
                 07 MESNFSE       PIC 9(02).
                 07 ANONFSE       PIC 9(04).
              05 HORANFSE         PIC 9(04).
              05 SEQNFSE          PIC 9(02).
           03 RPSNFSE             PIC 9(08).
           03 LOTENFSE            PIC 9(06).
           03 DATAGERNFSE         PIC 9(08).
           03 DATAGERNFSER REDEFINES DATAGERNFSE.
              05 ANOGERNFSE       PIC 9(04).
              05 MMDDGERNFSE      PIC 9(04).
           03 STATUSNFSE          PIC X(01).
              88 NFSE-ENVIADA       VALUE "E".
              88 NFSE-AUTORIZADA    VALUE "A".
              88 NFSE-REJEITADA     VALUE "R".
              88 NFSE-CANCPENDENTE  VALUE "P".
              88 NFSE-CANCSOLICIT   VALUE "S".
              88 NFSE-CANCELADA     VALUE "C".
           03 NUMNOTANFSE         PIC X(15).
      *
       FD RELNUMTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELNUMERO.DOC".
       01 REGRELNUMTX          PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 IND1           PIC 9(02) VALUE ZEROS.
       01 W-RESABERTO    PIC X(01) VALUE "N".
       01 W-ZERARPS      PIC X(01) VALUE "N".
       01 W-DATAHOJE     PIC 9(08) VALUE ZEROS.
       01 W-TEMGRUPO     PIC X(01) VALUE "N".
       01 W-PRIMGRUPO    PIC X(01) VALUE "S".
       01 W-ANOGRP       PIC 9(04) VALUE ZEROS.
       01 W-ESPERADO     PIC 9(09) VALUE ZEROS.
       01 W-ATE          PIC 9(09) VALUE ZEROS.
       01 W-QTDSERIES    PIC 9(04) VALUE ZEROS.
       01 W-QTDDOCS      PIC 9(07) VALUE ZEROS.
      *---OCORRENCIAS DA SERIE E DO RELATORIO-------------------------
      *  1 SEM RESERVA 2 RESERVADO NAO USADO 3 ANULADO
      *  4 USO NAO CONFIRMADO 5 USADO MAIS DE UMA VEZ 6 DOC. REPETIDO
       01 TABQTDSERIE.
          03 TBQ-SERIE      PIC 9(08) OCCURS 6 TIMES.
       01 TABQTDTOTAL.
          03 TBQ-TOTAL      PIC 9(08) OCCURS 6 TIMES.
      *---LINHAS DO RELATORIO-------------------------------------
       01 CABNUM.
          03 FILLER PIC X(50) VALUE
          "HOSPITAL MAINFRAME *** LACUNAS E DUPLICIDADES NA N".
          03 FILLER PIC X(30) VALUE
          "UMERACAO DE DOCUMENTOS ***    ".
          03 FILLER         PIC X(06) VALUE "DATA: ".
          03 DATACABTX      PIC 9(08).
       01 CABNUMCOL.
          03 FILLER PIC X(50) VALUE
          "       ANO NUMERO                OCORRENCIA       ".
          03 FILLER PIC X(49) VALUE
          "                    QTDE PROGRAMA      DATA  OPER".
       01 SERIENUMTX.
          03 FILLER         PIC X(07) VALUE "SERIE: ".
          03 TIPOSERTX      PIC X(04).
          03 FILLER         PIC X(11) VALUE "  UNIDADE: ".
          03 UNIDSERTX      PIC 9(02).
          03 FILLER         PIC X(10) VALUE "  ULTIMO: ".
          03 ULTSERTX       PIC 9(08).
          03 FILLER         PIC X(19) VALUE "  INICIO CONTROLE: ".
          03 INISERTX       PIC 9(08).
          03 FILLER         PIC X(20) VALUE "  REINICIA NO ANO: ".
          03 ZERASERTX      PIC X(01).
       01 DETNUMTX.
          03 FILLER         PIC X(07) VALUE "       ".
          03 ANODETX        PIC 9(04).
          03 FILLER         PIC X(01) VALUE " ".
          03 NUMDETX        PIC 9(08).
          03 ATEDETX        PIC X(03).
          03 NUMFIMDETX     PIC Z(08) BLANK WHEN ZERO.
          03 FILLER         PIC X(01) VALUE " ".
          03 OCORDETX       PIC X(32).
          03 FILLER         PIC X(01) VALUE " ".
          03 QTDDETX        PIC Z(08) BLANK WHEN ZERO.
          03 FILLER         PIC X(01) VALUE " ".
          03 PROGDETX       PIC X(10).
          03 FILLER         PIC X(01) VALUE " ".
          03 DATADETX       PIC Z(08) BLANK WHEN ZERO.
          03 FILLER         PIC X(01) VALUE " ".
          03 OPERDETX       PIC Z(04) BLANK WHEN ZERO.
       01 TOTNUMTX.
          03 FILLER         PIC X(07) VALUE "       ".
          03 DESCTOTTX      PIC X(25).
          03 VALTOTTX       OCCURS 6 TIMES.
             05 FILLER      PIC X(03).
             05 QTDTOTTX    PIC ZZZZZZZ9.
       01 CABTOTTX.
          03 FILLER PIC X(50) VALUE
          "                                    LACUNAS NAO US".
          03 FILLER PIC X(48) VALUE
          "ADOS   ANULADOS NAO CONFIR  USO REPET   DOC.REP.".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           DISPLAY "*** LACUNAS E DUPLICIDADES NA NUMERACAO ***".
       ABRIR-ARQUIVOS.
           OPEN INPUT CADNUMERO
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO CADNUMERO NAO ENCONTRADO"
              GO TO ROT-FIM2.
           OPEN INPUT CADNUMRES
           IF ST-ERRO = "00"
              MOVE "S" TO W-RESABERTO.
           OPEN OUTPUT CADNUMTRB
           CLOSE CADNUMTRB
           OPEN I-O CADNUMTRB
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADNUMTRB"
              GO TO ROT-FIM.
           OPEN OUTPUT RELNUMTX
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELNUMERO"
              GO TO ROT-FIM.
           MOVE W-DATAHOJE TO DATACABTX
           WRITE REGRELNUMTX FROM CABNUM
           MOVE SPACES TO REGRELNUMTX
           WRITE REGRELNUMTX
           WRITE REGRELNUMTX FROM CABNUMCOL
           MOVE ZEROS TO TABQTDTOTAL.
      *----------------CONTAR OS ATESTADOS EMITIDOS POR NUMERO----------
       CARGA-ATES.
           OPEN INPUT CADATESTADO
           IF ST-ERRO NOT = "00"
              GO TO CARGA-RPS.
       CARGA-ATES1.
           READ CADATESTADO NEXT
           IF ST-ERRO NOT = "00"
              CLOSE CADATESTADO
              GO TO CARGA-RPS.
           MOVE "ATES" TO TIPOTRB
           MOVE UNIDATEST TO UNIDTRB
           MOVE ZEROS TO ANOTRB
           MOVE NUMATEST TO NUMTRB
           PERFORM SOMA-DOC THRU FIM-SOMA-DOC
           GO TO CARGA-ATES1.
      *----------------CONTAR OS RPS EMITIDOS POR NUMERO----------------
       CARGA-RPS.
           MOVE "RPS " TO TIPONUM
           MOVE ZEROS TO UNIDNUM
           READ CADNUMERO
           IF ST-ERRO = "00"
              MOVE ZERAANUAL TO W-ZERARPS.
           OPEN INPUT CADNFSE
           IF ST-ERRO NOT = "00"
              GO TO SERIES.
       CARGA-RPS1.
           READ CADNFSE NEXT
           IF ST-ERRO NOT = "00"
              CLOSE CADNFSE
              GO TO SERIES.
           IF RPSNFSE = ZEROS
              GO TO CARGA-RPS1.
           MOVE "RPS " TO TIPOTRB
           MOVE ZEROS TO UNIDTRB ANOTRB
           IF W-ZERARPS = "S"
              MOVE ANOGERNFSE TO ANOTRB.
           MOVE RPSNFSE TO NUMTRB
           PERFORM SOMA-DOC THRU FIM-SOMA-DOC
           GO TO CARGA-RPS1.
      *
       SOMA-DOC.
           ADD 1 TO W-QTDDOCS
           READ CADNUMTRB
           IF ST-ERRO = "00"
              IF QTDTRB < 9999
                 ADD 1 TO QTDTRB
                 REWRITE REGNUMTRB
                 GO TO FIM-SOMA-DOC
              ELSE
                 GO TO FIM-SOMA-DOC.
           MOVE 1 TO QTDTRB
           WRITE REGNUMTRB.
       FIM-SOMA-DOC.
           EXIT.
      *----------------CONFERIR CADA SERIE------------------------------
       SERIES.
           MOVE LOW-VALUES TO KEYNUMERO
           START CADNUMERO KEY IS NOT LESS KEYNUMERO INVALID KEY
                 GO TO TOTALIZA.
       SERIES1.
           READ CADNUMERO NEXT
           IF ST-ERRO NOT = "00"
              GO TO TOTALIZA.
           ADD 1 TO W-QTDSERIES
           MOVE ZEROS TO TABQTDSERIE
           MOVE SPACES TO REGRELNUMTX
           WRITE REGRELNUMTX
           MOVE TIPONUM TO TIPOSERTX
           MOVE UNIDNUM TO UNIDSERTX
           MOVE ULTNUM TO ULTSERTX
           MOVE INICIONUM TO INISERTX
           MOVE ZERAANUAL TO ZERASERTX
           WRITE REGRELNUMTX FROM SERIENUMTX
           MOVE "N" TO W-TEMGRUPO
           MOVE "S" TO W-PRIMGRUPO
           IF W-RESABERTO NOT = "S"
              GO TO RES-FIMSERIE.
           MOVE TIPONUM TO TIPORES
           MOVE UNIDNUM TO UNIDRES
           MOVE ZEROS TO ANORES NUMRES
           START CADNUMRES KEY IS NOT LESS KEYNUMRES INVALID KEY
                 GO TO RES-FIMSERIE.
       RES-LE.
           READ CADNUMRES NEXT
           IF ST-ERRO NOT = "00"
              GO TO RES-FIMSERIE.
           IF TIPORES NOT = TIPONUM OR UNIDRES NOT = UNIDNUM
              GO TO RES-FIMSERIE.
           IF W-TEMGRUPO = "S" AND ANORES = W-ANOGRP
              GO TO RES-TRATA.
      *----------------NOVO ANO DA SERIE: ONDE A NUMERACAO COMECA-------
           IF W-TEMGRUPO = "S"
              PERFORM FECHA-ANO THRU FIM-FECHA-ANO
              MOVE "N" TO W-PRIMGRUPO.
           MOVE "S" TO W-TEMGRUPO
           MOVE ANORES TO W-ANOGRP
           MOVE NUMRES TO W-ESPERADO
           IF ANORES = ANONUM OR ANORES = ZEROS
              MOVE INICIONUM TO W-ESPERADO
           ELSE
              IF W-PRIMGRUPO = "N"
                 MOVE 1 TO W-ESPERADO.
       RES-TRATA.
           IF NUMRES > W-ESPERADO
              COMPUTE W-ATE = NUMRES - 1
              PERFORM IMPRIME-LACUNA THRU FIM-IMPRIME-LACUNA.
           IF NUMRES NOT < W-ESPERADO
              COMPUTE W-ESPERADO = NUMRES + 1.
           MOVE SPACES TO OCORDETX
           MOVE ZEROS TO QTDDETX
           IF RES-ANULADO
              MOVE "ANULADO (RESERVA CANCELADA)" TO OCORDETX
              ADD 1 TO TBQ-SERIE(3)
              GO TO RES-IMPRIME.
           IF RES-UTILIZADO AND QTDUSORES > 1
              MOVE "NUMERO USADO MAIS DE UMA VEZ" TO OCORDETX
              MOVE QTDUSORES TO QTDDETX
              ADD 1 TO TBQ-SERIE(5)
              GO TO RES-IMPRIME.
           IF NOT RES-RESERVADO
              GO TO RES-LE.
           MOVE TIPORES TO TIPOTRB
           MOVE UNIDRES TO UNIDTRB
           MOVE ANORES TO ANOTRB
           MOVE NUMRES TO NUMTRB
           READ CADNUMTRB
           IF ST-ERRO = "00"
              MOVE "EMITIDO, USO NAO CONFIRMADO" TO OCORDETX
              ADD 1 TO TBQ-SERIE(4)
           ELSE
              MOVE "RESERVADO E NAO UTILIZADO" TO OCORDETX
              ADD 1 TO TBQ-SERIE(2).
       RES-IMPRIME.
           MOVE ANORES TO ANODETX
           MOVE NUMRES TO NUMDETX
           MOVE SPACES TO ATEDETX
           MOVE ZEROS TO NUMFIMDETX
           MOVE PROGRRES TO PROGDETX
           MOVE DATARES TO DATADETX
           MOVE OPERRES TO OPERDETX
           WRITE REGRELNUMTX FROM DETNUMTX
           GO TO RES-LE.
      *
       RES-FIMSERIE.
           IF W-TEMGRUPO = "N"
              MOVE ANONUM TO W-ANOGRP
              MOVE INICIONUM TO W-ESPERADO.
           PERFORM FECHA-ANO THRU FIM-FECHA-ANO
           PERFORM DUPLICADOS THRU FIM-DUPLICADOS
           MOVE "TOTAL DA SERIE" TO DESCTOTTX
           MOVE 1 TO IND1.
       RES-FIMSERIE1.
           MOVE SPACES TO VALTOTTX(IND1)
           MOVE TBQ-SERIE(IND1) TO QTDTOTTX(IND1)
           ADD TBQ-SERIE(IND1) TO TBQ-TOTAL(IND1)
           IF IND1 < 6
              ADD 1 TO IND1
              GO TO RES-FIMSERIE1.
           WRITE REGRELNUMTX FROM CABTOTTX
           WRITE REGRELNUMTX FROM TOTNUMTX
           GO TO SERIES1.
      *----------------NUMEROS DO ANO CORRENTE APOS A ULTIMA RESERVA----
       FECHA-ANO.
           IF W-ANOGRP NOT = ANONUM
              GO TO FIM-FECHA-ANO.
           IF ULTNUM < W-ESPERADO
              GO TO FIM-FECHA-ANO.
           MOVE ULTNUM TO W-ATE
           PERFORM IMPRIME-LACUNA THRU FIM-IMPRIME-LACUNA.
       FIM-FECHA-ANO.
           EXIT.
      *
       IMPRIME-LACUNA.
           MOVE W-ANOGRP TO ANODETX
           MOVE W-ESPERADO TO NUMDETX
           MOVE SPACES TO ATEDETX
           MOVE ZEROS TO NUMFIMDETX
           IF W-ATE > W-ESPERADO
              MOVE " A " TO ATEDETX
              MOVE W-ATE TO NUMFIMDETX.
           MOVE "NUMERO SEM RESERVA (LACUNA)" TO OCORDETX
           COMPUTE QTDDETX = W-ATE - W-ESPERADO + 1
           COMPUTE TBQ-SERIE(1) = TBQ-SERIE(1) + W-ATE - W-ESPERADO + 1
           MOVE SPACES TO PROGDETX
           MOVE ZEROS TO DATADETX OPERDETX
           WRITE REGRELNUMTX FROM DETNUMTX.
       FIM-IMPRIME-LACUNA.
           EXIT.
      *----------------DOCUMENTO GRAVADO MAIS DE UMA VEZ COM O NUMERO---
       DUPLICADOS.
           MOVE TIPONUM TO TIPOTRB
           MOVE UNIDNUM TO UNIDTRB
           MOVE ZEROS TO ANOTRB NUMTRB
           START CADNUMTRB KEY IS NOT LESS KEYNUMTRB INVALID KEY
                 GO TO FIM-DUPLICADOS.
       DUPLICADOS1.
           READ CADNUMTRB NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-DUPLICADOS.
           IF TIPOTRB NOT = TIPONUM OR UNIDTRB NOT = UNIDNUM
              GO TO FIM-DUPLICADOS.
           IF QTDTRB < 2
              GO TO DUPLICADOS1.
           MOVE ANOTRB TO ANODETX
           MOVE NUMTRB TO NUMDETX
           MOVE SPACES TO ATEDETX PROGDETX
           MOVE ZEROS TO NUMFIMDETX DATADETX OPERDETX
           MOVE "DOCUMENTO REPETIDO NO ARQUIVO" TO OCORDETX
           MOVE QTDTRB TO QTDDETX
           ADD 1 TO TBQ-SERIE(6)
           WRITE REGRELNUMTX FROM DETNUMTX
           GO TO DUPLICADOS1.
       FIM-DUPLICADOS.
           EXIT.
      *
       TOTALIZA.
           MOVE SPACES TO REGRELNUMTX
           WRITE REGRELNUMTX
           MOVE "TOTAL GERAL" TO DESCTOTTX
           MOVE 1 TO IND1.
       TOTALIZA1.
           MOVE SPACES TO VALTOTTX(IND1)
           MOVE TBQ-TOTAL(IND1) TO QTDTOTTX(IND1)
           IF IND1 < 6
              ADD 1 TO IND1
              GO TO TOTALIZA1.
           WRITE REGRELNUMTX FROM CABTOTTX
           WRITE REGRELNUMTX FROM TOTNUMTX
           DISPLAY "SERIES CONFERIDAS   : " W-QTDSERIES
           DISPLAY "DOCUMENTOS CONTADOS : " W-QTDDOCS.
       ROT-FIM.
           CLOSE CADNUMERO CADNUMTRB RELNUMTX
           IF W-RESABERTO = "S"
              CLOSE CADNUMRES.
           DISPLAY "*** RELATORIO RELNUMERO.DOC GERADO ***".
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
