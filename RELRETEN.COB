       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELRETEN.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    RELATORIO MENSAL DE IMPOSTOS RETIDOS NA FONTE PELOS        *
      *    CONVENIOS (ISS, IRRF, PIS, COFINS E CSLL) PARA COMPENSACAO *
      *    PELA CONTABILIDADE (CADFATRET -> RELIMPRET.DOC)            *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADFATRET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYFATRET
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGOCONV
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMECONV WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PLANO WITH DUPLICATES.
       SELECT RELRETENTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------RETENCOES NA FONTE DO PAGAMENTO DA GUIA---------------
       FD CADFATRET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFATRET.DAT".
       01  REGFATRET.
           03 KEYFATRET           PIC X(23).
           03 LOTEFR              PIC 9(06).
           03 CODCONVFR           PIC 9(04).
           03 DATARETFR           PIC 9(08).
           03 DATARETFRR REDEFINES DATARETFR.
              05 ANORETFR         PIC 9(04).
              05 MESRETFR         PIC 9(02).
              05 DIARETFR         PIC 9(02).
           03 VALORFATFR          PIC 9(06)V99.
           03 VALORPAGOFR         PIC 9(06)V99.
           03 IMPOSTOFR           PIC 9(06)V99 OCCURS 5 TIMES.
           03 RETIDOFR            PIC 9(06)V99.
           03 GLOSAREALFR         PIC 9(06)V99.
           03 FILLER              PIC X(20).
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
       FD RELRETENTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELIMPRET.DOC".
       01 REGRELRETENTX        PIC X(140).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 IND1           PIC 9(03) VALUE ZEROS.
       77 IND2           PIC 9(02) VALUE ZEROS.
       01 W-CONVABERTO   PIC X(01) VALUE "N".
       01 W-COMPET       PIC 9(06) VALUE ZEROS.
       01 W-COMPETR REDEFINES W-COMPET.
          03 W-ANOCOMP   PIC 9(04).
          03 W-MESCOMP   PIC 9(02).
       01 W-DATAHOJE     PIC 9(08) VALUE ZEROS.
       01 W-TOTLINHAS    PIC 9(03) VALUE ZEROS.
       01 W-ACHOU        PIC 9(03) VALUE ZEROS.
       01 W-QTDETOT      PIC 9(06) VALUE ZEROS.
      *---ACUMULADORES POR CONVENIO------------------------------------
      *  1 FATURADO 2 PAGO 3 ISS 4 IRRF 5 PIS 6 COFINS 7 CSLL
      *  8 TOTAL RETIDO 9 GLOSA REAL
       01 TABRETEN.
          03 TBR-LINHA OCCURS 100 TIMES.
             05 TBR-CONV      PIC 9(04).
             05 TBR-QTDE      PIC 9(05).
             05 TBR-VALOR     PIC 9(09)V99 OCCURS 9 TIMES.
       01 TABRETTOTAL.
          03 TBT-VALOR        PIC 9(09)V99 OCCURS 9 TIMES.
      *---LINHAS DO RELATORIO-------------------------------------
       01 CABRETEN.
          03 FILLER PIC X(50) VALUE
          "HOSPITAL MAINFRAME *** IMPOSTOS RETIDOS NA FONTE P".
          03 FILLER PIC X(31) VALUE
          "ELOS CONVENIOS ***  COMPETENCIA".
          03 FILLER         PIC X(01) VALUE " ".
          03 MESCABTX       PIC 9(02).
          03 FILLER         PIC X(01) VALUE "/".
          03 ANOCABTX       PIC 9(04).
          03 FILLER         PIC X(08) VALUE "  DATA: ".
          03 DATACABTX      PIC 9(08).
       01 CABRETCOL.
          03 FILLER PIC X(50) VALUE
          "CONV NOME DO CONVENIO      QTDE    FATURADO       ".
          03 FILLER PIC X(50) VALUE
          " PAGO         ISS        IRRF         PIS      COF".
          03 FILLER PIC X(39) VALUE
          "INS        CSLL  TOT RETIDO  GLOSA REAL".
       01 DETRETEN.
          03 CONVRETX       PIC 9(04).
          03 FILLER         PIC X(01) VALUE " ".
          03 NOMERETX       PIC X(20).
          03 FILLER         PIC X(01) VALUE " ".
          03 QTDERETX       PIC ZZZZ9.
          03 VALORESRETX    OCCURS 9 TIMES.
             05 SEPRETX     PIC X(01).
             05 VALORRETX   PIC ZZZZZZZ9,99.
       01 NOTARETEN.
          03 FILLER PIC X(50) VALUE
          "(RETENCOES DOS RETORNOS IMPORTADOS NO MES; GLOSA R".
          03 FILLER PIC X(40) VALUE
          "EAL = DIFERENCA SEM OS IMPOSTOS RETIDOS)".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           DISPLAY "*** IMPOSTOS RETIDOS PELOS CONVENIOS ***"
           DISPLAY "COMPETENCIA (AAAAMM): "
           ACCEPT W-COMPET
           IF W-MESCOMP = ZEROS OR W-MESCOMP > 12 OR W-ANOCOMP = ZEROS
              DISPLAY "COMPETENCIA INVALIDA, NADA FEITO"
              GO TO ROT-FIM2.
       ABRIR-ARQUIVOS.
           OPEN INPUT CADFATRET
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO CADFATRET NAO ENCONTRADO"
              GO TO ROT-FIM2.
           OPEN INPUT CADCONV
           IF ST-ERRO = "00"
              MOVE "S" TO W-CONVABERTO.
           OPEN OUTPUT RELRETENTX
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELIMPRET"
              GO TO ROT-FIM.
           MOVE W-MESCOMP TO MESCABTX
           MOVE W-ANOCOMP TO ANOCABTX
           MOVE W-DATAHOJE TO DATACABTX
           WRITE REGRELRETENTX FROM CABRETEN
           WRITE REGRELRETENTX FROM NOTARETEN
           MOVE SPACES TO REGRELRETENTX
           WRITE REGRELRETENTX
           WRITE REGRELRETENTX FROM CABRETCOL
           MOVE ZEROS TO TABRETTOTAL.
      *----------------ACUMULAR AS GUIAS DA COMPETENCIA-----------------
       ACUMULA.
           MOVE LOW-VALUES TO KEYFATRET
           START CADFATRET KEY IS NOT LESS KEYFATRET INVALID KEY
                 GO TO IMPRIME.
       ACUMULA1.
           READ CADFATRET NEXT
           IF ST-ERRO NOT = "00"
              GO TO IMPRIME.
           IF ANORETFR NOT = W-ANOCOMP OR MESRETFR NOT = W-MESCOMP
              GO TO ACUMULA1.
           PERFORM ACHA-LINHA THRU FIM-ACHA-LINHA
           IF W-ACHOU = ZEROS
              GO TO ACUMULA1.
           ADD 1 TO TBR-QTDE(W-ACHOU) W-QTDETOT
           ADD VALORFATFR TO TBR-VALOR(W-ACHOU, 1) TBT-VALOR(1)
           ADD VALORPAGOFR TO TBR-VALOR(W-ACHOU, 2) TBT-VALOR(2)
           MOVE 1 TO IND2.
       ACUMULA2.
           ADD IMPOSTOFR(IND2) TO TBR-VALOR(W-ACHOU, IND2 + 2)
           ADD IMPOSTOFR(IND2) TO TBT-VALOR(IND2 + 2)
           IF IND2 < 5
              ADD 1 TO IND2
              GO TO ACUMULA2.
           ADD RETIDOFR TO TBR-VALOR(W-ACHOU, 8) TBT-VALOR(8)
           ADD GLOSAREALFR TO TBR-VALOR(W-ACHOU, 9) TBT-VALOR(9)
           GO TO ACUMULA1.
      *
       ACHA-LINHA.
           MOVE 1 TO IND1.
       ACHA-LINHA1.
           IF IND1 > W-TOTLINHAS
              IF W-TOTLINHAS > 99
                 MOVE ZEROS TO W-ACHOU
                 GO TO FIM-ACHA-LINHA
              ELSE
                 ADD 1 TO W-TOTLINHAS
                 MOVE W-TOTLINHAS TO W-ACHOU
                 MOVE ZEROS TO TBR-LINHA(W-ACHOU)
                 MOVE CODCONVFR TO TBR-CONV(W-ACHOU)
                 GO TO FIM-ACHA-LINHA.
           IF TBR-CONV(IND1) = CODCONVFR
              MOVE IND1 TO W-ACHOU
              GO TO FIM-ACHA-LINHA.
           ADD 1 TO IND1
           GO TO ACHA-LINHA1.
       FIM-ACHA-LINHA.
           EXIT.
      *----------------IMPRIMIR UMA LINHA POR CONVENIO------------------
       IMPRIME.
           MOVE 1 TO IND1.
       IMPRIME1.
           IF IND1 > W-TOTLINHAS
              GO TO TOTALIZA.
           MOVE TBR-CONV(IND1) TO CONVRETX
           MOVE "*** NAO CADASTRADO ***" TO NOMERETX
           IF W-CONVABERTO = "S"
              MOVE TBR-CONV(IND1) TO CODIGOCONV
              READ CADCONV
              IF ST-ERRO = "00"
                 MOVE NOMECONV TO NOMERETX.
           MOVE TBR-QTDE(IND1) TO QTDERETX
           MOVE 1 TO IND2.
       IMPRIME2.
           MOVE SPACE TO SEPRETX(IND2)
           MOVE TBR-VALOR(IND1, IND2) TO VALORRETX(IND2)
           IF IND2 < 9
              ADD 1 TO IND2
              GO TO IMPRIME2.
           WRITE REGRELRETENTX FROM DETRETEN
           ADD 1 TO IND1
           GO TO IMPRIME1.
      *
       TOTALIZA.
           MOVE SPACES TO REGRELRETENTX
           WRITE REGRELRETENTX
           MOVE ZEROS TO CONVRETX
           MOVE "TOTAL DO MES" TO NOMERETX
           MOVE W-QTDETOT TO QTDERETX
           MOVE 1 TO IND2.
       TOTALIZA1.
           MOVE SPACE TO SEPRETX(IND2)
           MOVE TBT-VALOR(IND2) TO VALORRETX(IND2)
           IF IND2 < 9
              ADD 1 TO IND2
              GO TO TOTALIZA1.
           WRITE REGRELRETENTX FROM DETRETEN
           DISPLAY "GUIAS NA COMPETENCIA: " W-QTDETOT
           DISPLAY "CONVENIOS LISTADOS  : " W-TOTLINHAS.
       ROT-FIM.
           CLOSE CADFATRET RELRETENTX
           IF W-CONVABERTO = "S"
              CLOSE CADCONV.
           DISPLAY "*** RELATORIO RELIMPRET.DOC GERADO ***".
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
