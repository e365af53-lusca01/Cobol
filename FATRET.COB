      *****************************************************************
      *    IMPORTACAO DO RETORNO DO CONVENIO (PAGAMENTOS E GLOSAS)    *
      *    (FATRETORNO.TXT -> CADFATLOTE, DIVERGENCIAS EM RELGLOSA)   *
      *    SEPARA DA DIFERENCA OS IMPOSTOS RETIDOS NA FONTE PELO      *
      *    CONVENIO (CADCONVRET) DA GLOSA REAL (RETENCOES EM          *
      *    CADFATRET); O LOTE COM RETORNO SAI DA PREVISAO DE          *
      *    RECEBIMENTO (CADPREVREC)                                   *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODGLOSAMOT
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCONVRET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODCONVRT
                    FILE STATUS  IS ST-ERRO.
       SELECT CADFATRET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYFATRET
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPREVREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPREVREC
                    FILE STATUS  IS ST-ERRO.
       SELECT RELGLOSATX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
       01  REGGLOSAMOT.
           03 CODGLOSAMOT         PIC 9(03).
           03 DESCGLOSAMOT        PIC X(30).
      *---------ALIQUOTAS DE RETENCAO NA FONTE POR CONVENIO-----------
       FD CADCONVRET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONVRET.DAT".
       01  REGCONVRET.
           03 CODCONVRT           PIC 9(04).
           03 ISSRT               PIC 9(02)V99.
           03 IRRFRT              PIC 9(02)V99.
           03 PISRT               PIC 9(02)V99.
           03 COFINSRT            PIC 9(02)V99.
           03 CSLLRT              PIC 9(02)V99.
           03 FILLER              PIC X(20).
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
      *---------PREVISAO DE RECEBIMENTO (LOTE DE CONVENIO / FATURA)---
       FD CADPREVREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPREVREC.DAT".
       01  REGPREVREC.
           03 KEYPREVREC.
              05 TIPOPREV         PIC X(01).
                 88 PREV-CONVENIO   VALUE "C".
                 88 PREV-EMPRESA    VALUE "E".
              05 CODPREV          PIC 9(04).
              05 REFPREV          PIC 9(06).
           03 DATAENTPREV         PIC 9(08).
           03 QTDEPREV            PIC 9(06).
           03 VALORPREV           PIC 9(09)V99.
           03 DATAPREVISTA        PIC 9(08).
           03 STATUSPREV          PIC X(01).
              88 PREV-ABERTO        VALUE "A".
              88 PREV-RECEBIDO      VALUE "R".
           03 DATARECPREV         PIC 9(08).
           03 VALORRECPREV        PIC 9(09)V99.
           03 FILLER              PIC X(20).
      *
       FD RELGLOSATX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELGLOSA.DOC".
       01 REGRELGLOSATX        PIC X(130).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       01 W-COMPFECHADA  PIC X(01) VALUE "N".
       01 W-COMPCHECK    PIC 9(06) VALUE ZEROS.
       01 W-UNIDCHECK    PIC 9(02) VALUE ZEROS.
      *---RETENCAO NA FONTE X GLOSA REAL-------------------------------
       01 W-CONVRETOK    PIC X(01) VALUE "N".
       01 W-FATRETOK     PIC X(01) VALUE "N".
       01 W-DATAHOJE     PIC 9(08) VALUE ZEROS.
       01 W-CONVGUIA     PIC 9(04) VALUE ZEROS.
       01 W-DIFERENCA    PIC 9(06)V99 VALUE ZEROS.
       01 W-RETCALC      PIC 9(06)V99 VALUE ZEROS.
       01 W-RETIDO       PIC 9(06)V99 VALUE ZEROS.
       01 W-GLOSAREAL    PIC 9(06)V99 VALUE ZEROS.
      *  DIFERENCA DE ARREDONDAMENTO NAO CONTA COMO GLOSA
       01 W-TOLGLOSA     PIC 9(01)V99 VALUE 0,05.
       01 W-TOTRETIDO    PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTGLOSAREAL PIC 9(09)V99 VALUE ZEROS.
       01 IND1           PIC 9(01) VALUE ZEROS.
      *---LOTE COM RETORNO SAI DA PREVISAO DE RECEBIMENTO--------------
       01 W-PREVOK       PIC X(01) VALUE "N".
       01 W-STATUSANT    PIC X(01) VALUE SPACES.
       01 TABIMPOSTO.
          03 W-IMPOSTO   PIC 9(06)V99 OCCURS 5 TIMES.
      *---LINHAS DO RELATORIO DE DIVERGENCIA--------------------------
       01 CABGLOSA.
          03 FILLER PIC X(56) VALUE
          03 VALORFATTX       PIC ZZZZZ9,99.
          03 FILLER           PIC X(07) VALUE " PAGO: ".
          03 VALORPAGOTX      PIC ZZZZZ9,99.
          03 FILLER           PIC X(09) VALUE " RETIDO: ".
          03 RETIDOTX         PIC ZZZZZ9,99.
       01 TOTGLOSA.
          03 FILLER           PIC X(08) VALUE "PAGAS..:".
          03 QTDEPAGATX       PIC ZZZZZ9.
          03 QTDEGLOSATX      PIC ZZZZZ9.
          03 FILLER           PIC X(12) VALUE " REJEITADAS:".
          03 QTDEREJEITOTX    PIC ZZZZZ9.
          03 FILLER           PIC X(09) VALUE " RETIDO: ".
          03 TOTRETIDOTX      PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER           PIC X(13) VALUE " GLOSA REAL: ".
          03 TOTGLOSAREALTX   PIC ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           DISPLAY "*** IMPORTACAO DO RETORNO DO CONVENIO ***".
       ABRIR-ARQUIVOS.
           OPEN I-O CADFATLOTE
              MOVE "S" TO W-COMPETOK
           ELSE
              MOVE "N" TO W-COMPETOK.
           OPEN INPUT CADCONVRET
           IF ST-ERRO = "00"
              MOVE "S" TO W-CONVRETOK
           ELSE
              MOVE "N" TO W-CONVRETOK.
           OPEN I-O CADPREVREC
           IF ST-ERRO = "00"
              MOVE "S" TO W-PREVOK
           ELSE
              MOVE "N" TO W-PREVOK.
       ABRIR-FATRET.
           OPEN I-O CADFATRET
           IF ST-ERRO = "00"
              MOVE "S" TO W-FATRETOK
           ELSE
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADFATRET
                 CLOSE CADFATRET
                 GO TO ABRIR-FATRET
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFATRET"
                 MOVE "N" TO W-FATRETOK.
      *----------------PROCESSAR O RETORNO LINHA A LINHA-----------------
       IMPORTA.
           MOVE ZEROS TO W-RETIDO
           READ FATRETORNO
           IF ST-ERRO NOT = "00"
              GO TO TOTALIZA.
              MOVE "COMPETENCIA FECHADA" TO MOTIVOGLOSATX
              PERFORM GRAVA-DIVERG THRU FIM-GRAVA-DIVERG
              GO TO IMPORTA.
           MOVE STATUSFAT TO W-STATUSANT
           MOVE VALORPAGORETTX TO VALORPAGOFAT
           MOVE GLOSARETTX TO GLOSAFAT
           MOVE ZEROS TO CODGLOSAFAT
              READ CADGLOSAMOT
              IF ST-ERRO = "00"
                 MOVE DESCGLOSAMOT TO GLOSAFAT.
           PERFORM CALCULA-RETENCAO THRU FIM-CALCULA-RETENCAO
           IF W-GLOSAREAL > W-TOLGLOSA
              MOVE "G" TO STATUSFAT
              ADD 1 TO W-QTDEGLOSA
              ADD W-GLOSAREAL TO W-TOTGLOSAREAL
              MOVE "PAGAMENTO MENOR (GLOSA)" TO MOTIVOGLOSATX
              PERFORM GRAVA-DIVERG-SEMCONTA THRU FIM-GRAVA-DIVERG2
           ELSE
              MOVE "P" TO STATUSFAT
              ADD 1 TO W-QTDEPAGA.
           REWRITE REGFATLOTE
           PERFORM GRAVA-RETENCAO THRU FIM-GRAVA-RETENCAO
           PERFORM BAIXA-PREVISAO THRU FIM-BAIXA-PREVISAO
           GO TO IMPORTA.
      *-----DIFERENCA = IMPOSTOS RETIDOS PELO CONVENIO + GLOSA REAL-----
      *  SE O CONVENIO RETEVE MENOS QUE AS ALIQUOTAS INDICAM, O VALOR
      *  RETIDO E RATEADO ENTRE OS IMPOSTOS NA MESMA PROPORCAO
       CALCULA-RETENCAO.
           MOVE ZEROS TO W-DIFERENCA W-RETCALC W-RETIDO W-GLOSAREAL
           MOVE ZEROS TO TABIMPOSTO W-CONVGUIA
           IF W-CONSUOK = "S"
              MOVE KEYFATLOTE TO KEYPRINCIPAL
              READ CADCONSU
              IF ST-ERRO = "00"
                 MOVE CODCONV TO W-CONVGUIA.
           IF VALORPAGOFAT NOT < VALORFAT
              GO TO FIM-CALCULA-RETENCAO.
           COMPUTE W-DIFERENCA = VALORFAT - VALORPAGOFAT
           MOVE W-DIFERENCA TO W-GLOSAREAL
           IF W-CONVRETOK NOT = "S" OR W-CONVGUIA = ZEROS
              GO TO FIM-CALCULA-RETENCAO.
           MOVE W-CONVGUIA TO CODCONVRT
           READ CADCONVRET
           IF ST-ERRO NOT = "00"
              GO TO FIM-CALCULA-RETENCAO.
           COMPUTE W-IMPOSTO(1) ROUNDED = VALORFAT * ISSRT / 100
           COMPUTE W-IMPOSTO(2) ROUNDED = VALORFAT * IRRFRT / 100
           COMPUTE W-IMPOSTO(3) ROUNDED = VALORFAT * PISRT / 100
           COMPUTE W-IMPOSTO(4) ROUNDED = VALORFAT * COFINSRT / 100
           COMPUTE W-IMPOSTO(5) ROUNDED = VALORFAT * CSLLRT / 100
           COMPUTE W-RETCALC = W-IMPOSTO(1) + W-IMPOSTO(2)
                 + W-IMPOSTO(3) + W-IMPOSTO(4) + W-IMPOSTO(5)
           IF W-RETCALC = ZEROS
              GO TO FIM-CALCULA-RETENCAO.
           IF W-DIFERENCA NOT < W-RETCALC
              MOVE W-RETCALC TO W-RETIDO
              COMPUTE W-GLOSAREAL = W-DIFERENCA - W-RETCALC
              GO TO FIM-CALCULA-RETENCAO.
           MOVE ZEROS TO W-RETIDO
           MOVE 1 TO IND1.
       CALCULA-RETENCAO1.
           COMPUTE W-IMPOSTO(IND1) ROUNDED =
                   W-IMPOSTO(IND1) * W-DIFERENCA / W-RETCALC
           ADD W-IMPOSTO(IND1) TO W-RETIDO
           IF IND1 < 5
              ADD 1 TO IND1
              GO TO CALCULA-RETENCAO1.
           IF W-RETIDO > W-DIFERENCA
              MOVE W-DIFERENCA TO W-RETIDO.
           COMPUTE W-GLOSAREAL = W-DIFERENCA - W-RETIDO.
       FIM-CALCULA-RETENCAO.
           EXIT.
      *----------------GRAVAR AS RETENCOES DA GUIA----------------------
       GRAVA-RETENCAO.
           ADD W-RETIDO TO W-TOTRETIDO
           IF W-FATRETOK NOT = "S"
              GO TO FIM-GRAVA-RETENCAO.
           MOVE KEYFATLOTE TO KEYFATRET
           MOVE LOTEFAT TO LOTEFR
           MOVE W-CONVGUIA TO CODCONVFR
           MOVE W-DATAHOJE TO DATARETFR
           MOVE VALORFAT TO VALORFATFR
           MOVE VALORPAGOFAT TO VALORPAGOFR
           MOVE W-IMPOSTO(1) TO IMPOSTOFR(1)
           MOVE W-IMPOSTO(2) TO IMPOSTOFR(2)
           MOVE W-IMPOSTO(3) TO IMPOSTOFR(3)
           MOVE W-IMPOSTO(4) TO IMPOSTOFR(4)
           MOVE W-IMPOSTO(5) TO IMPOSTOFR(5)
           MOVE W-RETIDO TO RETIDOFR
           MOVE W-GLOSAREAL TO GLOSAREALFR
           IF W-GLOSAREAL NOT > W-TOLGLOSA
              MOVE ZEROS TO GLOSAREALFR.
           WRITE REGFATRET
           IF ST-ERRO = "22"
              REWRITE REGFATRET.
       FIM-GRAVA-RETENCAO.
           EXIT.
      *-----PRIMEIRO RETORNO DA GUIA DA BAIXA NA PREVISAO DO LOTE----
       BAIXA-PREVISAO.
           IF W-PREVOK NOT = "S" OR W-CONVGUIA = ZEROS
              GO TO FIM-BAIXA-PREVISAO.
           IF W-STATUSANT NOT = "F"
              GO TO FIM-BAIXA-PREVISAO.
           MOVE "C" TO TIPOPREV
           MOVE W-CONVGUIA TO CODPREV
           MOVE LOTEFAT TO REFPREV
           READ CADPREVREC
           IF ST-ERRO NOT = "00"
              GO TO FIM-BAIXA-PREVISAO.
           IF PREV-ABERTO
              MOVE "R" TO STATUSPREV
              MOVE W-DATAHOJE TO DATARECPREV.
           ADD VALORPAGOFAT TO VALORRECPREV
           REWRITE REGPREVREC.
       FIM-BAIXA-PREVISAO.
           EXIT.
      *----------------GRAVAR A DIVERGENCIA------------------------------
       GRAVA-DIVERG.
           ADD 1 TO W-QTDEREJEITO
           MOVE ANORETTX TO ANOGLOSATX
           MOVE VALORFAT TO VALORFATTX
           MOVE VALORPAGORETTX TO VALORPAGOTX
           MOVE W-RETIDO TO RETIDOTX
           WRITE REGRELGLOSATX FROM DETGLOSA.
       FIM-GRAVA-DIVERG2.
           EXIT.
           MOVE W-QTDEPAGA TO QTDEPAGATX
           MOVE W-QTDEGLOSA TO QTDEGLOSATX
           MOVE W-QTDEREJEITO TO QTDEREJEITOTX
           MOVE W-TOTRETIDO TO TOTRETIDOTX
           MOVE W-TOTGLOSAREAL TO TOTGLOSAREALTX
           WRITE REGRELGLOSATX FROM TOTGLOSA
           DISPLAY "GUIAS PAGAS      : " W-QTDEPAGA
           DISPLAY "GUIAS GLOSADAS   : " W-QTDEGLOSA
           DISPLAY "LINHAS REJEITADAS: " W-QTDEREJEITO
           DISPLAY "IMPOSTOS RETIDOS : " TOTRETIDOTX
           DISPLAY "GLOSA REAL       : " TOTGLOSAREALTX.
       ROT-FIM.
           CLOSE CADFATLOTE FATRETORNO RELGLOSATX
           IF W-GLOSAMOTOK = "S"
              CLOSE CADCONSU.
           IF W-COMPETOK = "S"
              CLOSE CADCOMPET.
           IF W-CONVRETOK = "S"
              CLOSE CADCONVRET.
           IF W-FATRETOK = "S"
              CLOSE CADFATRET.
           IF W-PREVOK = "S"
              CLOSE CADPREVREC.
           DISPLAY "*** FIM DA IMPORTACAO DO RETORNO ***".
       ROT-FIM2.
           EXIT PROGRAM.
