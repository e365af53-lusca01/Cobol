      *****************************************************************
      *    FATURA MENSAL DE EMPRESA CONVENIADA                        *
      *    (ATENDIMENTOS MARCADOS COM EMPRESA -> FATEMP.DOC)          *
      *    A FATURA ENTRA NA PREVISAO DE RECEBIMENTO (CADPREVREC)     *
      *    PELO PRAZO DA EMPRESA (CADPRAZOREC)                        *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ALTERNATE RECORD KEY IS NOMEPACIENTE
                                         WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPRAZOREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRAZOREC
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPREVREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPREVREC
                    FILE STATUS  IS ST-ERRO.
       SELECT FATEMPTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
               05 ANOCONSENTPACIENTE  PIC 9(04).
          03 NOMESOCIAL           PIC X(30).
          03 IDENTGENERO          PIC X(01).
      *---------PRAZO CONTRATUAL DE PAGAMENTO (CONVENIO / EMPRESA)----
       FD CADPRAZOREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRAZOREC.DAT".
       01  REGPRAZOREC.
           03 KEYPRAZOREC.
              05 TIPOPRAZO        PIC X(01).
              05 CODPRAZO         PIC 9(04).
           03 DIASPRAZO           PIC 9(03).
           03 DIAFIXOPRAZO        PIC 9(02).
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
       FD FATEMPTX
               LABEL RECORD IS STANDARD
       01 W-ANOCOMP     PIC 9(04) VALUE ZEROS.
       01 W-QTDEATEND   PIC 9(06) VALUE ZEROS.
       01 W-TOTALEMP    PIC 9(09)V99 VALUE ZEROS.
       01 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
      *---DATA PREVISTA DE RECEBIMENTO PELO PRAZO CONTRATUAL-----------
       01 W-PRAZOOK      PIC X(01) VALUE "N".
       01 W-PREVOK       PIC X(01) VALUE "N".
       01 W-DIASPRAZO    PIC 9(03) VALUE ZEROS.
       01 W-DIAFIXO      PIC 9(02) VALUE ZEROS.
       01 W-DATAENT      PIC 9(08) VALUE ZEROS.
       01 W-DATAPREV     PIC 9(08) VALUE ZEROS.
       01 W-DATAPREVR REDEFINES W-DATAPREV.
          03 W-ANOPREV   PIC 9(04).
          03 W-MESPREV   PIC 9(02).
          03 W-DIAPREV   PIC 9(02).
       01 W-ULTDIA       PIC 9(02) VALUE ZEROS.
       01 W-RESTOANO     PIC 9(02) VALUE ZEROS.
       01 W-QUOCANO      PIC 9(04) VALUE ZEROS.
       01 TABDIASMES.
          03 FILLER      PIC X(24) VALUE "312831303130313130313031".
       01 TABDIASMESR REDEFINES TABDIASMES.
          03 TBDIASMES   PIC 9(02) OCCURS 12 TIMES.
      *---LINHAS DA FATURA---------------------------------------------
       01 CABFATEMP.
          03 FILLER PIC X(46) VALUE
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           DISPLAY TELAFATEMP.
       L1.
           ACCEPT TW-EMPFAT
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADPACI" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADPRAZOREC
           IF ST-ERRO = "00"
              MOVE "S" TO W-PRAZOOK
           ELSE
              MOVE "N" TO W-PRAZOOK.
       ABRIR-PREVREC.
           OPEN I-O CADPREVREC
           IF ST-ERRO = "00"
              MOVE "S" TO W-PREVOK
           ELSE
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPREVREC
                 CLOSE CADPREVREC
                 GO TO ABRIR-PREVREC
              ELSE
                 MOVE "N" TO W-PREVOK.
           OPEN OUTPUT FATEMPTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO FATEMP.DOC" TO MENS
           MOVE W-TOTALEMP TO TOTALEMPTX
           WRITE REGFATEMPTX FROM TOTFATEMP
           CLOSE FATEMPTX
           PERFORM GRAVA-PREVISAO THRU FIM-GRAVA-PREVISAO
           DISPLAY (18, 05) "ATENDIMENTOS : " W-QTDEATEND
           MOVE "*** FATURA GERADA EM FATEMP.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-FIM.
           CLOSE CADCONSU CADCONSEXT CADEMPRESA CADPACI.
           IF W-PRAZOOK = "S"
              CLOSE CADPRAZOREC.
           IF W-PREVOK = "S"
              CLOSE CADPREVREC.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
      *
      *-----PREVISAO DE RECEBIMENTO DA FATURA (UMA POR COMPETENCIA)-----
       GRAVA-PREVISAO.
           IF W-PREVOK NOT = "S" OR W-QTDEATEND = ZEROS
              GO TO FIM-GRAVA-PREVISAO.
           MOVE "E" TO TIPOPREV
           MOVE W-EMPFAT TO CODPREV
           COMPUTE REFPREV = W-ANOCOMP * 100 + W-MESCOMP
           READ CADPREVREC
           IF ST-ERRO = "00"
              IF PREV-RECEBIDO
                 GO TO FIM-GRAVA-PREVISAO.
           MOVE "E" TO TIPOPRAZO
           MOVE W-EMPFAT TO CODPRAZO
           MOVE W-DATAHOJE TO W-DATAENT
           PERFORM CALCULA-PREVISTA THRU FIM-CALCULA-PREVISTA
           MOVE "E" TO TIPOPREV
           MOVE W-EMPFAT TO CODPREV
           COMPUTE REFPREV = W-ANOCOMP * 100 + W-MESCOMP
           MOVE W-DATAENT TO DATAENTPREV
           MOVE W-QTDEATEND TO QTDEPREV
           MOVE W-TOTALEMP TO VALORPREV
           MOVE W-DATAPREV TO DATAPREVISTA
           MOVE "A" TO STATUSPREV
           MOVE ZEROS TO DATARECPREV VALORRECPREV
           WRITE REGPREVREC
           IF ST-ERRO = "22"
              REWRITE REGPREVREC.
           DISPLAY (19, 05) "RECEBIMENTO PREVISTO: " W-DATAPREV.
       FIM-GRAVA-PREVISAO.
           EXIT.
      *-----DATA PREVISTA = ENTREGA + PRAZO, AJUSTADA AO DIA FIXO-------
      *  ENTRA W-DATAENT E A CHAVE DO PRAZO (TIPOPRAZO/CODPRAZO);
      *  SEM PRAZO CADASTRADO VALE 30 DIAS CORRIDOS
       CALCULA-PREVISTA.
           MOVE 30 TO W-DIASPRAZO
           MOVE ZEROS TO W-DIAFIXO
           IF W-PRAZOOK = "S"
              READ CADPRAZOREC
              IF ST-ERRO = "00"
                 MOVE DIASPRAZO TO W-DIASPRAZO
                 MOVE DIAFIXOPRAZO TO W-DIAFIXO.
           COMPUTE W-DATAPREV = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(W-DATAENT) + W-DIASPRAZO)
           IF W-DIAFIXO = ZEROS
              GO TO FIM-CALCULA-PREVISTA.
           IF W-DIAPREV > W-DIAFIXO
              ADD 1 TO W-MESPREV
              IF W-MESPREV > 12
                 MOVE 1 TO W-MESPREV
                 ADD 1 TO W-ANOPREV.
           MOVE TBDIASMES(W-MESPREV) TO W-ULTDIA
           IF W-MESPREV = 2
              DIVIDE W-ANOPREV BY 4 GIVING W-QUOCANO
                     REMAINDER W-RESTOANO
              IF W-RESTOANO = ZEROS
                 MOVE 29 TO W-ULTDIA.
           IF W-DIAFIXO > W-ULTDIA
              MOVE W-ULTDIA TO W-DIAPREV
           ELSE
              MOVE W-DIAFIXO TO W-DIAPREV.
       FIM-CALCULA-PREVISTA.
           EXIT.
      *
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
