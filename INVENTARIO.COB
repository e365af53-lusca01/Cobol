      *****************************************************************
      *    INVENTARIO FISICO DA FARMACIA                              *
      *    (CONGELA, CONTAGEM CEGA DUPLA, VARIANCIA E AJUSTE)         *
      *    CADA INVENTARIO E DE UMA UNIDADE (CADINVUNID.DAT)          *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT CADINVUNID ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT FOLHACONTTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
              05 LOTEEST          PIC X(10).
           03 VALIDADELOTE        PIC 9(08).
           03 SALDOLOTE           PIC 9(06).
           03 BLOQLOTE            PIC X(01).
              88 LOTE-RECOLHIDO     VALUE "S".
      *
       FD CADMOVEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMOVEST.DAT".
       01  REGMOVEST              PIC X(61).
      *---------TRILHA DOS AJUSTES (OPERADOR E JUSTIFICATIVA)---------
       FD CADINVAJU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADINVAJU.DAT".
       01  REGINVAJU              PIC X(80).
      *---------UNIDADE DO INVENTARIO EM ANDAMENTO--------------------
       FD CADINVUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADINVUNID.DAT".
       01  REGINVUNID.
           03 UNIDINV             PIC 9(02).
           03 FILLER              PIC X(01).
           03 DATAINVUNID         PIC 9(08).
      *
       FD FOLHACONTTX
               LABEL RECORD IS STANDARD
       01 W-DIFER       PIC S9(07) VALUE ZEROS.
       01 W-DIFABS      PIC 9(06) VALUE ZEROS.
       01 W-MOTIVO      PIC X(30) VALUE SPACES.
       01 W-UNIDINV     PIC 9(02) VALUE ZEROS.
       01 W-UNIDNOVA    PIC 9(02) VALUE ZEROS.
      *---SALDO POR UNIDADE E LOTE (SUBPROGRAMA ESTUNID)-----------------
       01 W-ACAOEU      PIC X(01) VALUE SPACES.
       01 W-CODMEDEU    PIC 9(05) VALUE ZEROS.
       01 W-UNIDEU      PIC 9(02) VALUE ZEROS.
       01 W-LOTEEU      PIC X(10) VALUE SPACES.
       01 W-VALIDADEEU  PIC 9(08) VALUE ZEROS.
       01 W-QTDEEU      PIC 9(06) VALUE ZEROS.
       01 W-SALDOEU     PIC 9(06) VALUE ZEROS.
       01 W-MINIMOEU    PIC 9(06) VALUE ZEROS.
       01 W-OKEU        PIC X(01) VALUE SPACES.
      *---RECONCILIACAO DOS LOTES NO AJUSTE-----------------------------
       01 W-LOTEOK      PIC X(01) VALUE "N".
       01 W-RESTAJU     PIC 9(06) VALUE ZEROS.
       01 W-LOTEFEFO    PIC X(10) VALUE SPACES.
       01 W-QTDELOTE    PIC 9(06) VALUE ZEROS.
      *---MOVIMENTO DE AJUSTE (LAYOUT COM LOTE)------------------------
       01 MOVESTX.
          03 DATAMOVTX        PIC 9(08).
          03 CODOPERMOVTX     PIC 9(04).
          03 FILLER           PIC X(01) VALUE " ".
          03 LOTEMOVTX        PIC X(10).
          03 FILLER           PIC X(01) VALUE " ".
          03 UNIDMOVTX        PIC 9(02).
          03 FILLER           PIC X(01) VALUE " ".
          03 CPFMOVTX         PIC 9(11) VALUE ZEROS.
      *---TRILHA DO AJUSTE---------------------------------------------
       01 AJUSTETX.
          03 DATAAJUTX        PIC 9(08).
       01 CABFOLHA.
          03 FILLER PIC X(48) VALUE
          "HOSPITAL MAINFRAME - FOLHA DE CONTAGEM (CEGA)".
          03 FILLER PIC X(10) VALUE " UNIDADE: ".
          03 UNIDFOLHATX      PIC 9(02).
       01 DETFOLHA.
          03 FILLER           PIC X(05) VALUE "COD: ".
          03 CODFOLHATX       PIC 9(05).
          03 FILLER PIC X(54) VALUE
          "HOSPITAL MAINFRAME *** VARIANCIA DO INVENTARIO FISICO".
          03 FILLER PIC X(04) VALUE " ***".
          03 FILLER PIC X(10) VALUE " UNIDADE: ".
          03 UNIDVARTX        PIC 9(02).
       01 DETVARIA.
          03 FILLER           PIC X(05) VALUE "COD: ".
          03 CODVARTX         PIC 9(05).
               VALUE  "   4 - GERAR AJUSTES".
           05  LINE 10  COLUMN 01
               VALUE  "   FUNCAO :   ( 0 - ENCERRA )".
           05  LINE 11  COLUMN 01
               VALUE  "   UNIDADE DO INVENTARIO :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TW-FUNCAO
               LINE 10  COLUMN 13  PIC 9(01)
               USING  W-FUNCAO
               HIGHLIGHT.
           05  TW-UNIDINV
               LINE 11  COLUMN 28  PIC 9(02)
               USING  W-UNIDINV
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
              CLOSE CADINVAJU
              OPEN EXTEND CADINVAJU.
           PERFORM ABRIR-CADSESSAO.
      *-----UNIDADE DO ULTIMO CONGELAMENTO------------------------------
           OPEN INPUT CADINVUNID
           IF ST-ERRO = "00"
              READ CADINVUNID
              IF ST-ERRO = "00"
                 MOVE UNIDINV TO W-UNIDINV
                 CLOSE CADINVUNID
              ELSE
                 CLOSE CADINVUNID.
       MENU-FUNCAO.
           MOVE ZEROS TO W-FUNCAO
           DISPLAY TELAINVENT
           IF W-FUNCAO = 0
              GO TO ROT-FIM.
           IF W-FUNCAO = 1
              GO TO CONGELA-L1.
           IF W-UNIDINV = ZEROS
              MOVE "** CONGELE OS SALDOS DE UMA UNIDADE ANTES **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           IF W-FUNCAO = 2
              GO TO CONTAGEM-L1.
           IF W-FUNCAO = 3
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *----------------CONGELAR OS SALDOS E IMPRIMIR AS FOLHAS-----------
      *-----(UM NOVO CONGELAMENTO INICIA UM NOVO INVENTARIO: A FOTOGRAFIA
      *-----E AS CONTAGENS ANTERIORES SAO DESCARTADAS)-------------------
       CONGELA-L1.
           MOVE W-UNIDINV TO W-UNIDNOVA
           DISPLAY (13, 03) "UNIDADE A INVENTARIAR: "
           ACCEPT (13, 26) W-UNIDNOVA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
           IF W-UNIDNOVA = ZEROS
              MOVE "INFORME A UNIDADE DO INVENTARIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONGELA-L1.
           MOVE W-UNIDNOVA TO W-UNIDINV
           OPEN OUTPUT CADINVUNID
           IF ST-ERRO = "00"
              MOVE SPACES TO REGINVUNID
              MOVE W-UNIDINV TO UNIDINV
              MOVE W-DATAHOJE TO DATAINVUNID
              WRITE REGINVUNID
              CLOSE CADINVUNID.
           CLOSE CADINVSNAP CADINVCONT
           OPEN OUTPUT CADINVSNAP
           CLOSE CADINVSNAP
           OPEN I-O CADINVSNAP
           OPEN OUTPUT CADINVCONT
           CLOSE CADINVCONT
           OPEN I-O CADINVCONT.
       CONGELA.
           OPEN OUTPUT FOLHACONTTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO FOLHACONT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           MOVE W-UNIDINV TO UNIDFOLHATX
           WRITE REGFOLHACONTTX FROM CABFOLHA
           MOVE ZEROS TO W-QTDEITENS
           MOVE ZEROS TO CODMEDICEST
           READ CADESTOQUE NEXT
           IF ST-ERRO NOT = "00"
              GO TO CONGELA3.
           MOVE "C" TO W-ACAOEU
           MOVE CODMEDICEST TO W-CODMEDEU
           MOVE W-UNIDINV TO W-UNIDEU
           PERFORM CHAMA-ESTUNID THRU FIM-CHAMA-ESTUNID
           MOVE CODMEDICEST TO CODMEDSNAP
           READ CADINVSNAP
           IF ST-ERRO = "00"
              MOVE W-SALDOEU TO SALDOSNAP
              MOVE W-DATAHOJE TO DATASNAP
              REWRITE REGINVSNAP
           ELSE
              MOVE CODMEDICEST TO CODMEDSNAP
              MOVE W-SALDOEU TO SALDOSNAP
              MOVE W-DATAHOJE TO DATASNAP
              WRITE REGINVSNAP.
           ADD 1 TO W-QTDEITENS
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELINVENT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           MOVE W-UNIDINV TO UNIDVARTX
           WRITE REGRELINVENTTX FROM CABVARIA
           MOVE ZEROS TO W-QTDEVAR
           MOVE ZEROS TO CODMEDCONT
           READ CADESTOQUE
           IF ST-ERRO NOT = "00"
              GO TO AJUSTA1.
      *-----A CONTAGEM E CONFRONTADA COM O SALDO ATUAL DA UNIDADE--------
           MOVE "C" TO W-ACAOEU
           MOVE CODMEDCONT TO W-CODMEDEU
           MOVE W-UNIDINV TO W-UNIDEU
           PERFORM CHAMA-ESTUNID THRU FIM-CHAMA-ESTUNID
           COMPUTE W-DIFER = CONTAGEM1 - W-SALDOEU
           IF W-DIFER = ZEROS
              GO TO AJUSTA1.
           DISPLAY (13, 03) "ITEM: " CODMEDCONT
              MOVE "** SEM JUSTIFICATIVA, ITEM PULADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AJUSTA1.
           IF W-DIFER > ZEROS
              ADD W-DIFER TO SALDOESTOQUE
           ELSE
              IF SALDOESTOQUE + W-DIFER < ZEROS
                 MOVE ZEROS TO SALDOESTOQUE
              ELSE
                 ADD W-DIFER TO SALDOESTOQUE.
           REWRITE REGESTOQUE
           ACCEPT DATAMOVTX FROM DATE YYYYMMDD
           ACCEPT HORAMOVTX FROM TIME
           MOVE W-DIFABS TO QTDEMOVTX
           MOVE W-CODOPERLOG TO CODOPERMOVTX
           MOVE "INVENTARIO" TO LOTEMOVTX
           MOVE W-UNIDINV TO UNIDMOVTX
           MOVE MOVESTX TO REGMOVEST
           WRITE REGMOVEST
           PERFORM AJUSTA-LOTES THRU FIM-AJUSTA-LOTES
           WRITE REGINVAJU
           ADD 1 TO W-QTDEAJU
           GO TO AJUSTA1.
      *-----RECONCILIAR A UNIDADE E OS LOTES COM A DIFERENCA APURADA----
      *-----(CREDITO NO LOTE DA UNIDADE DE VALIDADE MAIS PROXIMA; BAIXA--
      *-----FEFO COMO A DISPENSACAO; O MESMO LOTE ACOMPANHA NA REDE)-----
       AJUSTA-LOTES.
           MOVE CODMEDCONT TO W-CODMEDEU
           MOVE W-UNIDINV TO W-UNIDEU
           IF W-DIFER < ZEROS
              MOVE W-DIFABS TO W-RESTAJU
              GO TO AJUSTA-LOTES1.
           MOVE "F" TO W-ACAOEU
           PERFORM CHAMA-ESTUNID THRU FIM-CHAMA-ESTUNID
           IF W-OKEU NOT = "S"
              MOVE SPACES TO W-LOTEEU
              MOVE ZEROS TO W-VALIDADEEU.
           MOVE W-LOTEEU TO W-LOTEFEFO
           MOVE "E" TO W-ACAOEU
           MOVE W-DIFABS TO W-QTDEEU
           PERFORM CHAMA-ESTUNID THRU FIM-CHAMA-ESTUNID
           IF W-LOTEFEFO = SPACES OR W-LOTEOK NOT = "S"
              GO TO FIM-AJUSTA-LOTES.
           MOVE CODMEDCONT TO CODMEDICLOTE
           MOVE W-LOTEFEFO TO LOTEEST
           READ CADLOTEEST
           IF ST-ERRO NOT = "00"
              GO TO FIM-AJUSTA-LOTES.
           ADD W-DIFABS TO SALDOLOTE
           REWRITE REGLOTEEST
           GO TO FIM-AJUSTA-LOTES.
       AJUSTA-LOTES1.
           IF W-RESTAJU = ZEROS
              GO TO AJUSTA-LOTES3.
           MOVE "F" TO W-ACAOEU
           PERFORM CHAMA-ESTUNID THRU FIM-CHAMA-ESTUNID
           IF W-OKEU NOT = "S"
              GO TO AJUSTA-LOTES3.
           MOVE W-LOTEEU TO W-LOTEFEFO
           IF W-SALDOEU NOT < W-RESTAJU
              MOVE W-RESTAJU TO W-QTDELOTE
           ELSE
              MOVE W-SALDOEU TO W-QTDELOTE.
           MOVE "L" TO W-ACAOEU
           MOVE W-QTDELOTE TO W-QTDEEU
           PERFORM CHAMA-ESTUNID THRU FIM-CHAMA-ESTUNID
           IF W-OKEU NOT = "S"
              GO TO AJUSTA-LOTES3.
           SUBTRACT W-QTDELOTE FROM W-RESTAJU
           IF W-LOTEOK NOT = "S"
              GO TO AJUSTA-LOTES1.
           MOVE CODMEDCONT TO CODMEDICLOTE
           MOVE W-LOTEFEFO TO LOTEEST
           READ CADLOTEEST
           IF ST-ERRO NOT = "00"
              GO TO AJUSTA-LOTES1.
           IF SALDOLOTE < W-QTDELOTE
              MOVE ZEROS TO SALDOLOTE
           ELSE
              SUBTRACT W-QTDELOTE FROM SALDOLOTE.
           REWRITE REGLOTEEST
           GO TO AJUSTA-LOTES1.
       AJUSTA-LOTES3.
           MOVE "S" TO W-ACAOEU
           MOVE W-DIFABS TO W-QTDEEU
           PERFORM CHAMA-ESTUNID THRU FIM-CHAMA-ESTUNID.
       FIM-AJUSTA-LOTES.
           EXIT.
      *-----SALDO DA UNIDADE E DO LOTE NA UNIDADE (ESTUNID)-------------
       CHAMA-ESTUNID.
           CALL "ESTUNID" USING W-ACAOEU W-CODMEDEU W-UNIDEU W-LOTEEU
                W-VALIDADEEU W-QTDEEU W-SALDOEU W-MINIMOEU W-OKEU
              ON OVERFLOW
                 MOVE "N" TO W-OKEU.
       FIM-CHAMA-ESTUNID.
           EXIT.
       AJUSTA9.
           DISPLAY (18, 05) "AJUSTES GERADOS: " W-QTDEAJU
           MOVE "*** AJUSTES DO INVENTARIO CONCLUIDOS ***" TO MENS
