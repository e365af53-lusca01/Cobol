       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTUNID.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    SALDO DE ESTOQUE POR UNIDADE E LOTE (SUBPROGRAMA)          *
      *    CADESTOQUE/CADLOTEEST CONTINUAM COM O TOTAL DA REDE        *
      *    (SOMA DAS UNIDADES + QUANTIDADE EM TRANSITO)               *
      *    ACAO: C = CONSULTA SALDO E MINIMO DA UNIDADE (S/N)         *
      *          T = TOTAL DO MEDICAMENTO EM TODAS AS UNIDADES (S/N)  *
      *          E = ENTRADA NA UNIDADE (E NO LOTE, SE INFORMADO)     *
      *          S = SAIDA DO SALDO DA UNIDADE (I = INSUFICIENTE)     *
      *          V = SALDO DOS LOTES DENTRO DA VALIDADE NA UNIDADE    *
      *              (S = UNIDADE CONTROLA LOTES, N = NAO CONTROLA)   *
      *          F = LOTE QUE VENCE PRIMEIRO NA UNIDADE (FEFO)        *
      *          L = SAIDA DO LOTE INFORMADO NA UNIDADE               *
      *          K = CONSULTA O LOTE INFORMADO NA UNIDADE (S/N)       *
      *          M = GRAVA O ESTOQUE MINIMO DA UNIDADE                *
      *          B = BLOQUEIA O LOTE (RECOLHIMENTO) NA UNIDADE OU,    *
      *              COM UNIDADE 00, EM TODAS AS UNIDADES             *
      *    LOTE BLOQUEADO NAO ENTRA EM V/F; L E K DEVOLVEM "B"        *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADESTUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYESTUNID
                    FILE STATUS  IS ST-ERRO.
       SELECT CADLOTEUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYLOTEUNID
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------SALDO DO MEDICAMENTO POR UNIDADE----------------------
       FD CADESTUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTUNID.DAT".
       01  REGESTUNID.
           03 KEYESTUNID.
              05 CODMEDEU         PIC 9(05).
              05 UNIDEU           PIC 9(02).
           03 SALDOEU             PIC 9(06).
           03 MINIMOEU            PIC 9(06).
           03 DATAULTEU           PIC 9(08).
           03 FILLER              PIC X(10).
      *---------SALDO DO LOTE POR UNIDADE-----------------------------
       FD CADLOTEUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOTEUNID.DAT".
       01  REGLOTEUNID.
           03 KEYLOTEUNID.
              05 CODMEDLU         PIC 9(05).
              05 UNIDLU           PIC 9(02).
              05 LOTELU           PIC X(10).
           03 VALIDADELU          PIC 9(08).
           03 SALDOLU             PIC 9(06).
           03 BLOQLU              PIC X(01).
              88 LOTE-BLOQUEADO     VALUE "S".
           03 FILLER              PIC X(09).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       01 W-DATAHOJE     PIC 9(08) VALUE ZEROS.
       01 W-TOTALEU      PIC 9(08) VALUE ZEROS.
       01 W-LOTEFEFO     PIC X(10) VALUE SPACES.
       01 W-VALFEFO      PIC 9(08) VALUE ZEROS.
       01 W-SALDOFEFO    PIC 9(06) VALUE ZEROS.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-ACAOEU        PIC X(01).
       01 LK-CODMEDEU      PIC 9(05).
       01 LK-UNIDEU        PIC 9(02).
       01 LK-LOTEEU        PIC X(10).
       01 LK-VALIDADEEU    PIC 9(08).
       01 LK-QTDEEU        PIC 9(06).
       01 LK-SALDOEU       PIC 9(06).
       01 LK-MINIMOEU      PIC 9(06).
       01 LK-RESULTEU      PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-ACAOEU LK-CODMEDEU LK-UNIDEU
                                LK-LOTEEU LK-VALIDADEEU LK-QTDEEU
                                LK-SALDOEU LK-MINIMOEU LK-RESULTEU.
       INICIO.
           MOVE "N" TO LK-RESULTEU
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
       L0.
           OPEN I-O CADESTUNID
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADESTUNID
                CLOSE CADESTUNID
                GO TO L0
             ELSE
                GO TO ROT-FIM2.
       L0A.
           OPEN I-O CADLOTEUNID
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADLOTEUNID
                CLOSE CADLOTEUNID
                GO TO L0A
             ELSE
                CLOSE CADESTUNID
                GO TO ROT-FIM2.
           IF LK-ACAOEU = "C"
              GO TO CONSULTA-UNID.
           IF LK-ACAOEU = "T"
              GO TO TOTAL-REDE.
           IF LK-ACAOEU = "E"
              GO TO ENTRADA-UNID.
           IF LK-ACAOEU = "S"
              GO TO SAIDA-UNID.
           IF LK-ACAOEU = "V"
              GO TO LOTES-VALIDOS.
           IF LK-ACAOEU = "F"
              GO TO LOTE-FEFO.
           IF LK-ACAOEU = "L"
              GO TO SAIDA-LOTE.
           IF LK-ACAOEU = "K"
              GO TO CONSULTA-LOTE.
           IF LK-ACAOEU = "M"
              GO TO GRAVA-MINIMO.
           IF LK-ACAOEU = "B"
              GO TO BLOQUEIA-LOTE.
           GO TO ROT-FIM.
      *----------------CONSULTA O SALDO DA UNIDADE-----------------------
       CONSULTA-UNID.
           MOVE ZEROS TO LK-SALDOEU LK-MINIMOEU
           MOVE LK-CODMEDEU TO CODMEDEU
           MOVE LK-UNIDEU TO UNIDEU
           READ CADESTUNID
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIM.
           MOVE SALDOEU TO LK-SALDOEU
           MOVE MINIMOEU TO LK-MINIMOEU
           MOVE "S" TO LK-RESULTEU
           GO TO ROT-FIM.
      *----------------TOTAL DO MEDICAMENTO NAS UNIDADES-----------------
       TOTAL-REDE.
           MOVE ZEROS TO W-TOTALEU
           MOVE LK-CODMEDEU TO CODMEDEU
           MOVE ZEROS TO UNIDEU
           START CADESTUNID KEY IS NOT LESS KEYESTUNID INVALID KEY
                 GO TO TOTAL-REDE2.
       TOTAL-REDE1.
           READ CADESTUNID NEXT
           IF ST-ERRO NOT = "00"
              GO TO TOTAL-REDE2.
           IF CODMEDEU NOT = LK-CODMEDEU
              GO TO TOTAL-REDE2.
           MOVE "S" TO LK-RESULTEU
           ADD SALDOEU TO W-TOTALEU
           GO TO TOTAL-REDE1.
       TOTAL-REDE2.
           MOVE W-TOTALEU TO LK-SALDOEU
           GO TO ROT-FIM.
      *----------------ENTRADA NA UNIDADE (E NO LOTE)--------------------
       ENTRADA-UNID.
           MOVE LK-CODMEDEU TO CODMEDEU
           MOVE LK-UNIDEU TO UNIDEU
           READ CADESTUNID
           IF ST-ERRO = "00"
              ADD LK-QTDEEU TO SALDOEU
              MOVE W-DATAHOJE TO DATAULTEU
              REWRITE REGESTUNID
           ELSE
              MOVE SPACES TO REGESTUNID
              MOVE LK-CODMEDEU TO CODMEDEU
              MOVE LK-UNIDEU TO UNIDEU
              MOVE LK-QTDEEU TO SALDOEU
              MOVE ZEROS TO MINIMOEU
              MOVE W-DATAHOJE TO DATAULTEU
              WRITE REGESTUNID.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              GO TO ROT-FIM.
           MOVE SALDOEU TO LK-SALDOEU
           MOVE MINIMOEU TO LK-MINIMOEU
           MOVE "S" TO LK-RESULTEU
           IF LK-LOTEEU = SPACES
              GO TO ROT-FIM.
           MOVE LK-CODMEDEU TO CODMEDLU
           MOVE LK-UNIDEU TO UNIDLU
           MOVE LK-LOTEEU TO LOTELU
           READ CADLOTEUNID
           IF ST-ERRO = "00"
              ADD LK-QTDEEU TO SALDOLU
              MOVE LK-VALIDADEEU TO VALIDADELU
              REWRITE REGLOTEUNID
           ELSE
              MOVE SPACES TO REGLOTEUNID
              MOVE LK-CODMEDEU TO CODMEDLU
              MOVE LK-UNIDEU TO UNIDLU
              MOVE LK-LOTEEU TO LOTELU
              MOVE LK-VALIDADEEU TO VALIDADELU
              MOVE LK-QTDEEU TO SALDOLU
              WRITE REGLOTEUNID.
           GO TO ROT-FIM.
      *----------------SAIDA DO SALDO DA UNIDADE-------------------------
       SAIDA-UNID.
           MOVE ZEROS TO LK-SALDOEU LK-MINIMOEU
           MOVE LK-CODMEDEU TO CODMEDEU
           MOVE LK-UNIDEU TO UNIDEU
           READ CADESTUNID
           IF ST-ERRO NOT = "00"
              MOVE "I" TO LK-RESULTEU
              GO TO ROT-FIM.
           MOVE SALDOEU TO LK-SALDOEU
           MOVE MINIMOEU TO LK-MINIMOEU
           IF SALDOEU < LK-QTDEEU
              MOVE "I" TO LK-RESULTEU
              GO TO ROT-FIM.
           SUBTRACT LK-QTDEEU FROM SALDOEU
           MOVE W-DATAHOJE TO DATAULTEU
           REWRITE REGESTUNID
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              GO TO ROT-FIM.
           MOVE SALDOEU TO LK-SALDOEU
           MOVE "S" TO LK-RESULTEU
           GO TO ROT-FIM.
      *-----SOMA DOS LOTES DENTRO DA VALIDADE NA UNIDADE-----------------
       LOTES-VALIDOS.
           MOVE ZEROS TO W-TOTALEU
           MOVE LK-CODMEDEU TO CODMEDLU
           MOVE LK-UNIDEU TO UNIDLU
           MOVE SPACES TO LOTELU
           START CADLOTEUNID KEY IS NOT LESS KEYLOTEUNID INVALID KEY
                 GO TO LOTES-VALIDOS2.
       LOTES-VALIDOS1.
           READ CADLOTEUNID NEXT
           IF ST-ERRO NOT = "00"
              GO TO LOTES-VALIDOS2.
           IF CODMEDLU NOT = LK-CODMEDEU OR UNIDLU NOT = LK-UNIDEU
              GO TO LOTES-VALIDOS2.
           MOVE "S" TO LK-RESULTEU
           IF LOTE-BLOQUEADO
              GO TO LOTES-VALIDOS1.
           IF VALIDADELU NOT < W-DATAHOJE
              ADD SALDOLU TO W-TOTALEU.
           GO TO LOTES-VALIDOS1.
       LOTES-VALIDOS2.
           IF W-TOTALEU > 999999
              MOVE 999999 TO LK-SALDOEU
           ELSE
              MOVE W-TOTALEU TO LK-SALDOEU.
           GO TO ROT-FIM.
      *-----LOTE QUE VENCE PRIMEIRO NA UNIDADE (COM SALDO E VALIDO)------
       LOTE-FEFO.
           MOVE SPACES TO W-LOTEFEFO LK-LOTEEU
           MOVE 99999999 TO W-VALFEFO
           MOVE ZEROS TO W-SALDOFEFO LK-VALIDADEEU LK-SALDOEU
           MOVE LK-CODMEDEU TO CODMEDLU
           MOVE LK-UNIDEU TO UNIDLU
           MOVE SPACES TO LOTELU
           START CADLOTEUNID KEY IS NOT LESS KEYLOTEUNID INVALID KEY
                 GO TO ROT-FIM.
       LOTE-FEFO1.
           READ CADLOTEUNID NEXT
           IF ST-ERRO NOT = "00"
              GO TO LOTE-FEFO2.
           IF CODMEDLU NOT = LK-CODMEDEU OR UNIDLU NOT = LK-UNIDEU
              GO TO LOTE-FEFO2.
           IF SALDOLU = ZEROS OR LOTE-BLOQUEADO
              GO TO LOTE-FEFO1.
           IF VALIDADELU < W-DATAHOJE
              GO TO LOTE-FEFO1.
           IF VALIDADELU < W-VALFEFO
              MOVE VALIDADELU TO W-VALFEFO
              MOVE SALDOLU TO W-SALDOFEFO
              MOVE LOTELU TO W-LOTEFEFO.
           GO TO LOTE-FEFO1.
       LOTE-FEFO2.
           IF W-LOTEFEFO = SPACES
              GO TO ROT-FIM.
           MOVE W-LOTEFEFO TO LK-LOTEEU
           MOVE W-VALFEFO TO LK-VALIDADEEU
           MOVE W-SALDOFEFO TO LK-SALDOEU
           MOVE "S" TO LK-RESULTEU
           GO TO ROT-FIM.
      *----------------SAIDA DO LOTE INFORMADO NA UNIDADE----------------
       SAIDA-LOTE.
           MOVE LK-CODMEDEU TO CODMEDLU
           MOVE LK-UNIDEU TO UNIDLU
           MOVE LK-LOTEEU TO LOTELU
           READ CADLOTEUNID
           IF ST-ERRO NOT = "00"
              MOVE "I" TO LK-RESULTEU
              GO TO ROT-FIM.
           IF LOTE-BLOQUEADO
              MOVE SALDOLU TO LK-SALDOEU
              MOVE "B" TO LK-RESULTEU
              GO TO ROT-FIM.
           IF SALDOLU < LK-QTDEEU
              MOVE SALDOLU TO LK-SALDOEU
              MOVE "I" TO LK-RESULTEU
              GO TO ROT-FIM.
           SUBTRACT LK-QTDEEU FROM SALDOLU
           REWRITE REGLOTEUNID
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              GO TO ROT-FIM.
           MOVE SALDOLU TO LK-SALDOEU
           MOVE VALIDADELU TO LK-VALIDADEEU
           MOVE "S" TO LK-RESULTEU
           GO TO ROT-FIM.
      *----------------CONSULTA O LOTE INFORMADO NA UNIDADE--------------
       CONSULTA-LOTE.
           MOVE ZEROS TO LK-SALDOEU LK-VALIDADEEU
           MOVE LK-CODMEDEU TO CODMEDLU
           MOVE LK-UNIDEU TO UNIDLU
           MOVE LK-LOTEEU TO LOTELU
           READ CADLOTEUNID
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIM.
           MOVE SALDOLU TO LK-SALDOEU
           MOVE VALIDADELU TO LK-VALIDADEEU
           MOVE "S" TO LK-RESULTEU
           IF LOTE-BLOQUEADO
              MOVE "B" TO LK-RESULTEU.
           GO TO ROT-FIM.
      *----------------ESTOQUE MINIMO DA UNIDADE-------------------------
       GRAVA-MINIMO.
           MOVE LK-CODMEDEU TO CODMEDEU
           MOVE LK-UNIDEU TO UNIDEU
           READ CADESTUNID
           IF ST-ERRO = "00"
              MOVE LK-MINIMOEU TO MINIMOEU
              REWRITE REGESTUNID
           ELSE
              MOVE SPACES TO REGESTUNID
              MOVE LK-CODMEDEU TO CODMEDEU
              MOVE LK-UNIDEU TO UNIDEU
              MOVE ZEROS TO SALDOEU
              MOVE LK-MINIMOEU TO MINIMOEU
              MOVE W-DATAHOJE TO DATAULTEU
              WRITE REGESTUNID.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              GO TO ROT-FIM.
           MOVE SALDOEU TO LK-SALDOEU
           MOVE "S" TO LK-RESULTEU
           GO TO ROT-FIM.
      *-----BLOQUEIO DO LOTE RECOLHIDO (SALDO BLOQUEADO EM LK-SALDOEU)---
       BLOQUEIA-LOTE.
           MOVE ZEROS TO W-TOTALEU LK-SALDOEU
           MOVE LK-CODMEDEU TO CODMEDLU
           MOVE LK-UNIDEU TO UNIDLU
           MOVE LK-LOTEEU TO LOTELU
           IF LK-UNIDEU NOT = ZEROS
              READ CADLOTEUNID
              IF ST-ERRO NOT = "00"
                 GO TO ROT-FIM
              ELSE
                 GO TO BLOQUEIA-LOTE2.
           MOVE SPACES TO LOTELU
           START CADLOTEUNID KEY IS NOT LESS KEYLOTEUNID INVALID KEY
                 GO TO BLOQUEIA-LOTE3.
       BLOQUEIA-LOTE1.
           READ CADLOTEUNID NEXT
           IF ST-ERRO NOT = "00"
              GO TO BLOQUEIA-LOTE3.
           IF CODMEDLU NOT = LK-CODMEDEU
              GO TO BLOQUEIA-LOTE3.
           IF LOTELU NOT = LK-LOTEEU
              GO TO BLOQUEIA-LOTE1.
       BLOQUEIA-LOTE2.
           MOVE "S" TO BLOQLU
           REWRITE REGLOTEUNID
           ADD SALDOLU TO W-TOTALEU
           MOVE "S" TO LK-RESULTEU
           IF LK-UNIDEU = ZEROS
              GO TO BLOQUEIA-LOTE1.
       BLOQUEIA-LOTE3.
           IF W-TOTALEU > 999999
              MOVE 999999 TO LK-SALDOEU
           ELSE
              MOVE W-TOTALEU TO LK-SALDOEU.
      *
       ROT-FIM.
           CLOSE CADESTUNID CADLOTEUNID.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
