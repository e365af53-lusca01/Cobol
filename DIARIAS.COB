      *****************************************************************
      *    COBRANCA DE DIARIAS DE INTERNACAO                          *
      *    (CADINTERN -> CADCONTAINT, NA ALTA VIRA ITEM DE COBRANCA)  *
      *    CADA TRECHO ENTRE TRANSFERENCIAS (CADMOVLEITO) E COBRADO   *
      *    PELO TIPO DO LEITO REALMENTE OCUPADO                       *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCONSITEM
                    FILE STATUS  IS ST-ERRO.
       SELECT CADMOVLEITO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYMOVLEITO
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           03 CODPROCITEM         PIC 9(08).
           03 DESCPROCITEM        PIC X(40).
           03 VALORITEM           PIC 9(06)V99.
      *---------TRANSFERENCIAS DE LEITO DENTRO DA INTERNACAO----------
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       01 W-MAXSEQ       PIC 9(02) VALUE ZEROS.
       01 W-CHAVEITEM    PIC X(23) VALUE SPACES.
       01 W-ITEMABERTO   PIC X(01) VALUE "N".
      *---TRECHOS DA INTERNACAO POR TIPO DE LEITO OCUPADO-------------
       01 W-MOVOK        PIC X(01) VALUE "N".
       01 W-PRIMMOV      PIC X(01) VALUE "S".
       01 W-GRAVOUITEM   PIC X(01) VALUE "N".
       01 W-DATAINTAMD   PIC 9(08) VALUE ZEROS.
       01 W-INICIOTR     PIC 9(08) VALUE ZEROS.
       01 W-FIMTR        PIC 9(08) VALUE ZEROS.
       01 W-UNIDTR       PIC 9(02) VALUE ZEROS.
       01 W-LEITOTR      PIC 9(03) VALUE ZEROS.
       01 W-DIASTR       PIC S9(05) VALUE ZEROS.
       01 W-TIPOULT      PIC 9(01) VALUE ZEROS.
       01 IND1           PIC 9(01) VALUE ZEROS.
       01 TABTRECHO.
          03 TBT-LINHA OCCURS 3 TIMES.
             05 TBT-DIAS      PIC 9(04).
             05 TBT-VALORDIA  PIC 9(06)V99.
       01 W-DESCDIARIA.
          03 FILLER      PIC X(20) VALUE "DIARIAS INTERNACAO (".
          03 QTDEDIASTX  PIC 9(04).
              MOVE "S" TO W-ITEMABERTO
           ELSE
              MOVE "N" TO W-ITEMABERTO.
           OPEN INPUT CADMOVLEITO
           IF ST-ERRO = "00"
              MOVE "S" TO W-MOVOK
           ELSE
              MOVE "N" TO W-MOVOK.
      *----------------VARRER AS INTERNACOES-----------------------------
       VARRE.
           MOVE ZEROS TO CPFINTERN DATAINTERN HORAINTERN
           IF ST-ERRO = "00"
              IF CONTA-FATURADA
                 GO TO VARRE1.
      *-----CONVENIO DA INTERNACAO--------------------------------------
           MOVE ZEROS TO W-CONVINT
           MOVE KEYINTERN TO KEYPRINCIPAL
           READ CADCONSU
           IF ST-ERRO = "00"
              MOVE CODCONV TO W-CONVINT.
      *-----DIAS DE CADA TRECHO (ATE A ALTA OU ATE HOJE)----------------
           PERFORM CALCULA-TRECHOS THRU FIM-CALCULA-TRECHOS
           IF W-TOTAL = ZEROS
              GO TO VARRE1.
           PERFORM GRAVA-CONTA THRU FIM-GRAVA-CONTA
           IF DATAALTA NOT = ZEROS
              PERFORM FATURA-ALTA THRU FIM-FATURA-ALTA.
           GO TO VARRE1.
      *----------------TRECHOS ENTRE AS TRANSFERENCIAS DE LEITO---------
      *----A NOITE DO DIA DA TRANSFERENCIA E COBRADA NO LEITO NOVO-----
       CALCULA-TRECHOS.
           MOVE ZEROS TO TABTRECHO W-DIAS W-TOTAL
           MOVE "S" TO W-PRIMMOV
           MOVE DATAENTRADA TO W-INICIOTR
           MOVE UNIDINT TO W-UNIDTR
           MOVE LEITOINT TO W-LEITOTR
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
      *-----O PRIMEIRO TRECHO E O LEITO DE ORIGEM DA 1A TRANSFERENCIA---
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
      *-----ULTIMO TRECHO: LEITO ATUAL DA INTERNACAO--------------------
       CALCULA-TRECHOS3.
           MOVE UNIDINT TO W-UNIDTR
           MOVE LEITOINT TO W-LEITOTR
           IF DATAALTA NOT = ZEROS
              MOVE DATAALTA TO W-FIMTR
           ELSE
              MOVE W-DATAHOJE TO W-FIMTR.
           PERFORM SOMA-TRECHO THRU FIM-SOMA-TRECHO
      *-----INTERNACAO NO MESMO DIA COBRA UMA DIARIA NO ULTIMO LEITO----
           IF W-DIAS < 1
              MOVE 1 TO W-DIAS
              ADD 1 TO TBT-DIAS(W-TIPOULT).
           MOVE 1 TO IND1.
       CALCULA-TRECHOS4.
           IF IND1 > 3
              MOVE TBT-VALORDIA(W-TIPOULT) TO W-VALORDIA
              GO TO FIM-CALCULA-TRECHOS.
           IF TBT-DIAS(IND1) > ZEROS
              MOVE IND1 TO W-TIPO
              PERFORM BUSCA-DIARIA THRU FIM-BUSCA-DIARIA
              MOVE W-VALORDIA TO TBT-VALORDIA(IND1)
              COMPUTE W-TOTAL = W-TOTAL
                    + TBT-DIAS(IND1) * TBT-VALORDIA(IND1).
           ADD 1 TO IND1
           GO TO CALCULA-TRECHOS4.
       FIM-CALCULA-TRECHOS.
           EXIT.
      *
       SOMA-TRECHO.
           MOVE 1 TO W-TIPOULT
           MOVE W-UNIDTR TO CODUNIDLEITO
           MOVE W-LEITOTR TO CODLEITO
           READ CADLEITO
           IF ST-ERRO = "00" AND TIPOLEITO > ZEROS AND TIPOLEITO < 4
              MOVE TIPOLEITO TO W-TIPOULT.
           COMPUTE W-JULENTRADA = FUNCTION INTEGER-OF-DATE(W-INICIOTR)
           COMPUTE W-JULFIM = FUNCTION INTEGER-OF-DATE(W-FIMTR)
           COMPUTE W-DIASTR = W-JULFIM - W-JULENTRADA
           IF W-DIASTR > ZEROS
              ADD W-DIASTR TO TBT-DIAS(W-TIPOULT)
              ADD W-DIASTR TO W-DIAS.
       FIM-SOMA-TRECHO.
           EXIT.
      *----------------PRECO DA DIARIA (CONVENIO OU PADRAO)--------------
       BUSCA-DIARIA.
           MOVE ZEROS TO W-VALORDIA
              MOVE SEQITEM TO W-MAXSEQ.
           GO TO FATURA-ALTA1.
       FATURA-ALTA2.
           MOVE "N" TO W-GRAVOUITEM
           MOVE 1 TO IND1.
      *-----UM ITEM DE COBRANCA POR TIPO DE LEITO OCUPADO---------------
       FATURA-ALTA3.
           IF IND1 > 3
              GO TO FATURA-ALTA4.
           IF TBT-DIAS(IND1) = ZEROS OR TBT-VALORDIA(IND1) = ZEROS
              ADD 1 TO IND1
              GO TO FATURA-ALTA3.
           MOVE W-CHAVEITEM TO KEYCONSITEM (1: 23)
           ADD 1 TO W-MAXSEQ
           MOVE W-MAXSEQ TO SEQITEM
           COMPUTE CODPROCITEM = 90000000 + IND1
           MOVE TBT-DIAS(IND1) TO QTDEDIASTX
           MOVE W-DESCDIARIA TO DESCPROCITEM
           COMPUTE VALORITEM = TBT-DIAS(IND1) * TBT-VALORDIA(IND1)
           WRITE REGCONSITEM
           IF ST-ERRO = "00" OR "02"
              MOVE "S" TO W-GRAVOUITEM.
           ADD 1 TO IND1
           GO TO FATURA-ALTA3.
       FATURA-ALTA4.
           IF W-GRAVOUITEM = "S"
              MOVE "F" TO STATUSCONTA
              REWRITE REGCONTAINT
              ADD 1 TO W-QTDEALTAS.
           CLOSE CADINTERN CADCONTAINT CADLEITO CADCONSU CADDIARIA
           IF W-ITEMABERTO = "S"
              CLOSE CADCONSITEM.
           IF W-MOVOK = "S"
              CLOSE CADMOVLEITO.
           DISPLAY "*** FIM DA COBRANCA DE DIARIAS ***".
       ROT-FIM2.
           EXIT PROGRAM.
