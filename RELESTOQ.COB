      *****************************************************************
      *    RELATORIO DE ESTOQUE DA FARMACIA: ALERTA DE MINIMO E       *
      *    CONSUMO MENSAL POR MEDICAMENTO                             *
      *    POR UNIDADE (CADESTUNID) OU DA REDE TODA (UNIDADE 00)      *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODMEDCUSTO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADESTUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYESTUNID
                    FILE STATUS  IS ST-ERRO.
       SELECT CADMOVEST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
           03 CODMEDCUSTO         PIC 9(05).
           03 ULTCUSTO            PIC 9(06)V99.
           03 DATACUSTO           PIC 9(08).
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
      *
       FD CADMOVEST
               LABEL RECORD IS STANDARD
           03 QTDEMOV             PIC 9(06).
           03 FILLER              PIC X(01).
           03 CODOPERMOV          PIC 9(04).
           03 FILLER              PIC X(01).
           03 LOTEMOV             PIC X(10).
           03 FILLER              PIC X(01).
           03 UNIDMOV             PIC X(02).
           03 FILLER              PIC X(01).
           03 CPFMOV              PIC X(11).
      *
       FD RELESTTX
               LABEL RECORD IS STANDARD
       01 W-MESCOMP      PIC 9(02) VALUE ZEROS.
       01 W-ANOCOMP      PIC 9(04) VALUE ZEROS.
       01 W-MOVOK        PIC X(01) VALUE "N".
       01 W-UNIDREL      PIC 9(02) VALUE ZEROS.
       01 W-UNIDRELX REDEFINES W-UNIDREL PIC X(02).
       01 W-EUOK         PIC X(01) VALUE "N".
      *---VALOR DO INVENTARIO (ULTIMO CUSTO DE COMPRA)-----------------
       01 W-CUSTOOK      PIC X(01) VALUE "N".
       01 W-VALORITEM    PIC 9(10)V99 VALUE ZEROS.
       01 CABVALOR.
          03 FILLER PIC X(40) VALUE
          "--- VALOR DO INVENTARIO (ULTIMO CUSTO)".
          03 FILLER PIC X(10) VALUE " UNIDADE: ".
          03 UNIDVALTX      PIC 9(02).
       01 DETVALOR.
          03 FILLER         PIC X(05) VALUE "COD: ".
          03 CODVALTX       PIC 9(05).
          "--- MEDICAMENTOS ABAIXO DO ESTOQUE MINIMO -".
          03 FILLER PIC X(02) VALUE "--".
       01 DETMIN.
          03 FILLER         PIC X(06) VALUE "UNID: ".
          03 UNIDMINTX      PIC 9(02).
          03 FILLER         PIC X(06) VALUE " COD: ".
          03 CODMINTX       PIC 9(05).
          03 FILLER         PIC X(01) VALUE " ".
          03 NOMEMINTX      PIC X(30).
          03 MESCOMPTX      PIC 9(02).
          03 FILLER         PIC X(01) VALUE "/".
          03 ANOCOMPTX      PIC 9(04).
          03 FILLER         PIC X(10) VALUE " UNIDADE: ".
          03 UNIDCONSTX     PIC 9(02).
          03 FILLER         PIC X(04) VALUE " ---".
       01 DETCONSUMO.
          03 FILLER         PIC X(05) VALUE "COD: ".
               VALUE  "A FARMACIA".
           05  LINE 10  COLUMN 01
               VALUE  "   COMPETENCIA DO CONSUMO (MM AAAA) :".
           05  LINE 12  COLUMN 01
               VALUE  "   UNIDADE (00 = TODAS AS UNIDADES)   :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TW-MESCOMP
               LINE 10  COLUMN 43  PIC 9(04)
               USING  W-ANOCOMP
               HIGHLIGHT.
           05  TW-UNIDREL
               LINE 12  COLUMN 40  PIC 9(02)
               USING  W-UNIDREL
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2.
       L3.
           ACCEPT TW-UNIDREL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L2.
       ABRIR-ARQUIVOS.
           OPEN INPUT CADESTOQUE
           IF ST-ERRO NOT = "00"
           OPEN INPUT CADMOVEST
           IF ST-ERRO = "00"
              MOVE "S" TO W-MOVOK.
           OPEN INPUT CADESTUNID
           IF ST-ERRO = "00"
              MOVE "S" TO W-EUOK.
           OPEN OUTPUT RELESTTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELESTOQ" TO MENS
      *----------------ALERTA DE ESTOQUE MINIMO--------------------------
       ALERTA-MINIMO.
           WRITE REGRELESTTX FROM CABMIN
           IF W-EUOK = "S"
              GO TO ALERTA-UNIDADE.
           MOVE ZEROS TO CODMEDICEST
           START CADESTOQUE KEY IS NOT LESS CODMEDICEST INVALID KEY
                 GO TO CONSUMO.
              GO TO CONSUMO.
           IF SALDOESTOQUE NOT < ESTOQUEMIN
              GO TO ALERTA-MINIMO1.
           MOVE ZEROS TO UNIDMINTX
           MOVE CODMEDICEST TO CODMINTX
           MOVE SPACES TO NOMEMINTX
           MOVE CODMEDICEST TO CODMEDICREG
           MOVE ESTOQUEMIN TO MINIMOTX
           WRITE REGRELESTTX FROM DETMIN
           GO TO ALERTA-MINIMO1.
      *-----MINIMO CONTROLADO EM CADA UNIDADE----------------------------
       ALERTA-UNIDADE.
           MOVE ZEROS TO KEYESTUNID
           START CADESTUNID KEY IS NOT LESS KEYESTUNID INVALID KEY
                 GO TO CONSUMO.
       ALERTA-UNIDADE1.
           READ CADESTUNID NEXT
           IF ST-ERRO NOT = "00"
              GO TO CONSUMO.
           IF W-UNIDREL NOT = ZEROS AND UNIDEU NOT = W-UNIDREL
              GO TO ALERTA-UNIDADE1.
           IF SALDOEU NOT < MINIMOEU
              GO TO ALERTA-UNIDADE1.
           MOVE UNIDEU TO UNIDMINTX
           MOVE CODMEDEU TO CODMINTX
           MOVE SPACES TO NOMEMINTX
           MOVE CODMEDEU TO CODMEDICREG
           READ CADMEDIC
           IF ST-ERRO = "00"
              MOVE NOMECOMERCIAL TO NOMEMINTX.
           MOVE SALDOEU TO SALDOMINTX
           MOVE MINIMOEU TO MINIMOTX
           WRITE REGRELESTTX FROM DETMIN
           GO TO ALERTA-UNIDADE1.
      *----------------CONSUMO MENSAL POR MEDICAMENTO--------------------
       CONSUMO.
           MOVE SPACES TO REGRELESTTX
           WRITE REGRELESTTX
           MOVE W-MESCOMP TO MESCOMPTX
           MOVE W-ANOCOMP TO ANOCOMPTX
           MOVE W-UNIDREL TO UNIDCONSTX
           WRITE REGRELESTTX FROM CABCONSUMO
           IF W-MOVOK NOT = "S"
              GO TO FECHA.
           READ CADMOVEST
           IF ST-ERRO NOT = "00"
              GO TO CONSUMO3.
           IF TIPOMOV NOT = "S" AND TIPOMOV NOT = "V"
              GO TO CONSUMO1.
           IF MESMOV NOT = W-MESCOMP OR ANOMOV NOT = W-ANOCOMP
              GO TO CONSUMO1.
           IF W-UNIDREL NOT = ZEROS AND UNIDMOV NOT = W-UNIDRELX
              GO TO CONSUMO1.
           PERFORM SOMA-CONSUMO THRU FIM-SOMA-CONSUMO
           GO TO CONSUMO1.
       CONSUMO3.
           MOVE 1 TO IND1.
       SOMA-CONSUMO1.
           IF IND1 > W-QTDEMEDIC
              IF W-QTDEMEDIC > 199 OR TIPOMOV = "V"
                 GO TO FIM-SOMA-CONSUMO
              ELSE
                 ADD 1 TO W-QTDEMEDIC
                 MOVE CODMEDICMOV TO TBC-CODMEDIC(W-QTDEMEDIC)
                 MOVE QTDEMOV TO TBC-QTDE(W-QTDEMEDIC)
                 GO TO FIM-SOMA-CONSUMO.
           IF TBC-CODMEDIC(IND1) NOT = CODMEDICMOV
              ADD 1 TO IND1
              GO TO SOMA-CONSUMO1.
      *-----DEVOLUCAO DA ENFERMARIA (V) ABATE O CONSUMO------------------
           IF TIPOMOV = "S"
              ADD QTDEMOV TO TBC-QTDE(IND1)
           ELSE
              IF TBC-QTDE(IND1) < QTDEMOV
                 MOVE ZEROS TO TBC-QTDE(IND1)
              ELSE
                 SUBTRACT QTDEMOV FROM TBC-QTDE(IND1).
           GO TO FIM-SOMA-CONSUMO.
       FIM-SOMA-CONSUMO.
           EXIT.
      *
              GO TO FIM-VALOR-INVENTARIO.
           MOVE SPACES TO REGRELESTTX
           WRITE REGRELESTTX
           MOVE W-UNIDREL TO UNIDVALTX
           WRITE REGRELESTTX FROM CABVALOR
           MOVE ZEROS TO W-VALORTOTAL
           IF W-UNIDREL NOT = ZEROS AND W-EUOK = "S"
              GO TO VALOR-UNIDADE.
           MOVE ZEROS TO CODMEDICEST
           START CADESTOQUE KEY IS NOT LESS CODMEDICEST INVALID KEY
                 GO TO VALOR-INVENTARIO3.
           MOVE W-VALORITEM TO VALORVALTX
           WRITE REGRELESTTX FROM DETVALOR
           GO TO VALOR-INVENTARIO1.
      *-----VALOR DO SALDO FISICO DA UNIDADE PEDIDA---------------------
       VALOR-UNIDADE.
           MOVE ZEROS TO KEYESTUNID
           START CADESTUNID KEY IS NOT LESS KEYESTUNID INVALID KEY
                 GO TO VALOR-INVENTARIO3.
       VALOR-UNIDADE1.
           READ CADESTUNID NEXT
           IF ST-ERRO NOT = "00"
              GO TO VALOR-INVENTARIO3.
           IF UNIDEU NOT = W-UNIDREL OR SALDOEU = ZEROS
              GO TO VALOR-UNIDADE1.
           MOVE ZEROS TO W-VALORITEM
           MOVE CODMEDEU TO CODMEDCUSTO
           READ CADCUSTO
           IF ST-ERRO NOT = "00"
              GO TO VALOR-UNIDADE1.
           COMPUTE W-VALORITEM = SALDOEU * ULTCUSTO
           ADD W-VALORITEM TO W-VALORTOTAL
           MOVE CODMEDEU TO CODVALTX
           MOVE SPACES TO NOMEVALTX
           MOVE CODMEDEU TO CODMEDICREG
           READ CADMEDIC
           IF ST-ERRO = "00"
              MOVE NOMECOMERCIAL TO NOMEVALTX.
           MOVE SALDOEU TO SALDOVALTX
           MOVE ULTCUSTO TO CUSTOVALTX
           MOVE W-VALORITEM TO VALORVALTX
           WRITE REGRELESTTX FROM DETVALOR
           GO TO VALOR-UNIDADE1.
       VALOR-INVENTARIO3.
           MOVE W-VALORTOTAL TO VALORTOTALTX
           WRITE REGRELESTTX FROM TOTVALOR.
              CLOSE CADCUSTO.
           IF W-MOVOK = "S"
              CLOSE CADMOVEST.
           IF W-EUOK = "S"
              CLOSE CADESTUNID.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
