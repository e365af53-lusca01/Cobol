      *****************************************************************
      *    EXPORTACAO DE PEDIDOS DE EXAME PARA O LABORATORIO          *
      *    (CADEXAME EM STATUS PEDIDO -> LABPEDIDO.TXT)               *
      *    SO SAEM AS LINHAS COM AMOSTRA COLETADA (CADAMOSTRA)        *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYEXAME
                    FILE STATUS  IS ST-ERRO.
       SELECT CADAMOSTRA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYAMOSTRA
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ETIQUETAAMO.
       SELECT LABPEDIDO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
           03 CODTIPOEX           PIC 9(04).
           03 RESULTNUM           PIC 9(06)V99.
           03 FLAGANORMAL         PIC X(01).
      *
       FD CADAMOSTRA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAMOSTRA.DAT".
       01  REGAMOSTRA.
           03 KEYAMOSTRA.
              05 CPFAMO           PIC 9(11).
              05 DATAAMO          PIC 9(08).
              05 HORAAMO          PIC 9(04).
              05 LINHAAMO         PIC 9(02).
           03 ETIQUETAAMO         PIC 9(10).
           03 TUBOAMO             PIC 9(01).
              88 TUBO-EDTA          VALUE 1.
              88 TUBO-GEL           VALUE 2.
              88 TUBO-CITRATO       VALUE 3.
              88 TUBO-FLUORETO      VALUE 4.
              88 FRASCO-URINA       VALUE 5.
              88 FRASCO-OUTROS      VALUE 6.
           03 STATUSAMO           PIC X(01).
              88 AMO-COLETADA       VALUE "C".
              88 AMO-RECEBIDA       VALUE "E".
              88 AMO-REJEITADA      VALUE "R".
           03 DATACOLAMO          PIC 9(08).
           03 HORACOLAMO          PIC 9(04).
           03 OPERCOLAMO          PIC 9(04).
           03 DATARECAMO          PIC 9(08).
           03 HORARECAMO          PIC 9(04).
           03 OPERRECAMO          PIC 9(04).
           03 MOTIVOREJAMO        PIC 9(01).
              88 REJ-HEMOLISADA     VALUE 1.
              88 REJ-INSUFICIENTE   VALUE 2.
              88 REJ-SEM-ETIQUETA   VALUE 3.
           03 DATAREJAMO          PIC 9(08).
           03 HORAREJAMO          PIC 9(04).
           03 OPERREJAMO          PIC 9(04).
           03 FILLER              PIC X(20).
      *
       FD LABPEDIDO
               LABEL RECORD IS STANDARD
       77 ST-ERRO        PIC X(02) VALUE "00".
       01 W-QTDEPEDIDO   PIC 9(06) VALUE ZEROS.
       01 W-DATAHOJE     PIC 9(08) VALUE ZEROS.
       01 W-AMOOK        PIC X(01) VALUE "N".
       01 W-AMOCOLETADA  PIC X(01) VALUE "N".
       01 W-QTDESEMAMO   PIC 9(06) VALUE ZEROS.
      *---LAYOUT FIXO DO PEDIDO------------------------------------
       01 PEDIDOTX.
          03 CPFPEDIDOTX      PIC 9(11).
          03 LINPEDIDOTX      PIC 9(02).
          03 CODTIPOPEDTX     PIC 9(04).
          03 TIPOPEDIDOTX     PIC X(30).
          03 ETIQPEDIDOTX     PIC 9(10).
          03 TUBOPEDIDOTX     PIC 9(01).
       01 TRAILERTX.
          03 FILLER           PIC X(09) VALUE "TOTAL    ".
          03 QTDEPEDIDOTX     PIC 9(06).
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO LABPEDIDO"
              CLOSE CADEXAME
              GO TO ROT-FIM2.
           OPEN INPUT CADAMOSTRA
           IF ST-ERRO = "00"
              MOVE "S" TO W-AMOOK
           ELSE
              DISPLAY "ARQUIVO CADAMOSTRA NAO ENCONTRADO".
      *---MODO DA EXPORTACAO (COMPLETA OU SO ALTERADOS)----------------
           MOVE "I" TO W-ACAODELTA
           MOVE "LABEXP" TO W-NOMEDELTA
              GO TO GRAVA-TRAILER.
           IF NOT PEDIDO
              GO TO EXPORTA1.
           PERFORM VERIFICA-AMOSTRA THRU FIM-VERIFICA-AMOSTRA
           IF W-AMOCOLETADA NOT = "S"
              GO TO EXPORTA1.
           MOVE CPFEXAME TO CPFPEDIDOTX
           MOVE DIAEXAME TO DIAPEDIDOTX
           MOVE MESEXAME TO MESPEDIDOTX
           MOVE NUMLINHA TO LINPEDIDOTX
           MOVE CODTIPOEX TO CODTIPOPEDTX
           MOVE TIPOEXAME TO TIPOPEDIDOTX
           MOVE ETIQUETAAMO TO ETIQPEDIDOTX
           MOVE TUBOAMO TO TUBOPEDIDOTX
           MOVE PEDIDOTX TO REGLABPEDIDO
           WRITE REGLABPEDIDO
           ADD 1 TO W-QTDEPEDIDO
              GO TO DELTA-EXPORTA.
           IF NOT PEDIDO
              GO TO DELTA-EXPORTA.
           PERFORM VERIFICA-AMOSTRA THRU FIM-VERIFICA-AMOSTRA
           IF W-AMOCOLETADA NOT = "S"
              GO TO DELTA-EXPORTA.
           MOVE CPFEXAME TO CPFPEDIDOTX
           MOVE DIAEXAME TO DIAPEDIDOTX
           MOVE MESEXAME TO MESPEDIDOTX
           MOVE NUMLINHA TO LINPEDIDOTX
           MOVE CODTIPOEX TO CODTIPOPEDTX
           MOVE TIPOEXAME TO TIPOPEDIDOTX
           MOVE ETIQUETAAMO TO ETIQPEDIDOTX
           MOVE TUBOAMO TO TUBOPEDIDOTX
           MOVE PEDIDOTX TO REGLABPEDIDO
           WRITE REGLABPEDIDO
           ADD 1 TO W-QTDEPEDIDO
           GO TO DELTA-EXPORTA.
      *---PEDIDO SEM AMOSTRA COLETADA (OU REJEITADA) NAO VAI AO LAB-----
       VERIFICA-AMOSTRA.
           MOVE "N" TO W-AMOCOLETADA
           IF W-AMOOK NOT = "S"
              ADD 1 TO W-QTDESEMAMO
              GO TO FIM-VERIFICA-AMOSTRA.
           MOVE KEYEXAME TO KEYAMOSTRA
           READ CADAMOSTRA
           IF ST-ERRO NOT = "00"
              ADD 1 TO W-QTDESEMAMO
              GO TO FIM-VERIFICA-AMOSTRA.
           IF AMO-COLETADA OR AMO-RECEBIDA
              MOVE "S" TO W-AMOCOLETADA
           ELSE
              ADD 1 TO W-QTDESEMAMO.
       FIM-VERIFICA-AMOSTRA.
           EXIT.
       GRAVA-TRAILER.
           MOVE W-QTDEPEDIDO TO QTDEPEDIDOTX
           MOVE W-DATAHOJE TO DATAGERACAOTX
           MOVE "F" TO W-ACAODELTA
           CALL "DELTA" USING W-ACAODELTA W-NOMEDELTA W-ARQDELTA
                W-CHAVEDELTA W-OKDELTA W-SEQDELTA
           DISPLAY "PEDIDOS EXPORTADOS: " W-QTDEPEDIDO
           DISPLAY "PEDIDOS SEM AMOSTRA COLETADA: " W-QTDESEMAMO.
       ROT-FIM.
           CLOSE CADEXAME LABPEDIDO
           IF W-AMOOK = "S"
              CLOSE CADAMOSTRA.
           DISPLAY "*** FIM DA EXPORTACAO DE PEDIDOS ***".
       ROT-FIM2.
           EXIT PROGRAM.
