      *****************************************************************
      *    IMPORTACAO DO RETORNO DO LABORATORIO                       *
      *    (LABRETORNO.TXT -> RESULTADOS EM CADEXAME)                 *
      *    SO ACEITA RESULTADO DE AMOSTRA RECEBIDA (CADAMOSTRA)       *
      *    RESULTADO ENTRA AGUARDANDO LIBERACAO (CADLIBEX/LIBERAEX)   *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYEXAME
                    FILE STATUS  IS ST-ERRO.
       SELECT CADLIBEX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYLIBEX
                    FILE STATUS  IS ST-ERRO.
       SELECT CADTIPOEX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODTIPOEXREG
                    FILE STATUS  IS ST-ERRO.
       SELECT CADAMOSTRA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYAMOSTRA
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ETIQUETAAMO.
       SELECT LABRETORNO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
           03 CODTIPOEX           PIC 9(04).
           03 RESULTNUM           PIC 9(06)V99.
           03 FLAGANORMAL         PIC X(01).
      *---------LIBERACAO TECNICA DOS RESULTADOS-----------------------
       FD CADLIBEX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLIBEX.DAT".
       01  REGLIBEX.
           03 KEYLIBEX.
              05 CPFLIB           PIC 9(11).
              05 DATALIB          PIC 9(08).
              05 HORALIB          PIC 9(04).
              05 NUMLINLIB        PIC 9(02).
           03 STATUSLIB           PIC X(01).
              88 LIB-AGUARDANDO     VALUE "A".
              88 LIB-LIBERADO       VALUE "L".
              88 LIB-REPETIR        VALUE "R".
           03 DATAIMPLIB          PIC 9(08).
           03 HORAIMPLIB          PIC 9(04).
           03 QTDREPLIB           PIC 9(02).
           03 MOTIVOLIB           PIC X(40).
           03 RESANTLIB           PIC X(60).
           03 RESNUMANTLIB        PIC 9(06)V99.
           03 OPERLIB             PIC 9(04).
           03 DATALIBER           PIC 9(08).
           03 HORALIBER           PIC 9(04).
           03 FILLER              PIC X(20).
      *------------------------CATALOGO DE EXAMES------------------
       FD CADTIPOEX
               LABEL RECORD IS STANDARD
           03 VALORMINCRIT        PIC 9(06)V99.
           03 VALORMAXCRIT        PIC 9(06)V99.
           03 DURACAOEX           PIC 9(03).
      *------------------------AMOSTRAS COLETADAS------------------
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
       FD LABRETORNO
               LABEL RECORD IS STANDARD
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-ERRO2       PIC X(02) VALUE "00".
       01 W-QTDEIMPORT   PIC 9(06) VALUE ZEROS.
       01 W-LIBOK        PIC X(01) VALUE "N".
       01 W-QTDEREPET    PIC 9(06) VALUE ZEROS.
       01 W-HORAAGORA    PIC 9(08) VALUE ZEROS.
       01 W-QTDEREJEITO  PIC 9(06) VALUE ZEROS.
       01 W-TIPOOK       PIC X(01) VALUE "N".
       01 W-AMOOK        PIC X(01) VALUE "N".
      *---LINHAS DO RELATORIO DE REJEICAO-------------------------
       01 CABREJEITO.
          03 FILLER PIC X(50) VALUE
          03 QTDEIMPORTTX     PIC ZZZZZ9.
          03 FILLER           PIC X(22) VALUE " REJEITADOS.........:".
          03 QTDEREJEITOTX    PIC ZZZZZ9.
      *---DIARIO DE IMAGENS APOS ATUALIZACAO (RECUPERACAO)---------------
       01 W-ACAOJOR      PIC X(01) VALUE "G".
       01 W-ARQJOR       PIC X(12) VALUE SPACES.
       01 W-OPJOR        PIC X(01) VALUE SPACES.
       01 W-PROGRJOR     PIC X(10) VALUE "LABIMP".
       01 W-OPERJOR      PIC 9(04) VALUE ZEROS.
       01 W-IMAGEMJOR    PIC X(200) VALUE SPACES.
       01 W-SEQJOR       PIC 9(08) VALUE ZEROS.
       01 W-OKJOR        PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-CADLIBEX THRU FIM-ABRIR-CADLIBEX.
           DISPLAY "*** IMPORTACAO DO RETORNO DO LABORATORIO ***".
       ABRIR-ARQUIVOS.
           IF W-LIBOK NOT = "S"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADLIBEX"
              GO TO ROT-FIM2.
           OPEN I-O CADEXAME
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEXAME"
              CLOSE CADLIBEX
              GO TO ROT-FIM2.
           OPEN INPUT LABRETORNO
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO LABRETORNO.TXT NAO ENCONTRADO"
              CLOSE CADEXAME CADLIBEX
              GO TO ROT-FIM2.
           OPEN OUTPUT LABREJEITO
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO LABREJEITO"
              CLOSE CADEXAME LABRETORNO CADLIBEX
              GO TO ROT-FIM2.
           WRITE REGLABREJEITO FROM CABREJEITO
           OPEN INPUT CADTIPOEX
           IF ST-ERRO = "00"
              MOVE "S" TO W-TIPOOK.
           OPEN INPUT CADAMOSTRA
           IF ST-ERRO = "00"
              MOVE "S" TO W-AMOOK.
      *----------------PROCESSAR O RETORNO LINHA A LINHA-----------------
       IMPORTA.
           READ LABRETORNO
              MOVE "EXAME NAO ESTA EM PEDIDO" TO MOTIVOREJTX
              PERFORM GRAVA-REJEITO THRU FIM-GRAVA-REJEITO
              GO TO IMPORTA.
      *----------------RESULTADO SO DE AMOSTRA RECEBIDA NO LAB----------
           IF W-AMOOK NOT = "S"
              MOVE "AMOSTRA NAO RECEBIDA" TO MOTIVOREJTX
              PERFORM GRAVA-REJEITO THRU FIM-GRAVA-REJEITO
              GO TO IMPORTA.
           MOVE KEYEXAME TO KEYAMOSTRA
           READ CADAMOSTRA
           IF ST-ERRO NOT = "00"
              MOVE "AMOSTRA NAO RECEBIDA" TO MOTIVOREJTX
              PERFORM GRAVA-REJEITO THRU FIM-GRAVA-REJEITO
              GO TO IMPORTA.
           IF AMO-REJEITADA
              MOVE "AMOSTRA REJEITADA" TO MOTIVOREJTX
              PERFORM GRAVA-REJEITO THRU FIM-GRAVA-REJEITO
              GO TO IMPORTA.
           IF NOT AMO-RECEBIDA
              MOVE "AMOSTRA NAO RECEBIDA" TO MOTIVOREJTX
              PERFORM GRAVA-REJEITO THRU FIM-GRAVA-REJEITO
              GO TO IMPORTA.
           MOVE DIAREALRETTX TO DIAREALIZADA
           MOVE MESREALRETTX TO MESREALIZADA
           MOVE ANOREALRETTX TO ANOREALIZADA
           REWRITE REGEXAME
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDEIMPORT
              PERFORM GRAVA-LIBERACAO THRU FIM-GRAVA-LIBERACAO
              MOVE "A" TO W-OPJOR
              PERFORM JORNAL-EXAME THRU FIM-JORNAL-EXAME
              PERFORM GRAVA-DELTA THRU FIM-GRAVA-DELTA
           ELSE
              MOVE "ERRO NA REGRAVACAO" TO MOTIVOREJTX
              GO TO FIM-VERIFICA-FAIXA.
           IF RESULTNUM < VALORMINEX OR RESULTNUM > VALORMAXEX
              MOVE "S" TO FLAGANORMAL.
       FIM-VERIFICA-FAIXA.
           EXIT.
      *----------------RESULTADO AGUARDA A LIBERACAO TECNICA------------
       GRAVA-LIBERACAO.
           MOVE KEYEXAME TO KEYLIBEX
           READ CADLIBEX
           IF ST-ERRO = "00"
              GO TO GRAVA-LIBERACAO1.
           MOVE KEYEXAME TO KEYLIBEX
           MOVE ZEROS TO QTDREPLIB RESNUMANTLIB OPERLIB
           MOVE ZEROS TO DATALIBER HORALIBER
           MOVE SPACES TO MOTIVOLIB RESANTLIB
           MOVE "A" TO STATUSLIB
           ACCEPT DATAIMPLIB FROM DATE YYYYMMDD
           ACCEPT W-HORAAGORA FROM TIME
           COMPUTE HORAIMPLIB = W-HORAAGORA / 10000
           WRITE REGLIBEX
           GO TO FIM-GRAVA-LIBERACAO.
      *----------------RETORNO DE EXAME MANDADO REPETIR------------------
       GRAVA-LIBERACAO1.
           IF LIB-REPETIR
              ADD 1 TO W-QTDEREPET.
           MOVE "A" TO STATUSLIB
           MOVE ZEROS TO OPERLIB DATALIBER HORALIBER
           ACCEPT DATAIMPLIB FROM DATE YYYYMMDD
           ACCEPT W-HORAAGORA FROM TIME
           COMPUTE HORAIMPLIB = W-HORAAGORA / 10000
           REWRITE REGLIBEX.
       FIM-GRAVA-LIBERACAO.
           EXIT.
      *----------------ABERTURA DO CONTROLE DE LIBERACAO-----------------
       ABRIR-CADLIBEX.
           OPEN I-O CADLIBEX
           IF ST-ERRO = "30"
              OPEN OUTPUT CADLIBEX
              CLOSE CADLIBEX
              OPEN I-O CADLIBEX.
           IF ST-ERRO = "00"
              MOVE "S" TO W-LIBOK
           ELSE
              MOVE "N" TO W-LIBOK.
       FIM-ABRIR-CADLIBEX.
           EXIT.
      *----------------GRAVAR LINHA REJEITADA----------------------------
       GRAVA-DELTA.
                W-CHAVEDELTA W-OKDELTA W-SEQDELTA.
       FIM-GRAVA-DELTA.
           EXIT.
       JORNAL-EXAME.
           MOVE "CADEXAME" TO W-ARQJOR
           MOVE REGEXAME TO W-IMAGEMJOR
           CALL "JORNAL" USING W-ACAOJOR W-ARQJOR W-OPJOR W-PROGRJOR
                W-OPERJOR W-IMAGEMJOR W-SEQJOR W-OKJOR.
       FIM-JORNAL-EXAME.
           EXIT.
       GRAVA-REJEITO.
           ADD 1 TO W-QTDEREJEITO
           MOVE REGLABRETORNO TO LINHAREJTX
           MOVE W-QTDEREJEITO TO QTDEREJEITOTX
           WRITE REGLABREJEITO FROM TOTREJEITO
           DISPLAY "RESULTADOS IMPORTADOS: " W-QTDEIMPORT
           DISPLAY "LINHAS REJEITADAS    : " W-QTDEREJEITO
           DISPLAY "RETORNOS DE REPETICAO: " W-QTDEREPET
           DISPLAY "AGUARDANDO LIBERACAO : " W-QTDEIMPORT.
       ROT-FIM.
           CLOSE CADEXAME LABRETORNO LABREJEITO.
           CLOSE CADLIBEX.
           IF W-TIPOOK = "S"
              CLOSE CADTIPOEX.
           IF W-AMOOK = "S"
              CLOSE CADAMOSTRA.
           DISPLAY "*** FIM DA IMPORTACAO DO LABORATORIO ***".
       ROT-FIM2.
           EXIT PROGRAM.
