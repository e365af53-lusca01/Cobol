       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMERA.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    NUMERACAO CENTRAL DE DOCUMENTOS (SUBPROGRAMA)              *
      *    UM CONTADOR POR TIPO DE DOCUMENTO E UNIDADE (CADNUMERO)    *
      *    E O REGISTRO DE CADA NUMERO RESERVADO (CADNUMRES)          *
      *    ACAO: R = RESERVAR O PROXIMO NUMERO                        *
      *          I = INICIAR A SERIE (NUMERO = ULTIMO JA EMITIDO)     *
      *          U = CONFIRMAR O USO DO NUMERO RESERVADO              *
      *          A = ANULAR O NUMERO RESERVADO E NAO UTILIZADO        *
      *    RESULTADO: S = OK   N = ERRO   I = SERIE NAO INICIADA      *
      *    A RESERVA E GRAVADA COM CHAVE UNICA: SE OUTRA SESSAO JA    *
      *    PEGOU O NUMERO, O CONTADOR AVANCA E O SEGUINTE E TENTADO   *
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO     PIC X(02) VALUE "00".
       77 W-TENT      PIC 9(02) VALUE ZEROS.
       01 W-DATAHOJE  PIC 9(08) VALUE ZEROS.
       01 W-DATAHOJER REDEFINES W-DATAHOJE.
          03 W-ANOHOJE PIC 9(04).
          03 W-MMDDHOJE PIC 9(04).
       01 W-HORAHOJE  PIC 9(06) VALUE ZEROS.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-ACAONU        PIC X(01).
       01 LK-TIPONU        PIC X(04).
       01 LK-UNIDNU        PIC 9(02).
       01 LK-ANONU         PIC 9(04).
       01 LK-NUMERONU      PIC 9(08).
       01 LK-PROGRNU       PIC X(10).
       01 LK-OPERNU        PIC 9(04).
       01 LK-RESULTNU      PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-ACAONU LK-TIPONU LK-UNIDNU LK-ANONU
                                LK-NUMERONU LK-PROGRNU LK-OPERNU
                                LK-RESULTNU.
       INICIO.
           MOVE "N" TO LK-RESULTNU
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-HORAHOJE FROM TIME
           OPEN I-O CADNUMERO
           IF ST-ERRO = "30"
              OPEN OUTPUT CADNUMERO
              CLOSE CADNUMERO
              OPEN I-O CADNUMERO.
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIM2.
           OPEN I-O CADNUMRES
           IF ST-ERRO = "30"
              OPEN OUTPUT CADNUMRES
              CLOSE CADNUMRES
              OPEN I-O CADNUMRES.
           IF ST-ERRO NOT = "00"
              CLOSE CADNUMERO
              GO TO ROT-FIM2.
           IF LK-ACAONU = "R"
              GO TO RESERVA.
           IF LK-ACAONU = "I"
              GO TO INICIA-SERIE.
           IF LK-ACAONU = "U"
              GO TO CONFIRMA-USO.
           IF LK-ACAONU = "A"
              GO TO ANULA-RESERVA.
           GO TO ROT-FIM.
      *----------------RESERVAR O PROXIMO NUMERO DA SERIE---------------
       RESERVA.
           MOVE ZEROS TO W-TENT.
       RESERVA1.
           MOVE LK-TIPONU TO TIPONUM
           MOVE LK-UNIDNU TO UNIDNUM
           READ CADNUMERO
           IF ST-ERRO = "23"
              MOVE "I" TO LK-RESULTNU
              GO TO ROT-FIM.
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIM.
      *----------------REINICIO ANUAL DA SERIE--------------------------
           IF ZERAANUAL = "S" AND ANONUM NOT = W-ANOHOJE
              MOVE W-ANOHOJE TO ANONUM
              MOVE ZEROS TO ULTNUM
              MOVE 1 TO INICIONUM.
       RESERVA2.
           ADD 1 TO ULTNUM
           MOVE W-DATAHOJE TO DATAULTNUM
           REWRITE REGNUMERO
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              GO TO ROT-FIM.
           MOVE TIPONUM TO TIPORES
           MOVE UNIDNUM TO UNIDRES
           MOVE ANONUM TO ANORES
           MOVE ULTNUM TO NUMRES
           MOVE "R" TO SITRES
           MOVE ZEROS TO QTDUSORES DATAUSORES
           MOVE W-DATAHOJE TO DATARES
           MOVE W-HORAHOJE TO HORARES
           MOVE LK-OPERNU TO OPERRES
           MOVE LK-PROGRNU TO PROGRRES
           WRITE REGNUMRES
           IF ST-ERRO = "22"
              ADD 1 TO W-TENT
              IF W-TENT < 50
                 GO TO RESERVA2
              ELSE
                 GO TO ROT-FIM.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              GO TO ROT-FIM.
           MOVE ANONUM TO LK-ANONU
           MOVE ULTNUM TO LK-NUMERONU
           MOVE "S" TO LK-RESULTNU
           GO TO ROT-FIM.
      *----------------INICIAR A SERIE PELO ULTIMO NUMERO EMITIDO-------
       INICIA-SERIE.
           MOVE LK-TIPONU TO TIPONUM
           MOVE LK-UNIDNU TO UNIDNUM
           READ CADNUMERO
           IF ST-ERRO = "00"
              MOVE "S" TO LK-RESULTNU
              GO TO ROT-FIM.
           MOVE ZEROS TO ANONUM
           MOVE LK-NUMERONU TO ULTNUM
           COMPUTE INICIONUM = LK-NUMERONU + 1
           MOVE "N" TO ZERAANUAL
           MOVE W-DATAHOJE TO DATAULTNUM
           WRITE REGNUMERO
           IF ST-ERRO = "00" OR "02" OR "22"
              MOVE "S" TO LK-RESULTNU.
           GO TO ROT-FIM.
      *----------------CONFIRMAR O USO (USO REPETIDO = DUPLICIDADE)-----
       CONFIRMA-USO.
           MOVE LK-TIPONU TO TIPORES
           MOVE LK-UNIDNU TO UNIDRES
           MOVE LK-ANONU TO ANORES
           MOVE LK-NUMERONU TO NUMRES
           READ CADNUMRES
           IF ST-ERRO = "23"
              MOVE "U" TO SITRES
              MOVE 1 TO QTDUSORES
              MOVE W-DATAHOJE TO DATARES DATAUSORES
              MOVE W-HORAHOJE TO HORARES
              MOVE LK-OPERNU TO OPERRES
              MOVE LK-PROGRNU TO PROGRRES
              WRITE REGNUMRES
              IF ST-ERRO = "00" OR "02"
                 MOVE "S" TO LK-RESULTNU
                 GO TO ROT-FIM
              ELSE
                 GO TO ROT-FIM.
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIM.
           MOVE "U" TO SITRES
           IF QTDUSORES < 99
              ADD 1 TO QTDUSORES.
           MOVE W-DATAHOJE TO DATAUSORES
           REWRITE REGNUMRES
           IF ST-ERRO = "00" OR "02"
              MOVE "S" TO LK-RESULTNU.
           GO TO ROT-FIM.
      *----------------ANULAR RESERVA NAO UTILIZADA---------------------
       ANULA-RESERVA.
           MOVE LK-TIPONU TO TIPORES
           MOVE LK-UNIDNU TO UNIDRES
           MOVE LK-ANONU TO ANORES
           MOVE LK-NUMERONU TO NUMRES
           READ CADNUMRES
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIM.
           IF NOT RES-RESERVADO
              MOVE "S" TO LK-RESULTNU
              GO TO ROT-FIM.
           MOVE "A" TO SITRES
           MOVE W-DATAHOJE TO DATAUSORES
           REWRITE REGNUMRES
           IF ST-ERRO = "00" OR "02"
              MOVE "S" TO LK-RESULTNU.
      *
       ROT-FIM.
           CLOSE CADNUMERO CADNUMRES.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
