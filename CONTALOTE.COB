       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTALOTE.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    CONTADORES DO PASSO DO PROCESSAMENTO NOTURNO (SUBPROGRAMA) *
      *    O PROGRAMA CHAMADO PELO LOTENOITE INFORMA AO TERMINAR      *
      *    QUANTOS REGISTROS LEU, GRAVOU E REJEITOU. A CONTAGEM VAI   *
      *    PARA O LOTECONT.DAT, QUE O LOTENOITE LE AO FIM DO PASSO    *
      *    E GUARDA NO HISTORICO DE EXECUCOES (LOTEHIST.DAT)          *
      *    FORA DO LOTE (LOTEPARAM DESLIGADO) NADA E GRAVADO          *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LOTECONT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT LOTEPARAM ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *------CONTADORES DO ULTIMO PASSO EXECUTADO------------------------
       FD LOTECONT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOTECONT.DAT".
       01 REGLOTECONT.
          03 PROGRCONT          PIC X(10).
          03 FILLER             PIC X(01).
          03 LIDOSCONT          PIC 9(08).
          03 FILLER             PIC X(01).
          03 GRAVCONT           PIC 9(08).
          03 FILLER             PIC X(01).
          03 REJEITCONT         PIC 9(08).
      *------PARAMETROS GRAVADOS PELO LOTENOITE--------------------------
       FD LOTEPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOTEPARAM.DAT".
       01 REGLOTEPARAM.
          03 PARAMEMLOTE        PIC X(01).
          03 PARAMDATAINI       PIC 9(08).
          03 PARAMDATAFIM       PIC 9(08).
          03 PARAMDATAGER       PIC 9(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       01 W-EMLOTE       PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-PROGRCT       PIC X(10).
       01 LK-LIDOSCT       PIC 9(08).
       01 LK-GRAVCT        PIC 9(08).
       01 LK-REJEITCT      PIC 9(08).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-PROGRCT LK-LIDOSCT LK-GRAVCT
                                LK-REJEITCT.
       INICIO.
           MOVE "N" TO W-EMLOTE
           OPEN INPUT LOTEPARAM
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIM2.
           READ LOTEPARAM
           IF ST-ERRO = "00" AND PARAMEMLOTE = "S"
              MOVE "S" TO W-EMLOTE.
           CLOSE LOTEPARAM
           IF W-EMLOTE NOT = "S"
              GO TO ROT-FIM2.
       GRAVA-CONTADORES.
           OPEN OUTPUT LOTECONT
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIM2.
           MOVE SPACES TO REGLOTECONT
           MOVE LK-PROGRCT TO PROGRCONT
           MOVE LK-LIDOSCT TO LIDOSCONT
           MOVE LK-GRAVCT TO GRAVCONT
           MOVE LK-REJEITCT TO REJEITCONT
           WRITE REGLOTECONT
           CLOSE LOTECONT.
      *
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
