       IDENTIFICATION DIVISION.
       PROGRAM-ID. JANMANUT.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    JANELA DE MANUTENCAO DO PROCESSAMENTO NOTURNO (SUBPROGRAMA)*
      *    ENTRADA: SESSAO DO TERMINAL (ZEROS = DESCONHECIDA)         *
      *    SAIDA  : HORA PREVISTA DE TERMINO (HHMM) E RESULTADO       *
      *             N = SEM JANELA, ENTRADA DE DADOS LIVRE            *
      *             S = EM JANELA, SOMENTE CONSULTAS                  *
      *             L = EM JANELA, SESSAO LIBERADA PELO SUPERVISOR    *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADSTATUS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *------SITUACAO DO SISTEMA (GRAVADA PELO LOTENOITE)---------------
       FD CADSTATUS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSTATUS.DAT".
       01 REGSTATUS.
          03 MANUTSTATUS        PIC X(01).
             88 EM-MANUTENCAO     VALUE "S".
          03 DATAINISTATUS      PIC 9(08).
          03 HORAINISTATUS      PIC 9(06).
          03 HORAFIMSTATUS      PIC 9(04).
          03 PROGRSTATUS        PIC X(10).
          03 LIBSESSAOSTATUS    PIC 9(04) OCCURS 5 TIMES.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO     PIC X(02) VALUE "00".
       77 IND1        PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-SESSAOJM      PIC 9(04).
       01 LK-HORAFIMJM     PIC 9(04).
       01 LK-RESULTJM      PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-SESSAOJM LK-HORAFIMJM LK-RESULTJM.
       INICIO.
           MOVE "N" TO LK-RESULTJM
           MOVE ZEROS TO LK-HORAFIMJM
           OPEN INPUT CADSTATUS
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIM2.
           READ CADSTATUS
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIM.
           IF NOT EM-MANUTENCAO
              GO TO ROT-FIM.
           MOVE "S" TO LK-RESULTJM
           MOVE HORAFIMSTATUS TO LK-HORAFIMJM
           IF LK-SESSAOJM = ZEROS
              GO TO ROT-FIM.
      *----------------SESSOES LIBERADAS PARA EMERGENCIA----------------
           MOVE 1 TO IND1.
       PROCURA-LIB.
           IF LIBSESSAOSTATUS(IND1) = LK-SESSAOJM
              MOVE "L" TO LK-RESULTJM
              GO TO ROT-FIM.
           ADD 1 TO IND1
           IF IND1 < 6
              GO TO PROCURA-LIB.
      *
       ROT-FIM.
           CLOSE CADSTATUS.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
