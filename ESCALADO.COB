       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCALADO.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    QUEM ESTA DE PLANTAO NA UNIDADE EM UMA DATA E HORA         *
      *    (SUBPROGRAMA SOBRE A ESCALA MENSAL - CADESCALA)            *
      *    ENTRADA: UNIDADE, DATA (AAAAMMDD), HORA (HHMM), CATEGORIA  *
      *             (1=ENFERMEIRO 2=TECNICO 3=MEDICO PLANTONISTA) E   *
      *             ESPECIALIDADE (00 = QUALQUER; SO PARA MEDICOS)    *
      *    SAIDA  : PRIMEIRO ESCALADO (CODIGO, NOME E CRM), QUANTIDADE*
      *             DE ESCALADOS NO HORARIO E RESULTADO (S/N)         *
      *    TURNOS QUE CRUZAM A MEIA-NOITE SAO PROCURADOS TAMBEM NA    *
      *    ESCALA DO DIA ANTERIOR; FALTA E TROCA NAO CONTAM           *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADESCALA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYESCALA
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS KEYFUNCESC
                       WITH DUPLICATES.
       SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFUNC
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEFUNC
                       WITH DUPLICATES.
       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------ESCALA: UNIDADE, DIA, TURNO E FUNCIONARIO---------------
       FD CADESCALA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESCALA.DAT".
       01  REGESCALA.
           03 KEYESCALA.
              05 UNIDESC          PIC 9(02).
              05 DATAESC          PIC 9(08).
              05 TURNOESC         PIC 9(01).
              05 CODFUNCESC       PIC 9(05).
           03 KEYFUNCESC.
              05 CODFUNCFESC      PIC 9(05).
              05 DATAFESC         PIC 9(08).
           03 CATEGESC            PIC 9(01).
           03 SITESC              PIC X(01).
              88 ESC-ESCALADO       VALUE "E".
              88 ESC-FALTA          VALUE "F".
              88 ESC-TROCADO        VALUE "T".
           03 CODFUNCORIGESC      PIC 9(05).
           03 NUMTROCAESC         PIC 9(06).
           03 OPERESC             PIC 9(04).
           03 DATALANCESC         PIC 9(08).
           03 FILLER              PIC X(10).
      *
       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
       01  REGFUNC.
           03 CODFUNC             PIC 9(05).
           03 NOMEFUNC            PIC X(30).
           03 CATEGFUNC           PIC 9(01).
           03 CONSELHOFUNC        PIC X(10).
           03 CRMFUNC             PIC 9(06).
           03 CODOPERFUNC         PIC 9(04).
           03 CARGAFUNC           PIC 9(03).
           03 ATIVOFUNC           PIC X(01).
           03 FILLER              PIC X(20).
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01  REGMED.
           03 CRM                       PIC 9(06).
           03 NOMEMEDICO                PIC X(30).
           03 ESPECIALIDADE             PIC 9(02).
           03 SEXOMEDICO                PIC X(01).
           03 EMAIL                     PIC X(30).
           03 TELEFONE.
              05 DDD                    PIC 9(02).
              05 NUMERO                 PIC 9(09).
           03 DATANASCMEDICO.
              05 DIAMEDICO              PIC 9(02).
              05 MESMEDICO              PIC 9(02).
              05 ANOMEDICO              PIC 9(04).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       01 W-FUNCOK       PIC X(01) VALUE "N".
       01 W-MEDOK        PIC X(01) VALUE "N".
       01 W-DATALIDA     PIC 9(08) VALUE ZEROS.
       01 W-DATAANT      PIC 9(08) VALUE ZEROS.
       01 W-DIAANT       PIC X(01) VALUE "N".
       01 W-CRMLIDO      PIC 9(06) VALUE ZEROS.
       01 W-NOMELIDO     PIC X(30) VALUE SPACES.
      *---TURNOS: CODIGO, INICIO, FIM, HORAS, HORAS NOTURNAS E---------
      *---INDICADOR DE TURNO QUE TERMINA NO DIA SEGUINTE---------------
       01 TABTURNOX.
          03 FILLER PIC X(24) VALUE "1MANHA     070013000600N".
          03 FILLER PIC X(24) VALUE "2TARDE     130019000600N".
          03 FILLER PIC X(24) VALUE "3NOITE     190007001207S".
          03 FILLER PIC X(24) VALUE "4DIURNO 12H070019001200N".
          03 FILLER PIC X(24) VALUE "5PLANT. 24H070007002407S".
       01 TABTURNO REDEFINES TABTURNOX.
          03 TBTURNO OCCURS 5 TIMES.
             05 TBT-COD        PIC 9(01).
             05 TBT-DESC       PIC X(10).
             05 TBT-INI        PIC 9(04).
             05 TBT-FIM        PIC 9(04).
             05 TBT-HORAS      PIC 9(02).
             05 TBT-NOTURNAS   PIC 9(02).
             05 TBT-CRUZA      PIC X(01).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-UNIDES        PIC 9(02).
       01 LK-DATAES        PIC 9(08).
       01 LK-HORAES        PIC 9(04).
       01 LK-CATEGES       PIC 9(01).
       01 LK-ESPECES       PIC 9(02).
       01 LK-CODFUNCES     PIC 9(05).
       01 LK-NOMEES        PIC X(30).
       01 LK-CRMES         PIC 9(06).
       01 LK-QTDEES        PIC 9(02).
       01 LK-RESULTES      PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-UNIDES LK-DATAES LK-HORAES
                                LK-CATEGES LK-ESPECES LK-CODFUNCES
                                LK-NOMEES LK-CRMES LK-QTDEES
                                LK-RESULTES.
       INICIO.
           MOVE "N" TO LK-RESULTES
           MOVE ZEROS TO LK-CODFUNCES LK-CRMES LK-QTDEES
           MOVE SPACES TO LK-NOMEES
           OPEN INPUT CADESCALA
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIM2.
           OPEN INPUT CADFUNC
           IF ST-ERRO = "00"
              MOVE "S" TO W-FUNCOK.
           OPEN INPUT CADMED
           IF ST-ERRO = "00"
              MOVE "S" TO W-MEDOK.
           COMPUTE W-DATAANT = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE (LK-DATAES) - 1).
      *----------------ESCALA DO PROPRIO DIA----------------------------
           MOVE "N" TO W-DIAANT
           MOVE LK-DATAES TO W-DATALIDA
           PERFORM LER-DIA THRU FIM-LER-DIA.
      *----------------TURNOS DO DIA ANTERIOR QUE ENTRAM NA MADRUGADA---
           MOVE "S" TO W-DIAANT
           MOVE W-DATAANT TO W-DATALIDA
           PERFORM LER-DIA THRU FIM-LER-DIA
           GO TO ROT-FIM.
      *
       LER-DIA.
           MOVE LK-UNIDES TO UNIDESC
           MOVE W-DATALIDA TO DATAESC
           MOVE ZEROS TO TURNOESC CODFUNCESC
           START CADESCALA KEY IS NOT LESS KEYESCALA INVALID KEY
                 GO TO FIM-LER-DIA.
       LER-DIA1.
           READ CADESCALA NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-LER-DIA.
           IF UNIDESC NOT = LK-UNIDES OR DATAESC NOT = W-DATALIDA
              GO TO FIM-LER-DIA.
           IF NOT ESC-ESCALADO OR CATEGESC NOT = LK-CATEGES
              GO TO LER-DIA1.
           IF TURNOESC = ZEROS OR TURNOESC > 5
              GO TO LER-DIA1.
           IF W-DIAANT = "S"
              IF TBT-CRUZA(TURNOESC) NOT = "S"
                    OR LK-HORAES NOT < TBT-FIM(TURNOESC)
                 GO TO LER-DIA1.
           IF W-DIAANT = "N"
              IF LK-HORAES < TBT-INI(TURNOESC)
                 GO TO LER-DIA1.
           IF W-DIAANT = "N" AND TBT-CRUZA(TURNOESC) = "N"
              IF LK-HORAES NOT < TBT-FIM(TURNOESC)
                 GO TO LER-DIA1.
           PERFORM LER-FUNCIONARIO
           IF LK-ESPECES NOT = ZEROS AND LK-CATEGES = 3
              IF W-MEDOK NOT = "S" OR W-CRMLIDO = ZEROS
                 GO TO LER-DIA1
              ELSE
                 MOVE W-CRMLIDO TO CRM
                 READ CADMED
                 IF ST-ERRO NOT = "00"
                       OR ESPECIALIDADE NOT = LK-ESPECES
                    GO TO LER-DIA1.
           ADD 1 TO LK-QTDEES
           IF LK-RESULTES = "S"
              GO TO LER-DIA1.
           MOVE "S" TO LK-RESULTES
           MOVE CODFUNCESC TO LK-CODFUNCES
           MOVE W-NOMELIDO TO LK-NOMEES
           MOVE W-CRMLIDO TO LK-CRMES
           GO TO LER-DIA1.
       FIM-LER-DIA.
           EXIT.
      *
       LER-FUNCIONARIO.
           MOVE ZEROS TO W-CRMLIDO
           MOVE SPACES TO W-NOMELIDO
           IF W-FUNCOK = "S"
              MOVE CODFUNCESC TO CODFUNC
              READ CADFUNC
              IF ST-ERRO = "00"
                 MOVE NOMEFUNC TO W-NOMELIDO
                 MOVE CRMFUNC TO W-CRMLIDO.
      *
       ROT-FIM.
           CLOSE CADESCALA
           IF W-FUNCOK = "S"
              CLOSE CADFUNC.
           IF W-MEDOK = "S"
              CLOSE CADMED.
           MOVE "N" TO W-FUNCOK W-MEDOK.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
