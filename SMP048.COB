                    ALTERNATE RECORD KEY IS NOMEPACIENTE
                                         WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPARTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPARTO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADSESSAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
              88 GEST-ALTO-RISCO    VALUE 2.
           03 STATUSGEST          PIC X(01).
              88 GEST-ATIVA         VALUE "A".
              88 GEST-ENCERRADA     VALUE "E" "P" "B" "T".
              88 GEST-PARTO         VALUE "P".
              88 GEST-ABORTO        VALUE "B".
              88 GEST-TRANSFERIDA   VALUE "T".
           03 DATACADGEST         PIC 9(08).
      *-----------------------------PACIENTE---------------------------
       FD CADPACI
               05 ANOCONSENTPACIENTE  PIC 9(04).
          03 NOMESOCIAL           PIC X(30).
          03 IDENTGENERO          PIC X(01).
      *-----------------------------PARTO------------------------------
       FD CADPARTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARTO.DAT".
       01  REGPARTO.
           03 KEYPARTO.
              05 CPFMAEPAR        PIC 9(11).
              05 DATAPAR          PIC 9(08).
              05 ORDEMRNPAR       PIC 9(01).
           03 HORAPAR             PIC 9(04).
           03 TIPOPAR             PIC 9(01).
              88 PAR-VAGINAL        VALUE 1.
              88 PAR-CESAREA        VALUE 2.
              88 PAR-FORCEPS        VALUE 3.
           03 IGSEMPAR            PIC 9(02).
           03 IGDIASPAR           PIC 9(01).
           03 CONDRNPAR           PIC X(01).
              88 RN-VIVO            VALUE "V".
              88 RN-NATIMORTO       VALUE "N".
           03 SEXORNPAR           PIC X(01).
           03 APGAR1PAR           PIC 9(02).
           03 APGAR5PAR           PIC 9(02).
           03 PESOPAR             PIC 9(04).
           03 DNVPAR              PIC 9(11).
           03 CPFRNPAR            PIC 9(11).
           03 IDPROVPAR           PIC 9(11).
           03 OPERPAR             PIC 9(04).
           03 DATAREGPAR          PIC 9(08).
           03 HORAREGPAR          PIC 9(06).
           03 FILLER              PIC X(20).
      *
       FD CADSESSAO
               LABEL RECORD IS STANDARD
       01 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-SEMANAS     PIC 9(02) VALUE ZEROS.
       01 W-DIFDIAS     PIC S9(05) VALUE ZEROS.
      *---ENCERRAMENTO EXIGE PARTO REGISTRADO OU DESFECHO--------------
       01 W-PARTOOK     PIC X(01) VALUE "N".
       01 W-ACHOUPARTO  PIC X(01) VALUE "N".
       01 W-STATUSANT   PIC X(01) VALUE SPACES.
      *---AUDITORIA-------------------------------------------
       01 W-SESSAOATUAL  PIC 9(04) VALUE ZEROS.
       01 W-PERFILLOG    PIC 9(01) VALUE ZEROS.
           05  LINE 12  COLUMN 01
               VALUE  "  RISCO (1-HAB 2-ALTO):".
           05  LINE 14  COLUMN 01
               VALUE  "  STATUS/DESFECHO    :".
           05  LINE 14  COLUMN 27
               VALUE  "(A-ATIVA P-PARTO B-ABORTO T-TRANSFERENCIA)".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TCPFGEST
              MOVE " ERRO NA ABERTURA DO ARQUIVO CADPACI " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADPARTO
           IF ST-ERRO = "00"
              MOVE "S" TO W-PARTOOK.
           PERFORM ABRIR-CADSESSAO.
           PERFORM ABRIR-CADLOG.
       L1.
           MOVE ZEROS TO CPFGEST DUMGEST DPPGEST RISCOGEST
           MOVE ZEROS TO DATACADGEST
           MOVE SPACES TO STATUSGEST MSGPACIGEST W-STATUSANT
           DISPLAY TELAGESTANTE.
       L2.
           ACCEPT TCPFGEST
           READ CADGESTANTE
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 MOVE STATUSGEST TO W-STATUSANT
                 DISPLAY TELAGESTANTE
                 MOVE "** GESTANTE JA CADASTRADA **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF W-ACT = 01
              GO TO L4.
           IF NOT GEST-ATIVA AND NOT GEST-ENCERRADA
              MOVE "STATUS INVALIDO (A, P, B OU T)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L5.
      *-----"E" SEM DESFECHO SO PERMANECE EM REGISTRO ANTIGO------------
           IF STATUSGEST = "E" AND W-STATUSANT NOT = "E"
              MOVE "INFORME O DESFECHO: P, B OU T" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L5.
           IF GEST-PARTO
              PERFORM VERIFICA-PARTO THRU FIM-VERIFICA-PARTO
              IF W-ACHOUPARTO NOT = "S"
                 MOVE "** REGISTRE O PARTO ANTES DE ENCERRAR **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO L5.

      *------------- VERFICAR SE E ALTERACAO --------
           IF W-SEL = 1
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *----PARTO DA GESTANTE REGISTRADO A PARTIR DA DUM----------------
       VERIFICA-PARTO.
           MOVE "N" TO W-ACHOUPARTO
           IF W-PARTOOK NOT = "S"
              GO TO FIM-VERIFICA-PARTO.
           MOVE CPFGEST TO CPFMAEPAR
           MOVE DUMGEST TO DATAPAR
           MOVE ZEROS TO ORDEMRNPAR
           START CADPARTO KEY IS NOT LESS KEYPARTO INVALID KEY
                 GO TO FIM-VERIFICA-PARTO.
           READ CADPARTO NEXT
           IF ST-ERRO = "00" AND CPFMAEPAR = CPFGEST
              MOVE "S" TO W-ACHOUPARTO.
       FIM-VERIFICA-PARTO.
           EXIT.
      *
      *****************************************
      * ROTINA DE AUDITORIA                   *
      *****************************************
           WRITE REGLOG.
      *
       ROT-FIM.
           CLOSE CADGESTANTE CADPACI CADLOG
           IF W-PARTOOK = "S"
              CLOSE CADPARTO.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
