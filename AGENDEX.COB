      *****************************************************************
      *    AGENDAMENTO DE EXAMES EM RECURSOS (ULTRASSOM/ECG/ETC)      *
      *    (CADEXAME PEDIDO -> CADAGEXAME COM CONFLITO DE HORARIO)    *
      *    RECURSO COM CALIBRACAO VENCIDA (CADEQUIP) OU EM PARADA DE  *
      *    MANUTENCAO (CADORDSERV) NAO RECEBE AGENDAMENTO             *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODRECURSO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADEQUIP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODRECEQ
                    FILE STATUS  IS ST-ERRO.
       SELECT CADORDSERV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMOS
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CHAVERECOS
                       WITH DUPLICATES.
       SELECT CADTIPOEX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODTIPOEXREG
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCIRURGIA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCIRURGIA
                    FILE STATUS  IS ST-ERRO.
       SELECT CADSESSAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
           03 UNIDRECURSO         PIC 9(02).
           03 HORAABRERE          PIC 9(04).
           03 HORAFECHARE         PIC 9(04).
      *---------EQUIPAMENTO DO RECURSO (CHAVE = CODRECURSO)------------
       FD CADEQUIP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEQUIP.DAT".
       01  REGEQUIP.
           03 CODRECEQ            PIC 9(03).
           03 NUMSERIEEQ          PIC X(20).
           03 MODELOEQ            PIC X(30).
           03 CODFORNEQ           PIC 9(04).
           03 INTPREVEQ           PIC 9(03).
           03 DATAPREVEQ          PIC 9(08).
           03 INTCALIBEQ          PIC 9(03).
           03 DATACALIBEQ         PIC 9(08).
           03 VALCALIBEQ          PIC 9(08).
           03 CERTIFEQ            PIC X(20).
           03 FILLER              PIC X(20).
      *---------ORDEM DE SERVICO (PARADA DO EQUIPAMENTO)---------------
       FD CADORDSERV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORDSERV.DAT".
       01  REGORDSERV.
           03 NUMOS               PIC 9(06).
           03 CHAVERECOS.
              05 CODRECOS         PIC 9(03).
              05 DATAINIOS        PIC 9(08).
              05 HORAINIOS        PIC 9(04).
           03 DATAFIMOS           PIC 9(08).
           03 HORAFIMOS           PIC 9(04).
           03 TIPOOS              PIC X(01).
              88 OS-PREVENTIVA      VALUE "P".
              88 OS-CORRETIVA       VALUE "C".
              88 OS-CALIBRACAO      VALUE "L".
           03 STATUSOS            PIC X(01).
              88 OS-ABERTA          VALUE "A".
              88 OS-CONCLUIDA       VALUE "F".
              88 OS-CANCELADA       VALUE "X".
           03 DESCOS              PIC X(40).
           03 CODFORNOS           PIC 9(04).
           03 CERTIFOS            PIC X(20).
           03 DATACONCOS          PIC 9(08).
           03 FILLER              PIC X(10).
      *------------------------CATALOGO DE EXAMES------------------
       FD CADTIPOEX
               LABEL RECORD IS STANDARD
           03 VALORMINCRIT        PIC 9(06)V99.
           03 VALORMAXCRIT        PIC 9(06)V99.
           03 DURACAOEX           PIC 9(03).
      *
       FD CADCIRURGIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCIRURGIA.DAT".
       01  REGCIRURGIA.
           03 KEYCIRURGIA.
              05 SALACIR          PIC 9(03).
              05 DATACIR          PIC 9(08).
              05 HORACIR          PIC 9(04).
           03 CPFCIR              PIC 9(11).
           03 DATAATDCIR          PIC 9(08).
           03 HORAATDCIR          PIC 9(04).
           03 INTERNCIR           PIC X(01).
              88 CIR-INTERNADO      VALUE "S".
              88 CIR-AMBULATORIAL   VALUE "N".
           03 DURACAOCIR          PIC 9(03).
           03 CRMCIRURGCIR        PIC 9(06).
           03 CRMANESTCIR         PIC 9(06).
           03 CRMAUX1CIR          PIC 9(06).
           03 CRMAUX2CIR          PIC 9(06).
           03 OPME1CIR            PIC X(50).
           03 OPME2CIR            PIC X(50).
           03 PROCEDCIR.
              05 PROC1CIR         PIC 9(08).
              05 PROC2CIR         PIC 9(08).
              05 PROC3CIR         PIC 9(08).
           03 TABPROCCIR REDEFINES PROCEDCIR.
              05 PROCCIR          PIC 9(08) OCCURS 3 TIMES.
           03 STATUSCIR           PIC X(01).
              88 CIR-AGENDADA       VALUE "A".
              88 CIR-REALIZADA      VALUE "R".
              88 CIR-CANCELADA      VALUE "C".
           03 CHECKLISTCIR.
              05 CHKIDENTCIR      PIC X(01).
              05 CHKSITIOCIR      PIC X(01).
              05 CHKCONSENTCIR    PIC X(01).
              05 CHKJEJUMCIR      PIC X(01).
              05 CHKALERGCIR      PIC X(01).
              05 CHKRESERVACIR    PIC X(01).
           03 HORAINIREALCIR      PIC 9(04).
           03 HORAFIMREALCIR      PIC 9(04).
           03 DESCOPER1CIR        PIC X(60).
           03 DESCOPER2CIR        PIC X(60).
           03 DESCOPER3CIR        PIC X(60).
           03 FATURADOCIR         PIC X(01).
           03 OPERCIR             PIC 9(04).
           03 DATAREGCIR          PIC 9(08).
           03 HORAREGCIR          PIC 9(06).
           03 FILLER              PIC X(20).
      *
       FD CADSESSAO
               LABEL RECORD IS STANDARD
       01 W-FIMB        PIC 9(05) VALUE ZEROS.
       01 W-HORAH       PIC 9(02) VALUE ZEROS.
       01 W-HORAM       PIC 9(02) VALUE ZEROS.
       01 W-CIRURGOK    PIC X(01) VALUE "N".
      *---CALIBRACAO E PARADA DE MANUTENCAO DO EQUIPAMENTO-------------
       01 W-EQUIPOK     PIC X(01) VALUE "N".
       01 W-ORDSERVOK   PIC X(01) VALUE "N".
       01 W-PARADA      PIC X(01) VALUE "N".
       01 W-TSINIA      PIC 9(12) VALUE ZEROS.
       01 W-TSFIMA      PIC 9(12) VALUE ZEROS.
       01 W-TSINIOS     PIC 9(12) VALUE ZEROS.
       01 W-TSFIMOS     PIC 9(12) VALUE ZEROS.
      *---AUDITORIA-------------------------------------------
       01 W-SESSAOATUAL  PIC 9(04) VALUE ZEROS.
       01 W-PERFILLOG    PIC 9(01) VALUE ZEROS.
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADTIPOEX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADCIRURGIA
           IF ST-ERRO = "00"
              MOVE "S" TO W-CIRURGOK.
           OPEN INPUT CADEQUIP
           IF ST-ERRO = "00"
              MOVE "S" TO W-EQUIPOK.
           OPEN INPUT CADORDSERV
           IF ST-ERRO = "00"
              MOVE "S" TO W-ORDSERVOK.
           PERFORM ABRIR-CADSESSAO.
           PERFORM ABRIR-CADLOG.
       L1.
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L5.
           IF W-EQUIPOK NOT = "S"
              GO TO L6.
           MOVE W-RECURSOAG TO CODRECEQ
           READ CADEQUIP
           IF ST-ERRO NOT = "00" OR INTCALIBEQ = ZEROS
              GO TO L6.
           IF VALCALIBEQ = ZEROS
              MOVE "** EQUIPAMENTO SEM CALIBRACAO REGISTRADA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L4.
           IF VALCALIBEQ < W-DATAAG
              MOVE "** CALIBRACAO DO EQUIPAMENTO VENCIDA NA DATA **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L5.
       L6.
           ACCEPT TW-HORAAG
           ACCEPT W-ACT FROM ESCAPE KEY
              MOVE "** RECURSO OCUPADO NESSE HORARIO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L6.
           PERFORM VERIFICA-PARADA THRU FIM-VERIFICA-PARADA
           IF W-PARADA = "S"
              MOVE "** EQUIPAMENTO EM MANUTENCAO NESSE HORARIO **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L6.
       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "CONFIRMA AGENDAMENTO (S/N): ".
           MOVE W-DATAAG TO DATAAGE
           MOVE ZEROS TO HORAAGE
           START CADAGEXAME KEY IS NOT LESS KEYAGEXAME INVALID KEY
                 GO TO VERIFICA-CONFLITO2.
       VERIFICA-CONFLITO1.
           READ CADAGEXAME NEXT
           IF ST-ERRO NOT = "00"
              GO TO VERIFICA-CONFLITO2.
           IF CODRECAGE NOT = W-RECURSOAG OR DATAAGE NOT = W-DATAAG
              GO TO VERIFICA-CONFLITO2.
           DIVIDE HORAAGE BY 100 GIVING W-HORAH REMAINDER W-HORAM
           COMPUTE W-INIB = W-HORAH * 60 + W-HORAM
           COMPUTE W-FIMB = W-INIB + DURACAOAGE
              MOVE "S" TO W-CONFLITO
              GO TO FIM-VERIFICA-CONFLITO.
           GO TO VERIFICA-CONFLITO1.
      *---CIRURGIAS NAO CANCELADAS AGENDADAS NA MESMA SALA/RECURSO----
       VERIFICA-CONFLITO2.
           IF W-CIRURGOK NOT = "S"
              GO TO FIM-VERIFICA-CONFLITO.
           MOVE W-RECURSOAG TO SALACIR
           MOVE W-DATAAG TO DATACIR
           MOVE ZEROS TO HORACIR
           START CADCIRURGIA KEY IS NOT LESS KEYCIRURGIA INVALID KEY
                 GO TO FIM-VERIFICA-CONFLITO.
       VERIFICA-CONFLITO3.
           READ CADCIRURGIA NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-VERIFICA-CONFLITO.
           IF SALACIR NOT = W-RECURSOAG OR DATACIR NOT = W-DATAAG
              GO TO FIM-VERIFICA-CONFLITO.
           IF CIR-CANCELADA
              GO TO VERIFICA-CONFLITO3.
           DIVIDE HORACIR BY 100 GIVING W-HORAH REMAINDER W-HORAM
           COMPUTE W-INIB = W-HORAH * 60 + W-HORAM
           COMPUTE W-FIMB = W-INIB + DURACAOCIR
           IF W-INIA < W-FIMB AND W-INIB < W-FIMA
              MOVE "S" TO W-CONFLITO
              GO TO FIM-VERIFICA-CONFLITO.
           GO TO VERIFICA-CONFLITO3.
       FIM-VERIFICA-CONFLITO.
           EXIT.
      *----------------PARADA DE MANUTENCAO DO EQUIPAMENTO---------------
      *-----ORDEM ABERTA OU CONCLUIDA CUJO PERIODO (AAAAMMDDHHMM) CRUZA--
      *-----O HORARIO DO EXAME------------------------------------------
       VERIFICA-PARADA.
           MOVE "N" TO W-PARADA
           IF W-ORDSERVOK NOT = "S"
              GO TO FIM-VERIFICA-PARADA.
           COMPUTE W-TSINIA = W-DATAAG * 10000 + W-HORAAG
           DIVIDE W-HORAAG BY 100 GIVING W-HORAH REMAINDER W-HORAM
           COMPUTE W-FIMA = W-HORAH * 60 + W-HORAM + W-DURACAO
           IF W-FIMA > 1439
              MOVE 1439 TO W-FIMA.
           DIVIDE W-FIMA BY 60 GIVING W-HORAH REMAINDER W-HORAM
           COMPUTE W-TSFIMA = W-DATAAG * 10000 + W-HORAH * 100 + W-HORAM
           MOVE W-RECURSOAG TO CODRECOS
           MOVE ZEROS TO DATAINIOS HORAINIOS
           START CADORDSERV KEY IS NOT LESS CHAVERECOS INVALID KEY
                 GO TO FIM-VERIFICA-PARADA.
       VERIFICA-PARADA1.
           READ CADORDSERV NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-VERIFICA-PARADA.
           IF CODRECOS NOT = W-RECURSOAG OR DATAINIOS > W-DATAAG
              GO TO FIM-VERIFICA-PARADA.
           IF OS-CANCELADA
              GO TO VERIFICA-PARADA1.
           COMPUTE W-TSINIOS = DATAINIOS * 10000 + HORAINIOS
           COMPUTE W-TSFIMOS = DATAFIMOS * 10000 + HORAFIMOS
           IF W-TSINIOS < W-TSFIMA AND W-TSFIMOS > W-TSINIA
              MOVE "S" TO W-PARADA
              GO TO FIM-VERIFICA-PARADA.
           GO TO VERIFICA-PARADA1.
       FIM-VERIFICA-PARADA.
           EXIT.
      *
      *****************************************
      * ROTINA DE AUDITORIA                   *
           WRITE REGLOG.
      *
       ROT-FIM.
           CLOSE CADAGEXAME CADEXAME CADRECURSO CADTIPOEX CADLOG
           IF W-CIRURGOK = "S"
              CLOSE CADCIRURGIA.
           IF W-EQUIPOK = "S"
              CLOSE CADEQUIP.
           IF W-ORDSERVOK = "S"
              CLOSE CADORDSERV.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
