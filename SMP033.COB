                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DESCPROC
                       WITH DUPLICATES.
       SELECT CADTCLE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYTCLE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADSESSAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
           03 DESCPROC            PIC X(40).
           03 VALORPROC           PIC 9(06)V99.
           03 ATIVOPROC           PIC X(01).
           03 EXIGETCLEPROC       PIC X(01).
              88 PROC-EXIGE-TCLE    VALUE "S".
           03 TEXTOTCLEPROC.
              05 TEXTOTCLE1PROC   PIC X(60).
              05 TEXTOTCLE2PROC   PIC X(60).
              05 TEXTOTCLE3PROC   PIC X(60).
              05 TEXTOTCLE4PROC   PIC X(60).
      *-------------------TERMOS DE CONSENTIMENTO ASSINADOS----------
       FD CADTCLE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTCLE.DAT".
       01  REGTCLE.
           03 KEYTCLE.
              05 CPFTCLE          PIC 9(11).
              05 DATACONSTCLE.
                 07 DIATCLE       PIC 9(02).
                 07 MESTCLE       PIC 9(02).
                 07 ANOTCLE       PIC 9(04).
              05 HORACONSTCLE     PIC 9(04).
              05 CODPROCTCLE      PIC 9(08).
           03 ASSINANTETCLE       PIC X(01).
              88 TCLE-PACIENTE      VALUE "P".
              88 TCLE-RESPONSAVEL   VALUE "R".
           03 NOMERESPTCLE        PIC X(30).
           03 NOMETESTTCLE        PIC X(30).
           03 CPFTESTTCLE         PIC 9(11).
           03 DATATCLE            PIC 9(08).
           03 HORATCLE            PIC 9(04).
           03 OPERTCLE            PIC 9(04).
           03 FILLER              PIC X(20).
      *
       FD CADSESSAO
               LABEL RECORD IS STANDARD
       77 ST-ERRO       PIC X(02) VALUE "00".
      *---VALIDACAO DE DATA DE CALENDARIO------------------------
       01 W-DATAVALIDA   PIC X(01) VALUE "N".
      *---TERMO DE CONSENTIMENTO (CADTCLE E OPCIONAL)------------
       01 W-TCLEOK       PIC X(01) VALUE "N".
      *---HORARIO DA CONSULTA---------------------------------
       01 W-HORAH        PIC 9(02) VALUE ZEROS.
       01 W-HORAM        PIC 9(02) VALUE ZEROS.
              MOVE " ERRO NA ABERTURA DO ARQUIVO CADPROC " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADTCLE
           IF ST-ERRO = "00"
              MOVE "S" TO W-TCLEOK.
           PERFORM ABRIR-CADSESSAO.
           PERFORM ABRIR-CADLOG.
       L1.
              MOVE "**PROCEDIMENTO INATIVO NA TABELA**" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L4.
      *---------------------------TCLE ASSINADO-----------------
           IF PROC-EXIGE-TCLE
              PERFORM VERIFICA-TCLE THRU FIM-VERIFICA-TCLE
              IF ST-ERRO NOT = "00"
                 MOVE "** PROCEDIMENTO EXIGE TCLE ASSINADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO L4.
           MOVE DESCPROC TO DESCPROCITEM
           IF VALORITEM = ZEROS
              MOVE VALORPROC TO VALORITEM.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *-----TERMO DA CONSULTA + PROCEDIMENTO (ST-ERRO "00" = EXISTE)----
       VERIFICA-TCLE.
           IF W-TCLEOK NOT = "S"
              MOVE "23" TO ST-ERRO
              GO TO FIM-VERIFICA-TCLE.
           MOVE CPFITEM TO CPFTCLE
           MOVE DATAITEM TO DATACONSTCLE
           MOVE HORAITEM TO HORACONSTCLE
           MOVE CODPROCITEM TO CODPROCTCLE
           READ CADTCLE.
       FIM-VERIFICA-TCLE.
           EXIT.
      *
      *****************************************
      * ROTINA DE AUDITORIA                   *
      *****************************************
      *
       ROT-FIM.
           CLOSE CADCONSITEM CADCONSU CADPROC CADLOG.
           IF W-TCLEOK = "S"
              CLOSE CADTCLE.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
