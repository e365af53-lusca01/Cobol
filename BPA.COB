                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCONSITEM
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCNES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCNES
                    FILE STATUS  IS ST-ERRO.
       SELECT BPATX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
           03 CODPROCITEM         PIC 9(08).
           03 DESCPROCITEM        PIC X(40).
           03 VALORITEM           PIC 9(06)V99.
      *---------REGISTRO CNES IMPORTADO (PROFISSIONAL/SALA/LEITO)-----
       FD CADCNES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCNES.DAT".
       01  REGCNES.
           03 KEYCNES.
              05 UNIDCNES         PIC 9(02).
              05 TIPOCNES         PIC X(01).
                 88 CNES-PROF       VALUE "P".
                 88 CNES-SALA       VALUE "S".
                 88 CNES-LEITO      VALUE "L".
              05 CODCNES          PIC 9(06).
           03 NOMECNES            PIC X(30).
           03 CBOCNES             PIC 9(06).
           03 QTDECNES            PIC 9(04).
           03 DATAIMPCNES         PIC 9(08).
           03 FILLER              PIC X(10).
      *
       FD BPATX
               LABEL RECORD IS STANDARD
       01 W-ANOCOMP     PIC 9(04) VALUE ZEROS.
       01 W-QTDEBPA     PIC 9(06) VALUE ZEROS.
       01 W-QTDESEMCNS  PIC 9(06) VALUE ZEROS.
       01 W-CNESOK      PIC X(01) VALUE "N".
       01 W-QTDESEMCNES PIC 9(06) VALUE ZEROS.
       01 W-UNIDCNES    PIC 9(02) VALUE ZEROS.
       01 W-ITEMABERTO  PIC X(01) VALUE "N".
       01 W-CHAVEITEM   PIC X(23) VALUE SPACES.
       01 W-PROCBPA     PIC 9(10) VALUE ZEROS.
              MOVE "S" TO W-ITEMABERTO
           ELSE
              MOVE "N" TO W-ITEMABERTO.
           OPEN INPUT CADCNES
           IF ST-ERRO = "00"
              MOVE "S" TO W-CNESOK
           ELSE
              MOVE "N" TO W-CNESOK.
           OPEN OUTPUT BPATX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO BPA.TXT" TO MENS
      *----------------SELECIONAR AS CONSULTAS SUS-----------------------
       EXPORTA.
           MOVE ZEROS TO W-QTDEBPA W-QTDESEMCNS W-SOMAPROC
           MOVE ZEROS TO W-QTDESEMCNES
           MOVE ZEROS TO CPFPACIENTE DATACONS HORAC
           START CADCONSU KEY IS NOT LESS KEYPRINCIPAL INVALID KEY
                 GO TO GRAVA-TRAILER.
           READ CADMED
           IF ST-ERRO = "00"
              COMPUTE CBOBPATX = 225100 + ESPECIALIDADE.
           PERFORM VERIFICA-CNES THRU FIM-VERIFICA-CNES
           PERFORM BUSCA-PROC THRU FIM-BUSCA-PROC
           MOVE W-PROCBPA TO PROCBPATX
           ADD W-PROCBPA TO W-SOMAPROC
           ADD 1 TO W-QTDEBPA.
       FIM-GRAVA-BPAI.
           EXIT.
      *----------------PROFISSIONAL SEM CNES NA UNIDADE (AVISO)--------
       VERIFICA-CNES.
           IF W-CNESOK NOT = "S"
              GO TO FIM-VERIFICA-CNES.
           MOVE UNIDADE TO W-UNIDCNES
           IF W-UNIDCNES = ZEROS
              MOVE 1 TO W-UNIDCNES.
           MOVE W-UNIDCNES TO UNIDCNES
           MOVE "P" TO TIPOCNES
           MOVE CODMED TO CODCNES
           READ CADCNES
           IF ST-ERRO NOT = "00"
              ADD 1 TO W-QTDESEMCNES.
       FIM-VERIFICA-CNES.
           EXIT.
      *----------------PROCEDIMENTO DA CONSULTA (OU PADRAO)--------------
       BUSCA-PROC.
           MOVE 0301010072 TO W-PROCBPA
           CLOSE BPATX
           DISPLAY (18, 05) "LINHAS BPA    : " W-QTDEBPA
           DISPLAY (19, 05) "SEM CNS       : " W-QTDESEMCNS
           IF W-CNESOK = "S"
              DISPLAY (20, 05) "PROF. SEM CNES: " W-QTDESEMCNES
              IF W-QTDESEMCNES > ZEROS
                 MOVE "** HA PRODUCAO DE PROFISSIONAL FORA DO CNES **"
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE "*** ARQUIVO BPA.TXT GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-FIM.
           CLOSE CADCONSU CADPACIEXT CADMED
           IF W-ITEMABERTO = "S"
              CLOSE CADCONSITEM.
           IF W-CNESOK = "S"
              CLOSE CADCNES.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
