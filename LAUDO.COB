                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO.
       SELECT CADLIBEX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYLIBEX
                    FILE STATUS  IS ST-ERRO.
       SELECT LAUDOTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
              05 DIAMEDICO              PIC 9(02).
              05 MESMEDICO              PIC 9(02).
              05 ANOMEDICO              PIC 9(04).
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
      *
       FD LAUDOTX
               LABEL RECORD IS STANDARD
       01 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-QTDEEXAMES  PIC 9(02) VALUE ZEROS.
       01 W-CHAVEEXAME  PIC X(23) VALUE SPACES.
       01 W-LIBOK       PIC X(01) VALUE "N".
       01 W-QTDEAGUARDA PIC 9(02) VALUE ZEROS.
      *---ARQUIVO DATADO PARA REIMPRESSAO (REPRINT)--------------------
       01 W-ARQLAUDO.
          03 FILLER      PIC X(05) VALUE "LAUDO".
       01 DETTEXTO.
          03 FILLER           PIC X(02) VALUE "  ".
          03 TEXTOLAUDOTX     PIC X(60).
       01 DETAGUARDA.
          03 FILLER           PIC X(07) VALUE "EXAME: ".
          03 NOMEEXAGUARDATX  PIC X(30).
          03 FILLER           PIC X(40) VALUE
          " RESULTADO AGUARDANDO LIBERACAO TECNICA".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELALAUDO.
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADMED" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADLIBEX
           IF ST-ERRO = "00"
              MOVE "S" TO W-LIBOK.
       L1.
           MOVE ZEROS TO W-CPFLAUDO W-DIALAUDO W-MESLAUDO
           MOVE ZEROS TO W-ANOLAUDO W-HORALAUDO W-QTDEEXAMES
           MOVE ZEROS TO W-QTDEAGUARDA
           DISPLAY TELALAUDO.
       L2.
           ACCEPT TW-CPFLAUDO
              GO TO GERA-FIM.
           IF NOT REALIZADO
              GO TO GERA-EXAMES1.
      *----------------SO SAI NO LAUDO RESULTADO LIBERADO---------------
           IF W-LIBOK = "S"
              MOVE KEYEXAME TO KEYLIBEX
              READ CADLIBEX
              IF ST-ERRO = "00"
                 IF NOT LIB-LIBERADO
                    GO TO GERA-EXAMES2.
           ADD 1 TO W-QTDEEXAMES
           MOVE TIPOEXAME TO NOMEEXLAUDOTX
           MOVE RESULTNUM TO RESULTNUMTX
              WRITE REGLAUDOTX FROM DETTEXTO.
           WRITE REGLAUDOTX FROM LINHABRANCA
           GO TO GERA-EXAMES1.
       GERA-EXAMES2.
           ADD 1 TO W-QTDEAGUARDA
           MOVE TIPOEXAME TO NOMEEXAGUARDATX
           WRITE REGLAUDOTX FROM DETAGUARDA
           WRITE REGLAUDOTX FROM LINHABRANCA
           GO TO GERA-EXAMES1.
       GERA-FIM.
           CLOSE LAUDOTX
           IF W-QTDEAGUARDA NOT = ZEROS
              DISPLAY (19, 03) "AGUARDANDO LIBERACAO: " W-QTDEAGUARDA.
           IF W-QTDEEXAMES = ZEROS
              MOVE "** NENHUM EXAME REALIZADO NA CONSULTA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
      *
       ROT-FIM.
           CLOSE CADEXAME CADCONSU CADTIPOEX CADPACI CADMED.
           IF W-LIBOK = "S"
              CLOSE CADLIBEX.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
