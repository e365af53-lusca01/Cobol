       01 W-QTDEDELREC   PIC 9(08) VALUE ZEROS.
       01 W-QTDEDELEXA   PIC 9(08) VALUE ZEROS.
       01 W-ERROCONF     PIC X(01) VALUE "N".
      *---DIARIO DE IMAGENS APOS ATUALIZACAO (RECUPERACAO)---------------
       01 W-ACAOJOR      PIC X(01) VALUE "G".
       01 W-ARQJOR       PIC X(12) VALUE SPACES.
       01 W-OPJOR        PIC X(01) VALUE SPACES.
       01 W-PROGRJOR     PIC X(10) VALUE "ARQUIVA".
       01 W-OPERJOR      PIC 9(04) VALUE ZEROS.
       01 W-IMAGEMJOR    PIC X(200) VALUE SPACES.
       01 W-SEQJOR       PIC 9(08) VALUE ZEROS.
       01 W-OKJOR        PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
              GO TO EXCLUI-CONSULTAS1.
           DELETE CADCONSU RECORD
           IF ST-ERRO = "00"
              MOVE "E" TO W-OPJOR
              PERFORM JORNAL-CONSU THRU FIM-JORNAL-CONSU
              ADD 1 TO W-QTDEDELCON.
           GO TO EXCLUI-CONSULTAS1.
       EXCLUI-RECEITAS.
              GO TO EXCLUI-EXAMES1.
           DELETE CADEXAME RECORD
           IF ST-ERRO = "00"
              MOVE "E" TO W-OPJOR
              PERFORM JORNAL-EXAME THRU FIM-JORNAL-EXAME
              ADD 1 TO W-QTDEDELEXA.
           GO TO EXCLUI-EXAMES1.
      *
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
      *
       JORNAL-CONSU.
           MOVE "CADCONSU" TO W-ARQJOR
           MOVE REGCONS TO W-IMAGEMJOR
           CALL "JORNAL" USING W-ACAOJOR W-ARQJOR W-OPJOR W-PROGRJOR
                W-OPERJOR W-IMAGEMJOR W-SEQJOR W-OKJOR.
       FIM-JORNAL-CONSU.
           EXIT.
       JORNAL-EXAME.
           MOVE "CADEXAME" TO W-ARQJOR
           MOVE REGEXAME TO W-IMAGEMJOR
           CALL "JORNAL" USING W-ACAOJOR W-ARQJOR W-OPJOR W-PROGRJOR
                W-OPERJOR W-IMAGEMJOR W-SEQJOR W-OKJOR.
       FIM-JORNAL-EXAME.
           EXIT.
      *----------------ABERTURA DOS HISTORICOS FILHOS--------------------
       ABRIR-RECHIST.
           OPEN I-O CADRECHIST
