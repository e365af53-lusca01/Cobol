       01 W-QTDEDECL    PIC 9(06) VALUE ZEROS.
       01 W-QTDEIGN     PIC 9(06) VALUE ZEROS.
       01 W-QTDEPEND    PIC 9(06) VALUE ZEROS.
       01 W-SESSAOATUAL  PIC 9(04) VALUE ZEROS.
      *---JANELA DE MANUTENCAO DO PROCESSAMENTO NOTURNO----------------
       01 W-HORAFIMJM    PIC 9(04) VALUE ZEROS.
       01 W-RESULTJM     PIC X(01) VALUE "N".
       01 MANUTTX.
          03 FILLER      PIC X(21) VALUE "** EM MANUTENCAO ATE ".
          03 MANUTHHTX   PIC 99.
          03 FILLER      PIC X(01) VALUE ":".
          03 MANUTMMTX   PIC 99.
          03 FILLER      PIC X(21) VALUE ", SOMENTE CONSULTA **".
      *---DIA SEGUINTE (VESPERA DA CONSULTA)----------------------
       01 W-DATASYS     PIC 9(08) VALUE ZEROS.
       01 W-JULHOJE     PIC 9(07) VALUE ZEROS.
          03 CHAVELOGTX     PIC X(23).
          03 FILLER         PIC X(01) VALUE " ".
          03 ACAOLOGTX      PIC X(01).
      *---DIARIO DE IMAGENS APOS ATUALIZACAO (RECUPERACAO)---------------
       01 W-ACAOJOR      PIC X(01) VALUE "G".
       01 W-ARQJOR       PIC X(12) VALUE SPACES.
       01 W-OPJOR        PIC X(01) VALUE SPACES.
       01 W-PROGRJOR     PIC X(10) VALUE "CONFIRMA".
       01 W-OPERJOR      PIC 9(04) VALUE ZEROS.
       01 W-IMAGEMJOR    PIC X(200) VALUE SPACES.
       01 W-SEQJOR       PIC 9(08) VALUE ZEROS.
       01 W-OKJOR        PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELACONFIRMA.
           GO TO MENU-FUNCAO.
      *----------------IMPORTAR AS RESPOSTAS DO PROVEDOR-----------------
       IMPORTA.
           PERFORM VERIFICA-JANELA THRU FIM-VERIFICA-JANELA
           IF W-RESULTJM = "S"
              GO TO MENU-FUNCAO.
           OPEN INPUT LEMBRETERET
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO LEMBRETERET.TXT NAO ENCONTRADO" TO MENS
              ADD 1 TO W-QTDECONF
              GO TO IMPORTA1.
           IF RESPOSTARETTX = "D"
              PERFORM VERIFICA-JANELA THRU FIM-VERIFICA-JANELA
              IF W-RESULTJM = "S"
                 GO TO IMPORTA2
              ELSE
                 PERFORM CANCELA-CONSULTA THRU FIM-CANCELA-CONSULTA
              ADD 1 TO W-QTDEDECL
              GO TO IMPORTA1.
           ADD 1 TO W-QTDEIGN
           REWRITE REGCONS
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              GO TO FIM-CANCELA-CONSULTA.
           MOVE "A" TO W-OPJOR
           PERFORM JORNAL-CONSU THRU FIM-JORNAL-CONSU
           PERFORM GRAVA-DELTA THRU FIM-GRAVA-DELTA.
           MOVE KEYPRINCIPAL TO KEYCONSEXT
           READ CADCONSEXT
           WRITE REGLOG.
       FIM-CANCELA-CONSULTA.
           EXIT.
      *-----JANELA DO PROCESSAMENTO NOTURNO: SOMENTE CONSULTA-----------
       VERIFICA-JANELA.
           CALL "JANMANUT" USING W-SESSAOATUAL W-HORAFIMJM W-RESULTJM
              ON OVERFLOW
                 MOVE "N" TO W-RESULTJM.
           CANCEL "JANMANUT".
           IF W-RESULTJM = "S"
              DIVIDE W-HORAFIMJM BY 100 GIVING MANUTHHTX
                    REMAINDER MANUTMMTX
              MOVE MANUTTX TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FIM-VERIFICA-JANELA.
           EXIT.
       JORNAL-CONSU.
           MOVE "CADCONSU" TO W-ARQJOR
           MOVE REGCONS TO W-IMAGEMJOR
           CALL "JORNAL" USING W-ACAOJOR W-ARQJOR W-OPJOR W-PROGRJOR
                W-OPERJOR W-IMAGEMJOR W-SEQJOR W-OKJOR.
       FIM-JORNAL-CONSU.
           EXIT.
       GRAVA-DELTA.
           MOVE "CADCONSU" TO W-ARQDELTA
           MOVE KEYPRINCIPAL TO W-CHAVEDELTA
