       01 W-MERGEREGCONS   PIC X(200).
      *---AUDITORIA-------------------------------------------
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
       01 W-PERFILLOG    PIC 9(01) VALUE ZEROS.
       01 W-CODOPERLOG   PIC 9(04) VALUE ZEROS.
       01 W-NOMEOPERLOG  PIC X(30) VALUE SPACES.
          03 CHAVELOGTX     PIC X(20).
          03 FILLER         PIC X(01) VALUE " ".
          03 ACAOLOGTX      PIC X(01).
      *---DIARIO DE IMAGENS APOS ATUALIZACAO (RECUPERACAO)---------------
       01 W-ACAOJOR      PIC X(01) VALUE "G".
       01 W-ARQJOR       PIC X(12) VALUE SPACES.
       01 W-OPJOR        PIC X(01) VALUE SPACES.
       01 W-PROGRJOR     PIC X(10) VALUE "SMP012".
       01 W-OPERJOR      PIC 9(04) VALUE ZEROS.
       01 W-IMAGEMJOR    PIC X(200) VALUE SPACES.
       01 W-SEQJOR       PIC 9(08) VALUE ZEROS.
       01 W-OKJOR        PIC X(01) VALUE SPACES.
      *------------------------------------
       SCREEN SECTION.
       01  TELAMERGE.
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM ABRIR-CADSESSAO.
           PERFORM VERIFICA-JANELA THRU FIM-VERIFICA-JANELA.
           PERFORM ABRIR-CADLOG.
       L1.
           MOVE ZEROS TO CPF-ORIGEM CPF-DESTINO
               GO TO MER-OPC.
      *
       MERGE-CONSULTAS.
           PERFORM VERIFICA-JANELA THRU FIM-VERIFICA-JANELA
           IF W-RESULTJM = "S"
              GO TO L1.
           MOVE ZEROS TO W-QTDEMERGE W-QTDECONFLITO.
       MERGE-CONSULTAS1.
           MOVE CPF-ORIGEM TO CPFPACIENTE
           MOVE REGCONS TO W-MERGEREGCONS
           MOVE CPF-DESTINO TO CPFPACIENTE
           WRITE REGCONS
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              ADD 1 TO W-QTDECONFLITO
              MOVE W-MERGEREGCONS TO REGCONS
              GO TO MERGE-CONSULTAS1.
           ADD 1 TO W-QTDEMERGE
           MOVE "I" TO W-OPJOR
           PERFORM JORNAL-CONSU THRU FIM-JORNAL-CONSU
           MOVE W-MERGEREGCONS TO REGCONS
           DELETE CADCONSU RECORD
           IF ST-ERRO = "00"
              MOVE "E" TO W-OPJOR
              PERFORM JORNAL-CONSU THRU FIM-JORNAL-CONSU.
           GO TO MERGE-CONSULTAS1.
       FIM-MERGE-CONSULTAS.
           MOVE CPF-ORIGEM TO CPF
              MOVE CPF-ORIGEM TO CHAVELOGTX
              MOVE "M" TO ACAOLOGTX
              PERFORM ESCREVE-LOG
              MOVE "E" TO W-OPJOR
              PERFORM JORNAL-PACI THRU FIM-JORNAL-PACI
              MOVE W-QTDEMERGE TO W-QTDEMERGEED
              MOVE W-QTDECONFLITO TO W-QTDECONFLITOED
              DISPLAY (24, 12) "CONSULTAS UNIFICADAS: "
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO L1.
      *
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
      *
       JORNAL-CONSU.
           MOVE "CADCONSU" TO W-ARQJOR
           MOVE REGCONS TO W-IMAGEMJOR
           MOVE W-CODOPERLOG TO W-OPERJOR
           CALL "JORNAL" USING W-ACAOJOR W-ARQJOR W-OPJOR W-PROGRJOR
                W-OPERJOR W-IMAGEMJOR W-SEQJOR W-OKJOR.
       FIM-JORNAL-CONSU.
           EXIT.
       JORNAL-PACI.
           MOVE "CADPACI" TO W-ARQJOR
           MOVE REGPACI TO W-IMAGEMJOR
           MOVE W-CODOPERLOG TO W-OPERJOR
           CALL "JORNAL" USING W-ACAOJOR W-ARQJOR W-OPJOR W-PROGRJOR
                W-OPERJOR W-IMAGEMJOR W-SEQJOR W-OKJOR.
       FIM-JORNAL-PACI.
           EXIT.
      *
      *****************************************
      * ROTINA DE AUDITORIA                   *
      *****************************************
