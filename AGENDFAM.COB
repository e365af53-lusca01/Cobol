          03 QTDEFAMTX        PIC 9(02).
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
          03 CHAVELOGTX     PIC X(23).
          03 FILLER         PIC X(01) VALUE " ".
          03 ACAOLOGTX      PIC X(01).
      *---DIARIO DE IMAGENS APOS ATUALIZACAO (RECUPERACAO)---------------
       01 W-ACAOJOR      PIC X(01) VALUE "G".
       01 W-ARQJOR       PIC X(12) VALUE SPACES.
       01 W-OPJOR        PIC X(01) VALUE SPACES.
       01 W-PROGRJOR     PIC X(10) VALUE "AGENDFAM".
       01 W-OPERJOR      PIC 9(04) VALUE ZEROS.
       01 W-IMAGEMJOR    PIC X(200) VALUE SPACES.
       01 W-SEQJOR       PIC 9(08) VALUE ZEROS.
       01 W-OKJOR        PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAFAM.
              GO TO L1.
      *----------------AGENDAR SLOTS CONSECUTIVOS------------------------
       AGENDA-FAMILIA.
           PERFORM VERIFICA-JANELA THRU FIM-VERIFICA-JANELA
           IF W-RESULTJM = "S"
              GO TO L1.
           MOVE ZEROS TO W-QTDEMARCADA
           MOVE 1 TO IND1.
       AGENDA-FAMILIA1.
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AGENDA-FAMILIA3.
           PERFORM VERIFICA-JANELA THRU FIM-VERIFICA-JANELA
           IF W-RESULTJM = "S"
              GO TO AGENDA-FAMILIA3.
           PERFORM GRAVA-CONSULTA THRU FIM-GRAVA-CONSULTA
           PERFORM AVANCA-SLOT THRU FIM-AVANCA-SLOT
           ADD 1 TO IND1
              MOVE KEYPRINCIPAL TO CHAVELOGTX
              MOVE "N" TO ACAOLOGTX
              PERFORM ESCREVE-LOG
              MOVE "I" TO W-OPJOR
              PERFORM JORNAL-CONSU THRU FIM-JORNAL-CONSU
              PERFORM GRAVA-DELTA THRU FIM-GRAVA-DELTA.
       FIM-GRAVA-CONSULTA.
           EXIT.
      * ROTINA DE AUDITORIA                   *
      *****************************************
      *
       JORNAL-CONSU.
           MOVE "CADCONSU" TO W-ARQJOR
           MOVE REGCONS TO W-IMAGEMJOR
           MOVE W-CODOPERLOG TO W-OPERJOR
           CALL "JORNAL" USING W-ACAOJOR W-ARQJOR W-OPJOR W-PROGRJOR
                W-OPERJOR W-IMAGEMJOR W-SEQJOR W-OKJOR.
       FIM-JORNAL-CONSU.
           EXIT.
       GRAVA-DELTA.
           MOVE "CADCONSU" TO W-ARQDELTA
           MOVE KEYPRINCIPAL TO W-CHAVEDELTA
                 NEXT SENTENCE.
       FIM-GRAVA-DELTA.
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
       ABRIR-CADSESSAO.
           MOVE ZEROS TO W-CODOPERLOG
           MOVE "DESCONHECIDO" TO W-NOMEOPERLOG
