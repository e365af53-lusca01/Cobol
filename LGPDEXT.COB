          03 OPERACESLGPDTX  PIC 9(04).
          03 FILLER          PIC X(11) VALUE " PROGRAMA: ".
          03 PROGACESLGPDTX  PIC X(09).
      *---DIARIO DE IMAGENS APOS ATUALIZACAO (RECUPERACAO)---------------
       01 W-ACAOJOR      PIC X(01) VALUE "G".
       01 W-ARQJOR       PIC X(12) VALUE SPACES.
       01 W-OPJOR        PIC X(01) VALUE SPACES.
       01 W-PROGRJOR     PIC X(10) VALUE "LGPDEXT".
       01 W-OPERJOR      PIC 9(04) VALUE ZEROS.
       01 W-IMAGEMJOR    PIC X(200) VALUE SPACES.
       01 W-SEQJOR       PIC 9(08) VALUE ZEROS.
       01 W-OKJOR        PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELALGPD.
           MOVE W-CPFLGPD TO CHAVELOGTX
           MOVE "X" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           MOVE "A" TO W-OPJOR
           PERFORM JORNAL-PACI THRU FIM-JORNAL-PACI
           MOVE "*** DADOS DO TITULAR ANONIMIZADOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO L1.
      *
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
      * SESSAO E AUDITORIA                    *
