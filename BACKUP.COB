          03 QTDEBKTX         PIC 9(08).
          03 FILLER           PIC X(01) VALUE " ".
          03 RESULTBKTX       PIC X(09).
      *---DIARIO DE IMAGENS: A DESCARGA E O NOVO PONTO DE PARTIDA-------
       01 W-ACAOJOR      PIC X(01) VALUE "B".
       01 W-ARQJOR       PIC X(12) VALUE SPACES.
       01 W-OPJOR        PIC X(01) VALUE SPACES.
       01 W-PROGRJOR     PIC X(10) VALUE "BACKUP".
       01 W-OPERJOR      PIC 9(04) VALUE ZEROS.
       01 W-IMAGEMJOR    PIC X(200) VALUE SPACES.
       01 W-SEQJOR       PIC 9(08) VALUE ZEROS.
       01 W-OKJOR        PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM DESCARGA-CADRECEITA THRU DESCARGA-CADRECEITA-LOG.
           PERFORM DESCARGA-CADEXAME THRU DESCARGA-CADEXAME-LOG.
           PERFORM DESCARGA-CADOPER THRU DESCARGA-CADOPER-LOG.
           CALL "JORNAL" USING W-ACAOJOR W-ARQJOR W-OPJOR W-PROGRJOR
                W-OPERJOR W-IMAGEMJOR W-SEQJOR W-OKJOR
           IF W-OKJOR = "S"
              DISPLAY "DIARIO REINICIADO APOS A SEQUENCIA " W-SEQJOR
           ELSE
              DISPLAY "*** ERRO AO MARCAR A DESCARGA NO DIARIO ***".
           GO TO ROT-FIM.
      *----------------RECARGA DE TODOS OS ARQUIVOS----------------------
       RECARGA.
