       01 W-CNSSOMA      PIC 9(05) VALUE ZEROS.
       01 W-CNSQUOC      PIC 9(05) VALUE ZEROS.
       01 W-CNSRESTO     PIC 9(02) VALUE ZEROS.
      *---DIARIO DE IMAGENS APOS ATUALIZACAO (RECUPERACAO)---------------
       01 W-ACAOJOR      PIC X(01) VALUE "G".
       01 W-ARQJOR       PIC X(12) VALUE SPACES.
       01 W-OPJOR        PIC X(01) VALUE SPACES.
       01 W-PROGRJOR     PIC X(10) VALUE "SMP004".
       01 W-OPERJOR      PIC 9(04) VALUE ZEROS.
       01 W-IMAGEMJOR    PIC X(200) VALUE SPACES.
       01 W-SEQJOR       PIC 9(08) VALUE ZEROS.
       01 W-OKJOR        PIC X(01) VALUE SPACES.
       SCREEN SECTION.
       01  TELAPACIENTE.
           05  BLANK SCREEN.
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
           PERFORM VALIDA-CPF
      *-----IDENTIFICADOR PROVISORIO DE RECEM-NASCIDO (JA CADASTRADO)---
      *-----TEM DIGITO INVALIDO DE PROPOSITO; ACEITO SE JA EXISTIR
           IF W-CPFVALIDO = "N"
              READ CADPACI
              IF ST-ERRO = "00"
                 MOVE "S" TO W-CPFVALIDO.
           IF W-CPFVALIDO = "N"
              MOVE "*** CPF INVALIDO, DIGITOS NAO CONFEREM ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE CPF TO CHAVELOGTX
                      MOVE "N" TO ACAOLOGTX
                      PERFORM ESCREVE-LOG
                      MOVE "I" TO W-OPJOR
                      PERFORM JORNAL-PACI THRU FIM-JORNAL-PACI
                      PERFORM GRAVA-DELTA THRU FIM-GRAVA-DELTA
                      PERFORM GRAVA-PACIEXT THRU FIM-GRAVA-PACIEXT
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                   MOVE CPF TO CHAVELOGTX
                   MOVE "E" TO ACAOLOGTX
                   PERFORM ESCREVE-LOG
                   MOVE "E" TO W-OPJOR
                   PERFORM JORNAL-PACI THRU FIM-JORNAL-PACI
                   PERFORM GRAVA-DELTA THRU FIM-GRAVA-DELTA
                   MOVE "*** REGISTRO PACIENTE EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE CPF TO CHAVELOGTX
                   MOVE "A" TO ACAOLOGTX
                   PERFORM ESCREVE-LOG
                   MOVE "A" TO W-OPJOR
                   PERFORM JORNAL-PACI THRU FIM-JORNAL-PACI
                   PERFORM GRAVA-DELTA THRU FIM-GRAVA-DELTA
                   PERFORM GRAVA-PACIEXT THRU FIM-GRAVA-PACIEXT
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
           ELSE
              MOVE "N" TO W-PEXTOK.
      *
       JORNAL-PACI.
           MOVE "CADPACI" TO W-ARQJOR
           MOVE REGPACI TO W-IMAGEMJOR
           MOVE W-CODOPERLOG TO W-OPERJOR
           CALL "JORNAL" USING W-ACAOJOR W-ARQJOR W-OPJOR W-PROGRJOR
                W-OPERJOR W-IMAGEMJOR W-SEQJOR W-OKJOR.
       FIM-JORNAL-PACI.
           EXIT.
       GRAVA-DELTA.
           MOVE "CADPACI" TO W-ARQDELTA
           MOVE CPF TO W-CHAVEDELTA
