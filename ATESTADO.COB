       01 W-INFORMACID  PIC X(01) VALUE "N".
       01 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-NUMNOVO     PIC 9(06) VALUE ZEROS.
      *---NUMERACAO CENTRAL DE DOCUMENTOS (NUMERA)---------------------
       01 W-ACAONU      PIC X(01) VALUE SPACES.
       01 W-TIPONU      PIC X(04) VALUE "ATES".
       01 W-UNIDNU      PIC 9(02) VALUE ZEROS.
       01 W-ANONU       PIC 9(04) VALUE ZEROS.
       01 W-NUMERONU    PIC 9(08) VALUE ZEROS.
       01 W-PROGRNU     PIC X(10) VALUE "ATESTADO".
       01 W-RESULTNU    PIC X(01) VALUE SPACES.
      *---ARQUIVO DATADO PARA REIMPRESSAO (REPRINT)--------------------
       01 W-ARQATESTADO.
          03 FILLER      PIC X(08) VALUE "ATESTADO".
              MOVE "*** ATESTADO NAO EMITIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
      *----------------PROXIMO NUMERO DA UNIDADE (NUMERACAO CENTRAL)-----
       GERA-NUMERO.
           MOVE "R" TO W-ACAONU
           MOVE UNIDADE TO W-UNIDNU
           PERFORM CHAMA-NUMERA THRU FIM-CHAMA-NUMERA
           IF W-RESULTNU = "I"
              PERFORM INICIA-NUMERO THRU FIM-INICIA-NUMERO
              IF W-RESULTNU = "S"
                 GO TO GERA-NUMERO.
           IF W-RESULTNU NOT = "S"
              MOVE "* ERRO NA NUMERACAO DO ATESTADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
           MOVE W-NUMERONU TO W-NUMNOVO
           GO TO GRAVA-CONTROLE.
      *-----PRIMEIRO USO DA SERIE: PARTE DO MAIOR NUMERO JA EMITIDO------
       INICIA-NUMERO.
           MOVE ZEROS TO W-NUMNOVO
           MOVE UNIDADE TO UNIDATEST
           MOVE ZEROS TO NUMATEST
           START CADATESTADO KEY IS NOT LESS KEYATESTADO INVALID KEY
                 GO TO INICIA-NUMERO2.
       INICIA-NUMERO1.
           READ CADATESTADO NEXT
           IF ST-ERRO NOT = "00"
              GO TO INICIA-NUMERO2.
           IF UNIDATEST NOT = UNIDADE
              GO TO INICIA-NUMERO2.
           IF NUMATEST > W-NUMNOVO
              MOVE NUMATEST TO W-NUMNOVO.
           GO TO INICIA-NUMERO1.
       INICIA-NUMERO2.
           MOVE "I" TO W-ACAONU
           MOVE W-NUMNOVO TO W-NUMERONU
           PERFORM CHAMA-NUMERA THRU FIM-CHAMA-NUMERA.
       FIM-INICIA-NUMERO.
           EXIT.
      *----------------GRAVAR O CONTROLE E O DOCUMENTO-------------------
       GRAVA-CONTROLE.
           MOVE UNIDADE TO UNIDATEST
           MOVE W-CODOPERLOG TO OPERATEST
           WRITE REGATESTADO
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "A" TO W-ACAONU
              PERFORM CHAMA-NUMERA THRU FIM-CHAMA-NUMERA
              MOVE "* ERRO NA GRAVACAO DO ATESTADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "U" TO W-ACAONU
           PERFORM CHAMA-NUMERA THRU FIM-CHAMA-NUMERA
           MOVE KEYATESTADO TO CHAVELOGTX
           MOVE "N" TO ACAOLOGTX
           PERFORM ESCREVE-LOG.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO L1.
      *
      *-----NUMERACAO CENTRAL: RESERVA, INICIO, USO E ANULACAO----------
       CHAMA-NUMERA.
           CALL "NUMERA" USING W-ACAONU W-TIPONU W-UNIDNU W-ANONU
                W-NUMERONU W-PROGRNU W-CODOPERLOG W-RESULTNU
              ON OVERFLOW
                 MOVE "N" TO W-RESULTNU.
           CANCEL "NUMERA".
       FIM-CHAMA-NUMERA.
           EXIT.
      *
      *****************************************
      * ROTINA DE AUDITORIA                   *
      *****************************************
