              05 LOTEVACREG       PIC X(10).
           03 VALIDADEVAC         PIC 9(08).
           03 SALDOVAC            PIC 9(06).
           03 BLOQVAC             PIC X(01).
              88 LOTEVAC-RECOLHIDO  VALUE "S".
      *
       FD CADVACINA
               LABEL RECORD IS STANDARD
           MOVE W-VACINA TO VACINALOTE
           MOVE W-LOTE TO LOTEVACREG
           READ CADLOTEVAC
           IF ST-ERRO = "00" AND LOTEVAC-RECOLHIDO
              MOVE "** LOTE RECOLHIDO, ENTRADA NAO PERMITIDA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ENTRADA-L1.
           IF ST-ERRO = "00"
              ADD W-QTDE TO SALDOVAC
              MOVE W-VALIDADE TO VALIDADEVAC
              MOVE W-LOTE TO LOTEVACREG
              MOVE W-VALIDADE TO VALIDADEVAC
              MOVE W-QTDE TO SALDOVAC
              MOVE "N" TO BLOQVAC
              WRITE REGLOTEVAC.
           MOVE "*** ENTRADA DE DOSES REGISTRADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           READ CADLOTEVAC NEXT
           IF ST-ERRO NOT = "00"
              GO TO COBERTURA5.
           IF LOTEVAC-RECOLHIDO
              GO TO COBERTURA4.
           MOVE VACINALOTE TO W-VACINA
           PERFORM ACHA-VACINA THRU FIM-ACHA-VACINA
           IF W-ACHOU NOT = ZEROS
