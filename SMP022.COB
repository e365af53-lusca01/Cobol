              05 LOTEVACREG       PIC X(10).
           03 VALIDADEVAC         PIC 9(08).
           03 SALDOVAC            PIC 9(06).
           03 BLOQVAC             PIC X(01).
              88 LOTEVAC-RECOLHIDO  VALUE "S".
      *
       FD CADSESSAO
               LABEL RECORD IS STANDARD
              ELSE
                 COMPUTE W-DATAAPLICNUM = ANOAPLIC * 10000
                       + MESAPLIC * 100 + DIAAPLIC
                 IF LOTEVAC-RECOLHIDO
                    MOVE "** LOTE DE VACINA RECOLHIDO, NAO APLICAR **"
                       TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO L7
                 ELSE
                    IF VALIDADEVAC < W-DATAAPLICNUM
                       MOVE "** LOTE DE VACINA VENCIDO **" TO MENS
                       PERFORM ROT-MENS THRU ROT-MENS-FIM
                       GO TO L7
                    ELSE
                       IF SALDOVAC = ZEROS
                          MOVE "** LOTE SEM DOSES EM ESTOQUE **"
                             TO MENS
                          PERFORM ROT-MENS THRU ROT-MENS-FIM
                          GO TO L7.
        L8.
           ACCEPT TDIAPROX
           ACCEPT W-ACT FROM ESCAPE KEY
