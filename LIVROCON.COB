              GO TO TOTALIZA.
           IF CODMEDICCTR NOT = W-CODMED
              GO TO VARRE1.
           IF TIPOCTR = "E" OR TIPOCTR = "D"
              ADD QTDECTR TO W-SALDOREG
           ELSE
              SUBTRACT QTDECTR FROM W-SALDOREG.
