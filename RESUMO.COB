       01 W-OKDELTA      PIC X(01) VALUE SPACES.
       01 W-SEQDELTA     PIC 9(06) VALUE ZEROS.
       01 W-MODODELTA    PIC X(01) VALUE "F".
      *---CONTADORES DO PASSO PARA O PROCESSAMENTO NOTURNO-------------
       01 W-PROGRCT      PIC X(10) VALUE "RESUMO".
       01 W-LIDOSCT      PIC 9(08) VALUE ZEROS.
       01 W-GRAVCT       PIC 9(08) VALUE ZEROS.
       01 W-REJEITCT     PIC 9(08) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           READ CADCONSU NEXT
           IF ST-ERRO NOT = "00"
              GO TO ENCERRA-DELTA.
           ADD 1 TO W-LIDOSCT
           IF NOT REALIZADA
              GO TO AGREGA-DELTA1.
           COMPUTE W-COMPCONS = ANOC * 100 + MESC
           READ CADCONSU NEXT
           IF ST-ERRO NOT = "00"
              GO TO ENCERRA-RECON.
           ADD 1 TO W-LIDOSCT
           IF NOT REALIZADA
              GO TO RECONSTRUCAO1.
           COMPUTE W-COMPCONS = ANOC * 100 + MESC
           EXIT.
      *
       ROT-FIM.
           MOVE W-QTDGRAV TO W-GRAVCT
           PERFORM INFORMA-LOTE THRU FIM-INFORMA-LOTE.
           CLOSE CADCONSU.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
      *----------------------------------------------------
      * INFORMA AO LOTENOITE OS REGISTROS LIDOS/GRAVADOS
      *----------------------------------------------------
       INFORMA-LOTE.
           CALL "CONTALOTE" USING W-PROGRCT W-LIDOSCT W-GRAVCT
                W-REJEITCT.
       FIM-INFORMA-LOTE.
           EXIT.
