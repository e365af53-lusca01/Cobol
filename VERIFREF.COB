          03 ROTULOTX       PIC X(22).
          03 TOTALORFTX     PIC ZZZZZ9.
       01 W-DATAHOJE     PIC 9(08) VALUE ZEROS.
      *---CONTADORES DO PASSO PARA O PROCESSAMENTO NOTURNO-------------
       01 W-PROGRCT      PIC X(10) VALUE "VERIFREF".
       01 W-LIDOSCT      PIC 9(08) VALUE ZEROS.
       01 W-GRAVCT       PIC 9(08) VALUE ZEROS.
       01 W-REJEITCT     PIC 9(08) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           READ CADCONSU NEXT
           IF ST-ERRO NOT = "00"
              GO TO VERIFICA-PACI.
           ADD 1 TO W-LIDOSCT
           MOVE "CADCONSU" TO ARQORFAOTX
           MOVE KEYPRINCIPAL TO CHAVEORFAOTX
           IF W-PACIOK = "S"
           WRITE REGVERIFTX FROM DETTOTAL
           DISPLAY "ORFAOS ENCONTRADOS: " W-TOTORFAO.
       ROT-FIM.
           MOVE W-TOTORFAO TO W-REJEITCT
           PERFORM INFORMA-LOTE THRU FIM-INFORMA-LOTE.
           CLOSE CADCONSU VERIFTX.
           IF W-PACIOK = "S"
              CLOSE CADPACI.
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
