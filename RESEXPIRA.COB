          03 CHAVELOGTX     PIC X(20).
          03 FILLER         PIC X(01) VALUE " ".
          03 ACAOLOGTX      PIC X(01).
      *---CONTADORES DO PASSO PARA O PROCESSAMENTO NOTURNO-------------
       01 W-PROGRCT      PIC X(10) VALUE "RESEXPIRA".
       01 W-LIDOSCT      PIC 9(08) VALUE ZEROS.
       01 W-GRAVCT       PIC 9(08) VALUE ZEROS.
       01 W-REJEITCT     PIC 9(08) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           READ CADRESLEITO NEXT
           IF ST-ERRO NOT = "00"
              GO TO TOTALIZA.
           ADD 1 TO W-LIDOSCT
           IF NOT RES-ATIVA
              GO TO VARRE1.
           COMPUTE W-JULRES = FUNCTION INTEGER-OF-DATE(DATARES)
           MOVE "E" TO STATUSRES
           REWRITE REGRESLEITO
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              ADD 1 TO W-REJEITCT
              GO TO VARRE1.
           ADD 1 TO W-QTDEEXP
           ACCEPT DATALOGTX FROM DATE YYYYMMDD
       TOTALIZA.
           DISPLAY "RESERVAS EXPIRADAS: " W-QTDEEXP.
       ROT-FIM.
           MOVE W-QTDEEXP TO W-GRAVCT
           PERFORM INFORMA-LOTE THRU FIM-INFORMA-LOTE.
           CLOSE CADRESLEITO CADLOG
           DISPLAY "*** FIM DA EXPIRACAO DE RESERVAS ***".
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
