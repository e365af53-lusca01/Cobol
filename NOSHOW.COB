          03 CHAVELOGTX     PIC X(23).
          03 FILLER         PIC X(01) VALUE " ".
          03 ACAOLOGTX      PIC X(01).
      *---DIARIO DE IMAGENS APOS ATUALIZACAO (RECUPERACAO)---------------
       01 W-ACAOJOR      PIC X(01) VALUE "G".
       01 W-ARQJOR       PIC X(12) VALUE SPACES.
       01 W-OPJOR        PIC X(01) VALUE SPACES.
       01 W-PROGRJOR     PIC X(10) VALUE "NOSHOW".
       01 W-OPERJOR      PIC 9(04) VALUE ZEROS.
       01 W-IMAGEMJOR    PIC X(200) VALUE SPACES.
       01 W-SEQJOR       PIC 9(08) VALUE ZEROS.
       01 W-OKJOR        PIC X(01) VALUE SPACES.
      *---CONTADORES DO PASSO PARA O PROCESSAMENTO NOTURNO-------------
       01 W-PROGRCT      PIC X(10) VALUE "NOSHOW".
       01 W-LIDOSCT      PIC 9(08) VALUE ZEROS.
       01 W-GRAVCT       PIC 9(08) VALUE ZEROS.
       01 W-REJEITCT     PIC 9(08) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           READ CADCONSU NEXT
           IF ST-ERRO NOT = "00"
              GO TO ACUMULA.
           ADD 1 TO W-LIDOSCT
           IF NOT AGENDADA
              GO TO MARCA-FALTAS1.
           COMPUTE W-DATACONSNUM = ANOC * 10000 + MESC * 100 + DIAC
              ADD 1 TO W-QTDEMARCADA
              MOVE KEYPRINCIPAL TO CHAVELOGTX
              MOVE "A" TO ACAOLOGTX
              MOVE "A" TO W-OPJOR
              PERFORM JORNAL-CONSU THRU FIM-JORNAL-CONSU
              PERFORM ESCREVE-LOG.
           GO TO MARCA-FALTAS1.
      *----------------PASSO 2: ACUMULAR ESTATISTICAS--------------------
           GO TO ORDM-INNER.
       FIM-ORDENA-MEDICOS.
           EXIT.
      *
       JORNAL-CONSU.
           MOVE "CADCONSU" TO W-ARQJOR
           MOVE REGCONS TO W-IMAGEMJOR
           CALL "JORNAL" USING W-ACAOJOR W-ARQJOR W-OPJOR W-PROGRJOR
                W-OPERJOR W-IMAGEMJOR W-SEQJOR W-OKJOR.
       FIM-JORNAL-CONSU.
           EXIT.
      *
      *****************************************
      * ROTINA DE AUDITORIA                   *
           WRITE REGLOG.
      *
       ROT-FIM.
           MOVE W-QTDEMARCADA TO W-GRAVCT
           PERFORM INFORMA-LOTE THRU FIM-INFORMA-LOTE.
           CLOSE CADCONSU RELFALTATX CADLOG
           DISPLAY "*** FIM DA MARCACAO DE FALTAS ***".
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
