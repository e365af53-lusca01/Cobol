          03 QTDCANDTX        PIC ZZZZZ9.
          03 FILLER           PIC X(15) VALUE " ANONIMIZADOS: ".
          03 QTDANONTX        PIC ZZZZZ9.
      *---DIARIO DE IMAGENS APOS ATUALIZACAO (RECUPERACAO)---------------
       01 W-ACAOJOR      PIC X(01) VALUE "G".
       01 W-ARQJOR       PIC X(12) VALUE SPACES.
       01 W-OPJOR        PIC X(01) VALUE SPACES.
       01 W-PROGRJOR     PIC X(10) VALUE "LGPDLOTE".
       01 W-OPERJOR      PIC 9(04) VALUE ZEROS.
       01 W-IMAGEMJOR    PIC X(200) VALUE SPACES.
       01 W-SEQJOR       PIC 9(08) VALUE ZEROS.
       01 W-OKJOR        PIC X(01) VALUE SPACES.
      *---CONTADORES DO PASSO PARA O PROCESSAMENTO NOTURNO-------------
       01 W-PROGRCT      PIC X(10) VALUE "LGPDLOTE".
       01 W-LIDOSCT      PIC 9(08) VALUE ZEROS.
       01 W-GRAVCT       PIC 9(08) VALUE ZEROS.
       01 W-REJEITCT     PIC 9(08) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           READ CADPACI NEXT
           IF ST-ERRO NOT = "00"
              GO TO TOTALIZA.
           ADD 1 TO W-LIDOSCT
           IF NOMEPACIENTE = "ANONIMIZADO"
              GO TO LER-PACIENTE.
           MOVE CPF TO W-CPFATUAL
           MOVE "ANONIMIZADO" TO ACAORETENTX
           MOVE W-CPFATUAL TO CHAVELOGTX
           MOVE "X" TO ACAOLOGTX
           MOVE "A" TO W-OPJOR
           PERFORM JORNAL-PACI THRU FIM-JORNAL-PACI
           PERFORM ESCREVE-LOG.
       FIM-ANONIMIZA.
           EXIT.
           DISPLAY "PACIENTES ANONIMIZADOS  : " W-QTDANON
           DISPLAY "RELATORIO GERADO EM RELRETEN.DOC"
           GO TO ROT-FIM.
      *
       JORNAL-PACI.
           MOVE "CADPACI" TO W-ARQJOR
           MOVE REGPACI TO W-IMAGEMJOR
           CALL "JORNAL" USING W-ACAOJOR W-ARQJOR W-OPJOR W-PROGRJOR
                W-OPERJOR W-IMAGEMJOR W-SEQJOR W-OKJOR.
       FIM-JORNAL-PACI.
           EXIT.
      *
       ABRIR-CADLOG.
           OPEN EXTEND CADLOG
           WRITE REGLOG.
      *
       ROT-FIM.
           MOVE W-QTDANON TO W-GRAVCT
           PERFORM INFORMA-LOTE THRU FIM-INFORMA-LOTE.
           CLOSE CADPACI CADCONSU CADLOG.
           IF W-HISTOK = "S"
              CLOSE CADCONSUHIST.
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
