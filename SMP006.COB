          03 DIACESPERATX         PIC 9(02).
          03 MESCESPERATX         PIC 9(02).
          03 ANOCESPERATX         PIC 9(04).
          03 FILLER               PIC X(01) VALUE " ".
          03 ESPECESPERATX        PIC 9(02).
          03 FILLER               PIC X(01) VALUE " ".
          03 ORIGEMESPERATX       PIC X(01).
      *--MOTIVO DE CANCELAMENTO/EXCLUSAO DA CONSULTA---------
       01 W-MOTIVOCANCEL          PIC 9(01) VALUE ZEROS.
       01 MSGMOTIVOCANCEL         PIC X(20) VALUE SPACES.
          03 CPFACESSOTX      PIC 9(11).
      *---AUDITORIA-------------------------------------------
       01 W-SESSAOATUAL  PIC 9(04) VALUE ZEROS.
      *---JANELA DE MANUTENCAO DO PROCESSAMENTO NOTURNO----------------
       01 W-HORAFIMJM    PIC 9(04) VALUE ZEROS.
       01 W-RESULTJM     PIC X(01) VALUE "N".
       01 MANUTTX.
          03 FILLER      PIC X(21) VALUE "** EM MANUTENCAO ATE ".
          03 MANUTHHTX   PIC 99.
          03 FILLER      PIC X(01) VALUE ":".
          03 MANUTMMTX   PIC 99.
          03 FILLER      PIC X(21) VALUE ", SOMENTE CONSULTA **".
       01 W-PERFILLOG    PIC 9(01) VALUE ZEROS.
       01 W-CODOPERLOG   PIC 9(04) VALUE ZEROS.
       01 W-NOMEOPERLOG  PIC X(30) VALUE SPACES.
          03 CHAVELOGTX     PIC X(23).
          03 FILLER         PIC X(01) VALUE " ".
          03 ACAOLOGTX      PIC X(01).
      *---DIARIO DE IMAGENS APOS ATUALIZACAO (RECUPERACAO)---------------
       01 W-ACAOJOR      PIC X(01) VALUE "G".
       01 W-ARQJOR       PIC X(12) VALUE SPACES.
       01 W-OPJOR        PIC X(01) VALUE SPACES.
       01 W-PROGRJOR     PIC X(10) VALUE "SMP006".
       01 W-OPERJOR      PIC 9(04) VALUE ZEROS.
       01 W-IMAGEMJOR    PIC X(200) VALUE SPACES.
       01 W-SEQJOR       PIC 9(08) VALUE ZEROS.
       01 W-OKJOR        PIC X(01) VALUE SPACES.
      *------------------------------------
      *-------------------------------------------------------
       SCREEN SECTION.
           PERFORM ABRIR-CADCARTEIRA.
           PERFORM ABRIR-CADUNIDADE.
           PERFORM ABRIR-CADSESSAO.
           PERFORM VERIFICA-JANELA THRU FIM-VERIFICA-JANELA.
           PERFORM ABRIR-CADLOG.
           PERFORM ABRIR-CADACESSO.
           PERFORM ABRIR-CADCANCEL.
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
       INC-WR1.
           PERFORM VERIFICA-JANELA THRU FIM-VERIFICA-JANELA
           IF W-RESULTJM = "S"
              GO TO INICIO.
           COMPUTE W-COMPCHECK = ANOC * 100 + MESC
           MOVE UNIDADE TO W-UNIDCHECK
           PERFORM VERIFICA-COMPET THRU FIM-VERIFICA-COMPET
              MOVE KEYPRINCIPAL TO CHAVELOGTX
              MOVE "N" TO ACAOLOGTX
              PERFORM ESCREVE-LOG
              MOVE "I" TO W-OPJOR
              PERFORM JORNAL-CONSU THRU FIM-JORNAL-CONSU
              PERFORM GRAVA-DELTA THRU FIM-GRAVA-DELTA
              PERFORM BAIXA-ENCAMINHAMENTO THRU FIM-BAIXA-ENCAM
              PERFORM VERIFICA-RETORNO-JANELA THRU FIM-VRJ
              GO TO EXC-MOTIVO.
           MOVE TBMOTIVOCANCEL(W-MOTIVOCANCEL) TO MSGMOTIVOCANCEL.
       EXC-DL1.
           PERFORM VERIFICA-JANELA THRU FIM-VERIFICA-JANELA
           IF W-RESULTJM = "S"
              GO TO INICIO.
           COMPUTE W-COMPCHECK = ANOC * 100 + MESC
           MOVE UNIDADE TO W-UNIDCHECK
           PERFORM VERIFICA-COMPET THRU FIM-VERIFICA-COMPET
              MOVE W-DATACANCEL      TO DATACANCELTX
              MOVE W-HORACANCEL      TO HORACANCELTX
              MOVE KEYPRINCIPAL      TO CHAVECANCELTX
              MOVE "E" TO W-OPJOR
              PERFORM JORNAL-CONSU THRU FIM-JORNAL-CONSU
              PERFORM GRAVA-DELTA THRU FIM-GRAVA-DELTA
              PERFORM EXCLUI-CONSEXT THRU FIM-EXCLUI-CONSEXT
              MOVE CODMED            TO CODMEDCANCELTX
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALT-OPC.
       ALT-RW1.
           PERFORM VERIFICA-JANELA THRU FIM-VERIFICA-JANELA
           IF W-RESULTJM = "S"
              GO TO INICIO.
           IF W-STATUSSALVO = "R"
              IF DESCRICAO1 NOT = W-DESC1SALVA
                    OR DESCRICAO2 NOT = W-DESC2SALVA
              MOVE KEYPRINCIPAL TO CHAVELOGTX
              MOVE "A" TO ACAOLOGTX
              PERFORM ESCREVE-LOG
              MOVE "A" TO W-OPJOR
              PERFORM JORNAL-CONSU THRU FIM-JORNAL-CONSU
              PERFORM GRAVA-DELTA THRU FIM-GRAVA-DELTA
              PERFORM VERIFICA-RETORNO-JANELA THRU FIM-VRJ
              PERFORM GRAVA-CONSEXT THRU FIM-GRAVA-CONSEXT
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *
       JORNAL-CONSU.
           MOVE "CADCONSU" TO W-ARQJOR
           MOVE REGCONS TO W-IMAGEMJOR
           MOVE W-CODOPERLOG TO W-OPERJOR
           CALL "JORNAL" USING W-ACAOJOR W-ARQJOR W-OPJOR W-PROGRJOR
                W-OPERJOR W-IMAGEMJOR W-SEQJOR W-OKJOR.
       FIM-JORNAL-CONSU.
           EXIT.
       GRAVA-DELTA.
           MOVE "CADCONSU" TO W-ARQDELTA
           MOVE KEYPRINCIPAL TO W-CHAVEDELTA
                W-CHAVEDELTA W-OKDELTA W-SEQDELTA.
       FIM-GRAVA-DELTA.
           EXIT.
      *-----JANELA DO PROCESSAMENTO NOTURNO: SOMENTE CONSULTA-----------
       VERIFICA-JANELA.
           CALL "JANMANUT" USING W-SESSAOATUAL W-HORAFIMJM W-RESULTJM
              ON OVERFLOW
                 MOVE "N" TO W-RESULTJM.
           CANCEL "JANMANUT".
           IF W-RESULTJM = "S"
              DIVIDE W-HORAFIMJM BY 100 GIVING MANUTHHTX
                    REMAINDER MANUTMMTX
              MOVE MANUTTX TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FIM-VERIFICA-JANELA.
           EXIT.
      *
       ABRIR-CADSESSAO.
           MOVE ZEROS TO W-CODOPERLOG
           MOVE "DESCONHECIDO" TO W-NOMEOPERLOG
           MOVE DIAC              TO DIACESPERATX
           MOVE MESC              TO MESCESPERATX
           MOVE ANOC              TO ANOCESPERATX
           MOVE ESPECIALIDADE     TO ESPECESPERATX
           MOVE "B"               TO ORIGEMESPERATX
           MOVE ESPERATX          TO REGESPERA
           WRITE REGESPERA.
       FIM-GRAVA-ESPERA.
              MOVE "** VAGA LIBERADA, HA PACIENTE NA LISTA DE ESPERA **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              DISPLAY (21, 12) "CPF NA ESPERA: " CPFESPERATX
              GO TO VEL-LOOP.
      *----PEDIDO DA CENTRAL/SITE SEM MEDICO, SO COM A ESPECIALIDADE----
           IF CODMEDESPERATX = ZEROS AND ESPECESPERATX NUMERIC
                         AND ESPECESPERATX = ESPECIALIDADE
              MOVE "** VAGA LIBERADA, HA PEDIDO DA ESPECIALIDADE **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              DISPLAY (21, 12) "CPF NA ESPERA: " CPFESPERATX.
           GO TO VEL-LOOP.
       VEL-FECHA.
