                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODTIPOEXREG
                    FILE STATUS  IS ST-ERRO.
       SELECT CADTIPOEXT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODTIPOEXT
                    FILE STATUS  IS ST-ERRO.
       SELECT CADSESSAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
           03 VALORMINCRIT        PIC 9(06)V99.
           03 VALORMAXCRIT        PIC 9(06)V99.
           03 DURACAOEX           PIC 9(03).
      *
       FD CADTIPOEXT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTIPOEXT.DAT".
       01  REGTIPOEXT.
           03 CODTIPOEXT          PIC 9(04).
           03 CULTURAEXT          PIC X(01).
           03 FILLER              PIC X(20).
      *
       FD CADSESSAO
               LABEL RECORD IS STANDARD
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 ST-ERRO       PIC X(02) VALUE "00".
       01 W-TEXTOK      PIC X(01) VALUE "N".
       01 W-CULTURA     PIC X(01) VALUE "N".
      *---AUDITORIA-------------------------------------------
       01 W-SESSAOATUAL  PIC 9(04) VALUE ZEROS.
       01 W-PERFILLOG    PIC 9(01) VALUE ZEROS.
                 NEXT SENTENCE.
           PERFORM ABRIR-CADSESSAO.
           PERFORM ABRIR-CADLOG.
           PERFORM ABRIR-CADTIPOEXT.
       L1.
           MOVE SPACES TO NOMETIPOEX UNIDMEDIDA
           MOVE ZEROS TO CODTIPOEXREG VALORMINEX VALORMAXEX
           IF W-ACT = 01
              GO TO L5C.

      *-----EXAME DE CULTURA (VIGILANCIA CCIH)--------------------------
        L5E.
           IF W-TEXTOK = "S"
              MOVE CODTIPOEXREG TO CODTIPOEXT
              READ CADTIPOEXT
              IF ST-ERRO = "00"
                 MOVE CULTURAEXT TO W-CULTURA
              ELSE
                 MOVE "N" TO W-CULTURA
           ELSE
              MOVE "N" TO W-CULTURA.
           DISPLAY (22, 01) "     CULTURA (S/N)      :"
           ACCEPT (22, 27) W-CULTURA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L5D.
           IF W-CULTURA = "s"
              MOVE "S" TO W-CULTURA.
           IF W-CULTURA = "n"
              MOVE "N" TO W-CULTURA.
           IF W-CULTURA NOT = "S" AND W-CULTURA NOT = "N"
              MOVE "*DIGITE S = SIM  N = NAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L5E.

      *------------- VERFICAR SE E ALTERACAO --------
           IF W-SEL = 1
              GO TO ALT-OPC.
            ACCEPT (23, 57) W-OPCAO WITH UPDATE
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
               GO TO L5E.
            IF W-OPCAO = "N" OR "n"
               MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               MOVE CODTIPOEXREG TO CHAVELOGTX
               MOVE "N" TO ACAOLOGTX
               PERFORM ESCREVE-LOG
               PERFORM GRAVA-TIPOEXT THRU FIM-GRAVA-TIPOEXT
               MOVE "** DADOS GRAVADOS **" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO L1.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO L5E.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE CODTIPOEXREG TO CHAVELOGTX
                   MOVE "A" TO ACAOLOGTX
                   PERFORM ESCREVE-LOG
                   PERFORM GRAVA-TIPOEXT THRU FIM-GRAVA-TIPOEXT
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO L1.
                MOVE "ERRO NA ALTERACAO DO TIPO DE EXAME" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       GRAVA-TIPOEXT.
           IF W-TEXTOK NOT = "S"
              GO TO FIM-GRAVA-TIPOEXT.
           MOVE CODTIPOEXREG TO CODTIPOEXT
           READ CADTIPOEXT
           IF ST-ERRO = "00"
              MOVE W-CULTURA TO CULTURAEXT
              REWRITE REGTIPOEXT
           ELSE
              MOVE SPACES TO REGTIPOEXT
              MOVE CODTIPOEXREG TO CODTIPOEXT
              MOVE W-CULTURA TO CULTURAEXT
              WRITE REGTIPOEXT.
       FIM-GRAVA-TIPOEXT.
           EXIT.
      *
      *****************************************
      * ROTINA DE AUDITORIA                   *
      *****************************************
      *
       ABRIR-CADTIPOEXT.
           OPEN I-O CADTIPOEXT
           IF ST-ERRO = "30"
              OPEN OUTPUT CADTIPOEXT
              CLOSE CADTIPOEXT
              OPEN I-O CADTIPOEXT.
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEXTOK
           ELSE
              MOVE "N" TO W-TEXTOK.
      *
       ABRIR-CADSESSAO.
           MOVE ZEROS TO W-CODOPERLOG
      *
       ROT-FIM.
           CLOSE CADTIPOEX CADLOG.
           IF W-TEXTOK = "S"
              CLOSE CADTIPOEXT.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
