                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODMEDICREG
                    FILE STATUS  IS ST-ERRO.
       SELECT CADMEDICEXT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODMEDICEXT
                    FILE STATUS  IS ST-ERRO.
       SELECT CADSESSAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
           03 NOMECOMERCIAL       PIC X(30).
           03 PRINCIPIOATIVO      PIC X(30).
           03 CONTROLADO          PIC X(01).
      *
       FD CADMEDICEXT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDICEXT.DAT".
       01  REGMEDICEXT.
           03 CODMEDICEXT         PIC 9(05).
           03 ANTIMICROBEXT       PIC X(01).
           03 GRAMASDOSEEXT       PIC 9(03)V9(03).
           03 DDDGRAMASEXT        PIC 9(03)V9(03).
           03 FILLER              PIC X(20).
      *
       FD CADSESSAO
               LABEL RECORD IS STANDARD
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 ST-ERRO       PIC X(02) VALUE "00".
       01 MSGCONTROLADO PIC X(03) VALUE SPACES.
       01 W-MEXTOK      PIC X(01) VALUE "N".
       01 W-ANTIMICROB  PIC X(01) VALUE "N".
       01 W-GRAMASDOSE  PIC 9(03)V9(03) VALUE ZEROS.
       01 W-DDDGRAMAS   PIC 9(03)V9(03) VALUE ZEROS.
      *---AUDITORIA-------------------------------------------
       01 W-SESSAOATUAL  PIC 9(04) VALUE ZEROS.
       01 W-PERFILLOG    PIC 9(01) VALUE ZEROS.
                 NEXT SENTENCE.
           PERFORM ABRIR-CADSESSAO.
           PERFORM ABRIR-CADLOG.
           PERFORM ABRIR-CADMEDICEXT.
       L1.
           MOVE SPACES TO NOMECOMERCIAL PRINCIPIOATIVO CONTROLADO
           MOVE SPACES TO MSGCONTROLADO
                 GO TO L5.
           DISPLAY TMSGCONTROLADO.

      *-----ANTIMICROBIANO (VIGILANCIA CCIH / DDD DA OMS)---------------
        L5B.
           IF W-MEXTOK = "S"
              MOVE CODMEDICREG TO CODMEDICEXT
              READ CADMEDICEXT
              IF ST-ERRO = "00"
                 MOVE ANTIMICROBEXT TO W-ANTIMICROB
                 MOVE GRAMASDOSEEXT TO W-GRAMASDOSE
                 MOVE DDDGRAMASEXT TO W-DDDGRAMAS
              ELSE
                 MOVE "N" TO W-ANTIMICROB
                 MOVE ZEROS TO W-GRAMASDOSE W-DDDGRAMAS
           ELSE
              MOVE "N" TO W-ANTIMICROB
              MOVE ZEROS TO W-GRAMASDOSE W-DDDGRAMAS.
           DISPLAY (13, 01) "     ANTIMICROBIANO(S/N):"
           ACCEPT (13, 27) W-ANTIMICROB WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L5.
           IF W-ANTIMICROB = "s"
              MOVE "S" TO W-ANTIMICROB.
           IF W-ANTIMICROB = "n"
              MOVE "N" TO W-ANTIMICROB.
           IF W-ANTIMICROB NOT = "S" AND W-ANTIMICROB NOT = "N"
              MOVE "*DIGITE S = SIM  N = NAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L5B.
           IF W-ANTIMICROB = "N"
              MOVE ZEROS TO W-GRAMASDOSE W-DDDGRAMAS
              GO TO L5E.
        L5C.
           DISPLAY (15, 01) "     GRAMAS POR DOSE    :"
           ACCEPT (15, 27) W-GRAMASDOSE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L5B.
           IF W-GRAMASDOSE = ZEROS
              MOVE "INFORME A DOSE EM GRAMAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L5C.
        L5D.
           DISPLAY (17, 01) "     DDD OMS (GRAMAS)   :"
           ACCEPT (17, 27) W-DDDGRAMAS WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L5C.
           IF W-DDDGRAMAS = ZEROS
              MOVE "INFORME A DDD DO ANTIMICROBIANO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L5D.
        L5E.

      *------------- VERFICAR SE E ALTERACAO --------
           IF W-SEL = 1
              GO TO ALT-OPC.
            ACCEPT (23, 57) W-OPCAO WITH UPDATE
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
               GO TO L5B.
            IF W-OPCAO = "N" OR "n"
               MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               MOVE CODMEDICREG TO CHAVELOGTX
               MOVE "N" TO ACAOLOGTX
               PERFORM ESCREVE-LOG
               PERFORM GRAVA-MEDICEXT THRU FIM-GRAVA-MEDICEXT
               MOVE "** DADOS GRAVADOS **" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO L1.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO L5B.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE CODMEDICREG TO CHAVELOGTX
                   MOVE "A" TO ACAOLOGTX
                   PERFORM ESCREVE-LOG
                   PERFORM GRAVA-MEDICEXT THRU FIM-GRAVA-MEDICEXT
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO L1.
                MOVE "ERRO NA ALTERACAO DO MEDICAMENTO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       GRAVA-MEDICEXT.
           IF W-MEXTOK NOT = "S"
              GO TO FIM-GRAVA-MEDICEXT.
           MOVE CODMEDICREG TO CODMEDICEXT
           READ CADMEDICEXT
           IF ST-ERRO = "00"
              MOVE W-ANTIMICROB TO ANTIMICROBEXT
              MOVE W-GRAMASDOSE TO GRAMASDOSEEXT
              MOVE W-DDDGRAMAS TO DDDGRAMASEXT
              REWRITE REGMEDICEXT
           ELSE
              MOVE SPACES TO REGMEDICEXT
              MOVE CODMEDICREG TO CODMEDICEXT
              MOVE W-ANTIMICROB TO ANTIMICROBEXT
              MOVE W-GRAMASDOSE TO GRAMASDOSEEXT
              MOVE W-DDDGRAMAS TO DDDGRAMASEXT
              WRITE REGMEDICEXT.
       FIM-GRAVA-MEDICEXT.
           EXIT.
      *
      *****************************************
      * ROTINA DE AUDITORIA                   *
      *****************************************
      *
       ABRIR-CADMEDICEXT.
           OPEN I-O CADMEDICEXT
           IF ST-ERRO = "30"
              OPEN OUTPUT CADMEDICEXT
              CLOSE CADMEDICEXT
              OPEN I-O CADMEDICEXT.
           IF ST-ERRO = "00"
              MOVE "S" TO W-MEXTOK
           ELSE
              MOVE "N" TO W-MEXTOK.
      *
       ABRIR-CADSESSAO.
           MOVE ZEROS TO W-CODOPERLOG
      *
       ROT-FIM.
           CLOSE CADMEDIC CADLOG.
           IF W-MEXTOK = "S"
              CLOSE CADMEDICEXT.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
