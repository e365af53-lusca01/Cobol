                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYALERGIA
                    FILE STATUS  IS ST-ERRO.
       SELECT CADALERGEXT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYALERGEXT
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
              05 DIAALERG         PIC 9(02).
              05 MESALERG         PIC 9(02).
              05 ANOALERG         PIC 9(04).
      *-----------------------------TIPO DA ALERGIA--------------------
       FD CADALERGEXT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADALERGEXT.DAT".
       01  REGALERGEXT.
           03 KEYALERGEXT.
              05 CPFALERGEXT      PIC 9(11).
              05 NUMLINHAEXT      PIC 9(02).
           03 TIPOALERGEXT        PIC X(01).
              88 ALERG-ALIMENTAR    VALUE "A".
              88 ALERG-MEDICAMENTO  VALUE "M".
              88 ALERG-OUTRA        VALUE "O".
           03 FILLER              PIC X(20).
      *-----------------------------PACIENTE---------------------------
       FD CADPACI
               LABEL RECORD IS STANDARD
          03 FILLER     PIC X(10) VALUE "GRAVE".
       01 TABSEVERALERG REDEFINES TABSEVERALERGX.
          03 TBSEVERALERG PIC X(10) OCCURS 3 TIMES.
       01 W-AEXTOK      PIC X(01) VALUE "N".
       01 W-TIPOALERG   PIC X(01) VALUE "O".
      *---AUDITORIA-------------------------------------------
       01 W-SESSAOATUAL  PIC 9(04) VALUE ZEROS.
       01 W-PERFILLOG    PIC 9(01) VALUE ZEROS.
              GO TO ROT-FIM.
           PERFORM ABRIR-CADSESSAO.
           PERFORM ABRIR-CADLOG.
           PERFORM ABRIR-CADALERGEXT.
       L1.
           MOVE ZEROS TO CPFALERGIA NUMLINHA SEVERIDADEALERG
           MOVE ZEROS TO DIAALERG MESALERG ANOALERG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L6B.

      *-----TIPO: ALIMENTAR (MAPA DA COZINHA), MEDICAMENTO OU OUTRA-----
        L6C.
           IF W-AEXTOK = "S"
              MOVE KEYALERGIA TO KEYALERGEXT
              READ CADALERGEXT
              IF ST-ERRO = "00"
                 MOVE TIPOALERGEXT TO W-TIPOALERG
              ELSE
                 MOVE "O" TO W-TIPOALERG
           ELSE
              MOVE "O" TO W-TIPOALERG.
           DISPLAY (15, 01)
              "  TIPO (A=ALIMENTAR M=MEDICAMENTO O=OUTRA) :"
           ACCEPT (15, 47) W-TIPOALERG WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L6B.
           IF W-TIPOALERG = "a"
              MOVE "A" TO W-TIPOALERG.
           IF W-TIPOALERG = "m"
              MOVE "M" TO W-TIPOALERG.
           IF W-TIPOALERG = "o"
              MOVE "O" TO W-TIPOALERG.
           IF W-TIPOALERG NOT = "A" AND W-TIPOALERG NOT = "M"
                 AND W-TIPOALERG NOT = "O"
              MOVE "*DIGITE A, M OU O*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L6C.

      *------------- VERFICAR SE E ALTERACAO --------
           IF W-SEL = 1
              GO TO ALT-OPC.
            ACCEPT (23, 57) W-OPCAO WITH UPDATE
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
               GO TO L6C.
            IF W-OPCAO = "N" OR "n"
               MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               MOVE KEYALERGIA TO CHAVELOGTX
               MOVE "N" TO ACAOLOGTX
               PERFORM ESCREVE-LOG
               PERFORM GRAVA-ALERGEXT THRU FIM-GRAVA-ALERGEXT
               MOVE "** DADOS GRAVADOS **" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO L1.
              MOVE SPACES TO MSGSEVERALERG.
       FIM-MSA.
           EXIT.
      *
       GRAVA-ALERGEXT.
           IF W-AEXTOK NOT = "S"
              GO TO FIM-GRAVA-ALERGEXT.
           MOVE KEYALERGIA TO KEYALERGEXT
           READ CADALERGEXT
           IF ST-ERRO = "00"
              MOVE W-TIPOALERG TO TIPOALERGEXT
              REWRITE REGALERGEXT
           ELSE
              MOVE SPACES TO REGALERGEXT
              MOVE KEYALERGIA TO KEYALERGEXT
              MOVE W-TIPOALERG TO TIPOALERGEXT
              WRITE REGALERGEXT.
       FIM-GRAVA-ALERGEXT.
           EXIT.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO L6C.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE KEYALERGIA TO CHAVELOGTX
                   MOVE "A" TO ACAOLOGTX
                   PERFORM ESCREVE-LOG
                   PERFORM GRAVA-ALERGEXT THRU FIM-GRAVA-ALERGEXT
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO L1.
      *****************************************
      * ROTINA DE AUDITORIA                   *
      *****************************************
      *
       ABRIR-CADALERGEXT.
           OPEN I-O CADALERGEXT
           IF ST-ERRO = "30"
              OPEN OUTPUT CADALERGEXT
              CLOSE CADALERGEXT
              OPEN I-O CADALERGEXT.
           IF ST-ERRO = "00"
              MOVE "S" TO W-AEXTOK
           ELSE
              MOVE "N" TO W-AEXTOK.
      *
       ABRIR-CADSESSAO.
           MOVE ZEROS TO W-CODOPERLOG
      *
       ROT-FIM.
           CLOSE CADALERGIA CADPACI CADLOG.
           IF W-AEXTOK = "S"
              CLOSE CADALERGEXT.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
