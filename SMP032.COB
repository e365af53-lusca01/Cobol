           03 DESCPROC            PIC X(40).
           03 VALORPROC           PIC 9(06)V99.
           03 ATIVOPROC           PIC X(01).
           03 EXIGETCLEPROC       PIC X(01).
              88 PROC-EXIGE-TCLE    VALUE "S".
           03 TEXTOTCLEPROC.
              05 TEXTOTCLE1PROC   PIC X(60).
              05 TEXTOTCLE2PROC   PIC X(60).
              05 TEXTOTCLE3PROC   PIC X(60).
              05 TEXTOTCLE4PROC   PIC X(60).
      *
       FD CADCONSITEM
               LABEL RECORD IS STANDARD
               VALUE  "     VALOR PADRAO (R$) :".
           05  LINE 11  COLUMN 01
               VALUE  "     ATIVO (S/N)       :".
           05  LINE 13  COLUMN 01
               VALUE  "     EXIGE TCLE (S/N)  :".
           05  LINE 15  COLUMN 01
               VALUE  "     TEXTO DO TERMO DE CONSENTIMENTO :".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TCODPROC
               LINE 11  COLUMN 26  PIC X(01)
               USING  ATIVOPROC
               HIGHLIGHT.
           05  TEXIGETCLEPROC
               LINE 13  COLUMN 26  PIC X(01)
               USING  EXIGETCLEPROC
               HIGHLIGHT.
           05  TTEXTOTCLE1PROC
               LINE 16  COLUMN 06  PIC X(60)
               USING  TEXTOTCLE1PROC
               HIGHLIGHT.
           05  TTEXTOTCLE2PROC
               LINE 17  COLUMN 06  PIC X(60)
               USING  TEXTOTCLE2PROC
               HIGHLIGHT.
           05  TTEXTOTCLE3PROC
               LINE 18  COLUMN 06  PIC X(60)
               USING  TEXTOTCLE3PROC
               HIGHLIGHT.
           05  TTEXTOTCLE4PROC
               LINE 19  COLUMN 06  PIC X(60)
               USING  TEXTOTCLE4PROC
               HIGHLIGHT.
      *
      *--------------(INICIO)--------------------------
       PROCEDURE DIVISION.
           MOVE SPACES TO DESCPROC
           MOVE ZEROS TO CODPROC VALORPROC
           MOVE "S" TO ATIVOPROC
           MOVE "N" TO EXIGETCLEPROC
           MOVE SPACES TO TEXTOTCLEPROC
           DISPLAY TELAPROC.
       L2.
           ACCEPT TCODPROC
              MOVE "INFORME S=ATIVO OU N=INATIVO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L5.
      *------------- TERMO DE CONSENTIMENTO (TCLE) --------
        L6.
           ACCEPT TEXIGETCLEPROC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L5.
           IF EXIGETCLEPROC NOT = "S" AND EXIGETCLEPROC NOT = "N"
              MOVE "INFORME S=EXIGE TCLE OU N=NAO EXIGE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L6.
           IF EXIGETCLEPROC = "N"
              MOVE SPACES TO TEXTOTCLEPROC
              DISPLAY TELAPROC
              GO TO L11.
        L7.
           ACCEPT TTEXTOTCLE1PROC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L6.
           IF TEXTOTCLE1PROC = SPACES
              MOVE "INFORME O TEXTO DO TERMO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L7.
        L8.
           ACCEPT TTEXTOTCLE2PROC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L7.
        L9.
           ACCEPT TTEXTOTCLE3PROC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L8.
        L10.
           ACCEPT TTEXTOTCLE4PROC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L9.
        L11.

      *------------- VERFICAR SE E ALTERACAO --------
           IF W-SEL = 1
            ACCEPT (23, 57) W-OPCAO WITH UPDATE
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
               GO TO L6.
            IF W-OPCAO = "N" OR "n"
               MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO L6.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
