       FD CADMOVEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMOVEST.DAT".
       01  REGMOVEST              PIC X(61).
      *
       FD CADSESSAO
               LABEL RECORD IS STANDARD
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 ST-ERRO       PIC X(02) VALUE "00".
       01 W-QTDEENTRADA PIC 9(06) VALUE ZEROS.
       01 W-UNIDCAD     PIC 9(02) VALUE ZEROS.
       01 W-MINUNID     PIC 9(06) VALUE ZEROS.
      *---SALDO POR UNIDADE E LOTE (SUBPROGRAMA ESTUNID)-----------------
       01 W-ACAOEU      PIC X(01) VALUE SPACES.
       01 W-CODMEDEU    PIC 9(05) VALUE ZEROS.
       01 W-UNIDEU      PIC 9(02) VALUE ZEROS.
       01 W-LOTEEU      PIC X(10) VALUE SPACES.
       01 W-VALIDADEEU  PIC 9(08) VALUE ZEROS.
       01 W-QTDEEU      PIC 9(06) VALUE ZEROS.
       01 W-SALDOEU     PIC 9(06) VALUE ZEROS.
       01 W-MINIMOEU    PIC 9(06) VALUE ZEROS.
       01 W-OKEU        PIC X(01) VALUE SPACES.
      *---MOVIMENTO DE ESTOQUE-----------------------------------
       01 MOVESTX.
          03 DATAMOVTX        PIC 9(08).
          03 QTDEMOVTX        PIC 9(06).
          03 FILLER           PIC X(01) VALUE " ".
          03 CODOPERMOVTX     PIC 9(04).
          03 FILLER           PIC X(01) VALUE " ".
          03 LOTEMOVTX        PIC X(10) VALUE SPACES.
          03 FILLER           PIC X(01) VALUE " ".
          03 UNIDMOVTX        PIC 9(02).
          03 FILLER           PIC X(01) VALUE " ".
          03 CPFMOVTX         PIC 9(11) VALUE ZEROS.
      *---AUDITORIA-------------------------------------------
       01 W-SESSAOATUAL  PIC 9(04) VALUE ZEROS.
       01 W-PERFILLOG    PIC 9(01) VALUE ZEROS.
               VALUE  "  ESTOQUE MINIMO         :".
           05  LINE 11  COLUMN 01
               VALUE  "  ENTRADA (COMPRA)       :".
           05  LINE 13  COLUMN 01
               VALUE  "  UNIDADE (00 = NENHUMA) :".
           05  LINE 13  COLUMN 41
               VALUE  "SALDO NA UNIDADE :".
           05  LINE 15  COLUMN 01
               VALUE  "  MINIMO NA UNIDADE      :".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TCODMEDICEST
               LINE 11  COLUMN 28  PIC 9(06)
               USING  W-QTDEENTRADA
               HIGHLIGHT.
           05  TW-UNIDCAD
               LINE 13  COLUMN 28  PIC 9(02)
               USING  W-UNIDCAD
               HIGHLIGHT.
           05  TW-SALDOEU
               LINE 13  COLUMN 60  PIC 9(06)
               USING  W-SALDOEU
               HIGHLIGHT.
           05  TW-MINUNID
               LINE 15  COLUMN 28  PIC 9(06)
               USING  W-MINUNID
               HIGHLIGHT.
      *
      *--------------(INICIO)--------------------------
       PROCEDURE DIVISION.
       L1.
           MOVE ZEROS TO CODMEDICEST SALDOESTOQUE ESTOQUEMIN
           MOVE ZEROS TO W-QTDEENTRADA
           MOVE ZEROS TO W-UNIDCAD W-MINUNID W-SALDOEU
           MOVE SPACES TO NOMECOMERCIAL
           DISPLAY TELAESTOQUE.
       L2.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L2.
      *------------- SALDO E MINIMO DA UNIDADE --------
        L3A.
           MOVE ZEROS TO W-SALDOEU W-MINUNID
           ACCEPT TW-UNIDCAD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L3.
           IF W-UNIDCAD = ZEROS
              DISPLAY TELAESTOQUE
              GO TO L4.
           MOVE "C" TO W-ACAOEU
           MOVE CODMEDICEST TO W-CODMEDEU
           MOVE W-UNIDCAD TO W-UNIDEU
           PERFORM CHAMA-ESTUNID THRU FIM-CHAMA-ESTUNID
           MOVE W-MINIMOEU TO W-MINUNID
           DISPLAY TELAESTOQUE.
        L3B.
           ACCEPT TW-MINUNID
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L3A.
        L4.
           ACCEPT TW-QTDEENTRADA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L3A.
           IF W-QTDEENTRADA NOT = ZEROS AND W-UNIDCAD = ZEROS
              MOVE "INFORME A UNIDADE QUE RECEBE A ENTRADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L3A.
           ADD W-QTDEENTRADA TO SALDOESTOQUE
           DISPLAY TELAESTOQUE.

      *
      *----------------MOVIMENTO DE ENTRADA (COMPRA)---------------------
       GRAVA-ENTRADA.
           IF W-UNIDCAD = ZEROS
              GO TO FIM-GRAVA-ENTRADA.
           MOVE "M" TO W-ACAOEU
           MOVE CODMEDICEST TO W-CODMEDEU
           MOVE W-UNIDCAD TO W-UNIDEU
           MOVE W-MINUNID TO W-MINIMOEU
           PERFORM CHAMA-ESTUNID THRU FIM-CHAMA-ESTUNID
           IF W-QTDEENTRADA = ZEROS
              GO TO FIM-GRAVA-ENTRADA.
           MOVE "E" TO W-ACAOEU
           MOVE SPACES TO W-LOTEEU
           MOVE ZEROS TO W-VALIDADEEU
           MOVE W-QTDEENTRADA TO W-QTDEEU
           PERFORM CHAMA-ESTUNID THRU FIM-CHAMA-ESTUNID
           ACCEPT DATAMOVTX FROM DATE YYYYMMDD
           ACCEPT HORAMOVTX FROM TIME
           MOVE CODMEDICEST TO CODMEDICMOVTX
           MOVE "E" TO TIPOMOVTX
           MOVE W-QTDEENTRADA TO QTDEMOVTX
           MOVE W-CODOPERLOG TO CODOPERMOVTX
           MOVE W-UNIDCAD TO UNIDMOVTX
           MOVE MOVESTX TO REGMOVEST
           WRITE REGMOVEST.
       FIM-GRAVA-ENTRADA.
           EXIT.
      *-----SALDO DA UNIDADE E DO LOTE NA UNIDADE (ESTUNID)-------------
       CHAMA-ESTUNID.
           CALL "ESTUNID" USING W-ACAOEU W-CODMEDEU W-UNIDEU W-LOTEEU
                W-VALIDADEEU W-QTDEEU W-SALDOEU W-MINIMOEU W-OKEU
              ON OVERFLOW
                 MOVE "N" TO W-OKEU.
       FIM-CHAMA-ESTUNID.
           EXIT.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
