              05 LOTEEST          PIC X(10).
           03 VALIDADELOTE        PIC 9(08).
           03 SALDOLOTE           PIC 9(06).
           03 BLOQLOTE            PIC X(01).
              88 LOTE-RECOLHIDO     VALUE "S".
      *
       FD CADESTOQUE
               LABEL RECORD IS STANDARD
       FD CADMOVEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMOVEST.DAT".
       01  REGMOVEST              PIC X(61).
      *
       FD CADCONTROLE
               LABEL RECORD IS STANDARD
       01 W-LOTE        PIC X(10) VALUE SPACES.
       01 W-VALIDADE    PIC 9(08) VALUE ZEROS.
       01 W-QTDE        PIC 9(06) VALUE ZEROS.
       01 W-UNIDENT     PIC 9(02) VALUE ZEROS.
       01 W-QTDE30      PIC 9(06) VALUE ZEROS.
       01 W-QTDE60      PIC 9(06) VALUE ZEROS.
       01 W-QTDE90      PIC 9(06) VALUE ZEROS.
          03 CODOPERMOVTX     PIC 9(04).
          03 FILLER           PIC X(01) VALUE " ".
          03 LOTEMOVTX        PIC X(10).
          03 FILLER           PIC X(01) VALUE " ".
          03 UNIDMOVTX        PIC 9(02).
          03 FILLER           PIC X(01) VALUE " ".
          03 CPFMOVTX         PIC 9(11) VALUE ZEROS.
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
      *---LINHAS DO RELATORIO DE VENCIMENTOS---------------------------
       01 CABVENC.
          03 FILLER PIC X(52) VALUE
               VALUE  "   VALIDADE (AAAAMMDD):".
           05  LINE 17  COLUMN 01
               VALUE  "   QUANTIDADE         :".
           05  LINE 19  COLUMN 01
               VALUE  "   UNIDADE            :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TW-FUNCAO
               LINE 17  COLUMN 26  PIC 9(06)
               USING  W-QTDE
               HIGHLIGHT.
           05  TW-UNIDENT
               LINE 19  COLUMN 26  PIC 9(02)
               USING  W-UNIDENT
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ENTRADA-L3.
           MOVE W-CODMED TO CODMEDICLOTE
           MOVE W-LOTE TO LOTEEST
           READ CADLOTEEST
           IF ST-ERRO = "00" AND LOTE-RECOLHIDO
              MOVE "** LOTE RECOLHIDO, ENTRADA NAO PERMITIDA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ENTRADA-L3.
       ENTRADA-L4.
           ACCEPT TW-VALIDADE
           ACCEPT W-ACT FROM ESCAPE KEY
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ENTRADA-L5.
      *-----UNIDADE QUE RECEBE FISICAMENTE O LOTE-----------------------
       ENTRADA-L6.
           ACCEPT TW-UNIDENT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ENTRADA-L5.
           IF W-UNIDENT = ZEROS
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ENTRADA-L6.
       ENTRADA-GRAVA.
           MOVE W-CODMED TO CODMEDICLOTE
           MOVE W-LOTE TO LOTEEST
              MOVE W-LOTE TO LOTEEST
              MOVE W-VALIDADE TO VALIDADELOTE
              MOVE W-QTDE TO SALDOLOTE
              MOVE "N" TO BLOQLOTE
              WRITE REGLOTEEST.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "* ERRO NA GRAVACAO DO LOTE *" TO MENS
              MOVE W-QTDE TO SALDOESTOQUE
              MOVE ZEROS TO ESTOQUEMIN
              WRITE REGESTOQUE.
           MOVE "E" TO W-ACAOEU
           MOVE W-CODMED TO W-CODMEDEU
           MOVE W-UNIDENT TO W-UNIDEU
           MOVE W-LOTE TO W-LOTEEU
           MOVE W-VALIDADE TO W-VALIDADEEU
           MOVE W-QTDE TO W-QTDEEU
           PERFORM CHAMA-ESTUNID THRU FIM-CHAMA-ESTUNID
           ACCEPT DATAMOVTX FROM DATE YYYYMMDD
           ACCEPT HORAMOVTX FROM TIME
           MOVE W-CODMED TO CODMEDICMOVTX
           MOVE W-QTDE TO QTDEMOVTX
           MOVE W-CODOPERLOG TO CODOPERMOVTX
           MOVE W-LOTE TO LOTEMOVTX
           MOVE W-UNIDENT TO UNIDMOVTX
           MOVE MOVESTX TO REGMOVEST
           WRITE REGMOVEST
           IF CONTROLADO = "S"
           MOVE "*** RELATORIO RELVENC.DOC GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
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
      * ROTINA DE AUDITORIA                   *
