                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT CADDISPCONS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT CADSESSAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
              05 LOTEEST          PIC X(10).
           03 VALIDADELOTE        PIC 9(08).
           03 SALDOLOTE           PIC 9(06).
           03 BLOQLOTE            PIC X(01).
              88 LOTE-RECOLHIDO     VALUE "S".
      *
       FD CADMOVEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMOVEST.DAT".
       01  REGMOVEST              PIC X(61).
      *---------DISPENSACAO POR ATENDIMENTO (CUSTO DA CONSULTA)-------
       FD CADDISPCONS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDISPCONS.DAT".
       01  REGDISPCONS            PIC X(60).
      *
       FD CADSESSAO
               LABEL RECORD IS STANDARD
       01 W-QTDERESTA   PIC 9(06) VALUE ZEROS.
       01 W-QTDELOTE    PIC 9(06) VALUE ZEROS.
       01 W-LOTEFEFO    PIC X(10) VALUE SPACES.
       01 W-PRIMLOTE    PIC X(10) VALUE SPACES.
      *---LOTES BAIXADOS NO ITEM (UM MOVIMENTO POR LOTE, COM O CPF)---
       01 W-QTDLOTEBX   PIC 9(02) VALUE ZEROS.
       01 W-INDBX       PIC 9(02) VALUE ZEROS.
       01 TAB-LOTEBX.
          03 TB-LOTEBX OCCURS 20 TIMES.
             05 TBLOTEBX      PIC X(10).
             05 TBQTDEBX      PIC 9(06).
       01 W-QTDEITENS   PIC 9(02) VALUE ZEROS.
      *---CHAVE DA CONSULTA------------------------------------
       01 W-CPFDISP     PIC 9(11) VALUE ZEROS.
          03 W-MESDISP  PIC 9(02) VALUE ZEROS.
          03 W-ANODISP  PIC 9(04) VALUE ZEROS.
       01 W-HORADISP    PIC 9(04) VALUE ZEROS.
       01 W-UNIDDISP    PIC 9(02) VALUE ZEROS.
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
       01 W-SESSAOATUAL PIC 9(04) VALUE ZEROS.
       01 W-PERFILLOG   PIC 9(01) VALUE ZEROS.
          03 CODOPERMOVTX     PIC 9(04).
          03 FILLER           PIC X(01) VALUE " ".
          03 LOTEMOVTX        PIC X(10).
          03 FILLER           PIC X(01) VALUE " ".
          03 UNIDMOVTX        PIC 9(02).
          03 FILLER           PIC X(01) VALUE " ".
          03 CPFMOVTX         PIC 9(11) VALUE ZEROS.
      *---DISPENSACAO POR ATENDIMENTO (CHAVE DA CONSULTA)-------------
       01 DISPCONSTX.
          03 CHAVEDSPTX       PIC X(23).
          03 FILLER           PIC X(01) VALUE " ".
          03 CODMEDICDSPTX    PIC 9(05).
          03 FILLER           PIC X(01) VALUE " ".
          03 QTDEDSPTX        PIC 9(06).
          03 FILLER           PIC X(01) VALUE " ".
          03 DATADSPTX        PIC 9(08).
          03 FILLER           PIC X(01) VALUE " ".
          03 LOTEDSPTX        PIC X(10).
          03 FILLER           PIC X(01) VALUE " ".
          03 OPERDSPTX        PIC 9(04).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELADISPENSA.
               VALUE  " CONSULTA :  /  /".
           05  LINE 05  COLUMN 41
               VALUE  "               HORA (HHMM) :".
           05  LINE 05  COLUMN 01
               VALUE  "  UNIDADE         :".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TW-CPFDISP
               LINE 05  COLUMN 69  PIC 9(04)
               USING  W-HORADISP
               HIGHLIGHT.
           05  TW-UNIDDISP
               LINE 05  COLUMN 21  PIC 9(02)
               USING  W-UNIDDISP
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-CADMOVEST.
           PERFORM ABRIR-CADSESSAO.
       L1.
           MOVE ZEROS TO W-CPFDISP W-DATADISP W-HORADISP W-UNIDDISP
           DISPLAY TELADISPENSA.
       L2.
           ACCEPT TW-CPFDISP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L2C.
      *-----UNIDADE QUE DISPENSA (SUGERIDA PELA UNIDADE DA CONSULTA)-----
       L2E.
           IF W-UNIDDISP = ZEROS AND W-CONSUOK = "S"
              MOVE W-CPFDISP TO CPFPACIENTE
              MOVE W-DATADISP TO DATACONS
              MOVE W-HORADISP TO HORAC
              READ CADCONSU
              IF ST-ERRO = "00"
                 MOVE UNIDADE TO W-UNIDDISP.
       L2F.
           ACCEPT TW-UNIDDISP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L2D.
           IF W-UNIDDISP = ZEROS
              MOVE "INFORME A UNIDADE QUE ESTA DISPENSANDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2F.
      *----------------PERCORRER AS LINHAS DA RECEITA--------------------
       DISPENSAR.
           MOVE ZEROS TO W-QTDEITENS
              MOVE "** SALDO INSUFICIENTE, NAO DISPENSADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIM-BAIXA-ESTOQUE.
      *-----VALE O SALDO FISICO DA UNIDADE QUE ESTA DISPENSANDO----------
           MOVE "C" TO W-ACAOEU
           MOVE CODMEDIC TO W-CODMEDEU
           MOVE W-UNIDDISP TO W-UNIDEU
           PERFORM CHAMA-ESTUNID THRU FIM-CHAMA-ESTUNID
           IF W-SALDOEU < W-QTDEDISP
              MOVE "** SALDO INSUFICIENTE NA UNIDADE, NAO DISPENSADO **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIM-BAIXA-ESTOQUE.
           PERFORM BAIXA-LOTES THRU FIM-BAIXA-LOTES
           IF W-TEMLOTES = "S" AND W-SALDOVALIDO < W-QTDEDISP
              MOVE "** LOTES VENCIDOS/RECOLHIDOS/INSUFICIENTES **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIM-BAIXA-ESTOQUE.
              MOVE "** ERRO NA BAIXA DO ESTOQUE **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIM-BAIXA-ESTOQUE.
           MOVE "S" TO W-ACAOEU
           MOVE CODMEDIC TO W-CODMEDEU
           MOVE W-UNIDDISP TO W-UNIDEU
           MOVE W-QTDEDISP TO W-QTDEEU
           PERFORM CHAMA-ESTUNID THRU FIM-CHAMA-ESTUNID
           PERFORM GRAVA-MOVLOTES THRU FIM-GRAVA-MOVLOTES
           MOVE KEYRECEITA (1: 23) TO CHAVEDSPTX
           MOVE CODMEDIC TO CODMEDICDSPTX
           MOVE W-QTDEDISP TO QTDEDSPTX
           MOVE DATAMOVTX TO DATADSPTX
           MOVE W-PRIMLOTE TO LOTEDSPTX
           MOVE W-CODOPERLOG TO OPERDSPTX
           MOVE DISPCONSTX TO REGDISPCONS
           WRITE REGDISPCONS
           IF CONTROLADO = "S"
              PERFORM GRAVA-CONTROLE THRU FIM-GRAVA-CONTROLE.
           IF W-SALDOEU < W-MINIMOEU
              MOVE "** ATENCAO: ESTOQUE DA UNIDADE ABAIXO DO MINIMO **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FIM-BAIXA-ESTOQUE.
           EXIT.
           WRITE REGCONTROLE.
       FIM-GRAVA-CONTROLE.
           EXIT.
      *-----BAIXA FEFO NOS LOTES DA UNIDADE (VENCE PRIMEIRO, SAI------
      *-----PRIMEIRO); O MESMO LOTE SAI TAMBEM DO SALDO DA REDE---------
       BAIXA-LOTES.
           MOVE "N" TO W-TEMLOTES
           MOVE SPACES TO W-PRIMLOTE
           MOVE ZEROS TO W-SALDOVALIDO W-QTDLOTEBX
           MOVE W-QTDEDISP TO W-QTDERESTA
      *-----SOMAR O SALDO DOS LOTES DA UNIDADE DENTRO DA VALIDADE--------
           MOVE "V" TO W-ACAOEU
           MOVE CODMEDIC TO W-CODMEDEU
           MOVE W-UNIDDISP TO W-UNIDEU
           PERFORM CHAMA-ESTUNID THRU FIM-CHAMA-ESTUNID
           IF W-OKEU NOT = "S"
              GO TO FIM-BAIXA-LOTES.
           MOVE "S" TO W-TEMLOTES
           MOVE W-SALDOEU TO W-SALDOVALIDO
           IF W-SALDOVALIDO < W-QTDEDISP
              GO TO FIM-BAIXA-LOTES.
      *-----CONSUMIR SEMPRE O LOTE QUE VENCE PRIMEIRO--------------------
       BAIXA-LOTES3.
           IF W-QTDERESTA = ZEROS
              GO TO FIM-BAIXA-LOTES.
           MOVE "F" TO W-ACAOEU
           MOVE CODMEDIC TO W-CODMEDEU
           MOVE W-UNIDDISP TO W-UNIDEU
           PERFORM CHAMA-ESTUNID THRU FIM-CHAMA-ESTUNID
           IF W-OKEU NOT = "S"
              GO TO FIM-BAIXA-LOTES.
           MOVE W-LOTEEU TO W-LOTEFEFO
           IF W-SALDOEU NOT < W-QTDERESTA
              MOVE W-QTDERESTA TO W-QTDELOTE
           ELSE
              MOVE W-SALDOEU TO W-QTDELOTE.
           MOVE "L" TO W-ACAOEU
           MOVE W-QTDELOTE TO W-QTDEEU
           PERFORM CHAMA-ESTUNID THRU FIM-CHAMA-ESTUNID
           IF W-OKEU NOT = "S"
              GO TO FIM-BAIXA-LOTES.
           SUBTRACT W-QTDELOTE FROM W-QTDERESTA
           IF W-PRIMLOTE = SPACES
              MOVE W-LOTEFEFO TO W-PRIMLOTE.
           PERFORM GUARDA-LOTEBX THRU FIM-GUARDA-LOTEBX
           IF W-LOTEOK NOT = "S"
              GO TO BAIXA-LOTES3.
           MOVE CODMEDIC TO CODMEDICLOTE
           MOVE W-LOTEFEFO TO LOTEEST
           READ CADLOTEEST
           IF ST-ERRO NOT = "00"
              GO TO BAIXA-LOTES3.
           IF SALDOLOTE < W-QTDELOTE
              MOVE ZEROS TO SALDOLOTE
           ELSE
              SUBTRACT W-QTDELOTE FROM SALDOLOTE.
           REWRITE REGLOTEEST
           GO TO BAIXA-LOTES3.
       FIM-BAIXA-LOTES.
           EXIT.
      *-----GUARDA O LOTE BAIXADO PARA O MOVIMENTO DO ITEM---------------
       GUARDA-LOTEBX.
           IF W-QTDLOTEBX < 20
              ADD 1 TO W-QTDLOTEBX
              MOVE W-LOTEFEFO TO TBLOTEBX (W-QTDLOTEBX)
              MOVE W-QTDELOTE TO TBQTDEBX (W-QTDLOTEBX)
           ELSE
              ADD W-QTDELOTE TO TBQTDEBX (20).
       FIM-GUARDA-LOTEBX.
           EXIT.
      *-----UM MOVIMENTO POR LOTE, COM O CPF DO PACIENTE (RECOLHIMENTO)--
       GRAVA-MOVLOTES.
           IF W-QTDERESTA > ZEROS
              MOVE SPACES TO W-LOTEFEFO
              MOVE W-QTDERESTA TO W-QTDELOTE
              PERFORM GUARDA-LOTEBX THRU FIM-GUARDA-LOTEBX.
           ACCEPT DATAMOVTX FROM DATE YYYYMMDD
           ACCEPT HORAMOVTX FROM TIME
           MOVE CODMEDIC TO CODMEDICMOVTX
           MOVE "S" TO TIPOMOVTX
           MOVE W-CODOPERLOG TO CODOPERMOVTX
           MOVE W-UNIDDISP TO UNIDMOVTX
           MOVE CPFRECEITA TO CPFMOVTX
           MOVE ZEROS TO W-INDBX.
       GRAVA-MOVLOTES1.
           ADD 1 TO W-INDBX
           IF W-INDBX > W-QTDLOTEBX
              GO TO FIM-GRAVA-MOVLOTES.
           MOVE TBLOTEBX (W-INDBX) TO LOTEMOVTX
           MOVE TBQTDEBX (W-INDBX) TO QTDEMOVTX
           MOVE MOVESTX TO REGMOVEST
           WRITE REGMOVEST
           GO TO GRAVA-MOVLOTES1.
       FIM-GRAVA-MOVLOTES.
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
      * ROTINAS DE APOIO                      *
              OPEN OUTPUT CADMOVEST
              CLOSE CADMOVEST
              OPEN EXTEND CADMOVEST.
           OPEN EXTEND CADDISPCONS
           IF ST-ERRO NOT = "00"
              OPEN OUTPUT CADDISPCONS
              CLOSE CADDISPCONS
              OPEN EXTEND CADDISPCONS.
       ABRIR-CADSESSAO.
           MOVE ZEROS TO W-CODOPERLOG
           MOVE "DESCONHECIDO" TO W-NOMEOPERLOG
                    CLOSE CADSESSAO.
      *
       ROT-FIM.
           CLOSE CADRECEITA CADESTOQUE CADMOVEST CADDISPCONS.
           CLOSE CADCONTROLE.
           IF W-MEDICOK = "S"
              CLOSE CADMEDIC.
