       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTASPG.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    CONTAS A PAGAR - FORNECEDORES (CADPAGAR)                   *
      *    BAIXA DE PARCELA, LIBERACAO DE NOTA DIVERGENTE, AGENDA DE  *
      *    PAGAMENTOS (AGENDAPG.DOC) E AGING (AGINGPG.DOC)            *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPAGAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPAGAR
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DATAVENCPAGAR
                       WITH DUPLICATES.
       SELECT CADFORNEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFORNEC
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RAZAOFORNEC
                       WITH DUPLICATES.
       SELECT AGENDAPGTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT AGINGPGTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT CADSESSAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVESESSAO
                    FILE STATUS  IS ST-ERRO.
       SELECT SESATUAL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT CADLOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------CONTAS A PAGAR (PARCELAS DA NOTA DO FORNECEDOR)-------
       FD CADPAGAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAGAR.DAT".
       01  REGPAGAR.
           03 KEYPAGAR.
              05 CODFORNPAG       PIC 9(04).
              05 NFPAGAR          PIC 9(09).
              05 PARCPAGAR        PIC 9(02).
           03 DATAVENCPAGAR       PIC 9(08).
           03 NUMPEDPAGAR         PIC 9(06).
           03 DATAEMISPAGAR       PIC 9(08).
           03 DATALANCPAGAR       PIC 9(08).
           03 VALORNFPAGAR        PIC 9(09)V99.
           03 VALORESPPAGAR       PIC 9(09)V99.
           03 QTDEPARCPAGAR       PIC 9(02).
           03 VALORPARCPAGAR      PIC 9(09)V99.
           03 STATUSPAGAR         PIC X(01).
              88 PAGAR-ABERTO       VALUE "A".
              88 PAGAR-BLOQUEADO    VALUE "B".
              88 PAGAR-PAGO         VALUE "P".
           03 DIVERGPAGAR         PIC X(01).
              88 DIV-NENHUMA        VALUE "N".
              88 DIV-QUANTIDADE     VALUE "Q".
              88 DIV-VALOR          VALUE "V".
           03 DATAPAGPAGAR        PIC 9(08).
           03 VALORPAGOPAGAR      PIC 9(09)V99.
           03 CODOPERLANPAGAR     PIC 9(04).
           03 CODOPERBXPAGAR      PIC 9(04).
           03 CODOPERLIBPAGAR     PIC 9(04).
           03 FILLER              PIC X(20).
      *---------FORNECEDORES------------------------------------------
       FD CADFORNEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORNEC.DAT".
       01  REGFORNEC.
           03 CODFORNEC           PIC 9(04).
           03 CNPJFORNEC          PIC 9(14).
           03 RAZAOFORNEC         PIC X(40).
           03 CONTATOFORNEC       PIC X(30).
           03 TELEFONEFORNEC.
              05 DDDFORNEC        PIC 9(02).
              05 NUMEROFORNEC     PIC 9(09).
           03 CONTRATOFORNEC      PIC X(20).
           03 ATIVOFORNEC         PIC X(01).
      *
       FD AGENDAPGTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AGENDAPG.DOC".
       01 REGAGENDAPGTX        PIC X(100).
      *
       FD AGINGPGTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AGINGPG.DOC".
       01 REGAGINGPGTX         PIC X(120).
      *
       FD CADSESSAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSESSAO.DAT".
       01  REGSESSAO.
           03 CHAVESESSAO         PIC 9(04).
           03 CODOPERSESSAO       PIC 9(04).
           03 NOMEOPERSESSAO      PIC X(30).
           03 LOGINDATA           PIC 9(08).
           03 LOGINHORA           PIC 9(06).
           03 LOGOUTDATA          PIC 9(08).
           03 LOGOUTHORA          PIC 9(06).
           03 STATUSSESSAO        PIC X(01).
              88 SESSAO-ATIVA       VALUE "A".
              88 SESSAO-ENCERRADA   VALUE "E".
           03 PERFILSESSAO        PIC 9(01).
      *
       FD SESATUAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SESATUAL.DAT".
       01  REGSESATUAL            PIC 9(04).
      *
       FD CADLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOG.DAT".
       01  REGLOG                PIC X(90).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 ST-ERRO       PIC X(02) VALUE "00".
       01 W-FUNCAO      PIC 9(01) VALUE ZEROS.
       01 W-FORNOK      PIC X(01) VALUE "N".
       01 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-JULHOJE     PIC 9(07) VALUE ZEROS.
       01 W-FORN        PIC 9(04) VALUE ZEROS.
       01 W-NUMNF       PIC 9(09) VALUE ZEROS.
       01 W-PARC        PIC 9(02) VALUE ZEROS.
       01 W-DATAPG      PIC 9(08) VALUE ZEROS.
       01 W-DATAPGR REDEFINES W-DATAPG.
          03 W-ANOPG    PIC 9(04).
          03 W-MESPG    PIC 9(02).
          03 W-DIAPG    PIC 9(02).
       01 W-VALORPG     PIC 9(09)V99 VALUE ZEROS.
       01 W-DATAINI     PIC 9(08) VALUE ZEROS.
       01 W-DATAFIM     PIC 9(08) VALUE ZEROS.
       01 W-RAZAO       PIC X(40) VALUE SPACES.
       01 W-VALORED     PIC ZZZ.ZZZ.ZZ9,99.
       01 W-VALORED2    PIC ZZZ.ZZZ.ZZ9,99.
       01 W-SITTX       PIC X(30) VALUE SPACES.
       01 W-QTDEPARC    PIC 9(02) VALUE ZEROS.
      *---AGENDA: QUEBRA POR DIA DE VENCIMENTO--------------------------
       01 W-DIAANT      PIC 9(08) VALUE ZEROS.
       01 W-TOTDIA      PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTAGENDA   PIC 9(11)V99 VALUE ZEROS.
       01 W-QTDEAGENDA  PIC 9(06) VALUE ZEROS.
      *---AGING: QUEBRA POR FORNECEDOR----------------------------------
       01 W-FORNANT     PIC 9(04) VALUE ZEROS.
       01 W-DIASATRASO  PIC S9(07) VALUE ZEROS.
       01 W-FAIXA       PIC 9(01) VALUE ZEROS.
       01 IND1          PIC 9(01) VALUE ZEROS.
       01 TABFAIXAFORN.
          03 TBF-VALOR  PIC 9(11)V99 OCCURS 6 TIMES.
       01 TABFAIXAGERAL.
          03 TBG-VALOR  PIC 9(11)V99 OCCURS 6 TIMES.
      *---LINHAS DA AGENDA---------------------------------------------
       01 CABAGENDA.
          03 FILLER PIC X(50) VALUE
          "HOSPITAL MAINFRAME *** AGENDA DE PAGAMENTOS A FORN".
          03 FILLER PIC X(19) VALUE "ECEDORES ***   DE: ".
          03 DATAINIAGTX    PIC 9(08).
          03 FILLER         PIC X(06) VALUE " ATE: ".
          03 DATAFIMAGTX    PIC 9(08).
       01 CABAGENDACOL.
          03 FILLER PIC X(50) VALUE
          "VENCTO   FORN RAZAO SOCIAL                   NOTA ".
          03 FILLER PIC X(34) VALUE
          "FISC PC/QT          VALOR SITUACAO".
       01 DETAGENDA.
          03 VENCAGTX       PIC 9(08).
          03 FILLER         PIC X(01) VALUE " ".
          03 FORNAGTX       PIC 9(04).
          03 FILLER         PIC X(01) VALUE " ".
          03 RAZAOAGTX      PIC X(30).
          03 FILLER         PIC X(01) VALUE " ".
          03 NFAGTX         PIC 9(09).
          03 FILLER         PIC X(01) VALUE " ".
          03 PARCAGTX       PIC 9(02).
          03 FILLER         PIC X(01) VALUE "/".
          03 QTDEAGTX       PIC 9(02).
          03 FILLER         PIC X(01) VALUE " ".
          03 VALORAGTX      PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE " ".
          03 SITAGTX        PIC X(10).
       01 SUBAGENDA.
          03 FILLER PIC X(25) VALUE "         TOTAL DO DIA    ".
          03 DIASUBAGTX     PIC 9(08).
          03 FILLER PIC X(28) VALUE SPACES.
          03 VALORSUBAGTX   PIC ZZZ.ZZZ.ZZ9,99.
       01 TOTAGENDA.
          03 FILLER PIC X(22) VALUE "PARCELAS A PAGAR.....:".
          03 QTDEAGENDATX   PIC ZZZZZ9.
          03 FILLER PIC X(22) VALUE "   TOTAL DO PERIODO.:".
          03 TOTAGENDATX    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *---LINHAS DO AGING---------------------------------------------
       01 CABAGING.
          03 FILLER PIC X(50) VALUE
          "HOSPITAL MAINFRAME *** AGING DE CONTAS A PAGAR ***".
          03 FILLER PIC X(08) VALUE "  DATA: ".
          03 DATAAGINGTX    PIC 9(08).
       01 CABAGINGCOL.
          03 FILLER PIC X(50) VALUE
          "FORN RAZAO SOCIAL                       A VENCER  ".
          03 FILLER PIC X(30) VALUE
          "     ATE 30        31-60      ".
          03 FILLER PIC X(33) VALUE
          "  61-90      MAIS 90        TOTAL".
       01 DETAGING.
          03 FORNAGINGTX    PIC 9(04).
          03 FILLER         PIC X(01) VALUE " ".
          03 RAZAOAGINGTX   PIC X(30).
          03 FAIXASAGINGTX  OCCURS 6 TIMES.
             05 SEPAGINGTX  PIC X(01).
             05 FAIXAAGINGTX PIC ZZZZZZZZ9,99.
       01 NOTAAGING.
          03 FILLER PIC X(50) VALUE
          "(FAIXAS EM DIAS DE ATRASO SOBRE O VENCIMENTO; NOTA".
          03 FILLER PIC X(33) VALUE
          "S BLOQUEADAS TAMBEM SAO LISTADAS)".
      *---AUDITORIA-------------------------------------------
       01 W-SESSAOATUAL  PIC 9(04) VALUE ZEROS.
       01 W-PERFILLOG    PIC 9(01) VALUE ZEROS.
       01 W-CODOPERLOG   PIC 9(04) VALUE ZEROS.
       01 W-NOMEOPERLOG  PIC X(30) VALUE SPACES.
       01 W-DATALOG      PIC 9(08) VALUE ZEROS.
       01 W-HORALOG      PIC 9(06) VALUE ZEROS.
       01 W-CHAVEPAGAR.
          03 FORNCHAVETX    PIC 9(04).
          03 NFCHAVETX      PIC 9(09).
          03 PARCCHAVETX    PIC 9(02).
       01 LOGTX.
          03 DATALOGTX      PIC 9(08).
          03 FILLER         PIC X(01) VALUE " ".
          03 HORALOGTX      PIC 9(06).
          03 FILLER         PIC X(01) VALUE " ".
          03 CODOPERLOGTX   PIC 9(04).
          03 FILLER         PIC X(01) VALUE " ".
          03 NOMEOPERLOGTX  PIC X(30).
          03 FILLER         PIC X(01) VALUE " ".
          03 PROGRAMALOGTX  PIC X(09).
          03 FILLER         PIC X(01) VALUE " ".
          03 CHAVELOGTX     PIC X(23).
          03 FILLER         PIC X(01) VALUE " ".
          03 ACAOLOGTX      PIC X(01).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPAGAR.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "             CONTAS A PAGAR - FORNECEDOR".
           05  LINE 02  COLUMN 41
               VALUE  "ES".
           05  LINE 04  COLUMN 01
               VALUE  "   1 - BAIXAR PAGAMENTO DE PARCELA".
           05  LINE 05  COLUMN 01
               VALUE  "   2 - LIBERAR / CANCELAR NOTA DIVERGENTE".
           05  LINE 06  COLUMN 01
               VALUE  "   3 - AGENDA DE PAGAMENTOS".
           05  LINE 07  COLUMN 01
               VALUE  "   4 - AGING DE CONTAS A PAGAR".
           05  LINE 09  COLUMN 01
               VALUE  "   FUNCAO :   ( 0 - ENCERRA )".
           05  LINE 11  COLUMN 01
               VALUE  "   FORNECEDOR :".
           05  LINE 11  COLUMN 24
               VALUE  "NOTA FISCAL :".
           05  LINE 11  COLUMN 49
               VALUE  "PARCELA :".
           05  LINE 12  COLUMN 01
               VALUE  "   RAZAO SOCIAL :".
           05  LINE 13  COLUMN 01
               VALUE  "   VENCIMENTO :".
           05  LINE 13  COLUMN 29
               VALUE  "VALOR :".
           05  LINE 14  COLUMN 01
               VALUE  "   SITUACAO   :".
           05  LINE 16  COLUMN 01
               VALUE  "   DATA PAGTO (AAAAMMDD) :".
           05  LINE 16  COLUMN 38
               VALUE  "VALOR PAGO :".
           05  LINE 18  COLUMN 01
               VALUE  "   PERIODO (AAAAMMDD) DE :".
           05  LINE 18  COLUMN 38
               VALUE  "ATE :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TW-FUNCAO
               LINE 09  COLUMN 13  PIC 9(01)
               USING  W-FUNCAO
               HIGHLIGHT.
           05  TW-FORN
               LINE 11  COLUMN 17  PIC 9(04)
               USING  W-FORN
               HIGHLIGHT.
           05  TW-NUMNF
               LINE 11  COLUMN 38  PIC 9(09)
               USING  W-NUMNF
               HIGHLIGHT.
           05  TW-PARC
               LINE 11  COLUMN 59  PIC 9(02)
               USING  W-PARC
               HIGHLIGHT.
           05  TW-DATAPG
               LINE 16  COLUMN 28  PIC 9(08)
               USING  W-DATAPG
               HIGHLIGHT.
           05  TW-VALORPG
               LINE 16  COLUMN 51  PIC 9(09)V99
               USING  W-VALORPG
               HIGHLIGHT.
           05  TW-DATAINI
               LINE 18  COLUMN 28  PIC 9(08)
               USING  W-DATAINI
               HIGHLIGHT.
           05  TW-DATAFIM
               LINE 18  COLUMN 44  PIC 9(08)
               USING  W-DATAFIM
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           COMPUTE W-JULHOJE = FUNCTION INTEGER-OF-DATE(W-DATAHOJE).
       L0.
           OPEN I-O CADPAGAR
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADPAGAR
                CLOSE CADPAGAR
                GO TO L0
             ELSE
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADPAGAR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM2.
           OPEN INPUT CADFORNEC
           IF ST-ERRO = "00"
              MOVE "S" TO W-FORNOK.
           PERFORM ABRIR-CADSESSAO.
           PERFORM ABRIR-CADLOG.
       MENU-FUNCAO.
           MOVE ZEROS TO W-FUNCAO
           DISPLAY TELAPAGAR
           ACCEPT TW-FUNCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-FUNCAO = 0
              GO TO ROT-FIM.
           IF W-FUNCAO = 1
              GO TO BX-L1.
           IF W-FUNCAO = 2
              GO TO LB-L0.
           IF W-FUNCAO = 3
              GO TO AG-L1.
           IF W-FUNCAO = 4
              GO TO AGING.
           MOVE "*** FUNCAO NAO DISPONIVEL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *
      *****************************************
      * 1 - BAIXA DE PAGAMENTO DA PARCELA     *
      *****************************************
      *
       BX-L1.
           MOVE ZEROS TO W-FORN W-NUMNF W-PARC W-DATAPG W-VALORPG
           DISPLAY TELAPAGAR.
       BX-L2.
           ACCEPT TW-FORN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
           PERFORM BUSCA-FORN THRU FIM-BUSCA-FORN
           DISPLAY (12, 19) W-RAZAO.
       BX-L3.
           ACCEPT TW-NUMNF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO BX-L2.
       BX-L4.
           ACCEPT TW-PARC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO BX-L3.
           MOVE W-FORN TO CODFORNPAG
           MOVE W-NUMNF TO NFPAGAR
           MOVE W-PARC TO PARCPAGAR
           READ CADPAGAR
           IF ST-ERRO NOT = "00"
              MOVE "*** PARCELA NAO ENCONTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BX-L3.
           PERFORM MOSTRA-PARCELA THRU FIM-MOSTRA-PARCELA
      *-----UMA PARCELA SO E BAIXADA UMA VEZ----------------------------
           IF PAGAR-PAGO
              MOVE "** PARCELA JA PAGA, BAIXA RECUSADA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BX-L3.
           IF PAGAR-BLOQUEADO
              MOVE "** NOTA BLOQUEADA: LIBERE A DIVERGENCIA ANTES **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BX-L3.
           MOVE W-DATAHOJE TO W-DATAPG
           MOVE VALORPARCPAGAR TO W-VALORPG.
       BX-L5.
           ACCEPT TW-DATAPG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO BX-L4.
           IF W-MESPG = ZEROS OR W-MESPG > 12
              OR W-DIAPG = ZEROS OR W-DIAPG > 31
              OR W-ANOPG < 1601 OR W-DATAPG > W-DATAHOJE
              MOVE "DATA DE PAGAMENTO INVALIDA (AAAAMMDD)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BX-L5.
       BX-L6.
           ACCEPT TW-VALORPG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO BX-L5.
           IF W-VALORPG = ZEROS
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BX-L6.
           IF W-VALORPG NOT = VALORPARCPAGAR
              MOVE "** VALOR PAGO DIFERENTE DA PARCELA, CONFIRA **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       BX-L7.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "CONFIRMA A BAIXA (S/N) : ".
           ACCEPT (23, 65) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO BX-L6.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** BAIXA NAO EFETUADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BX-L1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BX-L7.
           MOVE "P" TO STATUSPAGAR
           MOVE W-DATAPG TO DATAPAGPAGAR
           MOVE W-VALORPG TO VALORPAGOPAGAR
           MOVE W-CODOPERLOG TO CODOPERBXPAGAR
           REWRITE REGPAGAR
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "* ERRO NA GRAVACAO DO CADPAGAR *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "A" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           MOVE "*** PAGAMENTO BAIXADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO BX-L1.
      *
      *****************************************
      * 2 - LIBERAR OU CANCELAR NOTA BLOQUEADA*
      *****************************************
      *
       LB-L0.
           IF W-PERFILLOG < 3
              MOVE "** LIBERACAO EXIGE PERFIL SUPERVISOR **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
       LB-L1.
           MOVE ZEROS TO W-FORN W-NUMNF W-PARC
           DISPLAY TELAPAGAR.
       LB-L2.
           ACCEPT TW-FORN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
           PERFORM BUSCA-FORN THRU FIM-BUSCA-FORN
           DISPLAY (12, 19) W-RAZAO.
       LB-L3.
           ACCEPT TW-NUMNF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO LB-L2.
           MOVE W-FORN TO CODFORNPAG
           MOVE W-NUMNF TO NFPAGAR
           MOVE 1 TO PARCPAGAR
           READ CADPAGAR
           IF ST-ERRO NOT = "00"
              MOVE "*** NOTA FISCAL NAO ENCONTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LB-L3.
           PERFORM MOSTRA-PARCELA THRU FIM-MOSTRA-PARCELA
           IF NOT PAGAR-BLOQUEADO
              MOVE "** NOTA NAO ESTA BLOQUEADA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LB-L3.
           MOVE VALORNFPAGAR TO W-VALORED
           MOVE VALORESPPAGAR TO W-VALORED2
           DISPLAY (20, 05) "VALOR DA NOTA: " W-VALORED
           DISPLAY (21, 05) "RECEBIDO A PRECO DO PEDIDO: " W-VALORED2.
       LB-L4.
           MOVE SPACES TO W-OPCAO
           DISPLAY (23, 12) "L=LIBERAR  C=CANCELAR A NOTA : "
           ACCEPT (23, 43) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO LB-L1.
           IF W-OPCAO NOT = "L" AND W-OPCAO NOT = "C"
              GO TO LB-L4.
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           MOVE W-FORN TO CODFORNPAG
           MOVE W-NUMNF TO NFPAGAR
           MOVE ZEROS TO PARCPAGAR
           START CADPAGAR KEY IS NOT LESS KEYPAGAR INVALID KEY
                 GO TO LB-L6.
       LB-L5.
           READ CADPAGAR NEXT
           IF ST-ERRO NOT = "00"
              GO TO LB-L6.
           IF CODFORNPAG NOT = W-FORN OR NFPAGAR NOT = W-NUMNF
              GO TO LB-L6.
           IF NOT PAGAR-BLOQUEADO
              GO TO LB-L5.
           IF W-OPCAO = "C"
              DELETE CADPAGAR RECORD
              MOVE "E" TO ACAOLOGTX
           ELSE
              MOVE "A" TO STATUSPAGAR
              MOVE W-CODOPERLOG TO CODOPERLIBPAGAR
              REWRITE REGPAGAR
              MOVE "O" TO ACAOLOGTX.
           PERFORM ESCREVE-LOG
           GO TO LB-L5.
       LB-L6.
           IF W-OPCAO = "C"
              MOVE "*** NOTA CANCELADA EM CONTAS A PAGAR ***" TO MENS
           ELSE
              MOVE "*** NOTA LIBERADA PARA PAGAMENTO ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO LB-L1.
      *
      *****************************************
      * 3 - AGENDA DE PAGAMENTOS DO PERIODO   *
      *****************************************
      *
       AG-L1.
           MOVE W-DATAHOJE TO W-DATAINI W-DATAFIM.
       AG-L2.
           ACCEPT TW-DATAINI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
       AG-L3.
           ACCEPT TW-DATAFIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO AG-L2.
           IF W-DATAFIM < W-DATAINI
              MOVE "DATA FINAL MENOR QUE A INICIAL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AG-L3.
           OPEN OUTPUT AGENDAPGTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO AGENDAPG" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           MOVE W-DATAINI TO DATAINIAGTX
           MOVE W-DATAFIM TO DATAFIMAGTX
           WRITE REGAGENDAPGTX FROM CABAGENDA
           MOVE SPACES TO REGAGENDAPGTX
           WRITE REGAGENDAPGTX
           WRITE REGAGENDAPGTX FROM CABAGENDACOL
           MOVE ZEROS TO W-DIAANT W-TOTDIA W-TOTAGENDA W-QTDEAGENDA
           MOVE W-DATAINI TO DATAVENCPAGAR
           START CADPAGAR KEY IS NOT LESS DATAVENCPAGAR INVALID KEY
                 GO TO AG-FIM.
       AG-L4.
           READ CADPAGAR NEXT
           IF ST-ERRO NOT = "00"
              GO TO AG-FIM.
           IF DATAVENCPAGAR > W-DATAFIM
              GO TO AG-FIM.
           IF PAGAR-PAGO
              GO TO AG-L4.
           IF DATAVENCPAGAR NOT = W-DIAANT
              PERFORM AG-SUBTOTAL THRU FIM-AG-SUBTOTAL
              MOVE DATAVENCPAGAR TO W-DIAANT.
           MOVE DATAVENCPAGAR TO VENCAGTX
           MOVE CODFORNPAG TO FORNAGTX W-FORN
           PERFORM BUSCA-FORN THRU FIM-BUSCA-FORN
           MOVE W-RAZAO TO RAZAOAGTX
           MOVE NFPAGAR TO NFAGTX
           MOVE PARCPAGAR TO PARCAGTX
           MOVE QTDEPARCPAGAR TO QTDEAGTX
           MOVE VALORPARCPAGAR TO VALORAGTX
           IF PAGAR-BLOQUEADO
              MOVE "BLOQUEADA" TO SITAGTX
           ELSE
              MOVE "ABERTA" TO SITAGTX.
           WRITE REGAGENDAPGTX FROM DETAGENDA
           ADD VALORPARCPAGAR TO W-TOTDIA W-TOTAGENDA
           ADD 1 TO W-QTDEAGENDA
           GO TO AG-L4.
       AG-FIM.
           PERFORM AG-SUBTOTAL THRU FIM-AG-SUBTOTAL
           MOVE SPACES TO REGAGENDAPGTX
           WRITE REGAGENDAPGTX
           MOVE W-QTDEAGENDA TO QTDEAGENDATX
           MOVE W-TOTAGENDA TO TOTAGENDATX
           WRITE REGAGENDAPGTX FROM TOTAGENDA
           CLOSE AGENDAPGTX
           DISPLAY (20, 05) "PARCELAS NO PERIODO : " W-QTDEAGENDA
           MOVE "*** AGENDA GERADA EM AGENDAPG.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *
       AG-SUBTOTAL.
           IF W-DIAANT = ZEROS
              GO TO FIM-AG-SUBTOTAL.
           MOVE W-DIAANT TO DIASUBAGTX
           MOVE W-TOTDIA TO VALORSUBAGTX
           WRITE REGAGENDAPGTX FROM SUBAGENDA
           MOVE ZEROS TO W-TOTDIA.
       FIM-AG-SUBTOTAL.
           EXIT.
      *
      *****************************************
      * 4 - AGING DAS PARCELAS EM ABERTO      *
      *****************************************
      *
       AGING.
           OPEN OUTPUT AGINGPGTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO AGINGPG" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           MOVE W-DATAHOJE TO DATAAGINGTX
           WRITE REGAGINGPGTX FROM CABAGING
           WRITE REGAGINGPGTX FROM NOTAAGING
           MOVE SPACES TO REGAGINGPGTX
           WRITE REGAGINGPGTX
           WRITE REGAGINGPGTX FROM CABAGINGCOL
           MOVE ZEROS TO W-FORNANT TABFAIXAFORN TABFAIXAGERAL
           MOVE ZEROS TO KEYPAGAR
           START CADPAGAR KEY IS NOT LESS KEYPAGAR INVALID KEY
                 GO TO AGING-FIM.
       AGING1.
           READ CADPAGAR NEXT
           IF ST-ERRO NOT = "00"
              GO TO AGING-FIM.
           IF PAGAR-PAGO
              GO TO AGING1.
           IF CODFORNPAG NOT = W-FORNANT
              PERFORM AGING-FORN THRU FIM-AGING-FORN
              MOVE CODFORNPAG TO W-FORNANT.
           COMPUTE W-DIASATRASO = W-JULHOJE
                 - FUNCTION INTEGER-OF-DATE(DATAVENCPAGAR)
           IF W-DIASATRASO NOT > ZEROS
              MOVE 1 TO W-FAIXA
           ELSE
              IF W-DIASATRASO NOT > 30
                 MOVE 2 TO W-FAIXA
              ELSE
                 IF W-DIASATRASO NOT > 60
                    MOVE 3 TO W-FAIXA
                 ELSE
                    IF W-DIASATRASO NOT > 90
                       MOVE 4 TO W-FAIXA
                    ELSE
                       MOVE 5 TO W-FAIXA.
           ADD VALORPARCPAGAR TO TBF-VALOR(W-FAIXA) TBF-VALOR(6)
           ADD VALORPARCPAGAR TO TBG-VALOR(W-FAIXA) TBG-VALOR(6)
           GO TO AGING1.
       AGING-FIM.
           PERFORM AGING-FORN THRU FIM-AGING-FORN
           MOVE SPACES TO REGAGINGPGTX
           WRITE REGAGINGPGTX
           MOVE ZEROS TO FORNAGINGTX
           MOVE "TOTAL GERAL" TO RAZAOAGINGTX
           MOVE 1 TO IND1.
       AGING-FIM1.
           MOVE SPACES TO SEPAGINGTX(IND1)
           MOVE TBG-VALOR(IND1) TO FAIXAAGINGTX(IND1)
           IF IND1 < 6
              ADD 1 TO IND1
              GO TO AGING-FIM1.
           WRITE REGAGINGPGTX FROM DETAGING
           CLOSE AGINGPGTX
           MOVE TBG-VALOR(6) TO W-VALORED
           DISPLAY (20, 05) "TOTAL EM ABERTO : " W-VALORED
           MOVE "*** AGING GERADO EM AGINGPG.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *
       AGING-FORN.
           IF W-FORNANT = ZEROS
              GO TO FIM-AGING-FORN.
           MOVE W-FORNANT TO FORNAGINGTX W-FORN
           PERFORM BUSCA-FORN THRU FIM-BUSCA-FORN
           MOVE W-RAZAO TO RAZAOAGINGTX
           MOVE 1 TO IND1.
       AGING-FORN1.
           MOVE SPACES TO SEPAGINGTX(IND1)
           MOVE TBF-VALOR(IND1) TO FAIXAAGINGTX(IND1)
           MOVE ZEROS TO TBF-VALOR(IND1)
           IF IND1 < 6
              ADD 1 TO IND1
              GO TO AGING-FORN1.
           WRITE REGAGINGPGTX FROM DETAGING.
       FIM-AGING-FORN.
           EXIT.
      *
      *****************************************
      * ROTINAS DE APOIO                      *
      *****************************************
      *
       BUSCA-FORN.
           MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO W-RAZAO
           IF W-FORNOK NOT = "S"
              GO TO FIM-BUSCA-FORN.
           MOVE W-FORN TO CODFORNEC
           READ CADFORNEC
           IF ST-ERRO = "00"
              MOVE RAZAOFORNEC TO W-RAZAO.
       FIM-BUSCA-FORN.
           EXIT.
      *
       MOSTRA-PARCELA.
           MOVE VALORPARCPAGAR TO W-VALORED
           DISPLAY (13, 17) DATAVENCPAGAR
           DISPLAY (13, 37) W-VALORED
           MOVE SPACES TO W-SITTX
           IF PAGAR-ABERTO
              MOVE "EM ABERTO" TO W-SITTX.
           IF PAGAR-PAGO
              MOVE "PAGA EM" TO W-SITTX
              MOVE DATAPAGPAGAR TO W-SITTX(9:8).
           IF PAGAR-BLOQUEADO AND DIV-QUANTIDADE
              MOVE "BLOQUEADA - RECEBIDO > PEDIDO" TO W-SITTX.
           IF PAGAR-BLOQUEADO AND DIV-VALOR
              MOVE "BLOQUEADA - NOTA > RECEBIDO" TO W-SITTX.
           DISPLAY (14, 17) W-SITTX.
       FIM-MOSTRA-PARCELA.
           EXIT.
      *
      *****************************************
      * ROTINA DE AUDITORIA                   *
      *****************************************
      *
       ABRIR-CADSESSAO.
           MOVE ZEROS TO W-CODOPERLOG
           MOVE "DESCONHECIDO" TO W-NOMEOPERLOG
           MOVE ZEROS TO W-SESSAOATUAL
           OPEN INPUT SESATUAL
           IF ST-ERRO = "00"
              READ SESATUAL
              IF ST-ERRO = "00"
                 MOVE REGSESATUAL TO W-SESSAOATUAL
                 CLOSE SESATUAL
              ELSE
                 CLOSE SESATUAL.
           IF W-SESSAOATUAL NOT = ZEROS
              OPEN INPUT CADSESSAO
              IF ST-ERRO = "00"
                 MOVE W-SESSAOATUAL TO CHAVESESSAO
                 READ CADSESSAO
                 IF ST-ERRO = "00"
                    MOVE CODOPERSESSAO TO W-CODOPERLOG
                    MOVE NOMEOPERSESSAO TO W-NOMEOPERLOG
                    MOVE PERFILSESSAO TO W-PERFILLOG
                    CLOSE CADSESSAO
                 ELSE
                    CLOSE CADSESSAO.
       ABRIR-CADLOG.
           OPEN EXTEND CADLOG
           IF ST-ERRO NOT = "00"
              OPEN OUTPUT CADLOG
              CLOSE CADLOG
              OPEN EXTEND CADLOG.
       ESCREVE-LOG.
           ACCEPT W-DATALOG FROM DATE YYYYMMDD
           ACCEPT W-HORALOG FROM TIME
           MOVE W-DATALOG TO DATALOGTX
           MOVE W-HORALOG TO HORALOGTX
           MOVE W-CODOPERLOG TO CODOPERLOGTX
           MOVE W-NOMEOPERLOG TO NOMEOPERLOGTX
           MOVE "CONTASPG" TO PROGRAMALOGTX
           MOVE CODFORNPAG TO FORNCHAVETX
           MOVE NFPAGAR TO NFCHAVETX
           MOVE PARCPAGAR TO PARCCHAVETX
           MOVE W-CHAVEPAGAR TO CHAVELOGTX
           MOVE LOGTX TO REGLOG
           WRITE REGLOG.
      *
       ROT-FIM.
           CLOSE CADPAGAR CADLOG.
           IF W-FORNOK = "S"
              CLOSE CADFORNEC.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
      *
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
       ROT-MENS1.
           DISPLAY (23, 12) MENS.
       ROT-MENS2.
           ADD 1 TO W-CONT
           IF W-CONT < 3000
              GO TO ROT-MENS2
           ELSE
              DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
           EXIT.
       FIM-ROT-MENS.
