       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVREC.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    PREVISAO DE RECEBIMENTOS (CADPREVREC)                      *
      *    FLUXO DE CAIXA SEMANAL POR CONVENIO/EMPRESA E PARCELAS DE  *
      *    PACIENTES (FLUXOREC.DOC), LISTA DE COBRANCA DOS LOTES SEM  *
      *    RETORNO APOS A DATA PREVISTA (COBRLOTE.DOC) E BAIXA MANUAL *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPREVREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPREVREC
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPARCELA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPARCELA
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGOCONV
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMECONV WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PLANO WITH DUPLICATES.
       SELECT CADEMPRESA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODEMPRESA
                    FILE STATUS  IS ST-ERRO.
       SELECT FLUXORECTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT COBRLOTETX ASSIGN TO DISK
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
      *---------PREVISAO DE RECEBIMENTO (LOTE DE CONVENIO / FATURA)---
       FD CADPREVREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPREVREC.DAT".
       01  REGPREVREC.
           03 KEYPREVREC.
              05 TIPOPREV         PIC X(01).
                 88 PREV-CONVENIO   VALUE "C".
                 88 PREV-EMPRESA    VALUE "E".
              05 CODPREV          PIC 9(04).
              05 REFPREV          PIC 9(06).
           03 DATAENTPREV         PIC 9(08).
           03 QTDEPREV            PIC 9(06).
           03 VALORPREV           PIC 9(09)V99.
           03 DATAPREVISTA        PIC 9(08).
           03 STATUSPREV          PIC X(01).
              88 PREV-ABERTO        VALUE "A".
              88 PREV-RECEBIDO      VALUE "R".
           03 DATARECPREV         PIC 9(08).
           03 VALORRECPREV        PIC 9(09)V99.
           03 FILLER              PIC X(20).
      *---------PARCELAS DO PLANO DE PAGAMENTO DO PACIENTE------------
       FD CADPARCELA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARCELA.DAT".
       01  REGPARCELA.
           03 KEYPARCELA.
              05 CPFPARC          PIC 9(11).
              05 PLANOPARC        PIC 9(03).
              05 NUMPARC          PIC 9(02).
           03 VENCPARC            PIC 9(08).
           03 VALORPARC           PIC 9(06)V99.
           03 PAGOPARC            PIC X(01).
              88 PARC-PAGA          VALUE "S".
              88 PARC-ABERTA        VALUE "N".
           03 DATAPAGPARC         PIC 9(08).
           03 FORMAPARC           PIC 9(01).
      *
       FD CADCONV
              LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01  REGCONV.
           03 CODIGOCONV          PIC 9(04).
           03 NOMECONV            PIC X(30).
           03 PLANO               PIC 9(02).
           03 ANS                 PIC 9(06).
           03 ANSVALIDADE.
              05 ANSVALDIA        PIC 9(02).
              05 ANSVALMES        PIC 9(02).
              05 ANSVALANO        PIC 9(04).
      *
       FD CADEMPRESA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEMPRESA.DAT".
       01  REGEMPRESA.
           03 CODEMPRESA          PIC 9(04).
           03 CNPJEMPRESA         PIC 9(14).
           03 RAZAOEMPRESA        PIC X(40).
           03 CONTATOEMPRESA      PIC X(30).
           03 TELEFONEEMPRESA.
              05 DDDEMPRESA       PIC 9(02).
              05 NUMEROEMPRESA    PIC 9(09).
           03 CONTRATOEMPRESA     PIC X(20).
           03 ATIVAEMPRESA        PIC X(01).
      *
       FD FLUXORECTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FLUXOREC.DOC".
       01 REGFLUXORECTX        PIC X(150).
      *
       FD COBRLOTETX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COBRLOTE.DOC".
       01 REGCOBRLOTETX        PIC X(120).
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
       01 W-PARCOK      PIC X(01) VALUE "N".
       01 W-CONVOK      PIC X(01) VALUE "N".
       01 W-EMPOK       PIC X(01) VALUE "N".
       01 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-JULHOJE     PIC 9(07) VALUE ZEROS.
       01 W-TIPO        PIC X(01) VALUE SPACES.
       01 W-COD         PIC 9(04) VALUE ZEROS.
       01 W-REF         PIC 9(06) VALUE ZEROS.
       01 W-NOME        PIC X(40) VALUE SPACES.
       01 W-DATAREC     PIC 9(08) VALUE ZEROS.
       01 W-DATARECR REDEFINES W-DATAREC.
          03 W-ANOREC   PIC 9(04).
          03 W-MESREC   PIC 9(02).
          03 W-DIAREC   PIC 9(02).
       01 W-VALORREC    PIC 9(09)V99 VALUE ZEROS.
       01 W-VALORED     PIC ZZZ.ZZZ.ZZ9,99.
       01 W-SITTX       PIC X(30) VALUE SPACES.
      *---FLUXO: 1=VENCIDO 2-7=SEMANAS 8=APOS 9=TOTAL------------------
       01 W-CHAVEANT.
          03 W-TIPOANT  PIC X(01) VALUE SPACES.
          03 W-CODANT   PIC 9(04) VALUE ZEROS.
       01 W-DIAS        PIC S9(07) VALUE ZEROS.
       01 W-SEMANA      PIC 9(07) VALUE ZEROS.
       01 W-FAIXA       PIC 9(01) VALUE ZEROS.
       01 W-DATAVAL     PIC 9(08) VALUE ZEROS.
       01 W-VALORVAL    PIC 9(09)V99 VALUE ZEROS.
       01 IND1          PIC 9(01) VALUE ZEROS.
       01 TABFAIXACOD.
          03 TBC-VALOR  PIC 9(11)V99 OCCURS 9 TIMES.
       01 TABFAIXAGERAL.
          03 TBG-VALOR  PIC 9(11)V99 OCCURS 9 TIMES.
      *---COBRANCA DOS LOTES--------------------------------------------
       01 W-QTDECOBR    PIC 9(06) VALUE ZEROS.
       01 W-TOTCOBR     PIC 9(11)V99 VALUE ZEROS.
      *---LINHAS DO FLUXO----------------------------------------------
       01 CABFLUXO.
          03 FILLER PIC X(50) VALUE
          "HOSPITAL MAINFRAME *** FLUXO DE RECEBIMENTOS PREVI".
          03 FILLER PIC X(27) VALUE "STOS POR SEMANA ***  DATA: ".
          03 DATAFLUXOTX    PIC 9(08).
       01 NOTAFLUXO.
          03 FILLER PIC X(50) VALUE
          "(C=LOTE DE CONVENIO E=FATURA DE EMPRESA PELA DATA ".
          03 FILLER PIC X(50) VALUE
          "PREVISTA NO PRAZO CONTRATUAL; PARCELAS DE PACIENTE".
          03 FILLER PIC X(20) VALUE
          "S PELO VENCIMENTO)  ".
       01 CABFLUXOCOL.
          03 FILLER PIC X(50) VALUE
          "T COD  NOME                         VENCIDO     SE".
          03 FILLER PIC X(50) VALUE
          "MANA 1     SEMANA 2     SEMANA 3     SEMANA 4     ".
          03 FILLER PIC X(47) VALUE
          "SEMANA 5     SEMANA 6         APOS        TOTAL".
       01 CABFLUXODT.
          03 FILLER PIC X(43) VALUE
          "                         INICIO DA SEMANA :".
          03 DTSEMANATX     OCCURS 6 TIMES.
             05 SEPDTTX     PIC X(05).
             05 DTSEMTX     PIC 9(08).
       01 DETFLUXO.
          03 TIPOFLUXOTX    PIC X(01).
          03 FILLER         PIC X(01) VALUE " ".
          03 CODFLUXOTX     PIC 9(04).
          03 FILLER         PIC X(01) VALUE " ".
          03 NOMEFLUXOTX    PIC X(23).
          03 FAIXASFLUXOTX  OCCURS 9 TIMES.
             05 SEPFLUXOTX  PIC X(01).
             05 FAIXAFLUXOTX PIC ZZZZZZZZ9,99.
      *---LINHAS DA COBRANCA-------------------------------------------
       01 CABCOBR.
          03 FILLER PIC X(50) VALUE
          "HOSPITAL MAINFRAME *** COBRANCA DE LOTES SEM RETOR".
          03 FILLER PIC X(31) VALUE "NO APOS A DATA PREVISTA *** DAT".
          03 FILLER PIC X(03) VALUE "A: ".
          03 DATACOBRTX     PIC 9(08).
       01 CABCOBRCOL.
          03 FILLER PIC X(50) VALUE
          "LOTE   CONV NOME DO CONVENIO               ENTREGA".
          03 FILLER PIC X(38) VALUE
          "  PREVISTA ATRASO GUIAS          VALOR".
       01 DETCOBR.
          03 LOTECOBRTX     PIC 9(06).
          03 FILLER         PIC X(01) VALUE " ".
          03 CONVCOBRTX     PIC 9(04).
          03 FILLER         PIC X(01) VALUE " ".
          03 NOMECOBRTX     PIC X(30).
          03 FILLER         PIC X(01) VALUE " ".
          03 ENTCOBRTX      PIC 9(08).
          03 FILLER         PIC X(01) VALUE " ".
          03 PREVCOBRTX     PIC 9(08).
          03 FILLER         PIC X(01) VALUE " ".
          03 ATRASOCOBRTX   PIC ZZZZZ9.
          03 FILLER         PIC X(01) VALUE " ".
          03 QTDECOBRTX     PIC ZZZZ9.
          03 FILLER         PIC X(01) VALUE " ".
          03 VALORCOBRTX    PIC ZZZ.ZZZ.ZZ9,99.
       01 TOTCOBR.
          03 FILLER PIC X(22) VALUE "LOTES A COBRAR.......:".
          03 QTDECOBRTOTX   PIC ZZZZZ9.
          03 FILLER PIC X(22) VALUE "   TOTAL EM ATRASO..:".
          03 TOTCOBRTX      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *---AUDITORIA-------------------------------------------
       01 W-SESSAOATUAL  PIC 9(04) VALUE ZEROS.
       01 W-PERFILLOG    PIC 9(01) VALUE ZEROS.
       01 W-CODOPERLOG   PIC 9(04) VALUE ZEROS.
       01 W-NOMEOPERLOG  PIC X(30) VALUE SPACES.
       01 W-DATALOG      PIC 9(08) VALUE ZEROS.
       01 W-HORALOG      PIC 9(06) VALUE ZEROS.
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
       01  TELAPREV.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "             PREVISAO DE RECEBIMENTOS".
           05  LINE 04  COLUMN 01
               VALUE  "   1 - FLUXO SEMANAL DE RECEBIMENTOS".
           05  LINE 05  COLUMN 01
               VALUE  "   2 - COBRANCA DE LOTES SEM RETORNO".
           05  LINE 06  COLUMN 01
               VALUE  "   3 - BAIXAR RECEBIMENTO PREVISTO".
           05  LINE 08  COLUMN 01
               VALUE  "   FUNCAO :   ( 0 - ENCERRA )".
           05  LINE 10  COLUMN 01
               VALUE  "   TIPO (C/E) :".
           05  LINE 10  COLUMN 20
               VALUE  "CODIGO :".
           05  LINE 10  COLUMN 35
               VALUE  "LOTE / AAAAMM :".
           05  LINE 11  COLUMN 01
               VALUE  "   NOME :".
           05  LINE 12  COLUMN 01
               VALUE  "   ENTREGA :".
           05  LINE 12  COLUMN 25
               VALUE  "PREVISTA :".
           05  LINE 12  COLUMN 46
               VALUE  "VALOR :".
           05  LINE 13  COLUMN 01
               VALUE  "   SITUACAO :".
           05  LINE 15  COLUMN 01
               VALUE  "   DATA RECEB. (AAAAMMDD) :".
           05  LINE 15  COLUMN 39
               VALUE  "VALOR RECEBIDO :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TW-FUNCAO
               LINE 08  COLUMN 13  PIC 9(01)
               USING  W-FUNCAO
               HIGHLIGHT.
           05  TW-TIPO
               LINE 10  COLUMN 17  PIC X(01)
               USING  W-TIPO
               HIGHLIGHT.
           05  TW-COD
               LINE 10  COLUMN 29  PIC 9(04)
               USING  W-COD
               HIGHLIGHT.
           05  TW-REF
               LINE 10  COLUMN 51  PIC 9(06)
               USING  W-REF
               HIGHLIGHT.
           05  TW-DATAREC
               LINE 15  COLUMN 29  PIC 9(08)
               USING  W-DATAREC
               HIGHLIGHT.
           05  TW-VALORREC
               LINE 15  COLUMN 56  PIC 9(09)V99
               USING  W-VALORREC
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           COMPUTE W-JULHOJE = FUNCTION INTEGER-OF-DATE(W-DATAHOJE).
       L0.
           OPEN I-O CADPREVREC
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADPREVREC
                CLOSE CADPREVREC
                GO TO L0
             ELSE
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADPREVREC" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM2.
           OPEN INPUT CADPARCELA
           IF ST-ERRO = "00"
              MOVE "S" TO W-PARCOK.
           OPEN INPUT CADCONV
           IF ST-ERRO = "00"
              MOVE "S" TO W-CONVOK.
           OPEN INPUT CADEMPRESA
           IF ST-ERRO = "00"
              MOVE "S" TO W-EMPOK.
           PERFORM ABRIR-CADSESSAO.
           PERFORM ABRIR-CADLOG.
       MENU-FUNCAO.
           MOVE ZEROS TO W-FUNCAO
           DISPLAY TELAPREV
           ACCEPT TW-FUNCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-FUNCAO = 0
              GO TO ROT-FIM.
           IF W-FUNCAO = 1
              GO TO FLUXO.
           IF W-FUNCAO = 2
              GO TO COBRANCA.
           IF W-FUNCAO = 3
              GO TO BX-L1.
           MOVE "*** FUNCAO NAO DISPONIVEL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *
      *****************************************
      * 1 - FLUXO SEMANAL DE RECEBIMENTOS     *
      *****************************************
      *
       FLUXO.
           OPEN OUTPUT FLUXORECTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO FLUXOREC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           MOVE W-DATAHOJE TO DATAFLUXOTX
           WRITE REGFLUXORECTX FROM CABFLUXO
           WRITE REGFLUXORECTX FROM NOTAFLUXO
           MOVE SPACES TO REGFLUXORECTX
           WRITE REGFLUXORECTX
           WRITE REGFLUXORECTX FROM CABFLUXOCOL
           MOVE 1 TO IND1.
       FLUXO-DT.
           MOVE SPACES TO SEPDTTX(IND1)
           COMPUTE DTSEMTX(IND1) = FUNCTION DATE-OF-INTEGER
                 (W-JULHOJE + (IND1 - 1) * 7)
           IF IND1 < 6
              ADD 1 TO IND1
              GO TO FLUXO-DT.
           WRITE REGFLUXORECTX FROM CABFLUXODT
           MOVE SPACES TO REGFLUXORECTX
           WRITE REGFLUXORECTX
           MOVE ZEROS TO TABFAIXACOD TABFAIXAGERAL
           MOVE SPACES TO W-TIPOANT
           MOVE ZEROS TO W-CODANT
           MOVE LOW-VALUES TO KEYPREVREC
           START CADPREVREC KEY IS NOT LESS KEYPREVREC INVALID KEY
                 GO TO FLUXO-PARC.
       FLUXO1.
           READ CADPREVREC NEXT
           IF ST-ERRO NOT = "00"
              GO TO FLUXO-PARC.
           IF NOT PREV-ABERTO
              GO TO FLUXO1.
           IF TIPOPREV NOT = W-TIPOANT OR CODPREV NOT = W-CODANT
              PERFORM FLUXO-LINHA THRU FIM-FLUXO-LINHA
              MOVE TIPOPREV TO W-TIPOANT
              MOVE CODPREV TO W-CODANT.
           MOVE DATAPREVISTA TO W-DATAVAL
           MOVE VALORPREV TO W-VALORVAL
           PERFORM ACHA-FAIXA THRU FIM-ACHA-FAIXA
           GO TO FLUXO1.
      *-----PARCELAS EM ABERTO DOS PACIENTES NUMA LINHA SO--------------
       FLUXO-PARC.
           PERFORM FLUXO-LINHA THRU FIM-FLUXO-LINHA
           MOVE SPACES TO W-TIPOANT
           MOVE ZEROS TO W-CODANT
           IF W-PARCOK NOT = "S"
              GO TO FLUXO-FIM.
           MOVE "P" TO W-TIPOANT
           MOVE ZEROS TO KEYPARCELA
           START CADPARCELA KEY IS NOT LESS KEYPARCELA INVALID KEY
                 GO TO FLUXO-PARC2.
       FLUXO-PARC1.
           READ CADPARCELA NEXT
           IF ST-ERRO NOT = "00"
              GO TO FLUXO-PARC2.
           IF NOT PARC-ABERTA OR VENCPARC = ZEROS
              GO TO FLUXO-PARC1.
           MOVE VENCPARC TO W-DATAVAL
           MOVE VALORPARC TO W-VALORVAL
           PERFORM ACHA-FAIXA THRU FIM-ACHA-FAIXA
           GO TO FLUXO-PARC1.
       FLUXO-PARC2.
           PERFORM FLUXO-LINHA THRU FIM-FLUXO-LINHA.
       FLUXO-FIM.
           MOVE SPACES TO REGFLUXORECTX
           WRITE REGFLUXORECTX
           MOVE SPACES TO TIPOFLUXOTX
           MOVE ZEROS TO CODFLUXOTX
           MOVE "TOTAL GERAL" TO NOMEFLUXOTX
           MOVE 1 TO IND1.
       FLUXO-FIM1.
           MOVE SPACES TO SEPFLUXOTX(IND1)
           MOVE TBG-VALOR(IND1) TO FAIXAFLUXOTX(IND1)
           IF IND1 < 9
              ADD 1 TO IND1
              GO TO FLUXO-FIM1.
           WRITE REGFLUXORECTX FROM DETFLUXO
           CLOSE FLUXORECTX
           MOVE TBG-VALOR(9) TO W-VALORED
           DISPLAY (20, 05) "TOTAL A RECEBER : " W-VALORED
           MOVE "*** FLUXO GERADO EM FLUXOREC.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *
      *-----1=VENCIDO, 2 A 7=SEMANAS A PARTIR DE HOJE, 8=APOS----------
       ACHA-FAIXA.
           COMPUTE W-DIAS = FUNCTION INTEGER-OF-DATE(W-DATAVAL)
                 - W-JULHOJE
           IF W-DIAS < ZEROS
              MOVE 1 TO W-FAIXA
           ELSE
              DIVIDE W-DIAS BY 7 GIVING W-SEMANA
              IF W-SEMANA < 6
                 COMPUTE W-FAIXA = W-SEMANA + 2
              ELSE
                 MOVE 8 TO W-FAIXA.
           ADD W-VALORVAL TO TBC-VALOR(W-FAIXA) TBC-VALOR(9)
           ADD W-VALORVAL TO TBG-VALOR(W-FAIXA) TBG-VALOR(9).
       FIM-ACHA-FAIXA.
           EXIT.
      *
       FLUXO-LINHA.
           IF W-TIPOANT = SPACES OR TBC-VALOR(9) = ZEROS
              GO TO FIM-FLUXO-LINHA.
           MOVE W-TIPOANT TO TIPOFLUXOTX
           MOVE W-CODANT TO CODFLUXOTX
           IF W-TIPOANT = "P"
              MOVE "PARCELAS DE PACIENTES" TO NOMEFLUXOTX
           ELSE
              MOVE W-TIPOANT TO W-TIPO
              MOVE W-CODANT TO W-COD
              PERFORM BUSCA-NOME THRU FIM-BUSCA-NOME
              MOVE W-NOME TO NOMEFLUXOTX.
           MOVE 1 TO IND1.
       FLUXO-LINHA1.
           MOVE SPACES TO SEPFLUXOTX(IND1)
           MOVE TBC-VALOR(IND1) TO FAIXAFLUXOTX(IND1)
           MOVE ZEROS TO TBC-VALOR(IND1)
           IF IND1 < 9
              ADD 1 TO IND1
              GO TO FLUXO-LINHA1.
           WRITE REGFLUXORECTX FROM DETFLUXO.
       FIM-FLUXO-LINHA.
           EXIT.
      *
      *****************************************
      * 2 - COBRANCA DE LOTES SEM RETORNO     *
      *****************************************
      *
       COBRANCA.
           OPEN OUTPUT COBRLOTETX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO COBRLOTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           MOVE W-DATAHOJE TO DATACOBRTX
           WRITE REGCOBRLOTETX FROM CABCOBR
           MOVE SPACES TO REGCOBRLOTETX
           WRITE REGCOBRLOTETX
           WRITE REGCOBRLOTETX FROM CABCOBRCOL
           MOVE ZEROS TO W-QTDECOBR W-TOTCOBR
           MOVE "C" TO TIPOPREV
           MOVE ZEROS TO CODPREV REFPREV
           START CADPREVREC KEY IS NOT LESS KEYPREVREC INVALID KEY
                 GO TO COBRANCA-FIM.
       COBRANCA1.
           READ CADPREVREC NEXT
           IF ST-ERRO NOT = "00"
              GO TO COBRANCA-FIM.
           IF NOT PREV-CONVENIO
              GO TO COBRANCA-FIM.
           IF NOT PREV-ABERTO OR DATAPREVISTA NOT < W-DATAHOJE
              GO TO COBRANCA1.
           MOVE REFPREV TO LOTECOBRTX
           MOVE CODPREV TO CONVCOBRTX W-COD
           MOVE "C" TO W-TIPO
           PERFORM BUSCA-NOME THRU FIM-BUSCA-NOME
           MOVE W-NOME TO NOMECOBRTX
           MOVE DATAENTPREV TO ENTCOBRTX
           MOVE DATAPREVISTA TO PREVCOBRTX
           COMPUTE W-DIAS = W-JULHOJE
                 - FUNCTION INTEGER-OF-DATE(DATAPREVISTA)
           MOVE W-DIAS TO ATRASOCOBRTX
           MOVE QTDEPREV TO QTDECOBRTX
           MOVE VALORPREV TO VALORCOBRTX
           WRITE REGCOBRLOTETX FROM DETCOBR
           ADD 1 TO W-QTDECOBR
           ADD VALORPREV TO W-TOTCOBR
           GO TO COBRANCA1.
       COBRANCA-FIM.
           MOVE SPACES TO REGCOBRLOTETX
           WRITE REGCOBRLOTETX
           MOVE W-QTDECOBR TO QTDECOBRTOTX
           MOVE W-TOTCOBR TO TOTCOBRTX
           WRITE REGCOBRLOTETX FROM TOTCOBR
           CLOSE COBRLOTETX
           DISPLAY (20, 05) "LOTES A COBRAR : " W-QTDECOBR
           MOVE "*** LISTA GERADA EM COBRLOTE.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *
      *****************************************
      * 3 - BAIXA MANUAL DO RECEBIMENTO       *
      *****************************************
      *
       BX-L1.
           MOVE SPACES TO W-TIPO
           MOVE ZEROS TO W-COD W-REF W-DATAREC W-VALORREC
           DISPLAY TELAPREV.
       BX-L2.
           ACCEPT TW-TIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
           IF W-TIPO = "c"
              MOVE "C" TO W-TIPO.
           IF W-TIPO = "e"
              MOVE "E" TO W-TIPO.
           IF W-TIPO NOT = "C" AND W-TIPO NOT = "E"
              MOVE "DIGITE C=CONVENIO OU E=EMPRESA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BX-L2.
           DISPLAY TW-TIPO.
       BX-L3.
           ACCEPT TW-COD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO BX-L2.
           PERFORM BUSCA-NOME THRU FIM-BUSCA-NOME
           DISPLAY (11, 11) W-NOME.
       BX-L4.
           ACCEPT TW-REF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO BX-L3.
           MOVE W-TIPO TO TIPOPREV
           MOVE W-COD TO CODPREV
           MOVE W-REF TO REFPREV
           READ CADPREVREC
           IF ST-ERRO NOT = "00"
              MOVE "*** PREVISAO NAO ENCONTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BX-L4.
           MOVE VALORPREV TO W-VALORED
           DISPLAY (12, 14) DATAENTPREV
           DISPLAY (12, 36) DATAPREVISTA
           DISPLAY (12, 54) W-VALORED
           MOVE "EM ABERTO" TO W-SITTX
           IF PREV-RECEBIDO
              MOVE "RECEBIDO EM" TO W-SITTX
              MOVE DATARECPREV TO W-SITTX(13:8).
           DISPLAY (13, 15) W-SITTX
           IF PREV-RECEBIDO
              MOVE "** RECEBIMENTO JA BAIXADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BX-L4.
           MOVE W-DATAHOJE TO W-DATAREC
           MOVE VALORPREV TO W-VALORREC.
       BX-L5.
           ACCEPT TW-DATAREC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO BX-L4.
           IF W-MESREC = ZEROS OR W-MESREC > 12
              OR W-DIAREC = ZEROS OR W-DIAREC > 31
              OR W-ANOREC < 1601 OR W-DATAREC > W-DATAHOJE
              MOVE "DATA DE RECEBIMENTO INVALIDA (AAAAMMDD)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BX-L5.
       BX-L6.
           ACCEPT TW-VALORREC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO BX-L5.
           IF W-VALORREC = ZEROS
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BX-L6.
           IF W-VALORREC NOT = VALORPREV
              MOVE "** VALOR RECEBIDO DIFERENTE DO PREVISTO **"
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
           MOVE "R" TO STATUSPREV
           MOVE W-DATAREC TO DATARECPREV
           MOVE W-VALORREC TO VALORRECPREV
           REWRITE REGPREVREC
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "* ERRO NA GRAVACAO DO CADPREVREC *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "A" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           MOVE "*** RECEBIMENTO BAIXADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO BX-L1.
      *
      *****************************************
      * ROTINAS DE APOIO                      *
      *****************************************
      *
       BUSCA-NOME.
           MOVE "*** NAO CADASTRADO ***" TO W-NOME
           IF W-TIPO = "E"
              GO TO BUSCA-NOME-EMP.
           IF W-CONVOK NOT = "S"
              GO TO FIM-BUSCA-NOME.
           MOVE W-COD TO CODIGOCONV
           READ CADCONV
           IF ST-ERRO = "00"
              MOVE NOMECONV TO W-NOME.
           GO TO FIM-BUSCA-NOME.
       BUSCA-NOME-EMP.
           IF W-EMPOK NOT = "S"
              GO TO FIM-BUSCA-NOME.
           MOVE W-COD TO CODEMPRESA
           READ CADEMPRESA
           IF ST-ERRO = "00"
              MOVE RAZAOEMPRESA TO W-NOME.
       FIM-BUSCA-NOME.
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
           MOVE "PREVREC" TO PROGRAMALOGTX
           MOVE KEYPREVREC TO CHAVELOGTX
           MOVE LOGTX TO REGLOG
           WRITE REGLOG.
      *
       ROT-FIM.
           CLOSE CADPREVREC CADLOG.
           IF W-PARCOK = "S"
              CLOSE CADPARCELA.
           IF W-CONVOK = "S"
              CLOSE CADCONV.
           IF W-EMPOK = "S"
              CLOSE CADEMPRESA.
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
