       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSEST.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    TRANSFERENCIA DE ESTOQUE ENTRE UNIDADES                    *
      *    (SOLICITACAO, ENVIO, RECEBIMENTO COM DIVERGENCIA E CARGA   *
      *    INICIAL DOS SALDOS POR UNIDADE - CADTRANSF/ESTUNID)        *
      *    SITUACAO: S=SOLICITADA T=EM TRANSITO R=RECEBIDA            *
      *              D=RECEBIDA COM DIVERGENCIA C=CANCELADA           *
      *    MOVIMENTO: T=SAIDA PARA TRANSITO R=RECEBIMENTO             *
      *               D=DIFERENCA NO RECEBIMENTO (PERDA EM TRANSITO)  *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADTRANSF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYTRANSF
                    FILE STATUS  IS ST-ERRO.
       SELECT CADESTOQUE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODMEDICEST
                    FILE STATUS  IS ST-ERRO.
       SELECT CADLOTEEST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYLOTEEST
                    FILE STATUS  IS ST-ERRO.
       SELECT CADMEDIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODMEDICREG
                    FILE STATUS  IS ST-ERRO.
       SELECT CADUNIDADE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODUNIDADE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADMOVEST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT RELTRANSFTX ASSIGN TO DISK
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
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------DOCUMENTO DE TRANSFERENCIA (UM REGISTRO POR ITEM)-----
       FD CADTRANSF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRANSF.DAT".
       01  REGTRANSF.
           03 KEYTRANSF.
              05 NUMTRF           PIC 9(06).
              05 ITEMTRF          PIC 9(02).
           03 UNIDORIGTRF         PIC 9(02).
           03 UNIDDESTTRF         PIC 9(02).
           03 CODMEDICTRF         PIC 9(05).
           03 LOTETRF             PIC X(10).
           03 VALIDADETRF         PIC 9(08).
           03 QTDESOLTRF          PIC 9(06).
           03 QTDEENVTRF          PIC 9(06).
           03 QTDERECTRF          PIC 9(06).
           03 STATUSTRF           PIC X(01).
              88 TRF-SOLICITADA     VALUE "S".
              88 TRF-EM-TRANSITO    VALUE "T".
              88 TRF-RECEBIDA       VALUE "R".
              88 TRF-DIVERGENCIA    VALUE "D".
              88 TRF-CANCELADA      VALUE "C".
           03 DATASOLTRF          PIC 9(08).
           03 OPERSOLTRF          PIC 9(04).
           03 DATAENVTRF          PIC 9(08).
           03 OPERENVTRF          PIC 9(04).
           03 DATARECTRF          PIC 9(08).
           03 OPERRECTRF          PIC 9(04).
           03 MOTIVODIVTRF        PIC X(30).
           03 FILLER              PIC X(10).
      *
       FD CADESTOQUE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTOQUE.DAT".
       01  REGESTOQUE.
           03 CODMEDICEST         PIC 9(05).
           03 SALDOESTOQUE        PIC 9(06).
           03 ESTOQUEMIN          PIC 9(06).
      *
       FD CADLOTEEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOTEEST.DAT".
       01  REGLOTEEST.
           03 KEYLOTEEST.
              05 CODMEDICLOTE     PIC 9(05).
              05 LOTEEST          PIC X(10).
           03 VALIDADELOTE        PIC 9(08).
           03 SALDOLOTE           PIC 9(06).
           03 BLOQLOTE            PIC X(01).
              88 LOTE-RECOLHIDO     VALUE "S".
      *
       FD CADMEDIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDIC.DAT".
       01  REGMEDIC.
           03 CODMEDICREG         PIC 9(05).
           03 NOMECOMERCIAL       PIC X(30).
           03 PRINCIPIOATIVO      PIC X(30).
           03 CONTROLADO          PIC X(01).
      *
       FD CADUNIDADE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNIDADE.DAT".
       01 REGUNIDADE.
          03 CODUNIDADE           PIC 9(02).
          03 NOMEUNIDADE          PIC X(30).
          03 ENDERECOUNIDADE      PIC X(40).
          03 CIDADEUNIDADE        PIC X(20).
          03 UFUNIDADE            PIC X(02).
          03 CEPUNIDADE           PIC 9(08).
      *
       FD CADMOVEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMOVEST.DAT".
       01  REGMOVEST              PIC X(61).
      *
       FD RELTRANSFTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELTRANSF.DOC".
       01 REGRELTRANSFTX       PIC X(100).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 ST-ERRO       PIC X(02) VALUE "00".
       01 W-FUNCAO      PIC 9(01) VALUE ZEROS.
       01 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-LOTEOK      PIC X(01) VALUE "N".
       01 W-UNIDOK      PIC X(01) VALUE "N".
      *---CAMPOS DO DOCUMENTO------------------------------------------
       01 W-NUMTRF      PIC 9(06) VALUE ZEROS.
       01 W-ITEMTRF     PIC 9(02) VALUE ZEROS.
       01 W-ORIGEM      PIC 9(02) VALUE ZEROS.
       01 W-DESTINO     PIC 9(02) VALUE ZEROS.
       01 W-CODMED      PIC 9(05) VALUE ZEROS.
       01 W-QTDESOL     PIC 9(06) VALUE ZEROS.
       01 W-LOTE        PIC X(10) VALUE SPACES.
       01 W-VALIDADE    PIC 9(08) VALUE ZEROS.
       01 W-QTDEENV     PIC 9(06) VALUE ZEROS.
       01 W-QTDEREC     PIC 9(06) VALUE ZEROS.
       01 W-MOTIVO      PIC X(30) VALUE SPACES.
       01 W-SITUACAO    PIC X(20) VALUE SPACES.
       01 W-DOCEXISTE   PIC X(01) VALUE "N".
      *---CONFERENCIA DO ENVIO E DO RECEBIMENTO-----------------------
       01 W-SALDOORIG   PIC 9(06) VALUE ZEROS.
       01 W-SALDOLOTEOR PIC 9(06) VALUE ZEROS.
       01 W-CONTROLALOTE PIC X(01) VALUE "N".
       01 W-DIFREC      PIC 9(06) VALUE ZEROS.
      *---CARGA INICIAL DAS UNIDADES----------------------------------
       01 W-UNIDCARGA   PIC 9(02) VALUE ZEROS.
       01 W-RESTCARGA   PIC 9(06) VALUE ZEROS.
       01 W-QTDECARGA   PIC 9(06) VALUE ZEROS.
       01 W-QTDEITENS   PIC 9(06) VALUE ZEROS.
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
      *---MOVIMENTO DE ESTOQUE (LAYOUT COM LOTE E UNIDADE)-------------
       01 MOVESTX.
          03 DATAMOVTX        PIC 9(08).
          03 FILLER           PIC X(01) VALUE " ".
          03 HORAMOVTX        PIC 9(06).
          03 FILLER           PIC X(01) VALUE " ".
          03 CODMEDICMOVTX    PIC 9(05).
          03 FILLER           PIC X(01) VALUE " ".
          03 TIPOMOVTX        PIC X(01).
          03 FILLER           PIC X(01) VALUE " ".
          03 QTDEMOVTX        PIC 9(06).
          03 FILLER           PIC X(01) VALUE " ".
          03 CODOPERMOVTX     PIC 9(04).
          03 FILLER           PIC X(01) VALUE " ".
          03 LOTEMOVTX        PIC X(10).
          03 FILLER           PIC X(01) VALUE " ".
          03 UNIDMOVTX        PIC 9(02).
          03 FILLER           PIC X(01) VALUE " ".
          03 CPFMOVTX         PIC 9(11) VALUE ZEROS.
      *---LINHAS DO RELATORIO DE PENDENCIAS---------------------------
       01 CABTRANSF.
          03 FILLER PIC X(54) VALUE
          "HOSPITAL MAINFRAME *** TRANSFERENCIAS PENDENTES ***".
       01 CABTRANSF2.
          03 FILLER PIC X(58) VALUE
          "DOCUM. IT OR DE MEDIC NOME".
          03 FILLER PIC X(36) VALUE
          "  SOLIC. ENVIADA SIT LOTE".
       01 DETTRANSF.
          03 NUMRELTX         PIC 9(06).
          03 FILLER           PIC X(01) VALUE " ".
          03 ITEMRELTX        PIC 9(02).
          03 FILLER           PIC X(01) VALUE " ".
          03 ORIGRELTX        PIC 9(02).
          03 FILLER           PIC X(01) VALUE " ".
          03 DESTRELTX        PIC 9(02).
          03 FILLER           PIC X(01) VALUE " ".
          03 CODMEDRELTX      PIC 9(05).
          03 FILLER           PIC X(01) VALUE " ".
          03 NOMERELTX        PIC X(30).
          03 FILLER           PIC X(01) VALUE " ".
          03 QTDESOLRELTX     PIC ZZZZZ9.
          03 FILLER           PIC X(01) VALUE " ".
          03 QTDEENVRELTX     PIC ZZZZZZ9.
          03 FILLER           PIC X(02) VALUE "  ".
          03 SITRELTX         PIC X(01).
          03 FILLER           PIC X(03) VALUE "   ".
          03 LOTERELTX        PIC X(10).
       01 TOTTRANSF.
          03 FILLER           PIC X(23) VALUE
          "SOLICITADAS A ENVIAR: ".
          03 QTDESOLTOTTX     PIC ZZZZZ9.
          03 FILLER           PIC X(15) VALUE "  EM TRANSITO: ".
          03 QTDETRATOTTX     PIC ZZZZZ9.
       01 W-QTDESOLTOT  PIC 9(06) VALUE ZEROS.
       01 W-QTDETRATOT  PIC 9(06) VALUE ZEROS.
      *---AUDITORIA (OPERADOR DA SESSAO)-------------------------------
       01 W-SESSAOATUAL  PIC 9(04) VALUE ZEROS.
       01 W-PERFILLOG    PIC 9(01) VALUE ZEROS.
       01 W-CODOPERLOG   PIC 9(04) VALUE ZEROS.
       01 W-NOMEOPERLOG  PIC X(30) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELATRANSF.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "         TRANSFERENCIA DE ESTOQUE ENTRE ".
           05  LINE 02  COLUMN 41
               VALUE  "UNIDADES".
           05  LINE 04  COLUMN 01
               VALUE  "   1 - SOLICITAR        2 - ENVIAR".
           05  LINE 05  COLUMN 01
               VALUE  "   3 - RECEBER          4 - CANCELAR".
           05  LINE 06  COLUMN 01
               VALUE  "   5 - CARGA INICIAL    6 - PENDENCIAS".
           05  LINE 08  COLUMN 01
               VALUE  "   FUNCAO :   ( 0 - ENCERRA )".
           05  LINE 10  COLUMN 01
               VALUE  "   DOCUMENTO :          ITEM :".
           05  LINE 11  COLUMN 01
               VALUE  "   ORIGEM    :          DESTINO :".
           05  LINE 12  COLUMN 01
               VALUE  "   MEDICAMENTO :".
           05  LINE 13  COLUMN 01
               VALUE  "   QTDE SOLICITADA :".
           05  LINE 13  COLUMN 33
               VALUE  "SITUACAO :".
           05  LINE 15  COLUMN 01
               VALUE  "   LOTE :".
           05  LINE 15  COLUMN 24
               VALUE  "VALIDADE :".
           05  LINE 15  COLUMN 45
               VALUE  "SALDO NA ORIGEM :".
           05  LINE 17  COLUMN 01
               VALUE  "   QTDE ENVIADA  :".
           05  LINE 18  COLUMN 01
               VALUE  "   QTDE RECEBIDA :".
           05  LINE 19  COLUMN 01
               VALUE  "   MOTIVO DA DIVERGENCIA :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TW-FUNCAO
               LINE 08  COLUMN 13  PIC 9(01)
               USING  W-FUNCAO
               HIGHLIGHT.
           05  TW-NUMTRF
               LINE 10  COLUMN 15  PIC 9(06)
               USING  W-NUMTRF
               HIGHLIGHT.
           05  TW-ITEMTRF
               LINE 10  COLUMN 32  PIC 9(02)
               USING  W-ITEMTRF
               HIGHLIGHT.
           05  TW-ORIGEM
               LINE 11  COLUMN 15  PIC 9(02)
               USING  W-ORIGEM
               HIGHLIGHT.
           05  TW-DESTINO
               LINE 11  COLUMN 35  PIC 9(02)
               USING  W-DESTINO
               HIGHLIGHT.
           05  TW-CODMED
               LINE 12  COLUMN 18  PIC 9(05)
               USING  W-CODMED
               HIGHLIGHT.
           05  TW-QTDESOL
               LINE 13  COLUMN 22  PIC 9(06)
               USING  W-QTDESOL
               HIGHLIGHT.
           05  TW-SITUACAO
               LINE 13  COLUMN 44  PIC X(20)
               USING  W-SITUACAO
               HIGHLIGHT.
           05  TW-LOTE
               LINE 15  COLUMN 11  PIC X(10)
               USING  W-LOTE
               HIGHLIGHT.
           05  TW-VALIDADE
               LINE 15  COLUMN 35  PIC 9(08)
               USING  W-VALIDADE
               HIGHLIGHT.
           05  TW-SALDOORIG
               LINE 15  COLUMN 63  PIC 9(06)
               USING  W-SALDOORIG
               HIGHLIGHT.
           05  TW-QTDEENV
               LINE 17  COLUMN 20  PIC 9(06)
               USING  W-QTDEENV
               HIGHLIGHT.
           05  TW-QTDEREC
               LINE 18  COLUMN 20  PIC 9(06)
               USING  W-QTDEREC
               HIGHLIGHT.
           05  TW-MOTIVO
               LINE 19  COLUMN 28  PIC X(30)
               USING  W-MOTIVO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
       L0.
           OPEN I-O CADTRANSF
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADTRANSF
                CLOSE CADTRANSF
                GO TO L0
             ELSE
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADTRANSF" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM2.
           OPEN I-O CADESTOQUE
           IF ST-ERRO NOT = "00"
              MOVE "CADASTRE O ESTOQUE NO SMP031 ANTES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADTRANSF
              GO TO ROT-FIM2.
           OPEN INPUT CADMEDIC
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADMEDIC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADTRANSF CADESTOQUE
              GO TO ROT-FIM2.
           OPEN I-O CADLOTEEST
           IF ST-ERRO = "00"
              MOVE "S" TO W-LOTEOK.
           OPEN INPUT CADUNIDADE
           IF ST-ERRO = "00"
              MOVE "S" TO W-UNIDOK.
           OPEN EXTEND CADMOVEST
           IF ST-ERRO NOT = "00"
              OPEN OUTPUT CADMOVEST
              CLOSE CADMOVEST
              OPEN EXTEND CADMOVEST.
           PERFORM ABRIR-CADSESSAO.
       MENU-FUNCAO.
           MOVE ZEROS TO W-FUNCAO
           PERFORM LIMPA-CAMPOS THRU FIM-LIMPA-CAMPOS
           DISPLAY TELATRANSF
           ACCEPT TW-FUNCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-FUNCAO = 0
              GO TO ROT-FIM.
           IF W-FUNCAO = 1
              GO TO SOLICITA-L1.
           IF W-FUNCAO = 2
              GO TO ENVIA-L1.
           IF W-FUNCAO = 3
              GO TO RECEBE-L1.
           IF W-FUNCAO = 4
              GO TO CANCELA-L1.
           IF W-FUNCAO = 5
              GO TO CARGA-L1.
           IF W-FUNCAO = 6
              GO TO PENDENCIAS.
           MOVE "*** FUNCAO NAO DISPONIVEL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *----------------SOLICITAR A TRANSFERENCIA-------------------------
       SOLICITA-L1.
           ACCEPT TW-NUMTRF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
           IF W-NUMTRF = ZEROS
              PERFORM PROXIMO-DOCUMENTO THRU FIM-PROXIMO-DOCUMENTO
              MOVE "N" TO W-DOCEXISTE
              DISPLAY TELATRANSF
           ELSE
              PERFORM LER-DOCUMENTO THRU FIM-LER-DOCUMENTO
              DISPLAY TELATRANSF.
       SOLICITA-L2.
           MOVE ZEROS TO W-CODMED W-QTDESOL
           ACCEPT TW-ITEMTRF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO SOLICITA-L1.
           IF W-ITEMTRF = ZEROS
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SOLICITA-L2.
           MOVE W-NUMTRF TO NUMTRF
           MOVE W-ITEMTRF TO ITEMTRF
           READ CADTRANSF
           IF ST-ERRO = "00"
              MOVE "** ITEM JA LANCADO NO DOCUMENTO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SOLICITA-L2.
           IF W-DOCEXISTE = "S"
              GO TO SOLICITA-L5.
       SOLICITA-L3.
           ACCEPT TW-ORIGEM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO SOLICITA-L2.
           MOVE W-ORIGEM TO CODUNIDADE
           PERFORM VERIFICA-UNIDADE THRU FIM-VERIFICA-UNIDADE
           IF W-OPCAO NOT = "S"
              GO TO SOLICITA-L3.
       SOLICITA-L4.
           ACCEPT TW-DESTINO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO SOLICITA-L3.
           IF W-DESTINO = W-ORIGEM
              MOVE "** DESTINO IGUAL A ORIGEM **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SOLICITA-L4.
           MOVE W-DESTINO TO CODUNIDADE
           PERFORM VERIFICA-UNIDADE THRU FIM-VERIFICA-UNIDADE
           IF W-OPCAO NOT = "S"
              GO TO SOLICITA-L4.
       SOLICITA-L5.
           ACCEPT TW-CODMED
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO SOLICITA-L2.
           MOVE W-CODMED TO CODMEDICREG
           READ CADMEDIC
           IF ST-ERRO NOT = "00"
              MOVE "**MEDICAMENTO DIGITADO NAO ENCONTRADO**" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SOLICITA-L5.
           DISPLAY (12, 25) NOMECOMERCIAL
           MOVE "C" TO W-ACAOEU
           MOVE W-CODMED TO W-CODMEDEU
           MOVE W-ORIGEM TO W-UNIDEU
           PERFORM CHAMA-ESTUNID THRU FIM-CHAMA-ESTUNID
           MOVE W-SALDOEU TO W-SALDOORIG
           DISPLAY TW-SALDOORIG.
       SOLICITA-L6.
           ACCEPT TW-QTDESOL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO SOLICITA-L5.
           IF W-QTDESOL = ZEROS
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SOLICITA-L6.
       SOLICITA-GRAVA.
           MOVE SPACES TO REGTRANSF
           MOVE W-NUMTRF TO NUMTRF
           MOVE W-ITEMTRF TO ITEMTRF
           MOVE W-ORIGEM TO UNIDORIGTRF
           MOVE W-DESTINO TO UNIDDESTTRF
           MOVE W-CODMED TO CODMEDICTRF
           MOVE ZEROS TO VALIDADETRF QTDEENVTRF QTDERECTRF
           MOVE W-QTDESOL TO QTDESOLTRF
           MOVE "S" TO STATUSTRF
           MOVE W-DATAHOJE TO DATASOLTRF
           MOVE W-CODOPERLOG TO OPERSOLTRF
           MOVE ZEROS TO DATAENVTRF OPERENVTRF DATARECTRF OPERRECTRF
           WRITE REGTRANSF
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "* ERRO NA GRAVACAO DA TRANSFERENCIA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "S" TO W-DOCEXISTE
           MOVE "*** ITEM SOLICITADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO SOLICITA-L2.
      *----------------ENVIAR (SEPARAR O LOTE E EXPEDIR)-----------------
       ENVIA-L1.
           PERFORM LER-ITEM THRU FIM-LER-ITEM
           IF W-OPCAO NOT = "S"
              GO TO MENU-FUNCAO.
           IF NOT TRF-SOLICITADA
              MOVE "** ITEM NAO ESTA AGUARDANDO ENVIO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ENVIA-L1.
           MOVE "C" TO W-ACAOEU
           MOVE W-CODMED TO W-CODMEDEU
           MOVE W-ORIGEM TO W-UNIDEU
           PERFORM CHAMA-ESTUNID THRU FIM-CHAMA-ESTUNID
           MOVE W-SALDOEU TO W-SALDOORIG
           IF W-SALDOORIG = ZEROS
              MOVE "** UNIDADE DE ORIGEM SEM SALDO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ENVIA-L1.
      *-----SUGERE O LOTE DA ORIGEM QUE VENCE PRIMEIRO-------------------
           MOVE "V" TO W-ACAOEU
           PERFORM CHAMA-ESTUNID THRU FIM-CHAMA-ESTUNID
           MOVE W-OKEU TO W-CONTROLALOTE
           MOVE "F" TO W-ACAOEU
           PERFORM CHAMA-ESTUNID THRU FIM-CHAMA-ESTUNID
           MOVE SPACES TO W-LOTE
           MOVE ZEROS TO W-VALIDADE
           IF W-OKEU = "S"
              MOVE W-LOTEEU TO W-LOTE
              MOVE W-VALIDADEEU TO W-VALIDADE.
           DISPLAY TELATRANSF.
       ENVIA-L2.
           ACCEPT TW-LOTE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ENVIA-L1.
           MOVE W-SALDOORIG TO W-SALDOLOTEOR
           IF W-LOTE = SPACES
              IF W-CONTROLALOTE = "S"
                 MOVE "** ORIGEM CONTROLA LOTE, INFORME O LOTE **"
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ENVIA-L2
              ELSE
                 MOVE ZEROS TO W-VALIDADE
                 GO TO ENVIA-L3.
           MOVE "K" TO W-ACAOEU
           MOVE W-CODMED TO W-CODMEDEU
           MOVE W-ORIGEM TO W-UNIDEU
           MOVE W-LOTE TO W-LOTEEU
           PERFORM CHAMA-ESTUNID THRU FIM-CHAMA-ESTUNID
           IF W-OKEU = "B"
              MOVE "** LOTE RECOLHIDO NAO PODE SER TRANSFERIDO **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ENVIA-L2.
           IF W-OKEU NOT = "S" OR W-SALDOEU = ZEROS
              MOVE "** LOTE SEM SALDO NA UNIDADE DE ORIGEM **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ENVIA-L2.
           IF W-VALIDADEEU < W-DATAHOJE
              MOVE "** LOTE VENCIDO NAO PODE SER TRANSFERIDO **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ENVIA-L2.
           MOVE W-VALIDADEEU TO W-VALIDADE
           MOVE W-SALDOEU TO W-SALDOLOTEOR
           DISPLAY TW-VALIDADE.
       ENVIA-L3.
           IF W-QTDEENV = ZEROS
              MOVE W-QTDESOL TO W-QTDEENV
              IF W-QTDEENV > W-SALDOLOTEOR
                 MOVE W-SALDOLOTEOR TO W-QTDEENV.
           IF W-QTDEENV > W-SALDOORIG
              MOVE W-SALDOORIG TO W-QTDEENV.
           ACCEPT TW-QTDEENV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ENVIA-L2.
           IF W-QTDEENV = ZEROS
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ENVIA-L3.
           IF W-QTDEENV > W-QTDESOL
              MOVE "** ENVIO MAIOR QUE O SOLICITADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ENVIA-L3.
           IF W-QTDEENV > W-SALDOLOTEOR OR W-QTDEENV > W-SALDOORIG
              MOVE "** SALDO INSUFICIENTE NA ORIGEM **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ENVIA-L3.
       ENVIA-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "CONFIRMA O ENVIO (S/N) : ".
           ACCEPT (23, 65) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ENVIA-L3.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** ENVIO NAO REGISTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ENVIA-OPC.
      *-----SAI DA ORIGEM E FICA EM TRANSITO (A REDE NAO MUDA)-----------
       ENVIA-GRAVA.
           MOVE W-CODMED TO W-CODMEDEU
           MOVE W-ORIGEM TO W-UNIDEU
           MOVE W-QTDEENV TO W-QTDEEU
           IF W-LOTE NOT = SPACES
              MOVE "L" TO W-ACAOEU
              MOVE W-LOTE TO W-LOTEEU
              PERFORM CHAMA-ESTUNID THRU FIM-CHAMA-ESTUNID
              IF W-OKEU NOT = "S"
                 MOVE "** SALDO DO LOTE MUDOU, REFACA O ENVIO **"
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO MENU-FUNCAO.
           MOVE "S" TO W-ACAOEU
           PERFORM CHAMA-ESTUNID THRU FIM-CHAMA-ESTUNID
           MOVE W-LOTE TO LOTETRF
           MOVE W-VALIDADE TO VALIDADETRF
           MOVE W-QTDEENV TO QTDEENVTRF
           MOVE "T" TO STATUSTRF
           MOVE W-DATAHOJE TO DATAENVTRF
           MOVE W-CODOPERLOG TO OPERENVTRF
           REWRITE REGTRANSF
           MOVE "T" TO TIPOMOVTX
           MOVE W-QTDEENV TO QTDEMOVTX
           MOVE W-ORIGEM TO UNIDMOVTX
           PERFORM GRAVA-MOVIMENTO THRU FIM-GRAVA-MOVIMENTO
           IF W-SALDOEU < W-MINIMOEU
              MOVE "** ATENCAO: ORIGEM FICOU ABAIXO DO MINIMO **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE "*** ITEM ENVIADO, EM TRANSITO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *----------------RECEBER NO DESTINO--------------------------------
       RECEBE-L1.
           PERFORM LER-ITEM THRU FIM-LER-ITEM
           IF W-OPCAO NOT = "S"
              GO TO MENU-FUNCAO.
           IF NOT TRF-EM-TRANSITO
              MOVE "** ITEM NAO ESTA EM TRANSITO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RECEBE-L1.
           MOVE W-QTDEENV TO W-QTDEREC
           DISPLAY TELATRANSF.
       RECEBE-L2.
           ACCEPT TW-QTDEREC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO RECEBE-L1.
           IF W-QTDEREC > W-QTDEENV
              MOVE "** RECEBIDO MAIOR QUE O ENVIADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RECEBE-L2.
           MOVE SPACES TO W-MOTIVO
           COMPUTE W-DIFREC = W-QTDEENV - W-QTDEREC
           IF W-DIFREC = ZEROS
              GO TO RECEBE-OPC.
       RECEBE-L3.
           ACCEPT TW-MOTIVO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO RECEBE-L2.
           IF W-MOTIVO = SPACES
              MOVE "** INFORME O MOTIVO DA DIVERGENCIA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RECEBE-L3.
       RECEBE-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "CONFIRMA O RECEBIMENTO (S/N) : ".
           ACCEPT (23, 71) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO RECEBE-L2.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** RECEBIMENTO NAO REGISTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RECEBE-OPC.
      *-----ENTRA NO DESTINO; A DIFERENCA SAI DO SALDO DA REDE-----------
       RECEBE-GRAVA.
           IF W-QTDEREC = ZEROS
              GO TO RECEBE-GRAVA2.
           MOVE "E" TO W-ACAOEU
           MOVE W-CODMED TO W-CODMEDEU
           MOVE W-DESTINO TO W-UNIDEU
           MOVE W-LOTE TO W-LOTEEU
           MOVE W-VALIDADE TO W-VALIDADEEU
           MOVE W-QTDEREC TO W-QTDEEU
           PERFORM CHAMA-ESTUNID THRU FIM-CHAMA-ESTUNID
           PERFORM VERIFICA-RECOLHIDO THRU FIM-VERIFICA-RECOLHIDO
           MOVE "R" TO TIPOMOVTX
           MOVE W-QTDEREC TO QTDEMOVTX
           MOVE W-DESTINO TO UNIDMOVTX
           PERFORM GRAVA-MOVIMENTO THRU FIM-GRAVA-MOVIMENTO.
       RECEBE-GRAVA2.
           MOVE W-QTDEREC TO QTDERECTRF
           MOVE W-DATAHOJE TO DATARECTRF
           MOVE W-CODOPERLOG TO OPERRECTRF
           MOVE W-MOTIVO TO MOTIVODIVTRF
           IF W-DIFREC = ZEROS
              MOVE "R" TO STATUSTRF
           ELSE
              MOVE "D" TO STATUSTRF.
           REWRITE REGTRANSF
           IF W-DIFREC = ZEROS
              MOVE "*** ITEM RECEBIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           MOVE W-CODMED TO CODMEDICEST
           READ CADESTOQUE
           IF ST-ERRO = "00"
              IF SALDOESTOQUE < W-DIFREC
                 MOVE ZEROS TO SALDOESTOQUE
                 REWRITE REGESTOQUE
              ELSE
                 SUBTRACT W-DIFREC FROM SALDOESTOQUE
                 REWRITE REGESTOQUE.
           IF W-LOTE NOT = SPACES AND W-LOTEOK = "S"
              MOVE W-CODMED TO CODMEDICLOTE
              MOVE W-LOTE TO LOTEEST
              READ CADLOTEEST
              IF ST-ERRO = "00"
                 IF SALDOLOTE < W-DIFREC
                    MOVE ZEROS TO SALDOLOTE
                    REWRITE REGLOTEEST
                 ELSE
                    SUBTRACT W-DIFREC FROM SALDOLOTE
                    REWRITE REGLOTEEST.
           MOVE "D" TO TIPOMOVTX
           MOVE W-DIFREC TO QTDEMOVTX
           MOVE W-ORIGEM TO UNIDMOVTX
           PERFORM GRAVA-MOVIMENTO THRU FIM-GRAVA-MOVIMENTO
           MOVE "*** RECEBIDO COM DIVERGENCIA REGISTRADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *----------------CANCELAR ITEM AINDA NAO ENVIADO-------------------
       CANCELA-L1.
           PERFORM LER-ITEM THRU FIM-LER-ITEM
           IF W-OPCAO NOT = "S"
              GO TO MENU-FUNCAO.
           IF NOT TRF-SOLICITADA
              MOVE "** SO ITEM AINDA NAO ENVIADO PODE SER CANCELADO **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CANCELA-L1.
       CANCELA-OPC.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 40) "CANCELAR O ITEM (S/N) : ".
           ACCEPT (23, 64) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** ITEM NAO CANCELADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CANCELA-OPC.
           MOVE "C" TO STATUSTRF
           REWRITE REGTRANSF
           MOVE "*** ITEM CANCELADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *----------------CARGA INICIAL DOS SALDOS POR UNIDADE--------------
      *-----MEDICAMENTO QUE AINDA NAO TEM SALDO EM NENHUMA UNIDADE RECEBE
      *-----O SALDO E OS LOTES DA REDE NA UNIDADE INFORMADA--------------
       CARGA-L1.
           IF W-PERFILLOG < 3
              MOVE "** CARGA EXIGE PERFIL SUPERVISOR **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           MOVE ZEROS TO W-UNIDCARGA
           DISPLAY (21, 03) "UNIDADE QUE RECEBE A CARGA : "
           ACCEPT (21, 33) W-UNIDCARGA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
           MOVE W-UNIDCARGA TO CODUNIDADE
           PERFORM VERIFICA-UNIDADE THRU FIM-VERIFICA-UNIDADE
           IF W-OPCAO NOT = "S"
              GO TO CARGA-L1.
           MOVE ZEROS TO W-QTDEITENS
           MOVE ZEROS TO CODMEDICEST
           START CADESTOQUE KEY IS NOT LESS CODMEDICEST INVALID KEY
                 GO TO CARGA-FIM.
       CARGA-L2.
           READ CADESTOQUE NEXT
           IF ST-ERRO NOT = "00"
              GO TO CARGA-FIM.
           MOVE "T" TO W-ACAOEU
           MOVE CODMEDICEST TO W-CODMEDEU
           MOVE W-UNIDCARGA TO W-UNIDEU
           PERFORM CHAMA-ESTUNID THRU FIM-CHAMA-ESTUNID
           IF W-OKEU = "S"
              GO TO CARGA-L2.
           MOVE "M" TO W-ACAOEU
           MOVE ESTOQUEMIN TO W-MINIMOEU
           PERFORM CHAMA-ESTUNID THRU FIM-CHAMA-ESTUNID
           ADD 1 TO W-QTDEITENS
           MOVE SALDOESTOQUE TO W-RESTCARGA
           IF W-LOTEOK NOT = "S"
              GO TO CARGA-L4.
           MOVE CODMEDICEST TO CODMEDICLOTE
           MOVE SPACES TO LOTEEST
           START CADLOTEEST KEY IS NOT LESS KEYLOTEEST INVALID KEY
                 GO TO CARGA-L4.
       CARGA-L3.
           IF W-RESTCARGA = ZEROS
              GO TO CARGA-L4.
           READ CADLOTEEST NEXT
           IF ST-ERRO NOT = "00"
              GO TO CARGA-L4.
           IF CODMEDICLOTE NOT = CODMEDICEST
              GO TO CARGA-L4.
           IF SALDOLOTE = ZEROS
              GO TO CARGA-L3.
           IF SALDOLOTE < W-RESTCARGA
              MOVE SALDOLOTE TO W-QTDECARGA
           ELSE
              MOVE W-RESTCARGA TO W-QTDECARGA.
           MOVE "E" TO W-ACAOEU
           MOVE CODMEDICEST TO W-CODMEDEU
           MOVE W-UNIDCARGA TO W-UNIDEU
           MOVE LOTEEST TO W-LOTEEU
           MOVE VALIDADELOTE TO W-VALIDADEEU
           MOVE W-QTDECARGA TO W-QTDEEU
           PERFORM CHAMA-ESTUNID THRU FIM-CHAMA-ESTUNID
           IF LOTE-RECOLHIDO
              MOVE "B" TO W-ACAOEU
              PERFORM CHAMA-ESTUNID THRU FIM-CHAMA-ESTUNID.
           SUBTRACT W-QTDECARGA FROM W-RESTCARGA
           GO TO CARGA-L3.
      *-----SALDO SEM LOTE (ITENS QUE NUNCA TIVERAM LOTE INFORMADO)------
       CARGA-L4.
           IF W-RESTCARGA = ZEROS
              GO TO CARGA-L2.
           MOVE "E" TO W-ACAOEU
           MOVE CODMEDICEST TO W-CODMEDEU
           MOVE W-UNIDCARGA TO W-UNIDEU
           MOVE SPACES TO W-LOTEEU
           MOVE ZEROS TO W-VALIDADEEU
           MOVE W-RESTCARGA TO W-QTDEEU
           PERFORM CHAMA-ESTUNID THRU FIM-CHAMA-ESTUNID
           GO TO CARGA-L2.
       CARGA-FIM.
           DISPLAY (21, 40) "ITENS CARREGADOS: " W-QTDEITENS
           MOVE "*** CARGA INICIAL DA UNIDADE CONCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *----------------RELATORIO DE PENDENCIAS (S E T)-------------------
       PENDENCIAS.
           OPEN OUTPUT RELTRANSFTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELTRANSF" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           WRITE REGRELTRANSFTX FROM CABTRANSF
           WRITE REGRELTRANSFTX FROM CABTRANSF2
           MOVE ZEROS TO W-QTDESOLTOT W-QTDETRATOT
           MOVE ZEROS TO KEYTRANSF
           START CADTRANSF KEY IS NOT LESS KEYTRANSF INVALID KEY
                 GO TO PENDENCIAS3.
       PENDENCIAS1.
           READ CADTRANSF NEXT
           IF ST-ERRO NOT = "00"
              GO TO PENDENCIAS3.
           IF NOT TRF-SOLICITADA AND NOT TRF-EM-TRANSITO
              GO TO PENDENCIAS1.
           IF TRF-SOLICITADA
              ADD 1 TO W-QTDESOLTOT
           ELSE
              ADD 1 TO W-QTDETRATOT.
           MOVE NUMTRF TO NUMRELTX
           MOVE ITEMTRF TO ITEMRELTX
           MOVE UNIDORIGTRF TO ORIGRELTX
           MOVE UNIDDESTTRF TO DESTRELTX
           MOVE CODMEDICTRF TO CODMEDRELTX
           MOVE SPACES TO NOMERELTX
           MOVE CODMEDICTRF TO CODMEDICREG
           READ CADMEDIC
           IF ST-ERRO = "00"
              MOVE NOMECOMERCIAL TO NOMERELTX.
           MOVE QTDESOLTRF TO QTDESOLRELTX
           MOVE QTDEENVTRF TO QTDEENVRELTX
           MOVE STATUSTRF TO SITRELTX
           MOVE LOTETRF TO LOTERELTX
           WRITE REGRELTRANSFTX FROM DETTRANSF
           GO TO PENDENCIAS1.
       PENDENCIAS3.
           MOVE W-QTDESOLTOT TO QTDESOLTOTTX
           MOVE W-QTDETRATOT TO QTDETRATOTTX
           WRITE REGRELTRANSFTX FROM TOTTRANSF
           CLOSE RELTRANSFTX
           MOVE "*** RELATORIO RELTRANSF.DOC GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *
      *****************************************
      * ROTINAS DE APOIO                      *
      *****************************************
      *
       LIMPA-CAMPOS.
           MOVE ZEROS TO W-NUMTRF W-ITEMTRF W-ORIGEM W-DESTINO
           MOVE ZEROS TO W-CODMED W-QTDESOL W-VALIDADE W-QTDEENV
           MOVE ZEROS TO W-QTDEREC W-SALDOORIG
           MOVE SPACES TO W-LOTE W-MOTIVO W-SITUACAO.
       FIM-LIMPA-CAMPOS.
           EXIT.
      *-----PROXIMO NUMERO DE DOCUMENTO----------------------------------
       PROXIMO-DOCUMENTO.
           MOVE ZEROS TO W-NUMTRF
           MOVE ZEROS TO KEYTRANSF
           START CADTRANSF KEY IS NOT LESS KEYTRANSF INVALID KEY
                 GO TO PROXIMO-DOCUMENTO2.
       PROXIMO-DOCUMENTO1.
           READ CADTRANSF NEXT
           IF ST-ERRO NOT = "00"
              GO TO PROXIMO-DOCUMENTO2.
           IF NUMTRF > W-NUMTRF
              MOVE NUMTRF TO W-NUMTRF.
           GO TO PROXIMO-DOCUMENTO1.
       PROXIMO-DOCUMENTO2.
           ADD 1 TO W-NUMTRF.
       FIM-PROXIMO-DOCUMENTO.
           EXIT.
      *-----ORIGEM E DESTINO VEM DO PRIMEIRO ITEM DO DOCUMENTO-----------
       LER-DOCUMENTO.
           MOVE "N" TO W-DOCEXISTE
           MOVE W-NUMTRF TO NUMTRF
           MOVE ZEROS TO ITEMTRF
           START CADTRANSF KEY IS NOT LESS KEYTRANSF INVALID KEY
                 GO TO FIM-LER-DOCUMENTO.
           READ CADTRANSF NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-LER-DOCUMENTO.
           IF NUMTRF NOT = W-NUMTRF
              GO TO FIM-LER-DOCUMENTO.
           MOVE "S" TO W-DOCEXISTE
           MOVE UNIDORIGTRF TO W-ORIGEM
           MOVE UNIDDESTTRF TO W-DESTINO.
       FIM-LER-DOCUMENTO.
           EXIT.
      *-----LER O ITEM DO DOCUMENTO (W-OPCAO = S QUANDO ACHOU)-----------
       LER-ITEM.
           MOVE "N" TO W-OPCAO
           PERFORM LIMPA-CAMPOS THRU FIM-LIMPA-CAMPOS
           DISPLAY TELATRANSF.
       LER-ITEM1.
           ACCEPT TW-NUMTRF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO FIM-LER-ITEM.
       LER-ITEM2.
           ACCEPT TW-ITEMTRF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO LER-ITEM1.
           MOVE W-NUMTRF TO NUMTRF
           MOVE W-ITEMTRF TO ITEMTRF
           READ CADTRANSF
           IF ST-ERRO NOT = "00"
              MOVE "** ITEM DE TRANSFERENCIA NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LER-ITEM1.
           MOVE UNIDORIGTRF TO W-ORIGEM
           MOVE UNIDDESTTRF TO W-DESTINO
           MOVE CODMEDICTRF TO W-CODMED
           MOVE QTDESOLTRF TO W-QTDESOL
           MOVE LOTETRF TO W-LOTE
           MOVE VALIDADETRF TO W-VALIDADE
           MOVE QTDEENVTRF TO W-QTDEENV
           MOVE QTDERECTRF TO W-QTDEREC
           MOVE MOTIVODIVTRF TO W-MOTIVO
           MOVE "SOLICITADA" TO W-SITUACAO
           IF TRF-EM-TRANSITO
              MOVE "EM TRANSITO" TO W-SITUACAO.
           IF TRF-RECEBIDA
              MOVE "RECEBIDA" TO W-SITUACAO.
           IF TRF-DIVERGENCIA
              MOVE "RECEBIDA C/ DIVERG." TO W-SITUACAO.
           IF TRF-CANCELADA
              MOVE "CANCELADA" TO W-SITUACAO.
           DISPLAY TELATRANSF
           MOVE SPACES TO NOMECOMERCIAL
           MOVE W-CODMED TO CODMEDICREG
           READ CADMEDIC
           DISPLAY (12, 25) NOMECOMERCIAL
           MOVE "S" TO W-OPCAO.
       FIM-LER-ITEM.
           EXIT.
      *-----UNIDADE DEVE EXISTIR NO CADASTRO (W-OPCAO = S QUANDO OK)-----
       VERIFICA-UNIDADE.
           MOVE "N" TO W-OPCAO
           IF CODUNIDADE = ZEROS
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIM-VERIFICA-UNIDADE.
           MOVE "S" TO W-OPCAO
           IF W-UNIDOK NOT = "S"
              GO TO FIM-VERIFICA-UNIDADE.
           READ CADUNIDADE
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-OPCAO
              MOVE "** UNIDADE NAO CADASTRADA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FIM-VERIFICA-UNIDADE.
           EXIT.
      *-----LOTE RECOLHIDO NA REDE CHEGA BLOQUEADO NO DESTINO-----------
       VERIFICA-RECOLHIDO.
           IF W-LOTE = SPACES OR W-LOTEOK NOT = "S"
              GO TO FIM-VERIFICA-RECOLHIDO.
           MOVE W-CODMED TO CODMEDICLOTE
           MOVE W-LOTE TO LOTEEST
           READ CADLOTEEST
           IF ST-ERRO NOT = "00"
              GO TO FIM-VERIFICA-RECOLHIDO.
           IF NOT LOTE-RECOLHIDO
              GO TO FIM-VERIFICA-RECOLHIDO.
           MOVE "B" TO W-ACAOEU
           MOVE W-CODMED TO W-CODMEDEU
           MOVE W-DESTINO TO W-UNIDEU
           MOVE W-LOTE TO W-LOTEEU
           PERFORM CHAMA-ESTUNID THRU FIM-CHAMA-ESTUNID
           MOVE "** LOTE RECOLHIDO: RECEBIDO JA BLOQUEADO **" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FIM-VERIFICA-RECOLHIDO.
           EXIT.
      *-----MOVIMENTO DA TRANSFERENCIA EM CADMOVEST----------------------
       GRAVA-MOVIMENTO.
           ACCEPT DATAMOVTX FROM DATE YYYYMMDD
           ACCEPT HORAMOVTX FROM TIME
           MOVE W-CODMED TO CODMEDICMOVTX
           MOVE W-CODOPERLOG TO CODOPERMOVTX
           MOVE W-LOTE TO LOTEMOVTX
           MOVE MOVESTX TO REGMOVEST
           WRITE REGMOVEST.
       FIM-GRAVA-MOVIMENTO.
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
      *
       ROT-FIM.
           CLOSE CADTRANSF CADESTOQUE CADMEDIC CADMOVEST.
           IF W-LOTEOK = "S"
              CLOSE CADLOTEEST.
           IF W-UNIDOK = "S"
              CLOSE CADUNIDADE.
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
