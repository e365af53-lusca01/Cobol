       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECOLHE.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    RECOLHIMENTO DE LOTE (ANVISA / FABRICANTE)                 *
      *    LISTA OS PACIENTES QUE RECEBERAM O LOTE (CADMOVEST PARA    *
      *    MEDICAMENTO, CADVACINA PARA VACINA) COM DADOS DE CONTATO   *
      *    E BLOQUEIA O LOTE EM CADLOTEEST/CADLOTEVAC E NAS UNIDADES  *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADMEDIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODMEDICREG
                    FILE STATUS  IS ST-ERRO.
       SELECT CADLOTEEST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYLOTEEST
                    FILE STATUS  IS ST-ERRO.
       SELECT CADLOTEVAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYLOTEVAC
                    FILE STATUS  IS ST-ERRO.
       SELECT CADVACINA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYVACINA
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO.
       SELECT CADMOVEST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT RELRECTX ASSIGN TO DISK
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
       FD CADMEDIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDIC.DAT".
       01  REGMEDIC.
           03 CODMEDICREG         PIC 9(05).
           03 NOMECOMERCIAL       PIC X(30).
           03 PRINCIPIOATIVO      PIC X(30).
           03 CONTROLADO          PIC X(01).
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
       FD CADLOTEVAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOTEVAC.DAT".
       01  REGLOTEVAC.
           03 KEYLOTEVAC.
              05 VACINALOTE       PIC X(30).
              05 LOTEVACREG       PIC X(10).
           03 VALIDADEVAC         PIC 9(08).
           03 SALDOVAC            PIC 9(06).
           03 BLOQVAC             PIC X(01).
              88 LOTEVAC-RECOLHIDO  VALUE "S".
      *
       FD CADVACINA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVACINA.DAT".
       01  REGVACINA.
           03 KEYVACINA.
              05 CPFVACINA        PIC 9(11).
              05 NUMLINHA         PIC 9(02).
           03 VACINA              PIC X(30).
           03 DOSENUM             PIC 9(02).
           03 DATAAPLIC.
              05 DIAAPLIC         PIC 9(02).
              05 MESAPLIC         PIC 9(02).
              05 ANOAPLIC         PIC 9(04).
           03 LOTEVAC             PIC X(10).
           03 DATAPROX.
              05 DIAPROX          PIC 9(02).
              05 MESPROX          PIC 9(02).
              05 ANOPROX          PIC 9(04).
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPF                  PIC 9(11).
          03 NOMEPACIENTE         PIC X(30).
          03 DATANASC.
              05 DIA              PIC 9(02).
              05 MES              PIC 9(02).
              05 ANO              PIC 9(04).
          03 SEXO                 PIC X(01).
          03 GENERO               PIC X(01).
          03 CODIGOPACIENTE       PIC 9(04).
          03 CEPPACIENTE          PIC 9(08).
          03 NUMEROPACIENTE       PIC X(05).
          03 COMPLEMENTOPACIENTE  PIC X(10).
          03 TELEFONEPACIENTE.
               05 DDDPACIENTE     PIC 9(02).
               05 TNUMPACIENTE    PIC 9(09).
          03 EMAILPACIENTE        PIC X(30).
          03 NOMERESPPACIENTE     PIC X(30).
          03 TELEFONERESPPACIENTE.
               05 DDDRESPPACIENTE  PIC 9(02).
               05 TNUMRESPPACIENTE PIC 9(09).
          03 CONSENTIMENTOLGPDPACIENTE PIC X(01).
          03 DATACONSENTPACIENTE.
               05 DIACONSENTPACIENTE  PIC 9(02).
               05 MESCONSENTPACIENTE  PIC 9(02).
               05 ANOCONSENTPACIENTE  PIC 9(04).
          03 NOMESOCIAL           PIC X(30).
          03 IDENTGENERO          PIC X(01).
      *
       FD CADMOVEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMOVEST.DAT".
       01  REGMOVEST.
           03 DATAMOV             PIC 9(08).
           03 FILLER              PIC X(01).
           03 HORAMOV             PIC 9(06).
           03 FILLER              PIC X(01).
           03 CODMEDICMOV         PIC 9(05).
           03 FILLER              PIC X(01).
           03 TIPOMOV             PIC X(01).
           03 FILLER              PIC X(01).
           03 QTDEMOV             PIC 9(06).
           03 FILLER              PIC X(01).
           03 CODOPERMOV          PIC 9(04).
           03 FILLER              PIC X(01).
           03 LOTEMOV             PIC X(10).
           03 FILLER              PIC X(01).
           03 UNIDMOV             PIC X(02).
           03 FILLER              PIC X(01).
           03 CPFMOV              PIC X(11).
           03 CPFMOVN REDEFINES CPFMOV PIC 9(11).
      *
       FD RELRECTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECOLHE.DOC".
       01 REGRELRECTX          PIC X(100).
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
       01 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-PACIOK      PIC X(01) VALUE "N".
       01 W-ACHOULOTE   PIC X(01) VALUE "N".
      *---PARAMETROS DO RECOLHIMENTO-----------------------------------
       01 W-TIPOREC     PIC X(01) VALUE SPACES.
          88 REC-MEDICAMENTO  VALUE "M".
          88 REC-VACINA       VALUE "V".
       01 W-CODMED      PIC 9(05) VALUE ZEROS.
       01 W-VACINA      PIC X(30) VALUE SPACES.
       01 W-LOTE        PIC X(10) VALUE SPACES.
       01 W-MOTIVO      PIC X(30) VALUE SPACES.
       01 W-PRODUTO     PIC X(30) VALUE SPACES.
      *---TOTAIS-------------------------------------------------------
       01 W-QTDEREG     PIC 9(06) VALUE ZEROS.
       01 W-QTDETOTAL   PIC 9(08) VALUE ZEROS.
       01 W-QTDESEMPAC  PIC 9(08) VALUE ZEROS.
       01 W-SALDOBLOQ   PIC 9(08) VALUE ZEROS.
       01 W-CPFREC      PIC 9(11) VALUE ZEROS.
       01 W-DATAREC     PIC 9(08) VALUE ZEROS.
       01 W-QTDEDET     PIC 9(06) VALUE ZEROS.
       01 W-COMPLDET    PIC X(02) VALUE SPACES.
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
      *---LINHAS DO RELATORIO-----------------------------------------
       01 CABREC.
          03 FILLER PIC X(54) VALUE
          "HOSPITAL MAINFRAME *** RECOLHIMENTO DE LOTE ***".
          03 FILLER PIC X(09) VALUE "EMISSAO: ".
          03 DATACABTX        PIC 9(08).
       01 CABREC2.
          03 FILLER           PIC X(09) VALUE "PRODUTO: ".
          03 PRODCABTX        PIC X(30).
          03 FILLER           PIC X(09) VALUE "  LOTE: ".
          03 LOTECABTX        PIC X(10).
       01 CABREC3.
          03 FILLER           PIC X(09) VALUE "MOTIVO : ".
          03 MOTIVOCABTX      PIC X(30).
       01 CABREC4.
          03 FILLER PIC X(51) VALUE
          "DATA     CPF         NOME".
          03 FILLER PIC X(40) VALUE
          "TELEFONE    TEL.RESP.     QTDE UN/DS".
       01 DETREC.
          03 DATARECTX        PIC 9(08).
          03 FILLER           PIC X(01) VALUE " ".
          03 CPFRECTX         PIC 9(11).
          03 FILLER           PIC X(01) VALUE " ".
          03 NOMERECTX        PIC X(30).
          03 FILLER           PIC X(01) VALUE " ".
          03 DDDRECTX         PIC 9(02).
          03 TELRECTX         PIC 9(09).
          03 FILLER           PIC X(01) VALUE " ".
          03 DDDRESPRECTX     PIC 9(02).
          03 TELRESPRECTX     PIC 9(09).
          03 FILLER           PIC X(01) VALUE " ".
          03 QTDERECTX        PIC ZZZZZ9.
          03 FILLER           PIC X(03) VALUE "   ".
          03 COMPLRECTX       PIC X(02).
       01 DETREC2.
          03 FILLER           PIC X(21) VALUE SPACES.
          03 FILLER           PIC X(08) VALUE "E-MAIL: ".
          03 EMAILRECTX       PIC X(30).
          03 FILLER           PIC X(07) VALUE " RESP: ".
          03 NOMERESPRECTX    PIC X(30).
       01 TOTREC.
          03 FILLER           PIC X(20) VALUE "REGISTROS DE USO : ".
          03 QTDEREGTX        PIC ZZZZZ9.
          03 FILLER           PIC X(16) VALUE "  QTDE TOTAL : ".
          03 QTDETOTTX        PIC ZZZZZZZ9.
       01 TOTREC2.
          03 FILLER PIC X(36) VALUE
          "SAIDAS SEM PACIENTE IDENTIFICADO : ".
          03 QTDESEMPACTX     PIC ZZZZZZZ9.
       01 TOTREC3.
          03 FILLER PIC X(36) VALUE
          "SALDO BLOQUEADO NO ESTOQUE       : ".
          03 SALDOBLOQTX      PIC ZZZZZZZ9.
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
       01 W-CHAVELOG.
          03 TIPOCHAVELOG   PIC X(01).
          03 CODCHAVELOG    PIC 9(05).
          03 LOTECHAVELOG   PIC X(10).
          03 FILLER         PIC X(07) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELARECOLHE.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "          RECOLHIMENTO DE LOTE (MEDICAME".
           05  LINE 03  COLUMN 41
               VALUE  "NTO / VACINA)".
           05  LINE 06  COLUMN 01
               VALUE  "   TIPO (M=MEDICAMENTO V=VACINA) :".
           05  LINE 08  COLUMN 01
               VALUE  "   MEDICAMENTO :".
           05  LINE 09  COLUMN 01
               VALUE  "   VACINA      :".
           05  LINE 11  COLUMN 01
               VALUE  "   LOTE        :".
           05  LINE 13  COLUMN 01
               VALUE  "   MOTIVO      :".
           05  LINE 15  COLUMN 01
               VALUE  "   REGISTROS DE USO      :".
           05  LINE 16  COLUMN 01
               VALUE  "   SALDO BLOQUEADO       :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TW-TIPOREC
               LINE 06  COLUMN 36  PIC X(01)
               USING  W-TIPOREC
               HIGHLIGHT.
           05  TW-CODMED
               LINE 08  COLUMN 18  PIC 9(05)
               USING  W-CODMED
               HIGHLIGHT.
           05  TW-VACINA
               LINE 09  COLUMN 18  PIC X(30)
               USING  W-VACINA
               HIGHLIGHT.
           05  TW-LOTE
               LINE 11  COLUMN 18  PIC X(10)
               USING  W-LOTE
               HIGHLIGHT.
           05  TW-MOTIVO
               LINE 13  COLUMN 18  PIC X(30)
               USING  W-MOTIVO
               HIGHLIGHT.
           05  TW-QTDEREG
               LINE 15  COLUMN 28  PIC 9(06)
               USING  W-QTDEREG
               HIGHLIGHT.
           05  TW-SALDOBLOQ
               LINE 16  COLUMN 28  PIC 9(08)
               USING  W-SALDOBLOQ
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           PERFORM ABRIR-CADSESSAO
           DISPLAY TELARECOLHE.
       L1.
           MOVE SPACES TO W-TIPOREC
           ACCEPT TW-TIPOREC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM2.
           IF W-TIPOREC = "m"
              MOVE "M" TO W-TIPOREC.
           IF W-TIPOREC = "v"
              MOVE "V" TO W-TIPOREC.
           IF NOT REC-MEDICAMENTO AND NOT REC-VACINA
              MOVE "*** DIGITE APENAS M OU V ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
           IF REC-VACINA
              GO TO L2V.
       L2M.
           ACCEPT TW-CODMED
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L1.
           OPEN INPUT CADMEDIC
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADMEDIC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           MOVE W-CODMED TO CODMEDICREG
           READ CADMEDIC
           IF ST-ERRO NOT = "00"
              CLOSE CADMEDIC
              MOVE "**MEDICAMENTO DIGITADO NAO ENCONTRADO**" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2M.
           MOVE NOMECOMERCIAL TO W-PRODUTO
           CLOSE CADMEDIC
           DISPLAY (08, 25) W-PRODUTO
           GO TO L3.
       L2V.
           ACCEPT TW-VACINA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L1.
           IF W-VACINA = SPACES
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2V.
           MOVE W-VACINA TO W-PRODUTO.
       L3.
           ACCEPT TW-LOTE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L1.
           IF W-LOTE = SPACES
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L3.
       L4.
           ACCEPT TW-MOTIVO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L3.
           IF W-MOTIVO = SPACES
              MOVE "INFORME O MOTIVO DO RECOLHIMENTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L4.
      *----------------LISTA DE PACIENTES QUE RECEBERAM O LOTE-----------
       ABRIR-ARQUIVOS.
           OPEN INPUT CADPACI
           IF ST-ERRO = "00"
              MOVE "S" TO W-PACIOK.
           OPEN OUTPUT RELRECTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RECOLHE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-DATAHOJE TO DATACABTX
           MOVE W-PRODUTO TO PRODCABTX
           MOVE W-LOTE TO LOTECABTX
           MOVE W-MOTIVO TO MOTIVOCABTX
           WRITE REGRELRECTX FROM CABREC
           WRITE REGRELRECTX FROM CABREC2
           WRITE REGRELRECTX FROM CABREC3
           WRITE REGRELRECTX FROM CABREC4
           MOVE ZEROS TO W-QTDEREG W-QTDETOTAL W-QTDESEMPAC
           IF REC-VACINA
              GO TO USO-VACINA.
      *-----SAIDAS DO LOTE NO MOVIMENTO DE ESTOQUE (COM O CPF)-----------
       USO-MEDIC.
           OPEN INPUT CADMOVEST
           IF ST-ERRO NOT = "00"
              GO TO FIM-USO.
       USO-MEDIC1.
           READ CADMOVEST
           IF ST-ERRO NOT = "00"
              CLOSE CADMOVEST
              GO TO FIM-USO.
           IF TIPOMOV NOT = "S" OR CODMEDICMOV NOT = W-CODMED
              GO TO USO-MEDIC1.
           IF LOTEMOV NOT = W-LOTE
              GO TO USO-MEDIC1.
           IF CPFMOV = SPACES OR CPFMOV NOT NUMERIC
              ADD QTDEMOV TO W-QTDESEMPAC
              GO TO USO-MEDIC1.
           IF CPFMOVN = ZEROS
              ADD QTDEMOV TO W-QTDESEMPAC
              GO TO USO-MEDIC1.
           MOVE CPFMOVN TO W-CPFREC
           MOVE DATAMOV TO W-DATAREC
           MOVE QTDEMOV TO W-QTDEDET
           MOVE UNIDMOV TO W-COMPLDET
           PERFORM GRAVA-DETALHE THRU FIM-GRAVA-DETALHE
           GO TO USO-MEDIC1.
      *-----APLICACOES DO LOTE NO CARTAO DE VACINAS----------------------
       USO-VACINA.
           OPEN INPUT CADVACINA
           IF ST-ERRO NOT = "00"
              GO TO FIM-USO.
           MOVE ZEROS TO CPFVACINA NUMLINHA
           START CADVACINA KEY IS NOT LESS KEYVACINA INVALID KEY
                 CLOSE CADVACINA
                 GO TO FIM-USO.
       USO-VACINA1.
           READ CADVACINA NEXT
           IF ST-ERRO NOT = "00"
              CLOSE CADVACINA
              GO TO FIM-USO.
           IF VACINA NOT = W-VACINA OR LOTEVAC NOT = W-LOTE
              GO TO USO-VACINA1.
           MOVE CPFVACINA TO W-CPFREC
           COMPUTE W-DATAREC = ANOAPLIC * 10000
                 + MESAPLIC * 100 + DIAAPLIC
           MOVE 1 TO W-QTDEDET
           MOVE DOSENUM TO W-COMPLDET
           PERFORM GRAVA-DETALHE THRU FIM-GRAVA-DETALHE
           GO TO USO-VACINA1.
       FIM-USO.
           MOVE W-QTDEREG TO QTDEREGTX
           MOVE W-QTDETOTAL TO QTDETOTTX
           WRITE REGRELRECTX FROM TOTREC
           MOVE W-QTDESEMPAC TO QTDESEMPACTX
           WRITE REGRELRECTX FROM TOTREC2
           DISPLAY TW-QTDEREG.
      *----------------BLOQUEIO DO LOTE---------------------------------
       BLOQ-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "BLOQUEAR O LOTE (S/N) : ".
           ACCEPT (23, 64) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-OPCAO = "N" OR "n"
              MOVE "*** LOTE NAO BLOQUEADO, SO O RELATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIM-BLOQUEIO.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BLOQ-OPC.
           MOVE ZEROS TO W-SALDOBLOQ
           MOVE "N" TO W-ACHOULOTE
           IF REC-VACINA
              GO TO BLOQ-VACINA.
       BLOQ-MEDIC.
           OPEN I-O CADLOTEEST
           IF ST-ERRO NOT = "00"
              GO TO BLOQ-MEDIC2.
           MOVE W-CODMED TO CODMEDICLOTE
           MOVE W-LOTE TO LOTEEST
           READ CADLOTEEST
           IF ST-ERRO = "00"
              MOVE "S" TO W-ACHOULOTE
              MOVE "S" TO BLOQLOTE
              MOVE SALDOLOTE TO W-SALDOBLOQ
              REWRITE REGLOTEEST.
           CLOSE CADLOTEEST.
       BLOQ-MEDIC2.
      *-----BLOQUEIA O LOTE EM TODAS AS UNIDADES (UNIDADE 00)------------
           MOVE "B" TO W-ACAOEU
           MOVE W-CODMED TO W-CODMEDEU
           MOVE ZEROS TO W-UNIDEU
           MOVE W-LOTE TO W-LOTEEU
           PERFORM CHAMA-ESTUNID THRU FIM-CHAMA-ESTUNID
           IF W-OKEU = "S"
              MOVE "S" TO W-ACHOULOTE
              IF W-SALDOBLOQ = ZEROS
                 MOVE W-SALDOEU TO W-SALDOBLOQ.
           GO TO BLOQ-GRAVA.
       BLOQ-VACINA.
           OPEN I-O CADLOTEVAC
           IF ST-ERRO NOT = "00"
              GO TO BLOQ-GRAVA.
           MOVE W-VACINA TO VACINALOTE
           MOVE W-LOTE TO LOTEVACREG
           READ CADLOTEVAC
           IF ST-ERRO = "00"
              MOVE "S" TO W-ACHOULOTE
              MOVE "S" TO BLOQVAC
              MOVE SALDOVAC TO W-SALDOBLOQ
              REWRITE REGLOTEVAC.
           CLOSE CADLOTEVAC.
       BLOQ-GRAVA.
           MOVE W-SALDOBLOQ TO SALDOBLOQTX
           WRITE REGRELRECTX FROM TOTREC3
           DISPLAY TW-SALDOBLOQ
           IF W-ACHOULOTE NOT = "S"
              MOVE "** LOTE NAO ESTA NO ESTOQUE, NADA A BLOQUEAR **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIM-BLOQUEIO.
           PERFORM ABRIR-CADLOG
           MOVE W-TIPOREC TO TIPOCHAVELOG
           MOVE W-CODMED TO CODCHAVELOG
           MOVE W-LOTE TO LOTECHAVELOG
           MOVE W-CHAVELOG TO CHAVELOGTX
           MOVE "B" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           CLOSE CADLOG
           MOVE "*** LOTE BLOQUEADO PARA DISPENSACAO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FIM-BLOQUEIO.
           MOVE "*** RELATORIO RECOLHE.DOC GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *****************************************
      * ROTINAS DE APOIO                      *
      *****************************************
      *
      *-----LINHA DO PACIENTE COM OS DADOS DE CONTATO--------------------
       GRAVA-DETALHE.
           ADD 1 TO W-QTDEREG
           ADD W-QTDEDET TO W-QTDETOTAL
           MOVE W-DATAREC TO DATARECTX
           MOVE W-CPFREC TO CPFRECTX
           MOVE W-QTDEDET TO QTDERECTX
           MOVE W-COMPLDET TO COMPLRECTX
           MOVE "** PACIENTE NAO CADASTRADO **" TO NOMERECTX
           MOVE ZEROS TO DDDRECTX TELRECTX DDDRESPRECTX TELRESPRECTX
           MOVE SPACES TO EMAILRECTX NOMERESPRECTX
           IF W-PACIOK NOT = "S"
              GO TO GRAVA-DETALHE2.
           MOVE W-CPFREC TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              GO TO GRAVA-DETALHE2.
           MOVE NOMEPACIENTE TO NOMERECTX
           MOVE DDDPACIENTE TO DDDRECTX
           MOVE TNUMPACIENTE TO TELRECTX
           MOVE DDDRESPPACIENTE TO DDDRESPRECTX
           MOVE TNUMRESPPACIENTE TO TELRESPRECTX
           MOVE EMAILPACIENTE TO EMAILRECTX
           MOVE NOMERESPPACIENTE TO NOMERESPRECTX.
       GRAVA-DETALHE2.
           WRITE REGRELRECTX FROM DETREC
           IF EMAILRECTX NOT = SPACES OR NOMERESPRECTX NOT = SPACES
              WRITE REGRELRECTX FROM DETREC2.
       FIM-GRAVA-DETALHE.
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
           MOVE "RECOLHE" TO PROGRAMALOGTX
           MOVE LOGTX TO REGLOG
           WRITE REGLOG.
      *
       ROT-FIM.
           CLOSE RELRECTX.
           IF W-PACIOK = "S"
              CLOSE CADPACI.
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
