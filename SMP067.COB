       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP067.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    ORCAMENTO PARA PACIENTE PARTICULAR - ITENS COM PRECO DA    *
      *    TABELA VIGENTE (CADPROC / CADPRECOEX CONVENIO 0000),       *
      *    VALIDADE, ACEITE E IMPRESSAO (ORCAM<AAAAMMDD>.DOC)         *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADORCAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMORCAM
                    ALTERNATE RECORD KEY IS CONSORCAM
                                         WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.
       SELECT CADORCITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYORCITEM
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    ALTERNATE RECORD KEY IS NOMEPACIENTE
                                         WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPROC
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DESCPROC
                       WITH DUPLICATES.
       SELECT CADTIPOEX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODTIPOEXREG
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPRECOEX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRECOEX
                    FILE STATUS  IS ST-ERRO.
       SELECT ORCAMTX ASSIGN TO DISK
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
       FD CADORCAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORCAM.DAT".
       01  REGORCAM.
           03 NUMORCAM            PIC 9(06).
           03 CPFORCAM            PIC 9(11).
           03 NOMEORCAM           PIC X(30).
           03 TELORCAM            PIC 9(11).
           03 DATAORCAM           PIC 9(08).
           03 VALIDADEORCAM       PIC 9(08).
           03 VALORORCAM          PIC 9(07)V99.
           03 STATUSORCAM         PIC X(01).
              88 ORC-EMITIDO        VALUE "E".
              88 ORC-ACEITO         VALUE "A".
              88 ORC-UTILIZADO      VALUE "U".
              88 ORC-CANCELADO      VALUE "C".
           03 DATAACEITEORCAM     PIC 9(08).
           03 CONSORCAM           PIC X(23).
           03 OPERORCAM           PIC 9(04).
           03 FILLER              PIC X(20).
      *
       FD CADORCITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORCITEM.DAT".
       01  REGORCITEM.
           03 KEYORCITEM.
              05 NUMOIT           PIC 9(06).
              05 SEQOIT           PIC 9(02).
           03 TIPOOIT             PIC X(01).
              88 OIT-PROCEDIMENTO   VALUE "P".
              88 OIT-EXAME          VALUE "E".
           03 CODOIT              PIC 9(08).
           03 DESCOIT             PIC X(40).
           03 VALOROIT            PIC 9(06)V99.
           03 VIGENCIAOIT         PIC 9(08).
           03 FILLER              PIC X(20).
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
       FD CADPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROC.DAT".
       01  REGPROC.
           03 CODPROC             PIC 9(08).
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
       FD CADTIPOEX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTIPOEX.DAT".
       01  REGTIPOEX.
           03 CODTIPOEXREG        PIC 9(04).
           03 NOMETIPOEX          PIC X(30).
           03 UNIDMEDIDA          PIC X(10).
           03 VALORMINEX          PIC 9(06)V99.
           03 VALORMAXEX          PIC 9(06)V99.
           03 TEXTOLAUDO          PIC X(60).
           03 VALORMINCRIT        PIC 9(06)V99.
           03 VALORMAXCRIT        PIC 9(06)V99.
           03 DURACAOEX           PIC 9(03).
      *
       FD CADPRECOEX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRECOEX.DAT".
       01  REGPRECOEX.
           03 KEYPRECOEX.
              05 CODTEXPRECO      PIC 9(04).
              05 CONVEXPRECO      PIC 9(04).
              05 PLANOEXPRECO     PIC 9(02).
              05 VIGENCIAEXPRECO  PIC 9(08).
           03 VALOREXPRECO        PIC 9(06)V99.
      *
       FD ORCAMTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQORCAM.
       01 REGORCAMTX           PIC X(80).
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
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 ST-ERRO       PIC X(02) VALUE "00".
       01 W-ACAO        PIC X(01) VALUE SPACES.
       01 W-PACIOK      PIC X(01) VALUE "N".
       01 W-PRECOEXOK   PIC X(01) VALUE "N".
       01 W-TIPOEXOK    PIC X(01) VALUE "N".
      *---VALIDADE PADRAO DO ORCAMENTO (DIAS CORRIDOS)-----------------
       01 W-DIASVALIDADE PIC 9(03) VALUE 30.
       01 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-JULHOJE     PIC 9(07) VALUE ZEROS.
       01 W-DATAVALIDA  PIC X(01) VALUE SPACES.
       01 W-DATAAMD     PIC 9(08) VALUE ZEROS.
       01 W-DATAAMDX REDEFINES W-DATAAMD.
          03 W-ANOAMD       PIC 9(04).
          03 W-MESAMD       PIC 9(02).
          03 W-DIAAMD       PIC 9(02).
       01 W-DATADMA.
          03 W-DIADMA       PIC 9(02).
          03 W-MESDMA       PIC 9(02).
          03 W-ANODMA       PIC 9(04).
      *---NUMERACAO, SEQUENCIA E TOTAL--------------------------------
       01 W-NUMNOVO     PIC 9(06) VALUE ZEROS.
       01 W-SEQOIT      PIC 9(02) VALUE ZEROS.
       01 W-TOTALORCAM  PIC 9(07)V99 VALUE ZEROS.
       01 W-VALORORCAMED PIC Z.ZZZ.ZZ9,99.
       01 W-VALOROITED  PIC ZZZ.ZZ9,99.
       01 W-STATUSTX    PIC X(10) VALUE SPACES.
      *---PRECO PARTICULAR DO EXAME (CONVENIO 0000 PLANO 00)-----------
       01 W-VALOREXAME  PIC 9(06)V99 VALUE ZEROS.
       01 W-VIGENCIAEX  PIC 9(08) VALUE ZEROS.
      *---ARQUIVO DATADO PARA REIMPRESSAO (REPRINT)--------------------
       01 W-ARQORCAM.
          03 FILLER      PIC X(05) VALUE "ORCAM".
          03 ARQDATAORC  PIC 9(08) VALUE ZEROS.
          03 FILLER      PIC X(04) VALUE ".DOC".
      *---LINHAS DO ORCAMENTO------------------------------------------
       01 LINHABRANCA   PIC X(80) VALUE SPACES.
       01 CABORC.
          03 FILLER PIC X(46) VALUE
          "HOSPITAL MAINFRAME - ORCAMENTO PARTICULAR NR ".
          03 NUMORCTX         PIC 9(06).
       01 LINPACORC.
          03 FILLER           PIC X(10) VALUE "PACIENTE: ".
          03 NOMEORCTX        PIC X(30).
          03 FILLER           PIC X(07) VALUE "  CPF: ".
          03 CPFORCTX         PIC 9(11).
       01 LINDATAORC.
          03 FILLER           PIC X(09) VALUE "EMISSAO: ".
          03 DIAEMIORCTX      PIC 9(02).
          03 FILLER           PIC X(01) VALUE "/".
          03 MESEMIORCTX      PIC 9(02).
          03 FILLER           PIC X(01) VALUE "/".
          03 ANOEMIORCTX      PIC 9(04).
          03 FILLER           PIC X(16) VALUE "   VALIDO ATE: ".
          03 DIAVALORCTX      PIC 9(02).
          03 FILLER           PIC X(01) VALUE "/".
          03 MESVALORCTX      PIC 9(02).
          03 FILLER           PIC X(01) VALUE "/".
          03 ANOVALORCTX      PIC 9(04).
       01 CABITEMORC.
          03 FILLER PIC X(60) VALUE
          "SEQ TIPO CODIGO   DESCRICAO                               ".
          03 FILLER PIC X(20) VALUE "          VALOR     ".
       01 LINITEMORC.
          03 SEQORCTX         PIC 9(02).
          03 FILLER           PIC X(02) VALUE SPACES.
          03 TIPOORCTX        PIC X(04).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 CODORCTX         PIC 9(08).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 DESCORCTX        PIC X(40).
          03 FILLER           PIC X(04) VALUE SPACES.
          03 VALORORCTX       PIC ZZZ.ZZ9,99.
       01 LINTOTORC.
          03 FILLER           PIC X(55) VALUE SPACES.
          03 FILLER           PIC X(08) VALUE "TOTAL: ".
          03 TOTALORCTX       PIC Z.ZZZ.ZZ9,99.
       01 LINOBSORC1        PIC X(80) VALUE
          "VALORES DA TABELA PARTICULAR VIGENTE NA EMISSAO,".
       01 LINOBSORC2        PIC X(80) VALUE
          "GARANTIDOS ATE A VALIDADE SE O ORCAMENTO FOR ACEITO.".
       01 LINSEPORC         PIC X(80) VALUE ALL "-".
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
          03 CHAVELOGTX     PIC X(20).
          03 FILLER         PIC X(01) VALUE " ".
          03 ACAOLOGTX      PIC X(01).
      *------------------------------------
       SCREEN SECTION.
       01  TELAORCAM.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "                 ORCAMENTO PARA PACIENTE".
           05  LINE 03  COLUMN 41
               VALUE  " PARTICULAR".
           05  LINE 05  COLUMN 01
               VALUE  "     NUMERO ORCAMENTO  :        (000000=NO".
           05  LINE 05  COLUMN 42
               VALUE  "VO)   STATUS :".
           05  LINE 06  COLUMN 01
               VALUE  "     CPF DO PACIENTE   :".
           05  LINE 07  COLUMN 01
               VALUE  "     NOME              :".
           05  LINE 08  COLUMN 01
               VALUE  "     TELEFONE          :".
           05  LINE 09  COLUMN 01
               VALUE  "     VALIDADE AAAAMMDD :".
           05  LINE 09  COLUMN 45
               VALUE  "TOTAL  :".
           05  LINE 11  COLUMN 01
               VALUE  "  ------------------------------ ITENS --".
           05  LINE 11  COLUMN 42
               VALUE  "-----------------------------".
           05  LINE 12  COLUMN 01
               VALUE  "     SEQUENCIA         :      (00=NOVO)".
           05  LINE 13  COLUMN 01
               VALUE  "     TIPO              :      P=PROCEDIMEN".
           05  LINE 13  COLUMN 43
               VALUE  "TO  E=EXAME".
           05  LINE 14  COLUMN 01
               VALUE  "     CODIGO            :".
           05  LINE 15  COLUMN 01
               VALUE  "     VALOR DA TABELA   :".
           05  LINE 17  COLUMN 01
               VALUE  "     OPCAO             :".
           05  LINE 17  COLUMN 31
               VALUE  "I=IMPRIMIR A=ACEITO C=CANCELAR F=FIM".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TNUMORCAM
               LINE 05  COLUMN 26  PIC 9(06)
               USING  NUMORCAM
               HIGHLIGHT.
           05  TCPFORCAM
               LINE 06  COLUMN 26  PIC 9(11)
               USING  CPFORCAM
               HIGHLIGHT.
           05  TNOMEORCAM
               LINE 07  COLUMN 26  PIC X(30)
               USING  NOMEORCAM
               HIGHLIGHT.
           05  TTELORCAM
               LINE 08  COLUMN 26  PIC 9(11)
               USING  TELORCAM
               HIGHLIGHT.
           05  TVALIDADEORCAM
               LINE 09  COLUMN 26  PIC 9(08)
               USING  VALIDADEORCAM
               HIGHLIGHT.
           05  TSEQOIT
               LINE 12  COLUMN 26  PIC 9(02)
               USING  SEQOIT
               HIGHLIGHT.
           05  TTIPOOIT
               LINE 13  COLUMN 26  PIC X(01)
               USING  TIPOOIT
               HIGHLIGHT.
           05  TCODOIT
               LINE 14  COLUMN 26  PIC 9(08)
               USING  CODOIT
               HIGHLIGHT.
           05  TACAO
               LINE 17  COLUMN 26  PIC X(01)
               USING  W-ACAO
               HIGHLIGHT.
      *
      *--------------(INICIO)--------------------------
       PROCEDURE DIVISION.
       INICIO.
       L0.
           OPEN I-O CADORCAM
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADORCAM
                CLOSE CADORCAM
                MOVE " ARQUIVO CADORCAM FOI CRIADO " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO L0
             ELSE
                MOVE " ERRO NA ABERTURA DO ARQUIVO " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.
       L0-ITEM.
           OPEN I-O CADORCITEM
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADORCITEM
                CLOSE CADORCITEM
                MOVE " ARQUIVO CADORCITEM FOI CRIADO " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO L0-ITEM
             ELSE
                MOVE " ERRO NA ABERTURA DO ARQUIVO CADORCITEM" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADORCAM
                GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.
           OPEN INPUT CADPROC
           IF ST-ERRO NOT = "00"
              MOVE " ERRO NA ABERTURA DO ARQUIVO CADPROC " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADPACI
           IF ST-ERRO = "00"
              MOVE "S" TO W-PACIOK.
           OPEN INPUT CADTIPOEX
           IF ST-ERRO = "00"
              MOVE "S" TO W-TIPOEXOK.
           OPEN INPUT CADPRECOEX
           IF ST-ERRO = "00"
              MOVE "S" TO W-PRECOEXOK.
           PERFORM ABRIR-CADSESSAO.
           PERFORM ABRIR-CADLOG.
       L1.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO NUMORCAM CPFORCAM TELORCAM DATAORCAM
                         VALIDADEORCAM VALORORCAM DATAACEITEORCAM
                         OPERORCAM
           MOVE SPACES TO NOMEORCAM CONSORCAM STATUSORCAM W-ACAO
           PERFORM LIMPA-ITEM
           DISPLAY TELAORCAM.
       L2.
           ACCEPT TNUMORCAM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF NUMORCAM = ZEROS
              GO TO L3.
           READ CADORCAM
           IF ST-ERRO NOT = "00"
              MOVE "** ORCAMENTO NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2.
           DISPLAY TELAORCAM
           PERFORM MOSTRA-STATUS
           IF NOT ORC-EMITIDO
              MOVE "ORCAMENTO ACEITO/ENCERRADO - ITENS SO CONSULTA"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO L6.
      *
      *---------------- NOVO ORCAMENTO -------------------
       L3.
           ACCEPT TCPFORCAM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L2.
           IF CPFORCAM = ZEROS
              MOVE " ** PREENCHA O CAMPO PARA PROSSEGUIR ** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L3.
           IF W-PACIOK = "S"
              MOVE CPFORCAM TO CPF
              READ CADPACI
              IF ST-ERRO = "00"
                 PERFORM SUGERE-CONTATO.
           DISPLAY TNOMEORCAM TTELORCAM.
       L4.
           ACCEPT TNOMEORCAM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L3.
           IF NOMEORCAM = SPACES
              MOVE " ** PREENCHA O CAMPO PARA PROSSEGUIR ** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L4.
           ACCEPT TTELORCAM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L4.
           IF VALIDADEORCAM = ZEROS
              COMPUTE W-JULHOJE = FUNCTION INTEGER-OF-DATE(W-DATAHOJE)
                    + W-DIASVALIDADE
              COMPUTE VALIDADEORCAM =
                    FUNCTION DATE-OF-INTEGER(W-JULHOJE)
              DISPLAY TVALIDADEORCAM.
       L5.
           ACCEPT TVALIDADEORCAM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L4.
           MOVE VALIDADEORCAM TO W-DATAAMD
           PERFORM VALIDA-DATA
           IF W-DATAVALIDA NOT = "S"
              MOVE "DATA DE VALIDADE INVALIDA NO CALENDARIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L5.
           IF VALIDADEORCAM < W-DATAHOJE
              MOVE "VALIDADE NAO PODE SER ANTERIOR A HOJE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L5.
       L5-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L5.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L5-OPC.
           PERFORM GERA-NUMERO THRU FIM-GERA-NUMERO
           MOVE W-NUMNOVO TO NUMORCAM
           MOVE W-DATAHOJE TO DATAORCAM
           MOVE ZEROS TO VALORORCAM DATAACEITEORCAM
           MOVE SPACES TO CONSORCAM
           MOVE "E" TO STATUSORCAM
           MOVE W-CODOPERLOG TO OPERORCAM
           WRITE REGORCAM
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADORCAM *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE NUMORCAM TO CHAVELOGTX
           MOVE "N" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           DISPLAY TNUMORCAM
           PERFORM MOSTRA-STATUS
           MOVE "** ORCAMENTO ABERTO - INFORME OS ITENS **" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      *---------------- ITENS DO ORCAMENTO ----------------
       L6.
           PERFORM LIMPA-ITEM
           DISPLAY TSEQOIT TTIPOOIT TCODOIT
           DISPLAY (14, 36) LIMPA
           DISPLAY (15, 26) LIMPA
           ACCEPT TSEQOIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L9.
           MOVE NUMORCAM TO NUMOIT
           IF SEQOIT = ZEROS
              IF NOT ORC-EMITIDO
                 MOVE "ORCAMENTO ACEITO/ENCERRADO NAO RECEBE ITENS"
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO L6
              ELSE
                 PERFORM PROXIMO-ITEM THRU FIM-PROXIMO-ITEM
                 MOVE W-SEQOIT TO SEQOIT
                 DISPLAY TSEQOIT
                 GO TO L7.
           READ CADORCITEM
           IF ST-ERRO NOT = "00"
              MOVE "** ITEM NAO ENCONTRADO NO ORCAMENTO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L6.
           DISPLAY TSEQOIT TTIPOOIT TCODOIT
           DISPLAY (14, 36) DESCOIT
           MOVE VALOROIT TO W-VALOROITED
           DISPLAY (15, 26) W-VALOROITED
           IF NOT ORC-EMITIDO
              GO TO L6.
       EXC-OPC.
           DISPLAY (23, 40) "EXCLUIR ITEM (S/N) : ".
           ACCEPT (23, 61) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              GO TO L6.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EXC-OPC.
           DELETE CADORCITEM RECORD
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA EXCLUSAO DO ITEM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE KEYORCITEM TO CHAVELOGTX
           MOVE "E" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           PERFORM TOTALIZA-ORCAMENTO THRU FIM-TOTALIZA-ORCAMENTO
           MOVE "*** ITEM EXCLUIDO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO L6.
       L7.
           ACCEPT TTIPOOIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L6.
           IF NOT OIT-PROCEDIMENTO AND NOT OIT-EXAME
              MOVE "TIPO: P=PROCEDIMENTO  E=EXAME" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L7.
       L8.
           ACCEPT TCODOIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L7.
           IF OIT-EXAME
              GO TO L8-EXAME.
           MOVE CODOIT TO CODPROC
           READ CADPROC
           IF ST-ERRO NOT = "00"
              MOVE "**PROCEDIMENTO NAO ENCONTRADO**" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L8.
           IF ATIVOPROC NOT = "S"
              MOVE "**PROCEDIMENTO INATIVO NA TABELA**" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L8.
           MOVE DESCPROC TO DESCOIT
           MOVE VALORPROC TO VALOROIT
           MOVE ZEROS TO VIGENCIAOIT
           GO TO L8-MOSTRA.
       L8-EXAME.
           IF CODOIT > 9999
              MOVE "**CODIGO DE EXAME COM ATE 4 DIGITOS**" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L8.
           MOVE SPACES TO DESCOIT
           IF W-TIPOEXOK = "S"
              MOVE CODOIT TO CODTIPOEXREG
              READ CADTIPOEX
              IF ST-ERRO = "00"
                 MOVE NOMETIPOEX TO DESCOIT.
           IF DESCOIT = SPACES
              MOVE "**TIPO DE EXAME NAO CADASTRADO**" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L8.
           PERFORM BUSCA-PRECO-EXAME THRU FIM-BUSCA-PRECO-EXAME
           IF W-VALOREXAME = ZEROS
              MOVE "**EXAME SEM PRECO PARTICULAR VIGENTE**" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L8.
           MOVE W-VALOREXAME TO VALOROIT
           MOVE W-VIGENCIAEX TO VIGENCIAOIT.
       L8-MOSTRA.
           DISPLAY (14, 36) DESCOIT
           MOVE VALOROIT TO W-VALOROITED
           DISPLAY (15, 26) W-VALOROITED.
       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L8.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L6.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
       INC-WR1.
           WRITE REGORCITEM
           IF ST-ERRO = "00" OR "02"
              MOVE KEYORCITEM TO CHAVELOGTX
              MOVE "N" TO ACAOLOGTX
              PERFORM ESCREVE-LOG
              PERFORM TOTALIZA-ORCAMENTO THRU FIM-TOTALIZA-ORCAMENTO
              MOVE "** ITEM GRAVADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L6.
           IF ST-ERRO = "22"
              MOVE "** SEQUENCIA JA EXISTE, ITEM NAO GRAVADO **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L6
           ELSE
              MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADORCITEM * "
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *
      *****************************************
      * IMPRESSAO / ACEITE / CANCELAMENTO     *
      *****************************************
      *
       L9.
           MOVE SPACES TO W-ACAO
           ACCEPT TACAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L6.
           IF W-ACAO = "F"
              GO TO L1.
           IF W-ACAO = "I"
              GO TO IMP-001.
           IF W-ACAO = "A"
              GO TO ACE-001.
           IF W-ACAO = "C"
              GO TO CAN-001.
           MOVE "I=IMPRIMIR A=ACEITO C=CANCELAR F=FIM" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO L9.
      *
       IMP-001.
           IF VALORORCAM = ZEROS
              MOVE "** ORCAMENTO SEM ITENS **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L9.
           IF ORC-CANCELADO
              MOVE "** ORCAMENTO CANCELADO NAO E IMPRESSO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L9.
           PERFORM GRAVA-DOCUMENTO THRU FIM-GRAVA-DOCUMENTO
           MOVE "*** ORCAMENTO GRAVADO EM ORCAM<DATA>.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO L9.
      *
       ACE-001.
           IF NOT ORC-EMITIDO
              MOVE "** SOMENTE ORCAMENTO EMITIDO PODE SER ACEITO **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L9.
           IF VALORORCAM = ZEROS
              MOVE "** ORCAMENTO SEM ITENS **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L9.
           IF VALIDADEORCAM < W-DATAHOJE
              MOVE "** ORCAMENTO VENCIDO, EMITA UM NOVO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L9.
       ACE-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "ACEITO PELO PACIENTE (S/N) : ".
           ACCEPT (23, 69) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              GO TO L9.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-OPC.
           MOVE "A" TO STATUSORCAM
           MOVE W-DATAHOJE TO DATAACEITEORCAM
           MOVE W-CODOPERLOG TO OPERORCAM
           REWRITE REGORCAM
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA ALTERACAO DO ORCAMENTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE NUMORCAM TO CHAVELOGTX
           MOVE "A" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           PERFORM MOSTRA-STATUS
           MOVE "*** ORCAMENTO ACEITO - VALORES GARANTIDOS NO CAIXA"
              TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO L9.
      *
       CAN-001.
           IF NOT ORC-EMITIDO AND NOT ORC-ACEITO
              MOVE "** ORCAMENTO JA UTILIZADO OU CANCELADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L9.
       CAN-OPC.
           DISPLAY (23, 40) "CANCELAR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              GO TO L9.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAN-OPC.
           MOVE "C" TO STATUSORCAM
           MOVE W-CODOPERLOG TO OPERORCAM
           REWRITE REGORCAM
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NO CANCELAMENTO DO ORCAMENTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE NUMORCAM TO CHAVELOGTX
           MOVE "E" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           MOVE "*** ORCAMENTO CANCELADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO L1.
      *
      *****************************************
      * ROTINAS AUXILIARES                    *
      *****************************************
      *
       LIMPA-ITEM.
           MOVE ZEROS TO SEQOIT CODOIT VALOROIT VIGENCIAOIT
           MOVE SPACES TO TIPOOIT DESCOIT.
      *
       MOSTRA-STATUS.
           MOVE SPACES TO W-STATUSTX
           IF ORC-EMITIDO
              MOVE "EMITIDO   " TO W-STATUSTX.
           IF ORC-ACEITO
              MOVE "ACEITO    " TO W-STATUSTX.
           IF ORC-UTILIZADO
              MOVE "UTILIZADO " TO W-STATUSTX.
           IF ORC-CANCELADO
              MOVE "CANCELADO " TO W-STATUSTX.
           IF (ORC-EMITIDO OR ORC-ACEITO)
                 AND VALIDADEORCAM < W-DATAHOJE
              MOVE "VENCIDO   " TO W-STATUSTX.
           DISPLAY (05, 57) W-STATUSTX
           MOVE VALORORCAM TO W-VALORORCAMED
           DISPLAY (09, 54) W-VALORORCAMED.
      *
      *-----PACIENTE CADASTRADO: NOME (SOCIAL) E TELEFONE DO CADASTRO--
       SUGERE-CONTATO.
           IF NOMEORCAM = SPACES
              IF NOMESOCIAL NOT = SPACES
                 MOVE NOMESOCIAL TO NOMEORCAM
              ELSE
                 MOVE NOMEPACIENTE TO NOMEORCAM.
           IF TELORCAM = ZEROS
              MOVE TELEFONEPACIENTE TO TELORCAM.
      *
       VALIDA-DATA.
           MOVE W-DIAAMD TO W-DIADMA
           MOVE W-MESAMD TO W-MESDMA
           MOVE W-ANOAMD TO W-ANODMA
           CALL "DATAVAL" USING W-DATADMA W-DATAVALIDA
           CANCEL "DATAVAL".
      *
      *-----PROXIMO NUMERO DE ORCAMENTO---------------------------------
       GERA-NUMERO.
           MOVE ZEROS TO W-NUMNOVO
           MOVE ZEROS TO NUMORCAM
           START CADORCAM KEY IS NOT LESS THAN NUMORCAM
           IF ST-ERRO NOT = "00"
              GO TO FIM-GERA-NUMERO.
       GERA-NUMERO1.
           READ CADORCAM NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-GERA-NUMERO.
           MOVE NUMORCAM TO W-NUMNOVO
           GO TO GERA-NUMERO1.
       FIM-GERA-NUMERO.
           ADD 1 TO W-NUMNOVO.
      *
      *-----PROXIMA SEQUENCIA DE ITEM-----------------------------------
       PROXIMO-ITEM.
           MOVE ZEROS TO W-SEQOIT
           MOVE NUMORCAM TO NUMOIT
           MOVE ZEROS TO SEQOIT
           START CADORCITEM KEY IS NOT LESS THAN KEYORCITEM
           IF ST-ERRO NOT = "00"
              GO TO FIM-PROXIMO-ITEM.
       PROXIMO-ITEM1.
           READ CADORCITEM NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-PROXIMO-ITEM.
           IF NUMOIT NOT = NUMORCAM
              GO TO FIM-PROXIMO-ITEM.
           MOVE SEQOIT TO W-SEQOIT
           GO TO PROXIMO-ITEM1.
       FIM-PROXIMO-ITEM.
           PERFORM LIMPA-ITEM
           MOVE NUMORCAM TO NUMOIT
           ADD 1 TO W-SEQOIT.
      *
      *-----PRECO PARTICULAR VIGENTE HOJE (CONVENIO 0000 PLANO 00)-----
       BUSCA-PRECO-EXAME.
           MOVE ZEROS TO W-VALOREXAME W-VIGENCIAEX
           IF W-PRECOEXOK NOT = "S"
              GO TO FIM-BUSCA-PRECO-EXAME.
           MOVE CODOIT TO CODTEXPRECO
           MOVE ZEROS TO CONVEXPRECO PLANOEXPRECO VIGENCIAEXPRECO
           START CADPRECOEX KEY IS NOT LESS KEYPRECOEX INVALID KEY
                 GO TO FIM-BUSCA-PRECO-EXAME.
       BUSCA-PRECO-EXAME1.
           READ CADPRECOEX NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-BUSCA-PRECO-EXAME.
           IF CODTEXPRECO NOT = CODOIT
                 OR CONVEXPRECO NOT = ZEROS
                 OR PLANOEXPRECO NOT = ZEROS
              GO TO FIM-BUSCA-PRECO-EXAME.
           IF VIGENCIAEXPRECO NOT > W-DATAHOJE
              MOVE VALOREXPRECO TO W-VALOREXAME
              MOVE VIGENCIAEXPRECO TO W-VIGENCIAEX.
           GO TO BUSCA-PRECO-EXAME1.
       FIM-BUSCA-PRECO-EXAME.
           EXIT.
      *
      *-----TOTAL DO ORCAMENTO = SOMA DOS ITENS-------------------------
       TOTALIZA-ORCAMENTO.
           MOVE ZEROS TO W-TOTALORCAM
           MOVE NUMORCAM TO NUMOIT
           MOVE ZEROS TO SEQOIT
           START CADORCITEM KEY IS NOT LESS THAN KEYORCITEM
           IF ST-ERRO NOT = "00"
              GO TO GRAVA-TOTAL-ORCAMENTO.
       TOTALIZA-ORCAMENTO1.
           READ CADORCITEM NEXT
           IF ST-ERRO NOT = "00"
              GO TO GRAVA-TOTAL-ORCAMENTO.
           IF NUMOIT NOT = NUMORCAM
              GO TO GRAVA-TOTAL-ORCAMENTO.
           ADD VALOROIT TO W-TOTALORCAM
           GO TO TOTALIZA-ORCAMENTO1.
       GRAVA-TOTAL-ORCAMENTO.
           MOVE W-TOTALORCAM TO VALORORCAM
           REWRITE REGORCAM
           PERFORM MOSTRA-STATUS.
       FIM-TOTALIZA-ORCAMENTO.
           EXIT.
      *
      *-----DOCUMENTO DO ORCAMENTO (ARQUIVO DO DIA)---------------------
       GRAVA-DOCUMENTO.
           MOVE W-DATAHOJE TO ARQDATAORC
           OPEN EXTEND ORCAMTX
           IF ST-ERRO NOT = "00"
              OPEN OUTPUT ORCAMTX
              IF ST-ERRO NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DO ORCAMENTO"
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO FIM-GRAVA-DOCUMENTO.
           MOVE NUMORCAM TO NUMORCTX
           WRITE REGORCAMTX FROM CABORC
           WRITE REGORCAMTX FROM LINHABRANCA
           MOVE NOMEORCAM TO NOMEORCTX
           MOVE CPFORCAM TO CPFORCTX
           WRITE REGORCAMTX FROM LINPACORC
           MOVE DATAORCAM TO W-DATAAMD
           MOVE W-DIAAMD TO DIAEMIORCTX
           MOVE W-MESAMD TO MESEMIORCTX
           MOVE W-ANOAMD TO ANOEMIORCTX
           MOVE VALIDADEORCAM TO W-DATAAMD
           MOVE W-DIAAMD TO DIAVALORCTX
           MOVE W-MESAMD TO MESVALORCTX
           MOVE W-ANOAMD TO ANOVALORCTX
           WRITE REGORCAMTX FROM LINDATAORC
           WRITE REGORCAMTX FROM LINHABRANCA
           WRITE REGORCAMTX FROM CABITEMORC
           MOVE NUMORCAM TO NUMOIT
           MOVE ZEROS TO SEQOIT
           START CADORCITEM KEY IS NOT LESS THAN KEYORCITEM
           IF ST-ERRO NOT = "00"
              GO TO GRAVA-DOCUMENTO2.
       GRAVA-DOCUMENTO1.
           READ CADORCITEM NEXT
           IF ST-ERRO NOT = "00"
              GO TO GRAVA-DOCUMENTO2.
           IF NUMOIT NOT = NUMORCAM
              GO TO GRAVA-DOCUMENTO2.
           MOVE SEQOIT TO SEQORCTX
           IF OIT-EXAME
              MOVE "EXAM" TO TIPOORCTX
           ELSE
              MOVE "PROC" TO TIPOORCTX.
           MOVE CODOIT TO CODORCTX
           MOVE DESCOIT TO DESCORCTX
           MOVE VALOROIT TO VALORORCTX
           WRITE REGORCAMTX FROM LINITEMORC
           GO TO GRAVA-DOCUMENTO1.
       GRAVA-DOCUMENTO2.
           MOVE VALORORCAM TO TOTALORCTX
           WRITE REGORCAMTX FROM LINTOTORC
           WRITE REGORCAMTX FROM LINHABRANCA
           WRITE REGORCAMTX FROM LINOBSORC1
           WRITE REGORCAMTX FROM LINOBSORC2
           WRITE REGORCAMTX FROM LINSEPORC
           CLOSE ORCAMTX.
       FIM-GRAVA-DOCUMENTO.
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
           MOVE "SMP067" TO PROGRAMALOGTX
           MOVE LOGTX TO REGLOG
           WRITE REGLOG.
      *
       ROT-FIM.
           CLOSE CADORCAM CADORCITEM CADPROC CADLOG
           IF W-PACIOK = "S"
              CLOSE CADPACI.
           IF W-TIPOEXOK = "S"
              CLOSE CADTIPOEX.
           IF W-PRECOEXOK = "S"
              CLOSE CADPRECOEX.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
       ROT-MENS1.
           DISPLAY (23, 12) MENS.
       ROT-MENS2.
           ADD 1 TO W-CONT
           IF W-CONT < 3000
               GO TO ROT-MENS2
           ELSE
              MOVE SPACES TO MENS
              DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
           EXIT.
       FIM-ROT-TEMPO.
