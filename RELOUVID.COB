       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELOUVID.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    OUVIDORIA - RELATORIO MENSAL PARA A DIRETORIA              *
      *    MANIFESTACOES ABERTAS NA COMPETENCIA POR CATEGORIA E POR   *
      *    UNIDADE, POR TIPO, COM CONCLUIDAS E RESPONDIDAS NO PRAZO   *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADOUVID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PROTOUVID
                    FILE STATUS  IS ST-ERRO.
       SELECT CADUNIDADE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODUNIDADE
                    FILE STATUS  IS ST-ERRO.
       SELECT RELOUVIDTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------MANIFESTACOES DA OUVIDORIA (PROTOCOLO)-----------------
      *   REGISTRO DE CHAVE ZEROS = CONTROLE DO ULTIMO PROTOCOLO
       FD CADOUVID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOUVID.DAT".
       01  REGOUVID.
           03 PROTOUVID           PIC 9(08).
           03 TIPOOUVID           PIC X(01).
              88 OUV-RECLAMACAO     VALUE "R".
              88 OUV-ELOGIO         VALUE "E".
              88 OUV-SUGESTAO       VALUE "S".
              88 OUV-SOLICITACAO    VALUE "P".
           03 CANALOUVID          PIC X(01).
              88 CANAL-TELEFONE     VALUE "T".
              88 CANAL-EMAIL        VALUE "E".
              88 CANAL-CAIXA        VALUE "C".
              88 CANAL-PRESENCIAL   VALUE "P".
           03 CATOUVID            PIC 9(02).
           03 MANIFOUVID          PIC X(30).
           03 CPFOUVID            PIC 9(11).
           03 DATACONSOUVID       PIC 9(08).
           03 HORACONSOUVID       PIC 9(04).
           03 CRMOUVID            PIC 9(06).
           03 UNIDOUVID           PIC 9(02).
           03 RESUMOOUVID         PIC X(60).
           03 DATAABEROUVID       PIC 9(08).
           03 PRAZOOUVID          PIC 9(08).
           03 SITOUVID            PIC X(01).
              88 OUV-ABERTA         VALUE "A".
              88 OUV-ANDAMENTO      VALUE "E".
              88 OUV-CONCLUIDA      VALUE "C".
           03 DATACONCOUVID       PIC 9(08).
           03 AREAOUVID           PIC X(20).
           03 QTDRESPOUVID        PIC 9(03).
           03 OPEROUVID           PIC 9(04).
           03 FILLER              PIC X(15).
       01  REGOUVCTRL.
           03 PROTCTRLOUV         PIC 9(08).
           03 ULTPROTOUV          PIC 9(08).
           03 FILLER              PIC X(184).
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
       FD RELOUVIDTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELOUVID.DOC".
       01 REGRELOUVIDTX        PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 IND1           PIC 9(03) VALUE ZEROS.
       01 W-MESCOMP      PIC 9(02) VALUE ZEROS.
       01 W-ANOCOMP      PIC 9(04) VALUE ZEROS.
       01 W-UNIDOK       PIC X(01) VALUE "N".
       01 W-DATAABER     PIC 9(08) VALUE ZEROS.
       01 W-DATAABERR REDEFINES W-DATAABER.
          03 W-ANOABER   PIC 9(04).
          03 W-MESABER   PIC 9(02).
          03 W-DIAABER   PIC 9(02).
       01 W-ITIPO        PIC 9(01) VALUE ZEROS.
       01 W-ICAT         PIC 9(02) VALUE ZEROS.
       01 W-IUNID        PIC 9(03) VALUE ZEROS.
       01 TABCATOUVX.
          03 FILLER     PIC X(20) VALUE "ATENDIMENTO".
          03 FILLER     PIC X(20) VALUE "TEMPO DE ESPERA".
          03 FILLER     PIC X(20) VALUE "CORPO CLINICO".
          03 FILLER     PIC X(20) VALUE "ENFERMAGEM".
          03 FILLER     PIC X(20) VALUE "HOTELARIA/LIMPEZA".
          03 FILLER     PIC X(20) VALUE "ALIMENTACAO".
          03 FILLER     PIC X(20) VALUE "AGENDAMENTO".
          03 FILLER     PIC X(20) VALUE "FATURAMENTO/COBRANCA".
          03 FILLER     PIC X(20) VALUE "ESTRUTURA/INSTALACAO".
          03 FILLER     PIC X(20) VALUE "OUTROS".
       01 TABCATOUV REDEFINES TABCATOUVX.
          03 TBCATOUV   PIC X(20) OCCURS 10 TIMES.
      *---ACUMULADORES: TIPO 1=R 2=E 3=S 4=P--------------------------
       01 TABCATACUM.
          03 TBC-LINHA OCCURS 10 TIMES.
             05 TBC-TIPO      PIC 9(05) OCCURS 4 TIMES.
             05 TBC-CONC      PIC 9(05).
             05 TBC-NOPRAZO   PIC 9(05).
      *   UNIDADE NA POSICAO CODIGO + 1 (1 = SEM UNIDADE)
       01 TABUNIDACUM.
          03 TBU-LINHA OCCURS 100 TIMES.
             05 TBU-TIPO      PIC 9(05) OCCURS 4 TIMES.
             05 TBU-CONC      PIC 9(05).
             05 TBU-NOPRAZO   PIC 9(05).
       01 TABTOTACUM.
          03 TBT-TIPO         PIC 9(05) OCCURS 4 TIMES.
          03 TBT-CONC         PIC 9(05).
          03 TBT-NOPRAZO      PIC 9(05).
      *---CALCULO DE UMA LINHA-----------------------------------------
       01 W-LINHA.
          03 W-TIPO           PIC 9(05) OCCURS 4 TIMES.
          03 W-CONC           PIC 9(05).
          03 W-NOPRAZOL       PIC 9(05).
       01 W-TOTAL        PIC 9(06) VALUE ZEROS.
       01 W-PERC         PIC 9(03) VALUE ZEROS.
      *---LINHAS DO RELATORIO-----------------------------------------
       01 CAB0.
          03 FILLER PIC X(50) VALUE
          "HOSPITAL MAINFRAME    *** OUVIDORIA - RELATORIO ME".
          03 FILLER PIC X(22) VALUE "NSAL ***  COMPETENCIA:".
          03 MESCOMPTX    PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 ANOCOMPTX    PIC 9(04).
       01 CABPARTE.
          03 TITULOPARTETX  PIC X(50).
       01 CAB2.
          03 FILLER PIC X(50) VALUE
          "COD DESCRICAO                      RECL ELOG  SUG ".
          03 FILLER PIC X(33) VALUE
          " SOL TOTAL  CONCL NO PRAZO %PRAZO".
       01 DETOUV.
          03 CODOUVTX       PIC 9(03).
          03 FILLER         PIC X(01) VALUE " ".
          03 DESCOUVTX      PIC X(30).
          03 TIPO1TX        PIC ZZZZ9.
          03 TIPO2TX        PIC ZZZZ9.
          03 TIPO3TX        PIC ZZZZ9.
          03 TIPO4TX        PIC ZZZZ9.
          03 TOTALTX        PIC ZZZZZ9.
          03 CONCTX         PIC ZZZZZZ9.
          03 NOPRAZOTX      PIC ZZZZZZZZ9.
          03 FILLER         PIC X(01) VALUE " ".
          03 PERCTX         PIC ZZZZZ9.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELARELOUV.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          OUVIDORIA - RELATORIO MENSAL P".
           05  LINE 02  COLUMN 41
               VALUE  "ARA A DIRETORIA".
           05  LINE 10  COLUMN 01
               VALUE  "   COMPETENCIA (MM AAAA) :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TW-MESCOMP
               LINE 10  COLUMN 29  PIC 9(02)
               USING  W-MESCOMP
               HIGHLIGHT.
           05  TW-ANOCOMP
               LINE 10  COLUMN 32  PIC 9(04)
               USING  W-ANOCOMP
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY TELARELOUV.
       L1.
           ACCEPT TW-MESCOMP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM2.
           IF W-MESCOMP = ZEROS OR W-MESCOMP > 12
              MOVE "O MES INSERIDO NAO EXISTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
       L2.
           ACCEPT TW-ANOCOMP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L1.
           IF W-ANOCOMP < 1601
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2.
       ABRIR-ARQUIVOS.
           OPEN INPUT CADOUVID
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO CADOUVID NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN OUTPUT RELOUVIDTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELOUVID" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADOUVID
              GO TO ROT-FIM2.
           OPEN INPUT CADUNIDADE
           IF ST-ERRO = "00"
              MOVE "S" TO W-UNIDOK.
           MOVE ZEROS TO TABCATACUM TABUNIDACUM TABTOTACUM.
      *----------------ACUMULAR AS MANIFESTACOES DA COMPETENCIA---------
       ACUMULA.
           MOVE 1 TO PROTOUVID
           START CADOUVID KEY IS NOT LESS PROTOUVID INVALID KEY
                 GO TO IMPRIME.
       ACUMULA1.
           READ CADOUVID NEXT
           IF ST-ERRO NOT = "00"
              GO TO IMPRIME.
           MOVE DATAABEROUVID TO W-DATAABER
           IF W-MESABER NOT = W-MESCOMP OR W-ANOABER NOT = W-ANOCOMP
              GO TO ACUMULA1.
           MOVE CATOUVID TO W-ICAT
           IF W-ICAT = ZEROS OR W-ICAT > 10
              MOVE 10 TO W-ICAT.
           MOVE ZEROS TO W-ITIPO
           IF OUV-RECLAMACAO
              MOVE 1 TO W-ITIPO.
           IF OUV-ELOGIO
              MOVE 2 TO W-ITIPO.
           IF OUV-SUGESTAO
              MOVE 3 TO W-ITIPO.
           IF OUV-SOLICITACAO
              MOVE 4 TO W-ITIPO.
           IF W-ITIPO = ZEROS
              GO TO ACUMULA1.
           COMPUTE W-IUNID = UNIDOUVID + 1
           ADD 1 TO TBC-TIPO(W-ICAT, W-ITIPO)
                    TBU-TIPO(W-IUNID, W-ITIPO) TBT-TIPO(W-ITIPO)
           IF NOT OUV-CONCLUIDA
              GO TO ACUMULA1.
           ADD 1 TO TBC-CONC(W-ICAT) TBU-CONC(W-IUNID) TBT-CONC
           IF DATACONCOUVID NOT > PRAZOOUVID
              ADD 1 TO TBC-NOPRAZO(W-ICAT) TBU-NOPRAZO(W-IUNID)
                       TBT-NOPRAZO.
           GO TO ACUMULA1.
      *----------------IMPRIMIR CATEGORIAS, UNIDADES E TOTAL-------------
       IMPRIME.
           MOVE W-MESCOMP TO MESCOMPTX
           MOVE W-ANOCOMP TO ANOCOMPTX
           WRITE REGRELOUVIDTX FROM CAB0
           MOVE SPACES TO REGRELOUVIDTX
           WRITE REGRELOUVIDTX
           MOVE "--- POR CATEGORIA ---" TO TITULOPARTETX
           WRITE REGRELOUVIDTX FROM CABPARTE
           WRITE REGRELOUVIDTX FROM CAB2
           MOVE 1 TO IND1.
       IMPRIME-CAT.
           IF IND1 > 10
              GO TO IMPRIME-UNID0.
           MOVE TBC-LINHA(IND1) TO W-LINHA
           MOVE IND1 TO CODOUVTX
           MOVE TBCATOUV(IND1) TO DESCOUVTX
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           ADD 1 TO IND1
           GO TO IMPRIME-CAT.
       IMPRIME-UNID0.
           MOVE SPACES TO REGRELOUVIDTX
           WRITE REGRELOUVIDTX
           MOVE "--- POR UNIDADE ---" TO TITULOPARTETX
           WRITE REGRELOUVIDTX FROM CABPARTE
           WRITE REGRELOUVIDTX FROM CAB2
           MOVE 1 TO IND1.
       IMPRIME-UNID.
           IF IND1 > 100
              GO TO IMPRIME-TOTAL.
           MOVE TBU-LINHA(IND1) TO W-LINHA
           COMPUTE W-TOTAL = W-TIPO(1) + W-TIPO(2) + W-TIPO(3)
                 + W-TIPO(4)
           IF W-TOTAL = ZEROS
              ADD 1 TO IND1
              GO TO IMPRIME-UNID.
           COMPUTE CODOUVTX = IND1 - 1
           MOVE "SEM UNIDADE" TO DESCOUVTX
           IF IND1 > 1
              MOVE SPACES TO DESCOUVTX
              IF W-UNIDOK = "S"
                 COMPUTE CODUNIDADE = IND1 - 1
                 READ CADUNIDADE
                 IF ST-ERRO = "00"
                    MOVE NOMEUNIDADE TO DESCOUVTX.
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           ADD 1 TO IND1
           GO TO IMPRIME-UNID.
       IMPRIME-TOTAL.
           MOVE SPACES TO REGRELOUVIDTX
           WRITE REGRELOUVIDTX
           MOVE TABTOTACUM TO W-LINHA
           MOVE ZEROS TO CODOUVTX
           MOVE "TOTAL DA COMPETENCIA" TO DESCOUVTX
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           GO TO FECHA.
      *----------------CALCULO E GRAVACAO DE UMA LINHA-------------------
       GRAVA-LINHA.
           COMPUTE W-TOTAL = W-TIPO(1) + W-TIPO(2) + W-TIPO(3)
                 + W-TIPO(4)
           MOVE W-TIPO(1) TO TIPO1TX
           MOVE W-TIPO(2) TO TIPO2TX
           MOVE W-TIPO(3) TO TIPO3TX
           MOVE W-TIPO(4) TO TIPO4TX
           MOVE W-TOTAL TO TOTALTX
           MOVE W-CONC TO CONCTX
           MOVE W-NOPRAZOL TO NOPRAZOTX
           MOVE ZEROS TO W-PERC
           IF W-CONC > ZEROS
              COMPUTE W-PERC ROUNDED = (W-NOPRAZOL * 100) / W-CONC.
           MOVE W-PERC TO PERCTX
           WRITE REGRELOUVIDTX FROM DETOUV.
       FIM-GRAVA-LINHA.
           EXIT.
      *
       FECHA.
           MOVE "*** RELATORIO GERADO EM RELOUVID.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-FIM.
           CLOSE CADOUVID RELOUVIDTX.
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
