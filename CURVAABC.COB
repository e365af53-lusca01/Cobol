       IDENTIFICATION DIVISION.
       PROGRAM-ID. CURVAABC.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    CURVA ABC DO CONSUMO DA FARMACIA E SUGESTAO DE COMPRA      *
      *    (SAIDAS DO MES EM CADMOVEST VALORIZADAS PELO CADCUSTO,     *
      *    PONTO DE PEDIDO PELO PRAZO DE ENTREGA DO FORNECEDOR E      *
      *    SUGESTAO POR FORNECEDOR EM CADSUGCOMPRA PARA O COMPRAS)    *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADMOVEST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT CADESTOQUE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODMEDICEST
                    FILE STATUS  IS ST-ERRO.
       SELECT CADMEDIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODMEDICREG
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCUSTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODMEDCUSTO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPEDCOMPRA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPEDIDO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCONDFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFORNCF
                    FILE STATUS  IS ST-ERRO.
       SELECT CADFORNEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFORNEC
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RAZAOFORNEC
                       WITH DUPLICATES.
       SELECT CADSUGCOMPRA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYSUG
                    FILE STATUS  IS ST-ERRO.
       SELECT RELABCTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADMOVEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMOVEST.DAT".
       01  REGMOVEST.
           03 DATAMOV             PIC 9(08).
           03 DATAMOVR REDEFINES DATAMOV.
              05 ANOMOV           PIC 9(04).
              05 MESMOV           PIC 9(02).
              05 DIAMOV           PIC 9(02).
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
      *---------ESTOQUE DA FARMACIA (SALDO DA REDE)--------------------
       FD CADESTOQUE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTOQUE.DAT".
       01  REGESTOQUE.
           03 CODMEDICEST         PIC 9(05).
           03 SALDOESTOQUE        PIC 9(06).
           03 ESTOQUEMIN          PIC 9(06).
      *
       FD CADMEDIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDIC.DAT".
       01  REGMEDIC.
           03 CODMEDICREG         PIC 9(05).
           03 NOMECOMERCIAL       PIC X(30).
           03 PRINCIPIOATIVO      PIC X(30).
           03 CONTROLADO          PIC X(01).
      *---------ULTIMO CUSTO UNITARIO---------------------------------
       FD CADCUSTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCUSTO.DAT".
       01  REGCUSTO.
           03 CODMEDCUSTO         PIC 9(05).
           03 ULTCUSTO            PIC 9(06)V99.
           03 DATACUSTO           PIC 9(08).
      *---------PEDIDOS DE COMPRA (FORNECEDOR E QTDE EM ABERTO)--------
       FD CADPEDCOMPRA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPEDCOMPRA.DAT".
       01  REGPEDIDO.
           03 KEYPEDIDO.
              05 NUMPEDIDO        PIC 9(06).
              05 ITEMPEDIDO       PIC 9(02).
           03 CODFORNPED          PIC 9(04).
           03 CODMEDICPED         PIC 9(05).
           03 QTDEPEDIDA          PIC 9(06).
           03 PRECOPED            PIC 9(06)V99.
           03 QTDERECEBIDA        PIC 9(06).
           03 STATUSPED           PIC X(01).
              88 PED-ABERTO         VALUE "A".
              88 PED-PARCIAL        VALUE "P".
              88 PED-RECEBIDO       VALUE "R".
              88 PED-CANCELADO      VALUE "C".
           03 DATAPED             PIC 9(08).
      *---------CONDICAO DO FORNECEDOR (PRAZO DE ENTREGA)-------------
       FD CADCONDFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONDFORN.DAT".
       01  REGCONDFORN.
           03 CODFORNCF           PIC 9(04).
           03 QTDEPARCCF          PIC 9(02).
           03 PRAZO1CF            PIC 9(03).
           03 INTERVCF            PIC 9(03).
           03 TOLERCF             PIC 9(02)V99.
           03 PRAZOENTCF          PIC 9(03).
           03 FILLER              PIC X(17).
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
      *---------SUGESTAO DE COMPRA POR FORNECEDOR---------------------
       FD CADSUGCOMPRA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSUGCOMPRA.DAT".
       01  REGSUGCOMPRA.
           03 KEYSUG.
              05 CODFORNSUG       PIC 9(04).
              05 CODMEDSUG        PIC 9(05).
           03 CLASSESUG           PIC X(01).
           03 CONSDIASUG          PIC 9(05)V99.
           03 PONTOSUG            PIC 9(06).
           03 SALDOSUG            PIC 9(06).
           03 PENDSUG             PIC 9(06).
           03 QTDESUG             PIC 9(06).
           03 PRECOSUG            PIC 9(06)V99.
           03 DATASUG             PIC 9(08).
           03 STATUSSUG           PIC X(01).
              88 SUG-ABERTA         VALUE "S".
              88 SUG-PEDIDA         VALUE "P".
           03 NUMPEDSUG           PIC 9(06).
           03 FILLER              PIC X(10).
      *
       FD RELABCTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELABC.DOC".
       01 REGRELABCTX          PIC X(120).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 IND1           PIC 9(03) VALUE ZEROS.
       77 IND2           PIC 9(03) VALUE ZEROS.
       01 W-DATAHOJE     PIC 9(08) VALUE ZEROS.
       01 W-MESCOMP      PIC 9(02) VALUE ZEROS.
       01 W-ANOCOMP      PIC 9(04) VALUE ZEROS.
       01 W-ATUMIN       PIC X(01) VALUE "N".
       01 W-CUSTOOK      PIC X(01) VALUE "N".
       01 W-PEDOK        PIC X(01) VALUE "N".
       01 W-CONDOK       PIC X(01) VALUE "N".
       01 W-FORNOK       PIC X(01) VALUE "N".
      *---DIAS DO MES DA COMPETENCIA------------------------------------
       01 W-TABDIAS      PIC X(24) VALUE "312831303130313130313031".
       01 W-TABDIASR REDEFINES W-TABDIAS.
          03 W-DIASMESTB PIC 9(02) OCCURS 12 TIMES.
       01 W-DIASMES      PIC 9(02) VALUE ZEROS.
       01 W-QUOC         PIC 9(04) VALUE ZEROS.
       01 W-RESTO        PIC 9(04) VALUE ZEROS.
      *---PARAMETROS DA REPOSICAO (DIAS) POR CLASSE---------------------
      *   SEGURANCA = ESTOQUE PARA ATRASO DE ENTREGA
      *   COBERTURA = CONSUMO COBERTO POR CADA COMPRA
       01 W-PRAZOPADRAO  PIC 9(03) VALUE 7.
       01 W-PRAZOENT     PIC 9(03) VALUE ZEROS.
       01 W-FORNPRAZO    PIC 9(04) VALUE ZEROS.
       01 W-DIASSEG      PIC 9(03) VALUE ZEROS.
       01 W-DIASCOB      PIC 9(03) VALUE ZEROS.
      *---CALCULO DA CURVA E DO PONTO DE PEDIDO-------------------------
       01 W-QTDEMEDIC    PIC 9(03) VALUE ZEROS.
       01 W-RANK         PIC 9(03) VALUE ZEROS.
       01 W-MAIOR        PIC 9(03) VALUE ZEROS.
       01 W-VALORTOTAL   PIC 9(12)V99 VALUE ZEROS.
       01 W-VALORACUM    PIC 9(12)V99 VALUE ZEROS.
       01 W-PERCANT      PIC 9(03)V99 VALUE ZEROS.
       01 W-PERCACUM     PIC 9(03)V99 VALUE ZEROS.
       01 W-MAXIMO       PIC 9(08) VALUE ZEROS.
       01 W-POSICAO      PIC 9(08) VALUE ZEROS.
       01 W-QTDESUG      PIC 9(08) VALUE ZEROS.
       01 W-QTDESUGS     PIC 9(05) VALUE ZEROS.
       01 W-FORNANT      PIC 9(04) VALUE ZEROS.
       01 W-VALORSUG     PIC 9(10)V99 VALUE ZEROS.
       01 W-VALORFORN    PIC 9(12)V99 VALUE ZEROS.
       01 TABABC.
          03 TBA-LINHA OCCURS 500 TIMES.
             05 TBA-CODMEDIC  PIC 9(05).
             05 TBA-QTDE      PIC 9(08).
             05 TBA-VALOR     PIC 9(10)V99.
             05 TBA-CUSTO     PIC 9(06)V99.
             05 TBA-CLASSE    PIC X(01).
             05 TBA-RANK      PIC 9(03).
             05 TBA-PERC      PIC 9(03)V99.
             05 TBA-CONSDIA   PIC 9(05)V99.
             05 TBA-PONTO     PIC 9(06).
             05 TBA-SALDO     PIC 9(06).
             05 TBA-FORN      PIC 9(04).
             05 TBA-DATAPED   PIC 9(08).
             05 TBA-PRECO     PIC 9(06)V99.
             05 TBA-PEND      PIC 9(06).
       01 TABORDEM.
          03 TBR-IND OCCURS 500 TIMES PIC 9(03).
      *---LINHAS DO RELATORIO------------------------------------------
       01 CAB0.
          03 FILLER PIC X(55) VALUE
          "HOSPITAL MAINFRAME *** CURVA ABC DO CONSUMO E SUGESTAO ".
          03 FILLER PIC X(15) VALUE "DE COMPRA ***".
       01 CABCOMP.
          03 FILLER         PIC X(13) VALUE "COMPETENCIA: ".
          03 MESCOMPTX      PIC 9(02).
          03 FILLER         PIC X(01) VALUE "/".
          03 ANOCOMPTX      PIC 9(04).
          03 FILLER         PIC X(08) VALUE "  DIAS: ".
          03 DIASCOMPTX     PIC 9(02).
          03 FILLER         PIC X(20) VALUE "  VALOR CONSUMIDO: ".
          03 VALORCOMPTX    PIC ZZZZZZZZZZZ9,99.
       01 CABABC.
          03 FILLER PIC X(55) VALUE
          "ORD C   COD MEDICAMENTO                     CONSUMO MED".
          03 FILLER PIC X(55) VALUE
          "IA/DIA         VALOR  % ACUM  PT.PEDIDO   SALDO".
       01 DETABC.
          03 RANKABCTX      PIC ZZ9.
          03 FILLER         PIC X(01) VALUE " ".
          03 CLASSEABCTX    PIC X(01).
          03 FILLER         PIC X(01) VALUE " ".
          03 CODABCTX       PIC 9(05).
          03 FILLER         PIC X(01) VALUE " ".
          03 NOMEABCTX      PIC X(30).
          03 FILLER         PIC X(01) VALUE " ".
          03 QTDEABCTX      PIC ZZZZZZZ9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 MEDIAABCTX     PIC ZZZZ9,99.
          03 FILLER         PIC X(01) VALUE " ".
          03 VALORABCTX     PIC ZZZZZZZZZ9,99.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 PERCABCTX      PIC ZZ9,99.
          03 FILLER         PIC X(05) VALUE SPACES.
          03 PONTOABCTX     PIC ZZZZZ9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 SALDOABCTX     PIC ZZZZZ9.
       01 CABSUG.
          03 FILLER PIC X(50) VALUE
          "--- SUGESTAO DE COMPRA POR FORNECEDOR ---".
       01 CABFORN.
          03 FILLER         PIC X(12) VALUE "FORNECEDOR: ".
          03 FORNSUGTX      PIC 9(04).
          03 FILLER         PIC X(01) VALUE " ".
          03 NOMEFORNTX     PIC X(40).
          03 FILLER         PIC X(16) VALUE " PRAZO ENTREGA: ".
          03 PRAZOSUGTX     PIC ZZ9.
          03 FILLER         PIC X(05) VALUE " DIAS".
       01 DETSUG.
          03 FILLER         PIC X(04) VALUE SPACES.
          03 CLASSESUGTX    PIC X(01).
          03 FILLER         PIC X(01) VALUE " ".
          03 CODSUGTX       PIC 9(05).
          03 FILLER         PIC X(01) VALUE " ".
          03 NOMESUGTX      PIC X(30).
          03 FILLER         PIC X(08) VALUE " SALDO: ".
          03 SALDOSUGTX     PIC ZZZZZ9.
          03 FILLER         PIC X(11) VALUE " PEDIDOS: ".
          03 PENDSUGTX      PIC ZZZZZ9.
          03 FILLER         PIC X(10) VALUE " COMPRAR: ".
          03 QTDESUGTX      PIC ZZZZZ9.
          03 FILLER         PIC X(03) VALUE " X ".
          03 PRECOSUGTX     PIC ZZZZZ9,99.
       01 TOTFORN.
          03 FILLER         PIC X(30) VALUE
          "    VALOR ESTIMADO DO PEDIDO: ".
          03 VALORFORNTX    PIC ZZZZZZZZZZZ9,99.
       01 DETSEMFORN.
          03 FILLER         PIC X(32) VALUE
          "** SEM FORNECEDOR NOS PEDIDOS: ".
          03 CODSEMTX       PIC 9(05).
          03 FILLER         PIC X(01) VALUE " ".
          03 NOMESEMTX      PIC X(30).
          03 FILLER         PIC X(10) VALUE " REPOR: ".
          03 QTDESEMTX      PIC ZZZZZ9.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAABC.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        CURVA ABC DO CONSUMO E SUGESTAO ".
           05  LINE 02  COLUMN 41
               VALUE  "DE COMPRA".
           05  LINE 10  COLUMN 01
               VALUE  "   COMPETENCIA DO CONSUMO (MM AAAA) :".
           05  LINE 12  COLUMN 01
               VALUE  "   ATUALIZAR ESTOQUE MINIMO (S/N)   :".
           05  LINE 13  COLUMN 01
               VALUE  "   (O MINIMO PASSA A SER O PONTO DE PEDIDO)".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TW-MESCOMP
               LINE 10  COLUMN 40  PIC 9(02)
               USING  W-MESCOMP
               HIGHLIGHT.
           05  TW-ANOCOMP
               LINE 10  COLUMN 43  PIC 9(04)
               USING  W-ANOCOMP
               HIGHLIGHT.
           05  TW-ATUMIN
               LINE 12  COLUMN 40  PIC X(01)
               USING  W-ATUMIN
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           DISPLAY TELAABC.
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
           IF W-ANOCOMP = ZEROS
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2.
       L3.
           ACCEPT TW-ATUMIN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L2.
           IF W-ATUMIN = "s"
              MOVE "S" TO W-ATUMIN.
           IF W-ATUMIN = "n"
              MOVE "N" TO W-ATUMIN.
           IF W-ATUMIN NOT = "S" AND W-ATUMIN NOT = "N"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L3.
      *-----DIAS DO MES (FEVEREIRO BISSEXTO COM 29)---------------------
           MOVE W-DIASMESTB(W-MESCOMP) TO W-DIASMES
           DIVIDE W-ANOCOMP BY 4 GIVING W-QUOC REMAINDER W-RESTO
           IF W-MESCOMP = 2 AND W-RESTO = ZEROS
              MOVE 29 TO W-DIASMES.
       ABRIR-ARQUIVOS.
           OPEN INPUT CADMOVEST
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO CADMOVEST NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN I-O CADESTOQUE
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO CADESTOQUE NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADMOVEST
              GO TO ROT-FIM2.
           OPEN INPUT CADMEDIC
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADMEDIC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADMOVEST CADESTOQUE
              GO TO ROT-FIM2.
           OPEN INPUT CADCUSTO
           IF ST-ERRO = "00"
              MOVE "S" TO W-CUSTOOK.
           OPEN INPUT CADPEDCOMPRA
           IF ST-ERRO = "00"
              MOVE "S" TO W-PEDOK.
           OPEN INPUT CADCONDFORN
           IF ST-ERRO = "00"
              MOVE "S" TO W-CONDOK.
           OPEN INPUT CADFORNEC
           IF ST-ERRO = "00"
              MOVE "S" TO W-FORNOK.
       L0A.
           OPEN I-O CADSUGCOMPRA
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADSUGCOMPRA
                CLOSE CADSUGCOMPRA
                GO TO L0A
             ELSE
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADSUGCOMPRA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           OPEN OUTPUT RELABCTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELABC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE ZEROS TO W-QTDEMEDIC W-VALORTOTAL
           MOVE "*** CALCULANDO A CURVA ABC, AGUARDE ***" TO MENS
           DISPLAY (23, 12) MENS.
      *----------------SAIDAS DO MES POR MEDICAMENTO---------------------
       CONSUMO1.
           READ CADMOVEST
           IF ST-ERRO NOT = "00"
              GO TO VALORIZA.
           IF TIPOMOV NOT = "S" AND TIPOMOV NOT = "V"
              GO TO CONSUMO1.
           IF MESMOV NOT = W-MESCOMP OR ANOMOV NOT = W-ANOCOMP
              GO TO CONSUMO1.
           PERFORM SOMA-CONSUMO THRU FIM-SOMA-CONSUMO
           GO TO CONSUMO1.
      *----------------VALOR DO CONSUMO PELO ULTIMO CUSTO----------------
       VALORIZA.
           MOVE 1 TO IND1.
       VALORIZA1.
           IF IND1 > W-QTDEMEDIC
              GO TO PEDIDOS.
           MOVE ZEROS TO TBA-CUSTO(IND1) TBA-VALOR(IND1)
           IF W-CUSTOOK NOT = "S"
              GO TO VALORIZA2.
           MOVE TBA-CODMEDIC(IND1) TO CODMEDCUSTO
           READ CADCUSTO
           IF ST-ERRO NOT = "00"
              GO TO VALORIZA2.
           MOVE ULTCUSTO TO TBA-CUSTO(IND1)
           COMPUTE TBA-VALOR(IND1) = TBA-QTDE(IND1) * ULTCUSTO
           ADD TBA-VALOR(IND1) TO W-VALORTOTAL.
       VALORIZA2.
           ADD 1 TO IND1
           GO TO VALORIZA1.
      *----------------ULTIMO FORNECEDOR E QTDE AINDA EM PEDIDO----------
       PEDIDOS.
           IF W-PEDOK NOT = "S"
              GO TO CLASSIFICA.
           MOVE ZEROS TO NUMPEDIDO ITEMPEDIDO
           START CADPEDCOMPRA KEY IS NOT LESS KEYPEDIDO INVALID KEY
                 GO TO CLASSIFICA.
       PEDIDOS1.
           READ CADPEDCOMPRA NEXT
           IF ST-ERRO NOT = "00"
              GO TO CLASSIFICA.
           IF PED-CANCELADO
              GO TO PEDIDOS1.
           PERFORM ACHA-MEDIC THRU FIM-ACHA-MEDIC
           IF IND2 = ZEROS
              GO TO PEDIDOS1.
           IF DATAPED NOT < TBA-DATAPED(IND2)
              MOVE DATAPED TO TBA-DATAPED(IND2)
              MOVE CODFORNPED TO TBA-FORN(IND2)
              MOVE PRECOPED TO TBA-PRECO(IND2).
           IF (PED-ABERTO OR PED-PARCIAL)
                          AND QTDERECEBIDA < QTDEPEDIDA
              COMPUTE TBA-PEND(IND2) = TBA-PEND(IND2)
                                     + QTDEPEDIDA - QTDERECEBIDA.
           GO TO PEDIDOS1.
      *----------------CLASSIFICACAO ABC PELO VALOR (80% / 95%)----------
       CLASSIFICA.
           MOVE ZEROS TO W-RANK W-VALORACUM W-PERCACUM.
       CLASSIFICA1.
           IF W-RANK NOT < W-QTDEMEDIC
              GO TO REPOSICAO.
           MOVE ZEROS TO W-MAIOR
           MOVE 1 TO IND1.
       CLASSIFICA2.
           IF IND1 > W-QTDEMEDIC
              GO TO CLASSIFICA3.
           IF TBA-RANK(IND1) = ZEROS
              IF W-MAIOR = ZEROS
                 MOVE IND1 TO W-MAIOR
              ELSE
                 IF TBA-VALOR(IND1) > TBA-VALOR(W-MAIOR)
                    MOVE IND1 TO W-MAIOR.
           ADD 1 TO IND1
           GO TO CLASSIFICA2.
       CLASSIFICA3.
           ADD 1 TO W-RANK
           MOVE W-RANK TO TBA-RANK(W-MAIOR)
           MOVE W-MAIOR TO TBR-IND(W-RANK)
           MOVE W-PERCACUM TO W-PERCANT
           ADD TBA-VALOR(W-MAIOR) TO W-VALORACUM
           IF W-VALORTOTAL > ZEROS
              COMPUTE W-PERCACUM ROUNDED =
                      W-VALORACUM * 100 / W-VALORTOTAL.
           MOVE W-PERCACUM TO TBA-PERC(W-MAIOR)
      *-----O ITEM ENTRA NA CLASSE ONDE COMECA A SUA FATIA DO VALOR------
           IF W-VALORTOTAL = ZEROS
              MOVE "C" TO TBA-CLASSE(W-MAIOR)
           ELSE
              IF W-PERCANT < 80
                 MOVE "A" TO TBA-CLASSE(W-MAIOR)
              ELSE
                 IF W-PERCANT < 95
                    MOVE "B" TO TBA-CLASSE(W-MAIOR)
                 ELSE
                    MOVE "C" TO TBA-CLASSE(W-MAIOR).
           GO TO CLASSIFICA1.
      *----------------PONTO DE PEDIDO E SUGESTAO DE COMPRA--------------
       REPOSICAO.
           PERFORM LIMPA-SUGESTAO THRU FIM-LIMPA-SUGESTAO
           MOVE 1 TO IND1.
       REPOSICAO1.
           IF IND1 > W-QTDEMEDIC
              GO TO IMPRIME-ABC.
           COMPUTE TBA-CONSDIA(IND1) ROUNDED =
                   TBA-QTDE(IND1) / W-DIASMES
           MOVE TBA-FORN(IND1) TO W-FORNPRAZO
           PERFORM PRAZO-FORNECEDOR THRU FIM-PRAZO-FORNECEDOR
           IF TBA-CLASSE(IND1) = "A"
              MOVE 3 TO W-DIASSEG
              MOVE 15 TO W-DIASCOB
           ELSE
              IF TBA-CLASSE(IND1) = "B"
                 MOVE 7 TO W-DIASSEG
                 MOVE 30 TO W-DIASCOB
              ELSE
                 MOVE 15 TO W-DIASSEG
                 MOVE 60 TO W-DIASCOB.
           COMPUTE TBA-PONTO(IND1) ROUNDED = TBA-CONSDIA(IND1)
                                 * (W-PRAZOENT + W-DIASSEG)
           COMPUTE W-MAXIMO ROUNDED = TBA-CONSDIA(IND1)
                            * (W-PRAZOENT + W-DIASSEG + W-DIASCOB)
           MOVE ZEROS TO TBA-SALDO(IND1)
           MOVE TBA-CODMEDIC(IND1) TO CODMEDICEST
           READ CADESTOQUE
           IF ST-ERRO NOT = "00"
              GO TO REPOSICAO2.
           MOVE SALDOESTOQUE TO TBA-SALDO(IND1)
           IF W-ATUMIN = "S"
              MOVE TBA-PONTO(IND1) TO ESTOQUEMIN
              REWRITE REGESTOQUE.
      *-----REPOR SO QUANDO SALDO + PEDIDOS NAO COBREM O PONTO-----------
       REPOSICAO2.
           COMPUTE W-POSICAO = TBA-SALDO(IND1) + TBA-PEND(IND1)
           IF W-POSICAO > TBA-PONTO(IND1) OR W-POSICAO NOT < W-MAXIMO
              GO TO REPOSICAO3.
           COMPUTE W-QTDESUG = W-MAXIMO - W-POSICAO
           IF W-QTDESUG = ZEROS
              GO TO REPOSICAO3.
           IF W-QTDESUG > 999999
              MOVE 999999 TO W-QTDESUG.
           PERFORM GRAVA-SUGESTAO THRU FIM-GRAVA-SUGESTAO.
       REPOSICAO3.
           ADD 1 TO IND1
           GO TO REPOSICAO1.
      *----------------RELATORIO DA CURVA (ORDEM DE VALOR)---------------
       IMPRIME-ABC.
           WRITE REGRELABCTX FROM CAB0
           MOVE W-MESCOMP TO MESCOMPTX
           MOVE W-ANOCOMP TO ANOCOMPTX
           MOVE W-DIASMES TO DIASCOMPTX
           MOVE W-VALORTOTAL TO VALORCOMPTX
           WRITE REGRELABCTX FROM CABCOMP
           MOVE SPACES TO REGRELABCTX
           WRITE REGRELABCTX
           WRITE REGRELABCTX FROM CABABC
           MOVE 1 TO W-RANK.
       IMPRIME-ABC1.
           IF W-RANK > W-QTDEMEDIC
              GO TO IMPRIME-SUG.
           MOVE TBR-IND(W-RANK) TO IND1
           MOVE W-RANK TO RANKABCTX
           MOVE TBA-CLASSE(IND1) TO CLASSEABCTX
           MOVE TBA-CODMEDIC(IND1) TO CODABCTX
           MOVE SPACES TO NOMEABCTX
           MOVE TBA-CODMEDIC(IND1) TO CODMEDICREG
           READ CADMEDIC
           IF ST-ERRO = "00"
              MOVE NOMECOMERCIAL TO NOMEABCTX.
           MOVE TBA-QTDE(IND1) TO QTDEABCTX
           MOVE TBA-CONSDIA(IND1) TO MEDIAABCTX
           MOVE TBA-VALOR(IND1) TO VALORABCTX
           MOVE TBA-PERC(IND1) TO PERCABCTX
           MOVE TBA-PONTO(IND1) TO PONTOABCTX
           MOVE TBA-SALDO(IND1) TO SALDOABCTX
           WRITE REGRELABCTX FROM DETABC
           ADD 1 TO W-RANK
           GO TO IMPRIME-ABC1.
      *----------------SUGESTAO DE COMPRA AGRUPADA POR FORNECEDOR--------
       IMPRIME-SUG.
           MOVE SPACES TO REGRELABCTX
           WRITE REGRELABCTX
           WRITE REGRELABCTX FROM CABSUG
           MOVE ZEROS TO W-FORNANT W-VALORFORN
           MOVE ZEROS TO KEYSUG
           START CADSUGCOMPRA KEY IS NOT LESS KEYSUG INVALID KEY
                 GO TO IMPRIME-SUG3.
       IMPRIME-SUG1.
           READ CADSUGCOMPRA NEXT
           IF ST-ERRO NOT = "00"
              GO TO IMPRIME-SUG3.
           IF NOT SUG-ABERTA
              GO TO IMPRIME-SUG1.
           IF CODFORNSUG NOT = W-FORNANT
              PERFORM QUEBRA-FORNECEDOR THRU FIM-QUEBRA-FORNECEDOR.
           IF CODFORNSUG = ZEROS
              GO TO IMPRIME-SUG2.
           MOVE CLASSESUG TO CLASSESUGTX
           MOVE CODMEDSUG TO CODSUGTX
           MOVE SPACES TO NOMESUGTX
           MOVE CODMEDSUG TO CODMEDICREG
           READ CADMEDIC
           IF ST-ERRO = "00"
              MOVE NOMECOMERCIAL TO NOMESUGTX.
           MOVE SALDOSUG TO SALDOSUGTX
           MOVE PENDSUG TO PENDSUGTX
           MOVE QTDESUG TO QTDESUGTX
           MOVE PRECOSUG TO PRECOSUGTX
           COMPUTE W-VALORSUG = QTDESUG * PRECOSUG
           ADD W-VALORSUG TO W-VALORFORN
           WRITE REGRELABCTX FROM DETSUG
           GO TO IMPRIME-SUG1.
      *-----ITEM SEM FORNECEDOR CONHECIDO: SO AVISO, SEM PEDIDO----------
       IMPRIME-SUG2.
           MOVE CODMEDSUG TO CODSEMTX
           MOVE SPACES TO NOMESEMTX
           MOVE CODMEDSUG TO CODMEDICREG
           READ CADMEDIC
           IF ST-ERRO = "00"
              MOVE NOMECOMERCIAL TO NOMESEMTX.
           MOVE QTDESUG TO QTDESEMTX
           WRITE REGRELABCTX FROM DETSEMFORN
           GO TO IMPRIME-SUG1.
       IMPRIME-SUG3.
           MOVE 9999 TO CODFORNSUG
           PERFORM QUEBRA-FORNECEDOR THRU FIM-QUEBRA-FORNECEDOR
           CLOSE RELABCTX
           DISPLAY (15, 03) "MEDICAMENTOS NA CURVA : " W-QTDEMEDIC
           DISPLAY (16, 03) "ITENS SUGERIDOS       : " W-QTDESUGS
           MOVE "*** RELATORIO GERADO EM RELABC.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
       QUEBRA-FORNECEDOR.
           IF W-FORNANT NOT = ZEROS
              MOVE W-VALORFORN TO VALORFORNTX
              WRITE REGRELABCTX FROM TOTFORN.
           MOVE CODFORNSUG TO W-FORNANT
           MOVE ZEROS TO W-VALORFORN
           IF CODFORNSUG = ZEROS OR CODFORNSUG = 9999
              GO TO FIM-QUEBRA-FORNECEDOR.
           MOVE SPACES TO REGRELABCTX
           WRITE REGRELABCTX
           MOVE CODFORNSUG TO FORNSUGTX
           MOVE SPACES TO NOMEFORNTX
           IF W-FORNOK = "S"
              MOVE CODFORNSUG TO CODFORNEC
              READ CADFORNEC
              IF ST-ERRO = "00"
                 MOVE RAZAOFORNEC TO NOMEFORNTX.
           MOVE CODFORNSUG TO W-FORNPRAZO
           PERFORM PRAZO-FORNECEDOR THRU FIM-PRAZO-FORNECEDOR
           MOVE W-PRAZOENT TO PRAZOSUGTX
           WRITE REGRELABCTX FROM CABFORN.
       FIM-QUEBRA-FORNECEDOR.
           EXIT.
      *-----ACUMULA A SAIDA; DEVOLUCAO DA ENFERMARIA (V) ABATE----------
       SOMA-CONSUMO.
           MOVE 1 TO IND1.
       SOMA-CONSUMO1.
           IF IND1 > W-QTDEMEDIC
              IF W-QTDEMEDIC > 499 OR TIPOMOV = "V"
                 GO TO FIM-SOMA-CONSUMO
              ELSE
                 ADD 1 TO W-QTDEMEDIC
                 MOVE ZEROS TO TBA-LINHA(W-QTDEMEDIC)
                 MOVE SPACES TO TBA-CLASSE(W-QTDEMEDIC)
                 MOVE CODMEDICMOV TO TBA-CODMEDIC(W-QTDEMEDIC)
                 MOVE QTDEMOV TO TBA-QTDE(W-QTDEMEDIC)
                 GO TO FIM-SOMA-CONSUMO.
           IF TBA-CODMEDIC(IND1) NOT = CODMEDICMOV
              ADD 1 TO IND1
              GO TO SOMA-CONSUMO1.
           IF TIPOMOV = "S"
              ADD QTDEMOV TO TBA-QTDE(IND1)
           ELSE
              IF TBA-QTDE(IND1) < QTDEMOV
                 MOVE ZEROS TO TBA-QTDE(IND1)
              ELSE
                 SUBTRACT QTDEMOV FROM TBA-QTDE(IND1).
       FIM-SOMA-CONSUMO.
           EXIT.
      *-----LINHA DO MEDICAMENTO DO PEDIDO NA TABELA (IND2 = 0: FORA)---
       ACHA-MEDIC.
           MOVE 1 TO IND2.
       ACHA-MEDIC1.
           IF IND2 > W-QTDEMEDIC
              MOVE ZEROS TO IND2
              GO TO FIM-ACHA-MEDIC.
           IF TBA-CODMEDIC(IND2) = CODMEDICPED
              GO TO FIM-ACHA-MEDIC.
           ADD 1 TO IND2
           GO TO ACHA-MEDIC1.
       FIM-ACHA-MEDIC.
           EXIT.
      *-----PRAZO DE ENTREGA DO FORNECEDOR (PADRAO 7 DIAS)---------------
       PRAZO-FORNECEDOR.
           MOVE W-PRAZOPADRAO TO W-PRAZOENT
           IF W-CONDOK NOT = "S" OR W-FORNPRAZO = ZEROS
              GO TO FIM-PRAZO-FORNECEDOR.
           MOVE W-FORNPRAZO TO CODFORNCF
           READ CADCONDFORN
           IF ST-ERRO NOT = "00"
              GO TO FIM-PRAZO-FORNECEDOR.
           IF PRAZOENTCF NUMERIC AND PRAZOENTCF NOT = ZEROS
              MOVE PRAZOENTCF TO W-PRAZOENT.
       FIM-PRAZO-FORNECEDOR.
           EXIT.
      *-----SUGESTOES AINDA NAO PEDIDAS SAO REFEITAS A CADA CALCULO------
       LIMPA-SUGESTAO.
           MOVE ZEROS TO KEYSUG W-QTDESUGS
           START CADSUGCOMPRA KEY IS NOT LESS KEYSUG INVALID KEY
                 GO TO FIM-LIMPA-SUGESTAO.
       LIMPA-SUGESTAO1.
           READ CADSUGCOMPRA NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-LIMPA-SUGESTAO.
           IF SUG-ABERTA
              DELETE CADSUGCOMPRA RECORD.
           GO TO LIMPA-SUGESTAO1.
       FIM-LIMPA-SUGESTAO.
           EXIT.
      *
       GRAVA-SUGESTAO.
           MOVE TBA-FORN(IND1) TO CODFORNSUG
           MOVE TBA-CODMEDIC(IND1) TO CODMEDSUG
           READ CADSUGCOMPRA
           IF ST-ERRO = "00"
              MOVE "S" TO W-OPCAO
           ELSE
              MOVE "N" TO W-OPCAO.
           MOVE TBA-FORN(IND1) TO CODFORNSUG
           MOVE TBA-CODMEDIC(IND1) TO CODMEDSUG
           MOVE TBA-CLASSE(IND1) TO CLASSESUG
           MOVE TBA-CONSDIA(IND1) TO CONSDIASUG
           MOVE TBA-PONTO(IND1) TO PONTOSUG
           MOVE TBA-SALDO(IND1) TO SALDOSUG
           MOVE TBA-PEND(IND1) TO PENDSUG
           MOVE W-QTDESUG TO QTDESUG
           IF TBA-CUSTO(IND1) > ZEROS
              MOVE TBA-CUSTO(IND1) TO PRECOSUG
           ELSE
              MOVE TBA-PRECO(IND1) TO PRECOSUG.
           MOVE W-DATAHOJE TO DATASUG
           MOVE "S" TO STATUSSUG
           MOVE ZEROS TO NUMPEDSUG
           IF W-OPCAO = "S"
              REWRITE REGSUGCOMPRA
           ELSE
              WRITE REGSUGCOMPRA.
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDESUGS.
       FIM-GRAVA-SUGESTAO.
           EXIT.
      *
       ROT-FIM.
           CLOSE CADMOVEST CADESTOQUE CADMEDIC CADSUGCOMPRA.
           IF W-CUSTOOK = "S"
              CLOSE CADCUSTO.
           IF W-PEDOK = "S"
              CLOSE CADPEDCOMPRA.
           IF W-CONDOK = "S"
              CLOSE CADCONDFORN.
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
