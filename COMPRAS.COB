      *****************************************************************
      *    COMPRAS DA FARMACIA - PEDIDO, RECEBIMENTO E DIVERGENCIA    *
      *    (CADPEDCOMPRA, ENTRADA EM CADLOTEEST/CADESTOQUE/CADMOVEST) *
      *    E NOTA FISCAL DO FORNECEDOR EM CONTAS A PAGAR (CADPAGAR)   *
      *    PEDIDO GERADO DA SUGESTAO DA CURVA ABC (CADSUGCOMPRA)      *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RAZAOFORNEC
                       WITH DUPLICATES.
       SELECT CADPAGAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPAGAR
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DATAVENCPAGAR
                       WITH DUPLICATES.
       SELECT CADCONDFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFORNCF
                    FILE STATUS  IS ST-ERRO.
       SELECT CADMEDIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT CADSUGCOMPRA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYSUG
                    FILE STATUS  IS ST-ERRO.
       SELECT RELCOMPRATX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
              05 NUMEROFORNEC     PIC 9(09).
           03 CONTRATOFORNEC      PIC X(20).
           03 ATIVOFORNEC         PIC X(01).
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
      *---------CONDICAO DE PAGAMENTO DO FORNECEDOR-------------------
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
      *---------MEDICAMENTOS------------------------------------------
       FD CADMEDIC
               LABEL RECORD IS STANDARD
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
      *---------SUGESTAO DE COMPRA POR FORNECEDOR (CURVAABC)----------
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
       FD RELCOMPRATX
               LABEL RECORD IS STANDARD
       01 W-FUNCAO      PIC 9(01) VALUE ZEROS.
       01 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-NUMPED      PIC 9(06) VALUE ZEROS.
      *---NUMERACAO CENTRAL DE DOCUMENTOS (NUMERA)---------------------
       01 W-ACAONU      PIC X(01) VALUE SPACES.
       01 W-TIPONU      PIC X(04) VALUE "PEDC".
       01 W-UNIDNU      PIC 9(02) VALUE ZEROS.
       01 W-ANONU       PIC 9(04) VALUE ZEROS.
       01 W-NUMERONU    PIC 9(08) VALUE ZEROS.
       01 W-PROGRNU     PIC X(10) VALUE "COMPRAS".
       01 W-RESULTNU    PIC X(01) VALUE SPACES.
       01 W-PEDRESERV   PIC X(01) VALUE "N".
       01 W-ITEMPED     PIC 9(02) VALUE ZEROS.
       01 W-FORN        PIC 9(04) VALUE ZEROS.
       01 W-MEDPED      PIC 9(05) VALUE ZEROS.
       01 W-QTDEREC     PIC 9(06) VALUE ZEROS.
       01 W-LOTEREC     PIC X(10) VALUE SPACES.
       01 W-VALIDREC    PIC 9(08) VALUE ZEROS.
       01 W-UNIDREC     PIC 9(02) VALUE ZEROS.
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
      *---NOTA FISCAL DO FORNECEDOR E CONFRONTO COM O PEDIDO-----------
       01 W-CONDOK      PIC X(01) VALUE "N".
       01 W-NUMNF       PIC 9(09) VALUE ZEROS.
       01 W-EMISNF      PIC 9(08) VALUE ZEROS.
       01 W-EMISNFR REDEFINES W-EMISNF.
          03 W-ANOEMIS  PIC 9(04).
          03 W-MESEMIS  PIC 9(02).
          03 W-DIAEMIS  PIC 9(02).
       01 W-VALORNF     PIC 9(09)V99 VALUE ZEROS.
       01 W-VALORREC    PIC 9(09)V99 VALUE ZEROS.
       01 W-JAFATURADO  PIC 9(09)V99 VALUE ZEROS.
       01 W-VALORESP    PIC 9(09)V99 VALUE ZEROS.
       01 W-LIMITE      PIC 9(10)V99 VALUE ZEROS.
       01 W-VALORESPED  PIC ZZZ.ZZZ.ZZ9,99.
       01 W-DIVERG      PIC X(01) VALUE "N".
       01 W-QTDEPARC    PIC 9(02) VALUE ZEROS.
       01 W-PRAZO1      PIC 9(03) VALUE ZEROS.
       01 W-INTERV      PIC 9(03) VALUE ZEROS.
       01 W-TOLER       PIC 9(02)V99 VALUE ZEROS.
       01 W-PARC        PIC 9(02) VALUE ZEROS.
       01 W-VALORPARC   PIC 9(09)V99 VALUE ZEROS.
       01 W-JULEMIS     PIC 9(07) VALUE ZEROS.
       01 W-JULVENC     PIC 9(07) VALUE ZEROS.
      *---PEDIDO A PARTIR DA SUGESTAO DE COMPRA-------------------------
       01 W-SUGOK       PIC X(01) VALUE "N".
       01 W-PROCSUG     PIC X(01) VALUE "N".
       01 W-QTDESUGS    PIC 9(03) VALUE ZEROS.
       01 W-NUMPEDINI   PIC 9(06) VALUE ZEROS.
      *---MOVIMENTO DE ENTRADA COM LOTE--------------------------------
       01 MOVESTX.
          03 DATAMOVTX        PIC 9(08).
          03 CODOPERMOVTX     PIC 9(04).
          03 FILLER           PIC X(01) VALUE " ".
          03 LOTEMOVTX        PIC X(10).
          03 FILLER           PIC X(01) VALUE " ".
          03 UNIDMOVTX        PIC 9(02).
          03 FILLER           PIC X(01) VALUE " ".
          03 CPFMOVTX         PIC 9(11) VALUE ZEROS.
      *---ACUMULADORES DE DIVERGENCIA POR FORNECEDOR-------------------
       77 IND1          PIC 9(03) VALUE ZEROS.
       01 W-TOTLINHAS   PIC 9(03) VALUE ZEROS.
               VALUE  "   2 - RECEBER MERCADORIA".
           05  LINE 06  COLUMN 01
               VALUE  "   3 - DIVERGENCIAS POR FORNECEDOR".
           05  LINE 07  COLUMN 01
               VALUE  "   4 - LANCAR NOTA FISCAL (CONTAS A PAGAR)".
           05  LINE 08  COLUMN 01
               VALUE  "   5 - PEDIDO DA SUGESTAO DE COMPRA (ABC)".
           05  LINE 09  COLUMN 01
               VALUE  "   FUNCAO :   ( 0 - ENCERRA )".
           05  LINE 10  COLUMN 01
               VALUE  "   PEDIDO :         ITEM :".
               VALUE  "   QTDE RECEBIDA :       LOTE :".
           05  LINE 18  COLUMN 01
               VALUE  "   VALIDADE (AAAAMMDD) :".
           05  LINE 18  COLUMN 40
               VALUE  "UNIDADE :".
           05  LINE 20  COLUMN 01
               VALUE  "   NOTA FISCAL :".
           05  LINE 20  COLUMN 29
               VALUE  "EMISSAO (AAAAMMDD) :".
           05  LINE 21  COLUMN 01
               VALUE  "   VALOR DA NOTA :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TW-FUNCAO
               LINE 09  COLUMN 13  PIC 9(01)
               USING  W-FUNCAO
               HIGHLIGHT.
           05  TW-NUMPED
               LINE 16  COLUMN 21  PIC 9(06)
               USING  W-QTDEREC
               HIGHLIGHT.
           05  TW-UNIDREC
               LINE 18  COLUMN 50  PIC 9(02)
               USING  W-UNIDREC
               HIGHLIGHT.
           05  TW-LOTEREC
               LINE 16  COLUMN 34  PIC X(10)
               USING  W-LOTEREC
               LINE 18  COLUMN 27  PIC 9(08)
               USING  W-VALIDREC
               HIGHLIGHT.
           05  TW-NUMNF
               LINE 20  COLUMN 18  PIC 9(09)
               USING  W-NUMNF
               HIGHLIGHT.
           05  TW-EMISNF
               LINE 20  COLUMN 50  PIC 9(08)
               USING  W-EMISNF
               HIGHLIGHT.
           05  TW-VALORNF
               LINE 21  COLUMN 20  PIC 9(09)V99
               USING  W-VALORNF
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADCUSTO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
       L0C.
           OPEN I-O CADPAGAR
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADPAGAR
                CLOSE CADPAGAR
                GO TO L0C
             ELSE
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADPAGAR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           OPEN INPUT CADCONDFORN
           IF ST-ERRO = "00"
              MOVE "S" TO W-CONDOK.
           OPEN I-O CADSUGCOMPRA
           IF ST-ERRO = "00"
              MOVE "S" TO W-SUGOK.
           OPEN EXTEND CADMOVEST
           IF ST-ERRO NOT = "00"
              OPEN OUTPUT CADMOVEST
              GO TO RECEBE-L1.
           IF W-FUNCAO = 3
              GO TO DIVERGENCIA.
           IF W-FUNCAO = 4
              GO TO NF-L1.
           IF W-FUNCAO = 5
              GO TO SUGESTAO-L1.
           MOVE "*** FUNCAO NAO DISPONIVEL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
           IF W-PEDRESERV = "S" AND W-NUMPED NOT = W-NUMERONU
              MOVE "N" TO W-PEDRESERV.
           IF W-NUMPED = ZEROS
              PERFORM PROXIMO-PEDIDO THRU FIM-PROXIMO-PEDIDO
              IF W-NUMPED = ZEROS
                 MOVE "* ERRO NA NUMERACAO DO PEDIDO *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO PEDIDO-L2
              ELSE
                 DISPLAY (10, 13) W-NUMPED.
       PEDIDO-L3.
           ACCEPT TW-ITEMPED
           ACCEPT W-ACT FROM ESCAPE KEY
              MOVE "* ERRO NA GRAVACAO DO PEDIDO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM USA-PEDIDO THRU FIM-USA-PEDIDO
           MOVE "*** ITEM DO PEDIDO GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO PEDIDO-L3.
      *----------------PEDIDO A PARTIR DA SUGESTAO DE COMPRA-------------
       SUGESTAO-L1.
           IF W-SUGOK NOT = "S"
              MOVE "** SEM SUGESTAO DE COMPRA: GERE A CURVA ABC **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           MOVE ZEROS TO W-FORN W-NUMPED W-ITEMPED.
       SUGESTAO-L2.
           ACCEPT TW-FORN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
           MOVE W-FORN TO CODFORNEC
           READ CADFORNEC
           IF ST-ERRO NOT = "00"
              MOVE "**FORNECEDOR NAO ENCONTRADO**" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SUGESTAO-L2.
           IF ATIVOFORNEC NOT = "S"
              MOVE "**FORNECEDOR INATIVO**" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SUGESTAO-L2.
           MOVE "N" TO W-PROCSUG
           PERFORM VARRE-SUGESTAO THRU FIM-VARRE-SUGESTAO
           IF W-QTDESUGS = ZEROS
              MOVE "** FORNECEDOR SEM SUGESTAO EM ABERTO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SUGESTAO-L2.
           MOVE W-VALORESP TO W-VALORESPED
           DISPLAY (22, 05) "ITENS SUGERIDOS: " W-QTDESUGS
           DISPLAY (22, 30) "VALOR ESTIMADO: " W-VALORESPED.
       SUGESTAO-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "GERAR O PEDIDO (S/N) : ".
           ACCEPT (23, 63) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO SUGESTAO-L2.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** PEDIDO NAO GERADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SUGESTAO-OPC.
           PERFORM PROXIMO-PEDIDO THRU FIM-PROXIMO-PEDIDO
           IF W-NUMPED = ZEROS
              MOVE "* ERRO NA NUMERACAO DO PEDIDO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           MOVE W-NUMPED TO W-NUMPEDINI
           MOVE ZEROS TO W-ITEMPED
           MOVE "S" TO W-PROCSUG
           PERFORM VARRE-SUGESTAO THRU FIM-VARRE-SUGESTAO
      *----NUMERO RESERVADO SEM NENHUM ITEM GRAVADO FICA ANULADO---------
           IF W-PEDRESERV = "S"
              MOVE "A" TO W-ACAONU
              MOVE W-NUMPED TO W-NUMERONU
              PERFORM CHAMA-NUMERA THRU FIM-CHAMA-NUMERA
              MOVE "N" TO W-PEDRESERV.
           DISPLAY (10, 13) W-NUMPEDINI
           IF W-NUMPED NOT = W-NUMPEDINI
              DISPLAY (10, 31) "ATE O PEDIDO " W-NUMPED.
           MOVE "*** PEDIDO GERADO DA SUGESTAO DE COMPRA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *-----SUGESTOES EM ABERTO DO FORNECEDOR (W-PROCSUG = S GRAVA O-----
      *-----PEDIDO; ACIMA DE 99 ITENS ABRE O PEDIDO SEGUINTE)-----------
       VARRE-SUGESTAO.
           MOVE ZEROS TO W-QTDESUGS W-VALORESP
           MOVE W-FORN TO CODFORNSUG
           MOVE ZEROS TO CODMEDSUG
           START CADSUGCOMPRA KEY IS NOT LESS KEYSUG INVALID KEY
                 GO TO FIM-VARRE-SUGESTAO.
       VARRE-SUGESTAO1.
           READ CADSUGCOMPRA NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-VARRE-SUGESTAO.
           IF CODFORNSUG NOT = W-FORN
              GO TO FIM-VARRE-SUGESTAO.
           IF NOT SUG-ABERTA OR QTDESUG = ZEROS
              GO TO VARRE-SUGESTAO1.
           IF W-PROCSUG NOT = "S"
              ADD 1 TO W-QTDESUGS
              COMPUTE W-VALORESP = W-VALORESP + QTDESUG * PRECOSUG
              GO TO VARRE-SUGESTAO1.
           ADD 1 TO W-ITEMPED
           IF W-ITEMPED > 99
              PERFORM PROXIMO-PEDIDO THRU FIM-PROXIMO-PEDIDO
              MOVE 1 TO W-ITEMPED
              IF W-NUMPED = ZEROS
                 MOVE "* ERRO NA NUMERACAO DO PEDIDO *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO FIM-VARRE-SUGESTAO.
           MOVE W-NUMPED TO NUMPEDIDO
           MOVE W-ITEMPED TO ITEMPEDIDO
           MOVE W-FORN TO CODFORNPED
           MOVE CODMEDSUG TO CODMEDICPED
           MOVE QTDESUG TO QTDEPEDIDA
           MOVE PRECOSUG TO PRECOPED
           MOVE ZEROS TO QTDERECEBIDA
           MOVE "A" TO STATUSPED
           MOVE W-DATAHOJE TO DATAPED
           WRITE REGPEDIDO
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "* ERRO NA GRAVACAO DO PEDIDO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIM-VARRE-SUGESTAO.
           PERFORM USA-PEDIDO THRU FIM-USA-PEDIDO
           MOVE "P" TO STATUSSUG
           MOVE W-NUMPED TO NUMPEDSUG
           REWRITE REGSUGCOMPRA
           ADD 1 TO W-QTDESUGS
           GO TO VARRE-SUGESTAO1.
       FIM-VARRE-SUGESTAO.
           EXIT.
      *----------------PROXIMO NUMERO DE PEDIDO (NUMERACAO CENTRAL)------
       PROXIMO-PEDIDO.
           MOVE "R" TO W-ACAONU
           PERFORM CHAMA-NUMERA THRU FIM-CHAMA-NUMERA
           IF W-RESULTNU = "I"
              PERFORM INICIA-PEDIDO THRU FIM-INICIA-PEDIDO
              IF W-RESULTNU = "S"
                 GO TO PROXIMO-PEDIDO.
           MOVE ZEROS TO W-NUMPED
           IF W-RESULTNU = "S"
              MOVE W-NUMERONU TO W-NUMPED
              MOVE "S" TO W-PEDRESERV.
       FIM-PROXIMO-PEDIDO.
           EXIT.
      *-----PRIMEIRO USO DA SERIE: PARTE DO MAIOR PEDIDO JA GRAVADO------
       INICIA-PEDIDO.
           MOVE ZEROS TO W-NUMPED
           MOVE ZEROS TO NUMPEDIDO ITEMPEDIDO
           START CADPEDCOMPRA KEY IS NOT LESS KEYPEDIDO INVALID KEY
                 GO TO INICIA-PEDIDO2.
       INICIA-PEDIDO1.
           READ CADPEDCOMPRA NEXT
           IF ST-ERRO NOT = "00"
              GO TO INICIA-PEDIDO2.
           IF NUMPEDIDO > W-NUMPED
              MOVE NUMPEDIDO TO W-NUMPED.
           GO TO INICIA-PEDIDO1.
       INICIA-PEDIDO2.
           MOVE "I" TO W-ACAONU
           MOVE W-NUMPED TO W-NUMERONU
           PERFORM CHAMA-NUMERA THRU FIM-CHAMA-NUMERA.
       FIM-INICIA-PEDIDO.
           EXIT.
      *-----PRIMEIRO ITEM GRAVADO CONFIRMA O USO DO NUMERO RESERVADO-----
       USA-PEDIDO.
           IF W-PEDRESERV NOT = "S"
              GO TO FIM-USA-PEDIDO.
           MOVE "U" TO W-ACAONU
           MOVE W-NUMPED TO W-NUMERONU
           PERFORM CHAMA-NUMERA THRU FIM-CHAMA-NUMERA
           MOVE "N" TO W-PEDRESERV.
       FIM-USA-PEDIDO.
           EXIT.
      *
       CHAMA-NUMERA.
           CALL "NUMERA" USING W-ACAONU W-TIPONU W-UNIDNU W-ANONU
                W-NUMERONU W-PROGRNU W-CODOPERLOG W-RESULTNU
              ON OVERFLOW
                 MOVE "N" TO W-RESULTNU.
           CANCEL "NUMERA".
       FIM-CHAMA-NUMERA.
           EXIT.
      *----------------RECEBER MERCADORIA CONTRA O PEDIDO----------------
       RECEBE-L1.
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RECEBE-L5.
           MOVE CODMEDICPED TO CODMEDICLOTE
           MOVE W-LOTEREC TO LOTEEST
           READ CADLOTEEST
           IF ST-ERRO = "00" AND LOTE-RECOLHIDO
              MOVE "** LOTE RECOLHIDO, RECEBIMENTO NAO PERMITIDO **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RECEBE-L5.
       RECEBE-L6.
           ACCEPT TW-VALIDREC
           ACCEPT W-ACT FROM ESCAPE KEY
              MOVE "** VALIDADE JA VENCIDA NAO E ACEITA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RECEBE-L6.
      *-----UNIDADE QUE RECEBE FISICAMENTE A MERCADORIA-----------------
       RECEBE-L7.
           ACCEPT TW-UNIDREC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO RECEBE-L6.
           IF W-UNIDREC = ZEROS
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RECEBE-L7.
       RECEBE-GRAVA.
      *-----ENTRADA NO LOTE, NO SALDO E NO MOVIMENTO---------------------
           MOVE CODMEDICPED TO CODMEDICLOTE
              MOVE W-LOTEREC TO LOTEEST
              MOVE W-VALIDREC TO VALIDADELOTE
              MOVE W-QTDEREC TO SALDOLOTE
              MOVE "N" TO BLOQLOTE
              WRITE REGLOTEEST.
           MOVE CODMEDICPED TO CODMEDICEST
           READ CADESTOQUE
              MOVE W-QTDEREC TO SALDOESTOQUE
              MOVE ZEROS TO ESTOQUEMIN
              WRITE REGESTOQUE.
           MOVE "E" TO W-ACAOEU
           MOVE CODMEDICPED TO W-CODMEDEU
           MOVE W-UNIDREC TO W-UNIDEU
           MOVE W-LOTEREC TO W-LOTEEU
           MOVE W-VALIDREC TO W-VALIDADEEU
           MOVE W-QTDEREC TO W-QTDEEU
           PERFORM CHAMA-ESTUNID THRU FIM-CHAMA-ESTUNID
           ACCEPT DATAMOVTX FROM DATE YYYYMMDD
           ACCEPT HORAMOVTX FROM TIME
           MOVE CODMEDICPED TO CODMEDICMOVTX
           MOVE W-QTDEREC TO QTDEMOVTX
           MOVE W-CODOPERLOG TO CODOPERMOVTX
           MOVE W-LOTEREC TO LOTEMOVTX
           MOVE W-UNIDREC TO UNIDMOVTX
           MOVE MOVESTX TO REGMOVEST
           WRITE REGMOVEST.
      *-----CUSTO UNITARIO DO ULTIMO RECEBIMENTO-------------------------
              MOVE "P" TO STATUSPED.
           REWRITE REGPEDIDO
           MOVE "*** RECEBIMENTO REGISTRADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       RECEBE-NF.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 12) "LANCAR A NOTA FISCAL DO PEDIDO (S/N) : "
           ACCEPT (23, 52) W-OPCAO WITH UPDATE
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF W-OPCAO = "N" OR "n"
              GO TO RECEBE-L1.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO RECEBE-NF.
           MOVE CODFORNPED TO W-FORN
           MOVE ZEROS TO W-NUMNF W-EMISNF W-VALORNF
           GO TO NF-L3.
      *----------------DIVERGENCIA DE ENTREGA POR FORNECEDOR-------------
       DIVERGENCIA.
           OPEN OUTPUT RELCOMPRATX
           MOVE "*** RELATORIO RELCOMPRA.DOC GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *----------------NOTA FISCAL DO RECEBIMENTO EM CONTAS A PAGAR------
       NF-L1.
           MOVE ZEROS TO W-NUMPED W-FORN W-NUMNF W-EMISNF W-VALORNF
           DISPLAY TELACOMPRAS.
       NF-L2.
           ACCEPT TW-NUMPED
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
           IF W-NUMPED = ZEROS
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NF-L2.
           MOVE W-NUMPED TO NUMPEDIDO
           MOVE ZEROS TO ITEMPEDIDO
           START CADPEDCOMPRA KEY IS NOT LESS KEYPEDIDO INVALID KEY
                 MOVE "*** PEDIDO NAO ENCONTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO NF-L2.
           READ CADPEDCOMPRA NEXT
           IF ST-ERRO NOT = "00" OR NUMPEDIDO NOT = W-NUMPED
              MOVE "*** PEDIDO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NF-L2.
           MOVE CODFORNPED TO W-FORN.
       NF-L3.
           DISPLAY (10, 13) W-NUMPED
           DISPLAY (12, 18) W-FORN
           ACCEPT TW-NUMNF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO NF-L1.
           IF W-NUMNF = ZEROS
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NF-L3.
      *-----A MESMA NOTA DO MESMO FORNECEDOR SO ENTRA UMA VEZ------------
           MOVE W-FORN TO CODFORNPAG
           MOVE W-NUMNF TO NFPAGAR
           MOVE 1 TO PARCPAGAR
           READ CADPAGAR
           IF ST-ERRO = "00"
              MOVE "** NOTA FISCAL JA LANCADA PARA O FORNECEDOR **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NF-L3.
       NF-L4.
           ACCEPT TW-EMISNF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO NF-L3.
           IF W-MESEMIS = ZEROS OR W-MESEMIS > 12
              OR W-DIAEMIS = ZEROS OR W-DIAEMIS > 31
              OR W-ANOEMIS < 1601 OR W-EMISNF > W-DATAHOJE
              MOVE "DATA DE EMISSAO INVALIDA (AAAAMMDD)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NF-L4.
       NF-L5.
           ACCEPT TW-VALORNF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO NF-L4.
           IF W-VALORNF = ZEROS
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NF-L5.
           PERFORM CONFRONTO THRU FIM-CONFRONTO
           IF W-VALORREC = ZEROS
              MOVE "** PEDIDO SEM MERCADORIA RECEBIDA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NF-L1.
           MOVE W-VALORESP TO W-VALORESPED
           DISPLAY (22, 05) "RECEBIDO A PRECO DO PEDIDO: " W-VALORESPED
           IF W-DIVERG = "Q"
              DISPLAY (22, 50) "RECEBIDO ACIMA DO PEDIDO".
           IF W-DIVERG = "V"
              DISPLAY (22, 50) "NOTA ACIMA DO RECEBIDO".
           IF W-DIVERG = "N"
              DISPLAY (22, 50) "CONFERE".
       NF-L6.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "LANCAR A NOTA (S/N) : ".
           ACCEPT (23, 62) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO NF-L5.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** NOTA NAO LANCADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NF-L1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NF-L6.
      *-----PARCELAS E VENCIMENTOS PELA CONDICAO DO FORNECEDOR----------
       NF-GRAVA.
           COMPUTE W-JULEMIS = FUNCTION INTEGER-OF-DATE(W-EMISNF)
           COMPUTE W-VALORPARC = W-VALORNF / W-QTDEPARC
           MOVE 1 TO W-PARC.
       NF-GRAVA1.
           IF W-PARC > W-QTDEPARC
              GO TO NF-GRAVA2.
           MOVE W-FORN TO CODFORNPAG
           MOVE W-NUMNF TO NFPAGAR
           MOVE W-PARC TO PARCPAGAR
           COMPUTE W-JULVENC = W-JULEMIS + W-PRAZO1
                             + (W-PARC - 1) * W-INTERV
           COMPUTE DATAVENCPAGAR = FUNCTION DATE-OF-INTEGER(W-JULVENC)
           MOVE W-NUMPED TO NUMPEDPAGAR
           MOVE W-EMISNF TO DATAEMISPAGAR
           MOVE W-DATAHOJE TO DATALANCPAGAR
           MOVE W-VALORNF TO VALORNFPAGAR
           MOVE W-VALORESP TO VALORESPPAGAR
           MOVE W-QTDEPARC TO QTDEPARCPAGAR
           IF W-PARC = W-QTDEPARC
              COMPUTE VALORPARCPAGAR = W-VALORNF
                                     - W-VALORPARC * (W-QTDEPARC - 1)
           ELSE
              MOVE W-VALORPARC TO VALORPARCPAGAR.
           IF W-DIVERG = "N"
              MOVE "A" TO STATUSPAGAR
           ELSE
              MOVE "B" TO STATUSPAGAR.
           MOVE W-DIVERG TO DIVERGPAGAR
           MOVE ZEROS TO DATAPAGPAGAR VALORPAGOPAGAR
           MOVE W-CODOPERLOG TO CODOPERLANPAGAR
           MOVE ZEROS TO CODOPERBXPAGAR CODOPERLIBPAGAR
           WRITE REGPAGAR
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "* ERRO NA GRAVACAO DO CADPAGAR *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ADD 1 TO W-PARC
           GO TO NF-GRAVA1.
       NF-GRAVA2.
           IF W-DIVERG = "N"
              MOVE "*** NOTA LANCADA EM CONTAS A PAGAR ***" TO MENS
           ELSE
              MOVE "** NOTA BLOQUEADA: DIVERGENCIA COM O PEDIDO **"
                 TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO NF-L1.
      *----------------CONFRONTO NOTA X PEDIDO X RECEBIMENTO-------------
       CONFRONTO.
           MOVE ZEROS TO W-VALORREC W-JAFATURADO W-VALORESP
           MOVE "N" TO W-DIVERG
           MOVE W-NUMPED TO NUMPEDIDO
           MOVE ZEROS TO ITEMPEDIDO
           START CADPEDCOMPRA KEY IS NOT LESS KEYPEDIDO INVALID KEY
                 GO TO CONFRONTO2.
       CONFRONTO1.
           READ CADPEDCOMPRA NEXT
           IF ST-ERRO NOT = "00"
              GO TO CONFRONTO2.
           IF NUMPEDIDO NOT = W-NUMPED
              GO TO CONFRONTO2.
           IF PED-CANCELADO
              GO TO CONFRONTO1.
           IF QTDERECEBIDA > QTDEPEDIDA
              MOVE "Q" TO W-DIVERG.
           COMPUTE W-VALORREC = W-VALORREC + QTDERECEBIDA * PRECOPED
           GO TO CONFRONTO1.
      *-----O QUE JA FOI FATURADO DESTE PEDIDO EM NOTAS ANTERIORES-------
       CONFRONTO2.
           MOVE W-FORN TO CODFORNPAG
           MOVE ZEROS TO NFPAGAR PARCPAGAR
           START CADPAGAR KEY IS NOT LESS KEYPAGAR INVALID KEY
                 GO TO CONFRONTO4.
       CONFRONTO3.
           READ CADPAGAR NEXT
           IF ST-ERRO NOT = "00"
              GO TO CONFRONTO4.
           IF CODFORNPAG NOT = W-FORN
              GO TO CONFRONTO4.
           IF NUMPEDPAGAR = W-NUMPED AND PARCPAGAR = 1
              ADD VALORNFPAGAR TO W-JAFATURADO.
           GO TO CONFRONTO3.
       CONFRONTO4.
           IF W-JAFATURADO < W-VALORREC
              COMPUTE W-VALORESP = W-VALORREC - W-JAFATURADO.
           PERFORM LE-CONDICAO THRU FIM-LE-CONDICAO
           COMPUTE W-LIMITE = W-VALORESP + W-VALORESP * W-TOLER / 100
           IF W-VALORNF > W-LIMITE AND W-DIVERG = "N"
              MOVE "V" TO W-DIVERG.
       FIM-CONFRONTO.
           EXIT.
      *----------------CONDICAO DE PAGAMENTO (PADRAO 1 X 30 DIAS)--------
       LE-CONDICAO.
           MOVE 1 TO W-QTDEPARC
           MOVE 30 TO W-PRAZO1
           MOVE ZEROS TO W-INTERV W-TOLER
           IF W-CONDOK NOT = "S"
              GO TO FIM-LE-CONDICAO.
           MOVE W-FORN TO CODFORNCF
           READ CADCONDFORN
           IF ST-ERRO NOT = "00"
              GO TO FIM-LE-CONDICAO.
           MOVE QTDEPARCCF TO W-QTDEPARC
           MOVE PRAZO1CF TO W-PRAZO1
           MOVE INTERVCF TO W-INTERV
           MOVE TOLERCF TO W-TOLER
           IF W-QTDEPARC = ZEROS
              MOVE 1 TO W-QTDEPARC.
       FIM-LE-CONDICAO.
           EXIT.
      *----------------LOCALIZAR/CRIAR A LINHA DO FORNECEDOR-------------
       ACHA-FORN.
           MOVE ZEROS TO W-ACHOU
           MOVE ZEROS TO TB-RECEBIDA(W-ACHOU).
       FIM-ACHA-FORN.
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
      *
       ROT-FIM.
           CLOSE CADPEDCOMPRA CADFORNEC CADMEDIC CADLOTEEST
                 CADESTOQUE CADCUSTO CADMOVEST CADPAGAR.
           IF W-CONDOK = "S"
              CLOSE CADCONDFORN.
           IF W-SUGOK = "S"
              CLOSE CADSUGCOMPRA.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
