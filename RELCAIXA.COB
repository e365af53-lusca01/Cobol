                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPAGTO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADESTORNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYESTORNO
                    FILE STATUS  IS ST-ERRO.
       SELECT RELCAIXATX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
              88 PAG-CONVENIO       VALUE 4.
           03 CODOPERPAGTO        PIC 9(04).
           03 NSUPAGTO            PIC X(12).
      *---------ESTORNO / DEVOLUCAO DE PAGAMENTO (CHAVE DO ORIGINAL)--
       FD CADESTORNO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTORNO.DAT".
       01  REGESTORNO.
           03 KEYESTORNO.
              05 CPFEST           PIC 9(11).
              05 DATACONSEST.
                 07 DIACONSEST    PIC 9(02).
                 07 MESCONSEST    PIC 9(02).
                 07 ANOCONSEST    PIC 9(04).
              05 HORACONSEST      PIC 9(04).
              05 SEQEST           PIC 9(02).
           03 DATAEST             PIC 9(08).
           03 HORAEST             PIC 9(06).
           03 VALOREST            PIC 9(06)V99.
           03 DATAORIGEST         PIC 9(08).
           03 FORMAORIGEST        PIC 9(01).
           03 NSUORIGEST          PIC X(12).
           03 FORMADEVEST         PIC 9(01).
              88 DEV-DINHEIRO       VALUE 1.
              88 DEV-CARTAO         VALUE 2.
              88 DEV-PIX            VALUE 3.
              88 DEV-SEMDEVOLUCAO   VALUE 4.
           03 MOTIVOEST           PIC 9(01).
              88 MOT-DUPLICADO      VALUE 1.
              88 MOT-CANCELADA      VALUE 2.
              88 MOT-VALORERRADO    VALUE 3.
              88 MOT-DESISTENCIA    VALUE 4.
              88 MOT-OUTROS         VALUE 5.
           03 OBSEST              PIC X(40).
           03 OPEREST             PIC 9(04).
           03 SUPEREST            PIC 9(04).
           03 LOTECANEST          PIC 9(06).
           03 FILLER              PIC X(20).
      *
       FD RELCAIXATX
               LABEL RECORD IS STANDARD
       01 W-DATAFECHA   PIC 9(08) VALUE ZEROS.
       01 W-QTDEOPER    PIC 9(02) VALUE ZEROS.
       01 W-QTDEPAGTO   PIC 9(06) VALUE ZEROS.
      *---ESTORNOS DO DIA (ABATIDOS NA FORMA DA DEVOLUCAO)------------
       01 W-ESTOK       PIC X(01) VALUE "N".
       01 W-OPERBUSCA   PIC 9(04) VALUE ZEROS.
       01 W-QTDEEST     PIC 9(06) VALUE ZEROS.
       01 W-FORMAABATE  PIC 9(01) VALUE ZEROS.
      *---TOTAIS POR OPERADOR E FORMA (LIQUIDOS DOS ESTORNOS)---------
       01 TABCAIXA.
          03 TBX-LINHA OCCURS 50 TIMES.
             05 TBX-OPER       PIC 9(04).
             05 TBX-DINHEIRO   PIC S9(08)V99.
             05 TBX-CARTAO     PIC S9(08)V99.
             05 TBX-PIX        PIC S9(08)V99.
             05 TBX-CONVENIO   PIC S9(08)V99.
             05 TBX-ESTORNO    PIC 9(08)V99.
      *---TOTAL GERAL POR FORMA----------------------------------------
       01 W-TOTDINHEIRO PIC S9(08)V99 VALUE ZEROS.
       01 W-TOTCARTAO   PIC S9(08)V99 VALUE ZEROS.
       01 W-TOTPIX      PIC S9(08)V99 VALUE ZEROS.
       01 W-TOTCONVENIO PIC S9(08)V99 VALUE ZEROS.
       01 W-TOTESTORNO  PIC 9(08)V99 VALUE ZEROS.
      *---DESCRICAO DO MOTIVO E DA DEVOLUCAO DO ESTORNO----------------
       01 TABMOTIVOX.
          03 FILLER     PIC X(14) VALUE "DUPLICIDADE".
          03 FILLER     PIC X(14) VALUE "CONS.CANCELADA".
          03 FILLER     PIC X(14) VALUE "VALOR INCORRET".
          03 FILLER     PIC X(14) VALUE "DESISTENCIA".
          03 FILLER     PIC X(14) VALUE "OUTROS".
       01 TABMOTIVO REDEFINES TABMOTIVOX.
          03 TBMOTIVO   PIC X(14) OCCURS 5 TIMES.
       01 TABDEVOLX.
          03 FILLER     PIC X(14) VALUE "DINHEIRO".
          03 FILLER     PIC X(14) VALUE "ESTORNO CARTAO".
          03 FILLER     PIC X(14) VALUE "DEVOLUCAO PIX".
          03 FILLER     PIC X(14) VALUE "SEM DEVOLUCAO".
       01 TABDEVOL REDEFINES TABDEVOLX.
          03 TBDEVOL    PIC X(14) OCCURS 4 TIMES.
      *---LINHAS DO RELATORIO------------------------------------------
       01 CAB0.
          03 FILLER PIC X(47) VALUE
          03 FILLER PIC X(07) VALUE " DATA: ".
          03 CABDATATX   PIC 9(08).
       01 CABCOL.
          03 FILLER PIC X(50) VALUE
          "OPER      DINHEIRO       CARTAO          PIX     C".
          03 FILLER PIC X(20) VALUE "ONVENIO     ESTORNOS".
       01 DETCAIXA.
          03 OPERCXTX       PIC 9(04).
          03 FILLER         PIC X(03) VALUE "   ".
          03 DINHEIROCXTX   PIC -ZZZZZZ9,99.
          03 FILLER         PIC X(02) VALUE "  ".
          03 CARTAOCXTX     PIC -ZZZZZZ9,99.
          03 FILLER         PIC X(02) VALUE "  ".
          03 PIXCXTX        PIC -ZZZZZZ9,99.
          03 FILLER         PIC X(02) VALUE "  ".
          03 CONVENIOCXTX   PIC -ZZZZZZ9,99.
          03 FILLER         PIC X(02) VALUE "  ".
          03 ESTORNOCXTX    PIC -ZZZZZZ9,99.
       01 TOTCAIXA.
          03 FILLER         PIC X(07) VALUE "TOTAL  ".
          03 TOTDINHEIROTX  PIC -ZZZZZZ9,99.
          03 FILLER         PIC X(02) VALUE "  ".
          03 TOTCARTAOTX    PIC -ZZZZZZ9,99.
          03 FILLER         PIC X(02) VALUE "  ".
          03 TOTPIXTX       PIC -ZZZZZZ9,99.
          03 FILLER         PIC X(02) VALUE "  ".
          03 TOTCONVENIOTX  PIC -ZZZZZZ9,99.
          03 FILLER         PIC X(02) VALUE "  ".
          03 TOTESTORNOTX   PIC -ZZZZZZ9,99.
       01 CABEST.
          03 FILLER PIC X(50) VALUE
          "ESTORNOS DO DIA (FORMAS ACIMA JA LIQUIDAS DOS ESTO".
          03 FILLER PIC X(06) VALUE "RNOS)".
       01 CABESTCOL.
          03 FILLER PIC X(50) VALUE
          "CPF         CONSULTA SQ     VALOR DEVOLUCAO      M".
          03 FILLER PIC X(27) VALUE "OTIVO         OPER SUPV".
       01 DETEST.
          03 CPFESTTX       PIC 9(11).
          03 FILLER         PIC X(01) VALUE " ".
          03 DATAESTTX      PIC 9(08).
          03 FILLER         PIC X(01) VALUE " ".
          03 SEQESTTX       PIC 9(02).
          03 FILLER         PIC X(01) VALUE " ".
          03 VALORESTTX     PIC ZZZZZ9,99.
          03 FILLER         PIC X(01) VALUE " ".
          03 DEVOLESTTX     PIC X(14).
          03 FILLER         PIC X(01) VALUE " ".
          03 MOTIVOESTTX    PIC X(14).
          03 FILLER         PIC X(01) VALUE " ".
          03 OPERESTTX      PIC 9(04).
          03 FILLER         PIC X(01) VALUE " ".
          03 SUPERESTTX     PIC 9(04).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELARELCAIXA.
              MOVE "* ARQUIVO CADPAGTO NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADESTORNO
           IF ST-ERRO = "00"
              MOVE "S" TO W-ESTOK
           ELSE
              MOVE "N" TO W-ESTOK.
           OPEN OUTPUT RELCAIXATX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELCAIXA" TO MENS
           MOVE ZEROS TO W-QTDEOPER W-QTDEPAGTO
           MOVE ZEROS TO CPFPAGTO DATAPAGCONS HORAPAGCONS SEQPAGTO
           START CADPAGTO KEY IS NOT LESS KEYPAGTO INVALID KEY
                 GO TO ACUMULA-EST.
       ACUMULA1.
           READ CADPAGTO NEXT
           IF ST-ERRO NOT = "00"
              GO TO ACUMULA-EST.
           IF DATAPAGTO NOT = W-DATAFECHA
              GO TO ACUMULA1.
           ADD 1 TO W-QTDEPAGTO
           MOVE CODOPERPAGTO TO W-OPERBUSCA
           PERFORM ACHA-OPERADOR THRU FIM-ACHA-OPERADOR
           IF PAG-DINHEIRO
              ADD VALORPAGTO TO TBX-DINHEIRO(IND1)
              ADD VALORPAGTO TO TBX-CONVENIO(IND1)
              ADD VALORPAGTO TO W-TOTCONVENIO.
           GO TO ACUMULA1.
      *----------------ESTORNOS DO DIA ABATEM A FORMA DA DEVOLUCAO------
       ACUMULA-EST.
           MOVE ZEROS TO W-QTDEEST
           IF W-ESTOK NOT = "S"
              GO TO GRAVA-REL.
           MOVE ZEROS TO KEYESTORNO
           START CADESTORNO KEY IS NOT LESS KEYESTORNO INVALID KEY
                 GO TO GRAVA-REL.
       ACUMULA-EST1.
           READ CADESTORNO NEXT
           IF ST-ERRO NOT = "00"
              GO TO GRAVA-REL.
           IF DATAEST NOT = W-DATAFECHA
              GO TO ACUMULA-EST1.
           ADD 1 TO W-QTDEEST
           MOVE OPEREST TO W-OPERBUSCA
           PERFORM ACHA-OPERADOR THRU FIM-ACHA-OPERADOR
           ADD VALOREST TO TBX-ESTORNO(IND1)
           ADD VALOREST TO W-TOTESTORNO
           MOVE FORMADEVEST TO W-FORMAABATE
           IF DEV-SEMDEVOLUCAO
              MOVE FORMAORIGEST TO W-FORMAABATE.
           IF W-FORMAABATE = 1
              SUBTRACT VALOREST FROM TBX-DINHEIRO(IND1)
              SUBTRACT VALOREST FROM W-TOTDINHEIRO.
           IF W-FORMAABATE = 2
              SUBTRACT VALOREST FROM TBX-CARTAO(IND1)
              SUBTRACT VALOREST FROM W-TOTCARTAO.
           IF W-FORMAABATE = 3
              SUBTRACT VALOREST FROM TBX-PIX(IND1)
              SUBTRACT VALOREST FROM W-TOTPIX.
           IF W-FORMAABATE = 4
              SUBTRACT VALOREST FROM TBX-CONVENIO(IND1)
              SUBTRACT VALOREST FROM W-TOTCONVENIO.
           GO TO ACUMULA-EST1.
      *
       ACHA-OPERADOR.
           MOVE 1 TO IND1.
              ELSE
                 ADD 1 TO W-QTDEOPER
                 MOVE W-QTDEOPER TO IND1
                 MOVE W-OPERBUSCA TO TBX-OPER(IND1)
                 MOVE ZEROS TO TBX-DINHEIRO(IND1) TBX-CARTAO(IND1)
                 MOVE ZEROS TO TBX-PIX(IND1) TBX-CONVENIO(IND1)
                 MOVE ZEROS TO TBX-ESTORNO(IND1)
                 GO TO FIM-ACHA-OPERADOR.
           IF TBX-OPER(IND1) = W-OPERBUSCA
              GO TO FIM-ACHA-OPERADOR.
           ADD 1 TO IND1
           GO TO ACHA-OPERADOR1.
           MOVE TBX-CARTAO(IND1) TO CARTAOCXTX
           MOVE TBX-PIX(IND1) TO PIXCXTX
           MOVE TBX-CONVENIO(IND1) TO CONVENIOCXTX
           MOVE TBX-ESTORNO(IND1) TO ESTORNOCXTX
           WRITE REGRELCAIXATX FROM DETCAIXA
           ADD 1 TO IND1
           GO TO GRAVA-REL1.
           MOVE W-TOTCARTAO TO TOTCARTAOTX
           MOVE W-TOTPIX TO TOTPIXTX
           MOVE W-TOTCONVENIO TO TOTCONVENIOTX
           MOVE W-TOTESTORNO TO TOTESTORNOTX
           WRITE REGRELCAIXATX FROM TOTCAIXA.
      *----------------LISTA DOS ESTORNOS DO DIA------------------------
       LISTA-EST.
           IF W-QTDEEST = ZEROS
              GO TO FECHA-REL.
           MOVE SPACES TO REGRELCAIXATX
           WRITE REGRELCAIXATX
           WRITE REGRELCAIXATX FROM CABEST
           WRITE REGRELCAIXATX FROM CABESTCOL
           MOVE ZEROS TO KEYESTORNO
           START CADESTORNO KEY IS NOT LESS KEYESTORNO INVALID KEY
                 GO TO FECHA-REL.
       LISTA-EST1.
           READ CADESTORNO NEXT
           IF ST-ERRO NOT = "00"
              GO TO FECHA-REL.
           IF DATAEST NOT = W-DATAFECHA
              GO TO LISTA-EST1.
           MOVE CPFEST TO CPFESTTX
           MOVE DATACONSEST TO DATAESTTX
           MOVE SEQEST TO SEQESTTX
           MOVE VALOREST TO VALORESTTX
           MOVE SPACES TO DEVOLESTTX MOTIVOESTTX
           IF FORMADEVEST > ZEROS AND FORMADEVEST < 5
              MOVE TBDEVOL(FORMADEVEST) TO DEVOLESTTX.
           IF MOTIVOEST > ZEROS AND MOTIVOEST < 6
              MOVE TBMOTIVO(MOTIVOEST) TO MOTIVOESTTX.
           MOVE OPEREST TO OPERESTTX
           MOVE SUPEREST TO SUPERESTTX
           WRITE REGRELCAIXATX FROM DETEST
           GO TO LISTA-EST1.
       FECHA-REL.
           CLOSE RELCAIXATX
           MOVE "*** FECHAMENTO GERADO EM RELCAIXA.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-FIM.
           CLOSE CADPAGTO.
           IF W-ESTOK = "S"
              CLOSE CADESTORNO.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
