      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    EXPORTACAO CONTABIL MENSAL (LANCAMENTOS POR UNIDADE,       *
      *    CONVENIO E SITUACAO DE PAGAMENTO) E PAGAMENTOS A           *
      *    FORNECEDORES BAIXADOS EM CONTAS A PAGAR (CADPAGAR) E       *
      *    IMPOSTOS RETIDOS NA FONTE PELOS CONVENIOS (CADFATRET)      *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPLANOCONTA
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPAGAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPAGAR
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DATAVENCPAGAR
                       WITH DUPLICATES.
       SELECT CADFATRET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYFATRET
                    FILE STATUS  IS ST-ERRO.
       SELECT CONTABILTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
           03 CONTADEBPC          PIC X(10).
           03 CONTACREDPC         PIC X(10).
           03 CCUSTOPC            PIC X(06).
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
      *---------RETENCOES NA FONTE DO PAGAMENTO DA GUIA---------------
       FD CADFATRET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFATRET.DAT".
       01  REGFATRET.
           03 KEYFATRET           PIC X(23).
           03 LOTEFR              PIC 9(06).
           03 CODCONVFR           PIC 9(04).
           03 DATARETFR           PIC 9(08).
           03 DATARETFRR REDEFINES DATARETFR.
              05 ANORETFR         PIC 9(04).
              05 MESRETFR         PIC 9(02).
              05 DIARETFR         PIC 9(02).
           03 VALORFATFR          PIC 9(06)V99.
           03 VALORPAGOFR         PIC 9(06)V99.
           03 IMPOSTOFR           PIC 9(06)V99 OCCURS 5 TIMES.
           03 RETIDOFR            PIC 9(06)V99.
           03 GLOSAREALFR         PIC 9(06)V99.
           03 FILLER              PIC X(20).
      *
       FD CONTABILTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONTABIL.TXT".
       01 REGCONTABILTX        PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       01 W-CONTAOK      PIC X(01) VALUE "N".
       01 W-ANOCOMP      PIC 9(04) VALUE ZEROS.
       01 W-DATAHOJE     PIC 9(08) VALUE ZEROS.
      *---PAGAMENTOS A FORNECEDORES DA COMPETENCIA----------------------
       01 W-PAGARABERTO  PIC X(01) VALUE "N".
       01 W-DATAPAGPG    PIC 9(08) VALUE ZEROS.
       01 W-DATAPAGPGR REDEFINES W-DATAPAGPG.
          03 W-ANOPAGPG  PIC 9(04).
          03 W-MESPAGPG  PIC 9(02).
          03 W-DIAPAGPG  PIC 9(02).
       01 W-QTDEPAG      PIC 9(06) VALUE ZEROS.
       01 W-TOTPAG       PIC 9(09)V99 VALUE ZEROS.
      *---IMPOSTOS RETIDOS PELOS CONVENIOS NA COMPETENCIA---------------
      *  1 ISS 2 IRRF 3 PIS 4 COFINS 5 CSLL
       01 W-FATRETABERTO PIC X(01) VALUE "N".
       01 W-QTDERET      PIC 9(06) VALUE ZEROS.
       01 W-TOTRET       PIC 9(09)V99 VALUE ZEROS.
       01 W-LINHASRET    PIC 9(03) VALUE ZEROS.
       01 IND2           PIC 9(01) VALUE ZEROS.
       01 TABRETENCAO.
          03 TBR-LINHA OCCURS 100 TIMES.
             05 TBR-CONV      PIC 9(04).
             05 TBR-IMPOSTO   PIC 9(09)V99 OCCURS 5 TIMES.
      *---AGREGADOS UNIDADE+CONVENIO+PAGO------------------------------
       01 W-QTDELINHAS   PIC 9(03) VALUE ZEROS.
       01 W-TOTGERAL     PIC 9(11)V99 VALUE ZEROS.
          03 CONTADEBLANTX    PIC X(10).
          03 CONTACREDLANTX   PIC X(10).
          03 CCUSTOLANTX      PIC X(06).
       01 LANCAPGTX.
          03 FILLER           PIC X(01) VALUE "P".
          03 COMPETENCIAPGTX  PIC 9(06).
          03 FORNLANPGTX      PIC 9(04).
          03 NFLANPGTX        PIC 9(09).
          03 PARCLANPGTX      PIC 9(02).
          03 VALORLANPGTX     PIC 9(09)V99.
          03 CONTADEBPGTX     PIC X(10).
          03 CONTACREDPGTX    PIC X(10).
          03 CCUSTOPGTX       PIC X(06).
       01 LANCARETX.
          03 FILLER           PIC X(01) VALUE "R".
          03 COMPETENCIARETX  PIC 9(06).
          03 CONVLANRETX      PIC 9(04).
          03 IMPOSTOLANRETX   PIC 9(01).
          03 VALORLANRETX     PIC 9(09)V99.
          03 CONTADEBRETX     PIC X(10).
          03 CONTACREDRETX    PIC X(10).
          03 CCUSTORETX       PIC X(06).
       01 TRAILERCTB.
          03 FILLER           PIC X(01) VALUE "T".
          03 COMPETENCIATRTX  PIC 9(06).
          03 QTDEGERALTX      PIC 9(08).
          03 TOTGERALTX       PIC 9(11)V99.
          03 DATAGERCTBTX     PIC 9(08).
          03 QTDEPAGTX        PIC 9(06).
          03 TOTPAGTX         PIC 9(09)V99.
          03 QTDERETTX        PIC 9(06).
          03 TOTRETTX         PIC 9(09)V99.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELACONTABIL.
           OPEN INPUT CADPLANOCONTA
           IF ST-ERRO = "00"
              MOVE "S" TO W-PCABERTO.
           OPEN INPUT CADPAGAR
           IF ST-ERRO = "00"
              MOVE "S" TO W-PAGARABERTO.
           OPEN INPUT CADFATRET
           IF ST-ERRO = "00"
              MOVE "S" TO W-FATRETABERTO.
           OPEN OUTPUT CONTABILTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CONTABIL.TXT" TO MENS
           MOVE 1 TO IND1.
       GRAVA-JORNAL1.
           IF IND1 > W-QTDELINHAS
              GO TO GRAVA-PAGAR.
           MOVE TBC-UNIDADE(IND1) TO UNIDADELANTX
           MOVE TBC-CONV(IND1) TO CONVLANTX
           MOVE TBC-PAGO(IND1) TO PAGOLANTX
           WRITE REGCONTABILTX
           ADD 1 TO IND1
           GO TO GRAVA-JORNAL1.
      *----------------PARCELAS PAGAS A FORNECEDORES NO MES-------------
      *  CONTAS DO DE-PARA NA CHAVE RESERVADA UNIDADE 99, CONVENIO 9999
       GRAVA-PAGAR.
           MOVE ZEROS TO W-QTDEPAG W-TOTPAG
           IF W-PAGARABERTO NOT = "S"
              GO TO GRAVA-RETENCAO.
           MOVE SPACES TO CONTADEBPC CONTACREDPC CCUSTOPC
           IF W-PCABERTO = "S"
              MOVE 99 TO UNIDPC
              MOVE 9999 TO CONVPC
              MOVE ZEROS TO FORMAPC ESPECPC
              READ CADPLANOCONTA
              IF ST-ERRO NOT = "00"
                 MOVE SPACES TO CONTADEBPC CONTACREDPC CCUSTOPC.
           MOVE CONTADEBPC TO CONTADEBPGTX
           MOVE CONTACREDPC TO CONTACREDPGTX
           MOVE CCUSTOPC TO CCUSTOPGTX
           COMPUTE COMPETENCIAPGTX = W-ANOCOMP * 100 + W-MESCOMP
           MOVE ZEROS TO KEYPAGAR
           START CADPAGAR KEY IS NOT LESS KEYPAGAR INVALID KEY
                 GO TO GRAVA-RETENCAO.
       GRAVA-PAGAR1.
           READ CADPAGAR NEXT
           IF ST-ERRO NOT = "00"
              GO TO GRAVA-RETENCAO.
           IF NOT PAGAR-PAGO
              GO TO GRAVA-PAGAR1.
           MOVE DATAPAGPAGAR TO W-DATAPAGPG
           IF W-MESPAGPG NOT = W-MESCOMP OR W-ANOPAGPG NOT = W-ANOCOMP
              GO TO GRAVA-PAGAR1.
           MOVE CODFORNPAG TO FORNLANPGTX
           MOVE NFPAGAR TO NFLANPGTX
           MOVE PARCPAGAR TO PARCLANPGTX
           MOVE VALORPAGOPAGAR TO VALORLANPGTX
           MOVE LANCAPGTX TO REGCONTABILTX
           WRITE REGCONTABILTX
           ADD 1 TO W-QTDEPAG
           ADD VALORPAGOPAGAR TO W-TOTPAG
           GO TO GRAVA-PAGAR1.
      *----------------IMPOSTOS RETIDOS NA FONTE PELOS CONVENIOS--------
      *  CONTAS NA CHAVE UNIDADE 99 + CONVENIO + IMPOSTO (1 A 5), COM
      *  CURINGA 9999 NO CONVENIO
       GRAVA-RETENCAO.
           MOVE ZEROS TO W-QTDERET W-TOTRET W-LINHASRET
           IF W-FATRETABERTO NOT = "S"
              GO TO GRAVA-TRAILER.
           MOVE LOW-VALUES TO KEYFATRET
           START CADFATRET KEY IS NOT LESS KEYFATRET INVALID KEY
                 GO TO GRAVA-RETENCAO3.
       GRAVA-RETENCAO1.
           READ CADFATRET NEXT
           IF ST-ERRO NOT = "00"
              GO TO GRAVA-RETENCAO3.
           IF ANORETFR NOT = W-ANOCOMP OR MESRETFR NOT = W-MESCOMP
              GO TO GRAVA-RETENCAO1.
           IF RETIDOFR = ZEROS
              GO TO GRAVA-RETENCAO1.
           PERFORM ACHA-RETENCAO THRU FIM-ACHA-RETENCAO
           IF IND1 = ZEROS
              GO TO GRAVA-RETENCAO1.
           MOVE 1 TO IND2.
       GRAVA-RETENCAO2.
           ADD IMPOSTOFR(IND2) TO TBR-IMPOSTO(IND1, IND2)
           IF IND2 < 5
              ADD 1 TO IND2
              GO TO GRAVA-RETENCAO2.
           GO TO GRAVA-RETENCAO1.
       GRAVA-RETENCAO3.
           COMPUTE COMPETENCIARETX = W-ANOCOMP * 100 + W-MESCOMP
           MOVE 1 TO IND1.
       GRAVA-RETENCAO4.
           IF IND1 > W-LINHASRET
              GO TO GRAVA-TRAILER.
           MOVE 1 TO IND2.
       GRAVA-RETENCAO5.
           IF TBR-IMPOSTO(IND1, IND2) = ZEROS
              GO TO GRAVA-RETENCAO6.
           MOVE TBR-CONV(IND1) TO CONVLANRETX
           MOVE IND2 TO IMPOSTOLANRETX
           MOVE TBR-IMPOSTO(IND1, IND2) TO VALORLANRETX
           PERFORM BUSCA-CONTARET THRU FIM-BUSCA-CONTARET
           MOVE CONTADEBPC TO CONTADEBRETX
           MOVE CONTACREDPC TO CONTACREDRETX
           MOVE CCUSTOPC TO CCUSTORETX
           MOVE LANCARETX TO REGCONTABILTX
           WRITE REGCONTABILTX
           ADD 1 TO W-QTDERET
           ADD TBR-IMPOSTO(IND1, IND2) TO W-TOTRET.
       GRAVA-RETENCAO6.
           IF IND2 < 5
              ADD 1 TO IND2
              GO TO GRAVA-RETENCAO5.
           ADD 1 TO IND1
           GO TO GRAVA-RETENCAO4.
      *
       ACHA-RETENCAO.
           MOVE 1 TO IND1.
       ACHA-RETENCAO1.
           IF IND1 > W-LINHASRET
              IF W-LINHASRET > 99
                 MOVE ZEROS TO IND1
                 GO TO FIM-ACHA-RETENCAO
              ELSE
                 ADD 1 TO W-LINHASRET
                 MOVE W-LINHASRET TO IND1
                 MOVE ZEROS TO TBR-LINHA(IND1)
                 MOVE CODCONVFR TO TBR-CONV(IND1)
                 GO TO FIM-ACHA-RETENCAO.
           IF TBR-CONV(IND1) = CODCONVFR
              GO TO FIM-ACHA-RETENCAO.
           ADD 1 TO IND1
           GO TO ACHA-RETENCAO1.
       FIM-ACHA-RETENCAO.
           EXIT.
      *
       BUSCA-CONTARET.
           MOVE SPACES TO CONTADEBPC CONTACREDPC CCUSTOPC
           IF W-PCABERTO NOT = "S"
              GO TO FIM-BUSCA-CONTARET.
           MOVE 99 TO UNIDPC
           MOVE TBR-CONV(IND1) TO CONVPC
           MOVE IND2 TO FORMAPC
           MOVE ZEROS TO ESPECPC
           READ CADPLANOCONTA
           IF ST-ERRO = "00"
              GO TO FIM-BUSCA-CONTARET.
           MOVE 9999 TO CONVPC
           READ CADPLANOCONTA
           IF ST-ERRO = "00"
              GO TO FIM-BUSCA-CONTARET.
           MOVE SPACES TO CONTADEBPC CONTACREDPC CCUSTOPC.
       FIM-BUSCA-CONTARET.
           EXIT.
      *
       GRAVA-TRAILER.
           COMPUTE COMPETENCIATRTX = W-ANOCOMP * 100 + W-MESCOMP
           MOVE W-QTDELINHAS TO QTDELINHASTX
           MOVE W-QTDEGERAL TO QTDEGERALTX
           MOVE W-TOTGERAL TO TOTGERALTX
           MOVE W-DATAHOJE TO DATAGERCTBTX
           MOVE W-QTDEPAG TO QTDEPAGTX
           MOVE W-TOTPAG TO TOTPAGTX
           MOVE W-QTDERET TO QTDERETTX
           MOVE W-TOTRET TO TOTRETTX
           MOVE TRAILERCTB TO REGCONTABILTX
           WRITE REGCONTABILTX
           CLOSE CONTABILTX
              CLOSE CADPAGTO.
           IF W-PCABERTO = "S"
              CLOSE CADPLANOCONTA.
           IF W-PAGARABERTO = "S"
              CLOSE CADPAGAR.
           IF W-FATRETABERTO = "S"
              CLOSE CADFATRET.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
