                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPAGTO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADESTORNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYESTORNO
                    FILE STATUS  IS ST-ERRO.
       SELECT LIQUIDACAO ASSIGN TO DISK
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
      *---------EXTRATO DE LIQUIDACAO (BANCO/ADQUIRENTE)--------------
       FD LIQUIDACAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LIQUIDACAO.TXT".
      *---ORIGEM "E" = ESTORNO (DEBITO) DE UMA VENDA JA LIQUIDADA-----
       01 REGLIQUIDACAO.
          03 ORIGEMLIQTX      PIC X(01).
          03 DATALIQTX        PIC 9(08).
       01 W-QTDESEMLIQ   PIC 9(06) VALUE ZEROS.
       01 W-QTDESEMREG   PIC 9(06) VALUE ZEROS.
       01 W-TOTALTAXA    PIC 9(09)V99 VALUE ZEROS.
      *---ESTORNOS DO CAIXA x DEBITOS DE ESTORNO NO EXTRATO------------
       01 W-ESTOK        PIC X(01) VALUE "N".
       01 W-ESTORNADO    PIC X(01) VALUE "N".
       01 W-BUSCAEST     PIC X(01) VALUE "N".
       01 W-NSUBUSCA     PIC X(12) VALUE SPACES.
       01 W-DATABUSCA    PIC 9(08) VALUE ZEROS.
       01 W-VALORBUSCA   PIC 9(06)V99 VALUE ZEROS.
       01 W-QTDEESTORNO  PIC 9(06) VALUE ZEROS.
       01 W-QTDEESTCAS   PIC 9(06) VALUE ZEROS.
       01 W-QTDEESTSEM   PIC 9(06) VALUE ZEROS.
      *---TABELA DAS LINHAS DO EXTRATO (CASAMENTO EM MEMORIA)----------
       01 TABLIQ.
          03 TB-LIQ OCCURS 500 TIMES.
          03 NSUTAXATX        PIC X(12).
          03 FILLER           PIC X(07) VALUE " TAXA: ".
          03 TAXATX           PIC ZZZ9,99.
       01 DETESTSEMDEB.
          03 FILLER           PIC X(29) VALUE
             "ESTORNADO E NAO DEBITADO CPF:".
          03 CPFESTSEMTX      PIC 9(11).
          03 FILLER           PIC X(07) VALUE " DATA: ".
          03 DATAESTSEMTX     PIC 9(08).
          03 FILLER           PIC X(06) VALUE " NSU: ".
          03 NSUESTSEMTX      PIC X(12).
          03 FILLER           PIC X(08) VALUE " VALOR: ".
          03 VALORESTSEMTX    PIC ZZZZZ9,99.
       01 DETESTINDEV.
          03 FILLER           PIC X(29) VALUE
             "ESTORNADO SEM COBRANCA   CPF:".
          03 CPFESTINDTX      PIC 9(11).
          03 FILLER           PIC X(07) VALUE " DATA: ".
          03 DATAESTINDTX     PIC 9(08).
          03 FILLER           PIC X(06) VALUE " NSU: ".
          03 NSUESTINDTX      PIC X(12).
          03 FILLER           PIC X(08) VALUE " VALOR: ".
          03 VALORESTINDTX    PIC ZZZZZ9,99.
       01 TOTCONCILIA.
          03 FILLER           PIC X(09) VALUE "CASADOS.:".
          03 QTDECASADOTX     PIC ZZZZZ9.
          03 QTDESEMREGTX     PIC ZZZZZ9.
          03 FILLER           PIC X(13) VALUE " TOTAL TAXAS:".
          03 TOTALTAXATX      PIC ZZZZZZZZ9,99.
       01 TOTESTCONC.
          03 FILLER           PIC X(09) VALUE "ESTORNOS:".
          03 QTDEESTORNOTX    PIC ZZZZZ9.
          03 FILLER           PIC X(14) VALUE " DEBITADOS...:".
          03 QTDEESTCASTX     PIC ZZZZZ9.
          03 FILLER           PIC X(14) VALUE " SEM DEBITO..:".
          03 QTDEESTSEMTX     PIC ZZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CONCILIA"
              CLOSE CADPAGTO LIQUIDACAO
              GO TO ROT-FIM2.
           OPEN INPUT CADESTORNO
           IF ST-ERRO = "00"
              MOVE "S" TO W-ESTOK
           ELSE
              MOVE "N" TO W-ESTOK.
           WRITE REGCONCILIATX FROM CABCONCILIA.
      *----------------CARREGAR O EXTRATO EM MEMORIA---------------------
       CARGA-LIQ.
              GO TO SOBRAS-LIQ.
           IF NOT PAG-CARTAO AND NOT PAG-PIX
              GO TO CASA-PAGTOS1.
           MOVE "N" TO W-ESTORNADO
           IF W-ESTOK = "S"
              MOVE KEYPAGTO TO KEYESTORNO
              READ CADESTORNO
              IF ST-ERRO = "00"
                 MOVE "S" TO W-ESTORNADO.
      *----LANCAMENTO INDEVIDO ESTORNADO NAO TEM LIQUIDACAO A CASAR-----
           IF W-ESTORNADO = "S" AND DEV-SEMDEVOLUCAO
              ADD 1 TO W-QTDEESTORNO
              MOVE CPFPAGTO TO CPFESTINDTX
              MOVE DATAPAGTO TO DATAESTINDTX
              MOVE NSUPAGTO TO NSUESTINDTX
              MOVE VALORPAGTO TO VALORESTINDTX
              WRITE REGCONCILIATX FROM DETESTINDEV
              GO TO CASA-PAGTOS1.
           MOVE "N" TO W-BUSCAEST
           MOVE NSUPAGTO TO W-NSUBUSCA
           MOVE DATAPAGTO TO W-DATABUSCA
           MOVE VALORPAGTO TO W-VALORBUSCA
           PERFORM CASA-UM THRU FIM-CASA-UM
           IF W-ACHOU = ZEROS
              ADD 1 TO W-QTDESEMLIQ
                 MOVE TB-NSU(W-ACHOU) TO NSUTAXATX
                 MOVE TB-TAXA(W-ACHOU) TO TAXATX
                 WRITE REGCONCILIATX FROM DETTAXA.
           IF W-ESTORNADO = "S"
              PERFORM CASA-ESTORNO THRU FIM-CASA-ESTORNO.
           GO TO CASA-PAGTOS1.
      *----------------ESTORNO NO CARTAO/PIX x DEBITO NO EXTRATO--------
       CASA-ESTORNO.
           ADD 1 TO W-QTDEESTORNO
           IF NOT DEV-CARTAO AND NOT DEV-PIX
              GO TO FIM-CASA-ESTORNO.
           MOVE "S" TO W-BUSCAEST
           MOVE NSUORIGEST TO W-NSUBUSCA
           MOVE DATAEST TO W-DATABUSCA
           MOVE VALOREST TO W-VALORBUSCA
           PERFORM CASA-UM THRU FIM-CASA-UM
           IF W-ACHOU = ZEROS
              ADD 1 TO W-QTDEESTSEM
              MOVE CPFEST TO CPFESTSEMTX
              MOVE DATAEST TO DATAESTSEMTX
              MOVE NSUORIGEST TO NSUESTSEMTX
              MOVE VALOREST TO VALORESTSEMTX
              WRITE REGCONCILIATX FROM DETESTSEMDEB
           ELSE
              ADD 1 TO W-QTDEESTCAS
              MOVE "S" TO TB-CASADO(W-ACHOU).
       FIM-CASA-ESTORNO.
           EXIT.
      *----------------LOCALIZAR A LINHA DO EXTRATO----------------------
      *    W-BUSCAEST = "S" PROCURA SO LINHAS DE ESTORNO (ORIGEM "E")
       CASA-UM.
           MOVE ZEROS TO W-ACHOU
           MOVE 1 TO IND1.
       CASA-UM1.
           IF IND1 > W-TOTLIQ
              GO TO CASA-UM2.
           IF W-BUSCAEST = "S" AND TB-ORIGEM(IND1) NOT = "E"
              GO TO CASA-UM1A.
           IF W-BUSCAEST NOT = "S" AND TB-ORIGEM(IND1) = "E"
              GO TO CASA-UM1A.
           IF TB-CASADO(IND1) = "N" AND W-NSUBUSCA NOT = SPACES
                 AND TB-NSU(IND1) = W-NSUBUSCA
              MOVE IND1 TO W-ACHOU
              GO TO FIM-CASA-UM.
       CASA-UM1A.
           ADD 1 TO IND1
           GO TO CASA-UM1.
       CASA-UM2.
       CASA-UM3.
           IF IND1 > W-TOTLIQ
              GO TO FIM-CASA-UM.
           IF W-BUSCAEST = "S" AND TB-ORIGEM(IND1) NOT = "E"
              GO TO CASA-UM3A.
           IF W-BUSCAEST NOT = "S" AND TB-ORIGEM(IND1) = "E"
              GO TO CASA-UM3A.
           IF TB-CASADO(IND1) = "N" AND TB-DATA(IND1) = W-DATABUSCA
                 AND TB-VALOR(IND1) = W-VALORBUSCA
              MOVE IND1 TO W-ACHOU
              GO TO FIM-CASA-UM.
       CASA-UM3A.
           ADD 1 TO IND1
           GO TO CASA-UM3.
       FIM-CASA-UM.
           MOVE W-QTDESEMREG TO QTDESEMREGTX
           MOVE W-TOTALTAXA TO TOTALTAXATX
           WRITE REGCONCILIATX FROM TOTCONCILIA
           MOVE W-QTDEESTORNO TO QTDEESTORNOTX
           MOVE W-QTDEESTCAS TO QTDEESTCASTX
           MOVE W-QTDEESTSEM TO QTDEESTSEMTX
           WRITE REGCONCILIATX FROM TOTESTCONC
           DISPLAY "PAGTOS CASADOS      : " W-QTDECASADO
           DISPLAY "SEM LIQUIDACAO      : " W-QTDESEMLIQ
           DISPLAY "SEM REGISTRO NO CAIXA: " W-QTDESEMREG
           DISPLAY "ESTORNOS SEM DEBITO : " W-QTDEESTSEM.
       ROT-FIM.
           CLOSE CADPAGTO LIQUIDACAO CONCILIATX
           IF W-ESTOK = "S"
              CLOSE CADESTORNO.
           DISPLAY "*** RELATORIO CONCILIA.DOC GERADO ***".
       ROT-FIM2.
           EXIT PROGRAM.
