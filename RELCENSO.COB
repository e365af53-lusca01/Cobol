      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    CENSO DIARIO DE LEITOS OCUPADOS POR UNIDADE                *
      *    MOVIMENTO DO DIA: ADMISSOES, ALTAS E TRANSFERENCIAS        *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODUNIDADE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADMOVLEITO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYMOVLEITO
                    FILE STATUS  IS ST-ERRO.
       SELECT RELCENSOTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
          03 CIDADEUNIDADE        PIC X(20).
          03 UFUNIDADE            PIC X(02).
          03 CEPUNIDADE           PIC 9(08).
      *
       FD CADMOVLEITO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMOVLEITO.DAT".
       01  REGMOVLEITO.
           03 KEYMOVLEITO.
              05 CPFMOVL          PIC 9(11).
              05 DATAINTMOVL      PIC 9(08).
              05 HORAINTMOVL      PIC 9(04).
              05 SEQMOVL          PIC 9(03).
           03 UNIDORIGMOVL        PIC 9(02).
           03 LEITOORIGMOVL       PIC 9(03).
           03 UNIDDESTMOVL        PIC 9(02).
           03 LEITODESTMOVL       PIC 9(03).
           03 DATAMOVL            PIC 9(08).
           03 HORAMOVL            PIC 9(04).
           03 MOTIVOMOVL          PIC X(30).
           03 OPERMOVL            PIC 9(04).
           03 DATAREGMOVL         PIC 9(08).
           03 HORAREGMOVL         PIC 9(06).
      *
       FD RELCENSOTX
               LABEL RECORD IS STANDARD
       01 CONLIN1        PIC 9(04) VALUE ZEROS.
       01 W-DATAHOJE     PIC 9(08) VALUE ZEROS.
       01 W-UNIDOK       PIC X(01) VALUE "N".
       01 W-QTDEADMIS    PIC 9(04) VALUE ZEROS.
       01 W-QTDEALTAS    PIC 9(04) VALUE ZEROS.
       01 W-QTDETRANSF   PIC 9(04) VALUE ZEROS.
      *---TOTAIS POR UNIDADE-----------------------------------------
       01 TABCENSO.
          03 TBC-LINHA OCCURS 99 TIMES.
          03 TOTOCUPTX        PIC ZZZ9.
          03 FILLER           PIC X(16) VALUE "  TOTAL LEITOS: ".
          03 TOTLEITOSTX      PIC ZZZ9.
       01 CABMOV.
          03 FILLER           PIC X(20) VALUE "MOVIMENTO DO DIA - ".
          03 CABMOVTX         PIC X(20).
       01 DETMOVTO.
          03 TIPOMOVTX        PIC X(09).
          03 FILLER           PIC X(06) VALUE " CPF: ".
          03 CPFMOVTX         PIC 9(11).
          03 FILLER           PIC X(07) VALUE " UNID: ".
          03 UNIDMOVTX        PIC 9(02).
          03 FILLER           PIC X(08) VALUE " LEITO: ".
          03 LEITOMOVTX       PIC 9(03).
          03 FILLER           PIC X(07) VALUE " HORA: ".
          03 HORAMOVTX        PIC 9(04).
          03 FILLER           PIC X(06) VALUE " CID: ".
          03 CIDMOVTX         PIC X(07).
       01 DETTRANSF.
          03 FILLER           PIC X(05) VALUE "CPF: ".
          03 CPFTRANSFTX      PIC 9(11).
          03 FILLER           PIC X(05) VALUE " DE: ".
          03 UNIDORIGTX       PIC 9(02).
          03 FILLER           PIC X(01) VALUE "/".
          03 LEITOORIGTX      PIC 9(03).
          03 FILLER           PIC X(07) VALUE " PARA: ".
          03 UNIDDESTTX       PIC 9(02).
          03 FILLER           PIC X(01) VALUE "/".
          03 LEITODESTTX      PIC 9(03).
          03 FILLER           PIC X(07) VALUE " HORA: ".
          03 HORATRANSFTX     PIC 9(04).
          03 FILLER           PIC X(09) VALUE " MOTIVO: ".
          03 MOTIVOTRANSFTX   PIC X(30).
       01 DETTOTMOV.
          03 FILLER           PIC X(12) VALUE "ADMISSOES: ".
          03 TOTADMISTX       PIC ZZZ9.
          03 FILLER           PIC X(10) VALUE "  ALTAS: ".
          03 TOTALTASTX       PIC ZZZ9.
          03 FILLER           PIC X(19) VALUE "  TRANSFERENCIAS: ".
          03 TOTTRANSFTX      PIC ZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE 1 TO IND1.
       TOTALIZA1.
           IF IND1 > 99
              GO TO MOVTO-DIA.
           IF TBC-OCUPADOS(IND1) > ZEROS OR TBC-LEITOS(IND1) > ZEROS
              MOVE IND1 TO TOTUNIDTX
              MOVE TBC-OCUPADOS(IND1) TO TOTOCUPTX
              WRITE REGRELCENSOTX FROM DETTOTUNID.
           ADD 1 TO IND1
           GO TO TOTALIZA1.
      *----------------ADMISSOES E ALTAS DO DIA-------------------------
       MOVTO-DIA.
           MOVE SPACES TO REGRELCENSOTX
           WRITE REGRELCENSOTX
           MOVE "ADMISSOES E ALTAS" TO CABMOVTX
           WRITE REGRELCENSOTX FROM CABMOV
           MOVE ZEROS TO CPFINTERN DATAINTERN HORAINTERN
           START CADINTERN KEY IS NOT LESS KEYINTERN INVALID KEY
                 GO TO MOVTO-TRANSF.
       MOVTO-DIA1.
           READ CADINTERN NEXT
           IF ST-ERRO NOT = "00"
              GO TO MOVTO-TRANSF.
           MOVE CPFINTERN TO CPFMOVTX
           MOVE UNIDINT TO UNIDMOVTX
           MOVE LEITOINT TO LEITOMOVTX
           MOVE CIDINT TO CIDMOVTX
           IF DATAENTRADA = W-DATAHOJE
              MOVE "ADMISSAO " TO TIPOMOVTX
              MOVE HORAENTRADA TO HORAMOVTX
              WRITE REGRELCENSOTX FROM DETMOVTO
              ADD 1 TO W-QTDEADMIS.
           IF DATAALTA = W-DATAHOJE
              MOVE "ALTA     " TO TIPOMOVTX
              MOVE HORAALTA TO HORAMOVTX
              WRITE REGRELCENSOTX FROM DETMOVTO
              ADD 1 TO W-QTDEALTAS.
           GO TO MOVTO-DIA1.
      *----------------TRANSFERENCIAS DE LEITO DO DIA-------------------
       MOVTO-TRANSF.
           MOVE SPACES TO REGRELCENSOTX
           WRITE REGRELCENSOTX
           MOVE "TRANSFERENCIAS" TO CABMOVTX
           WRITE REGRELCENSOTX FROM CABMOV
           OPEN INPUT CADMOVLEITO
           IF ST-ERRO NOT = "00"
              GO TO MOVTO-TOTAL.
           MOVE ZEROS TO KEYMOVLEITO
           START CADMOVLEITO KEY IS NOT LESS KEYMOVLEITO INVALID KEY
                 GO TO MOVTO-TRANSF2.
       MOVTO-TRANSF1.
           READ CADMOVLEITO NEXT
           IF ST-ERRO NOT = "00"
              GO TO MOVTO-TRANSF2.
           IF DATAMOVL NOT = W-DATAHOJE
              GO TO MOVTO-TRANSF1.
           MOVE CPFMOVL TO CPFTRANSFTX
           MOVE UNIDORIGMOVL TO UNIDORIGTX
           MOVE LEITOORIGMOVL TO LEITOORIGTX
           MOVE UNIDDESTMOVL TO UNIDDESTTX
           MOVE LEITODESTMOVL TO LEITODESTTX
           MOVE HORAMOVL TO HORATRANSFTX
           MOVE MOTIVOMOVL TO MOTIVOTRANSFTX
           WRITE REGRELCENSOTX FROM DETTRANSF
           ADD 1 TO W-QTDETRANSF
           GO TO MOVTO-TRANSF1.
       MOVTO-TRANSF2.
           CLOSE CADMOVLEITO.
       MOVTO-TOTAL.
           MOVE SPACES TO REGRELCENSOTX
           WRITE REGRELCENSOTX
           MOVE W-QTDEADMIS TO TOTADMISTX
           MOVE W-QTDEALTAS TO TOTALTASTX
           MOVE W-QTDETRANSF TO TOTTRANSFTX
           WRITE REGRELCENSOTX FROM DETTOTMOV.
       FECHA.
           DISPLAY "LEITOS OCUPADOS: " CONLIN1.
           DISPLAY "ADMISSOES: " W-QTDEADMIS " ALTAS: " W-QTDEALTAS
                   " TRANSFERENCIAS: " W-QTDETRANSF.
       ROT-FIM.
           CLOSE CADINTERN RELCENSOTX.
           IF W-UNIDOK = "S"
