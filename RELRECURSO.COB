                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODGLOSAMOT
                    FILE STATUS  IS ST-ERRO.
       SELECT CADFATRET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYFATRET
                    FILE STATUS  IS ST-ERRO.
       SELECT RELRECURSOTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
       01  REGGLOSAMOT.
           03 CODGLOSAMOT         PIC 9(03).
           03 DESCGLOSAMOT        PIC X(30).
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
       FD RELRECURSOTX
               LABEL RECORD IS STANDARD
       01 W-CONVABERTO   PIC X(01) VALUE "N".
       01 W-MOTABERTO    PIC X(01) VALUE "N".
       01 W-VALORGLOSA   PIC 9(09)V99 VALUE ZEROS.
       01 W-FATRETOK     PIC X(01) VALUE "N".
       01 W-RETIDOGUIA   PIC 9(06)V99 VALUE ZEROS.
       01 W-TAXA         PIC 9(03)V99 VALUE ZEROS.
      *---ACUMULADORES POR CONVENIO X MOTIVO---------------------------
       01 TABRECURSO.
           OPEN INPUT CADGLOSAMOT
           IF ST-ERRO = "00"
              MOVE "S" TO W-MOTABERTO.
           OPEN INPUT CADFATRET
           IF ST-ERRO = "00"
              MOVE "S" TO W-FATRETOK.
           OPEN OUTPUT RELRECURSOTX
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELRECURSO"
                 AND NOT REC-PERDIDO AND NOT REC-MARCADO
                 AND NOT REC-ENVIADO
              GO TO ACUMULA1.
           PERFORM BUSCA-RETIDO THRU FIM-BUSCA-RETIDO
           COMPUTE W-VALORGLOSA = VALORFAT - VALORPAGOFAT + VALORRECFAT
           IF W-VALORGLOSA > W-RETIDOGUIA
              SUBTRACT W-RETIDOGUIA FROM W-VALORGLOSA.
           MOVE KEYFATLOTE TO KEYPRINCIPAL
           READ CADCONSU
           IF ST-ERRO NOT = "00"
           WRITE REGRELRECURSOTX FROM DETRECURSO
           ADD 1 TO IND1
           GO TO IMPRIME1.
      *
      *-----IMPOSTO RETIDO PELO CONVENIO NAO E GLOSA--------------------
       BUSCA-RETIDO.
           MOVE ZEROS TO W-RETIDOGUIA
           IF W-FATRETOK NOT = "S"
              GO TO FIM-BUSCA-RETIDO.
           MOVE KEYFATLOTE TO KEYFATRET
           READ CADFATRET
           IF ST-ERRO = "00"
              MOVE RETIDOFR TO W-RETIDOGUIA.
       FIM-BUSCA-RETIDO.
           EXIT.
      *
       ROT-FIM.
           CLOSE CADFATLOTE CADCONSU RELRECURSOTX
           IF W-FATRETOK = "S"
              CLOSE CADFATRET.
           IF W-CONVABERTO = "S"
              CLOSE CADCONV.
           IF W-MOTABERTO = "S"
