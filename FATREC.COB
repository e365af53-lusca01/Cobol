                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYFATLOTE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADFATRET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYFATRET
                    FILE STATUS  IS ST-ERRO.
       SELECT FATRECTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
              88 REC-PERDIDO        VALUE "P".
           03 LOTERECFAT          PIC 9(06).
           03 VALORRECFAT         PIC 9(06)V99.
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
       FD FATRECTX
               LABEL RECORD IS STANDARD
       01 W-QTDEPERDA   PIC 9(06) VALUE ZEROS.
       01 W-QTDEREJ     PIC 9(06) VALUE ZEROS.
       01 W-VALORGLOSA  PIC 9(06)V99 VALUE ZEROS.
       01 W-FATRETOK    PIC X(01) VALUE "N".
       01 W-RETIDOGUIA  PIC 9(06)V99 VALUE ZEROS.
      *---CHAVE DA GUIA PARA MARCACAO---------------------------------
       01 W-CPFREC      PIC 9(11) VALUE ZEROS.
       01 W-DATAREC.
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFATLOTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADFATRET
           IF ST-ERRO = "00"
              MOVE "S" TO W-FATRETOK.
       MENU-FUNCAO.
           MOVE ZEROS TO W-FUNCAO
           DISPLAY TELAFATREC
              GO TO GERA-RECURSO4.
           IF NOT REC-MARCADO
              GO TO GERA-RECURSO3.
           PERFORM BUSCA-RETIDO THRU FIM-BUSCA-RETIDO
           COMPUTE W-VALORGLOSA = VALORFAT - VALORPAGOFAT
           IF W-VALORGLOSA > W-RETIDOGUIA
              SUBTRACT W-RETIDOGUIA FROM W-VALORGLOSA.
           MOVE W-LOTEREC TO LOTERECTX
           MOVE CPFFAT TO CPFRECTX
           MOVE DIAFAT TO DIARECTX
           MOVE "*** RETORNO DO RECURSO IMPORTADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
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
           CLOSE CADFATLOTE.
           IF W-FATRETOK = "S"
              CLOSE CADFATRET.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
