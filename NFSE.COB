                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT NFSECANTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT CADESTORNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYESTORNO
                    FILE STATUS  IS ST-ERRO.
       SELECT NFSERET ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
              88 NFSE-ENVIADA       VALUE "E".
              88 NFSE-AUTORIZADA    VALUE "A".
              88 NFSE-REJEITADA     VALUE "R".
              88 NFSE-CANCPENDENTE  VALUE "P".
              88 NFSE-CANCSOLICIT   VALUE "S".
              88 NFSE-CANCELADA     VALUE "C".
           03 NUMNOTANFSE         PIC X(15).
      *-----------------------------PACIENTE---------------------------
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQNFSE.
       01 REGNFSERPSTX         PIC X(110).
      *
       FD NFSECANTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQCANC.
       01 REGNFSECANTX         PIC X(110).
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
       FD NFSERET
               LABEL RECORD IS STANDARD
       01 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-LOTENFSE    PIC 9(06) VALUE ZEROS.
       01 W-RPSMAX      PIC 9(08) VALUE ZEROS.
      *---NUMERACAO CENTRAL DE DOCUMENTOS (NUMERA)---------------------
       01 W-ACAONU      PIC X(01) VALUE SPACES.
       01 W-TIPONU      PIC X(04) VALUE "RPS".
       01 W-UNIDNU      PIC 9(02) VALUE ZEROS.
       01 W-ANONU       PIC 9(04) VALUE ZEROS.
       01 W-NUMERONU    PIC 9(08) VALUE ZEROS.
       01 W-PROGRNU     PIC X(10) VALUE "NFSE".
       01 W-OPERNU      PIC 9(04) VALUE ZEROS.
       01 W-RESULTNU    PIC X(01) VALUE SPACES.
       01 W-QTDERPS     PIC 9(06) VALUE ZEROS.
       01 W-TOTALRPS    PIC 9(09)V99 VALUE ZEROS.
       01 W-QTDEAUT     PIC 9(06) VALUE ZEROS.
       01 W-QTDENAO     PIC 9(06) VALUE ZEROS.
       01 W-RPSBUSCA    PIC 9(08) VALUE ZEROS.
       01 W-ACHOURPS    PIC X(01) VALUE "N".
      *---CANCELAMENTO DE NFS-E DE PAGAMENTO ESTORNADO-----------------
       01 W-ESTOK       PIC X(01) VALUE "N".
       01 W-QTDECAN     PIC 9(06) VALUE ZEROS.
       01 W-QTDECANC    PIC 9(06) VALUE ZEROS.
       01 TABMOTIVOX.
          03 FILLER     PIC X(14) VALUE "DUPLICIDADE".
          03 FILLER     PIC X(14) VALUE "CONS.CANCELADA".
          03 FILLER     PIC X(14) VALUE "VALOR INCORRET".
          03 FILLER     PIC X(14) VALUE "DESISTENCIA".
          03 FILLER     PIC X(14) VALUE "OUTROS".
       01 TABMOTIVO REDEFINES TABMOTIVOX.
          03 TBMOTIVO   PIC X(14) OCCURS 5 TIMES.
       01 W-ARQCANC.
          03 FILLER      PIC X(07) VALUE "NFSECAN".
          03 ARQCANCTX   PIC 9(06) VALUE ZEROS.
          03 FILLER      PIC X(04) VALUE ".TXT".
      *---UM ARQUIVO DE REMESSA POR LOTE-------------------------------
       01 W-ARQNFSE.
          03 FILLER      PIC X(07) VALUE "NFSERPS".
          03 FILLER           PIC X(01) VALUE " ".
          03 VALORRPSTX       PIC 9(06)V99.
          03 FILLER           PIC X(18) VALUE " SERVICOS MEDICOS ".
      *---LAYOUT DA LINHA DE CANCELAMENTO------------------------------
       01 CANTX.
          03 FILLER           PIC X(04) VALUE "CAN ".
          03 RPSCANTX         PIC 9(08).
          03 FILLER           PIC X(01) VALUE " ".
          03 NOTACANTX        PIC X(15).
          03 FILLER           PIC X(01) VALUE " ".
          03 DATACANTX        PIC 9(08).
          03 FILLER           PIC X(01) VALUE " ".
          03 CPFCANTX         PIC 9(11).
          03 FILLER           PIC X(01) VALUE " ".
          03 VALORCANTX       PIC 9(06)V99.
          03 FILLER           PIC X(01) VALUE " ".
          03 MOTIVOCANTX      PIC X(14).
          03 FILLER           PIC X(01) VALUE " ".
          03 OBSCANTX         PIC X(40).
       01 TRAILERRPS.
          03 FILLER           PIC X(06) VALUE "TOTAL ".
          03 LOTENFSETRTX     PIC 9(06).
               VALUE  "   1 - GERAR LOTE DE RPS".
           05  LINE 07  COLUMN 01
               VALUE  "   2 - IMPORTAR RETORNO DA PREFEITURA".
           05  LINE 08  COLUMN 01
               VALUE  "   3 - GERAR LOTE DE CANCELAMENTO (ESTOR".
           05  LINE 08  COLUMN 41
               VALUE  "NOS)".
           05  LINE 09  COLUMN 01
               VALUE  "   FUNCAO :   ( 0 - ENCERRA )".
           05  LINE 12  COLUMN 01
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADPACI" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN I-O CADESTORNO
           IF ST-ERRO = "00"
              MOVE "S" TO W-ESTOK
           ELSE
              MOVE "N" TO W-ESTOK.
       MENU-FUNCAO.
           MOVE ZEROS TO W-FUNCAO
           DISPLAY TELANFSE
              GO TO GERA-L1.
           IF W-FUNCAO = 2
              GO TO IMPORTA-RET.
           IF W-FUNCAO = 3
              GO TO CANCELA-LOTE.
           MOVE "*** FUNCAO NAO DISPONIVEL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
              MOVE RPSNFSE TO W-RPSMAX.
           GO TO GERA-SEQ1.
       GERA-SEQ2.
           PERFORM LOTE-CANCELAMENTO THRU FIM-LOTE-CANCELAMENTO
           ADD 1 TO W-LOTENFSE
           MOVE W-LOTENFSE TO ARQNFSETX
           OPEN OUTPUT NFSERPSTX
           READ CADPAGTO NEXT
           IF ST-ERRO NOT = "00"
              GO TO GERA-TRAILER.
           IF PAG-CONVENIO OR VALORPAGTO = ZEROS
              GO TO GERA-RPS1.
           IF DATAPAGTO < W-DATAINI OR DATAPAGTO > W-DATAFIM
              GO TO GERA-RPS1.
           READ CADNFSE
           IF ST-ERRO = "00"
              GO TO GERA-RPS1.
           IF W-ESTOK = "S"
              MOVE KEYPAGTO TO KEYESTORNO
              READ CADESTORNO
              IF ST-ERRO = "00"
                 GO TO GERA-RPS1.
           PERFORM RESERVA-RPS THRU FIM-RESERVA-RPS
           IF W-RESULTNU NOT = "S"
              MOVE "* ERRO NA NUMERACAO DO RPS *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GERA-TRAILER.
           MOVE W-NUMERONU TO W-RPSMAX
           MOVE W-RPSMAX TO RPSNUMTX
           MOVE DATAPAGTO TO DATARPSTX
           MOVE CPFPAGTO TO CPFRPSTX
           MOVE "E" TO STATUSNFSE
           MOVE SPACES TO NUMNOTANFSE
           WRITE REGNFSE
           MOVE "U" TO W-ACAONU
           PERFORM CHAMA-NUMERA THRU FIM-CHAMA-NUMERA
           GO TO GERA-RPS1.
       GERA-TRAILER.
           MOVE W-LOTENFSE TO LOTENFSETRTX
              MOVE "ARQUIVO NFSERET.TXT NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           MOVE ZEROS TO W-QTDEAUT W-QTDEREJ W-QTDENAO W-QTDECANC.
       IMPORTA-RET1.
           READ NFSERET
           IF ST-ERRO NOT = "00"
           IF W-ACHOURPS NOT = "S"
              ADD 1 TO W-QTDENAO
              GO TO IMPORTA-RET1.
      *----RETORNO "C" CONFIRMA O CANCELAMENTO DA NOTA------------------
           IF STATUSRETTX = "C"
              MOVE "C" TO STATUSNFSE
              ADD 1 TO W-QTDECANC
              REWRITE REGNFSE
              GO TO IMPORTA-RET1.
           IF NFSE-CANCPENDENTE OR NFSE-CANCSOLICIT OR NFSE-CANCELADA
              ADD 1 TO W-QTDENAO
              GO TO IMPORTA-RET1.
           MOVE NUMNOTARETTX TO NUMNOTANFSE
           IF STATUSRETTX = "A"
              MOVE "A" TO STATUSNFSE
           ELSE
              MOVE "R" TO STATUSNFSE
              ADD 1 TO W-QTDEREJ.
      *----NOTA AUTORIZADA DE PAGAMENTO JA ESTORNADO VAI A CANCELAR------
           IF NFSE-AUTORIZADA AND W-ESTOK = "S"
              MOVE KEYNFSE TO KEYESTORNO
              READ CADESTORNO
              IF ST-ERRO = "00"
                 MOVE "P" TO STATUSNFSE.
           REWRITE REGNFSE
           GO TO IMPORTA-RET1.
       IMPORTA-RET2.
           DISPLAY (18, 05) "AUTORIZADAS : " W-QTDEAUT
           DISPLAY (19, 05) "REJEITADAS  : " W-QTDEREJ
           DISPLAY (20, 05) "IGNORADAS   : " W-QTDENAO
           DISPLAY (21, 05) "CANCELADAS  : " W-QTDECANC
           MOVE "*** RETORNO DA NFS-E IMPORTADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *----------------LOTE DE CANCELAMENTO DAS NOTAS ESTORNADAS---------
       CANCELA-LOTE.
           IF W-ESTOK NOT = "S"
              MOVE "** ARQUIVO DE ESTORNOS NAO DISPONIVEL **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           MOVE ZEROS TO W-LOTENFSE W-RPSMAX
           MOVE ZEROS TO CPFNFSE DATANFSECONS HORANFSE SEQNFSE
           START CADNFSE KEY IS NOT LESS KEYNFSE INVALID KEY
                 GO TO CANCELA-LOTE2.
       CANCELA-LOTE1.
           READ CADNFSE NEXT
           IF ST-ERRO NOT = "00"
              GO TO CANCELA-LOTE2.
           IF LOTENFSE > W-LOTENFSE
              MOVE LOTENFSE TO W-LOTENFSE.
           GO TO CANCELA-LOTE1.
       CANCELA-LOTE2.
           PERFORM LOTE-CANCELAMENTO THRU FIM-LOTE-CANCELAMENTO
           ADD 1 TO W-LOTENFSE
           MOVE W-LOTENFSE TO ARQCANCTX
           OPEN OUTPUT NFSECANTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE CANCELAMENTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           MOVE ZEROS TO W-QTDECAN W-TOTALRPS
           MOVE ZEROS TO CPFNFSE DATANFSECONS HORANFSE SEQNFSE
           START CADNFSE KEY IS NOT LESS KEYNFSE INVALID KEY
                 GO TO CANCELA-TRAILER.
       CANCELA-LOTE3.
           READ CADNFSE NEXT
           IF ST-ERRO NOT = "00"
              GO TO CANCELA-TRAILER.
           IF NOT NFSE-CANCPENDENTE
              GO TO CANCELA-LOTE3.
           MOVE KEYNFSE TO KEYESTORNO
           READ CADESTORNO
           IF ST-ERRO NOT = "00"
              GO TO CANCELA-LOTE3.
           MOVE RPSNFSE TO RPSCANTX
           MOVE NUMNOTANFSE TO NOTACANTX
           MOVE DATAEST TO DATACANTX
           MOVE CPFNFSE TO CPFCANTX
           MOVE VALOREST TO VALORCANTX
           MOVE SPACES TO MOTIVOCANTX
           IF MOTIVOEST > ZEROS AND MOTIVOEST < 6
              MOVE TBMOTIVO(MOTIVOEST) TO MOTIVOCANTX.
           MOVE OBSEST TO OBSCANTX
           MOVE CANTX TO REGNFSECANTX
           WRITE REGNFSECANTX
           ADD 1 TO W-QTDECAN
           ADD VALOREST TO W-TOTALRPS
           MOVE W-LOTENFSE TO LOTECANEST
           REWRITE REGESTORNO
           MOVE "S" TO STATUSNFSE
           REWRITE REGNFSE
           GO TO CANCELA-LOTE3.
       CANCELA-TRAILER.
           MOVE W-LOTENFSE TO LOTENFSETRTX
           MOVE W-QTDECAN TO QTDERPSTX
           MOVE W-TOTALRPS TO TOTALRPSTX
           MOVE TRAILERRPS TO REGNFSECANTX
           WRITE REGNFSECANTX
           CLOSE NFSECANTX
           DISPLAY (18, 05) "LOTE GERADO : " W-LOTENFSE
           DISPLAY (19, 05) "CANCELAMENTOS: " W-QTDECAN
           MOVE W-ARQCANC TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *----------------MAIOR LOTE JA USADO EM CANCELAMENTO---------------
       LOTE-CANCELAMENTO.
           IF W-ESTOK NOT = "S"
              GO TO FIM-LOTE-CANCELAMENTO.
           MOVE ZEROS TO KEYESTORNO
           START CADESTORNO KEY IS NOT LESS KEYESTORNO INVALID KEY
                 GO TO FIM-LOTE-CANCELAMENTO.
       LOTE-CANCELAMENTO1.
           READ CADESTORNO NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-LOTE-CANCELAMENTO.
           IF LOTECANEST > W-LOTENFSE
              MOVE LOTECANEST TO W-LOTENFSE.
           GO TO LOTE-CANCELAMENTO1.
       FIM-LOTE-CANCELAMENTO.
           EXIT.
      *----------------RPS PELA NUMERACAO CENTRAL (SERIE UNICA)----------
      *----------------NA PRIMEIRA VEZ PARTE DO MAIOR RPS DO CADNFSE----
       RESERVA-RPS.
           MOVE "R" TO W-ACAONU
           PERFORM CHAMA-NUMERA THRU FIM-CHAMA-NUMERA
           IF W-RESULTNU = "I"
              MOVE "I" TO W-ACAONU
              MOVE W-RPSMAX TO W-NUMERONU
              PERFORM CHAMA-NUMERA THRU FIM-CHAMA-NUMERA
              IF W-RESULTNU = "S"
                 GO TO RESERVA-RPS.
       FIM-RESERVA-RPS.
           EXIT.
      *
       CHAMA-NUMERA.
           CALL "NUMERA" USING W-ACAONU W-TIPONU W-UNIDNU W-ANONU
                W-NUMERONU W-PROGRNU W-OPERNU W-RESULTNU
              ON OVERFLOW
                 MOVE "N" TO W-RESULTNU.
           CANCEL "NUMERA".
       FIM-CHAMA-NUMERA.
           EXIT.
      *----------------LOCALIZAR O RPS NO CONTROLE-----------------------
       BUSCA-RPS.
           MOVE "N" TO W-ACHOURPS
      *
       ROT-FIM.
           CLOSE CADPAGTO CADNFSE CADPACI.
           IF W-ESTOK = "S"
              CLOSE CADESTORNO.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
