      *    ARQUIVOS: CADCONSU (GANHA CHAVE ALTERNADA DE DATA),        *
      *    CADPACI, CADOPER, CADRECEITA E CADEXAME (GANHARAM CAMPOS), *
      *    E AINDA CADPAGTO, CADFATLOTE, CADTIPOEX, CADCHEGADA,       *
      *    CADLEITO E CADCONVPLANO (TAMBEM GANHARAM CAMPOS), ALEM DE  *
      *    CADPROC, CADADMIN, CADLOTEEST E CADLOTEVAC.                *
      *    O CADSESSAO ANTIGO DEVE APENAS SER APAGADO: O MENU CRIA    *
      *    O NOVO NO PRIMEIRO LOGIN.                                  *
      *****************************************************************
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECONVPLANO
                    FILE STATUS  IS ST-ERRO2.
      *------CADPROC: 57 -> 298 (TCLE EXIGIDO E TEXTO DO TERMO)--------
       SELECT CADPROANT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODANTPRO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DESCANTPRO
                       WITH DUPLICATES.
       SELECT CADPRONOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPROC
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS DESCPROC
                       WITH DUPLICATES.
      *------CADADMIN: 48 -> 60 (LOTE, BAIXA E DEVOLUCAO DA DOSE)-------
       SELECT CADADMANT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYANTADM
                    FILE STATUS  IS ST-ERRO.
       SELECT CADADMNOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYADMIN
                    FILE STATUS  IS ST-ERRO2.
      *------CADLOTEEST: 29 -> 30 (BLOQUEIO POR RECOLHIMENTO)-----------
       SELECT CADLESANT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYANTLES
                    FILE STATUS  IS ST-ERRO.
       SELECT CADLESNOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYLOTEEST
                    FILE STATUS  IS ST-ERRO2.
      *------CADLOTEVAC: 54 -> 55 (BLOQUEIO POR RECOLHIMENTO)-----------
       SELECT CADLVAANT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYANTLVA
                    FILE STATUS  IS ST-ERRO.
       SELECT CADLVANOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYLOTEVAC
                    FILE STATUS  IS ST-ERRO2.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           03 EXIGEAUTOR          PIC X(01).
           03 JANELARETORNO       PIC 9(03).
           03 FILLER              PIC X(16).
      *
       FD CADPROANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROC.DAT".
       01 REGANTPRO.
          03 CODANTPRO            PIC 9(08).
          03 DESCANTPRO           PIC X(40).
          03 CORPOANTPRO          PIC X(09).
      *
       FD CADPRONOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROC.NOV".
       01  REGPROC.
           03 CODPROC             PIC 9(08).
           03 DESCPROC            PIC X(40).
           03 CORPOPROC           PIC X(09).
           03 EXIGETCLEPROC       PIC X(01).
           03 TEXTOTCLEPROC       PIC X(240).
      *
       FD CADADMANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADADMIN.DAT".
       01 REGANTADM.
          03 KEYANTADM            PIC X(37).
          03 CORPOANTADM          PIC X(11).
      *
       FD CADADMNOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADADMIN.NOV".
       01  REGADMIN.
           03 KEYADMIN            PIC X(37).
           03 CORPOADMIN          PIC X(11).
           03 LOTEADM             PIC X(10).
           03 BAIXAADM            PIC X(01).
           03 MOTIVODEVADM        PIC X(01).
      *
       FD CADLESANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOTEEST.DAT".
       01 REGANTLES.
          03 KEYANTLES            PIC X(15).
          03 CORPOANTLES          PIC X(14).
      *
       FD CADLESNOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOTEEST.NOV".
       01  REGLOTEEST.
           03 KEYLOTEEST          PIC X(15).
           03 CORPOLOTEEST        PIC X(14).
           03 BLOQLOTE            PIC X(01).
      *
       FD CADLVAANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOTEVAC.DAT".
       01 REGANTLVA.
          03 KEYANTLVA            PIC X(40).
          03 CORPOANTLVA          PIC X(14).
      *
       FD CADLVANOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOTEVAC.NOV".
       01  REGLOTEVAC.
           03 KEYLOTEVAC          PIC X(40).
           03 CORPOLOTEVAC        PIC X(14).
           03 BLOQVAC             PIC X(01).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
           OPEN INPUT CADCVPANT
           IF ST-ERRO NOT = "00"
              DISPLAY "CADCONVPLANO.DAT AUSENTE, PULADO"
              GO TO CONVERTE-PROC.
           OPEN OUTPUT CADCVPNOV
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO CADCONVPLANO.NOV"
              CLOSE CADCVPANT
              GO TO CONVERTE-PROC.
       CONVERTE-CONVPL1.
           READ CADCVPANT NEXT
           IF ST-ERRO NOT = "00"
           CLOSE CADCVPANT CADCVPNOV
           DISPLAY "CADCONVPLANO LIDOS: " W-QTDELIDA
                   " GRAVADOS: " W-QTDEGRAVADA.
      *----------------CADPROC (TCLE EXIGIDO E TEXTO DO TERMO)-----------
       CONVERTE-PROC.
           MOVE ZEROS TO W-QTDELIDA W-QTDEGRAVADA
           OPEN INPUT CADPROANT
           IF ST-ERRO NOT = "00"
              DISPLAY "CADPROC.DAT AUSENTE, PULADO"
              GO TO CONVERTE-ADMIN.
           OPEN OUTPUT CADPRONOV
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO CADPROC.NOV"
              CLOSE CADPROANT
              GO TO CONVERTE-ADMIN.
       CONVERTE-PROC1.
           READ CADPROANT NEXT
           IF ST-ERRO NOT = "00"
              GO TO CONVERTE-PROC2.
           ADD 1 TO W-QTDELIDA
           MOVE CODANTPRO TO CODPROC
           MOVE DESCANTPRO TO DESCPROC
           MOVE CORPOANTPRO TO CORPOPROC
           MOVE "N" TO EXIGETCLEPROC
           MOVE SPACES TO TEXTOTCLEPROC
           WRITE REGPROC
           IF ST-ERRO2 = "00" OR "02"
              ADD 1 TO W-QTDEGRAVADA.
           GO TO CONVERTE-PROC1.
       CONVERTE-PROC2.
           CLOSE CADPROANT CADPRONOV
           DISPLAY "CADPROC   LIDOS: " W-QTDELIDA
                   " GRAVADOS: " W-QTDEGRAVADA.
      *----------------CADADMIN (LOTE, BAIXA E DEVOLUCAO DA DOSE)--------
       CONVERTE-ADMIN.
           MOVE ZEROS TO W-QTDELIDA W-QTDEGRAVADA
           OPEN INPUT CADADMANT
           IF ST-ERRO NOT = "00"
              DISPLAY "CADADMIN.DAT AUSENTE, PULADO"
              GO TO CONVERTE-LOTEEST.
           OPEN OUTPUT CADADMNOV
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO CADADMIN.NOV"
              CLOSE CADADMANT
              GO TO CONVERTE-LOTEEST.
       CONVERTE-ADMIN1.
           READ CADADMANT NEXT
           IF ST-ERRO NOT = "00"
              GO TO CONVERTE-ADMIN2.
           ADD 1 TO W-QTDELIDA
           MOVE KEYANTADM TO KEYADMIN
           MOVE CORPOANTADM TO CORPOADMIN
           MOVE SPACES TO LOTEADM BAIXAADM MOTIVODEVADM
           WRITE REGADMIN
           IF ST-ERRO2 = "00" OR "02"
              ADD 1 TO W-QTDEGRAVADA.
           GO TO CONVERTE-ADMIN1.
       CONVERTE-ADMIN2.
           CLOSE CADADMANT CADADMNOV
           DISPLAY "CADADMIN  LIDOS: " W-QTDELIDA
                   " GRAVADOS: " W-QTDEGRAVADA.
      *----------------CADLOTEEST (BLOQUEIO POR RECOLHIMENTO)------------
       CONVERTE-LOTEEST.
           MOVE ZEROS TO W-QTDELIDA W-QTDEGRAVADA
           OPEN INPUT CADLESANT
           IF ST-ERRO NOT = "00"
              DISPLAY "CADLOTEEST.DAT AUSENTE, PULADO"
              GO TO CONVERTE-LOTEVAC.
           OPEN OUTPUT CADLESNOV
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO CADLOTEEST.NOV"
              CLOSE CADLESANT
              GO TO CONVERTE-LOTEVAC.
       CONVERTE-LOTEEST1.
           READ CADLESANT NEXT
           IF ST-ERRO NOT = "00"
              GO TO CONVERTE-LOTEEST2.
           ADD 1 TO W-QTDELIDA
           MOVE KEYANTLES TO KEYLOTEEST
           MOVE CORPOANTLES TO CORPOLOTEEST
           MOVE "N" TO BLOQLOTE
           WRITE REGLOTEEST
           IF ST-ERRO2 = "00" OR "02"
              ADD 1 TO W-QTDEGRAVADA.
           GO TO CONVERTE-LOTEEST1.
       CONVERTE-LOTEEST2.
           CLOSE CADLESANT CADLESNOV
           DISPLAY "CADLOTEEST LIDOS: " W-QTDELIDA
                   " GRAVADOS: " W-QTDEGRAVADA.
      *----------------CADLOTEVAC (BLOQUEIO POR RECOLHIMENTO)------------
       CONVERTE-LOTEVAC.
           MOVE ZEROS TO W-QTDELIDA W-QTDEGRAVADA
           OPEN INPUT CADLVAANT
           IF ST-ERRO NOT = "00"
              DISPLAY "CADLOTEVAC.DAT AUSENTE, PULADO"
              GO TO TERMINO.
           OPEN OUTPUT CADLVANOV
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO CADLOTEVAC.NOV"
              CLOSE CADLVAANT
              GO TO TERMINO.
       CONVERTE-LOTEVAC1.
           READ CADLVAANT NEXT
           IF ST-ERRO NOT = "00"
              GO TO CONVERTE-LOTEVAC2.
           ADD 1 TO W-QTDELIDA
           MOVE KEYANTLVA TO KEYLOTEVAC
           MOVE CORPOANTLVA TO CORPOLOTEVAC
           MOVE "N" TO BLOQVAC
           WRITE REGLOTEVAC
           IF ST-ERRO2 = "00" OR "02"
              ADD 1 TO W-QTDEGRAVADA.
           GO TO CONVERTE-LOTEVAC1.
       CONVERTE-LOTEVAC2.
           CLOSE CADLVAANT CADLVANOV
           DISPLAY "CADLOTEVAC LIDOS: " W-QTDELIDA
                   " GRAVADOS: " W-QTDEGRAVADA.
      *
       TERMINO.
           DISPLAY "*** CONVERSAO CONCLUIDA ***"
