      *****************************************************************
      *    FATURAMENTO DE CONVENIO - GERACAO DO LOTE DE GUIAS         *
      *    (CONSULTAS REALIZADAS DO MES -> FATCONV.TXT)               *
      *    COM A DATA PREVISTA DE RECEBIMENTO DO LOTE PELO PRAZO DO   *
      *    CONVENIO (CADPRAZOREC -> CADPREVREC)                       *
      *    GUIA RETIDA NA AUDITORIA PREVIA (CADAUDFAT) FICA FORA DO   *
      *    LOTE ATE SER CORRIGIDA OU LIBERADA PELO AUDITOR            *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCOMPET
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPRAZOREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRAZOREC
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPREVREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPREVREC
                    FILE STATUS  IS ST-ERRO.
       SELECT CADAUDFAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYAUDFAT
                    FILE STATUS  IS ST-ERRO.
       SELECT FATCONVTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
           03 MODALIDADEEXT       PIC X(01).
           03 GRUPOEXT            PIC 9(06).
           03 CONFIRMAEXT         PIC X(01).
           03 ORIGEMEXT           PIC X(01).
              88 ORIGEM-PRONTO-ATEND VALUE "P".
           03 FILLER              PIC X(26).
      *---------EXAMES PEDIDOS NA CONSULTA----------------------------
       FD CADEXAME
               LABEL RECORD IS STANDARD
              88 COMP-FECHADA       VALUE "F".
           03 DATAFECH            PIC 9(08).
           03 OPERFECH            PIC 9(04).
      *---------PRAZO CONTRATUAL DE PAGAMENTO (CONVENIO / EMPRESA)----
       FD CADPRAZOREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRAZOREC.DAT".
       01  REGPRAZOREC.
           03 KEYPRAZOREC.
              05 TIPOPRAZO        PIC X(01).
              05 CODPRAZO         PIC 9(04).
           03 DIASPRAZO           PIC 9(03).
           03 DIAFIXOPRAZO        PIC 9(02).
           03 FILLER              PIC X(20).
      *---------PREVISAO DE RECEBIMENTO (LOTE DE CONVENIO / FATURA)---
       FD CADPREVREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPREVREC.DAT".
       01  REGPREVREC.
           03 KEYPREVREC.
              05 TIPOPREV         PIC X(01).
                 88 PREV-CONVENIO   VALUE "C".
                 88 PREV-EMPRESA    VALUE "E".
              05 CODPREV          PIC 9(04).
              05 REFPREV          PIC 9(06).
           03 DATAENTPREV         PIC 9(08).
           03 QTDEPREV            PIC 9(06).
           03 VALORPREV           PIC 9(09)V99.
           03 DATAPREVISTA        PIC 9(08).
           03 STATUSPREV          PIC X(01).
              88 PREV-ABERTO        VALUE "A".
              88 PREV-RECEBIDO      VALUE "R".
           03 DATARECPREV         PIC 9(08).
           03 VALORRECPREV        PIC 9(09)V99.
           03 FILLER              PIC X(20).
      *---------AUDITORIA PREVIA DA GUIA ANTES DO LOTE----------------
       FD CADAUDFAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDFAT.DAT".
       01  REGAUDFAT.
           03 KEYAUDFAT.
              05 CPFAUD           PIC 9(11).
              05 DATAAUD.
                 07 DIAAUD        PIC 9(02).
                 07 MESAUD        PIC 9(02).
                 07 ANOAUD        PIC 9(04).
              05 HORAAUD          PIC 9(04).
           03 CONVAUD             PIC 9(04).
           03 COMPAUD             PIC 9(06).
           03 STATUSAUD           PIC X(01).
              88 AUD-APROVADA       VALUE "A".
              88 AUD-PENDENTE       VALUE "P".
              88 AUD-LIBERADA       VALUE "L".
           03 PENDAUD             PIC X(01) OCCURS 6 TIMES.
           03 QTDEPENDAUD         PIC 9(01).
           03 DATAEXECAUD         PIC 9(08).
           03 OPERLIBAUD          PIC 9(04).
           03 DATALIBAUD          PIC 9(08).
           03 FILLER              PIC X(20).
      *
       FD FATCONVTX
               LABEL RECORD IS STANDARD
       01 W-MESCOMP     PIC 9(02) VALUE ZEROS.
       01 W-ANOCOMP     PIC 9(04) VALUE ZEROS.
       01 W-LOTENOVO    PIC 9(06) VALUE ZEROS.
      *---NUMERACAO CENTRAL DE DOCUMENTOS (NUMERA)---------------------
       01 W-ACAONU      PIC X(01) VALUE SPACES.
       01 W-TIPONU      PIC X(04) VALUE "LFAT".
       01 W-UNIDNU      PIC 9(02) VALUE ZEROS.
       01 W-ANONU       PIC 9(04) VALUE ZEROS.
       01 W-NUMERONU    PIC 9(08) VALUE ZEROS.
       01 W-PROGRNU     PIC X(10) VALUE "FATCONV".
       01 W-OPERNU      PIC 9(04) VALUE ZEROS.
       01 W-RESULTNU    PIC X(01) VALUE SPACES.
       01 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-QTDEGUIA    PIC 9(06) VALUE ZEROS.
       01 W-TOTALFAT    PIC 9(09)V99 VALUE ZEROS.
       01 W-COMPCHECK    PIC 9(06) VALUE ZEROS.
       01 W-UNIDCHECK    PIC 9(02) VALUE ZEROS.
       01 W-QTDECOMPFECH PIC 9(06) VALUE ZEROS.
      *---DATA PREVISTA DE RECEBIMENTO PELO PRAZO CONTRATUAL-----------
       01 W-PRAZOOK      PIC X(01) VALUE "N".
       01 W-PREVOK       PIC X(01) VALUE "N".
       01 W-DIASPRAZO    PIC 9(03) VALUE ZEROS.
       01 W-DIAFIXO      PIC 9(02) VALUE ZEROS.
       01 W-DATAENT      PIC 9(08) VALUE ZEROS.
       01 W-DATAPREV     PIC 9(08) VALUE ZEROS.
       01 W-DATAPREVR REDEFINES W-DATAPREV.
          03 W-ANOPREV   PIC 9(04).
          03 W-MESPREV   PIC 9(02).
          03 W-DIAPREV   PIC 9(02).
       01 W-ULTDIA       PIC 9(02) VALUE ZEROS.
       01 W-RESTOANO     PIC 9(02) VALUE ZEROS.
       01 W-QUOCANO      PIC 9(04) VALUE ZEROS.
       01 TABDIASMES.
          03 FILLER      PIC X(24) VALUE "312831303130313130313031".
       01 TABDIASMESR REDEFINES TABDIASMES.
          03 TBDIASMES   PIC 9(02) OCCURS 12 TIMES.
      *---GUIAS RETIDAS NA AUDITORIA PREVIA----------------------------
       01 W-AUDOK        PIC X(01) VALUE "N".
       01 W-AUDRETIDA    PIC X(01) VALUE "N".
       01 W-QTDEAUD      PIC 9(06) VALUE ZEROS.
       01 W-TOTALAUD     PIC 9(09)V99 VALUE ZEROS.
       01 TRAILERAUD.
          03 FILLER           PIC X(16) VALUE "TOTAL AUDITORIA ".
          03 QTDEAUDTX        PIC 9(06).
          03 FILLER           PIC X(01) VALUE " ".
          03 TOTALAUDTX       PIC 9(09)V99.
      *---RETORNOS NAO FATURAVEIS SUPRIMIDOS DO LOTE-------------------
       01 W-RETSKIP     PIC X(01) VALUE "N".
       01 W-EXTACHOU    PIC X(01) VALUE "N".
          03 QTDERETTX        PIC 9(06).
          03 FILLER           PIC X(01) VALUE " ".
          03 TOTALRETTX       PIC 9(09)V99.
      *---GUIAS DE PRONTO ATENDIMENTO (SEM AGENDAMENTO) DO LOTE--------
       01 W-ORIGEMFAT   PIC X(01) VALUE "A".
       01 W-QTDEPA      PIC 9(06) VALUE ZEROS.
       01 W-TOTALPA     PIC 9(09)V99 VALUE ZEROS.
       01 TRAILERPA.
          03 FILLER           PIC X(16) VALUE "TOTAL PRONTO AT.".
          03 QTDEPATX         PIC 9(06).
          03 FILLER           PIC X(01) VALUE " ".
          03 TOTALPATX        PIC 9(09)V99.
       01 PENDTX.
          03 CPFPENDTX        PIC 9(11).
          03 FILLER           PIC X(01) VALUE " ".
              MOVE "S" TO W-COMPETOK
           ELSE
              MOVE "N" TO W-COMPETOK.
           OPEN INPUT CADPRAZOREC
           IF ST-ERRO = "00"
              MOVE "S" TO W-PRAZOOK
           ELSE
              MOVE "N" TO W-PRAZOOK.
           OPEN INPUT CADAUDFAT
           IF ST-ERRO = "00"
              MOVE "S" TO W-AUDOK
           ELSE
              MOVE "N" TO W-AUDOK.
       ABRIR-PREVREC.
           OPEN I-O CADPREVREC
           IF ST-ERRO = "00"
              MOVE "S" TO W-PREVOK
           ELSE
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPREVREC
                 CLOSE CADPREVREC
                 GO TO ABRIR-PREVREC
              ELSE
                 MOVE "N" TO W-PREVOK.
       ABRIR-FATLOTE.
           OPEN I-O CADFATLOTE
           IF ST-ERRO NOT = "00"
              MOVE LOTEFAT TO W-LOTENOVO.
           GO TO GERA-LOTE1.
       GERA-LOTE2.
           PERFORM RESERVA-LOTE THRU FIM-RESERVA-LOTE
           IF W-RESULTNU NOT = "S"
              MOVE "* ERRO NA NUMERACAO DO LOTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-NUMERONU TO W-LOTENOVO
           MOVE W-LOTENOVO TO ARQLOTETX
           OPEN OUTPUT FATCONVTX
           IF ST-ERRO NOT = "00"
           MOVE VALOR TO W-VALORGUIA
           MOVE "N" TO W-RETSKIP
           MOVE "N" TO W-EXTACHOU
           MOVE "A" TO W-ORIGEMFAT
           MOVE 100 TO W-PCTCONVFAT
           IF W-EXTABERTO = "S"
              MOVE KEYPRINCIPAL TO KEYCONSEXT
                 ELSE
                    IF RETNAOFATEXT = "S"
                       MOVE "S" TO W-RETSKIP.
           IF W-EXTACHOU = "S"
              IF ORIGEM-PRONTO-ATEND
                 MOVE "P" TO W-ORIGEMFAT.
      *----SEM COPART O CONVENIO RECEBE O VALOR CHEIO (REGISTROS---------
      *----ANTIGOS DO CADCONSEXT TRAZIAM A PARTE DO CONVENIO ZERADA)-----
           IF W-EXTACHOU = "S"
           IF W-RETSKIP = "S"
              PERFORM GRAVA-RETPEND THRU FIM-GRAVA-RETPEND
              GO TO FATURA1.
           PERFORM VERIFICA-AUDITORIA THRU FIM-VERIFICA-AUDITORIA
           IF W-AUDRETIDA = "S"
              GO TO FATURA1.
           IF W-EXIGEAUTORFAT = "S"
              PERFORM BUSCA-AUTORIZACAO THRU FIM-BUSCA-AUTORIZACAO
              IF W-AUTORACHOU NOT = "S"
           WRITE REGFATCONVTX
           ADD 1 TO W-QTDEGUIA
           ADD W-VALORGUIA TO W-TOTALFAT
           IF W-ORIGEMFAT = "P"
              ADD 1 TO W-QTDEPA
              ADD W-VALORGUIA TO W-TOTALPA.
           PERFORM GRAVA-ITENS THRU FIM-GRAVA-ITENS
           PERFORM GRAVA-EXAMES THRU FIM-GRAVA-EXAMES
           MOVE KEYPRINCIPAL TO KEYFATLOTE
           ADD W-VALORGUIA TO W-TOTALRET.
       FIM-GRAVA-RETPEND.
           EXIT.
      *-----GUIA RETIDA (OU AINDA NAO AUDITADA) NAO ENTRA NO LOTE-------
      *  SO VALE QUANDO A AUDITORIA PREVIA ESTA EM USO (CADAUDFAT)
       VERIFICA-AUDITORIA.
           MOVE "N" TO W-AUDRETIDA
           IF W-AUDOK NOT = "S"
              GO TO FIM-VERIFICA-AUDITORIA.
           MOVE KEYPRINCIPAL TO KEYAUDFAT
           READ CADAUDFAT
           IF ST-ERRO = "00"
              IF NOT AUD-PENDENTE
                 GO TO FIM-VERIFICA-AUDITORIA
              ELSE
                 MOVE "RETIDA NA AUDITORIA PREVIA" TO MOTIVOPENDTX
           ELSE
              MOVE "GUIA NAO AUDITADA" TO MOTIVOPENDTX.
           MOVE "S" TO W-AUDRETIDA
           MOVE CPFPACIENTE TO CPFPENDTX
           MOVE DIAC TO DIAPENDTX
           MOVE MESC TO MESPENDTX
           MOVE ANOC TO ANOPENDTX
           MOVE HORAC TO HORAPENDTX
           MOVE W-VALORGUIA TO VALORPENDTX
           MOVE PENDTX TO REGFATPENDTX
           WRITE REGFATPENDTX
           ADD 1 TO W-QTDEAUD
           ADD W-VALORGUIA TO W-TOTALAUD.
       FIM-VERIFICA-AUDITORIA.
           EXIT.
      *-----COMPETENCIA CONTABIL FECHADA NAO ACEITA GRAVACAO-------------
       VERIFICA-COMPET.
           MOVE "N" TO W-COMPFECHADA
       FIM-VERIFICA-COMPET.
           EXIT.

      *-----PREVISAO DE RECEBIMENTO DO LOTE (ENTREGA = GERACAO)---------
       GRAVA-PREVISAO.
           IF W-PREVOK NOT = "S" OR W-QTDEGUIA = ZEROS
              GO TO FIM-GRAVA-PREVISAO.
           MOVE "C" TO TIPOPRAZO
           MOVE W-CONVFAT TO CODPRAZO
           MOVE W-DATAHOJE TO W-DATAENT
           PERFORM CALCULA-PREVISTA THRU FIM-CALCULA-PREVISTA
           MOVE "C" TO TIPOPREV
           MOVE W-CONVFAT TO CODPREV
           MOVE W-LOTENOVO TO REFPREV
           MOVE W-DATAENT TO DATAENTPREV
           MOVE W-QTDEGUIA TO QTDEPREV
           MOVE W-TOTALFAT TO VALORPREV
           MOVE W-DATAPREV TO DATAPREVISTA
           MOVE "A" TO STATUSPREV
           MOVE ZEROS TO DATARECPREV VALORRECPREV
           WRITE REGPREVREC
           IF ST-ERRO = "22"
              REWRITE REGPREVREC.
           DISPLAY (17, 05) "RECEBIMENTO PREVISTO: " W-DATAPREV.
       FIM-GRAVA-PREVISAO.
           EXIT.
      *-----DATA PREVISTA = ENTREGA + PRAZO, AJUSTADA AO DIA FIXO-------
      *  ENTRA W-DATAENT E A CHAVE DO PRAZO (TIPOPRAZO/CODPRAZO);
      *  SEM PRAZO CADASTRADO VALE 30 DIAS CORRIDOS
       CALCULA-PREVISTA.
           MOVE 30 TO W-DIASPRAZO
           MOVE ZEROS TO W-DIAFIXO
           IF W-PRAZOOK = "S"
              READ CADPRAZOREC
              IF ST-ERRO = "00"
                 MOVE DIASPRAZO TO W-DIASPRAZO
                 MOVE DIAFIXOPRAZO TO W-DIAFIXO.
           COMPUTE W-DATAPREV = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(W-DATAENT) + W-DIASPRAZO)
           IF W-DIAFIXO = ZEROS
              GO TO FIM-CALCULA-PREVISTA.
           IF W-DIAPREV > W-DIAFIXO
              ADD 1 TO W-MESPREV
              IF W-MESPREV > 12
                 MOVE 1 TO W-MESPREV
                 ADD 1 TO W-ANOPREV.
           MOVE TBDIASMES(W-MESPREV) TO W-ULTDIA
           IF W-MESPREV = 2
              DIVIDE W-ANOPREV BY 4 GIVING W-QUOCANO
                     REMAINDER W-RESTOANO
              IF W-RESTOANO = ZEROS
                 MOVE 29 TO W-ULTDIA.
           IF W-DIAFIXO > W-ULTDIA
              MOVE W-ULTDIA TO W-DIAPREV
           ELSE
              MOVE W-DIAFIXO TO W-DIAPREV.
       FIM-CALCULA-PREVISTA.
           EXIT.
      *
       GRAVA-TRAILER.
           MOVE W-LOTENOVO TO LOTETRAILTX
           MOVE W-TOTALRET TO TOTALRETTX
           MOVE TRAILERRET TO REGFATPENDTX
           WRITE REGFATPENDTX
           MOVE W-QTDEAUD TO QTDEAUDTX
           MOVE W-TOTALAUD TO TOTALAUDTX
           MOVE TRAILERAUD TO REGFATPENDTX
           WRITE REGFATPENDTX
           MOVE W-QTDEPA TO QTDEPATX
           MOVE W-TOTALPA TO TOTALPATX
           MOVE TRAILERPA TO REGFATPENDTX
           WRITE REGFATPENDTX
           CLOSE FATPENDTX
           PERFORM GRAVA-PREVISAO THRU FIM-GRAVA-PREVISAO
      *----LOTE SEM GUIAS FICA COMO NUMERO RESERVADO E ANULADO-----------
           IF W-QTDEGUIA = ZEROS
              MOVE "A" TO W-ACAONU
           ELSE
              MOVE "U" TO W-ACAONU.
           PERFORM CHAMA-NUMERA THRU FIM-CHAMA-NUMERA
           DISPLAY (16, 05) "RETIDAS AUDIT.: " W-QTDEAUD
           DISPLAY (15, 05) "PRONTO ATEND. : " W-QTDEPA
           DISPLAY (18, 05) "LOTE GERADO   : " W-LOTENOVO
           DISPLAY (19, 05) "GUIAS GERADAS : " W-QTDEGUIA
           DISPLAY (20, 05) "SEM AUTORIZ.  : " W-QTDEPEND
           DISPLAY (21, 05) "RET.SUPRIMIDOS: " W-QTDERET
           DISPLAY (22, 05) "COMP.FECHADA  : " W-QTDECOMPFECH
           MOVE W-ARQFATCONV TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *----------------LOTE PELA NUMERACAO CENTRAL (SERIE UNICA)---------
      *----------------NA PRIMEIRA VEZ PARTE DO MAIOR LOTE DO CADFATLOTE-
       RESERVA-LOTE.
           MOVE "R" TO W-ACAONU
           PERFORM CHAMA-NUMERA THRU FIM-CHAMA-NUMERA
           IF W-RESULTNU = "I"
              MOVE "I" TO W-ACAONU
              MOVE W-LOTENOVO TO W-NUMERONU
              PERFORM CHAMA-NUMERA THRU FIM-CHAMA-NUMERA
              IF W-RESULTNU = "S"
                 GO TO RESERVA-LOTE.
       FIM-RESERVA-LOTE.
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
      *
       ROT-FIM.
           CLOSE CADCONSU CADFATLOTE CADPACI CADMED.
           IF W-ITEMABERTO = "S"
              CLOSE CADAUTOR.
           IF W-COMPETOK = "S"
              CLOSE CADCOMPET.
           IF W-PRAZOOK = "S"
              CLOSE CADPRAZOREC.
           IF W-PREVOK = "S"
              CLOSE CADPREVREC.
           IF W-AUDOK = "S"
              CLOSE CADAUDFAT.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
