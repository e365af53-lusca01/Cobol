      *****************************************************************
      *    PROCESSAMENTO NOTURNO - RELATORIOS E EXPORTACOES           *
      *    COM CHECKPOINT/REINICIO E EXECUCAO SELETIVA DE PASSOS      *
      *    CADA PASSO GRAVA HORA DE INICIO/FIM E REGISTROS LIDOS,     *
      *    GRAVADOS E REJEITADOS NO HISTORICO (LOTEHIST.DAT). O       *
      *    VOLUME E O TEMPO SAO COMPARADOS COM A MEDIA DAS ULTIMAS    *
      *    30 EXECUCOES E O RESUMO PARA O OPERADOR DA MANHA SAI EM    *
      *    LOTEMANHA.DOC                                              *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT CADSTATUS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT CADSESSAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVESESSAO
                    FILE STATUS  IS ST-ERRO.
       SELECT SESATUAL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT LOTECONT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT LOTEHIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT LOTEMANHA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
          03 PARAMDATAINI       PIC 9(08).
          03 PARAMDATAFIM       PIC 9(08).
          03 PARAMDATAGER       PIC 9(08).
      *------SITUACAO DO SISTEMA: JANELA DE MANUTENCAO------------------
       FD CADSTATUS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSTATUS.DAT".
       01 REGSTATUS.
          03 MANUTSTATUS        PIC X(01).
             88 EM-MANUTENCAO     VALUE "S".
          03 DATAINISTATUS      PIC 9(08).
          03 HORAINISTATUS      PIC 9(06).
          03 HORAFIMSTATUS      PIC 9(04).
          03 PROGRSTATUS        PIC X(10).
          03 LIBSESSAOSTATUS    PIC 9(04) OCCURS 5 TIMES.
      *
       FD CADSESSAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSESSAO.DAT".
       01  REGSESSAO.
           03 CHAVESESSAO         PIC 9(04).
           03 CODOPERSESSAO       PIC 9(04).
           03 NOMEOPERSESSAO      PIC X(30).
           03 LOGINDATA           PIC 9(08).
           03 LOGINHORA           PIC 9(06).
           03 LOGOUTDATA          PIC 9(08).
           03 LOGOUTHORA          PIC 9(06).
           03 STATUSSESSAO        PIC X(01).
              88 SESSAO-ATIVA       VALUE "A".
              88 SESSAO-ENCERRADA   VALUE "E".
              88 SESSAO-AVISADA     VALUE "M".
           03 PERFILSESSAO        PIC 9(01).
      *
       FD SESATUAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SESATUAL.DAT".
       01  REGSESATUAL            PIC 9(04).
      *------CONTADORES INFORMADOS PELO PASSO (CONTALOTE)---------------
       FD LOTECONT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOTECONT.DAT".
       01 REGLOTECONT.
          03 PROGRCONT          PIC X(10).
          03 FILLER             PIC X(01).
          03 LIDOSCONT          PIC 9(08).
          03 FILLER             PIC X(01).
          03 GRAVCONT           PIC 9(08).
          03 FILLER             PIC X(01).
          03 REJEITCONT         PIC 9(08).
      *------HISTORICO DE EXECUCOES: UMA LINHA POR PASSO E EXECUCAO------
       FD LOTEHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOTEHIST.DAT".
       01 REGLOTEHIST.
          03 DATAHIST           PIC 9(08).
          03 FILLER             PIC X(01).
          03 HORAHIST           PIC 9(06).
          03 FILLER             PIC X(01).
          03 TIPOHIST           PIC X(08).
          03 FILLER             PIC X(01).
          03 PASSOHIST          PIC 9(02).
          03 FILLER             PIC X(01).
          03 PROGRHIST          PIC X(10).
          03 FILLER             PIC X(01).
          03 STATUSHIST         PIC X(06).
          03 FILLER             PIC X(01).
          03 HORAINIHIST        PIC 9(06).
          03 FILLER             PIC X(01).
          03 HORAFIMHIST        PIC 9(06).
          03 FILLER             PIC X(01).
          03 DURACAOHIST        PIC 9(05).
          03 FILLER             PIC X(01).
          03 LIDOSHIST          PIC 9(08).
          03 FILLER             PIC X(01).
          03 GRAVHIST           PIC 9(08).
          03 FILLER             PIC X(01).
          03 REJEITHIST         PIC 9(08).
          03 FILLER             PIC X(01).
          03 ORIGEMHIST         PIC X(01).
          03 FILLER             PIC X(01).
          03 VOLUMEHIST         PIC 9(08).
          03 FILLER             PIC X(01).
          03 ALERTAHIST         PIC X(24).
      *------RESUMO PARA O OPERADOR DA MANHA----------------------------
       FD LOTEMANHA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOTEMANHA.DOC".
       01 REGLOTEMANHA         PIC X(120).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT      PIC 9(06) VALUE ZEROS.
       01 W-PASSO     PIC 9(02) VALUE ZEROS.
       01 W-PASSOINI  PIC 9(02) VALUE ZEROS.
       01 W-PASSOFIM  PIC 9(02) VALUE ZEROS.
       01 W-TOTPASSOS PIC 9(02) VALUE 22.
       01 W-TIPOEXEC  PIC X(08) VALUE SPACES.
       01 W-PROGR     PIC X(10) VALUE SPACES.
       01 W-ARQSAIDA  PIC X(23) VALUE SPACES.
      *---DATA E HORA DO PROCESSAMENTO-----------------------------------
       01 W-DATALOTE  PIC 9(08) VALUE ZEROS.
       01 W-HORALOTE  PIC 9(06) VALUE ZEROS.
      *---JANELA DE MANUTENCAO (ENTRADA DE DADOS SUSPENSA)---------------
       01 W-HORAFIMPREV PIC 9(04) VALUE ZEROS.
       01 W-SESSAOLOTE  PIC 9(04) VALUE ZEROS.
       01 W-QTDEAVISO   PIC 9(06) VALUE ZEROS.
       01 IND1          PIC 9(02) VALUE ZEROS.
       01 IND2          PIC 9(02) VALUE ZEROS.
       01 HORAFIMTX.
          03 FILLER           PIC X(28) VALUE
             "MANUTENCAO PREVISTA ATE AS ".
          03 HORAFIMHHTX      PIC 99.
          03 FILLER           PIC X(01) VALUE ":".
          03 HORAFIMMMTX      PIC 99.
      *
       01 LOTETX.
          03 DATALOTETX       PIC 9(08).
          03 FILLER PIC X(10) VALUE "RESEXPIRA".
          03 FILLER PIC X(10) VALUE "LGPDLOTE".
          03 FILLER PIC X(10) VALUE "RESUMO".
          03 FILLER PIC X(10) VALUE "RELQUALI".
          03 FILLER PIC X(10) VALUE "CONTPACK".
          03 FILLER PIC X(10) VALUE "EPIVINC".
          03 FILLER PIC X(10) VALUE "PORTALEXP".
       01 TAB-PASSOS REDEFINES TAB-PASSOS-R.
          03 TAB-PASSO     PIC X(10) OCCURS 22 TIMES.
      *
       01 TAB-ARQSAIDA-R.
          03 FILLER PIC X(16) VALUE "RELFALTA   .DOCN".
          03 FILLER PIC X(16) VALUE "CADRESLEITO.DATN".
          03 FILLER PIC X(16) VALUE "RELRETEN   .DOCN".
          03 FILLER PIC X(16) VALUE "CADRESUMO  .DATN".
          03 FILLER PIC X(16) VALUE "RELQUALI   .DOCN".
          03 FILLER PIC X(16) VALUE "CONTPACK   .DOCN".
          03 FILLER PIC X(16) VALUE "CADEPIVINC .DATN".
          03 FILLER PIC X(16) VALUE "PORTAL_    .TXTD".
       01 TAB-ARQSAIDAS REDEFINES TAB-ARQSAIDA-R.
          03 TAB-ARQL OCCURS 22 TIMES.
             05 TAB-ARQBASE  PIC X(11).
             05 TAB-ARQEXT   PIC X(04).
             05 TAB-ARQDATADO PIC X(01).
      *---HISTORICO DE EXECUCOES E ALERTAS DE VOLUME/TEMPO--------------
       01 W-HORAPASSO    PIC 9(08) VALUE ZEROS.
       01 W-HORAPASSO-R REDEFINES W-HORAPASSO.
          03 W-HHPASSO   PIC 9(02).
          03 W-MMPASSO   PIC 9(02).
          03 W-SSPASSO   PIC 9(02).
          03 W-CCPASSO   PIC 9(02).
       01 W-HORAINILOTE  PIC 9(06) VALUE ZEROS.
       01 W-SEGINI       PIC 9(06) VALUE ZEROS.
       01 W-SEGFIM       PIC 9(06) VALUE ZEROS.
       01 W-HORAEDIT     PIC 9(06) VALUE ZEROS.
       01 W-HORAEDIT-R REDEFINES W-HORAEDIT.
          03 W-HHEDIT    PIC 9(02).
          03 W-MMEDIT    PIC 9(02).
          03 W-SSEDIT    PIC 9(02).
       01 W-SOMAVOL      PIC 9(10) VALUE ZEROS.
       01 W-SOMADUR      PIC 9(08) VALUE ZEROS.
      *---FAIXA ACEITA: MINIMO DE EXECUCOES E % SOBRE A MEDIA-----------
       01 W-MINHIST      PIC 9(02) VALUE 5.
       01 W-PCTMIN       PIC 9(03) VALUE 50.
       01 W-PCTMAX       PIC 9(03) VALUE 200.
       01 W-FOLGATEMPO   PIC 9(05) VALUE 60.
       01 W-QTDOK        PIC 9(02) VALUE ZEROS.
       01 W-QTDERRO      PIC 9(02) VALUE ZEROS.
       01 W-QTDPULADO    PIC 9(02) VALUE ZEROS.
       01 W-QTDALERTA    PIC 9(02) VALUE ZEROS.
       01 W-ALERTA.
          03 W-ALERTAVOL    PIC X(11) VALUE SPACES.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 W-ALERTATEMPO  PIC X(11) VALUE SPACES.
      *---RESULTADO DE CADA PASSO DESTA EXECUCAO------------------------
       01 TAB-EXECUCAO.
          03 TAB-EX OCCURS 22 TIMES.
             05 TAB-EXSTATUS   PIC X(06).
             05 TAB-EXHORAINI  PIC 9(06).
             05 TAB-EXHORAFIM  PIC 9(06).
             05 TAB-EXDURACAO  PIC 9(05).
             05 TAB-EXLIDOS    PIC 9(08).
             05 TAB-EXGRAV     PIC 9(08).
             05 TAB-EXREJEIT   PIC 9(08).
             05 TAB-EXORIGEM   PIC X(01).
             05 TAB-EXVOLUME   PIC 9(08).
             05 TAB-EXMEDVOL   PIC 9(08).
             05 TAB-EXMEDDUR   PIC 9(05).
             05 TAB-EXANOMALO  PIC X(01).
             05 TAB-EXALERTA   PIC X(24).
      *---ULTIMAS 30 EXECUCOES COM SUCESSO DE CADA PASSO (CIRCULAR)-----
       01 TAB-HISTORICO.
          03 TAB-HI OCCURS 22 TIMES.
             05 TAB-HIQTD      PIC 9(02).
             05 TAB-HIPOS      PIC 9(02).
             05 TAB-HIRUN OCCURS 30 TIMES.
                07 TAB-HIVOL   PIC 9(08).
                07 TAB-HIDUR   PIC 9(05).
      *---RESUMO DA MANHA (LOTEMANHA.DOC)-------------------------------
       01 CABMANHA1.
          03 FILLER           PIC X(35) VALUE
             "RESUMO DO PROCESSAMENTO NOTURNO DE ".
          03 CABMANDATATX     PIC 9(08).
          03 FILLER           PIC X(04) VALUE " AS ".
          03 CABMANHHTX       PIC 99.
          03 FILLER           PIC X(01) VALUE ":".
          03 CABMANMMTX       PIC 99.
          03 FILLER           PIC X(08) VALUE " - TIPO ".
          03 CABMANTIPOTX     PIC X(08).
       01 CABMANHA2.
          03 FILLER           PIC X(50) VALUE
             "PS PROGRAMA   SITUAC INICIO   FIM      TEMPO    LI".
          03 FILLER           PIC X(49) VALUE
             "DOS GRAVADOS REJEIT MED.VOL. MED.T     OBSERVACAO".
       01 DETMANHA.
          03 PASSODET         PIC 99.
          03 FILLER           PIC X(01) VALUE " ".
          03 PROGRDET         PIC X(10).
          03 FILLER           PIC X(01) VALUE " ".
          03 STATUSDET        PIC X(06).
          03 FILLER           PIC X(01) VALUE " ".
          03 HHINIDET         PIC 99.
          03 FILLER           PIC X(01) VALUE ":".
          03 MMINIDET         PIC 99.
          03 FILLER           PIC X(01) VALUE ":".
          03 SSINIDET         PIC 99.
          03 FILLER           PIC X(01) VALUE " ".
          03 HHFIMDET         PIC 99.
          03 FILLER           PIC X(01) VALUE ":".
          03 MMFIMDET         PIC 99.
          03 FILLER           PIC X(01) VALUE ":".
          03 SSFIMDET         PIC 99.
          03 FILLER           PIC X(01) VALUE " ".
          03 DURACDET         PIC ZZZZ9.
          03 FILLER           PIC X(01) VALUE " ".
          03 LIDOSDET         PIC ZZZZZZZ9.
          03 FILLER           PIC X(01) VALUE " ".
          03 GRAVDET          PIC ZZZZZZZ9.
          03 FILLER           PIC X(01) VALUE " ".
          03 REJEITDET        PIC ZZZZZ9.
          03 FILLER           PIC X(01) VALUE " ".
          03 MEDVOLDET        PIC ZZZZZZZ9.
          03 FILLER           PIC X(01) VALUE " ".
          03 MEDDURDET        PIC ZZZZ9.
          03 FILLER           PIC X(01) VALUE " ".
          03 MARCADET         PIC X(03).
          03 FILLER           PIC X(01) VALUE " ".
          03 OBSDET           PIC X(24).
       01 DETPULO.
          03 PASSOPULO        PIC 99.
          03 FILLER           PIC X(01) VALUE " ".
          03 PROGRPULO        PIC X(10).
          03 FILLER           PIC X(08) VALUE " PULADO ".
          03 FILLER           PIC X(68) VALUE SPACES.
          03 OBSPULO          PIC X(24).
       01 TOTMANHA1.
          03 FILLER           PIC X(19) VALUE "PASSOS CONCLUIDOS: ".
          03 QTDOKTX          PIC Z9.
          03 FILLER           PIC X(13) VALUE "   COM ERRO: ".
          03 QTDERROTX        PIC Z9.
          03 FILLER           PIC X(12) VALUE "   PULADOS: ".
          03 QTDPULADOTX      PIC Z9.
          03 FILLER           PIC X(15) VALUE "   COM ALERTA: ".
          03 QTDALERTATX      PIC Z9.
       01 TOTMANHA2.
          03 FILLER           PIC X(46) VALUE
             "*** = VOLUME OU TEMPO FORA DA FAIXA DA MEDIA (".
          03 PCTMINTX         PIC ZZ9.
          03 FILLER           PIC X(04) VALUE "% A ".
          03 PCTMAXTX         PIC ZZ9.
          03 FILLER           PIC X(34) VALUE
             "%) DAS ULTIMAS 30 EXECUCOES COM OK".
       01 TOTMANHA3           PIC X(50) VALUE
             "NENHUMA ANORMALIDADE NO PROCESSAMENTO".
       01 TOTMANHA4           PIC X(50) VALUE
             "ATENCAO: VERIFICAR OS PASSOS COM ERRO OU ***".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATAINIP
           DISPLAY "DATA FINAL   P/ RELATORIOS (0 = TODAS)  : "
           ACCEPT W-DATAFIMP
           DISPLAY "HORA PREVISTA DE TERMINO (HHMM, 0 = +2H): "
           ACCEPT W-HORAFIMPREV
           IF W-HORAFIMPREV = ZEROS OR W-HORAFIMPREV > 2359
              COMPUTE W-HORAFIMPREV = W-HORALOTE / 100 + 200
              IF W-HORAFIMPREV > 2359
                 SUBTRACT 2400 FROM W-HORAFIMPREV.
           IF W-PASSOFIM = ZEROS OR W-PASSOFIM > W-TOTPASSOS
              MOVE W-TOTPASSOS TO W-PASSOFIM.
           IF W-PASSOINI NOT = ZEROS
           WRITE REGLOTEPARAM
           CLOSE LOTEPARAM.
      *
           PERFORM ABRE-JANELA THRU FIM-ABRE-JANELA
           PERFORM INICIA-EXECUCAO THRU FIM-INICIA-EXECUCAO
           MOVE W-PASSOINI TO W-PASSO.
       EXECUTA-PASSO.
           MOVE TAB-PASSO(W-PASSO) TO W-PROGR
              STRING TAB-ARQBASE(W-PASSO) DELIMITED BY SPACE
                     TAB-ARQEXT(W-PASSO) DELIMITED BY SIZE
                     INTO W-ARQSAIDA.
           PERFORM LIMPA-CONTADORES THRU FIM-LIMPA-CONTADORES
           ACCEPT W-HORAPASSO FROM TIME
           COMPUTE W-SEGINI = W-HHPASSO * 3600 + W-MMPASSO * 60
                 + W-SSPASSO
           COMPUTE TAB-EXHORAINI(W-PASSO) = W-HORAPASSO / 100
           DISPLAY "*** EXECUTANDO " W-PROGR " ***"
           CALL W-PROGR ON OVERFLOW
              MOVE "ERRO"     TO W-STATUS
              MOVE ZEROS      TO W-QTDEREG
              PERFORM REGISTRA-PASSO THRU FIM-REGISTRA-PASSO
              GO TO GRAVA-LOGLOTE.
           CANCEL W-PROGR.
           MOVE "OK"          TO W-STATUS
           PERFORM CONTA-REGISTROS THRU CONTA-REGISTROS-FIM
           PERFORM REGISTRA-PASSO THRU FIM-REGISTRA-PASSO
           PERFORM GRAVA-CHECKPOINT THRU FIM-GRAVA-CHECKPOINT.
       GRAVA-LOGLOTE.
           MOVE W-DATALOTE        TO DATALOTETX
           WRITE REGLOTEPARAM
           CLOSE LOTEPARAM.
      *
           PERFORM FECHA-JANELA THRU FIM-FECHA-JANELA
           PERFORM ANALISA-LOTE THRU FIM-ANALISA-LOTE
           PERFORM GRAVA-HISTORICO THRU FIM-GRAVA-HISTORICO
           PERFORM EMITE-RESUMO THRU FIM-EMITE-RESUMO
           DISPLAY "*** FIM DO PROCESSAMENTO NOTURNO ***".
       ROT-FIM.
           CLOSE LOGLOTE.
       FIM-GRAVA-CHECKPOINT.
           EXIT.
      *----------------------------------------------------
      * JANELA DE MANUTENCAO: SUSPENDE A ENTRADA DE DADOS NO
      * MENU E NOS PROGRAMAS DE LANCAMENTO E AVISA AS SESSOES
      * ABERTAS PARA SAIREM DO SISTEMA
      *----------------------------------------------------
       ABRE-JANELA.
           OPEN OUTPUT CADSTATUS
           MOVE "S" TO MANUTSTATUS
           MOVE W-DATALOTE TO DATAINISTATUS
           MOVE W-HORALOTE TO HORAINISTATUS
           MOVE W-HORAFIMPREV TO HORAFIMSTATUS
           MOVE "LOTENOITE" TO PROGRSTATUS
           MOVE 1 TO IND1.
       ABRE-JANELA1.
           MOVE ZEROS TO LIBSESSAOSTATUS(IND1)
           ADD 1 TO IND1
           IF IND1 < 6
              GO TO ABRE-JANELA1.
           WRITE REGSTATUS
           CLOSE CADSTATUS.
      *----SESSAO QUE DISPAROU O LOTE NAO RECEBE O AVISO-----------------
           MOVE ZEROS TO W-SESSAOLOTE W-QTDEAVISO
           OPEN INPUT SESATUAL
           IF ST-ERRO = "00"
              READ SESATUAL
              IF ST-ERRO = "00"
                 MOVE REGSESATUAL TO W-SESSAOLOTE
                 CLOSE SESATUAL
              ELSE
                 CLOSE SESATUAL.
           OPEN I-O CADSESSAO
           IF ST-ERRO NOT = "00"
              GO TO ABRE-JANELA-LOG.
           MOVE ZEROS TO CHAVESESSAO
           START CADSESSAO KEY IS NOT LESS CHAVESESSAO INVALID KEY
                 GO TO ABRE-JANELA-FECHA.
       ABRE-JANELA2.
           READ CADSESSAO NEXT
           IF ST-ERRO NOT = "00"
              GO TO ABRE-JANELA-FECHA.
           IF NOT SESSAO-ATIVA OR CHAVESESSAO = W-SESSAOLOTE
              GO TO ABRE-JANELA2.
           MOVE "M" TO STATUSSESSAO
           REWRITE REGSESSAO
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDEAVISO.
           GO TO ABRE-JANELA2.
       ABRE-JANELA-FECHA.
           CLOSE CADSESSAO.
       ABRE-JANELA-LOG.
           DIVIDE W-HORAFIMPREV BY 100 GIVING HORAFIMHHTX
                 REMAINDER HORAFIMMMTX
           MOVE W-DATALOTE        TO DATALOTETX
           MOVE W-HORALOTE        TO HORALOTETX
           MOVE "JANELA"          TO PROGRAMALOTETX
           MOVE "ABERTA"          TO STATUSLOTETX
           MOVE W-QTDEAVISO       TO QTDELOTETX
           MOVE HORAFIMTX         TO MENSLOTETX
           MOVE LOTETX            TO REGLOGLOTE
           WRITE REGLOGLOTE
           DISPLAY "*** ENTRADA DE DADOS SUSPENSA - SESSOES AVISADAS: "
                   W-QTDEAVISO " ***".
       FIM-ABRE-JANELA.
           EXIT.
      *
       FECHA-JANELA.
           OPEN OUTPUT CADSTATUS
           MOVE "N" TO MANUTSTATUS
           MOVE W-DATALOTE TO DATAINISTATUS
           MOVE W-HORALOTE TO HORAINISTATUS
           MOVE ZEROS TO HORAFIMSTATUS
           MOVE "LOTENOITE" TO PROGRSTATUS
           MOVE 1 TO IND1.
       FECHA-JANELA1.
           MOVE ZEROS TO LIBSESSAOSTATUS(IND1)
           ADD 1 TO IND1
           IF IND1 < 6
              GO TO FECHA-JANELA1.
           WRITE REGSTATUS
           CLOSE CADSTATUS
           MOVE W-DATALOTE        TO DATALOTETX
           ACCEPT HORALOTETX FROM TIME
           MOVE "JANELA"          TO PROGRAMALOTETX
           MOVE "FECHADA"         TO STATUSLOTETX
           MOVE ZEROS             TO QTDELOTETX
           MOVE "ENTRADA DE DADOS LIBERADA" TO MENSLOTETX
           MOVE LOTETX            TO REGLOGLOTE
           WRITE REGLOGLOTE
           DISPLAY "*** ENTRADA DE DADOS LIBERADA ***".
       FIM-FECHA-JANELA.
           EXIT.
      *----------------------------------------------------
      * CONTA AS LINHAS GRAVADAS PELO PASSO NO ARQUIVO DE SAIDA
      *----------------------------------------------------
       CONTA-REGISTROS.
           CLOSE ARQSAIDA.
       CONTA-REGISTROS-FIM.
           EXIT.
      *----------------------------------------------------
      * HISTORICO DE EXECUCOES: TEMPO E VOLUME DE CADA PASSO
      *----------------------------------------------------
       INICIA-EXECUCAO.
           MOVE ZEROS TO W-QTDOK W-QTDERRO W-QTDPULADO W-QTDALERTA
           ACCEPT W-HORAPASSO FROM TIME
           COMPUTE W-HORAINILOTE = W-HORAPASSO / 100
           MOVE 1 TO IND1.
       INICIA-EXECUCAO1.
           MOVE "PULADO" TO TAB-EXSTATUS(IND1)
           MOVE ZEROS TO TAB-EXHORAINI(IND1) TAB-EXHORAFIM(IND1)
                         TAB-EXDURACAO(IND1) TAB-EXLIDOS(IND1)
                         TAB-EXGRAV(IND1) TAB-EXREJEIT(IND1)
                         TAB-EXVOLUME(IND1) TAB-EXMEDVOL(IND1)
                         TAB-EXMEDDUR(IND1)
           MOVE "S" TO TAB-EXORIGEM(IND1)
           MOVE "N" TO TAB-EXANOMALO(IND1)
           MOVE SPACES TO TAB-EXALERTA(IND1)
           ADD 1 TO IND1
           IF IND1 NOT > W-TOTPASSOS
              GO TO INICIA-EXECUCAO1.
       FIM-INICIA-EXECUCAO.
           EXIT.
      *----ESVAZIA O LOTECONT: O PASSO QUE NAO INFORMA OS CONTADORES
      *----FICA COM A CONTAGEM DAS LINHAS DO ARQUIVO DE SAIDA
       LIMPA-CONTADORES.
           OPEN OUTPUT LOTECONT
           IF ST-ERRO = "00"
              CLOSE LOTECONT.
       FIM-LIMPA-CONTADORES.
           EXIT.
      *
       REGISTRA-PASSO.
           ACCEPT W-HORAPASSO FROM TIME
           COMPUTE TAB-EXHORAFIM(W-PASSO) = W-HORAPASSO / 100
           COMPUTE W-SEGFIM = W-HHPASSO * 3600 + W-MMPASSO * 60
                 + W-SSPASSO
           IF W-SEGFIM < W-SEGINI
              ADD 86400 TO W-SEGFIM.
           COMPUTE TAB-EXDURACAO(W-PASSO) = W-SEGFIM - W-SEGINI
           MOVE W-STATUS TO TAB-EXSTATUS(W-PASSO)
           MOVE W-QTDEREG TO TAB-EXGRAV(W-PASSO)
           IF W-STATUS NOT = "OK"
              GO TO REGISTRA-PASSO-VOL.
           OPEN INPUT LOTECONT
           IF ST-ERRO NOT = "00"
              GO TO REGISTRA-PASSO-VOL.
           READ LOTECONT
           IF ST-ERRO = "00" AND PROGRCONT = W-PROGR
              MOVE "P" TO TAB-EXORIGEM(W-PASSO)
              MOVE LIDOSCONT TO TAB-EXLIDOS(W-PASSO)
              MOVE GRAVCONT TO TAB-EXGRAV(W-PASSO)
              MOVE REJEITCONT TO TAB-EXREJEIT(W-PASSO).
           CLOSE LOTECONT.
      *----VOLUME COMPARADO: LIDOS QUANDO O PASSO INFORMA, SENAO A SAIDA
       REGISTRA-PASSO-VOL.
           IF TAB-EXORIGEM(W-PASSO) = "P"
              MOVE TAB-EXLIDOS(W-PASSO) TO TAB-EXVOLUME(W-PASSO)
           ELSE
              MOVE TAB-EXGRAV(W-PASSO) TO TAB-EXVOLUME(W-PASSO).
       FIM-REGISTRA-PASSO.
           EXIT.
      *----------------------------------------------------
      * COMPARA O VOLUME E O TEMPO DE CADA PASSO COM A MEDIA
      * DAS ULTIMAS 30 EXECUCOES COM SUCESSO DO MESMO PASSO
      *----------------------------------------------------
       ANALISA-LOTE.
           MOVE 1 TO IND1.
       ANALISA-LOTE1.
           MOVE ZEROS TO TAB-HIQTD(IND1) TAB-HIPOS(IND1)
           ADD 1 TO IND1
           IF IND1 NOT > W-TOTPASSOS
              GO TO ANALISA-LOTE1.
           OPEN INPUT LOTEHIST
           IF ST-ERRO NOT = "00"
              GO TO ANALISA-LOTE-PASSOS.
       ANALISA-LOTE2.
           READ LOTEHIST
           IF ST-ERRO NOT = "00"
              GO TO ANALISA-LOTE-FECHA.
           IF STATUSHIST NOT = "OK"
              GO TO ANALISA-LOTE2.
           IF PASSOHIST NOT NUMERIC OR PASSOHIST = ZEROS
                 OR PASSOHIST > W-TOTPASSOS
              GO TO ANALISA-LOTE2.
           MOVE PASSOHIST TO IND1
           IF PROGRHIST NOT = TAB-PASSO(IND1)
                 OR ORIGEMHIST NOT = TAB-EXORIGEM(IND1)
              GO TO ANALISA-LOTE2.
           ADD 1 TO TAB-HIPOS(IND1)
           IF TAB-HIPOS(IND1) > 30
              MOVE 1 TO TAB-HIPOS(IND1).
           IF TAB-HIQTD(IND1) < 30
              ADD 1 TO TAB-HIQTD(IND1).
           MOVE TAB-HIPOS(IND1) TO IND2
           MOVE VOLUMEHIST TO TAB-HIVOL(IND1, IND2)
           MOVE DURACAOHIST TO TAB-HIDUR(IND1, IND2)
           GO TO ANALISA-LOTE2.
       ANALISA-LOTE-FECHA.
           CLOSE LOTEHIST.
       ANALISA-LOTE-PASSOS.
           MOVE 1 TO IND1.
       ANALISA-LOTE3.
           IF IND1 > W-TOTPASSOS
              GO TO FIM-ANALISA-LOTE.
           IF TAB-EXSTATUS(IND1) = "PULADO"
              ADD 1 TO W-QTDPULADO
              PERFORM MOTIVO-PULO THRU FIM-MOTIVO-PULO
              GO TO ANALISA-LOTE-PROX.
           IF TAB-EXSTATUS(IND1) NOT = "OK"
              ADD 1 TO W-QTDERRO
              MOVE "S" TO TAB-EXANOMALO(IND1)
              MOVE "ERRO NA CHAMADA" TO TAB-EXALERTA(IND1)
              GO TO ANALISA-LOTE-PROX.
           ADD 1 TO W-QTDOK
           IF TAB-HIQTD(IND1) < W-MINHIST
              MOVE "HISTORICO INSUFICIENTE" TO TAB-EXALERTA(IND1)
              GO TO ANALISA-LOTE-PROX.
           MOVE ZEROS TO W-SOMAVOL W-SOMADUR
           MOVE 1 TO IND2.
       ANALISA-LOTE4.
           ADD TAB-HIVOL(IND1, IND2) TO W-SOMAVOL
           ADD TAB-HIDUR(IND1, IND2) TO W-SOMADUR
           ADD 1 TO IND2
           IF IND2 NOT > TAB-HIQTD(IND1)
              GO TO ANALISA-LOTE4.
           COMPUTE TAB-EXMEDVOL(IND1) ROUNDED =
                   W-SOMAVOL / TAB-HIQTD(IND1)
           COMPUTE TAB-EXMEDDUR(IND1) ROUNDED =
                   W-SOMADUR / TAB-HIQTD(IND1)
           PERFORM CONFERE-FAIXA THRU FIM-CONFERE-FAIXA.
       ANALISA-LOTE-PROX.
           ADD 1 TO IND1
           GO TO ANALISA-LOTE3.
       FIM-ANALISA-LOTE.
           EXIT.
      *
       CONFERE-FAIXA.
           MOVE SPACES TO W-ALERTAVOL W-ALERTATEMPO
           IF TAB-EXMEDVOL(IND1) > ZEROS AND TAB-EXVOLUME(IND1) = ZEROS
              MOVE "VOL ZERADO" TO W-ALERTAVOL
              GO TO CONFERE-FAIXA-TEMPO.
           IF TAB-EXVOLUME(IND1) * 100 <
                 TAB-EXMEDVOL(IND1) * W-PCTMIN
              MOVE "VOL BAIXO" TO W-ALERTAVOL.
           IF TAB-EXMEDVOL(IND1) > ZEROS AND TAB-EXVOLUME(IND1) * 100 >
                 TAB-EXMEDVOL(IND1) * W-PCTMAX
              MOVE "VOL ALTO" TO W-ALERTAVOL.
      *----TEMPO: SO ACIMA DA FOLGA EM SEGUNDOS (PASSOS CURTOS OSCILAM)
       CONFERE-FAIXA-TEMPO.
           IF TAB-EXDURACAO(IND1) * 100 >
                 TAB-EXMEDDUR(IND1) * W-PCTMAX
              AND TAB-EXDURACAO(IND1) >
                 TAB-EXMEDDUR(IND1) + W-FOLGATEMPO
              MOVE "TEMPO ALTO" TO W-ALERTATEMPO.
           IF TAB-EXMEDDUR(IND1) > W-FOLGATEMPO
              AND TAB-EXDURACAO(IND1) * 100 <
                 TAB-EXMEDDUR(IND1) * W-PCTMIN
              MOVE "TEMPO BAIXO" TO W-ALERTATEMPO.
           IF W-ALERTAVOL = SPACES AND W-ALERTATEMPO = SPACES
              GO TO FIM-CONFERE-FAIXA.
           ADD 1 TO W-QTDALERTA
           MOVE "S" TO TAB-EXANOMALO(IND1)
           IF W-ALERTAVOL = SPACES
              MOVE W-ALERTATEMPO TO TAB-EXALERTA(IND1)
           ELSE
              MOVE W-ALERTA TO TAB-EXALERTA(IND1).
           MOVE W-DATALOTE         TO DATALOTETX
           MOVE W-HORALOTE         TO HORALOTETX
           MOVE TAB-PASSO(IND1)    TO PROGRAMALOTETX
           MOVE "ALERTA"           TO STATUSLOTETX
           MOVE TAB-EXVOLUME(IND1) TO QTDELOTETX
           MOVE TAB-EXALERTA(IND1) TO MENSLOTETX
           MOVE LOTETX             TO REGLOGLOTE
           WRITE REGLOGLOTE
           DISPLAY "*** ALERTA NO PASSO " TAB-PASSO(IND1) ": "
                   TAB-EXALERTA(IND1).
       FIM-CONFERE-FAIXA.
           EXIT.
      *
       MOTIVO-PULO.
           IF IND1 < W-PASSOINI AND W-TIPOEXEC = "RETOMADO"
              MOVE "JA CONCLUIDO NO DIA" TO TAB-EXALERTA(IND1)
              GO TO FIM-MOTIVO-PULO.
           IF IND1 < W-PASSOINI OR IND1 > W-PASSOFIM
              MOVE "FORA DA SELECAO" TO TAB-EXALERTA(IND1)
              GO TO FIM-MOTIVO-PULO.
           MOVE "LOTE INTERROMPIDO" TO TAB-EXALERTA(IND1).
       FIM-MOTIVO-PULO.
           EXIT.
      *
       GRAVA-HISTORICO.
           OPEN EXTEND LOTEHIST
           IF ST-ERRO NOT = "00"
              OPEN OUTPUT LOTEHIST
              CLOSE LOTEHIST
              OPEN EXTEND LOTEHIST.
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO LOTEHIST"
              GO TO FIM-GRAVA-HISTORICO.
           MOVE 1 TO IND1.
       GRAVA-HISTORICO1.
           MOVE SPACES TO REGLOTEHIST
           MOVE W-DATALOTE TO DATAHIST
           MOVE W-HORALOTE TO HORAHIST
           MOVE W-TIPOEXEC TO TIPOHIST
           MOVE IND1 TO PASSOHIST
           MOVE TAB-PASSO(IND1) TO PROGRHIST
           MOVE TAB-EXSTATUS(IND1) TO STATUSHIST
           MOVE TAB-EXHORAINI(IND1) TO HORAINIHIST
           MOVE TAB-EXHORAFIM(IND1) TO HORAFIMHIST
           MOVE TAB-EXDURACAO(IND1) TO DURACAOHIST
           MOVE TAB-EXLIDOS(IND1) TO LIDOSHIST
           MOVE TAB-EXGRAV(IND1) TO GRAVHIST
           MOVE TAB-EXREJEIT(IND1) TO REJEITHIST
           MOVE TAB-EXORIGEM(IND1) TO ORIGEMHIST
           MOVE TAB-EXVOLUME(IND1) TO VOLUMEHIST
           MOVE TAB-EXALERTA(IND1) TO ALERTAHIST
           WRITE REGLOTEHIST
           ADD 1 TO IND1
           IF IND1 NOT > W-TOTPASSOS
              GO TO GRAVA-HISTORICO1.
           CLOSE LOTEHIST.
       FIM-GRAVA-HISTORICO.
           EXIT.
      *----------------------------------------------------
      * RESUMO DE UMA PAGINA PARA O OPERADOR DA MANHA: O QUE
      * RODOU, O QUE FOI PULADO E O QUE ESTA FORA DA MEDIA
      *----------------------------------------------------
       EMITE-RESUMO.
           OPEN OUTPUT LOTEMANHA
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO LOTEMANHA.DOC"
              GO TO FIM-EMITE-RESUMO.
           MOVE W-DATALOTE TO CABMANDATATX
           MOVE W-HORAINILOTE TO W-HORAEDIT
           MOVE W-HHEDIT TO CABMANHHTX
           MOVE W-MMEDIT TO CABMANMMTX
           MOVE W-TIPOEXEC TO CABMANTIPOTX
           WRITE REGLOTEMANHA FROM CABMANHA1
           MOVE SPACES TO REGLOTEMANHA
           WRITE REGLOTEMANHA
           WRITE REGLOTEMANHA FROM CABMANHA2
           MOVE 1 TO IND1.
       EMITE-RESUMO1.
           IF TAB-EXSTATUS(IND1) = "PULADO"
              MOVE IND1 TO PASSOPULO
              MOVE TAB-PASSO(IND1) TO PROGRPULO
              MOVE TAB-EXALERTA(IND1) TO OBSPULO
              WRITE REGLOTEMANHA FROM DETPULO
              GO TO EMITE-RESUMO2.
           MOVE IND1 TO PASSODET
           MOVE TAB-PASSO(IND1) TO PROGRDET
           MOVE TAB-EXSTATUS(IND1) TO STATUSDET
           MOVE TAB-EXHORAINI(IND1) TO W-HORAEDIT
           MOVE W-HHEDIT TO HHINIDET
           MOVE W-MMEDIT TO MMINIDET
           MOVE W-SSEDIT TO SSINIDET
           MOVE TAB-EXHORAFIM(IND1) TO W-HORAEDIT
           MOVE W-HHEDIT TO HHFIMDET
           MOVE W-MMEDIT TO MMFIMDET
           MOVE W-SSEDIT TO SSFIMDET
           MOVE TAB-EXDURACAO(IND1) TO DURACDET
           MOVE TAB-EXLIDOS(IND1) TO LIDOSDET
           MOVE TAB-EXGRAV(IND1) TO GRAVDET
           MOVE TAB-EXREJEIT(IND1) TO REJEITDET
           MOVE TAB-EXMEDVOL(IND1) TO MEDVOLDET
           MOVE TAB-EXMEDDUR(IND1) TO MEDDURDET
           MOVE SPACES TO MARCADET
           IF TAB-EXANOMALO(IND1) = "S"
              MOVE "***" TO MARCADET.
           MOVE TAB-EXALERTA(IND1) TO OBSDET
           WRITE REGLOTEMANHA FROM DETMANHA.
       EMITE-RESUMO2.
           ADD 1 TO IND1
           IF IND1 NOT > W-TOTPASSOS
              GO TO EMITE-RESUMO1.
           MOVE SPACES TO REGLOTEMANHA
           WRITE REGLOTEMANHA
           MOVE W-QTDOK TO QTDOKTX
           MOVE W-QTDERRO TO QTDERROTX
           MOVE W-QTDPULADO TO QTDPULADOTX
           MOVE W-QTDALERTA TO QTDALERTATX
           WRITE REGLOTEMANHA FROM TOTMANHA1
           MOVE W-PCTMIN TO PCTMINTX
           MOVE W-PCTMAX TO PCTMAXTX
           WRITE REGLOTEMANHA FROM TOTMANHA2
           IF W-QTDERRO = ZEROS AND W-QTDALERTA = ZEROS
              WRITE REGLOTEMANHA FROM TOTMANHA3
           ELSE
              WRITE REGLOTEMANHA FROM TOTMANHA4.
           CLOSE LOTEMANHA
           DISPLAY "RESUMO DA EXECUCAO GERADO EM LOTEMANHA.DOC".
       FIM-EMITE-RESUMO.
           EXIT.
