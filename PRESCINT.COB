      *    PRESCRICAO DE ENFERMARIA E CONTROLE DE ADMINISTRACAO       *
      *    (CADPRESCINT/CADADMIN, BAIXA EM CADESTOQUE/CADMOVEST,      *
      *    LOTES FEFO EM CADLOTEEST E CONTROLADOS EM CADCONTROLE)     *
      *    A DOSE SAI DO ESTOQUE AO GERAR O MAPA; A NAO ADMINISTRADA  *
      *    VOLTA AO LOTE DE ORIGEM PELA DEVOLUCAO A FARMACIA          *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT RELDEVOLTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT CADUNIDADE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODUNIDADE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADSESSAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
              88 ADM-PREVISTO       VALUE "P".
              88 ADM-ADMINISTRADO   VALUE "A".
              88 ADM-OMITIDO        VALUE "O".
           03 LOTEADM             PIC X(10).
           03 BAIXAADM            PIC X(01).
              88 DOSE-NA-ENFERMARIA VALUE "S".
              88 DOSE-DEVOLVIDA     VALUE "D".
           03 MOTIVODEVADM        PIC X(01).
      *
       FD CADINTERN
               LABEL RECORD IS STANDARD
       FD CADMOVEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMOVEST.DAT".
       01  REGMOVEST              PIC X(61).
      *---------LOTES DO ESTOQUE (FEFO)-------------------------------
       FD CADLOTEEST
               LABEL RECORD IS STANDARD
              05 LOTEEST          PIC X(10).
           03 VALIDADELOTE        PIC 9(08).
           03 SALDOLOTE           PIC 9(06).
           03 BLOQLOTE            PIC X(01).
              88 LOTE-RECOLHIDO     VALUE "S".
      *---------LIVRO DE CONTROLADOS----------------------------------
       FD CADCONTROLE
               LABEL RECORD IS STANDARD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELOMIS.DOC".
       01 REGRELOMISTX         PIC X(110).
      *
       FD RELDEVOLTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELDEVOL.DOC".
       01 REGRELDEVOLTX        PIC X(110).
      *
       FD CADUNIDADE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNIDADE.DAT".
       01 REGUNIDADE.
          03 CODUNIDADE           PIC 9(02).
          03 NOMEUNIDADE          PIC X(30).
          03 ENDERECOUNIDADE      PIC X(40).
          03 CIDADEUNIDADE        PIC X(20).
          03 UFUNIDADE            PIC X(02).
          03 CEPUNIDADE           PIC 9(08).
      *
       FD CADSESSAO
               LABEL RECORD IS STANDARD
          03 CODOPERMOVTX     PIC 9(04).
          03 FILLER           PIC X(01) VALUE " ".
          03 LOTEMOVTX        PIC X(10).
          03 FILLER           PIC X(01) VALUE " ".
          03 UNIDMOVTX        PIC 9(02).
          03 FILLER           PIC X(01) VALUE " ".
          03 CPFMOVTX         PIC 9(11) VALUE ZEROS.
      *---CONTROLE DE LOTES (FEFO: VENCE PRIMEIRO, SAI PRIMEIRO)--------
       01 W-LOTEOK      PIC X(01) VALUE "N".
       01 W-CTRLOK      PIC X(01) VALUE "N".
       01 W-QTDERESTA   PIC 9(06) VALUE ZEROS.
       01 W-QTDELOTE    PIC 9(06) VALUE ZEROS.
       01 W-LOTEFEFO    PIC X(10) VALUE SPACES.
       01 W-PRIMLOTE    PIC X(10) VALUE SPACES.
       01 W-UNIDADM     PIC 9(02) VALUE ZEROS.
       01 W-BAIXOU      PIC X(01) VALUE "N".
       01 W-TIPOCTR     PIC X(01) VALUE "S".
      *---DEVOLUCAO A FARMACIA DAS DOSES NAO ADMINISTRADAS--------------
       01 W-CPFDEV      PIC 9(11) VALUE ZEROS.
       01 W-DATAINTDEV  PIC 9(08) VALUE ZEROS.
       01 W-HORAINTDEV  PIC 9(04) VALUE ZEROS.
       01 W-LINHADEV    PIC 9(02) VALUE ZEROS.
       01 W-MOTIVODEV   PIC X(01) VALUE SPACES.
       01 W-QTDEDEV     PIC 9(06) VALUE ZEROS.
       01 W-QTDEBAIXA   PIC 9(06) VALUE ZEROS.
       01 W-PROCESSA    PIC X(01) VALUE "N".
       01 W-DEVOLVEU    PIC X(01) VALUE "N".
       01 W-RECOLHIDO   PIC X(01) VALUE "N".
      *---DOSES ENVIADAS X ADMINISTRADAS X DEVOLVIDAS POR UNIDADE-------
       01 W-DATAINIREL  PIC 9(08) VALUE ZEROS.
       01 W-DATAFIMREL  PIC 9(08) VALUE ZEROS.
       01 W-UNIOK       PIC X(01) VALUE "N".
       01 W-INDU        PIC 9(03) VALUE ZEROS.
       01 W-CPFULT      PIC 9(11) VALUE ZEROS.
       01 W-DATAINTULT  PIC 9(08) VALUE ZEROS.
       01 W-HORAINTULT  PIC 9(04) VALUE ZEROS.
       01 TAB-DEVUNID.
          03 TBD-LINHA OCCURS 100 TIMES.
             05 TBD-ENVIADA   PIC 9(06).
             05 TBD-ADMIN     PIC 9(06).
             05 TBD-DEVOLV    PIC 9(06).
             05 TBD-PEND      PIC 9(06).
             05 TBD-PERDA     PIC 9(06).
       01 TOT-DEV.
          03 TOT-ENVIADA      PIC 9(08).
          03 TOT-ADMIN        PIC 9(08).
          03 TOT-DEVOLV       PIC 9(08).
          03 TOT-PEND         PIC 9(08).
          03 TOT-PERDA        PIC 9(08).
      *---SALDO POR UNIDADE E LOTE (SUBPROGRAMA ESTUNID)-----------------
       01 W-ACAOEU      PIC X(01) VALUE SPACES.
       01 W-CODMEDEU    PIC 9(05) VALUE ZEROS.
       01 W-UNIDEU      PIC 9(02) VALUE ZEROS.
       01 W-LOTEEU      PIC X(10) VALUE SPACES.
       01 W-VALIDADEEU  PIC 9(08) VALUE ZEROS.
       01 W-QTDEEU      PIC 9(06) VALUE ZEROS.
       01 W-SALDOEU     PIC 9(06) VALUE ZEROS.
       01 W-MINIMOEU    PIC 9(06) VALUE ZEROS.
       01 W-OKEU        PIC X(01) VALUE SPACES.
      *---ENFERMEIRO ESCALADO NO HORARIO (SUBPROGRAMA ESCALADO)--------
       01 W-UNIDES      PIC 9(02) VALUE ZEROS.
       01 W-DATAES      PIC 9(08) VALUE ZEROS.
       01 W-HORAES      PIC 9(04) VALUE ZEROS.
       01 W-CATEGES     PIC 9(01) VALUE ZEROS.
       01 W-ESPECES     PIC 9(02) VALUE ZEROS.
       01 W-CODFUNCES   PIC 9(05) VALUE ZEROS.
       01 W-NOMEES      PIC X(30) VALUE SPACES.
       01 W-CRMES       PIC 9(06) VALUE ZEROS.
       01 W-QTDEES      PIC 9(02) VALUE ZEROS.
       01 W-OKES        PIC X(01) VALUE SPACES.
      *---LINHA DO LIVRO DE CONTROLADOS---------------------------------
       01 CONTROLETX.
          03 DATACTRTX        PIC 9(08).
          03 DATAOMISTX       PIC 9(08).
          03 FILLER           PIC X(01) VALUE " ".
          03 HORAOMISTX       PIC 9(04).
          03 FILLER           PIC X(06) VALUE " ENF: ".
          03 RESPOMISTX       PIC X(25).
      *---LINHAS DO RELATORIO DE DOSES X DEVOLUCOES---------------------
       01 CABDEV.
          03 FILLER PIC X(55) VALUE
          "HOSPITAL MAINFRAME *** DOSES ENVIADAS X ADMINISTRADAS X".
          03 FILLER PIC X(20) VALUE " DEVOLVIDAS ***".
       01 CABDEV2.
          03 FILLER           PIC X(10) VALUE "PERIODO : ".
          03 DATAINIDEVTX     PIC 9(08).
          03 FILLER           PIC X(03) VALUE " A ".
          03 DATAFIMDEVTX     PIC 9(08).
       01 CABDEV3.
          03 FILLER PIC X(55) VALUE
          "UNIDADE                             ENVIADAS ADMINISTR.".
          03 FILLER PIC X(45) VALUE
          " DEVOLVIDAS  PENDENTES  SEM RETORNO".
       01 DETDEV.
          03 UNIDDEVTX        PIC 9(02).
          03 FILLER           PIC X(01) VALUE " ".
          03 NOMEDEVTX        PIC X(30).
          03 FILLER           PIC X(03) VALUE SPACES.
          03 ENVDEVTX         PIC ZZZZZZZ9.
          03 FILLER           PIC X(03) VALUE SPACES.
          03 ADMDEVTX         PIC ZZZZZZZ9.
          03 FILLER           PIC X(03) VALUE SPACES.
          03 DEVDEVTX         PIC ZZZZZZZ9.
          03 FILLER           PIC X(02) VALUE SPACES.
          03 PENDDEVTX        PIC ZZZZZZZ9.
          03 FILLER           PIC X(04) VALUE SPACES.
          03 PERDADEVTX       PIC ZZZZZZZ9.
      *---AUDITORIA-------------------------------------------
       01 W-SESSAOATUAL  PIC 9(04) VALUE ZEROS.
       01 W-PERFILLOG    PIC 9(01) VALUE ZEROS.
               VALUE  "   3 - CHECAGEM DA ENFERMAGEM".
           05  LINE 08  COLUMN 01
               VALUE  "   4 - OMISSOES DO PLANTAO".
           05  LINE 09  COLUMN 01
               VALUE  "   5 - DEVOLUCAO A FARMACIA".
           05  LINE 10  COLUMN 01
               VALUE  "   6 - DOSES X DEVOLUCOES".
           05  LINE 12  COLUMN 01
               VALUE  "   FUNCAO :   ( 0 - ENCERRA )".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TW-FUNCAO
               LINE 12  COLUMN 13  PIC 9(01)
               USING  W-FUNCAO
               HIGHLIGHT.
       01  TELALANCA.
              GO TO CHECAGEM.
           IF W-FUNCAO = 4
              GO TO OMISSOES.
           IF W-FUNCAO = 5
              GO TO DEVOLUCAO.
           IF W-FUNCAO = 6
              GO TO RELDEVOL.
           MOVE "*** FUNCAO NAO DISPONIVEL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
           ACCEPT (13, 39) W-DATAALVO
           IF W-DATAALVO = ZEROS
              MOVE W-DATAHOJE TO W-DATAALVO.
           MOVE ZEROS TO W-QTDEGERADA W-QTDEBAIXA
           MOVE ZEROS TO KEYPRESCINT
           START CADPRESCINT KEY IS NOT LESS KEYPRESCINT INVALID KEY
                 GO TO GERA-FIM.
           COMPUTE HORAADM = W-HORAGER * 100
           MOVE ZEROS TO OPERADM HORAREALADM
           MOVE "P" TO STATUSADM
           MOVE SPACES TO LOTEADM BAIXAADM MOTIVODEVADM
           WRITE REGADMIN
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              GO TO GERA-H3.
           ADD 1 TO W-QTDEGERADA
      *-----A DOSE DO MAPA SAI DA FARMACIA PARA A ENFERMARIA-------------
           PERFORM BAIXA-DOSE THRU FIM-BAIXA-DOSE
           IF DOSE-NA-ENFERMARIA
              REWRITE REGADMIN
              ADD 1 TO W-QTDEBAIXA.
       GERA-H3.
           ADD FREQHORASPI TO W-HORAGER
           GO TO GERA-H2.
       GERA-FIM.
           DISPLAY (18, 05) "HORARIOS GERADOS : " W-QTDEGERADA
           DISPLAY (19, 05) "DOSES ENVIADAS   : " W-QTDEBAIXA
           MOVE "*** MAPA DE ADMINISTRACAO GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
              MOVE "A" TO STATUSADM
              MOVE W-CODOPERLOG TO OPERADM
              ACCEPT HORAREALADM FROM TIME
              PERFORM BAIXA-DOSE THRU FIM-BAIXA-DOSE
              REWRITE REGADMIN
              MOVE KEYADMIN TO CHAVELOGTX
              MOVE "A" TO ACAOLOGTX
              PERFORM ESCREVE-LOG
              NEXT SENTENCE.
       FIM-LER-PRESC.
           EXIT.
      *-----DOSE AINDA NAO SAIDA DO ESTOQUE (MAPA ANTIGO OU DEVOLVIDA)---
       BAIXA-DOSE.
           IF DOSE-NA-ENFERMARIA
              GO TO FIM-BAIXA-DOSE.
           PERFORM BAIXA-ESTOQUE THRU FIM-BAIXA-ESTOQUE
           IF W-BAIXOU = "S"
              MOVE "S" TO BAIXAADM
              MOVE W-PRIMLOTE TO LOTEADM.
       FIM-BAIXA-DOSE.
           EXIT.
      *----------------BAIXA DO ESTOQUE (1 UNIDADE POR DOSE)-------------
       BAIXA-ESTOQUE.
           MOVE "N" TO W-BAIXOU
           IF CODMEDICPI = ZEROS
              GO TO FIM-BAIXA-ESTOQUE.
           MOVE CODMEDICPI TO CODMEDICEST
              MOVE "** SALDO INSUFICIENTE NO ESTOQUE **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIM-BAIXA-ESTOQUE.
      *-----A DOSE SAI DO ESTOQUE DA UNIDADE DA INTERNACAO---------------
           PERFORM LER-UNIDADE-INTERN THRU FIM-LER-UNIDADE-INTERN
           IF W-UNIDADM = ZEROS
              MOVE "** INTERNACAO SEM UNIDADE, BAIXA NAO FEITA **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIM-BAIXA-ESTOQUE.
           MOVE "C" TO W-ACAOEU
           MOVE CODMEDICPI TO W-CODMEDEU
           MOVE W-UNIDADM TO W-UNIDEU
           PERFORM CHAMA-ESTUNID THRU FIM-CHAMA-ESTUNID
           IF W-SALDOEU < 1
              MOVE "** SALDO INSUFICIENTE NA UNIDADE **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIM-BAIXA-ESTOQUE.
           PERFORM BAIXA-LOTES THRU FIM-BAIXA-LOTES
           IF W-TEMLOTES = "S" AND W-SALDOVALIDO < 1
              MOVE "** LOTES VENCIDOS/RECOLHIDOS/INSUFICIENTES **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIM-BAIXA-ESTOQUE.
           SUBTRACT 1 FROM SALDOESTOQUE
           REWRITE REGESTOQUE
           MOVE "S" TO W-ACAOEU
           MOVE CODMEDICPI TO W-CODMEDEU
           MOVE W-UNIDADM TO W-UNIDEU
           MOVE 1 TO W-QTDEEU
           PERFORM CHAMA-ESTUNID THRU FIM-CHAMA-ESTUNID
           ACCEPT DATAMOVTX FROM DATE YYYYMMDD
           ACCEPT HORAMOVTX FROM TIME
           MOVE CODMEDICPI TO CODMEDICMOVTX
           MOVE 1 TO QTDEMOVTX
           MOVE W-CODOPERLOG TO CODOPERMOVTX
           MOVE W-PRIMLOTE TO LOTEMOVTX
           MOVE W-UNIDADM TO UNIDMOVTX
           MOVE CPFPI TO CPFMOVTX
           MOVE MOVESTX TO REGMOVEST
           WRITE REGMOVEST
           MOVE "S" TO W-TIPOCTR
           PERFORM VERIFICA-CONTROLADO THRU FIM-VERIFICA-CONTROLADO
           MOVE "S" TO W-BAIXOU
           IF W-SALDOEU < W-MINIMOEU
              MOVE "** ATENCAO: ESTOQUE DA UNIDADE ABAIXO DO MINIMO **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FIM-BAIXA-ESTOQUE.
           EXIT.
      *-----UNIDADE DA INTERNACAO DA DOSE CHECADA----------------------
       LER-UNIDADE-INTERN.
           MOVE ZEROS TO W-UNIDADM
           MOVE CPFPI TO CPFINTERN
           COMPUTE ANOINTERN = DATAINTPI / 10000
           COMPUTE MESINTERN = (DATAINTPI
                 - ANOINTERN * 10000) / 100
           COMPUTE DIAINTERN = DATAINTPI
                 - ANOINTERN * 10000 - MESINTERN * 100
           MOVE HORAINTPI TO HORAINTERN
           READ CADINTERN
           IF ST-ERRO = "00"
              MOVE UNIDINT TO W-UNIDADM.
       FIM-LER-UNIDADE-INTERN.
           EXIT.
      *-----BAIXA FEFO NOS LOTES DA UNIDADE (VENCE PRIMEIRO, SAI------
      *-----PRIMEIRO); O MESMO LOTE SAI TAMBEM DO SALDO DA REDE---------
       BAIXA-LOTES.
           MOVE "N" TO W-TEMLOTES
           MOVE SPACES TO W-PRIMLOTE
           MOVE ZEROS TO W-SALDOVALIDO
      *-----SOMAR O SALDO DOS LOTES DA UNIDADE DENTRO DA VALIDADE--------
           MOVE "V" TO W-ACAOEU
           MOVE CODMEDICPI TO W-CODMEDEU
           MOVE W-UNIDADM TO W-UNIDEU
           PERFORM CHAMA-ESTUNID THRU FIM-CHAMA-ESTUNID
           IF W-OKEU NOT = "S"
              GO TO FIM-BAIXA-LOTES.
           MOVE "S" TO W-TEMLOTES
           MOVE W-SALDOEU TO W-SALDOVALIDO
           IF W-SALDOVALIDO < 1
              GO TO FIM-BAIXA-LOTES.
           MOVE 1 TO W-QTDERESTA.
       BAIXA-LOTES3.
           IF W-QTDERESTA = ZEROS
              GO TO FIM-BAIXA-LOTES.
           MOVE "F" TO W-ACAOEU
           MOVE CODMEDICPI TO W-CODMEDEU
           MOVE W-UNIDADM TO W-UNIDEU
           PERFORM CHAMA-ESTUNID THRU FIM-CHAMA-ESTUNID
           IF W-OKEU NOT = "S"
              GO TO FIM-BAIXA-LOTES.
           MOVE W-LOTEEU TO W-LOTEFEFO
           IF W-SALDOEU NOT < W-QTDERESTA
              MOVE W-QTDERESTA TO W-QTDELOTE
           ELSE
              MOVE W-SALDOEU TO W-QTDELOTE.
           MOVE "L" TO W-ACAOEU
           MOVE W-QTDELOTE TO W-QTDEEU
           PERFORM CHAMA-ESTUNID THRU FIM-CHAMA-ESTUNID
           IF W-OKEU NOT = "S"
              GO TO FIM-BAIXA-LOTES.
           SUBTRACT W-QTDELOTE FROM W-QTDERESTA
           IF W-PRIMLOTE = SPACES
              MOVE W-LOTEFEFO TO W-PRIMLOTE.
           IF W-LOTEOK NOT = "S"
              GO TO BAIXA-LOTES3.
           MOVE CODMEDICPI TO CODMEDICLOTE
           MOVE W-LOTEFEFO TO LOTEEST
           READ CADLOTEEST
           IF ST-ERRO NOT = "00"
              GO TO BAIXA-LOTES3.
           IF SALDOLOTE < W-QTDELOTE
              MOVE ZEROS TO SALDOLOTE
           ELSE
              SUBTRACT W-QTDELOTE FROM SALDOLOTE.
           REWRITE REGLOTEEST
           GO TO BAIXA-LOTES3.
       FIM-BAIXA-LOTES.
           EXIT.
      *-----SALDO DA UNIDADE E DO LOTE NA UNIDADE (ESTUNID)-------------
       CHAMA-ESTUNID.
           CALL "ESTUNID" USING W-ACAOEU W-CODMEDEU W-UNIDEU W-LOTEEU
                W-VALIDADEEU W-QTDEEU W-SALDOEU W-MINIMOEU W-OKEU
              ON OVERFLOW
                 MOVE "N" TO W-OKEU.
       FIM-CHAMA-ESTUNID.
           EXIT.
      *-----CONTROLADOS ADMINISTRADOS NA ENFERMARIA VAO AO LIVRO---------
       VERIFICA-CONTROLADO.
           IF W-CTRLOK NOT = "S"
           ACCEPT DATACTRTX FROM DATE YYYYMMDD
           ACCEPT HORACTRTX FROM TIME
           MOVE CODMEDICPI TO CODMEDICCTRTX
           MOVE W-TIPOCTR TO TIPOCTRTX
           MOVE 1 TO QTDECTRTX
           MOVE CPFADM TO CPFCTRTX
           MOVE DATAADM TO DATARECCTRTX
           MOVE MEDICAMENTOPI TO MEDOMISTX
           MOVE DATAADM TO DATAOMISTX
           MOVE HORAADM TO HORAOMISTX
           PERFORM RESPONSAVEL-OMISSAO THRU FIM-RESPONSAVEL-OMISSAO
           WRITE REGRELOMISTX FROM DETOMIS
           GO TO OMISSOES-L1.
       OMISSOES-FIM.
           MOVE "*** RELATORIO RELOMIS.DOC GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *-----ENFERMEIRO (OU TECNICO) ESCALADO NA UNIDADE NO HORARIO------
       RESPONSAVEL-OMISSAO.
           MOVE "NAO ESCALADO" TO RESPOMISTX
           PERFORM LER-UNIDADE-INTERN THRU FIM-LER-UNIDADE-INTERN
           IF W-UNIDADM = ZEROS
              MOVE "SEM UNIDADE" TO RESPOMISTX
              GO TO FIM-RESPONSAVEL-OMISSAO.
           MOVE W-UNIDADM TO W-UNIDES
           MOVE DATAADM TO W-DATAES
           MOVE HORAADM TO W-HORAES
           MOVE 1 TO W-CATEGES
           MOVE ZEROS TO W-ESPECES
           PERFORM CHAMA-ESCALADO THRU FIM-CHAMA-ESCALADO
           IF W-OKES NOT = "S"
              MOVE 2 TO W-CATEGES
              PERFORM CHAMA-ESCALADO THRU FIM-CHAMA-ESCALADO.
           IF W-OKES = "S"
              MOVE W-NOMEES TO RESPOMISTX.
       FIM-RESPONSAVEL-OMISSAO.
           EXIT.
      *
       CHAMA-ESCALADO.
           CALL "ESCALADO" USING W-UNIDES W-DATAES W-HORAES W-CATEGES
                W-ESPECES W-CODFUNCES W-NOMEES W-CRMES W-QTDEES W-OKES
              ON OVERFLOW
                 MOVE "N" TO W-OKES.
       FIM-CHAMA-ESCALADO.
           EXIT.
      *----------------DEVOLUCAO A FARMACIA (DOSE NAO ADMINISTRADA)------
       DEVOLUCAO.
           MOVE ZEROS TO W-CPFDEV W-DATAINTDEV W-HORAINTDEV W-LINHADEV
           MOVE SPACES TO W-MOTIVODEV
           DISPLAY (13, 03) "CPF DO PACIENTE            : "
           ACCEPT (13, 32) W-CPFDEV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-CPFDEV = ZEROS
              GO TO MENU-FUNCAO.
           DISPLAY (14, 03) "DATA INTERNACAO (AAAAMMDD) : "
           ACCEPT (14, 32) W-DATAINTDEV
           DISPLAY (15, 03) "HORA INTERNACAO (HHMM)     : "
           ACCEPT (15, 32) W-HORAINTDEV
           MOVE W-CPFDEV TO CPFPI
           MOVE W-DATAINTDEV TO DATAINTPI
           MOVE W-HORAINTDEV TO HORAINTPI
           PERFORM LER-UNIDADE-INTERN THRU FIM-LER-UNIDADE-INTERN
           IF W-UNIDADM = ZEROS
              MOVE "*** INTERNACAO NAO ENCONTRADA OU SEM UNIDADE ***"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           DISPLAY (16, 03) "LINHA (00 = TODAS)         : "
           ACCEPT (16, 32) W-LINHADEV.
       DEVOLUCAO-L2.
           DISPLAY (17, 03) "MOTIVO (A-ALTA S-SUSPENSA O-OMITIDA) : "
           ACCEPT (17, 42) W-MOTIVODEV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
           IF W-MOTIVODEV NOT = "A" AND W-MOTIVODEV NOT = "S"
                                    AND W-MOTIVODEV NOT = "O"
              MOVE "*** DIGITE A, S OU O ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEVOLUCAO-L2.
           MOVE "N" TO W-PROCESSA
           PERFORM VARRE-DEVOLUCAO THRU FIM-VARRE-DEVOLUCAO
           IF W-QTDEDEV = ZEROS
              MOVE "*** NENHUMA DOSE A DEVOLVER ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           DISPLAY (19, 03) "DOSES A DEVOLVER : " W-QTDEDEV.
       DEVOLUCAO-OPC.
           MOVE SPACES TO W-OPCAO
           DISPLAY (23, 40) "CONFIRMA A DEVOLUCAO (S/N) : ".
           ACCEPT (23, 69) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO DEVOLUCAO-L2.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DEVOLUCAO NAO REGISTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEVOLUCAO-OPC.
           MOVE "S" TO W-PROCESSA
           PERFORM VARRE-DEVOLUCAO THRU FIM-VARRE-DEVOLUCAO
           DISPLAY (20, 03) "DOSES DEVOLVIDAS : " W-QTDEDEV
           MOVE "*** DEVOLUCAO REGISTRADA NO ESTOQUE ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *-----DOSES DA INTERNACAO QUE SAIRAM E NAO FORAM ADMINISTRADAS----
      *-----(W-PROCESSA = N SO CONTA; = S DEVOLVE AO ESTOQUE)-----------
       VARRE-DEVOLUCAO.
           MOVE ZEROS TO W-QTDEDEV
           MOVE W-CPFDEV TO CPFADM
           MOVE W-DATAINTDEV TO DATAINTADM
           MOVE W-HORAINTDEV TO HORAINTADM
           MOVE W-LINHADEV TO LINHAADM
           MOVE ZEROS TO DATAADM HORAADM
           START CADADMIN KEY IS NOT LESS KEYADMIN INVALID KEY
                 GO TO FIM-VARRE-DEVOLUCAO.
       VARRE-DEVOLUCAO1.
           READ CADADMIN NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-VARRE-DEVOLUCAO.
           IF CPFADM NOT = W-CPFDEV OR DATAINTADM NOT = W-DATAINTDEV
                                    OR HORAINTADM NOT = W-HORAINTDEV
              GO TO FIM-VARRE-DEVOLUCAO.
           IF W-LINHADEV NOT = ZEROS AND LINHAADM NOT = W-LINHADEV
              GO TO FIM-VARRE-DEVOLUCAO.
           IF NOT DOSE-NA-ENFERMARIA OR ADM-ADMINISTRADO
              GO TO VARRE-DEVOLUCAO1.
           IF W-MOTIVODEV = "O" AND NOT ADM-OMITIDO
              GO TO VARRE-DEVOLUCAO1.
           IF W-PROCESSA NOT = "S"
              ADD 1 TO W-QTDEDEV
              GO TO VARRE-DEVOLUCAO1.
           PERFORM LER-PRESC THRU FIM-LER-PRESC
           PERFORM DEVOLVE-DOSE THRU FIM-DEVOLVE-DOSE
           IF W-DEVOLVEU NOT = "S"
              GO TO VARRE-DEVOLUCAO1.
           MOVE "D" TO BAIXAADM
           MOVE W-MOTIVODEV TO MOTIVODEVADM
           REWRITE REGADMIN
           MOVE KEYADMIN TO CHAVELOGTX
           MOVE "V" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           ADD 1 TO W-QTDEDEV
           GO TO VARRE-DEVOLUCAO1.
       FIM-VARRE-DEVOLUCAO.
           EXIT.
      *-----A DOSE VOLTA AO LOTE DE ORIGEM NA REDE E NA UNIDADE---------
       DEVOLVE-DOSE.
           MOVE "N" TO W-DEVOLVEU
           IF CODMEDICPI = ZEROS
              GO TO FIM-DEVOLVE-DOSE.
           MOVE CODMEDICPI TO CODMEDICEST
           READ CADESTOQUE
           IF ST-ERRO NOT = "00"
              GO TO FIM-DEVOLVE-DOSE.
           ADD 1 TO SALDOESTOQUE
           REWRITE REGESTOQUE
           MOVE ZEROS TO W-VALIDADEEU
           MOVE "N" TO W-RECOLHIDO
           IF LOTEADM = SPACES
              GO TO DEVOLVE-DOSE2.
           MOVE "K" TO W-ACAOEU
           MOVE CODMEDICPI TO W-CODMEDEU
           MOVE W-UNIDADM TO W-UNIDEU
           MOVE LOTEADM TO W-LOTEEU
           PERFORM CHAMA-ESTUNID THRU FIM-CHAMA-ESTUNID
           IF W-LOTEOK NOT = "S"
              GO TO DEVOLVE-DOSE2.
           MOVE CODMEDICPI TO CODMEDICLOTE
           MOVE LOTEADM TO LOTEEST
           READ CADLOTEEST
           IF ST-ERRO NOT = "00"
              GO TO DEVOLVE-DOSE2.
           ADD 1 TO SALDOLOTE
           REWRITE REGLOTEEST
           IF W-VALIDADEEU = ZEROS
              MOVE VALIDADELOTE TO W-VALIDADEEU.
           IF LOTE-RECOLHIDO
              MOVE "S" TO W-RECOLHIDO.
       DEVOLVE-DOSE2.
           MOVE "E" TO W-ACAOEU
           MOVE CODMEDICPI TO W-CODMEDEU
           MOVE W-UNIDADM TO W-UNIDEU
           MOVE LOTEADM TO W-LOTEEU
           MOVE 1 TO W-QTDEEU
           PERFORM CHAMA-ESTUNID THRU FIM-CHAMA-ESTUNID
      *-----LOTE RECOLHIDO DEVOLVIDO CONTINUA BLOQUEADO NA UNIDADE------
           IF W-RECOLHIDO = "S"
              MOVE "B" TO W-ACAOEU
              PERFORM CHAMA-ESTUNID THRU FIM-CHAMA-ESTUNID.
           ACCEPT DATAMOVTX FROM DATE YYYYMMDD
           ACCEPT HORAMOVTX FROM TIME
           MOVE CODMEDICPI TO CODMEDICMOVTX
           MOVE "V" TO TIPOMOVTX
           MOVE 1 TO QTDEMOVTX
           MOVE W-CODOPERLOG TO CODOPERMOVTX
           MOVE LOTEADM TO LOTEMOVTX
           MOVE W-UNIDADM TO UNIDMOVTX
           MOVE CPFADM TO CPFMOVTX
           MOVE MOVESTX TO REGMOVEST
           WRITE REGMOVEST
           MOVE "D" TO W-TIPOCTR
           PERFORM VERIFICA-CONTROLADO THRU FIM-VERIFICA-CONTROLADO
           MOVE "S" TO W-DEVOLVEU.
       FIM-DEVOLVE-DOSE.
           EXIT.
      *----------------DOSES ENVIADAS X ADMINISTRADAS X DEVOLVIDAS-------
       RELDEVOL.
           MOVE ZEROS TO W-DATAINIREL W-DATAFIMREL
           DISPLAY (13, 03) "DATA INICIAL (AAAAMMDD) : "
           ACCEPT (13, 29) W-DATAINIREL
           DISPLAY (14, 03) "DATA FINAL (0 = HOJE)   : "
           ACCEPT (14, 29) W-DATAFIMREL
           IF W-DATAFIMREL = ZEROS
              MOVE W-DATAHOJE TO W-DATAFIMREL.
           IF W-DATAFIMREL < W-DATAINIREL
              MOVE "*** PERIODO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           OPEN OUTPUT RELDEVOLTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELDEVOL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           OPEN INPUT CADUNIDADE
           IF ST-ERRO = "00"
              MOVE "S" TO W-UNIOK
           ELSE
              MOVE "N" TO W-UNIOK.
           MOVE ZEROS TO TAB-DEVUNID TOT-DEV
           MOVE ZEROS TO W-CPFULT W-DATAINTULT W-HORAINTULT W-UNIDADM
           MOVE ZEROS TO KEYADMIN
           START CADADMIN KEY IS NOT LESS KEYADMIN INVALID KEY
                 GO TO RELDEVOL-IMPRIME.
       RELDEVOL-L1.
           READ CADADMIN NEXT
           IF ST-ERRO NOT = "00"
              GO TO RELDEVOL-IMPRIME.
           IF DATAADM < W-DATAINIREL OR DATAADM > W-DATAFIMREL
              GO TO RELDEVOL-L1.
           IF NOT DOSE-NA-ENFERMARIA AND NOT DOSE-DEVOLVIDA
              GO TO RELDEVOL-L1.
           IF CPFADM NOT = W-CPFULT OR DATAINTADM NOT = W-DATAINTULT
                                    OR HORAINTADM NOT = W-HORAINTULT
              MOVE CPFADM TO CPFPI W-CPFULT
              MOVE DATAINTADM TO DATAINTPI W-DATAINTULT
              MOVE HORAINTADM TO HORAINTPI W-HORAINTULT
              PERFORM LER-UNIDADE-INTERN THRU FIM-LER-UNIDADE-INTERN.
           COMPUTE W-INDU = W-UNIDADM + 1
           ADD 1 TO TBD-ENVIADA(W-INDU)
           IF DOSE-DEVOLVIDA
              ADD 1 TO TBD-DEVOLV(W-INDU)
              GO TO RELDEVOL-L1.
           IF ADM-ADMINISTRADO
              ADD 1 TO TBD-ADMIN(W-INDU)
              GO TO RELDEVOL-L1.
      *-----PREVISTA PARA HOJE OU DEPOIS AINDA PODE SER ADMINISTRADA-----
           IF ADM-PREVISTO AND DATAADM NOT < W-DATAHOJE
              ADD 1 TO TBD-PEND(W-INDU)
              GO TO RELDEVOL-L1.
           ADD 1 TO TBD-PERDA(W-INDU)
           GO TO RELDEVOL-L1.
       RELDEVOL-IMPRIME.
           WRITE REGRELDEVOLTX FROM CABDEV
           MOVE W-DATAINIREL TO DATAINIDEVTX
           MOVE W-DATAFIMREL TO DATAFIMDEVTX
           WRITE REGRELDEVOLTX FROM CABDEV2
           WRITE REGRELDEVOLTX FROM CABDEV3
           MOVE 1 TO W-INDU.
       RELDEVOL-I1.
           IF W-INDU > 100
              GO TO RELDEVOL-FIM.
           IF TBD-ENVIADA(W-INDU) = ZEROS
              ADD 1 TO W-INDU
              GO TO RELDEVOL-I1.
           COMPUTE UNIDDEVTX = W-INDU - 1
           MOVE "SEM UNIDADE" TO NOMEDEVTX
           IF W-UNIOK = "S" AND W-INDU > 1
              MOVE SPACES TO NOMEDEVTX
              MOVE UNIDDEVTX TO CODUNIDADE
              READ CADUNIDADE
              IF ST-ERRO = "00"
                 MOVE NOMEUNIDADE TO NOMEDEVTX.
           MOVE TBD-ENVIADA(W-INDU) TO ENVDEVTX
           MOVE TBD-ADMIN(W-INDU) TO ADMDEVTX
           MOVE TBD-DEVOLV(W-INDU) TO DEVDEVTX
           MOVE TBD-PEND(W-INDU) TO PENDDEVTX
           MOVE TBD-PERDA(W-INDU) TO PERDADEVTX
           ADD TBD-ENVIADA(W-INDU) TO TOT-ENVIADA
           ADD TBD-ADMIN(W-INDU) TO TOT-ADMIN
           ADD TBD-DEVOLV(W-INDU) TO TOT-DEVOLV
           ADD TBD-PEND(W-INDU) TO TOT-PEND
           ADD TBD-PERDA(W-INDU) TO TOT-PERDA
           WRITE REGRELDEVOLTX FROM DETDEV
           ADD 1 TO W-INDU
           GO TO RELDEVOL-I1.
       RELDEVOL-FIM.
           MOVE ZEROS TO UNIDDEVTX
           MOVE "TOTAL GERAL" TO NOMEDEVTX
           MOVE TOT-ENVIADA TO ENVDEVTX
           MOVE TOT-ADMIN TO ADMDEVTX
           MOVE TOT-DEVOLV TO DEVDEVTX
           MOVE TOT-PEND TO PENDDEVTX
           MOVE TOT-PERDA TO PERDADEVTX
           WRITE REGRELDEVOLTX FROM DETDEV
           CLOSE RELDEVOLTX
           IF W-UNIOK = "S"
              CLOSE CADUNIDADE.
           DISPLAY (18, 05) "DOSES SEM RETORNO: " TOT-PERDA
           MOVE "*** RELATORIO RELDEVOL.DOC GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *
      *****************************************
      * ROTINA DE AUDITORIA                   *
