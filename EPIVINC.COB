       IDENTIFICATION DIVISION.
       PROGRAM-ID. EPIVINC.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    VINCULACAO AUTOMATICA AOS EPISODIOS DE CUIDADO ABERTOS     *
      *    REGRAS (SO REGISTROS A PARTIR DA ABERTURA DO EPISODIO):    *
      *    1 - CONSULTA DO PACIENTE COM CID DA MESMA CATEGORIA (3     *
      *        PRIMEIRAS POSICOES) DO CID DE ABERTURA                 *
      *    2 - INTERNACAO DO PACIENTE COM CID DA MESMA CATEGORIA      *
      *    3 - EXAMES E ENCAMINHAMENTOS PEDIDOS NAS CONSULTAS E       *
      *        INTERNACOES JA VINCULADAS, E A INTERNACAO ABERTA NA    *
      *        CONSULTA VINCULADA (E A CONSULTA DA INTERNACAO)        *
      *    REGISTRO JA VINCULADO (OU DESVINCULADO MANUALMENTE) NAO E  *
      *    ALTERADO. RODA NO PROCESSO NOTURNO E PELO EPISODIO         *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADEPISODIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYEPISODIO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CPFEPI
                       WITH DUPLICATES.
       SELECT CADEPIVINC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYEPIVINC
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NUMEPIVINC
                       WITH DUPLICATES.
       SELECT CADCONSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPAL
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DATACONS
                       WITH DUPLICATES.
       SELECT CADEXAME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYEXAME
                    FILE STATUS  IS ST-ERRO.
       SELECT CADENCAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYENCAM
                    FILE STATUS  IS ST-ERRO.
       SELECT CADINTERN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYINTERN
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
       SELECT LOTEPARAM ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT CADLOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------EPISODIO DE CUIDADO (NUMERACAO CENTRAL, SERIE EPIS)-----
       FD CADEPISODIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPISODIO.DAT".
       01  REGEPISODIO.
           03 KEYEPISODIO.
              05 NUMEPI           PIC 9(06).
           03 CPFEPI              PIC 9(11).
           03 CIDEPI              PIC X(07).
           03 CRMEPI              PIC 9(06).
           03 CONVEPI             PIC 9(04).
           03 DATAABEPI           PIC 9(08).
           03 DATAFECEPI          PIC 9(08).
           03 STATUSEPI           PIC X(01).
              88 EPI-ABERTO         VALUE "A".
              88 EPI-ENCERRADO      VALUE "E".
           03 DESCEPI             PIC X(40).
           03 OPERABEPI           PIC 9(04).
           03 OPERFECEPI          PIC 9(04).
           03 FILLER              PIC X(20).
      *---------REGISTROS VINCULADOS AO EPISODIO------------------------
      *  TIPOVINC: C CONSULTA  E EXAME  N ENCAMINHAMENTO  I INTERNACAO
      *  CHAVEVINC: CHAVE DO REGISTRO NO SEU ARQUIVO (CPF+DATA+HORA
      *  E, PARA EXAME E ENCAMINHAMENTO, A LINHA)
       FD CADEPIVINC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPIVINC.DAT".
       01  REGEPIVINC.
           03 KEYEPIVINC.
              05 TIPOVINC         PIC X(01).
                 88 VINC-CONSULTA   VALUE "C".
                 88 VINC-EXAME      VALUE "E".
                 88 VINC-ENCAM      VALUE "N".
                 88 VINC-INTERN     VALUE "I".
              05 CHAVEVINC        PIC X(25).
           03 NUMEPIVINC          PIC 9(06).
           03 ORIGEMVINC          PIC X(01).
              88 VINC-AUTOMATICO    VALUE "A".
              88 VINC-MANUAL        VALUE "M".
              88 VINC-EXCLUIDO      VALUE "X".
           03 DATAREFVINC         PIC 9(08).
           03 DATAVINC            PIC 9(08).
           03 OPERVINC            PIC 9(04).
           03 FILLER              PIC X(10).
      *
       FD CADCONSU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSU.DAT".
       01 REGCONS.
          03 KEYPRINCIPAL.
              05 CPFPACIENTE    PIC 9(11).
              05 DATACONS.
                 07 DIAC        PIC 9(02).
                 07 MESC        PIC 9(02).
                 07 ANOC        PIC 9(04).
              05 HORAC          PIC 9(04).
          03 CODMED             PIC 9(06).
          03 CODCONV            PIC 9(04).
          03 CODCID             PIC X(07).
          03 DESCRICAO1         PIC X(60).
          03 DESCRICAO2         PIC X(60).
          03 STATUSCONS         PIC X(01).
             88 AGENDADA        VALUE "A".
             88 REALIZADA       VALUE "R".
             88 CANCELADA       VALUE "C".
             88 FALTOU          VALUE "F".
          03 VALOR              PIC 9(06)V99.
          03 PAGO               PIC X(01).
             88 PAGO-SIM        VALUE "S".
             88 PAGO-NAO        VALUE "N".
          03 PESO               PIC 9(03)V9.
          03 ALTURA             PIC 9(03).
          03 PRESSAOSIS         PIC 9(03).
          03 PRESSAODIA         PIC 9(03).
          03 TEMPERATURA        PIC 9(02)V9.
          03 RETORNO.
             05 DIARETORNO       PIC 9(02).
             05 MESRETORNO       PIC 9(02).
             05 ANORETORNO       PIC 9(04).
          03 SEVERIDADE          PIC 9(01).
             88 SEV-NAO-INFORMADA  VALUE 0.
             88 SEV-EMERGENCIA     VALUE 1.
             88 SEV-URGENCIA       VALUE 2.
             88 SEV-SEMI-URGENCIA  VALUE 3.
             88 SEV-NAO-URGENCIA   VALUE 4.
          03 CODSALA             PIC 9(02).
          03 UNIDADE              PIC 9(02).
          03 LEMBRETEENVIADO      PIC X(01).
      *
       FD CADEXAME
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXAME.DAT".
       01  REGEXAME.
           03 KEYEXAME.
              05 CPFEXAME         PIC 9(11).
              05 DATAEXAME.
                 07 DIAEXAME      PIC 9(02).
                 07 MESEXAME      PIC 9(02).
                 07 ANOEXAME      PIC 9(04).
              05 HORAEXAME        PIC 9(04).
              05 NUMLINHAEX       PIC 9(02).
           03 TIPOEXAME           PIC X(30).
           03 DATAREALIZADA.
              05 DIAREALIZADA     PIC 9(02).
              05 MESREALIZADA     PIC 9(02).
              05 ANOREALIZADA     PIC 9(04).
           03 STATUSEXAME         PIC X(01).
              88 PEDIDO           VALUE "P".
              88 REALIZADO        VALUE "R".
              88 CANCELADO        VALUE "C".
           03 RESULTADO           PIC X(60).
           03 CODTIPOEX           PIC 9(04).
           03 RESULTNUM           PIC 9(06)V99.
           03 FLAGANORMAL         PIC X(01).
      *
       FD CADENCAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADENCAM.DAT".
       01  REGENCAM.
           03 KEYENCAM.
              05 CPFENCAM         PIC 9(11).
              05 DATAENCAM.
                 07 DIAENCAM      PIC 9(02).
                 07 MESENCAM      PIC 9(02).
                 07 ANOENCAM      PIC 9(04).
              05 HORAENCAM        PIC 9(04).
              05 NUMLINHA         PIC 9(02).
           03 ESPECDESTINO        PIC 9(02).
           03 URGENCIAENC         PIC 9(01).
              88 ENC-URGENTE        VALUE 1.
              88 ENC-ROTINA         VALUE 2.
           03 STATUSENCAM         PIC X(01).
              88 ENC-PENDENTE       VALUE "P".
              88 ENC-REALIZADO      VALUE "R".
      *
       FD CADINTERN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADINTERN.DAT".
       01  REGINTERN.
           03 KEYINTERN.
              05 CPFINTERN        PIC 9(11).
              05 DATAINTERN.
                 07 DIAINTERN     PIC 9(02).
                 07 MESINTERN     PIC 9(02).
                 07 ANOINTERN     PIC 9(04).
              05 HORAINTERN       PIC 9(04).
           03 UNIDINT             PIC 9(02).
           03 LEITOINT            PIC 9(03).
           03 DATAENTRADA         PIC 9(08).
           03 HORAENTRADA         PIC 9(04).
           03 CIDINT              PIC X(07).
           03 DATAALTA            PIC 9(08).
           03 HORAALTA            PIC 9(04).
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
           03 PERFILSESSAO        PIC 9(01).
      *
       FD SESATUAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SESATUAL.DAT".
       01  REGSESATUAL            PIC 9(04).
      *
       FD LOTEPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOTEPARAM.DAT".
       01 REGLOTEPARAM.
          03 PARAMEMLOTE        PIC X(01).
          03 PARAMDATAINI       PIC 9(08).
          03 PARAMDATAFIM       PIC 9(08).
          03 PARAMDATAGER       PIC 9(08).
      *
       FD CADLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOG.DAT".
       01  REGLOG                PIC X(90).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 IND1           PIC 9(03) VALUE ZEROS.
       01 W-EMLOTE       PIC X(01) VALUE "N".
       01 W-DATAHOJE     PIC 9(08) VALUE ZEROS.
       01 W-EXAMEOK      PIC X(01) VALUE "N".
       01 W-ENCAMOK      PIC X(01) VALUE "N".
       01 W-INTOK        PIC X(01) VALUE "N".
       01 W-CATEPI       PIC X(03) VALUE SPACES.
       01 W-DATAREF      PIC 9(08) VALUE ZEROS.
       01 W-CHAVEATUAL   PIC X(23) VALUE SPACES.
       01 W-QTDEPI       PIC 9(06) VALUE ZEROS.
       01 W-QTDVINC      PIC 9(06) VALUE ZEROS.
      *---CONSULTAS E INTERNACOES JA VINCULADAS AO EPISODIO-------------
       01 W-QTDCV        PIC 9(03) VALUE ZEROS.
       01 TABVINCULADAS.
          03 TBV-CHAVE   PIC X(23) OCCURS 300 TIMES.
      *---AUDITORIA----------------------------------------------------
       01 W-SESSAOATUAL  PIC 9(04) VALUE ZEROS.
       01 W-PERFILLOG    PIC 9(01) VALUE ZEROS.
       01 W-CODOPERLOG   PIC 9(04) VALUE ZEROS.
       01 W-NOMEOPERLOG  PIC X(30) VALUE SPACES.
       01 LOGTX.
          03 DATALOGTX      PIC 9(08).
          03 FILLER         PIC X(01) VALUE " ".
          03 HORALOGTX      PIC 9(06).
          03 FILLER         PIC X(01) VALUE " ".
          03 CODOPERLOGTX   PIC 9(04).
          03 FILLER         PIC X(01) VALUE " ".
          03 NOMEOPERLOGTX  PIC X(30).
          03 FILLER         PIC X(01) VALUE " ".
          03 PROGRAMALOGTX  PIC X(09).
          03 FILLER         PIC X(01) VALUE " ".
          03 CHAVELOGTX     PIC X(25).
          03 FILLER         PIC X(01) VALUE " ".
          03 ACAOLOGTX      PIC X(01).
      *---CONTADORES DO PASSO PARA O PROCESSAMENTO NOTURNO-------------
       01 W-PROGRCT      PIC X(10) VALUE "EPIVINC".
       01 W-LIDOSCT      PIC 9(08) VALUE ZEROS.
       01 W-GRAVCT       PIC 9(08) VALUE ZEROS.
       01 W-REJEITCT     PIC 9(08) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*** VINCULACAO AUTOMATICA DE EPISODIOS ***"
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO W-QTDEPI W-QTDVINC
           MOVE ZEROS TO W-LIDOSCT W-GRAVCT W-REJEITCT.
      *-----NO PROCESSO NOTURNO O OPERADOR E O PROPRIO LOTE-------------
       VERIFICA-LOTE.
           MOVE "N" TO W-EMLOTE
           OPEN INPUT LOTEPARAM
           IF ST-ERRO NOT = "00"
              GO TO VERIFICA-LOTE1.
           READ LOTEPARAM
           IF ST-ERRO = "00" AND PARAMEMLOTE = "S"
              MOVE "S" TO W-EMLOTE.
           CLOSE LOTEPARAM.
       VERIFICA-LOTE1.
           IF W-EMLOTE = "S"
              MOVE ZEROS TO W-CODOPERLOG
              MOVE "PROCESSO NOTURNO" TO W-NOMEOPERLOG
           ELSE
              PERFORM ABRIR-CADSESSAO.
       ABRIR-ARQUIVOS.
           OPEN INPUT CADEPISODIO
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO CADEPISODIO NAO ENCONTRADO"
              GO TO ROT-FIM1.
       ABRIR-ARQUIVOS1.
           OPEN I-O CADEPIVINC
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADEPIVINC
                CLOSE CADEPIVINC
                GO TO ABRIR-ARQUIVOS1
             ELSE
                DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEPIVINC"
                CLOSE CADEPISODIO
                GO TO ROT-FIM1.
           OPEN INPUT CADCONSU
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCONSU"
              CLOSE CADEPISODIO CADEPIVINC
              GO TO ROT-FIM1.
           OPEN INPUT CADEXAME
           IF ST-ERRO = "00"
              MOVE "S" TO W-EXAMEOK.
           OPEN INPUT CADENCAM
           IF ST-ERRO = "00"
              MOVE "S" TO W-ENCAMOK.
           OPEN INPUT CADINTERN
           IF ST-ERRO = "00"
              MOVE "S" TO W-INTOK.
           OPEN EXTEND CADLOG
           IF ST-ERRO NOT = "00"
              OPEN OUTPUT CADLOG
              CLOSE CADLOG
              OPEN EXTEND CADLOG.
      *----------------VARRER OS EPISODIOS ABERTOS----------------------
       VARRE.
           MOVE ZEROS TO NUMEPI
           START CADEPISODIO KEY IS NOT LESS KEYEPISODIO INVALID KEY
                 GO TO TOTALIZA.
       VARRE1.
           READ CADEPISODIO NEXT
           IF ST-ERRO NOT = "00"
              GO TO TOTALIZA.
           ADD 1 TO W-LIDOSCT
           IF NOT EPI-ABERTO
              GO TO VARRE1.
           ADD 1 TO W-QTDEPI
           MOVE CIDEPI TO W-CATEPI
           IF W-CATEPI NOT = SPACES
              PERFORM REGRA-CONSULTA THRU FIM-REGRA-CONSULTA
              PERFORM REGRA-INTERN THRU FIM-REGRA-INTERN.
           PERFORM CARREGA-VINCULADAS THRU FIM-CARREGA-VINCULADAS
           MOVE 1 TO IND1
           PERFORM REGRA-ITENS THRU FIM-REGRA-ITENS
           GO TO VARRE1.
      *-----REGRA 1: CONSULTAS DA MESMA CATEGORIA DE CID----------------
       REGRA-CONSULTA.
           MOVE CPFEPI TO CPFPACIENTE
           MOVE ZEROS TO DATACONS HORAC
           START CADCONSU KEY IS NOT LESS KEYPRINCIPAL INVALID KEY
                 GO TO FIM-REGRA-CONSULTA.
       REGRA-CONSULTA1.
           READ CADCONSU NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-REGRA-CONSULTA.
           IF CPFPACIENTE NOT = CPFEPI
              GO TO FIM-REGRA-CONSULTA.
           IF CANCELADA OR FALTOU
              GO TO REGRA-CONSULTA1.
           IF CODCID (1: 3) NOT = W-CATEPI
              GO TO REGRA-CONSULTA1.
           COMPUTE W-DATAREF = ANOC * 10000 + MESC * 100 + DIAC
           IF W-DATAREF < DATAABEPI
              GO TO REGRA-CONSULTA1.
           MOVE "C" TO TIPOVINC
           MOVE KEYPRINCIPAL TO CHAVEVINC
           PERFORM GRAVA-VINCULO THRU FIM-GRAVA-VINCULO
           GO TO REGRA-CONSULTA1.
       FIM-REGRA-CONSULTA.
           EXIT.
      *-----REGRA 2: INTERNACOES DA MESMA CATEGORIA DE CID--------------
       REGRA-INTERN.
           IF W-INTOK NOT = "S"
              GO TO FIM-REGRA-INTERN.
           MOVE CPFEPI TO CPFINTERN
           MOVE ZEROS TO DATAINTERN HORAINTERN
           START CADINTERN KEY IS NOT LESS KEYINTERN INVALID KEY
                 GO TO FIM-REGRA-INTERN.
       REGRA-INTERN1.
           READ CADINTERN NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-REGRA-INTERN.
           IF CPFINTERN NOT = CPFEPI
              GO TO FIM-REGRA-INTERN.
           IF CIDINT (1: 3) NOT = W-CATEPI
              GO TO REGRA-INTERN1.
           COMPUTE W-DATAREF = ANOINTERN * 10000 + MESINTERN * 100
                 + DIAINTERN
           IF W-DATAREF < DATAABEPI
              GO TO REGRA-INTERN1.
           MOVE "I" TO TIPOVINC
           MOVE KEYINTERN TO CHAVEVINC
           PERFORM GRAVA-VINCULO THRU FIM-GRAVA-VINCULO
           GO TO REGRA-INTERN1.
       FIM-REGRA-INTERN.
           EXIT.
      *-----CONSULTAS/INTERNACOES VINCULADAS (REGRA OU MANUAL)----------
       CARREGA-VINCULADAS.
           MOVE ZEROS TO W-QTDCV
           MOVE NUMEPI TO NUMEPIVINC
           START CADEPIVINC KEY IS NOT LESS NUMEPIVINC INVALID KEY
                 GO TO FIM-CARREGA-VINCULADAS.
       CARREGA-VINCULADAS1.
           READ CADEPIVINC NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-CARREGA-VINCULADAS.
           IF NUMEPIVINC NOT = NUMEPI
              GO TO FIM-CARREGA-VINCULADAS.
           IF VINC-EXCLUIDO
              GO TO CARREGA-VINCULADAS1.
           IF NOT VINC-CONSULTA AND NOT VINC-INTERN
              GO TO CARREGA-VINCULADAS1.
           IF W-QTDCV > 299
              GO TO FIM-CARREGA-VINCULADAS.
           ADD 1 TO W-QTDCV
           MOVE CHAVEVINC TO TBV-CHAVE(W-QTDCV)
           GO TO CARREGA-VINCULADAS1.
       FIM-CARREGA-VINCULADAS.
           EXIT.
      *-----REGRA 3: ITENS PEDIDOS NOS ATENDIMENTOS VINCULADOS----------
       REGRA-ITENS.
           IF IND1 > W-QTDCV
              GO TO FIM-REGRA-ITENS.
           MOVE TBV-CHAVE(IND1) TO W-CHAVEATUAL
           PERFORM ITEM-CONSULTA THRU FIM-ITEM-CONSULTA
           PERFORM ITEM-INTERN THRU FIM-ITEM-INTERN
           PERFORM ITEM-EXAME THRU FIM-ITEM-EXAME
           PERFORM ITEM-ENCAM THRU FIM-ITEM-ENCAM
           ADD 1 TO IND1
           GO TO REGRA-ITENS.
       FIM-REGRA-ITENS.
           EXIT.
      *
       ITEM-CONSULTA.
           MOVE W-CHAVEATUAL TO KEYPRINCIPAL
           READ CADCONSU
           IF ST-ERRO NOT = "00"
              GO TO FIM-ITEM-CONSULTA.
           IF CANCELADA OR FALTOU
              GO TO FIM-ITEM-CONSULTA.
           COMPUTE W-DATAREF = ANOC * 10000 + MESC * 100 + DIAC
           MOVE "C" TO TIPOVINC
           MOVE KEYPRINCIPAL TO CHAVEVINC
           PERFORM GRAVA-VINCULO THRU FIM-GRAVA-VINCULO.
       FIM-ITEM-CONSULTA.
           EXIT.
      *
       ITEM-INTERN.
           IF W-INTOK NOT = "S"
              GO TO FIM-ITEM-INTERN.
           MOVE W-CHAVEATUAL TO KEYINTERN
           READ CADINTERN
           IF ST-ERRO NOT = "00"
              GO TO FIM-ITEM-INTERN.
           COMPUTE W-DATAREF = ANOINTERN * 10000 + MESINTERN * 100
                 + DIAINTERN
           MOVE "I" TO TIPOVINC
           MOVE KEYINTERN TO CHAVEVINC
           PERFORM GRAVA-VINCULO THRU FIM-GRAVA-VINCULO.
       FIM-ITEM-INTERN.
           EXIT.
      *
       ITEM-EXAME.
           IF W-EXAMEOK NOT = "S"
              GO TO FIM-ITEM-EXAME.
           MOVE W-CHAVEATUAL TO KEYEXAME (1: 23)
           MOVE ZEROS TO NUMLINHAEX
           START CADEXAME KEY IS NOT LESS KEYEXAME INVALID KEY
                 GO TO FIM-ITEM-EXAME.
       ITEM-EXAME1.
           READ CADEXAME NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-ITEM-EXAME.
           IF KEYEXAME (1: 23) NOT = W-CHAVEATUAL
              GO TO FIM-ITEM-EXAME.
           IF CANCELADO
              GO TO ITEM-EXAME1.
           COMPUTE W-DATAREF = ANOEXAME * 10000 + MESEXAME * 100
                 + DIAEXAME
           MOVE "E" TO TIPOVINC
           MOVE KEYEXAME TO CHAVEVINC
           PERFORM GRAVA-VINCULO THRU FIM-GRAVA-VINCULO
           GO TO ITEM-EXAME1.
       FIM-ITEM-EXAME.
           EXIT.
      *
       ITEM-ENCAM.
           IF W-ENCAMOK NOT = "S"
              GO TO FIM-ITEM-ENCAM.
           MOVE W-CHAVEATUAL TO KEYENCAM (1: 23)
           MOVE ZEROS TO NUMLINHA
           START CADENCAM KEY IS NOT LESS KEYENCAM INVALID KEY
                 GO TO FIM-ITEM-ENCAM.
       ITEM-ENCAM1.
           READ CADENCAM NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-ITEM-ENCAM.
           IF KEYENCAM (1: 23) NOT = W-CHAVEATUAL
              GO TO FIM-ITEM-ENCAM.
           COMPUTE W-DATAREF = ANOENCAM * 10000 + MESENCAM * 100
                 + DIAENCAM
           MOVE "N" TO TIPOVINC
           MOVE KEYENCAM TO CHAVEVINC
           PERFORM GRAVA-VINCULO THRU FIM-GRAVA-VINCULO
           GO TO ITEM-ENCAM1.
       FIM-ITEM-ENCAM.
           EXIT.
      *-----GRAVA O VINCULO SE O REGISTRO AINDA NAO TEM EPISODIO--------
       GRAVA-VINCULO.
           READ CADEPIVINC
           IF ST-ERRO = "00"
              GO TO FIM-GRAVA-VINCULO.
           MOVE NUMEPI TO NUMEPIVINC
           MOVE "A" TO ORIGEMVINC
           MOVE W-DATAREF TO DATAREFVINC
           MOVE W-DATAHOJE TO DATAVINC
           MOVE W-CODOPERLOG TO OPERVINC
           WRITE REGEPIVINC
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              ADD 1 TO W-REJEITCT
              GO TO FIM-GRAVA-VINCULO.
           ADD 1 TO W-QTDVINC
           MOVE CHAVEVINC TO CHAVELOGTX
           MOVE "N" TO ACAOLOGTX
           PERFORM ESCREVE-LOG.
       FIM-GRAVA-VINCULO.
           EXIT.
      *
       TOTALIZA.
           DISPLAY "EPISODIOS ABERTOS   : " W-QTDEPI
           DISPLAY "VINCULOS AUTOMATICOS: " W-QTDVINC.
       ROT-FIM.
           MOVE W-QTDVINC TO W-GRAVCT
           PERFORM INFORMA-LOTE THRU FIM-INFORMA-LOTE.
           CLOSE CADEPISODIO CADEPIVINC CADCONSU CADLOG
           IF W-EXAMEOK = "S"
              CLOSE CADEXAME.
           IF W-ENCAMOK = "S"
              CLOSE CADENCAM.
           IF W-INTOK = "S"
              CLOSE CADINTERN.
       ROT-FIM1.
           DISPLAY "*** FIM DA VINCULACAO DE EPISODIOS ***".
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
      *----------------------------------------------------
      * INFORMA AO LOTENOITE OS REGISTROS LIDOS/GRAVADOS
      *----------------------------------------------------
       INFORMA-LOTE.
           CALL "CONTALOTE" USING W-PROGRCT W-LIDOSCT W-GRAVCT
                W-REJEITCT.
       FIM-INFORMA-LOTE.
           EXIT.
      *
      *****************************************
      * ROTINA DE AUDITORIA                   *
      *****************************************
      *
       ABRIR-CADSESSAO.
           MOVE ZEROS TO W-CODOPERLOG
           MOVE "DESCONHECIDO" TO W-NOMEOPERLOG
           MOVE ZEROS TO W-SESSAOATUAL
           OPEN INPUT SESATUAL
           IF ST-ERRO = "00"
              READ SESATUAL
              IF ST-ERRO = "00"
                 MOVE REGSESATUAL TO W-SESSAOATUAL
                 CLOSE SESATUAL
              ELSE
                 CLOSE SESATUAL.
           IF W-SESSAOATUAL NOT = ZEROS
              OPEN INPUT CADSESSAO
              IF ST-ERRO = "00"
                 MOVE W-SESSAOATUAL TO CHAVESESSAO
                 READ CADSESSAO
                 IF ST-ERRO = "00"
                    MOVE CODOPERSESSAO TO W-CODOPERLOG
                    MOVE NOMEOPERSESSAO TO W-NOMEOPERLOG
                    MOVE PERFILSESSAO TO W-PERFILLOG
                    CLOSE CADSESSAO
                 ELSE
                    CLOSE CADSESSAO.
       ESCREVE-LOG.
           ACCEPT DATALOGTX FROM DATE YYYYMMDD
           ACCEPT HORALOGTX FROM TIME
           MOVE W-CODOPERLOG TO CODOPERLOGTX
           MOVE W-NOMEOPERLOG TO NOMEOPERLOGTX
           MOVE "EPIVINC" TO PROGRAMALOGTX
           MOVE LOGTX TO REGLOG
           WRITE REGLOG.
