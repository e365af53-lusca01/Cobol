                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO.
       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO.
       SELECT CADESPEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODESPEC
                    FILE STATUS  IS ST-ERRO.
       SELECT CADSALA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODSALAREG
                    FILE STATUS  IS ST-ERRO.
       SELECT CADAUSMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYAUSMED
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGOCONV
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPRECO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRECO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADSESSAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
           03 MODALIDADEEXT       PIC X(01).
           03 GRUPOEXT            PIC 9(06).
           03 CONFIRMAEXT         PIC X(01).
           03 ORIGEMEXT           PIC X(01).
              88 ORIGEM-PRONTO-ATEND VALUE "P".
           03 FILLER              PIC X(26).
      *-----------------------------PACIENTE---------------------------
       FD CADPACI
               LABEL RECORD IS STANDARD
               05 ANOCONSENTPACIENTE  PIC 9(04).
          03 NOMESOCIAL           PIC X(30).
          03 IDENTGENERO          PIC X(01).
      *----------------------MEDICO---------------------------------
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01  REGMED.
           03 CRM                       PIC 9(06).
           03 NOMEMEDICO                PIC X(30).
           03 ESPECIALIDADE             PIC 9(02).
           03 SEXOMEDICO                PIC X(01).
           03 EMAIL                     PIC X(30).
           03 TELEFONE.
              05 DDD                    PIC 9(02).
              05 NUMERO                 PIC 9(09).
           03 DATANASCMEDICO.
              05 DIAMEDICO              PIC 9(02).
              05 MESMEDICO              PIC 9(02).
              05 ANOMEDICO              PIC 9(04).
      *
       FD CADESPEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESPEC.DAT".
       01  REGESPEC.
           03 CODESPEC            PIC 9(02).
           03 DESCESPEC           PIC X(20).
      *------------------------SALA (CONSULTORIO/TURNO)-----------------
       FD CADSALA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSALA.DAT".
       01  REGSALA.
           03 CODSALAREG          PIC 9(02).
           03 DESCSALA            PIC X(20).
           03 CRMSALA             PIC 9(06).
           03 TURNOSALA           PIC 9(01).
              88 TURNO-MANHA        VALUE 1.
              88 TURNO-TARDE        VALUE 2.
              88 TURNO-NOITE        VALUE 3.
           03 DIASEMANASALA       PIC 9(01).
      *
       FD CADAUSMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUSMED.DAT".
       01  REGAUSMED.
           03 KEYAUSMED.
              05 CRMAUSMED        PIC 9(06).
              05 DATAINIAUS.
                 07 DIAINIAUS     PIC 9(02).
                 07 MESINIAUS     PIC 9(02).
                 07 ANOINIAUS     PIC 9(04).
           03 DATAFIMAUS.
              05 DIAFIMAUS        PIC 9(02).
              05 MESFIMAUS        PIC 9(02).
              05 ANOFIMAUS        PIC 9(04).
           03 MOTIVOAUS           PIC X(30).
      *
       FD CADCONV
              LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01  REGCONV.
           03 CODIGOCONV          PIC 9(04).
           03 NOMECONV            PIC X(30).
           03 PLANO               PIC 9(02).
           03 ANS                 PIC 9(06).
           03 ANSVALIDADE.
              05 ANSVALDIA        PIC 9(02).
              05 ANSVALMES        PIC 9(02).
              05 ANSVALANO        PIC 9(04).
      *
       FD CADPRECO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRECO.DAT".
       01  REGPRECO.
           03 KEYPRECO.
              05 CODCONVPRECO     PIC 9(04).
              05 PLANOPRECO       PIC 9(02).
              05 ESPECPRECO       PIC 9(02).
              05 VIGENCIAPRECO    PIC 9(08).
           03 VALORPRECO          PIC 9(06)V99.
      *
       FD CADSESSAO
               LABEL RECORD IS STANDARD
       01 W-CHAVESALVA   PIC X(23) VALUE SPACES.
       01 W-UNIDCONS     PIC 9(02) VALUE ZEROS.
       01 W-MAXSENHA     PIC 9(04) VALUE ZEROS.
      *---PRONTO ATENDIMENTO (CHEGADA SEM AGENDAMENTO)-----------
       01 W-TIPOENT      PIC X(01) VALUE "A".
       01 W-ESPECPA      PIC 9(02) VALUE ZEROS.
       01 W-CONVPA       PIC 9(04) VALUE ZEROS.
       01 W-CRMPA        PIC 9(06) VALUE ZEROS.
       01 W-SALAPA       PIC 9(02) VALUE ZEROS.
       01 W-VALORPA      PIC 9(06)V99 VALUE ZEROS.
       01 W-DATAPA.
          03 W-ANOPA     PIC 9(04).
          03 W-MESPA     PIC 9(02).
          03 W-DIAPA     PIC 9(02).
       01 W-DATAPANUM REDEFINES W-DATAPA PIC 9(08).
       01 W-DIASEMPA     PIC 9(01) VALUE ZEROS.
       01 W-TURNOPA      PIC 9(01) VALUE ZEROS.
       01 W-AUSENTE      PIC X(01) VALUE "N".
       01 W-CRMAUS       PIC 9(06) VALUE ZEROS.
       01 W-DATAINIAUSNUM PIC 9(08) VALUE ZEROS.
       01 W-DATAFIMAUSNUM PIC 9(08) VALUE ZEROS.
       01 W-MEDOK        PIC X(01) VALUE "N".
       01 W-ESPECOK      PIC X(01) VALUE "N".
       01 W-SALAOK       PIC X(01) VALUE "N".
      *---MEDICO ESCALADO NA UNIDADE (SUBPROGRAMA ESCALADO)------------
       01 W-UNIDES       PIC 9(02) VALUE ZEROS.
       01 W-DATAES       PIC 9(08) VALUE ZEROS.
       01 W-HORAES       PIC 9(04) VALUE ZEROS.
       01 W-CATEGES      PIC 9(01) VALUE ZEROS.
       01 W-ESPECES      PIC 9(02) VALUE ZEROS.
       01 W-CODFUNCES    PIC 9(05) VALUE ZEROS.
       01 W-NOMEES       PIC X(30) VALUE SPACES.
       01 W-CRMES        PIC 9(06) VALUE ZEROS.
       01 W-QTDEES       PIC 9(02) VALUE ZEROS.
       01 W-OKES         PIC X(01) VALUE SPACES.
       01 W-AUSMEDOK     PIC X(01) VALUE "N".
       01 W-CONVOK       PIC X(01) VALUE "N".
       01 W-PRECOOK      PIC X(01) VALUE "N".
       01 W-ZQ           PIC 9(02) VALUE ZEROS.
       01 W-ZM           PIC 9(02) VALUE ZEROS.
       01 W-ZANO         PIC 9(04) VALUE ZEROS.
       01 W-ZK           PIC 9(02) VALUE ZEROS.
       01 W-ZJ           PIC 9(02) VALUE ZEROS.
       01 W-ZH           PIC 9(02) VALUE ZEROS.
       01 W-ZT1          PIC 9(06) VALUE ZEROS.
       01 W-ZT2          PIC 9(06) VALUE ZEROS.
       01 W-ZT3          PIC 9(06) VALUE ZEROS.
       01 W-ZT4          PIC 9(06) VALUE ZEROS.
       01 W-ZT5          PIC 9(06) VALUE ZEROS.
       01 W-ZT6          PIC 9(06) VALUE ZEROS.
       01 SENHAPATX.
          03 FILLER      PIC X(36) VALUE
             "** PRONTO ATENDIMENTO GRAVADO SENHA ".
          03 SENHAPA     PIC 9(04).
          03 FILLER      PIC X(03) VALUE " **".
      *---AUDITORIA-------------------------------------------
       01 W-SESSAOATUAL  PIC 9(04) VALUE ZEROS.
      *---JANELA DE MANUTENCAO DO PROCESSAMENTO NOTURNO----------------
       01 W-HORAFIMJM    PIC 9(04) VALUE ZEROS.
       01 W-RESULTJM     PIC X(01) VALUE "N".
       01 MANUTTX.
          03 FILLER      PIC X(21) VALUE "** EM MANUTENCAO ATE ".
          03 MANUTHHTX   PIC 99.
          03 FILLER      PIC X(01) VALUE ":".
          03 MANUTMMTX   PIC 99.
          03 FILLER      PIC X(21) VALUE ", SOMENTE CONSULTA **".
       01 W-PERFILLOG    PIC 9(01) VALUE ZEROS.
       01 W-CODOPERLOG   PIC 9(04) VALUE ZEROS.
       01 W-NOMEOPERLOG  PIC X(30) VALUE SPACES.
          03 CHAVELOGTX     PIC X(23).
          03 FILLER         PIC X(01) VALUE " ".
          03 ACAOLOGTX      PIC X(01).
      *---DIARIO DE IMAGENS APOS ATUALIZACAO (RECUPERACAO)---------------
       01 W-ACAOJOR      PIC X(01) VALUE "G".
       01 W-ARQJOR       PIC X(12) VALUE SPACES.
       01 W-OPJOR        PIC X(01) VALUE SPACES.
       01 W-PROGRJOR     PIC X(10) VALUE "CHEGADA".
       01 W-OPERJOR      PIC 9(04) VALUE ZEROS.
       01 W-IMAGEMJOR    PIC X(200) VALUE SPACES.
       01 W-SEQJOR       PIC 9(08) VALUE ZEROS.
       01 W-OKJOR        PIC X(01) VALUE SPACES.
      *---CAPTURA DE ALTERACOES PARA EXPORTACAO DELTA------------------
       01 W-ACAODELTA    PIC X(01) VALUE "G".
       01 W-NOMEDELTA    PIC X(10) VALUE SPACES.
       01 W-ARQDELTA     PIC X(12) VALUE SPACES.
       01 W-CHAVEDELTA   PIC X(25) VALUE SPACES.
       01 W-OKDELTA      PIC X(01) VALUE SPACES.
       01 W-SEQDELTA     PIC 9(06) VALUE ZEROS.
      *------------------------------------
       SCREEN SECTION.
       01  TELACHEGADA.
               VALUE  "  OPERADOR :".
           05  LINE 14  COLUMN 01
               VALUE  "  UNIDADE :      SENHA DE ATENDIMENTO :".
           05  LINE 16  COLUMN 01
               VALUE  "  TIPO (A=AGENDADA  P=PRONTO ATENDIMENTO) :".
           05  LINE 17  COLUMN 01
               VALUE  "  ESPECIALIDADE :".
           05  LINE 17  COLUMN 45
               VALUE  "CONVENIO :".
           05  LINE 18  COLUMN 01
               VALUE  "  MEDICO DE PLANTAO :".
           05  LINE 19  COLUMN 01
               VALUE  "  SALA :".
           05  LINE 19  COLUMN 45
               VALUE  "VALOR :".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TCPFCHEGADA
               LINE 14  COLUMN 42  PIC 9(04)
               USING  SENHACHEG
               HIGHLIGHT.
           05  TTIPOENT
               LINE 16  COLUMN 46  PIC X(01)
               USING  W-TIPOENT
               HIGHLIGHT.
           05  TESPECPA
               LINE 17  COLUMN 19  PIC 9(02)
               USING  W-ESPECPA
               HIGHLIGHT.
           05  TDESCESPEC
               LINE 17  COLUMN 22  PIC X(20)
               USING  DESCESPEC
               HIGHLIGHT.
           05  TCONVPA
               LINE 17  COLUMN 56  PIC 9(04)
               USING  W-CONVPA
               HIGHLIGHT.
           05  TCRMPA
               LINE 18  COLUMN 23  PIC 9(06)
               USING  W-CRMPA
               HIGHLIGHT.
           05  TNOMEMEDICO
               LINE 18  COLUMN 30  PIC X(30)
               USING  NOMEMEDICO
               HIGHLIGHT.
           05  TSALAPA
               LINE 19  COLUMN 10  PIC 9(02)
               USING  W-SALAPA
               HIGHLIGHT.
           05  TVALORPA
               LINE 19  COLUMN 53  PIC 9(06)V99
               USING  W-VALORPA
               HIGHLIGHT.
      *
      *--------------(INICIO)--------------------------
       PROCEDURE DIVISION.
                GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
           OPEN I-O CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE " ERRO NA ABERTURA DO ARQUIVO CADCONSU " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE " ERRO NA ABERTURA DO ARQUIVO CADPACI " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN I-O CADCONSEXT
           IF ST-ERRO = "30"
              OPEN OUTPUT CADCONSEXT
              CLOSE CADCONSEXT
              OPEN I-O CADCONSEXT.
           IF ST-ERRO = "00"
              MOVE "S" TO W-EXTABERTO
           ELSE
              MOVE "N" TO W-EXTABERTO.
           PERFORM ABRIR-PRONTO-ATEND.
           PERFORM ABRIR-CADSESSAO.
           PERFORM ABRIR-CADLOG.
       L1.
           MOVE ZEROS TO DATAREGCHEG HORAREGCHEG CODOPERCHEG
           MOVE ZEROS TO UNIDADECHEG SENHACHEG
           MOVE SPACES TO NOMEOPERCHEG NOMEPACIENTE
           MOVE "A" TO W-TIPOENT
           MOVE ZEROS TO W-ESPECPA W-CONVPA W-CRMPA W-SALAPA W-VALORPA
           MOVE SPACES TO DESCESPEC NOMEMEDICO
           DISPLAY TELACHEGADA.
      *------------------AGENDADA OU PRONTO ATENDIMENTO-----------------
       L1A.
           ACCEPT TTIPOENT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-TIPOENT = "a"
              MOVE "A" TO W-TIPOENT.
           IF W-TIPOENT = "p"
              MOVE "P" TO W-TIPOENT.
           IF W-TIPOENT NOT = "A" AND W-TIPOENT NOT = "P"
              MOVE "*** DIGITE APENAS A=AGENDADA OU P=PRONTO ***"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1A.
           IF W-TIPOENT = "P"
              IF W-MEDOK NOT = "S" OR W-ESPECOK NOT = "S"
                    OR W-SALAOK NOT = "S" OR W-CONVOK NOT = "S"
                    OR W-EXTABERTO NOT = "S"
                 MOVE "** PRONTO ATENDIMENTO INDISPONIVEL **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO L1A.
       L2.
           ACCEPT TCPFCHEGADA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO L1A.
           IF CPFCHEGADA = ZEROS
              MOVE " ** PREENCHA O CAMPO PARA PROSSEGUIR ** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2.
           IF W-TIPOENT = "P"
              GO TO PA-001.
       L2A.
           ACCEPT DATACHEGADAD
           ACCEPT W-ACT FROM ESCAPE KEY
                 GO TO ROT-FIM.
      *
      *****************************************
      * PRONTO ATENDIMENTO SEM AGENDAMENTO    *
      *****************************************
      *
       PA-001.
           MOVE CPFCHEGADA TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "** PACIENTE NAO CADASTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-HORAAGORA FROM TIME
           MOVE W-DATAHOJE TO W-DATAPANUM
           MOVE W-DIAPA TO DIACHEGADA
           MOVE W-MESPA TO MESCHEGADA
           MOVE W-ANOPA TO ANOCHEGADA
           DIVIDE W-HORAAGORA BY 100 GIVING HORACHEGADA
           DISPLAY TELACHEGADA.
      *------------------ESPECIALIDADE DO ATENDIMENTO-------------------
       PA-002.
           ACCEPT TESPECPA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L2.
           IF W-ESPECPA = ZEROS
              MOVE " ** PREENCHA O CAMPO PARA PROSSEGUIR ** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PA-002.
           MOVE W-ESPECPA TO CODESPEC
           READ CADESPEC
           IF ST-ERRO NOT = "00"
              MOVE "** ESPECIALIDADE NAO CADASTRADA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PA-002.
           DISPLAY TELACHEGADA.
      *------------------UNIDADE DO ATENDIMENTO-------------------------
       PA-003.
           ACCEPT TUNIDADECHEG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO PA-002.
           IF UNIDADECHEG = ZEROS
              MOVE " ** PREENCHA O CAMPO PARA PROSSEGUIR ** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PA-003.
      *------------------CONVENIO DO ATENDIMENTO------------------------
       PA-004.
           ACCEPT TCONVPA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO PA-003.
           IF W-CONVPA = ZEROS
              MOVE " ** PREENCHA O CAMPO PARA PROSSEGUIR ** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PA-004.
           MOVE W-CONVPA TO CODIGOCONV
           READ CADCONV
           IF ST-ERRO NOT = "00"
              MOVE "**CONVENIO DIGITADO NAO ENCONTRADO**" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PA-004.
      *------------------MEDICO DE PLANTAO E VALOR----------------------
       PA-005.
           PERFORM ACHA-PLANTONISTA THRU FIM-ACHA-PLANTONISTA
           IF W-CRMPA = ZEROS
              MOVE SPACES TO NOMEMEDICO
              DISPLAY TELACHEGADA
              MOVE "** SEM MEDICO DE PLANTAO NA ESPECIALIDADE **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PA-002.
           MOVE W-CRMPA TO CRM
           READ CADMED
           PERFORM PRECO-PRONTO-ATEND THRU FIM-PRECO-PRONTO-ATEND
           DISPLAY TELACHEGADA
           MOVE CPFCHEGADA TO CPFPACIENTE
           MOVE DATACHEGADA TO DATACONS
           MOVE HORACHEGADA TO HORAC
           READ CADCONSU
           IF ST-ERRO = "00"
              MOVE "** JA EXISTE CONSULTA NESTE HORARIO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
       PA-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "CONFIRMA ATENDIMENTO (S/N) : ".
           ACCEPT (23, 70) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO PA-004.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** ATENDIMENTO NAO REGISTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PA-OPC.
      *------------------CONSULTA DO PRONTO ATENDIMENTO-----------------
       PA-WR1.
           PERFORM VERIFICA-JANELA THRU FIM-VERIFICA-JANELA
           IF W-RESULTJM = "S"
              GO TO L1.
           MOVE CPFCHEGADA TO CPFPACIENTE
           MOVE DATACHEGADA TO DATACONS
           MOVE HORACHEGADA TO HORAC
           MOVE W-CRMPA TO CODMED
           MOVE W-CONVPA TO CODCONV
           MOVE SPACES TO CODCID DESCRICAO1 DESCRICAO2
           MOVE "A" TO STATUSCONS
           MOVE W-VALORPA TO VALOR
           MOVE "N" TO PAGO
           MOVE ZEROS TO PESO ALTURA PRESSAOSIS PRESSAODIA TEMPERATURA
           MOVE ZEROS TO RETORNO SEVERIDADE
           MOVE W-SALAPA TO CODSALA
           MOVE UNIDADECHEG TO UNIDADE
           MOVE "S" TO LEMBRETEENVIADO
           WRITE REGCONS
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADCONSU * " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
           MOVE KEYPRINCIPAL TO CHAVELOGTX
           MOVE "N" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           MOVE "I" TO W-OPJOR
           PERFORM JORNAL-CONSU THRU FIM-JORNAL-CONSU
           PERFORM GRAVA-DELTA THRU FIM-GRAVA-DELTA
      *-------SEM COPART NAO HA DIVISAO: CADA FLUXO VE O VALOR CHEIO----
           MOVE SPACES TO REGCONSEXT
           MOVE KEYPRINCIPAL TO KEYCONSEXT
           MOVE ZEROS TO COPARTPCTEXT EMPRESAEXT GRUPOEXT
           MOVE VALOR TO VALORPACIENTE
           MOVE VALOR TO VALORCONVENIO
           MOVE "N" TO RETNAOFATEXT
           MOVE "P" TO MODALIDADEEXT
           MOVE "C" TO CONFIRMAEXT
           MOVE "P" TO ORIGEMEXT
           WRITE REGCONSEXT.
      *------------------CHEGADA E SENHA DA TRIAGEM---------------------
       PA-WR2.
           MOVE KEYPRINCIPAL TO KEYCHEGADA
           MOVE ZEROS TO HORATRIAGEM HORACHAMADA
           MOVE ZEROS TO HORAINICON HORAFIMCON
           PERFORM GERA-SENHA THRU FIM-GERA-SENHA
           WRITE REGCHEGADA
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "* ERRO NA GRAVACAO DO ARQUIVO DE CHEGADA * "
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE KEYCHEGADA TO CHAVELOGTX
           MOVE "N" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           DISPLAY TELACHEGADA
           MOVE SENHACHEG TO SENHAPA
           MOVE SENHAPATX TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO L1.
      *
      *****************************************
      * MEDICO DE PLANTAO NO DIA E TURNO      *
      *****************************************
      *
       ACHA-PLANTONISTA.
           MOVE ZEROS TO W-CRMPA W-SALAPA
      *-----PRIMEIRO O PLANTONISTA DA ESCALA DA UNIDADE; SEM ESCALA-----
      *-----LANCADA VALE A GRADE FIXA DAS SALAS (CADSALA)---------------
           MOVE UNIDADECHEG TO W-UNIDES
           MOVE W-DATAHOJE TO W-DATAES
           MOVE HORACHEGADA TO W-HORAES
           MOVE 3 TO W-CATEGES
           MOVE W-ESPECPA TO W-ESPECES
           PERFORM CHAMA-ESCALADO THRU FIM-CHAMA-ESCALADO
           IF W-OKES = "S" AND W-CRMES NOT = ZEROS
              MOVE W-CRMES TO W-CRMAUS
              PERFORM VERIFICA-AUSENCIA THRU FIM-VERIFICA-AUSENCIA
              IF W-AUSENTE = "N"
                 MOVE W-CRMES TO W-CRMPA
                 GO TO FIM-ACHA-PLANTONISTA.
           PERFORM CALCULA-DIASEMANA THRU FIM-CALCULA-DIASEMANA
           IF HORACHEGADA < 1200
              MOVE 1 TO W-TURNOPA
           ELSE
              IF HORACHEGADA < 1800
                 MOVE 2 TO W-TURNOPA
              ELSE
                 MOVE 3 TO W-TURNOPA.
           MOVE ZEROS TO CODSALAREG
           START CADSALA KEY IS NOT LESS CODSALAREG INVALID KEY
                 GO TO FIM-ACHA-PLANTONISTA.
       ACHA-PLANTONISTA1.
           READ CADSALA NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-ACHA-PLANTONISTA.
           IF DIASEMANASALA NOT = W-DIASEMPA
              GO TO ACHA-PLANTONISTA1.
           IF TURNOSALA NOT = W-TURNOPA
              GO TO ACHA-PLANTONISTA1.
           MOVE CRMSALA TO CRM
           READ CADMED
           IF ST-ERRO NOT = "00"
              GO TO ACHA-PLANTONISTA1.
           IF ESPECIALIDADE NOT = W-ESPECPA
              GO TO ACHA-PLANTONISTA1.
           MOVE CRMSALA TO W-CRMAUS
           PERFORM VERIFICA-AUSENCIA THRU FIM-VERIFICA-AUSENCIA
           IF W-AUSENTE = "S"
              GO TO ACHA-PLANTONISTA1.
           MOVE CRMSALA TO W-CRMPA
           MOVE CODSALAREG TO W-SALAPA.
       FIM-ACHA-PLANTONISTA.
           EXIT.
      *
       CHAMA-ESCALADO.
           CALL "ESCALADO" USING W-UNIDES W-DATAES W-HORAES W-CATEGES
                W-ESPECES W-CODFUNCES W-NOMEES W-CRMES W-QTDEES W-OKES
              ON OVERFLOW
                 MOVE "N" TO W-OKES.
       FIM-CHAMA-ESCALADO.
           EXIT.
      *----------------MEDICO AUSENTE NA DATA---------------------------
       VERIFICA-AUSENCIA.
           MOVE "N" TO W-AUSENTE
           IF W-AUSMEDOK NOT = "S"
              GO TO FIM-VERIFICA-AUSENCIA.
           MOVE W-CRMAUS TO CRMAUSMED
           MOVE ZEROS TO DATAINIAUS
           START CADAUSMED KEY IS NOT LESS KEYAUSMED INVALID KEY
                 GO TO FIM-VERIFICA-AUSENCIA.
       VERIFICA-AUSENCIA1.
           READ CADAUSMED NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-VERIFICA-AUSENCIA.
           IF CRMAUSMED NOT = W-CRMAUS
              GO TO FIM-VERIFICA-AUSENCIA.
           COMPUTE W-DATAINIAUSNUM = ANOINIAUS * 10000
                 + MESINIAUS * 100 + DIAINIAUS
           COMPUTE W-DATAFIMAUSNUM = ANOFIMAUS * 10000
                 + MESFIMAUS * 100 + DIAFIMAUS
           IF W-DATAHOJE NOT < W-DATAINIAUSNUM
                 AND W-DATAHOJE NOT > W-DATAFIMAUSNUM
              MOVE "S" TO W-AUSENTE
              GO TO FIM-VERIFICA-AUSENCIA.
           GO TO VERIFICA-AUSENCIA1.
       FIM-VERIFICA-AUSENCIA.
           EXIT.
      *----------------DIA DA SEMANA DE HOJE----------------------------
       CALCULA-DIASEMANA.
           MOVE W-DIAPA TO W-ZQ
           MOVE W-MESPA TO W-ZM
           MOVE W-ANOPA TO W-ZANO
           IF W-ZM < 3
              ADD 12 TO W-ZM
              SUBTRACT 1 FROM W-ZANO.
           DIVIDE W-ZANO BY 100 GIVING W-ZJ REMAINDER W-ZK
           COMPUTE W-ZT2 = 13 * (W-ZM + 1)
           DIVIDE W-ZT2 BY 5 GIVING W-ZT3
           DIVIDE W-ZK BY 4 GIVING W-ZT4
           DIVIDE W-ZJ BY 4 GIVING W-ZT5
           COMPUTE W-ZT1 = W-ZQ + W-ZT3 + W-ZK + W-ZT4 + W-ZT5
                         + 5 * W-ZJ
           DIVIDE W-ZT1 BY 7 GIVING W-ZT6 REMAINDER W-ZH
           ADD 5 TO W-ZH
           DIVIDE W-ZH BY 7 GIVING W-ZT6 REMAINDER W-DIASEMPA
           ADD 1 TO W-DIASEMPA.
       FIM-CALCULA-DIASEMANA.
           EXIT.
      *----------------VALOR PELA TABELA DE PRECOS----------------------
       PRECO-PRONTO-ATEND.
           MOVE ZEROS TO W-VALORPA
           IF W-PRECOOK NOT = "S"
              GO TO FIM-PRECO-PRONTO-ATEND.
           MOVE W-CONVPA TO CODCONVPRECO
           MOVE PLANO TO PLANOPRECO
           MOVE W-ESPECPA TO ESPECPRECO
           MOVE ZEROS TO VIGENCIAPRECO
           START CADPRECO KEY IS NOT LESS KEYPRECO INVALID KEY
                 GO TO FIM-PRECO-PRONTO-ATEND.
       PRECO-PRONTO-ATEND1.
           READ CADPRECO NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-PRECO-PRONTO-ATEND.
           IF CODCONVPRECO NOT = W-CONVPA
                 OR PLANOPRECO NOT = PLANO
                 OR ESPECPRECO NOT = W-ESPECPA
              GO TO FIM-PRECO-PRONTO-ATEND.
           IF VIGENCIAPRECO NOT > W-DATAHOJE
              MOVE VALORPRECO TO W-VALORPA.
           GO TO PRECO-PRONTO-ATEND1.
       FIM-PRECO-PRONTO-ATEND.
           EXIT.
      *
      *****************************************
      * SENHA SEQUENCIAL DO DIA POR UNIDADE   *
      *****************************************
      *
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       JORNAL-CONSU.
           MOVE "CADCONSU" TO W-ARQJOR
           MOVE REGCONS TO W-IMAGEMJOR
           MOVE W-CODOPERLOG TO W-OPERJOR
           CALL "JORNAL" USING W-ACAOJOR W-ARQJOR W-OPJOR W-PROGRJOR
                W-OPERJOR W-IMAGEMJOR W-SEQJOR W-OKJOR.
       FIM-JORNAL-CONSU.
           EXIT.
       GRAVA-DELTA.
           MOVE "CADCONSU" TO W-ARQDELTA
           MOVE KEYPRINCIPAL TO W-CHAVEDELTA
           CALL "DELTA" USING W-ACAODELTA W-NOMEDELTA W-ARQDELTA
                W-CHAVEDELTA W-OKDELTA W-SEQDELTA
              ON OVERFLOW
                 NEXT SENTENCE.
       FIM-GRAVA-DELTA.
           EXIT.
      *-----JANELA DO PROCESSAMENTO NOTURNO: SOMENTE CONSULTA-----------
       VERIFICA-JANELA.
           CALL "JANMANUT" USING W-SESSAOATUAL W-HORAFIMJM W-RESULTJM
              ON OVERFLOW
                 MOVE "N" TO W-RESULTJM.
           CANCEL "JANMANUT".
           IF W-RESULTJM = "S"
              DIVIDE W-HORAFIMJM BY 100 GIVING MANUTHHTX
                    REMAINDER MANUTMMTX
              MOVE MANUTTX TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FIM-VERIFICA-JANELA.
           EXIT.
      *
      *****************************************
      * ROTINA DE AUDITORIA                   *
                    CLOSE CADSESSAO
                 ELSE
                    CLOSE CADSESSAO.
       ABRIR-PRONTO-ATEND.
           OPEN INPUT CADMED
           IF ST-ERRO = "00"
              MOVE "S" TO W-MEDOK.
           OPEN INPUT CADESPEC
           IF ST-ERRO = "00"
              MOVE "S" TO W-ESPECOK.
           OPEN INPUT CADSALA
           IF ST-ERRO = "00"
              MOVE "S" TO W-SALAOK.
           OPEN INPUT CADAUSMED
           IF ST-ERRO = "00"
              MOVE "S" TO W-AUSMEDOK.
           OPEN INPUT CADCONV
           IF ST-ERRO = "00"
              MOVE "S" TO W-CONVOK.
           OPEN INPUT CADPRECO
           IF ST-ERRO = "00"
              MOVE "S" TO W-PRECOOK.
       ABRIR-CADLOG.
           OPEN EXTEND CADLOG
           IF ST-ERRO NOT = "00"
           CLOSE CADCHEGADA CADCONSU CADPACI CADLOG.
           IF W-EXTABERTO = "S"
              CLOSE CADCONSEXT.
           IF W-MEDOK = "S"
              CLOSE CADMED.
           IF W-ESPECOK = "S"
              CLOSE CADESPEC.
           IF W-SALAOK = "S"
              CLOSE CADSALA.
           IF W-AUSMEDOK = "S"
              CLOSE CADAUSMED.
           IF W-CONVOK = "S"
              CLOSE CADCONV.
           IF W-PRECOOK = "S"
              CLOSE CADPRECO.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
