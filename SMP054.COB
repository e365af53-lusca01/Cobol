       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP054.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    EVOLUCAO DE ENFERMAGEM DA INTERNACAO POR PLANTAO           *
      *    (1-MANHA 2-TARDE 3-NOITE): SINAIS VITAIS, PLANO DE         *
      *    CUIDADOS E TEXTO LIVRE                                     *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADEVOLENF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYEVOLENF
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
       SELECT CADLOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADEVOLENF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEVOLENF.DAT".
       01  REGEVOLENF.
           03 KEYEVOLENF.
              05 CPFEVE           PIC 9(11).
              05 DATAINTEVE       PIC 9(08).
              05 HORAINTEVE       PIC 9(04).
              05 DATAEVE          PIC 9(08).
              05 TURNOEVE         PIC 9(01).
                 88 TURNO-MANHA     VALUE 1.
                 88 TURNO-TARDE     VALUE 2.
                 88 TURNO-NOITE     VALUE 3.
           03 PRESSAOSISEVE       PIC 9(03).
           03 PRESSAODIAEVE       PIC 9(03).
           03 FREQCARDEVE         PIC 9(03).
           03 FREQRESPEVE         PIC 9(02).
           03 TEMPERATURAEVE      PIC 9(02)V9.
           03 SATURACAOEVE        PIC 9(03).
           03 DOREVE              PIC 9(02).
           03 GLICEMIAEVE         PIC 9(03).
           03 CUIDADO1EVE         PIC X(50).
           03 CUIDADO2EVE         PIC X(50).
           03 CUIDADO3EVE         PIC X(50).
           03 TEXTO1EVE           PIC X(60).
           03 TEXTO2EVE           PIC X(60).
           03 TEXTO3EVE           PIC X(60).
           03 OPEREVE             PIC 9(04).
           03 DATAREGEVE          PIC 9(08).
           03 HORAREGEVE          PIC 9(06).
           03 FILLER              PIC X(10).
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
       FD CADLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOG.DAT".
       01  REGLOG                PIC X(90).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-SEL         PIC 9(01) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 ST-ERRO       PIC X(02) VALUE "00".
       01 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-HORAAGORA   PIC 9(08) VALUE ZEROS.
       01 W-HHMMAGORA   PIC 9(04) VALUE ZEROS.
       01 MSGTURNOEVE   PIC X(05) VALUE SPACES.
       01 TABTURNO-R.
          03 FILLER PIC X(05) VALUE "MANHA".
          03 FILLER PIC X(05) VALUE "TARDE".
          03 FILLER PIC X(05) VALUE "NOITE".
       01 TABTURNO REDEFINES TABTURNO-R.
          03 TBU-NOME PIC X(05) OCCURS 3 TIMES.
      *---AUDITORIA-------------------------------------------
       01 W-SESSAOATUAL  PIC 9(04) VALUE ZEROS.
       01 W-PERFILLOG    PIC 9(01) VALUE ZEROS.
       01 W-CODOPERLOG   PIC 9(04) VALUE ZEROS.
       01 W-NOMEOPERLOG  PIC X(30) VALUE SPACES.
       01 W-DATALOG      PIC 9(08) VALUE ZEROS.
       01 W-HORALOG      PIC 9(06) VALUE ZEROS.
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
          03 CHAVELOGTX     PIC X(23).
          03 FILLER         PIC X(01) VALUE " ".
          03 ACAOLOGTX      PIC X(01).
      *------------------------------------
       SCREEN SECTION.
       01  TELAEVOLENF.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "            EVOLUCAO DE ENFERMAGEM POR P".
           05  LINE 02  COLUMN 41
               VALUE  "LANTAO".
           05  LINE 04  COLUMN 01
               VALUE  "  CPF DO PACIENTE :              DATA IN".
           05  LINE 04  COLUMN 41
               VALUE  "TERNACAO :".
           05  LINE 05  COLUMN 41
               VALUE  "              HORA (HHMM) :".
           05  LINE 06  COLUMN 01
               VALUE  "  DATA (AAAAMMDD) :              PLANTAO".
           05  LINE 06  COLUMN 41
               VALUE  " (1-MANHA 2-TARDE 3-NOITE) :".
           05  LINE 08  COLUMN 01
               VALUE  "  PA (MMHG)   :    /        FC (BPM)  :".
           05  LINE 08  COLUMN 45
               VALUE  "FR (IRPM)  :".
           05  LINE 09  COLUMN 01
               VALUE  "  TEMP (C)    :             SAT O2 (%):".
           05  LINE 09  COLUMN 45
               VALUE  "DOR (0-10) :".
           05  LINE 10  COLUMN 01
               VALUE  "  GLICEMIA    :".
           05  LINE 12  COLUMN 01
               VALUE  "  PLANO DE CUIDADOS :".
           05  LINE 16  COLUMN 01
               VALUE  "  EVOLUCAO :".
           05  LINE 20  COLUMN 45
               VALUE  "REGISTRADA POR (OPERADOR) :".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TCPFEVE
               LINE 04  COLUMN 21  PIC 9(11)
               USING  CPFEVE
               HIGHLIGHT.
           05  TDATAINTEVE
               LINE 04  COLUMN 52  PIC 9(08)
               USING  DATAINTEVE
               HIGHLIGHT.
           05  THORAINTEVE
               LINE 05  COLUMN 69  PIC 9(04)
               USING  HORAINTEVE
               HIGHLIGHT.
           05  TDATAEVE
               LINE 06  COLUMN 21  PIC 9(08)
               USING  DATAEVE
               HIGHLIGHT.
           05  TTURNOEVE
               LINE 06  COLUMN 70  PIC 9(01)
               USING  TURNOEVE
               HIGHLIGHT.
           05  TMSGTURNOEVE
               LINE 06  COLUMN 73  PIC X(05)
               USING  MSGTURNOEVE
               HIGHLIGHT.
           05  TPRESSAOSISEVE
               LINE 08  COLUMN 17  PIC 9(03)
               USING  PRESSAOSISEVE
               HIGHLIGHT.
           05  TPRESSAODIAEVE
               LINE 08  COLUMN 21  PIC 9(03)
               USING  PRESSAODIAEVE
               HIGHLIGHT.
           05  TFREQCARDEVE
               LINE 08  COLUMN 41  PIC 9(03)
               USING  FREQCARDEVE
               HIGHLIGHT.
           05  TFREQRESPEVE
               LINE 08  COLUMN 58  PIC 9(02)
               USING  FREQRESPEVE
               HIGHLIGHT.
           05  TTEMPERATURAEVE
               LINE 09  COLUMN 17  PIC 9(02)V9
               USING  TEMPERATURAEVE
               HIGHLIGHT.
           05  TSATURACAOEVE
               LINE 09  COLUMN 41  PIC 9(03)
               USING  SATURACAOEVE
               HIGHLIGHT.
           05  TDOREVE
               LINE 09  COLUMN 58  PIC 9(02)
               USING  DOREVE
               HIGHLIGHT.
           05  TGLICEMIAEVE
               LINE 10  COLUMN 17  PIC 9(03)
               USING  GLICEMIAEVE
               HIGHLIGHT.
           05  TCUIDADO1EVE
               LINE 13  COLUMN 05  PIC X(50)
               USING  CUIDADO1EVE
               HIGHLIGHT.
           05  TCUIDADO2EVE
               LINE 14  COLUMN 05  PIC X(50)
               USING  CUIDADO2EVE
               HIGHLIGHT.
           05  TCUIDADO3EVE
               LINE 15  COLUMN 05  PIC X(50)
               USING  CUIDADO3EVE
               HIGHLIGHT.
           05  TTEXTO1EVE
               LINE 17  COLUMN 05  PIC X(60)
               USING  TEXTO1EVE
               HIGHLIGHT.
           05  TTEXTO2EVE
               LINE 18  COLUMN 05  PIC X(60)
               USING  TEXTO2EVE
               HIGHLIGHT.
           05  TTEXTO3EVE
               LINE 19  COLUMN 05  PIC X(60)
               USING  TEXTO3EVE
               HIGHLIGHT.
           05  TOPEREVE
               LINE 20  COLUMN 73  PIC 9(04)
               USING  OPEREVE
               HIGHLIGHT.
      *
      *--------------(INICIO)--------------------------
       PROCEDURE DIVISION.
       INICIO.
       L0.
           OPEN I-O CADEVOLENF
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADEVOLENF
                CLOSE CADEVOLENF
                MOVE " ARQUIVO CADEVOLENF FOI CRIADO " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO L0
             ELSE
                MOVE " ERRO NA ABERTURA DO ARQUIVO " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.
           OPEN INPUT CADINTERN
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO CADINTERN NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADEVOLENF
              GO TO ROT-FIM2.
           PERFORM ABRIR-CADSESSAO.
           PERFORM ABRIR-CADLOG.
       L1.
           MOVE ZEROS TO CPFEVE DATAINTEVE HORAINTEVE DATAEVE TURNOEVE
           MOVE ZEROS TO PRESSAOSISEVE PRESSAODIAEVE FREQCARDEVE
           MOVE ZEROS TO FREQRESPEVE TEMPERATURAEVE SATURACAOEVE
           MOVE ZEROS TO DOREVE GLICEMIAEVE OPEREVE
           MOVE ZEROS TO DATAREGEVE HORAREGEVE
           MOVE SPACES TO CUIDADO1EVE CUIDADO2EVE CUIDADO3EVE
           MOVE SPACES TO TEXTO1EVE TEXTO2EVE TEXTO3EVE MSGTURNOEVE
           MOVE ZEROS TO W-SEL
           DISPLAY TELAEVOLENF.
       L2.
           ACCEPT TCPFEVE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF CPFEVE = ZEROS
              MOVE " ** PREENCHA O CAMPO PARA PROSSEGUIR ** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2.
       L3.
           ACCEPT TDATAINTEVE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L2.
       L4.
           ACCEPT THORAINTEVE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L3.
       LER-INTERN.
           MOVE CPFEVE TO CPFINTERN
           COMPUTE ANOINTERN = DATAINTEVE / 10000
           COMPUTE MESINTERN = (DATAINTEVE
                 - ANOINTERN * 10000) / 100
           COMPUTE DIAINTERN = DATAINTEVE
                 - ANOINTERN * 10000 - MESINTERN * 100
           MOVE HORAINTEVE TO HORAINTERN
           READ CADINTERN
           IF ST-ERRO NOT = "00"
              MOVE "*** INTERNACAO NAO ENCONTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-HORAAGORA FROM TIME
           DIVIDE W-HORAAGORA BY 10000 GIVING W-HHMMAGORA.
       L5.
           ACCEPT TDATAEVE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L4.
           IF DATAEVE = ZEROS
              MOVE W-DATAHOJE TO DATAEVE
              DISPLAY TDATAEVE.
           IF DATAEVE < DATAENTRADA OR DATAEVE > W-DATAHOJE
              MOVE "DATA FORA DO PERIODO DA INTERNACAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L5.
           IF DATAALTA NOT = ZEROS AND DATAEVE > DATAALTA
              MOVE "DATA FORA DO PERIODO DA INTERNACAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L5.
       L5A.
           IF TURNOEVE = ZEROS
              IF W-HHMMAGORA < 1200
                 MOVE 1 TO TURNOEVE
              ELSE
                 IF W-HHMMAGORA < 1800
                    MOVE 2 TO TURNOEVE
                 ELSE
                    MOVE 3 TO TURNOEVE.
           ACCEPT TTURNOEVE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L5.
           IF TURNOEVE = ZEROS OR TURNOEVE > 3
              MOVE "*PLANTAO INVALIDO (1 A 3)*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L5A.
           MOVE TBU-NOME(TURNOEVE) TO MSGTURNOEVE
           DISPLAY TMSGTURNOEVE.
        LER.
           READ CADEVOLENF
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 MOVE TBU-NOME(TURNOEVE) TO MSGTURNOEVE
                 DISPLAY TELAEVOLENF
                 MOVE "** EVOLUCAO DO PLANTAO JA CADASTRADA **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADEVOLENF" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
             MOVE "EVOLUCAO DO PLANTAO AINDA NAO CADASTRADA" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *------------------SINAIS VITAIS (0 = NAO AFERIDO)---------------
        L6.
           ACCEPT TPRESSAOSISEVE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L5A.
           IF PRESSAOSISEVE > 300
              MOVE "PRESSAO SISTOLICA INVALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L6.
        L7.
           ACCEPT TPRESSAODIAEVE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L6.
           IF PRESSAODIAEVE NOT < PRESSAOSISEVE
                 AND PRESSAODIAEVE NOT = ZEROS
              MOVE "DIASTOLICA DEVE SER MENOR QUE SISTOLICA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L7.
        L8.
           ACCEPT TFREQCARDEVE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L7.
        L9.
           ACCEPT TFREQRESPEVE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L8.
        L10.
           ACCEPT TTEMPERATURAEVE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L9.
           IF TEMPERATURAEVE NOT = ZEROS
              IF TEMPERATURAEVE < 30 OR TEMPERATURAEVE > 45
                 MOVE "TEMPERATURA INVALIDA (30,0 A 45,0)" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO L10.
        L11.
           ACCEPT TSATURACAOEVE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L10.
           IF SATURACAOEVE > 100
              MOVE "SATURACAO INVALIDA (0 A 100)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L11.
        L12.
           ACCEPT TDOREVE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L11.
           IF DOREVE > 10
              MOVE "ESCALA DE DOR INVALIDA (0 A 10)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L12.
        L13.
           ACCEPT TGLICEMIAEVE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L12.
      *------------------PLANO DE CUIDADOS E EVOLUCAO------------------
        L14.
           ACCEPT TCUIDADO1EVE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L13.
        L15.
           ACCEPT TCUIDADO2EVE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L14.
        L16.
           ACCEPT TCUIDADO3EVE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L15.
        L17.
           ACCEPT TTEXTO1EVE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L16.
           IF TEXTO1EVE = SPACES
              MOVE "PREENCHA A EVOLUCAO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L17.
        L18.
           ACCEPT TTEXTO2EVE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L17.
        L19.
           ACCEPT TTEXTO3EVE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L18.
        L20.
           MOVE W-CODOPERLOG TO OPEREVE
           ACCEPT DATAREGEVE FROM DATE YYYYMMDD
           ACCEPT HORAREGEVE FROM TIME
           DISPLAY TOPEREVE.

      *------------- VERFICAR SE E ALTERACAO --------
           IF W-SEL = 1
              GO TO ALT-OPC.

        INC-OPC.
            MOVE "S" TO W-OPCAO
            DISPLAY (23, 40) "DADOS OK (S/N) : ".
            ACCEPT (23, 57) W-OPCAO WITH UPDATE
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
               GO TO L19.
            IF W-OPCAO = "N" OR "n"
               MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO L1.
            IF W-OPCAO NOT = "S" AND "s"
               MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-OPC.
        INC-WR1.
            WRITE REGEVOLENF
            IF ST-ERRO = "00" OR "02"
               MOVE KEYEVOLENF TO CHAVELOGTX
               MOVE "N" TO ACAOLOGTX
               PERFORM ESCREVE-LOG
               MOVE "** DADOS GRAVADOS **" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO L1.
            IF ST-ERRO = "22"
               MOVE "** EVOLUCAO JA CADASTRADA, NAO GRAVADA **"
                      TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO L1
            ELSE
               MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADEVOLENF * "
                            TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO L1
                ELSE
                   IF W-OPCAO = "A"
                      MOVE 1 TO W-SEL
                      GO TO L6.
      *
       EXC-OPC.
                IF W-PERFILLOG < 4
                   MOVE "** EXCLUSAO EXIGE PERFIL ADMINISTRADOR **"
                      TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO L1.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO L1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADEVOLENF RECORD
                IF ST-ERRO = "00"
                   MOVE KEYEVOLENF TO CHAVELOGTX
                   MOVE "E" TO ACAOLOGTX
                   PERFORM ESCREVE-LOG
                   MOVE "*** REGISTRO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO L1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO L19.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO L1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGEVOLENF
                IF ST-ERRO = "00" OR "02"
                   MOVE KEYEVOLENF TO CHAVELOGTX
                   MOVE "A" TO ACAOLOGTX
                   PERFORM ESCREVE-LOG
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO L1.
                MOVE "ERRO NA ALTERACAO DA EVOLUCAO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
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
       ABRIR-CADLOG.
           OPEN EXTEND CADLOG
           IF ST-ERRO NOT = "00"
              OPEN OUTPUT CADLOG
              CLOSE CADLOG
              OPEN EXTEND CADLOG.
       ESCREVE-LOG.
           ACCEPT W-DATALOG FROM DATE YYYYMMDD
           ACCEPT W-HORALOG FROM TIME
           MOVE W-DATALOG TO DATALOGTX
           MOVE W-HORALOG TO HORALOGTX
           MOVE W-CODOPERLOG TO CODOPERLOGTX
           MOVE W-NOMEOPERLOG TO NOMEOPERLOGTX
           MOVE "SMP054" TO PROGRAMALOGTX
           MOVE LOGTX TO REGLOG
           WRITE REGLOG.
      *
       ROT-FIM.
           CLOSE CADEVOLENF CADINTERN CADLOG.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
       ROT-MENS1.
           DISPLAY (23, 12) MENS.
       ROT-MENS2.
           ADD 1 TO W-CONT
           IF W-CONT < 3000
               GO TO ROT-MENS2
           ELSE
              MOVE SPACES TO MENS
              DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
           EXIT.
       FIM-ROT-TEMPO.
