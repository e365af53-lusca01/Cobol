       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP070.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    CADASTRO DE DADOS BANCARIOS E FISCAIS DO MEDICO (REPASSE)  *
      *    CRM 000000 = CONTA PAGADORA E CONVENIO DO HOSPITAL (CNAB)  *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADMEDBANCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRMBANCO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
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
      *---------DADOS BANCARIOS E FISCAIS DO MEDICO (CRM 0 = HOSPITAL)-
       FD CADMEDBANCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDBANCO.DAT".
       01  REGMEDBANCO.
           03 CRMBANCO            PIC 9(06).
           03 TIPOINSCBANCO       PIC 9(01).
              88 INSC-CPF           VALUE 1.
              88 INSC-CNPJ          VALUE 2.
           03 INSCRBANCO          PIC 9(14).
           03 NOMEFAVBANCO        PIC X(30).
           03 BANCOMED            PIC 9(03).
           03 AGENCIAMED          PIC 9(05).
           03 DVAGENCIAMED        PIC X(01).
           03 CONTAMED            PIC 9(12).
           03 DVCONTAMED          PIC X(01).
           03 CONVENIOBANCO       PIC X(20).
           03 FILLER              PIC X(20).
      *
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
       01 MSGINSC       PIC X(04) VALUE SPACES.
      *---VALIDACAO DE CPF---------------------------------------
       01 W-CPFN          PIC 9(11) VALUE ZEROS.
       01 W-CPFDIG REDEFINES W-CPFN.
          03 W-CPFD1      PIC 9(01).
          03 W-CPFD2      PIC 9(01).
          03 W-CPFD3      PIC 9(01).
          03 W-CPFD4      PIC 9(01).
          03 W-CPFD5      PIC 9(01).
          03 W-CPFD6      PIC 9(01).
          03 W-CPFD7      PIC 9(01).
          03 W-CPFD8      PIC 9(01).
          03 W-CPFD9      PIC 9(01).
          03 W-CPFD10     PIC 9(01).
          03 W-CPFD11     PIC 9(01).
       77 W-CPFSOMA       PIC 9(04) VALUE ZEROS.
       77 W-CPFQUOC       PIC 9(04) VALUE ZEROS.
       77 W-CPFRESTO      PIC 9(04) VALUE ZEROS.
       77 W-CPFDV1        PIC 9(01) VALUE ZEROS.
       77 W-CPFDV2        PIC 9(01) VALUE ZEROS.
       77 W-CPFVALIDO     PIC X(01) VALUE "S".
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
       01  TELAMEDBANCO.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "          DADOS BANCARIOS E FISCAIS DO M".
           05  LINE 03  COLUMN 41
               VALUE  "EDICO (REPASSE)".
           05  LINE 05  COLUMN 01
               VALUE  "     CRM DO MEDICO      :".
           05  LINE 05  COLUMN 36
               VALUE  "(000000 = CONTA PAGADORA DO HOSPITAL)".
           05  LINE 07  COLUMN 01
               VALUE  "     NOME               :".
           05  LINE 09  COLUMN 01
               VALUE  "     INSCRICAO          :   1-CPF  2-CNPJ".
           05  LINE 10  COLUMN 01
               VALUE  "     CPF / CNPJ         :".
           05  LINE 11  COLUMN 01
               VALUE  "     FAVORECIDO         :".
           05  LINE 13  COLUMN 01
               VALUE  "     BANCO              :".
           05  LINE 14  COLUMN 01
               VALUE  "     AGENCIA / DV       :".
           05  LINE 15  COLUMN 01
               VALUE  "     CONTA / DV         :".
           05  LINE 17  COLUMN 01
               VALUE  "     CONVENIO DO BANCO  :".
           05  LINE 17  COLUMN 49
               VALUE  "(SO NA CONTA DO HOSPITAL)".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TCRMBANCO
               LINE 05  COLUMN 27  PIC 9(06)
               USING  CRMBANCO
               HIGHLIGHT.
           05  TNOMEMEDICO
               LINE 07  COLUMN 27  PIC X(30)
               USING  NOMEMEDICO
               HIGHLIGHT.
           05  TTIPOINSCBANCO
               LINE 09  COLUMN 27  PIC 9(01)
               USING  TIPOINSCBANCO
               HIGHLIGHT.
           05  TMSGINSC
               LINE 09  COLUMN 44  PIC X(04)
               USING  MSGINSC
               HIGHLIGHT.
           05  TINSCRBANCO
               LINE 10  COLUMN 27  PIC 9(14)
               USING  INSCRBANCO
               HIGHLIGHT.
           05  TNOMEFAVBANCO
               LINE 11  COLUMN 27  PIC X(30)
               USING  NOMEFAVBANCO
               HIGHLIGHT.
           05  TBANCOMED
               LINE 13  COLUMN 27  PIC 9(03)
               USING  BANCOMED
               HIGHLIGHT.
           05  TAGENCIAMED
               LINE 14  COLUMN 27  PIC 9(05)
               USING  AGENCIAMED
               HIGHLIGHT.
           05  TDVAGENCIAMED
               LINE 14  COLUMN 34  PIC X(01)
               USING  DVAGENCIAMED
               HIGHLIGHT.
           05  TCONTAMED
               LINE 15  COLUMN 27  PIC 9(12)
               USING  CONTAMED
               HIGHLIGHT.
           05  TDVCONTAMED
               LINE 15  COLUMN 41  PIC X(01)
               USING  DVCONTAMED
               HIGHLIGHT.
           05  TCONVENIOBANCO
               LINE 17  COLUMN 27  PIC X(20)
               USING  CONVENIOBANCO
               HIGHLIGHT.
      *
      *--------------(INICIO)--------------------------
       PROCEDURE DIVISION.
       INICIO.
       L0.
           OPEN I-O CADMEDBANCO
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADMEDBANCO
                CLOSE CADMEDBANCO
                MOVE " ARQUIVO CADMEDBANCO FOI CRIADO " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO L0
             ELSE
                MOVE " ERRO NA ABERTURA DO ARQUIVO " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE " ERRO NA ABERTURA DO ARQUIVO CADMED " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADMEDBANCO
              GO TO ROT-FIM2.
           PERFORM ABRIR-CADSESSAO.
           PERFORM ABRIR-CADLOG.
       L1.
           MOVE SPACES TO NOMEMEDICO MSGINSC
           MOVE SPACES TO NOMEFAVBANCO DVAGENCIAMED DVCONTAMED
           MOVE SPACES TO CONVENIOBANCO
           MOVE ZEROS TO CRMBANCO TIPOINSCBANCO INSCRBANCO
           MOVE ZEROS TO BANCOMED AGENCIAMED CONTAMED W-SEL
           DISPLAY TELAMEDBANCO.
       L2.
           ACCEPT TCRMBANCO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF CRMBANCO = ZEROS
              MOVE "HOSPITAL (CONTA PAGADORA)" TO NOMEMEDICO
              GO TO L2A.
           MOVE CRMBANCO TO CRM
           READ CADMED
           IF ST-ERRO NOT = "00"
              MOVE "** MEDICO NAO CADASTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2.
       L2A.
           DISPLAY TELAMEDBANCO.
        LER.
           READ CADMEDBANCO
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 PERFORM MOSTRA-INSC
                 DISPLAY TELAMEDBANCO
                 MOVE "** DADOS BANCARIOS JA CADASTRADOS **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADMEDBANCO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
             MOVE "DADOS BANCARIOS AINDA NAO CADASTRADOS" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM.
        L3.
           ACCEPT TTIPOINSCBANCO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L1.
           IF NOT INSC-CPF AND NOT INSC-CNPJ
              MOVE "INSCRICAO: 1-CPF  2-CNPJ" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L3.
           IF CRMBANCO = ZEROS AND NOT INSC-CNPJ
              MOVE "A CONTA DO HOSPITAL EXIGE CNPJ" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L3.
           PERFORM MOSTRA-INSC
           DISPLAY TMSGINSC.
        L4.
           ACCEPT TINSCRBANCO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L3.
           IF INSCRBANCO = ZEROS
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L4.
           IF INSC-CPF
              IF INSCRBANCO > 99999999999
                 MOVE "CPF COM MAIS DE 11 DIGITOS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO L4
              ELSE
                 PERFORM VALIDA-CPF THRU FIM-VALIDA-CPF
                 IF W-CPFVALIDO NOT = "S"
                    MOVE "*** CPF INVALIDO ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO L4.
        L5.
           IF NOMEFAVBANCO = SPACES AND CRMBANCO NOT = ZEROS
              MOVE NOMEMEDICO TO NOMEFAVBANCO.
           ACCEPT TNOMEFAVBANCO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L4.
           IF NOMEFAVBANCO = SPACES
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L5.
        L6.
           ACCEPT TBANCOMED
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L5.
           IF BANCOMED = ZEROS
              MOVE "PREENCHA O CODIGO DO BANCO (COMPE)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L6.
        L7.
           ACCEPT TAGENCIAMED
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L6.
           IF AGENCIAMED = ZEROS
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L7.
           ACCEPT TDVAGENCIAMED
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L7.
        L8.
           ACCEPT TCONTAMED
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L7.
           IF CONTAMED = ZEROS
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L8.
           ACCEPT TDVCONTAMED
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L8.
           IF DVCONTAMED = SPACES
              MOVE "INFORME O DIGITO DA CONTA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L8.
        L9.
           IF CRMBANCO NOT = ZEROS
              MOVE SPACES TO CONVENIOBANCO
              DISPLAY TCONVENIOBANCO
              GO TO L10.
           ACCEPT TCONVENIOBANCO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L8.
           IF CONVENIOBANCO = SPACES
              MOVE "INFORME O CONVENIO DE PAGAMENTOS DO BANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L9.
        L10.
      *------------- VERFICAR SE E ALTERACAO --------
           IF W-SEL = 1
              GO TO ALT-OPC.

        INC-OPC.
            MOVE "S" TO W-OPCAO
            DISPLAY (23, 40) "DADOS OK (S/N) : ".
            ACCEPT (23, 57) W-OPCAO WITH UPDATE
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
               GO TO L8.
            IF W-OPCAO = "N" OR "n"
               MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO L1.
            IF W-OPCAO NOT = "S" AND "s"
               MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-OPC.
        INC-WR1.
            WRITE REGMEDBANCO
            IF ST-ERRO = "00" OR "02"
               MOVE CRMBANCO TO CHAVELOGTX
               MOVE "N" TO ACAOLOGTX
               PERFORM ESCREVE-LOG
               MOVE "** DADOS GRAVADOS **" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO L1.
            IF ST-ERRO = "22"
               MOVE "** DADOS BANCARIOS JA CADASTRADOS, NAO GRAVADO **"
                      TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO L1
            ELSE
               MOVE "* ERRO NA GRAVACAO DOS DADOS BANCARIOS * "
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
                      GO TO L3.
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
                DELETE CADMEDBANCO RECORD
                IF ST-ERRO = "00"
                   MOVE CRMBANCO TO CHAVELOGTX
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
                IF W-ACT = 01 GO TO L8.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO L1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGMEDBANCO
                IF ST-ERRO = "00" OR "02"
                   MOVE CRMBANCO TO CHAVELOGTX
                   MOVE "A" TO ACAOLOGTX
                   PERFORM ESCREVE-LOG
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO L1.
                MOVE "ERRO NA ALTERACAO DOS DADOS BANCARIOS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       MOSTRA-INSC.
           MOVE SPACES TO MSGINSC
           IF INSC-CPF
              MOVE "CPF" TO MSGINSC.
           IF INSC-CNPJ
              MOVE "CNPJ" TO MSGINSC.
      *
      * ROTINA DE VALIDACAO DO DIGITO VERIFICADOR DO CPF
      *
       VALIDA-CPF.
           MOVE "S" TO W-CPFVALIDO
           MOVE INSCRBANCO TO W-CPFN
           COMPUTE W-CPFSOMA = W-CPFD1 * 10 + W-CPFD2 * 9 + W-CPFD3 * 8
                              + W-CPFD4 * 7 + W-CPFD5 * 6 + W-CPFD6 * 5
                              + W-CPFD7 * 4 + W-CPFD8 * 3 + W-CPFD9 * 2
           DIVIDE W-CPFSOMA BY 11 GIVING W-CPFQUOC
                  REMAINDER W-CPFRESTO
           IF W-CPFRESTO < 2
              MOVE ZEROS TO W-CPFDV1
           ELSE
              COMPUTE W-CPFDV1 = 11 - W-CPFRESTO.
           IF W-CPFDV1 NOT = W-CPFD10
              MOVE "N" TO W-CPFVALIDO
              GO TO FIM-VALIDA-CPF.
           COMPUTE W-CPFSOMA = W-CPFD1 * 11 + W-CPFD2 * 10
                              + W-CPFD3 * 9 + W-CPFD4 * 8 + W-CPFD5 * 7
                              + W-CPFD6 * 6 + W-CPFD7 * 5 + W-CPFD8 * 4
                              + W-CPFD9 * 3 + W-CPFD10 * 2
           DIVIDE W-CPFSOMA BY 11 GIVING W-CPFQUOC
                  REMAINDER W-CPFRESTO
           IF W-CPFRESTO < 2
              MOVE ZEROS TO W-CPFDV2
           ELSE
              COMPUTE W-CPFDV2 = 11 - W-CPFRESTO.
           IF W-CPFDV2 NOT = W-CPFD11
              MOVE "N" TO W-CPFVALIDO.
       FIM-VALIDA-CPF.
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
           MOVE "SMP070" TO PROGRAMALOGTX
           MOVE LOGTX TO REGLOG
           WRITE REGLOG.
      *
       ROT-FIM.
           CLOSE CADMEDBANCO CADMED CADLOG.
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
