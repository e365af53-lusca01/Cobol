       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP071.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    CADASTRO DA CONDICAO DE PAGAMENTO DO FORNECEDOR            *
      *    (PARCELAS E VENCIMENTOS DA NOTA FISCAL E TOLERANCIA DO     *
      *    CONFRONTO NOTA X PEDIDO X RECEBIMENTO)                     *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCONDFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFORNCF
                    FILE STATUS  IS ST-ERRO.
       SELECT CADFORNEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFORNEC
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RAZAOFORNEC
                       WITH DUPLICATES.
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
      *---------CONDICAO DE PAGAMENTO DO FORNECEDOR-------------------
       FD CADCONDFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONDFORN.DAT".
       01  REGCONDFORN.
           03 CODFORNCF           PIC 9(04).
           03 QTDEPARCCF          PIC 9(02).
           03 PRAZO1CF            PIC 9(03).
           03 INTERVCF            PIC 9(03).
           03 TOLERCF             PIC 9(02)V99.
           03 PRAZOENTCF          PIC 9(03).
           03 FILLER              PIC X(17).
      *---------FORNECEDORES------------------------------------------
       FD CADFORNEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORNEC.DAT".
       01  REGFORNEC.
           03 CODFORNEC           PIC 9(04).
           03 CNPJFORNEC          PIC 9(14).
           03 RAZAOFORNEC         PIC X(40).
           03 CONTATOFORNEC       PIC X(30).
           03 TELEFONEFORNEC.
              05 DDDFORNEC        PIC 9(02).
              05 NUMEROFORNEC     PIC 9(09).
           03 CONTRATOFORNEC      PIC X(20).
           03 ATIVOFORNEC         PIC X(01).
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
       01  TELACONDFORN.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "          CONDICAO DE PAGAMENTO DO FORNE".
           05  LINE 03  COLUMN 41
               VALUE  "CEDOR".
           05  LINE 05  COLUMN 01
               VALUE  "     FORNECEDOR         :".
           05  LINE 07  COLUMN 01
               VALUE  "     RAZAO SOCIAL       :".
           05  LINE 09  COLUMN 01
               VALUE  "     QTDE DE PARCELAS   :".
           05  LINE 09  COLUMN 36
               VALUE  "(1 A 12)".
           05  LINE 10  COLUMN 01
               VALUE  "     1O VENCTO (DIAS)   :".
           05  LINE 10  COLUMN 36
               VALUE  "(DIAS APOS A EMISSAO DA NOTA)".
           05  LINE 11  COLUMN 01
               VALUE  "     INTERVALO (DIAS)   :".
           05  LINE 11  COLUMN 36
               VALUE  "(ENTRE AS PARCELAS)".
           05  LINE 13  COLUMN 01
               VALUE  "     TOLERANCIA (%)     :".
           05  LINE 13  COLUMN 36
               VALUE  "(NOTA ACIMA DO RECEBIDO A PRECO DO PEDIDO)".
           05  LINE 15  COLUMN 01
               VALUE  "     PRAZO ENTREGA      :".
           05  LINE 15  COLUMN 36
               VALUE  "(DIAS DO PEDIDO ATE A ENTREGA)".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TCODFORNCF
               LINE 05  COLUMN 27  PIC 9(04)
               USING  CODFORNCF
               HIGHLIGHT.
           05  TRAZAOFORNEC
               LINE 07  COLUMN 27  PIC X(40)
               USING  RAZAOFORNEC
               HIGHLIGHT.
           05  TQTDEPARCCF
               LINE 09  COLUMN 27  PIC 9(02)
               USING  QTDEPARCCF
               HIGHLIGHT.
           05  TPRAZO1CF
               LINE 10  COLUMN 27  PIC 9(03)
               USING  PRAZO1CF
               HIGHLIGHT.
           05  TINTERVCF
               LINE 11  COLUMN 27  PIC 9(03)
               USING  INTERVCF
               HIGHLIGHT.
           05  TTOLERCF
               LINE 13  COLUMN 27  PIC Z9,99
               USING  TOLERCF
               HIGHLIGHT.
           05  TPRAZOENTCF
               LINE 15  COLUMN 27  PIC 9(03)
               USING  PRAZOENTCF
               HIGHLIGHT.
      *
      *--------------(INICIO)--------------------------
       PROCEDURE DIVISION.
       INICIO.
       L0.
           OPEN I-O CADCONDFORN
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADCONDFORN
                CLOSE CADCONDFORN
                MOVE " ARQUIVO CADCONDFORN FOI CRIADO " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO L0
             ELSE
                MOVE " ERRO NA ABERTURA DO ARQUIVO " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.
           OPEN INPUT CADFORNEC
           IF ST-ERRO NOT = "00"
              MOVE " ARQUIVO CADFORNEC NAO ENCONTRADO " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCONDFORN
              GO TO ROT-FIM2.
           PERFORM ABRIR-CADSESSAO.
           PERFORM ABRIR-CADLOG.
       L1.
           MOVE SPACES TO RAZAOFORNEC
           MOVE ZEROS TO CODFORNCF QTDEPARCCF PRAZO1CF INTERVCF
           MOVE ZEROS TO TOLERCF PRAZOENTCF W-SEL
           DISPLAY TELACONDFORN.
       L2.
           ACCEPT TCODFORNCF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF CODFORNCF = ZEROS
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2.
           MOVE CODFORNCF TO CODFORNEC
           READ CADFORNEC
           IF ST-ERRO NOT = "00"
              MOVE "**FORNECEDOR NAO ENCONTRADO**" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2.
           DISPLAY TRAZAOFORNEC.
        LER.
           READ CADCONDFORN
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 DISPLAY TELACONDFORN
                 MOVE "** CONDICAO JA CADASTRADA **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADCONDFORN" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
             MOVE 1 TO QTDEPARCCF
             MOVE 30 TO PRAZO1CF INTERVCF
             MOVE 7 TO PRAZOENTCF
             DISPLAY TELACONDFORN
             MOVE "CONDICAO AINDA NAO CADASTRADA" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM.
        L3.
           ACCEPT TQTDEPARCCF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L1.
           IF QTDEPARCCF = ZEROS OR QTDEPARCCF > 12
              MOVE "QUANTIDADE DE PARCELAS DE 1 A 12" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L3.
        L4.
           ACCEPT TPRAZO1CF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L3.
        L5.
           IF QTDEPARCCF = 1
              MOVE ZEROS TO INTERVCF
              DISPLAY TINTERVCF
              GO TO L6.
           ACCEPT TINTERVCF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L4.
           IF INTERVCF = ZEROS
              MOVE "INFORME O INTERVALO ENTRE AS PARCELAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L5.
        L6.
           ACCEPT TTOLERCF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L5.
        L7.
           IF PRAZOENTCF NOT NUMERIC
              MOVE ZEROS TO PRAZOENTCF.
           ACCEPT TPRAZOENTCF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L6.
           IF PRAZOENTCF = ZEROS
              MOVE "INFORME O PRAZO DE ENTREGA EM DIAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L7.
      *------------- VERFICAR SE E ALTERACAO --------
           IF W-SEL = 1
              GO TO ALT-OPC.

        INC-OPC.
            MOVE "S" TO W-OPCAO
            DISPLAY (23, 40) "DADOS OK (S/N) : ".
            ACCEPT (23, 57) W-OPCAO WITH UPDATE
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
               GO TO L7.
            IF W-OPCAO = "N" OR "n"
               MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO L1.
            IF W-OPCAO NOT = "S" AND "s"
               MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-OPC.
        INC-WR1.
            WRITE REGCONDFORN
            IF ST-ERRO = "00" OR "02"
               MOVE CODFORNCF TO CHAVELOGTX
               MOVE "N" TO ACAOLOGTX
               PERFORM ESCREVE-LOG
               MOVE "** DADOS GRAVADOS **" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO L1.
            IF ST-ERRO = "22"
               MOVE "** CONDICAO JA CADASTRADA, NAO GRAVADA **"
                      TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO L1
            ELSE
               MOVE "* ERRO NA GRAVACAO DA CONDICAO * "
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
                DELETE CADCONDFORN RECORD
                IF ST-ERRO = "00"
                   MOVE CODFORNCF TO CHAVELOGTX
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
                IF W-ACT = 01 GO TO L7.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO L1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGCONDFORN
                IF ST-ERRO = "00" OR "02"
                   MOVE CODFORNCF TO CHAVELOGTX
                   MOVE "A" TO ACAOLOGTX
                   PERFORM ESCREVE-LOG
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO L1.
                MOVE "ERRO NA ALTERACAO DA CONDICAO" TO MENS
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
           MOVE "SMP071" TO PROGRAMALOGTX
           MOVE LOGTX TO REGLOG
           WRITE REGLOG.
      *
       ROT-FIM.
           CLOSE CADCONDFORN CADFORNEC CADLOG.
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
