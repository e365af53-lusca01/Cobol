       IDENTIFICATION DIVISION.
       PROGRAM-ID. DMED.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    DMED - DECLARACAO DE SERVICOS MEDICOS (RECEITA FEDERAL)    *
      *    MONTA A BASE ANUAL CADDMED COM OS PAGAMENTOS PARTICULARES  *
      *    DO ANO (SEM CONVENIO, SEM ESTORNADOS), AGRUPADOS POR       *
      *    RESPONSAVEL (CADFAMILIA) E BENEFICIARIO, E GERA O ARQUIVO  *
      *    DMED.TXT NO LEIAUTE OFICIAL E A CONFERENCIA DMEDCONF.DOC.  *
      *    A DECLARACAO PARA O IRPF (DECLIRPF) LE A MESMA BASE.       *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPAGTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPAGTO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADESTORNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYESTORNO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADFAMILIA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFMEMBRO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO.
       SELECT CADDMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYDMED
                    FILE STATUS  IS ST-ERRO.
       SELECT DMEDTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT DMEDCONFTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPAGTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAGTO.DAT".
       01  REGPAGTO.
           03 KEYPAGTO.
              05 CPFPAGTO         PIC 9(11).
              05 DATAPAGCONS.
                 07 DIAPAGCONS    PIC 9(02).
                 07 MESPAGCONS    PIC 9(02).
                 07 ANOPAGCONS    PIC 9(04).
              05 HORAPAGCONS      PIC 9(04).
              05 SEQPAGTO         PIC 9(02).
           03 DATAPAGTO           PIC 9(08).
           03 HORAPAGTO           PIC 9(06).
           03 VALORPAGTO          PIC 9(06)V99.
           03 FORMAPAGTO          PIC 9(01).
              88 PAG-DINHEIRO       VALUE 1.
              88 PAG-CARTAO         VALUE 2.
              88 PAG-PIX            VALUE 3.
              88 PAG-CONVENIO       VALUE 4.
           03 CODOPERPAGTO        PIC 9(04).
           03 NSUPAGTO            PIC X(12).
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
       FD CADFAMILIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFAMILIA.DAT".
       01  REGFAMILIA.
           03 CPFMEMBRO           PIC 9(11).
           03 CPFRESP             PIC 9(11).
      *-----------------------------PACIENTE---------------------------
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPF                  PIC 9(11).
          03 NOMEPACIENTE         PIC X(30).
          03 DATANASC.
              05 DIA              PIC 9(02).
              05 MES              PIC 9(02).
              05 ANO              PIC 9(04).
          03 SEXO                 PIC X(01).
          03 GENERO               PIC X(01).
          03 CODIGOPACIENTE       PIC 9(04).
          03 CEPPACIENTE          PIC 9(08).
          03 NUMEROPACIENTE       PIC X(05).
          03 COMPLEMENTOPACIENTE  PIC X(10).
          03 TELEFONEPACIENTE.
               05 DDDPACIENTE     PIC 9(02).
               05 TNUMPACIENTE    PIC 9(09).
          03 EMAILPACIENTE        PIC X(30).
          03 NOMERESPPACIENTE     PIC X(30).
          03 TELEFONERESPPACIENTE.
               05 DDDRESPPACIENTE  PIC 9(02).
               05 TNUMRESPPACIENTE PIC 9(09).
          03 CONSENTIMENTOLGPDPACIENTE PIC X(01).
          03 DATACONSENTPACIENTE.
               05 DIACONSENTPACIENTE  PIC 9(02).
               05 MESCONSENTPACIENTE  PIC 9(02).
               05 ANOCONSENTPACIENTE  PIC 9(04).
          03 NOMESOCIAL           PIC X(30).
          03 IDENTGENERO          PIC X(01).
      *---------BASE ANUAL DA DMED (UM REGISTRO POR PAGAMENTO)---------
       FD CADDMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDMED.DAT".
       01  REGDMED.
           03 KEYDMED.
              05 ANODMED          PIC 9(04).
              05 CPFRESPDMED      PIC 9(11).
              05 CPFBENDMED       PIC 9(11).
              05 KEYPAGDMED       PIC X(25).
           03 DATAPAGDMED         PIC 9(08).
           03 VALORDMED           PIC 9(06)V99.
           03 FORMADMED           PIC 9(01).
           03 DATAGERDMED         PIC 9(08).
           03 FILLER              PIC X(20).
      *
       FD DMEDTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DMED.TXT".
       01 REGDMEDTX            PIC X(150).
      *
       FD DMEDCONFTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DMEDCONF.DOC".
       01 REGDMEDCONFTX        PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       01 W-ANODMED      PIC 9(04) VALUE ZEROS.
       01 W-ANOREF       PIC 9(04) VALUE ZEROS.
       01 W-ANOPAGTO     PIC 9(04) VALUE ZEROS.
       01 W-DATAHOJE     PIC 9(08) VALUE ZEROS.
       01 W-ESTOK        PIC X(01) VALUE "N".
       01 W-FAMOK        PIC X(01) VALUE "N".
      *---DADOS DO DECLARANTE (INFORMADOS NA EXECUCAO)------------------
       01 W-CNPJDECL     PIC 9(14) VALUE ZEROS.
       01 W-NOMEDECL     PIC X(60) VALUE SPACES.
       01 W-CPFRESPO     PIC 9(11) VALUE ZEROS.
       01 W-NOMERESPO    PIC X(40) VALUE SPACES.
       01 W-DDDRESPO     PIC 9(02) VALUE ZEROS.
       01 W-FONERESPO    PIC 9(09) VALUE ZEROS.
       01 W-RETIFICA     PIC X(01) VALUE "N".
       01 W-RECIBO       PIC X(12) VALUE SPACES.
       01 W-LEIAUTE      PIC X(07) VALUE SPACES.
      *---QUEBRA POR RESPONSAVEL E BENEFICIARIO-------------------------
       01 W-RESPATUAL    PIC 9(11) VALUE ZEROS.
       01 W-BENATUAL     PIC 9(11) VALUE ZEROS.
       01 W-VALORBEN     PIC 9(08)V99 VALUE ZEROS.
       01 W-QTDEPAGBEN   PIC 9(04) VALUE ZEROS.
      *---MONTAGEM DAS LINHAS DELIMITADAS POR "|"----------------------
       01 W-PTR          PIC 9(03) VALUE ZEROS.
       01 W-CENTAVOS     PIC 9(11) VALUE ZEROS.
       01 W-VALORED      PIC Z(10)9.
       01 W-BRANCOS      PIC 9(02) VALUE ZEROS.
       01 W-NASCDMED     PIC 9(08) VALUE ZEROS.
       01 W-NOMEDMED     PIC X(30) VALUE SPACES.
       01 W-ACHOUPACI    PIC X(01) VALUE "N".
      *---CONTAGENS DE CONFERENCIA--------------------------------------
       01 W-QTDELIDOS    PIC 9(08) VALUE ZEROS.
       01 W-QTDEBASE     PIC 9(08) VALUE ZEROS.
       01 W-TOTALBASE    PIC 9(10)V99 VALUE ZEROS.
       01 W-QTDECONV     PIC 9(08) VALUE ZEROS.
       01 W-VALORCONV    PIC 9(10)V99 VALUE ZEROS.
       01 W-QTDEESTOR    PIC 9(08) VALUE ZEROS.
       01 W-VALORESTOR   PIC 9(10)V99 VALUE ZEROS.
       01 W-QTDECORT     PIC 9(08) VALUE ZEROS.
       01 W-QTDERESP     PIC 9(06) VALUE ZEROS.
       01 W-QTDEBENEF    PIC 9(06) VALUE ZEROS.
       01 W-TOTALDMED    PIC 9(10)V99 VALUE ZEROS.
       01 W-QTDEMENOR    PIC 9(06) VALUE ZEROS.
       01 W-QTDESEMCAD   PIC 9(06) VALUE ZEROS.
      *---LINHAS DA CONFERENCIA-----------------------------------------
       01 CABCONF.
          03 FILLER PIC X(50) VALUE
          "HOSPITAL MAINFRAME  *** CONFERENCIA DA DMED ***  A".
          03 FILLER PIC X(15) VALUE "NO-CALENDARIO: ".
          03 ANOCONFTX       PIC 9(04).
       01 CABCONFCOL.
          03 FILLER PIC X(50) VALUE
          "T CPF         NOME                           NASCI".
          03 FILLER PIC X(25) VALUE
          "M.    PAGTOS   VALOR PAGO".
       01 DETCONF.
          03 TIPOCONFTX      PIC X(01).
          03 FILLER          PIC X(01) VALUE " ".
          03 CPFCONFTX       PIC 9(11).
          03 FILLER          PIC X(01) VALUE " ".
          03 NOMECONFTX      PIC X(30).
          03 FILLER          PIC X(01) VALUE " ".
          03 NASCCONFTX      PIC 9(08).
          03 FILLER          PIC X(05) VALUE SPACES.
          03 QTDECONFTX      PIC ZZZ9.
          03 FILLER          PIC X(01) VALUE " ".
          03 VALORCONFTX     PIC ZZZZZZZZ9,99.
       01 DETPENDE.
          03 FILLER          PIC X(14) VALUE "  *** ATENCAO:".
          03 MSGPENDETX      PIC X(40).
          03 NOMEPENDETX     PIC X(30).
       01 TOTCONF.
          03 ROTTOTCONFTX    PIC X(35).
          03 QTDETOTCONFTX   PIC ZZZZZZZ9.
          03 FILLER          PIC X(01) VALUE " ".
          03 VALTOTCONFTX    PIC ZZZZZZZZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*** DMED - DECLARACAO DE SERVICOS MEDICOS ***"
           DISPLAY "ANO-CALENDARIO DOS PAGAMENTOS: "
           ACCEPT W-ANODMED
           IF W-ANODMED < 1601
              DISPLAY "ANO-CALENDARIO NAO INFORMADO, NADA FEITO"
              GO TO ROT-FIM2.
           COMPUTE W-ANOREF = W-ANODMED + 1
           DISPLAY "CNPJ DO DECLARANTE: "
           ACCEPT W-CNPJDECL
           IF W-CNPJDECL = ZEROS
              DISPLAY "CNPJ NAO INFORMADO, NADA FEITO"
              GO TO ROT-FIM2.
           DISPLAY "NOME EMPRESARIAL: "
           ACCEPT W-NOMEDECL
           DISPLAY "CPF DO RESPONSAVEL PELO PREENCHIMENTO: "
           ACCEPT W-CPFRESPO
           DISPLAY "NOME DO RESPONSAVEL PELO PREENCHIMENTO: "
           ACCEPT W-NOMERESPO
           DISPLAY "DDD E TELEFONE DO RESPONSAVEL: "
           ACCEPT W-DDDRESPO
           ACCEPT W-FONERESPO
           DISPLAY "IDENTIFICADOR DO LEIAUTE DO ANO (MANUAL DA DMED): "
           ACCEPT W-LEIAUTE
           DISPLAY "DECLARACAO RETIFICADORA (S/N): "
           ACCEPT W-RETIFICA
           IF W-RETIFICA = "s"
              MOVE "S" TO W-RETIFICA.
           IF W-RETIFICA NOT = "S"
              MOVE "N" TO W-RETIFICA
           ELSE
              DISPLAY "NUMERO DO RECIBO DA DECLARACAO ANTERIOR: "
              ACCEPT W-RECIBO.
           DISPLAY "CONFIRMA A GERACAO DA DMED (S/N): "
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "s"
              DISPLAY "GERACAO CANCELADA PELO OPERADOR"
              GO TO ROT-FIM2.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
       ABRIR-ARQUIVOS.
           OPEN INPUT CADPAGTO
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPAGTO"
              GO TO ROT-FIM2.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPACI"
              CLOSE CADPAGTO
              GO TO ROT-FIM2.
       ABRIR-BASE.
           OPEN I-O CADDMED
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADDMED
                CLOSE CADDMED
                GO TO ABRIR-BASE
             ELSE
                DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADDMED"
                CLOSE CADPAGTO CADPACI
                GO TO ROT-FIM2.
           OPEN OUTPUT DMEDTX
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DMED.TXT"
              CLOSE CADPAGTO CADPACI CADDMED
              GO TO ROT-FIM2.
           OPEN OUTPUT DMEDCONFTX
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DMEDCONF.DOC"
              CLOSE CADPAGTO CADPACI CADDMED DMEDTX
              GO TO ROT-FIM2.
           OPEN INPUT CADESTORNO
           IF ST-ERRO = "00"
              MOVE "S" TO W-ESTOK.
           OPEN INPUT CADFAMILIA
           IF ST-ERRO = "00"
              MOVE "S" TO W-FAMOK.
      *----------------APAGAR A BASE ANTERIOR DO MESMO ANO---------------
       LIMPA-BASE.
           MOVE W-ANODMED TO ANODMED
           MOVE ZEROS TO CPFRESPDMED CPFBENDMED KEYPAGDMED
           START CADDMED KEY IS NOT LESS KEYDMED INVALID KEY
                 GO TO CARGA.
       LIMPA-BASE1.
           READ CADDMED NEXT
           IF ST-ERRO NOT = "00"
              GO TO CARGA.
           IF ANODMED NOT = W-ANODMED
              GO TO CARGA.
           DELETE CADDMED RECORD
           GO TO LIMPA-BASE1.
      *----------------CARREGAR OS PAGAMENTOS PARTICULARES DO ANO--------
       CARGA.
           MOVE ZEROS TO KEYPAGTO
           START CADPAGTO KEY IS NOT LESS KEYPAGTO INVALID KEY
                 GO TO GERA-DMED.
       CARGA1.
           READ CADPAGTO NEXT
           IF ST-ERRO NOT = "00"
              GO TO GERA-DMED.
           COMPUTE W-ANOPAGTO = DATAPAGTO / 10000
           IF W-ANOPAGTO NOT = W-ANODMED
              GO TO CARGA1.
           ADD 1 TO W-QTDELIDOS
           IF PAG-CONVENIO
              ADD 1 TO W-QTDECONV
              ADD VALORPAGTO TO W-VALORCONV
              GO TO CARGA1.
           IF VALORPAGTO = ZEROS
              ADD 1 TO W-QTDECORT
              GO TO CARGA1.
           IF W-ESTOK = "S"
              MOVE KEYPAGTO TO KEYESTORNO
              READ CADESTORNO
              IF ST-ERRO = "00"
                 ADD 1 TO W-QTDEESTOR
                 ADD VALORPAGTO TO W-VALORESTOR
                 GO TO CARGA1.
           MOVE W-ANODMED TO ANODMED
           MOVE CPFPAGTO TO CPFBENDMED CPFRESPDMED
           IF W-FAMOK = "S"
              MOVE CPFPAGTO TO CPFMEMBRO
              READ CADFAMILIA
              IF ST-ERRO = "00" AND CPFRESP NOT = ZEROS
                 MOVE CPFRESP TO CPFRESPDMED.
           MOVE KEYPAGTO TO KEYPAGDMED
           MOVE DATAPAGTO TO DATAPAGDMED
           MOVE VALORPAGTO TO VALORDMED
           MOVE FORMAPAGTO TO FORMADMED
           MOVE W-DATAHOJE TO DATAGERDMED
           WRITE REGDMED
           IF ST-ERRO = "00"
              ADD 1 TO W-QTDEBASE
              ADD VALORPAGTO TO W-TOTALBASE
           ELSE
              DISPLAY "ERRO NA GRAVACAO DA BASE " ST-ERRO " " KEYPAGTO.
           GO TO CARGA1.
      *----------------GERAR O ARQUIVO DA DMED---------------------------
       GERA-DMED.
           MOVE SPACES TO REGDMEDTX
           MOVE 1 TO W-PTR
           STRING "Dmed|" W-ANOREF "|" W-ANODMED "|" W-RETIFICA "|"
                  DELIMITED BY SIZE
                  W-RECIBO DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  W-LEIAUTE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO REGDMEDTX WITH POINTER W-PTR
           WRITE REGDMEDTX
           MOVE SPACES TO REGDMEDTX
           MOVE 1 TO W-PTR
           STRING "RESPO|" W-CPFRESPO "|" DELIMITED BY SIZE
                  W-NOMERESPO DELIMITED BY "  "
                  "|" W-DDDRESPO "|" W-FONERESPO "||||"
                  DELIMITED BY SIZE
                  INTO REGDMEDTX WITH POINTER W-PTR
           WRITE REGDMEDTX
           MOVE SPACES TO REGDMEDTX
           MOVE 1 TO W-PTR
           STRING "DECPJ|" W-CNPJDECL "|" DELIMITED BY SIZE
                  W-NOMEDECL DELIMITED BY "  "
                  "|1|||" W-CPFRESPO "|N||" DELIMITED BY SIZE
                  INTO REGDMEDTX WITH POINTER W-PTR
           WRITE REGDMEDTX
           MOVE "PSS|" TO REGDMEDTX
           WRITE REGDMEDTX
           MOVE W-ANODMED TO ANOCONFTX
           WRITE REGDMEDCONFTX FROM CABCONF
           MOVE SPACES TO REGDMEDCONFTX
           WRITE REGDMEDCONFTX
           WRITE REGDMEDCONFTX FROM CABCONFCOL
           MOVE W-ANODMED TO ANODMED
           MOVE ZEROS TO CPFRESPDMED CPFBENDMED KEYPAGDMED
           START CADDMED KEY IS NOT LESS KEYDMED INVALID KEY
                 GO TO GERA-FIM.
           READ CADDMED NEXT
           IF ST-ERRO NOT = "00"
              GO TO GERA-FIM.
           IF ANODMED NOT = W-ANODMED
              GO TO GERA-FIM.
      *
      *   PARA CADA RESPONSAVEL: RPPSS COM O VALOR DELE PROPRIO E UM
      *   BRPSS POR DEPENDENTE, NA ORDEM DE CPF DO BENEFICIARIO
       GERA-RESP.
           MOVE CPFRESPDMED TO W-RESPATUAL
           PERFORM SOMA-TITULAR THRU FIM-SOMA-TITULAR
           ADD 1 TO W-QTDERESP
           ADD W-VALORBEN TO W-TOTALDMED
           MOVE W-RESPATUAL TO CPF
           PERFORM LE-PACIENTE THRU FIM-LE-PACIENTE
           MOVE SPACES TO REGDMEDTX
           MOVE 1 TO W-PTR
           STRING "RPPSS|" W-RESPATUAL "|" DELIMITED BY SIZE
                  W-NOMEDMED DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  INTO REGDMEDTX WITH POINTER W-PTR
           PERFORM EDITA-VALOR THRU FIM-EDITA-VALOR
           WRITE REGDMEDTX
           MOVE SPACES TO REGDMEDCONFTX
           WRITE REGDMEDCONFTX
           MOVE "R" TO TIPOCONFTX
           MOVE W-RESPATUAL TO CPFCONFTX
           PERFORM GRAVA-CONF THRU FIM-GRAVA-CONF
           IF W-ACHOUPACI = "S" AND ANO + 18 > W-ANODMED
              ADD 1 TO W-QTDEMENOR
              MOVE "RESPONSAVEL MENOR, VINCULAR NA FAMILIA: "
                 TO MSGPENDETX
              MOVE NOMERESPPACIENTE TO NOMEPENDETX
              WRITE REGDMEDCONFTX FROM DETPENDE.
           MOVE W-ANODMED TO ANODMED
           MOVE W-RESPATUAL TO CPFRESPDMED
           MOVE ZEROS TO CPFBENDMED KEYPAGDMED
           MOVE ZEROS TO W-BENATUAL W-VALORBEN W-QTDEPAGBEN
           START CADDMED KEY IS NOT LESS KEYDMED INVALID KEY
                 GO TO GERA-FIM.
       GERA-BENEF.
           READ CADDMED NEXT
           IF ST-ERRO NOT = "00"
              PERFORM FECHA-BENEF THRU FIM-FECHA-BENEF
              GO TO GERA-FIM.
           IF ANODMED NOT = W-ANODMED
              PERFORM FECHA-BENEF THRU FIM-FECHA-BENEF
              GO TO GERA-FIM.
           IF CPFRESPDMED NOT = W-RESPATUAL
              PERFORM FECHA-BENEF THRU FIM-FECHA-BENEF
              GO TO GERA-RESP.
           IF CPFBENDMED = W-RESPATUAL
              GO TO GERA-BENEF.
           IF CPFBENDMED NOT = W-BENATUAL
              PERFORM FECHA-BENEF THRU FIM-FECHA-BENEF
              MOVE CPFBENDMED TO W-BENATUAL.
           ADD VALORDMED TO W-VALORBEN
           ADD 1 TO W-QTDEPAGBEN
           GO TO GERA-BENEF.
      *
       GERA-FIM.
           MOVE "FIMDmed|" TO REGDMEDTX
           WRITE REGDMEDTX
           PERFORM TOTALIZA THRU FIM-TOTALIZA
           GO TO ROT-FIM.
      *----------------VALOR DO PROPRIO RESPONSAVEL (PODE SER ZERO)------
       SOMA-TITULAR.
           MOVE ZEROS TO W-VALORBEN W-QTDEPAGBEN
           MOVE W-ANODMED TO ANODMED
           MOVE W-RESPATUAL TO CPFRESPDMED CPFBENDMED
           MOVE ZEROS TO KEYPAGDMED
           START CADDMED KEY IS NOT LESS KEYDMED INVALID KEY
                 GO TO FIM-SOMA-TITULAR.
       SOMA-TITULAR1.
           READ CADDMED NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-SOMA-TITULAR.
           IF ANODMED NOT = W-ANODMED
              OR CPFRESPDMED NOT = W-RESPATUAL
              OR CPFBENDMED NOT = W-RESPATUAL
              GO TO FIM-SOMA-TITULAR.
           ADD VALORDMED TO W-VALORBEN
           ADD 1 TO W-QTDEPAGBEN
           GO TO SOMA-TITULAR1.
       FIM-SOMA-TITULAR.
           EXIT.
      *----------------LINHA BRPSS DO DEPENDENTE ACUMULADO---------------
       FECHA-BENEF.
           IF W-BENATUAL = ZEROS
              GO TO FIM-FECHA-BENEF.
           ADD 1 TO W-QTDEBENEF
           ADD W-VALORBEN TO W-TOTALDMED
           MOVE W-BENATUAL TO CPF
           PERFORM LE-PACIENTE THRU FIM-LE-PACIENTE
           MOVE SPACES TO REGDMEDTX
           MOVE 1 TO W-PTR
           STRING "BRPSS|" W-BENATUAL "|" W-NASCDMED "|"
                  DELIMITED BY SIZE
                  W-NOMEDMED DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  INTO REGDMEDTX WITH POINTER W-PTR
           PERFORM EDITA-VALOR THRU FIM-EDITA-VALOR
           WRITE REGDMEDTX
           MOVE "D" TO TIPOCONFTX
           MOVE W-BENATUAL TO CPFCONFTX
           PERFORM GRAVA-CONF THRU FIM-GRAVA-CONF
           MOVE ZEROS TO W-VALORBEN W-QTDEPAGBEN.
       FIM-FECHA-BENEF.
           EXIT.
      *----------------NOME CIVIL E NASCIMENTO DO CADASTRO---------------
       LE-PACIENTE.
           MOVE "N" TO W-ACHOUPACI
           MOVE SPACES TO W-NOMEDMED
           MOVE ZEROS TO W-NASCDMED
           READ CADPACI
           IF ST-ERRO NOT = "00"
              ADD 1 TO W-QTDESEMCAD
              GO TO FIM-LE-PACIENTE.
           MOVE "S" TO W-ACHOUPACI
           MOVE NOMEPACIENTE TO W-NOMEDMED
           COMPUTE W-NASCDMED = ANO * 10000 + MES * 100 + DIA.
       FIM-LE-PACIENTE.
           EXIT.
      *----------------VALOR EM CENTAVOS SEM ZEROS A ESQUERDA------------
       EDITA-VALOR.
           COMPUTE W-CENTAVOS = W-VALORBEN * 100
           MOVE W-CENTAVOS TO W-VALORED
           MOVE ZEROS TO W-BRANCOS
           INSPECT W-VALORED TALLYING W-BRANCOS FOR LEADING SPACES
           STRING W-VALORED(W-BRANCOS + 1:) "|" DELIMITED BY SIZE
                  INTO REGDMEDTX WITH POINTER W-PTR.
       FIM-EDITA-VALOR.
           EXIT.
      *----------------LINHA DA CONFERENCIA------------------------------
       GRAVA-CONF.
           MOVE W-NOMEDMED TO NOMECONFTX
           MOVE W-NASCDMED TO NASCCONFTX
           MOVE W-QTDEPAGBEN TO QTDECONFTX
           MOVE W-VALORBEN TO VALORCONFTX
           WRITE REGDMEDCONFTX FROM DETCONF
           IF W-ACHOUPACI NOT = "S"
              MOVE "CPF SEM CADASTRO DE PACIENTE" TO MSGPENDETX
              MOVE SPACES TO NOMEPENDETX
              WRITE REGDMEDCONFTX FROM DETPENDE.
       FIM-GRAVA-CONF.
           EXIT.
      *----------------TOTAIS E EXCLUSOES DA CONFERENCIA-----------------
       TOTALIZA.
           MOVE SPACES TO REGDMEDCONFTX
           WRITE REGDMEDCONFTX
           MOVE "PAGAMENTOS DO ANO LIDOS...........:" TO ROTTOTCONFTX
           MOVE W-QTDELIDOS TO QTDETOTCONFTX
           MOVE ZEROS TO VALTOTCONFTX
           WRITE REGDMEDCONFTX FROM TOTCONF
           MOVE "EXCLUIDOS - CONVENIO..............:" TO ROTTOTCONFTX
           MOVE W-QTDECONV TO QTDETOTCONFTX
           MOVE W-VALORCONV TO VALTOTCONFTX
           WRITE REGDMEDCONFTX FROM TOTCONF
           MOVE "EXCLUIDOS - ESTORNADOS............:" TO ROTTOTCONFTX
           MOVE W-QTDEESTOR TO QTDETOTCONFTX
           MOVE W-VALORESTOR TO VALTOTCONFTX
           WRITE REGDMEDCONFTX FROM TOTCONF
           MOVE "EXCLUIDOS - CORTESIAS (VALOR ZERO):" TO ROTTOTCONFTX
           MOVE W-QTDECORT TO QTDETOTCONFTX
           MOVE ZEROS TO VALTOTCONFTX
           WRITE REGDMEDCONFTX FROM TOTCONF
           MOVE "PAGAMENTOS NA BASE DMED...........:" TO ROTTOTCONFTX
           MOVE W-QTDEBASE TO QTDETOTCONFTX
           MOVE W-TOTALBASE TO VALTOTCONFTX
           WRITE REGDMEDCONFTX FROM TOTCONF
           MOVE "RESPONSAVEIS (RPPSS)..............:" TO ROTTOTCONFTX
           MOVE W-QTDERESP TO QTDETOTCONFTX
           MOVE W-TOTALDMED TO VALTOTCONFTX
           WRITE REGDMEDCONFTX FROM TOTCONF
           MOVE "DEPENDENTES (BRPSS)...............:" TO ROTTOTCONFTX
           MOVE W-QTDEBENEF TO QTDETOTCONFTX
           MOVE ZEROS TO VALTOTCONFTX
           WRITE REGDMEDCONFTX FROM TOTCONF
           MOVE "PENDENCIAS - RESPONSAVEL MENOR....:" TO ROTTOTCONFTX
           MOVE W-QTDEMENOR TO QTDETOTCONFTX
           MOVE ZEROS TO VALTOTCONFTX
           WRITE REGDMEDCONFTX FROM TOTCONF
           MOVE "PENDENCIAS - CPF SEM CADASTRO.....:" TO ROTTOTCONFTX
           MOVE W-QTDESEMCAD TO QTDETOTCONFTX
           WRITE REGDMEDCONFTX FROM TOTCONF
           IF W-TOTALDMED NOT = W-TOTALBASE
              MOVE "*** TOTAL DO ARQUIVO DIFERE DA BASE ***"
                 TO REGDMEDCONFTX
              WRITE REGDMEDCONFTX
              DISPLAY "*** TOTAL DO ARQUIVO DIFERE DA BASE ***".
           DISPLAY "PAGAMENTOS NA BASE DMED: " W-QTDEBASE
           DISPLAY "RESPONSAVEIS           : " W-QTDERESP
           DISPLAY "DEPENDENTES            : " W-QTDEBENEF
           DISPLAY "PENDENCIAS             : " W-QTDEMENOR
                   " MENOR(ES), " W-QTDESEMCAD " SEM CADASTRO".
       FIM-TOTALIZA.
           EXIT.
      *
       ROT-FIM.
           CLOSE CADPAGTO CADPACI CADDMED DMEDTX DMEDCONFTX.
           IF W-ESTOK = "S"
              CLOSE CADESTORNO.
           IF W-FAMOK = "S"
              CLOSE CADFAMILIA.
           DISPLAY "*** DMED GERADA EM DMED.TXT ***"
           DISPLAY "*** CONFERENCIA EM DMEDCONF.DOC ***".
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
