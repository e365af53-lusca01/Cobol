       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP057.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    SUBSTITUICAO DO IDENTIFICADOR PROVISORIO DO RECEM-NASCIDO  *
      *    PELO CPF DEFINITIVO (CADPACI, CADPACIEXT E CADPARTO)       *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    ALTERNATE RECORD KEY IS NOMEPACIENTE
                                         WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPARTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPARTO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPACIEXT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFPEXT
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCONSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPAL
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DATACONS
                       WITH DUPLICATES.
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
      *
       FD CADPARTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARTO.DAT".
       01  REGPARTO.
           03 KEYPARTO.
              05 CPFMAEPAR        PIC 9(11).
              05 DATAPAR          PIC 9(08).
              05 ORDEMRNPAR       PIC 9(01).
           03 HORAPAR             PIC 9(04).
           03 TIPOPAR             PIC 9(01).
              88 PAR-VAGINAL        VALUE 1.
              88 PAR-CESAREA        VALUE 2.
              88 PAR-FORCEPS        VALUE 3.
           03 IGSEMPAR            PIC 9(02).
           03 IGDIASPAR           PIC 9(01).
           03 CONDRNPAR           PIC X(01).
              88 RN-VIVO            VALUE "V".
              88 RN-NATIMORTO       VALUE "N".
           03 SEXORNPAR           PIC X(01).
           03 APGAR1PAR           PIC 9(02).
           03 APGAR5PAR           PIC 9(02).
           03 PESOPAR             PIC 9(04).
           03 DNVPAR              PIC 9(11).
           03 CPFRNPAR            PIC 9(11).
           03 IDPROVPAR           PIC 9(11).
           03 OPERPAR             PIC 9(04).
           03 DATAREGPAR          PIC 9(08).
           03 HORAREGPAR          PIC 9(06).
           03 FILLER              PIC X(20).
      *
       FD CADPACIEXT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACIEXT.DAT".
       01  REGPACIEXT.
           03 CPFPEXT             PIC 9(11).
           03 CNSPACIENTE         PIC 9(15).
           03 OBITODATA           PIC 9(08).
           03 OBITOCID            PIC X(07).
           03 RESTRITOPACI        PIC X(01).
           03 FILLER              PIC X(14).
      *
       FD CADCONSU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSU.DAT".
       01  REGCONS.
           03 KEYPRINCIPAL.
              05 CPFPACIENTE       PIC 9(11).
              05 DATACONS.
                 07 DIAC           PIC 9(02).
                 07 MESC           PIC 9(02).
                 07 ANOC           PIC 9(04).
              05 HORAC             PIC 9(04).
           03 CODMED               PIC 9(06).
           03 CODCONV              PIC 9(04).
           03 CODCID               PIC X(07).
           03 DESCRICAO1           PIC X(60).
           03 DESCRICAO2           PIC X(60).
           03 STATUSCONS           PIC X(01).
              88 AGENDADA          VALUE "A".
              88 REALIZADA         VALUE "R".
              88 CANCELADA         VALUE "C".
              88 FALTOU            VALUE "F".
           03 VALOR                PIC 9(06)V99.
           03 PAGO                 PIC X(01).
              88 PAGO-SIM          VALUE "S".
              88 PAGO-NAO          VALUE "N".
           03 PESO                 PIC 9(03)V9.
           03 ALTURA               PIC 9(03).
           03 PRESSAOSIS           PIC 9(03).
           03 PRESSAODIA           PIC 9(03).
           03 TEMPERATURA          PIC 9(02)V9.
           03 RETORNO.
              05 DIARETORNO        PIC 9(02).
              05 MESRETORNO        PIC 9(02).
              05 ANORETORNO        PIC 9(04).
           03 SEVERIDADE           PIC 9(01).
              88 SEV-NAO-INFORMADA  VALUE 0.
              88 SEV-EMERGENCIA     VALUE 1.
              88 SEV-URGENCIA       VALUE 2.
              88 SEV-SEMI-URGENCIA  VALUE 3.
              88 SEV-NAO-URGENCIA   VALUE 4.
           03 CODSALA              PIC 9(02).
           03 UNIDADE               PIC 9(02).
           03 LEMBRETEENVIADO      PIC X(01).
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
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 ST-ERRO       PIC X(02) VALUE "00".
       01 W-CHAVESUBST.
          03 W-IDPROV   PIC 9(11) VALUE ZEROS.
          03 W-CPFNOVO  PIC 9(11) VALUE ZEROS.
       01 W-KEYPARTO    PIC X(20) VALUE SPACES.
       01 W-DATAPARTO   PIC 9(08) VALUE ZEROS.
       01 MSGRN         PIC X(30) VALUE SPACES.
       01 MSGMAE        PIC X(30) VALUE SPACES.
       01 W-ACHOU       PIC X(01) VALUE "N".
       01 W-QTDREF      PIC 9(04) VALUE ZEROS.
       01 W-PEXTOK      PIC X(01) VALUE "N".
       01 W-CONSUOK     PIC X(01) VALUE "N".
       01 W-INTERNOK    PIC X(01) VALUE "N".
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
      *---CAPTURA DE ALTERACOES PARA EXPORTACAO DELTA------------------
       01 W-ACAODELTA    PIC X(01) VALUE "G".
       01 W-NOMEDELTA    PIC X(10) VALUE SPACES.
       01 W-ARQDELTA     PIC X(12) VALUE SPACES.
       01 W-CHAVEDELTA   PIC X(25) VALUE SPACES.
       01 W-OKDELTA      PIC X(01) VALUE SPACES.
       01 W-SEQDELTA     PIC 9(06) VALUE ZEROS.
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
      *---DIARIO DE IMAGENS APOS ATUALIZACAO (RECUPERACAO)---------------
       01 W-ACAOJOR      PIC X(01) VALUE "G".
       01 W-ARQJOR       PIC X(12) VALUE SPACES.
       01 W-OPJOR        PIC X(01) VALUE SPACES.
       01 W-PROGRJOR     PIC X(10) VALUE "SMP057".
       01 W-OPERJOR      PIC 9(04) VALUE ZEROS.
       01 W-IMAGEMJOR    PIC X(200) VALUE SPACES.
       01 W-SEQJOR       PIC 9(08) VALUE ZEROS.
       01 W-OKJOR        PIC X(01) VALUE SPACES.
      *------------------------------------
       SCREEN SECTION.
       01  TELASUBSTRN.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          CPF DEFINITIVO DO RECEM-NASCID".
           05  LINE 02  COLUMN 41
               VALUE  "O".
           05  LINE 05  COLUMN 01
               VALUE  "  IDENTIFICADOR PROVISORIO :".
           05  LINE 06  COLUMN 01
               VALUE  "  NOME DO RN               :".
           05  LINE 08  COLUMN 01
               VALUE  "  MAE                      :".
           05  LINE 09  COLUMN 01
               VALUE  "  DATA DO PARTO            :".
           05  LINE 12  COLUMN 01
               VALUE  "  CPF DEFINITIVO           :".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TW-IDPROV
               LINE 05  COLUMN 30  PIC 9(11)
               USING  W-IDPROV
               HIGHLIGHT.
           05  TMSGRN
               LINE 06  COLUMN 30  PIC X(30)
               USING  MSGRN
               HIGHLIGHT.
           05  TMSGMAE
               LINE 08  COLUMN 30  PIC X(30)
               USING  MSGMAE
               HIGHLIGHT.
           05  TW-DATAPARTO
               LINE 09  COLUMN 30  PIC 9(08)
               USING  W-DATAPARTO
               HIGHLIGHT.
           05  TW-CPFNOVO
               LINE 12  COLUMN 30  PIC 9(11)
               USING  W-CPFNOVO
               HIGHLIGHT.
      *
      *--------------(INICIO)--------------------------
       PROCEDURE DIVISION.
       INICIO.
       L0.
           OPEN I-O CADPACI
           IF ST-ERRO NOT = "00"
              MOVE " ERRO NA ABERTURA DO ARQUIVO CADPACI " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN I-O CADPARTO
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO CADPARTO NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPACI
              GO TO ROT-FIM2.
           OPEN I-O CADPACIEXT
           IF ST-ERRO = "00"
              MOVE "S" TO W-PEXTOK.
           OPEN INPUT CADCONSU
           IF ST-ERRO = "00"
              MOVE "S" TO W-CONSUOK.
           OPEN INPUT CADINTERN
           IF ST-ERRO = "00"
              MOVE "S" TO W-INTERNOK.
           PERFORM ABRIR-CADSESSAO.
           PERFORM ABRIR-CADLOG.
       L1.
           MOVE ZEROS TO W-IDPROV W-CPFNOVO W-DATAPARTO
           MOVE SPACES TO MSGRN MSGMAE W-KEYPARTO
           DISPLAY TELASUBSTRN.
       L2.
           ACCEPT TW-IDPROV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-IDPROV = ZEROS
              MOVE " ** PREENCHA O CAMPO PARA PROSSEGUIR ** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2.
           MOVE W-IDPROV TO W-CPFN
           PERFORM VALIDA-CPF THRU FIM-VALIDA-CPF
           IF W-CPFVALIDO = "S"
              MOVE "** JA E UM CPF DEFINITIVO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2.
      *-----O IDENTIFICADOR PRECISA TER SIDO EMITIDO NO PARTO-----------
           PERFORM LOCALIZA-PARTO THRU FIM-LOCALIZA-PARTO
           IF W-ACHOU NOT = "S"
              MOVE "** RN SEM REGISTRO DE PARTO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2.
           MOVE CPFMAEPAR TO CPF
           READ CADPACI
           IF ST-ERRO = "00"
              MOVE NOMEPACIENTE TO MSGMAE.
           MOVE W-IDPROV TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "** RN NAO ENCONTRADO EM CADPACI **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
           MOVE NOMEPACIENTE TO MSGRN
           DISPLAY TELASUBSTRN.
      *-----ATENDIMENTOS SOB O IDENTIFICADOR BLOQUEIAM A TROCA----------
           PERFORM VERIFICA-REFRN THRU FIM-VERIFICA-REFRN
           IF W-QTDREF > ZEROS
              MOVE "** RN TEM ATENDIMENTOS,SUBSTITUICAO BLOQUEADA **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
       L3.
           ACCEPT TW-CPFNOVO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L1.
           IF W-CPFNOVO = ZEROS
              MOVE " ** PREENCHA O CAMPO PARA PROSSEGUIR ** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L3.
           MOVE W-CPFNOVO TO W-CPFN
           PERFORM VALIDA-CPF THRU FIM-VALIDA-CPF
           IF W-CPFVALIDO = "N"
              MOVE "*** CPF INVALIDO, DIGITOS NAO CONFEREM ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L3.
           MOVE W-CPFNOVO TO CPF
           READ CADPACI
           IF ST-ERRO = "00"
              MOVE "** CPF JA CADASTRADO PARA OUTRO PACIENTE **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L3.
       SUB-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "SUBSTITUIR (S/N) : ".
           ACCEPT (23, 59) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L3.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** IDENTIFICADOR NAO SUBSTITUIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SUB-OPC.
      *-----CADPACI: GRAVA COM O CPF E APAGA O PROVISORIO--------------
       SUB-WR1.
           MOVE W-IDPROV TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO CADPACI" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-CPFNOVO TO CPF
           WRITE REGPACI
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO DE PACIENTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "I" TO W-OPJOR
           PERFORM JORNAL-PACI THRU FIM-JORNAL-PACI
           PERFORM GRAVA-DELTA THRU FIM-GRAVA-DELTA
           MOVE W-IDPROV TO CPF
           DELETE CADPACI RECORD
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA EXCLUSAO DO IDENTIFICADOR PROVISORIO"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "E" TO W-OPJOR
           PERFORM JORNAL-PACI THRU FIM-JORNAL-PACI
           PERFORM GRAVA-DELTA THRU FIM-GRAVA-DELTA.
       SUB-WR2.
           IF W-PEXTOK NOT = "S"
              GO TO SUB-WR3.
           MOVE W-IDPROV TO CPFPEXT
           READ CADPACIEXT
           IF ST-ERRO NOT = "00"
              GO TO SUB-WR3.
           MOVE W-CPFNOVO TO CPFPEXT
           WRITE REGPACIEXT
           MOVE W-IDPROV TO CPFPEXT
           DELETE CADPACIEXT RECORD.
       SUB-WR3.
           MOVE W-KEYPARTO TO KEYPARTO
           READ CADPARTO
           IF ST-ERRO = "00"
              MOVE W-CPFNOVO TO CPFRNPAR
              REWRITE REGPARTO.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA ALTERACAO DO REGISTRO DE PARTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-CHAVESUBST TO CHAVELOGTX
           MOVE "S" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           MOVE "*** IDENTIFICADOR SUBSTITUIDO PELO CPF ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO L1.
      *
      *****************************************
      * ROTINAS AUXILIARES                    *
      *****************************************
      *
       LOCALIZA-PARTO.
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO KEYPARTO
           START CADPARTO KEY IS NOT LESS KEYPARTO INVALID KEY
                 GO TO FIM-LOCALIZA-PARTO.
       LOCALIZA-PARTO1.
           READ CADPARTO NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-LOCALIZA-PARTO.
           IF CPFRNPAR NOT = W-IDPROV
              GO TO LOCALIZA-PARTO1.
           MOVE "S" TO W-ACHOU
           MOVE KEYPARTO TO W-KEYPARTO
           MOVE DATAPAR TO W-DATAPARTO.
       FIM-LOCALIZA-PARTO.
           EXIT.
      *
       VERIFICA-REFRN.
           MOVE ZEROS TO W-QTDREF
           IF W-CONSUOK NOT = "S"
              GO TO VERIFICA-REFRN2.
           MOVE ZEROS TO KEYPRINCIPAL
           MOVE W-IDPROV TO CPFPACIENTE
           START CADCONSU KEY IS NOT LESS KEYPRINCIPAL INVALID KEY
                 GO TO VERIFICA-REFRN2.
           READ CADCONSU NEXT
           IF ST-ERRO = "00" AND CPFPACIENTE = W-IDPROV
              ADD 1 TO W-QTDREF.
       VERIFICA-REFRN2.
           IF W-INTERNOK NOT = "S"
              GO TO FIM-VERIFICA-REFRN.
           MOVE ZEROS TO KEYINTERN
           MOVE W-IDPROV TO CPFINTERN
           START CADINTERN KEY IS NOT LESS KEYINTERN INVALID KEY
                 GO TO FIM-VERIFICA-REFRN.
           READ CADINTERN NEXT
           IF ST-ERRO = "00" AND CPFINTERN = W-IDPROV
              ADD 1 TO W-QTDREF.
       FIM-VERIFICA-REFRN.
           EXIT.
      *
      * ROTINA DE VALIDACAO DO DIGITO VERIFICADOR DO CPF
      *
       VALIDA-CPF.
           MOVE "S" TO W-CPFVALIDO
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
       JORNAL-PACI.
           MOVE "CADPACI" TO W-ARQJOR
           MOVE REGPACI TO W-IMAGEMJOR
           MOVE W-CODOPERLOG TO W-OPERJOR
           CALL "JORNAL" USING W-ACAOJOR W-ARQJOR W-OPJOR W-PROGRJOR
                W-OPERJOR W-IMAGEMJOR W-SEQJOR W-OKJOR.
       FIM-JORNAL-PACI.
           EXIT.
       GRAVA-DELTA.
           MOVE "CADPACI" TO W-ARQDELTA
           MOVE CPF TO W-CHAVEDELTA
           CALL "DELTA" USING W-ACAODELTA W-NOMEDELTA W-ARQDELTA
                W-CHAVEDELTA W-OKDELTA W-SEQDELTA.
       FIM-GRAVA-DELTA.
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
           MOVE "SMP057" TO PROGRAMALOGTX
           MOVE LOGTX TO REGLOG
           WRITE REGLOG.
      *
       ROT-FIM.
           CLOSE CADPACI CADPARTO CADLOG
           IF W-PEXTOK = "S"
              CLOSE CADPACIEXT.
           IF W-CONSUOK = "S"
              CLOSE CADCONSU.
           IF W-INTERNOK = "S"
              CLOSE CADINTERN.
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
