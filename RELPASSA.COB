       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPASSA.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    PASSAGEM DE PLANTAO DA ENFERMAGEM POR UNIDADE: CADA LEITO  *
      *    OCUPADO COM A ULTIMA EVOLUCAO DE ENFERMAGEM (CADEVOLENF)   *
      *    E AS DOSES AINDA PREVISTAS NO MAPA (CADADMIN)              *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADINTERN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYINTERN
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO.
       SELECT CADUNIDADE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODUNIDADE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADEVOLENF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYEVOLENF
                    FILE STATUS  IS ST-ERRO.
       SELECT CADADMIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYADMIN
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPRESCINT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRESCINT
                    FILE STATUS  IS ST-ERRO.
       SELECT RELPASSATX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADADMIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADADMIN.DAT".
       01  REGADMIN.
           03 KEYADMIN.
              05 CPFADM           PIC 9(11).
              05 DATAINTADM       PIC 9(08).
              05 HORAINTADM       PIC 9(04).
              05 LINHAADM         PIC 9(02).
              05 DATAADM          PIC 9(08).
              05 HORAADM          PIC 9(04).
           03 OPERADM             PIC 9(04).
           03 HORAREALADM         PIC 9(06).
           03 STATUSADM           PIC X(01).
              88 ADM-PREVISTO       VALUE "P".
              88 ADM-ADMINISTRADO   VALUE "A".
              88 ADM-OMITIDO        VALUE "O".
           03 LOTEADM             PIC X(10).
           03 BAIXAADM            PIC X(01).
              88 DOSE-NA-ENFERMARIA VALUE "S".
              88 DOSE-DEVOLVIDA     VALUE "D".
           03 MOTIVODEVADM        PIC X(01).
      *
       FD CADPRESCINT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRESCINT.DAT".
       01  REGPRESCINT.
           03 KEYPRESCINT.
              05 CPFPI            PIC 9(11).
              05 DATAINTPI        PIC 9(08).
              05 HORAINTPI        PIC 9(04).
              05 LINHAPI          PIC 9(02).
           03 CODMEDICPI          PIC 9(05).
           03 MEDICAMENTOPI       PIC X(30).
           03 DOSEPI              PIC X(15).
           03 FREQHORASPI         PIC 9(02).
           03 DATAINIPI           PIC 9(08).
           03 DATAFIMPI           PIC 9(08).
           03 ATIVOPI             PIC X(01).
      *
       FD RELPASSATX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELPASSA.DOC".
       01 REGRELPASSATX        PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 IND1           PIC 9(03) VALUE ZEROS.
       01 W-UNIDPASSA    PIC 9(02) VALUE ZEROS.
       01 W-DATAPASSA    PIC 9(08) VALUE ZEROS.
       01 W-TURNO        PIC 9(01) VALUE ZEROS.
       01 W-HORAFIMTUR   PIC 9(04) VALUE ZEROS.
       01 W-FIMTURNO     PIC 9(12) VALUE ZEROS.
       01 W-DOSEHORA     PIC 9(12) VALUE ZEROS.
       01 W-PLANTAOREF   PIC 9(09) VALUE ZEROS.
       01 W-PLANTAOEVE   PIC 9(09) VALUE ZEROS.
       01 W-PACIOK       PIC X(01) VALUE "N".
       01 W-UNIDOK       PIC X(01) VALUE "N".
       01 W-EVOLOK       PIC X(01) VALUE "N".
       01 W-ADMOK        PIC X(01) VALUE "N".
       01 W-PRESCOK      PIC X(01) VALUE "N".
       01 W-TEMEVOL      PIC X(01) VALUE "N".
       01 W-KEYULTEVOL   PIC X(32) VALUE SPACES.
       01 W-QTDPEND      PIC 9(04) VALUE ZEROS.
       01 W-QTDATRASO    PIC 9(06) VALUE ZEROS.
       01 W-DATAINTAMD   PIC 9(08) VALUE ZEROS.
      *---LEITOS OCUPADOS DA UNIDADE (IMPRESSOS EM ORDEM DE LEITO)------
       01 W-QTDLEITO     PIC 9(03) VALUE ZEROS.
       01 W-QTDIMPRESSO  PIC 9(03) VALUE ZEROS.
       01 TABLEITO.
          03 TBL-LINHA OCCURS 200 TIMES.
             05 TBL-LEITO     PIC 9(03).
             05 TBL-CPF       PIC 9(11).
             05 TBL-DATAINT   PIC 9(08).
             05 TBL-HORAINT   PIC 9(04).
             05 TBL-ENTRADA   PIC 9(08).
             05 TBL-CID       PIC X(07).
             05 TBL-IMPRESSO  PIC X(01).
       01 W-MENORLEITO   PIC 9(04) VALUE ZEROS.
       01 W-MENORIND     PIC 9(03) VALUE ZEROS.
       01 TABTURNO-R.
          03 FILLER PIC X(05) VALUE "MANHA".
          03 FILLER PIC X(05) VALUE "TARDE".
          03 FILLER PIC X(05) VALUE "NOITE".
       01 TABTURNO REDEFINES TABTURNO-R.
          03 TBU-NOME PIC X(05) OCCURS 3 TIMES.
      *---LINHAS DO RELATORIO-----------------------------------------
       01 CAB0.
          03 FILLER PIC X(50) VALUE
          "HOSPITAL MAINFRAME *** PASSAGEM DE PLANTAO ***    ".
          03 FILLER PIC X(08) VALUE "  DATA: ".
          03 DATAPASSATX  PIC 9(08).
          03 FILLER PIC X(11) VALUE "  PLANTAO: ".
          03 TURNOPASSATX PIC X(05).
       01 CAB1.
          03 FILLER         PIC X(09) VALUE "UNIDADE: ".
          03 UNIDPASSATX    PIC 9(02).
          03 FILLER         PIC X(01) VALUE " ".
          03 NOMEUNIDTX     PIC X(30).
       01 DETLEITO.
          03 FILLER         PIC X(06) VALUE "LEITO ".
          03 LEITOPASSATX   PIC 9(03).
          03 FILLER         PIC X(06) VALUE "  CPF ".
          03 CPFPASSATX     PIC 9(11).
          03 FILLER         PIC X(01) VALUE " ".
          03 NOMEPASSATX    PIC X(30).
          03 FILLER         PIC X(07) VALUE " DESDE ".
          03 ENTRADAPASSATX PIC 9(08).
          03 FILLER         PIC X(06) VALUE "  CID ".
          03 CIDPASSATX     PIC X(07).
       01 DETEVOL.
          03 FILLER         PIC X(21) VALUE
             "   ULTIMA EVOLUCAO : ".
          03 DATAEVOLTX     PIC 9(08).
          03 FILLER         PIC X(01) VALUE " ".
          03 TURNOEVOLTX    PIC X(05).
          03 FILLER         PIC X(12) VALUE "  OPERADOR: ".
          03 OPEREVOLTX     PIC 9(04).
       01 DETSINAIS.
          03 FILLER         PIC X(06) VALUE "   PA ".
          03 PASTX          PIC ZZ9.
          03 FILLER         PIC X(01) VALUE "/".
          03 PADTX          PIC ZZ9.
          03 FILLER         PIC X(04) VALUE " FC ".
          03 FCTX           PIC ZZ9.
          03 FILLER         PIC X(04) VALUE " FR ".
          03 FRTX           PIC Z9.
          03 FILLER         PIC X(06) VALUE " TEMP ".
          03 TEMPTX         PIC Z9,9.
          03 FILLER         PIC X(08) VALUE " SAT O2 ".
          03 SATTX          PIC ZZ9.
          03 FILLER         PIC X(05) VALUE " DOR ".
          03 DORTX          PIC Z9.
          03 FILLER         PIC X(06) VALUE " GLIC ".
          03 GLICTX         PIC ZZ9.
       01 DETTEXTO.
          03 ROTTEXTOTX     PIC X(13).
          03 TEXTOPASSATX   PIC X(60).
       01 DETSEMEVOL.
          03 FILLER         PIC X(40) VALUE
             "   *** SEM EVOLUCAO DE ENFERMAGEM ***   ".
       01 CABDOSES.
          03 FILLER         PIC X(40) VALUE
             "   DOSES PREVISTAS AINDA NAO CHECADAS : ".
       01 DETDOSE.
          03 FILLER         PIC X(06) VALUE SPACES.
          03 DATADOSETX     PIC 9(08).
          03 FILLER         PIC X(01) VALUE " ".
          03 HORADOSETX     PIC 9(04).
          03 FILLER         PIC X(01) VALUE " ".
          03 MEDDOSETX      PIC X(30).
          03 FILLER         PIC X(01) VALUE " ".
          03 DOSEDOSETX     PIC X(15).
          03 FILLER         PIC X(01) VALUE " ".
          03 ATRASODOSETX   PIC X(10).
       01 DETSEMDOSE.
          03 FILLER         PIC X(40) VALUE
             "   NENHUMA DOSE PENDENTE                ".
       01 DETTOTAL.
          03 FILLER         PIC X(20) VALUE "LEITOS OCUPADOS  : ".
          03 QTDLEITOTX     PIC ZZ9.
          03 FILLER         PIC X(24) VALUE
             "   DOSES EM ATRASO   : ".
          03 QTDATRASOTX    PIC ZZZZZ9.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELARELPASSA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "             PASSAGEM DE PLANTAO DA ENFE".
           05  LINE 02  COLUMN 41
               VALUE  "RMAGEM".
           05  LINE 08  COLUMN 01
               VALUE  "   UNIDADE                            :".
           05  LINE 10  COLUMN 01
               VALUE  "   DATA (AAAAMMDD, 0 = HOJE)          :".
           05  LINE 12  COLUMN 01
               VALUE  "   PLANTAO (1-MANHA 2-TARDE 3-NOITE)  :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TW-UNIDPASSA
               LINE 08  COLUMN 41  PIC 9(02)
               USING  W-UNIDPASSA
               HIGHLIGHT.
           05  TW-DATAPASSA
               LINE 10  COLUMN 41  PIC 9(08)
               USING  W-DATAPASSA
               HIGHLIGHT.
           05  TW-TURNO
               LINE 12  COLUMN 41  PIC 9(01)
               USING  W-TURNO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY TELARELPASSA.
       L1.
           ACCEPT TW-UNIDPASSA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM2.
           IF W-UNIDPASSA = ZEROS
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
       L2.
           ACCEPT TW-DATAPASSA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L1.
           IF W-DATAPASSA = ZEROS
              ACCEPT W-DATAPASSA FROM DATE YYYYMMDD
              DISPLAY TW-DATAPASSA.
       L3.
           ACCEPT TW-TURNO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L2.
           IF W-TURNO = ZEROS OR W-TURNO > 3
              MOVE "PLANTAO INVALIDO (1 A 3)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L3.
           IF W-TURNO = 1
              MOVE 1159 TO W-HORAFIMTUR
           ELSE
              IF W-TURNO = 2
                 MOVE 1759 TO W-HORAFIMTUR
              ELSE
                 MOVE 2359 TO W-HORAFIMTUR.
           COMPUTE W-FIMTURNO = W-DATAPASSA * 10000 + W-HORAFIMTUR
           COMPUTE W-PLANTAOREF = W-DATAPASSA * 10 + W-TURNO.
       ABRIR-ARQUIVOS.
           OPEN INPUT CADINTERN
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADINTERN" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN OUTPUT RELPASSATX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELPASSA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADINTERN
              GO TO ROT-FIM2.
           OPEN INPUT CADPACI
           IF ST-ERRO = "00"
              MOVE "S" TO W-PACIOK.
           OPEN INPUT CADUNIDADE
           IF ST-ERRO = "00"
              MOVE "S" TO W-UNIDOK.
           OPEN INPUT CADEVOLENF
           IF ST-ERRO = "00"
              MOVE "S" TO W-EVOLOK.
           OPEN INPUT CADADMIN
           IF ST-ERRO = "00"
              MOVE "S" TO W-ADMOK.
           OPEN INPUT CADPRESCINT
           IF ST-ERRO = "00"
              MOVE "S" TO W-PRESCOK.
           MOVE ZEROS TO W-QTDLEITO W-QTDATRASO.
      *----------------LEITOS OCUPADOS DA UNIDADE-----------------------
       VARRE.
           MOVE ZEROS TO CPFINTERN DATAINTERN HORAINTERN
           START CADINTERN KEY IS NOT LESS KEYINTERN INVALID KEY
                 GO TO IMPRIME.
       VARRE1.
           READ CADINTERN NEXT
           IF ST-ERRO NOT = "00"
              GO TO IMPRIME.
           IF UNIDINT NOT = W-UNIDPASSA OR DATAALTA NOT = ZEROS
              GO TO VARRE1.
           IF DATAENTRADA > W-DATAPASSA
              GO TO VARRE1.
           IF W-QTDLEITO NOT < 200
              MOVE "** LIMITE DE 200 LEITOS NA UNIDADE **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO IMPRIME.
           ADD 1 TO W-QTDLEITO
           MOVE LEITOINT TO TBL-LEITO(W-QTDLEITO)
           MOVE CPFINTERN TO TBL-CPF(W-QTDLEITO)
           COMPUTE TBL-DATAINT(W-QTDLEITO) = ANOINTERN * 10000
                 + MESINTERN * 100 + DIAINTERN
           MOVE HORAINTERN TO TBL-HORAINT(W-QTDLEITO)
           MOVE DATAENTRADA TO TBL-ENTRADA(W-QTDLEITO)
           MOVE CIDINT TO TBL-CID(W-QTDLEITO)
           MOVE "N" TO TBL-IMPRESSO(W-QTDLEITO)
           GO TO VARRE1.
      *----------------IMPRESSAO EM ORDEM DE LEITO----------------------
       IMPRIME.
           MOVE W-DATAPASSA TO DATAPASSATX
           MOVE TBU-NOME(W-TURNO) TO TURNOPASSATX
           WRITE REGRELPASSATX FROM CAB0
           MOVE W-UNIDPASSA TO UNIDPASSATX
           MOVE SPACES TO NOMEUNIDTX
           IF W-UNIDOK = "S"
              MOVE W-UNIDPASSA TO CODUNIDADE
              READ CADUNIDADE
              IF ST-ERRO = "00"
                 MOVE NOMEUNIDADE TO NOMEUNIDTX.
           WRITE REGRELPASSATX FROM CAB1
           MOVE ZEROS TO W-QTDIMPRESSO.
       IMPRIME1.
           IF W-QTDIMPRESSO NOT < W-QTDLEITO
              GO TO TOTAIS.
           MOVE 9999 TO W-MENORLEITO
           MOVE ZEROS TO W-MENORIND
           MOVE 1 TO IND1.
       IMPRIME2.
           IF IND1 > W-QTDLEITO
              GO TO IMPRIME3.
           IF TBL-IMPRESSO(IND1) = "N"
                 AND TBL-LEITO(IND1) < W-MENORLEITO
              MOVE TBL-LEITO(IND1) TO W-MENORLEITO
              MOVE IND1 TO W-MENORIND.
           ADD 1 TO IND1
           GO TO IMPRIME2.
       IMPRIME3.
           MOVE "S" TO TBL-IMPRESSO(W-MENORIND)
           ADD 1 TO W-QTDIMPRESSO
           MOVE SPACES TO REGRELPASSATX
           WRITE REGRELPASSATX
           MOVE TBL-LEITO(W-MENORIND) TO LEITOPASSATX
           MOVE TBL-CPF(W-MENORIND) TO CPFPASSATX
           MOVE TBL-ENTRADA(W-MENORIND) TO ENTRADAPASSATX
           MOVE TBL-CID(W-MENORIND) TO CIDPASSATX
           MOVE SPACES TO NOMEPASSATX
           IF W-PACIOK = "S"
              MOVE TBL-CPF(W-MENORIND) TO CPF
              READ CADPACI
              IF ST-ERRO = "00"
                 MOVE NOMEPACIENTE TO NOMEPASSATX.
           WRITE REGRELPASSATX FROM DETLEITO
           PERFORM ULTIMA-EVOLUCAO THRU FIM-ULTIMA-EVOLUCAO
           PERFORM DOSES-PENDENTES THRU FIM-DOSES-PENDENTES
           GO TO IMPRIME1.
      *-----ULTIMA EVOLUCAO ATE O PLANTAO INFORMADO---------------------
       ULTIMA-EVOLUCAO.
           MOVE "N" TO W-TEMEVOL
           IF W-EVOLOK NOT = "S"
              GO TO ULTIMA-EVOLUCAO3.
           MOVE TBL-CPF(W-MENORIND) TO CPFEVE
           MOVE TBL-DATAINT(W-MENORIND) TO DATAINTEVE
           MOVE TBL-HORAINT(W-MENORIND) TO HORAINTEVE
           MOVE ZEROS TO DATAEVE TURNOEVE
           START CADEVOLENF KEY IS NOT LESS KEYEVOLENF INVALID KEY
                 GO TO ULTIMA-EVOLUCAO2.
       ULTIMA-EVOLUCAO1.
           READ CADEVOLENF NEXT
           IF ST-ERRO NOT = "00"
              GO TO ULTIMA-EVOLUCAO2.
           IF CPFEVE NOT = TBL-CPF(W-MENORIND)
                 OR DATAINTEVE NOT = TBL-DATAINT(W-MENORIND)
                 OR HORAINTEVE NOT = TBL-HORAINT(W-MENORIND)
              GO TO ULTIMA-EVOLUCAO2.
           COMPUTE W-PLANTAOEVE = DATAEVE * 10 + TURNOEVE
           IF W-PLANTAOEVE > W-PLANTAOREF
              GO TO ULTIMA-EVOLUCAO2.
           MOVE "S" TO W-TEMEVOL
           MOVE KEYEVOLENF TO W-KEYULTEVOL
           GO TO ULTIMA-EVOLUCAO1.
       ULTIMA-EVOLUCAO2.
           IF W-TEMEVOL = "S"
              MOVE W-KEYULTEVOL TO KEYEVOLENF
              READ CADEVOLENF
              IF ST-ERRO NOT = "00"
                 MOVE "N" TO W-TEMEVOL.
       ULTIMA-EVOLUCAO3.
           IF W-TEMEVOL = "N"
              WRITE REGRELPASSATX FROM DETSEMEVOL
              GO TO FIM-ULTIMA-EVOLUCAO.
           MOVE DATAEVE TO DATAEVOLTX
           MOVE TBU-NOME(TURNOEVE) TO TURNOEVOLTX
           MOVE OPEREVE TO OPEREVOLTX
           WRITE REGRELPASSATX FROM DETEVOL
           MOVE PRESSAOSISEVE TO PASTX
           MOVE PRESSAODIAEVE TO PADTX
           MOVE FREQCARDEVE TO FCTX
           MOVE FREQRESPEVE TO FRTX
           MOVE TEMPERATURAEVE TO TEMPTX
           MOVE SATURACAOEVE TO SATTX
           MOVE DOREVE TO DORTX
           MOVE GLICEMIAEVE TO GLICTX
           WRITE REGRELPASSATX FROM DETSINAIS
           MOVE "   CUIDADOS: " TO ROTTEXTOTX
           IF CUIDADO1EVE NOT = SPACES
              MOVE CUIDADO1EVE TO TEXTOPASSATX
              WRITE REGRELPASSATX FROM DETTEXTO
              MOVE SPACES TO ROTTEXTOTX.
           IF CUIDADO2EVE NOT = SPACES
              MOVE CUIDADO2EVE TO TEXTOPASSATX
              WRITE REGRELPASSATX FROM DETTEXTO
              MOVE SPACES TO ROTTEXTOTX.
           IF CUIDADO3EVE NOT = SPACES
              MOVE CUIDADO3EVE TO TEXTOPASSATX
              WRITE REGRELPASSATX FROM DETTEXTO.
           MOVE "   EVOLUCAO: " TO ROTTEXTOTX
           MOVE TEXTO1EVE TO TEXTOPASSATX
           WRITE REGRELPASSATX FROM DETTEXTO
           MOVE SPACES TO ROTTEXTOTX
           IF TEXTO2EVE NOT = SPACES
              MOVE TEXTO2EVE TO TEXTOPASSATX
              WRITE REGRELPASSATX FROM DETTEXTO.
           IF TEXTO3EVE NOT = SPACES
              MOVE TEXTO3EVE TO TEXTOPASSATX
              WRITE REGRELPASSATX FROM DETTEXTO.
       FIM-ULTIMA-EVOLUCAO.
           EXIT.
      *-----DOSES PREVISTAS NAO CHECADAS (ATRASADA SE ATE O FIM--------
      *-----DO PLANTAO QUE ESTA SENDO PASSADO)--------------------------
       DOSES-PENDENTES.
           MOVE ZEROS TO W-QTDPEND
           IF W-ADMOK NOT = "S"
              GO TO FIM-DOSES-PENDENTES.
           WRITE REGRELPASSATX FROM CABDOSES
           MOVE TBL-CPF(W-MENORIND) TO CPFADM
           MOVE TBL-DATAINT(W-MENORIND) TO DATAINTADM
           MOVE TBL-HORAINT(W-MENORIND) TO HORAINTADM
           MOVE ZEROS TO LINHAADM DATAADM HORAADM
           START CADADMIN KEY IS NOT LESS KEYADMIN INVALID KEY
                 GO TO DOSES-PENDENTES2.
       DOSES-PENDENTES1.
           READ CADADMIN NEXT
           IF ST-ERRO NOT = "00"
              GO TO DOSES-PENDENTES2.
           IF CPFADM NOT = TBL-CPF(W-MENORIND)
                 OR DATAINTADM NOT = TBL-DATAINT(W-MENORIND)
                 OR HORAINTADM NOT = TBL-HORAINT(W-MENORIND)
              GO TO DOSES-PENDENTES2.
           IF NOT ADM-PREVISTO OR DATAADM > W-DATAPASSA
              GO TO DOSES-PENDENTES1.
           ADD 1 TO W-QTDPEND
           MOVE DATAADM TO DATADOSETX
           MOVE HORAADM TO HORADOSETX
           MOVE SPACES TO MEDDOSETX DOSEDOSETX ATRASODOSETX
           IF W-PRESCOK = "S"
              MOVE CPFADM TO CPFPI
              MOVE DATAINTADM TO DATAINTPI
              MOVE HORAINTADM TO HORAINTPI
              MOVE LINHAADM TO LINHAPI
              READ CADPRESCINT
              IF ST-ERRO = "00"
                 MOVE MEDICAMENTOPI TO MEDDOSETX
                 MOVE DOSEPI TO DOSEDOSETX.
           COMPUTE W-DOSEHORA = DATAADM * 10000 + HORAADM
           IF W-DOSEHORA NOT > W-FIMTURNO
              MOVE "*ATRASADA*" TO ATRASODOSETX
              ADD 1 TO W-QTDATRASO.
           WRITE REGRELPASSATX FROM DETDOSE
           GO TO DOSES-PENDENTES1.
       DOSES-PENDENTES2.
           IF W-QTDPEND = ZEROS
              WRITE REGRELPASSATX FROM DETSEMDOSE.
       FIM-DOSES-PENDENTES.
           EXIT.
      *
       TOTAIS.
           MOVE SPACES TO REGRELPASSATX
           WRITE REGRELPASSATX
           MOVE W-QTDLEITO TO QTDLEITOTX
           MOVE W-QTDATRASO TO QTDATRASOTX
           WRITE REGRELPASSATX FROM DETTOTAL
           MOVE "*** RELATORIO RELPASSA.DOC GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-FIM.
           CLOSE CADINTERN RELPASSATX.
           IF W-PACIOK = "S"
              CLOSE CADPACI.
           IF W-UNIDOK = "S"
              CLOSE CADUNIDADE.
           IF W-EVOLOK = "S"
              CLOSE CADEVOLENF.
           IF W-ADMOK = "S"
              CLOSE CADADMIN.
           IF W-PRESCOK = "S"
              CLOSE CADPRESCINT.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
      *
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
       ROT-MENS1.
           DISPLAY (23, 12) MENS.
       ROT-MENS2.
           ADD 1 TO W-CONT
           IF W-CONT < 3000
              GO TO ROT-MENS2
           ELSE
              DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
           EXIT.
       FIM-ROT-MENS.
