       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELNPS.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    RELATORIO MENSAL DA PESQUISA DE SATISFACAO (NPS)           *
      *    NPS = % PROMOTORES (9-10) - % DETRATORES (0-6) POR MEDICO, *
      *    ESPECIALIDADE E UNIDADE, COM A MEDIA DA NOTA DE ESPERA E   *
      *    A LISTA DOS DETRATORES PARA RETORNO AO PACIENTE            *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADNPS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYNPS
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
       SELECT CADUNIDADE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODUNIDADE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO.
       SELECT RELNPSTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------RESPOSTAS DA PESQUISA DE SATISFACAO (NPS)--------------
      *   CHAVE = CHAVE DA CONSULTA (CPF + DATA DDMMAAAA + HORA)
      *   NOTA 0 A 10: 9-10 PROMOTOR, 7-8 NEUTRO, 0-6 DETRATOR
      *   ESPERA 1 (PESSIMO) A 5 (OTIMO), 0 = NAO RESPONDIDA
       FD CADNPS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNPS.DAT".
       01  REGNPS.
           03 KEYNPS.
              05 CPFNPS           PIC 9(11).
              05 DATANPS.
                 07 DIANPS        PIC 9(02).
                 07 MESNPS        PIC 9(02).
                 07 ANONPS        PIC 9(04).
              05 HORANPS          PIC 9(04).
           03 NOTANPS             PIC 9(02).
              88 NPS-PROMOTOR     VALUE 9 THRU 10.
              88 NPS-NEUTRO       VALUE 7 THRU 8.
              88 NPS-DETRATOR     VALUE 0 THRU 6.
           03 ESPERANPS           PIC 9(01).
           03 COMENTNPS           PIC X(80).
           03 CODMEDNPS           PIC 9(06).
           03 UNIDNPS             PIC 9(02).
           03 DATARESPNPS         PIC 9(08).
           03 DATAIMPNPS          PIC 9(08).
           03 FILLER              PIC X(10).
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
       FD CADESPEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESPEC.DAT".
       01  REGESPEC.
           03 CODESPEC            PIC 9(02).
           03 DESCESPEC           PIC X(20).
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
       FD RELNPSTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELNPS.DOC".
       01 REGRELNPSTX          PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 IND1           PIC 9(03) VALUE ZEROS.
       01 W-MESCOMP      PIC 9(02) VALUE ZEROS.
       01 W-ANOCOMP      PIC 9(04) VALUE ZEROS.
       01 W-MEDOK        PIC X(01) VALUE "N".
       01 W-ESPOK        PIC X(01) VALUE "N".
       01 W-UNIDOK       PIC X(01) VALUE "N".
       01 W-PACIOK       PIC X(01) VALUE "N".
       01 W-ESTOUROMED   PIC X(01) VALUE "N".
       01 W-TABCHEIA     PIC X(01) VALUE "N".
       01 W-ESPMED       PIC 9(02) VALUE ZEROS.
       01 W-IESP         PIC 9(03) VALUE ZEROS.
       01 W-IUNID        PIC 9(02) VALUE ZEROS.
       01 W-QTDEDETR     PIC 9(06) VALUE ZEROS.
      *---ACUMULADORES (PROMOTORES/NEUTROS/DETRATORES/ESPERA)----------
       01 W-QTDEMED      PIC 9(03) VALUE ZEROS.
       01 TABMEDNPS.
          03 TBM-LINHA OCCURS 300 TIMES.
             05 TBM-CRM       PIC 9(06).
             05 TBM-ESPEC     PIC 9(02).
             05 TBM-PROM      PIC 9(05).
             05 TBM-NEUT      PIC 9(05).
             05 TBM-DETR      PIC 9(05).
             05 TBM-QTDESP    PIC 9(05).
             05 TBM-SOMAESP   PIC 9(06).
      *   ESPECIALIDADE NA POSICAO CODIGO + 1 (1 = NAO INFORMADA)
       01 TABESPNPS.
          03 TBE-LINHA OCCURS 100 TIMES.
             05 TBE-PROM      PIC 9(05).
             05 TBE-NEUT      PIC 9(05).
             05 TBE-DETR      PIC 9(05).
             05 TBE-QTDESP    PIC 9(05).
             05 TBE-SOMAESP   PIC 9(06).
       01 TABUNIDNPS.
          03 TBU-LINHA OCCURS 99 TIMES.
             05 TBU-PROM      PIC 9(05).
             05 TBU-NEUT      PIC 9(05).
             05 TBU-DETR      PIC 9(05).
             05 TBU-QTDESP    PIC 9(05).
             05 TBU-SOMAESP   PIC 9(06).
       01 TABTOTNPS.
          03 TBT-PROM         PIC 9(05).
          03 TBT-NEUT         PIC 9(05).
          03 TBT-DETR         PIC 9(05).
          03 TBT-QTDESP       PIC 9(05).
          03 TBT-SOMAESP      PIC 9(06).
      *---CALCULO DE UMA LINHA-----------------------------------------
       01 W-PROM         PIC 9(05) VALUE ZEROS.
       01 W-NEUT         PIC 9(05) VALUE ZEROS.
       01 W-DETR         PIC 9(05) VALUE ZEROS.
       01 W-QTDESP       PIC 9(05) VALUE ZEROS.
       01 W-SOMAESP      PIC 9(06) VALUE ZEROS.
       01 W-RESP         PIC 9(05) VALUE ZEROS.
       01 W-NPS          PIC S9(03) VALUE ZEROS.
       01 W-MEDESP       PIC 9(01)V9 VALUE ZEROS.
      *---LINHAS DO RELATORIO-----------------------------------------
       01 CAB0.
          03 FILLER PIC X(50) VALUE
          "HOSPITAL MAINFRAME *** PESQUISA DE SATISFACAO (NPS".
          03 FILLER PIC X(18) VALUE ") *  COMPETENCIA: ".
          03 MESCOMPTX    PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 ANOCOMPTX    PIC 9(04).
       01 CAB1.
          03 FILLER PIC X(50) VALUE
          "NPS = % PROMOTORES (9-10) - % DETRATORES (0-6)   E".
          03 FILLER PIC X(37) VALUE
          "SPERA = MEDIA 1 (PESSIMO) A 5 (OTIMO)".
       01 CABPARTE.
          03 TITULOPARTETX  PIC X(50).
       01 CAB2.
          03 FILLER PIC X(45) VALUE
          "CODIGO DESCRICAO                       RESP. ".
          03 FILLER PIC X(36) VALUE
          " PROMOT NEUTRO  DETRAT   NPS  ESPERA".
       01 DETNPS.
          03 CODNPSTX       PIC 9(06).
          03 FILLER         PIC X(01) VALUE " ".
          03 DESCNPSTX      PIC X(30).
          03 FILLER         PIC X(01) VALUE " ".
          03 RESPNPSTX      PIC ZZZZZ9.
          03 FILLER         PIC X(02) VALUE "  ".
          03 PROMNPSTX      PIC ZZZZZ9.
          03 FILLER         PIC X(01) VALUE " ".
          03 NEUTNPSTX      PIC ZZZZZ9.
          03 FILLER         PIC X(02) VALUE "  ".
          03 DETRNPSTX      PIC ZZZZZ9.
          03 FILLER         PIC X(02) VALUE "  ".
          03 NPSTX          PIC -ZZ9.
          03 FILLER         PIC X(05) VALUE "     ".
          03 ESPNPSTX       PIC 9,9.
       01 CABDETR.
          03 FILLER PIC X(45) VALUE
          "DATA     HORA CPF         PACIENTE           ".
          03 FILLER PIC X(36) VALUE
          "            TELEFONE    CRM     NOTA".
       01 DETDETR.
          03 DATADETRTX     PIC 9(08).
          03 FILLER         PIC X(01) VALUE " ".
          03 HORADETRTX     PIC 9(04).
          03 FILLER         PIC X(01) VALUE " ".
          03 CPFDETRTX      PIC 9(11).
          03 FILLER         PIC X(01) VALUE " ".
          03 NOMEDETRTX     PIC X(30).
          03 FILLER         PIC X(01) VALUE " ".
          03 DDDDETRTX      PIC 9(02).
          03 TELDETRTX      PIC 9(09).
          03 FILLER         PIC X(01) VALUE " ".
          03 CRMDETRTX      PIC 9(06).
          03 FILLER         PIC X(02) VALUE "  ".
          03 NOTADETRTX     PIC Z9.
       01 DETCOMENT.
          03 FILLER         PIC X(14) VALUE "   COMENTARIO:".
          03 COMENTDETRTX   PIC X(80).
       01 TOTDETR.
          03 FILLER PIC X(22) VALUE "DETRATORES LISTADOS..:".
          03 QTDEDETRTX     PIC ZZZZZ9.
       01 CABESTOURO.
          03 FILLER PIC X(52) VALUE
          "*** ATENCAO: LIMITE DA TABELA EXCEDIDO, LISTA PARCIA".
          03 FILLER PIC X(05) VALUE "L ***".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELARELNPS.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          PESQUISA DE SATISFACAO (NPS) -".
           05  LINE 02  COLUMN 41
               VALUE  " RELATORIO MENSAL".
           05  LINE 10  COLUMN 01
               VALUE  "   COMPETENCIA (MM AAAA) :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TW-MESCOMP
               LINE 10  COLUMN 29  PIC 9(02)
               USING  W-MESCOMP
               HIGHLIGHT.
           05  TW-ANOCOMP
               LINE 10  COLUMN 32  PIC 9(04)
               USING  W-ANOCOMP
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY TELARELNPS.
       L1.
           ACCEPT TW-MESCOMP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM2.
           IF W-MESCOMP = ZEROS OR W-MESCOMP > 12
              MOVE "O MES INSERIDO NAO EXISTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
       L2.
           ACCEPT TW-ANOCOMP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L1.
           IF W-ANOCOMP < 1601
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2.
       ABRIR-ARQUIVOS.
           OPEN INPUT CADNPS
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO CADNPS NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN OUTPUT RELNPSTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELNPS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADNPS
              GO TO ROT-FIM2.
           OPEN INPUT CADMED
           IF ST-ERRO = "00"
              MOVE "S" TO W-MEDOK.
           OPEN INPUT CADESPEC
           IF ST-ERRO = "00"
              MOVE "S" TO W-ESPOK.
           OPEN INPUT CADUNIDADE
           IF ST-ERRO = "00"
              MOVE "S" TO W-UNIDOK.
           OPEN INPUT CADPACI
           IF ST-ERRO = "00"
              MOVE "S" TO W-PACIOK.
           MOVE ZEROS TO TABMEDNPS TABESPNPS TABUNIDNPS TABTOTNPS.
      *----------------ACUMULAR AS RESPOSTAS DA COMPETENCIA--------------
       ACUMULA.
           MOVE ZEROS TO KEYNPS
           START CADNPS KEY IS NOT LESS KEYNPS INVALID KEY
                 GO TO IMPRIME.
       ACUMULA1.
           READ CADNPS NEXT
           IF ST-ERRO NOT = "00"
              GO TO IMPRIME.
           IF MESNPS NOT = W-MESCOMP OR ANONPS NOT = W-ANOCOMP
              GO TO ACUMULA1.
           PERFORM ACHA-MEDICO THRU FIM-ACHA-MEDICO
           COMPUTE W-IESP = W-ESPMED + 1
           MOVE UNIDNPS TO W-IUNID
           IF W-IUNID = ZEROS
              MOVE 1 TO W-IUNID.
           IF NPS-PROMOTOR
              ADD 1 TO TBT-PROM TBE-PROM(W-IESP) TBU-PROM(W-IUNID)
              IF W-ESTOUROMED = "N"
                 ADD 1 TO TBM-PROM(IND1).
           IF NPS-NEUTRO
              ADD 1 TO TBT-NEUT TBE-NEUT(W-IESP) TBU-NEUT(W-IUNID)
              IF W-ESTOUROMED = "N"
                 ADD 1 TO TBM-NEUT(IND1).
           IF NPS-DETRATOR
              ADD 1 TO TBT-DETR TBE-DETR(W-IESP) TBU-DETR(W-IUNID)
              IF W-ESTOUROMED = "N"
                 ADD 1 TO TBM-DETR(IND1).
           IF ESPERANPS = ZEROS
              GO TO ACUMULA1.
           ADD 1 TO TBT-QTDESP TBE-QTDESP(W-IESP) TBU-QTDESP(W-IUNID)
           ADD ESPERANPS TO TBT-SOMAESP TBE-SOMAESP(W-IESP)
                 TBU-SOMAESP(W-IUNID)
           IF W-ESTOUROMED = "N"
              ADD 1 TO TBM-QTDESP(IND1)
              ADD ESPERANPS TO TBM-SOMAESP(IND1).
           GO TO ACUMULA1.
      *
      *   LINHA DO MEDICO NA TABELA (CRIADA COM A ESPECIALIDADE DO
      *   CADMED). TABELA CHEIA: ESPECIALIDADE/UNIDADE AINDA SOMAM
       ACHA-MEDICO.
           MOVE "N" TO W-ESTOUROMED
           MOVE 1 TO IND1.
       ACHA-MEDICO1.
           IF IND1 > W-QTDEMED
              PERFORM BUSCA-ESPEC THRU FIM-BUSCA-ESPEC
              IF W-QTDEMED > 299
                 MOVE "S" TO W-ESTOUROMED
                 MOVE "S" TO W-TABCHEIA
                 GO TO FIM-ACHA-MEDICO
              ELSE
                 ADD 1 TO W-QTDEMED
                 MOVE W-QTDEMED TO IND1
                 MOVE CODMEDNPS TO TBM-CRM(IND1)
                 MOVE W-ESPMED TO TBM-ESPEC(IND1)
                 GO TO FIM-ACHA-MEDICO.
           IF TBM-CRM(IND1) = CODMEDNPS
              MOVE TBM-ESPEC(IND1) TO W-ESPMED
              GO TO FIM-ACHA-MEDICO.
           ADD 1 TO IND1
           GO TO ACHA-MEDICO1.
       FIM-ACHA-MEDICO.
           EXIT.
      *
       BUSCA-ESPEC.
           MOVE ZEROS TO W-ESPMED
           IF W-MEDOK NOT = "S"
              GO TO FIM-BUSCA-ESPEC.
           MOVE CODMEDNPS TO CRM
           READ CADMED
           IF ST-ERRO = "00"
              MOVE ESPECIALIDADE TO W-ESPMED.
       FIM-BUSCA-ESPEC.
           EXIT.
      *----------------IMPRIMIR OS TRES CORTES---------------------------
       IMPRIME.
           MOVE W-MESCOMP TO MESCOMPTX
           MOVE W-ANOCOMP TO ANOCOMPTX
           WRITE REGRELNPSTX FROM CAB0
           WRITE REGRELNPSTX FROM CAB1
           MOVE SPACES TO REGRELNPSTX
           WRITE REGRELNPSTX
           MOVE ZEROS TO CODNPSTX
           MOVE "TOTAL DA COMPETENCIA" TO DESCNPSTX
           MOVE TBT-PROM TO W-PROM
           MOVE TBT-NEUT TO W-NEUT
           MOVE TBT-DETR TO W-DETR
           MOVE TBT-QTDESP TO W-QTDESP
           MOVE TBT-SOMAESP TO W-SOMAESP
           WRITE REGRELNPSTX FROM CAB2
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
      *---POR MEDICO----------------------------------------------------
           MOVE SPACES TO REGRELNPSTX
           WRITE REGRELNPSTX
           MOVE "--- NPS POR MEDICO (CRM) ---" TO TITULOPARTETX
           WRITE REGRELNPSTX FROM CABPARTE
           IF W-TABCHEIA = "S"
              WRITE REGRELNPSTX FROM CABESTOURO.
           WRITE REGRELNPSTX FROM CAB2
           MOVE 1 TO IND1.
       IMPRIME-MEDICO.
           IF IND1 > W-QTDEMED
              GO TO IMPRIME-ESPEC0.
           MOVE TBM-CRM(IND1) TO CODNPSTX
           MOVE SPACES TO DESCNPSTX
           IF W-MEDOK = "S"
              MOVE TBM-CRM(IND1) TO CRM
              READ CADMED
              IF ST-ERRO = "00"
                 MOVE NOMEMEDICO TO DESCNPSTX.
           MOVE TBM-PROM(IND1) TO W-PROM
           MOVE TBM-NEUT(IND1) TO W-NEUT
           MOVE TBM-DETR(IND1) TO W-DETR
           MOVE TBM-QTDESP(IND1) TO W-QTDESP
           MOVE TBM-SOMAESP(IND1) TO W-SOMAESP
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           ADD 1 TO IND1
           GO TO IMPRIME-MEDICO.
      *---POR ESPECIALIDADE---------------------------------------------
       IMPRIME-ESPEC0.
           MOVE SPACES TO REGRELNPSTX
           WRITE REGRELNPSTX
           MOVE "--- NPS POR ESPECIALIDADE ---" TO TITULOPARTETX
           WRITE REGRELNPSTX FROM CABPARTE
           WRITE REGRELNPSTX FROM CAB2
           MOVE 1 TO IND1.
       IMPRIME-ESPEC.
           IF IND1 > 100
              GO TO IMPRIME-UNID0.
           COMPUTE W-RESP = TBE-PROM(IND1) + TBE-NEUT(IND1)
                 + TBE-DETR(IND1)
           IF W-RESP = ZEROS
              ADD 1 TO IND1
              GO TO IMPRIME-ESPEC.
           COMPUTE CODNPSTX = IND1 - 1
           MOVE "NAO INFORMADA" TO DESCNPSTX
           IF IND1 > 1 AND W-ESPOK = "S"
              COMPUTE CODESPEC = IND1 - 1
              READ CADESPEC
              IF ST-ERRO = "00"
                 MOVE DESCESPEC TO DESCNPSTX.
           MOVE TBE-PROM(IND1) TO W-PROM
           MOVE TBE-NEUT(IND1) TO W-NEUT
           MOVE TBE-DETR(IND1) TO W-DETR
           MOVE TBE-QTDESP(IND1) TO W-QTDESP
           MOVE TBE-SOMAESP(IND1) TO W-SOMAESP
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           ADD 1 TO IND1
           GO TO IMPRIME-ESPEC.
      *---POR UNIDADE---------------------------------------------------
       IMPRIME-UNID0.
           MOVE SPACES TO REGRELNPSTX
           WRITE REGRELNPSTX
           MOVE "--- NPS POR UNIDADE ---" TO TITULOPARTETX
           WRITE REGRELNPSTX FROM CABPARTE
           WRITE REGRELNPSTX FROM CAB2
           MOVE 1 TO IND1.
       IMPRIME-UNID.
           IF IND1 > 99
              GO TO DETRATORES.
           COMPUTE W-RESP = TBU-PROM(IND1) + TBU-NEUT(IND1)
                 + TBU-DETR(IND1)
           IF W-RESP = ZEROS
              ADD 1 TO IND1
              GO TO IMPRIME-UNID.
           MOVE IND1 TO CODNPSTX
           MOVE SPACES TO DESCNPSTX
           IF W-UNIDOK = "S"
              MOVE IND1 TO CODUNIDADE
              READ CADUNIDADE
              IF ST-ERRO = "00"
                 MOVE NOMEUNIDADE TO DESCNPSTX.
           MOVE TBU-PROM(IND1) TO W-PROM
           MOVE TBU-NEUT(IND1) TO W-NEUT
           MOVE TBU-DETR(IND1) TO W-DETR
           MOVE TBU-QTDESP(IND1) TO W-QTDESP
           MOVE TBU-SOMAESP(IND1) TO W-SOMAESP
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           ADD 1 TO IND1
           GO TO IMPRIME-UNID.
      *----------------DETRATORES PARA RETORNO AO PACIENTE---------------
       DETRATORES.
           MOVE SPACES TO REGRELNPSTX
           WRITE REGRELNPSTX
           MOVE "--- DETRATORES (NOTA 0 A 6) PARA RETORNO ---"
              TO TITULOPARTETX
           WRITE REGRELNPSTX FROM CABPARTE
           WRITE REGRELNPSTX FROM CABDETR
           MOVE ZEROS TO W-QTDEDETR
           MOVE ZEROS TO KEYNPS
           START CADNPS KEY IS NOT LESS KEYNPS INVALID KEY
                 GO TO FECHA.
       DETRATORES1.
           READ CADNPS NEXT
           IF ST-ERRO NOT = "00"
              GO TO FECHA.
           IF MESNPS NOT = W-MESCOMP OR ANONPS NOT = W-ANOCOMP
              GO TO DETRATORES1.
           IF NOT NPS-DETRATOR
              GO TO DETRATORES1.
           ADD 1 TO W-QTDEDETR
           MOVE DATANPS TO DATADETRTX
           MOVE HORANPS TO HORADETRTX
           MOVE CPFNPS TO CPFDETRTX
           MOVE SPACES TO NOMEDETRTX
           MOVE ZEROS TO DDDDETRTX TELDETRTX
           IF W-PACIOK = "S"
              MOVE CPFNPS TO CPF
              READ CADPACI
              IF ST-ERRO = "00"
                 MOVE NOMEPACIENTE TO NOMEDETRTX
                 MOVE DDDPACIENTE TO DDDDETRTX
                 MOVE TNUMPACIENTE TO TELDETRTX.
           MOVE CODMEDNPS TO CRMDETRTX
           MOVE NOTANPS TO NOTADETRTX
           WRITE REGRELNPSTX FROM DETDETR
           IF COMENTNPS NOT = SPACES
              MOVE COMENTNPS TO COMENTDETRTX
              WRITE REGRELNPSTX FROM DETCOMENT.
           GO TO DETRATORES1.
      *----------------CALCULO E GRAVACAO DE UMA LINHA-------------------
       GRAVA-LINHA.
           COMPUTE W-RESP = W-PROM + W-NEUT + W-DETR
           MOVE W-RESP TO RESPNPSTX
           MOVE W-PROM TO PROMNPSTX
           MOVE W-NEUT TO NEUTNPSTX
           MOVE W-DETR TO DETRNPSTX
           MOVE ZEROS TO W-NPS W-MEDESP
           IF W-RESP > ZEROS
              COMPUTE W-NPS ROUNDED =
                    ((W-PROM - W-DETR) * 100) / W-RESP.
           IF W-QTDESP > ZEROS
              COMPUTE W-MEDESP ROUNDED = W-SOMAESP / W-QTDESP.
           MOVE W-NPS TO NPSTX
           MOVE W-MEDESP TO ESPNPSTX
           WRITE REGRELNPSTX FROM DETNPS.
       FIM-GRAVA-LINHA.
           EXIT.
      *
       FECHA.
           MOVE W-QTDEDETR TO QTDEDETRTX
           WRITE REGRELNPSTX FROM TOTDETR
           MOVE "*** RELATORIO GERADO EM RELNPS.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-FIM.
           CLOSE CADNPS RELNPSTX.
           IF W-MEDOK = "S"
              CLOSE CADMED.
           IF W-ESPOK = "S"
              CLOSE CADESPEC.
           IF W-UNIDOK = "S"
              CLOSE CADUNIDADE.
           IF W-PACIOK = "S"
              CLOSE CADPACI.
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
