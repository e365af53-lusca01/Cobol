       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCNES.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    DIVERGENCIAS ENTRE O CNES E O CADASTRO (CNESDIV.DOC)       *
      *    PROFISSIONAIS (CRM E ESPECIALIDADE), SALAS E LEITOS        *
      *    POR UNIDADE COM CNES IMPORTADO (CNESIMP)                   *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCNES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCNES
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
       SELECT CADCONSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPAL
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DATACONS
                       WITH DUPLICATES.
       SELECT CADLEITO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYLEITO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADSALA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODSALAREG
                    FILE STATUS  IS ST-ERRO.
       SELECT CADRECURSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODRECURSO
                    FILE STATUS  IS ST-ERRO.
       SELECT RELCNESTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------REGISTRO CNES IMPORTADO (PROFISSIONAL/SALA/LEITO)-----
       FD CADCNES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCNES.DAT".
       01  REGCNES.
           03 KEYCNES.
              05 UNIDCNES         PIC 9(02).
              05 TIPOCNES         PIC X(01).
                 88 CNES-PROF       VALUE "P".
                 88 CNES-SALA       VALUE "S".
                 88 CNES-LEITO      VALUE "L".
              05 CODCNES          PIC 9(06).
           03 NOMECNES            PIC X(30).
           03 CBOCNES             PIC 9(06).
           03 QTDECNES            PIC 9(04).
           03 DATAIMPCNES         PIC 9(08).
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
       FD CADLEITO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLEITO.DAT".
       01  REGLEITO.
           03 KEYLEITO.
              05 CODUNIDLEITO     PIC 9(02).
              05 CODLEITO         PIC 9(03).
           03 DESCLEITO           PIC X(20).
           03 TIPOLEITO           PIC 9(01).
              88 LEITO-ENFERMARIA   VALUE 1.
              88 LEITO-APARTAMENTO  VALUE 2.
              88 LEITO-UTI          VALUE 3.
      *
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
       FD CADRECURSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECURSO.DAT".
       01  REGRECURSO.
           03 CODRECURSO          PIC 9(03).
           03 DESCRECURSO         PIC X(30).
           03 UNIDRECURSO         PIC 9(02).
           03 HORAABRERE          PIC 9(04).
           03 HORAFECHARE         PIC 9(04).
      *
       FD RELCNESTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CNESDIV.DOC".
       01 REGRELCNESTX         PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 IND1           PIC 9(02) VALUE ZEROS.
       77 IND2           PIC 9(01) VALUE ZEROS.
       77 IND3           PIC 9(03) VALUE ZEROS.
       01 W-DATAHOJE     PIC 9(08) VALUE ZEROS.
       01 W-DATAHOJER REDEFINES W-DATAHOJE.
          03 W-ANOHOJE   PIC 9(04).
          03 W-MESHOJE   PIC 9(02).
          03 W-DIAHOJE   PIC 9(02).
       01 W-COMPINI      PIC 9(06) VALUE ZEROS.
       01 W-COMPCONS     PIC 9(06) VALUE ZEROS.
       01 W-UNIDCONS     PIC 9(02) VALUE ZEROS.
       01 W-MEDOK        PIC X(01) VALUE "N".
       01 W-ESPECOK      PIC X(01) VALUE "N".
       01 W-ACHOU        PIC X(01) VALUE "N".
       01 W-CBOSIS       PIC 9(06) VALUE ZEROS.
       01 W-QTDEDIV      PIC 9(06) VALUE ZEROS.
       01 W-QTDEUNID     PIC 9(02) VALUE ZEROS.
       01 W-SALASIS      PIC 9(04) VALUE ZEROS.
       01 W-SALACNES     PIC 9(04) VALUE ZEROS.
       01 W-QTDEFALTA    PIC 9(03) VALUE ZEROS.
      *---CONTAGENS POR UNIDADE (CNES X CADASTRO)--------------------
       01 TABCNES.
          03 TBN-UNID OCCURS 99 TIMES.
             05 TBN-IMPORT      PIC X(01).
             05 TBN-CNSALA      PIC 9(04) OCCURS 2 TIMES.
             05 TBN-CNLEITO     PIC 9(04) OCCURS 3 TIMES.
             05 TBN-SISREC      PIC 9(04).
             05 TBN-SISLEITO    PIC 9(04) OCCURS 3 TIMES.
      *---MEDICOS COM ATENDIMENTO NA UNIDADE SEM CNES------------------
       01 TABFALTA.
          03 TBF-ITEM OCCURS 500 TIMES.
             05 TBF-UNID        PIC 9(02).
             05 TBF-CRM         PIC 9(06).
             05 TBF-QTDE        PIC 9(05).
      *---DESCRICAO DOS TIPOS-------------------------------------------
       01 TABTIPOLEITO-R.
          03 FILLER PIC X(12) VALUE "ENFERMARIA  ".
          03 FILLER PIC X(12) VALUE "APARTAMENTO ".
          03 FILLER PIC X(12) VALUE "UTI         ".
       01 TABTIPOLEITO REDEFINES TABTIPOLEITO-R.
          03 TBT-LEITO     PIC X(12) OCCURS 3 TIMES.
      *---LINHAS DO RELATORIO----------------------------------------
       01 CAB0.
          03 FILLER PIC X(50) VALUE
          "HOSPITAL MAINFRAME  *** DIVERGENCIAS CNES X CADAS".
          03 FILLER PIC X(08) VALUE "TRO *** ".
          03 CABDATATX  PIC 9(08).
       01 CABSECAO.
          03 FILLER           PIC X(04) VALUE "--- ".
          03 CABSECAOTX       PIC X(50).
       01 DETPROF.
          03 FILLER           PIC X(06) VALUE "UNID: ".
          03 UNIDPROFTX       PIC 9(02).
          03 FILLER           PIC X(06) VALUE " CRM: ".
          03 CRMPROFTX        PIC 9(06).
          03 FILLER           PIC X(01) VALUE " ".
          03 NOMEPROFTX       PIC X(30).
          03 FILLER           PIC X(01) VALUE " ".
          03 MOTIVOPROFTX     PIC X(46).
       01 DETESPEC.
          03 FILLER           PIC X(14) VALUE "   CBO CNES: ".
          03 CBOCNESTX        PIC 9(06).
          03 FILLER           PIC X(16) VALUE "  CBO SISTEMA: ".
          03 CBOSISTX         PIC 9(06).
          03 FILLER           PIC X(01) VALUE " ".
          03 DESCESPECTX      PIC X(20).
       01 DETCONT.
          03 FILLER           PIC X(06) VALUE "UNID: ".
          03 UNIDCONTTX       PIC 9(02).
          03 FILLER           PIC X(01) VALUE " ".
          03 TIPOCONTTX       PIC X(26).
          03 FILLER           PIC X(07) VALUE " CNES: ".
          03 QTDECNESTX       PIC ZZZ9.
          03 FILLER           PIC X(11) VALUE "  SISTEMA: ".
          03 QTDESISTX        PIC ZZZ9.
          03 FILLER           PIC X(02) VALUE "  ".
          03 SITCONTTX        PIC X(12).
       01 DETTOTAL.
          03 FILLER           PIC X(22) VALUE "DIVERGENCIAS.........:".
          03 QTDEDIVTX        PIC ZZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           COMPUTE W-COMPINI = (W-ANOHOJE - 1) * 100 + W-MESHOJE
           MOVE ZEROS TO TABCNES TABFALTA
           DISPLAY "*** DIVERGENCIAS CNES X CADASTRO ***".
       ABRIR-ARQUIVOS.
           OPEN INPUT CADCNES
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO CADCNES NAO ENCONTRADO (RODAR CNESIMP)"
              GO TO ROT-FIM2.
           OPEN OUTPUT RELCNESTX
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CNESDIV"
              CLOSE CADCNES
              GO TO ROT-FIM2.
           OPEN INPUT CADMED
           IF ST-ERRO = "00"
              MOVE "S" TO W-MEDOK.
           OPEN INPUT CADESPEC
           IF ST-ERRO = "00"
              MOVE "S" TO W-ESPECOK.
           MOVE W-DATAHOJE TO CABDATATX
           WRITE REGRELCNESTX FROM CAB0.
      *----------------PROFISSIONAIS DO CNES X CADMED-------------------
       PROF-CNES.
           MOVE SPACES TO REGRELCNESTX
           WRITE REGRELCNESTX
           MOVE "PROFISSIONAIS DO CNES X CADASTRO DE MEDICOS"
              TO CABSECAOTX
           WRITE REGRELCNESTX FROM CABSECAO
           MOVE LOW-VALUES TO KEYCNES
           START CADCNES KEY IS NOT LESS KEYCNES INVALID KEY
                 GO TO CONS-UNIDADE.
       PROF-CNES1.
           READ CADCNES NEXT
           IF ST-ERRO NOT = "00"
              GO TO CONS-UNIDADE.
           IF UNIDCNES = ZEROS
              GO TO PROF-CNES1.
           IF TBN-IMPORT(UNIDCNES) NOT = "S"
              MOVE "S" TO TBN-IMPORT(UNIDCNES)
              ADD 1 TO W-QTDEUNID.
           IF CNES-SALA AND CODCNES > ZEROS AND CODCNES < 3
              MOVE CODCNES TO IND2
              ADD QTDECNES TO TBN-CNSALA(UNIDCNES, IND2)
              GO TO PROF-CNES1.
           IF CNES-LEITO AND CODCNES > ZEROS AND CODCNES < 4
              MOVE CODCNES TO IND2
              ADD QTDECNES TO TBN-CNLEITO(UNIDCNES, IND2)
              GO TO PROF-CNES1.
           IF NOT CNES-PROF
              GO TO PROF-CNES1.
           MOVE UNIDCNES TO UNIDPROFTX
           MOVE CODCNES TO CRMPROFTX
           MOVE NOMECNES TO NOMEPROFTX
           IF W-MEDOK NOT = "S"
              GO TO PROF-CNES1.
           MOVE CODCNES TO CRM
           READ CADMED
           IF ST-ERRO NOT = "00"
              MOVE "CRM NO CNES SEM CADASTRO NO SISTEMA"
                 TO MOTIVOPROFTX
              WRITE REGRELCNESTX FROM DETPROF
              ADD 1 TO W-QTDEDIV
              GO TO PROF-CNES1.
      *---MESMA REGRA DO BPA: CBO = 225100 + ESPECIALIDADE------------
           COMPUTE W-CBOSIS = 225100 + ESPECIALIDADE
           IF CBOCNES = W-CBOSIS
              GO TO PROF-CNES1.
           MOVE NOMEMEDICO TO NOMEPROFTX
           MOVE "ESPECIALIDADE DIVERGENTE DO CNES" TO MOTIVOPROFTX
           WRITE REGRELCNESTX FROM DETPROF
           MOVE CBOCNES TO CBOCNESTX
           MOVE W-CBOSIS TO CBOSISTX
           MOVE "NAO CADASTRADA" TO DESCESPECTX
           IF W-ESPECOK = "S"
              MOVE ESPECIALIDADE TO CODESPEC
              READ CADESPEC
              IF ST-ERRO = "00"
                 MOVE DESCESPEC TO DESCESPECTX.
           WRITE REGRELCNESTX FROM DETESPEC
           ADD 1 TO W-QTDEDIV
           GO TO PROF-CNES1.
      *----------------MEDICOS COM ATENDIMENTO NA UNIDADE SEM CNES-------
      *   CONSULTAS NAO CANCELADAS DOS ULTIMOS 12 MESES, UNIDADE 00 = 01
       CONS-UNIDADE.
           MOVE SPACES TO REGRELCNESTX
           WRITE REGRELCNESTX
           MOVE "MEDICOS ATENDENDO NA UNIDADE SEM REGISTRO NO CNES"
              TO CABSECAOTX
           WRITE REGRELCNESTX FROM CABSECAO
           OPEN INPUT CADCONSU
           IF ST-ERRO NOT = "00"
              GO TO MED-SEM-CNES.
           MOVE ZEROS TO CPFPACIENTE DATACONS HORAC
           START CADCONSU KEY IS NOT LESS KEYPRINCIPAL INVALID KEY
                 GO TO CONS-UNIDADE2.
       CONS-UNIDADE1.
           READ CADCONSU NEXT
           IF ST-ERRO NOT = "00"
              GO TO CONS-UNIDADE2.
           IF CANCELADA OR CODMED = ZEROS
              GO TO CONS-UNIDADE1.
           COMPUTE W-COMPCONS = ANOC * 100 + MESC
           IF W-COMPCONS < W-COMPINI
              GO TO CONS-UNIDADE1.
           MOVE UNIDADE TO W-UNIDCONS
           IF W-UNIDCONS = ZEROS
              MOVE 1 TO W-UNIDCONS.
           IF TBN-IMPORT(W-UNIDCONS) NOT = "S"
              GO TO CONS-UNIDADE1.
           MOVE W-UNIDCONS TO UNIDCNES
           MOVE "P" TO TIPOCNES
           MOVE CODMED TO CODCNES
           READ CADCNES
           IF ST-ERRO = "00"
              GO TO CONS-UNIDADE1.
           PERFORM ANOTA-FALTA THRU FIM-ANOTA-FALTA
           GO TO CONS-UNIDADE1.
       CONS-UNIDADE2.
           CLOSE CADCONSU
           MOVE 1 TO IND3.
       CONS-UNIDADE3.
           IF IND3 > W-QTDEFALTA
              GO TO MED-SEM-CNES.
           MOVE TBF-UNID(IND3) TO UNIDPROFTX
           MOVE TBF-CRM(IND3) TO CRMPROFTX
           MOVE SPACES TO NOMEPROFTX
           IF W-MEDOK = "S"
              MOVE TBF-CRM(IND3) TO CRM
              READ CADMED
              IF ST-ERRO = "00"
                 MOVE NOMEMEDICO TO NOMEPROFTX.
           MOVE SPACES TO MOTIVOPROFTX
           STRING "ATENDE NA UNIDADE SEM CNES (" DELIMITED BY SIZE
                  TBF-QTDE(IND3) DELIMITED BY SIZE
                  " CONSULTAS)" DELIMITED BY SIZE
                  INTO MOTIVOPROFTX
           WRITE REGRELCNESTX FROM DETPROF
           ADD 1 TO W-QTDEDIV
           ADD 1 TO IND3
           GO TO CONS-UNIDADE3.
      *
       ANOTA-FALTA.
           MOVE 1 TO IND3.
       ANOTA-FALTA1.
           IF IND3 > W-QTDEFALTA
              GO TO ANOTA-FALTA2.
           IF TBF-UNID(IND3) = W-UNIDCONS AND TBF-CRM(IND3) = CODMED
              ADD 1 TO TBF-QTDE(IND3)
              GO TO FIM-ANOTA-FALTA.
           ADD 1 TO IND3
           GO TO ANOTA-FALTA1.
       ANOTA-FALTA2.
           IF W-QTDEFALTA NOT < 500
              GO TO FIM-ANOTA-FALTA.
           ADD 1 TO W-QTDEFALTA
           MOVE W-UNIDCONS TO TBF-UNID(W-QTDEFALTA)
           MOVE CODMED TO TBF-CRM(W-QTDEFALTA)
           MOVE 1 TO TBF-QTDE(W-QTDEFALTA).
       FIM-ANOTA-FALTA.
           EXIT.
      *----------------MEDICOS SEM CNES EM NENHUMA UNIDADE---------------
       MED-SEM-CNES.
           MOVE SPACES TO REGRELCNESTX
           WRITE REGRELCNESTX
           MOVE "MEDICOS CADASTRADOS SEM CNES EM NENHUMA UNIDADE"
              TO CABSECAOTX
           WRITE REGRELCNESTX FROM CABSECAO
           IF W-MEDOK NOT = "S"
              GO TO CONTA-SISTEMA.
           MOVE ZEROS TO CRM
           START CADMED KEY IS NOT LESS CRM INVALID KEY
                 GO TO CONTA-SISTEMA.
       MED-SEM-CNES1.
           READ CADMED NEXT
           IF ST-ERRO NOT = "00"
              GO TO CONTA-SISTEMA.
           MOVE "N" TO W-ACHOU
           MOVE 1 TO IND1.
       MED-SEM-CNES2.
           IF TBN-IMPORT(IND1) = "S"
              MOVE IND1 TO UNIDCNES
              MOVE "P" TO TIPOCNES
              MOVE CRM TO CODCNES
              READ CADCNES
              IF ST-ERRO = "00"
                 MOVE "S" TO W-ACHOU.
           IF W-ACHOU = "N" AND IND1 < 99
              ADD 1 TO IND1
              GO TO MED-SEM-CNES2.
           IF W-ACHOU = "S"
              GO TO MED-SEM-CNES1.
           MOVE ZEROS TO UNIDPROFTX
           MOVE CRM TO CRMPROFTX
           MOVE NOMEMEDICO TO NOMEPROFTX
           MOVE "MEDICO SEM REGISTRO NO CNES" TO MOTIVOPROFTX
           WRITE REGRELCNESTX FROM DETPROF
           ADD 1 TO W-QTDEDIV
           GO TO MED-SEM-CNES1.
      *----------------SALAS E LEITOS DO CADASTRO POR UNIDADE------------
       CONTA-SISTEMA.
           OPEN INPUT CADLEITO
           IF ST-ERRO NOT = "00"
              GO TO CONTA-RECURSO.
           MOVE ZEROS TO CODUNIDLEITO CODLEITO
           START CADLEITO KEY IS NOT LESS KEYLEITO INVALID KEY
                 GO TO CONTA-SISTEMA2.
       CONTA-SISTEMA1.
           READ CADLEITO NEXT
           IF ST-ERRO NOT = "00"
              GO TO CONTA-SISTEMA2.
           IF CODUNIDLEITO > ZEROS AND TIPOLEITO > ZEROS
                 AND TIPOLEITO < 4
              ADD 1 TO TBN-SISLEITO(CODUNIDLEITO, TIPOLEITO).
           GO TO CONTA-SISTEMA1.
       CONTA-SISTEMA2.
           CLOSE CADLEITO.
       CONTA-RECURSO.
           OPEN INPUT CADRECURSO
           IF ST-ERRO NOT = "00"
              GO TO CONTA-SALA.
           MOVE ZEROS TO CODRECURSO
           START CADRECURSO KEY IS NOT LESS CODRECURSO INVALID KEY
                 GO TO CONTA-RECURSO2.
       CONTA-RECURSO1.
           READ CADRECURSO NEXT
           IF ST-ERRO NOT = "00"
              GO TO CONTA-RECURSO2.
           IF UNIDRECURSO > ZEROS
              ADD 1 TO TBN-SISREC(UNIDRECURSO).
           GO TO CONTA-RECURSO1.
       CONTA-RECURSO2.
           CLOSE CADRECURSO.
      *---CADSALA NAO TEM UNIDADE: CONSULTORIOS COMPARADOS NO TOTAL------
       CONTA-SALA.
           OPEN INPUT CADSALA
           IF ST-ERRO NOT = "00"
              GO TO COMPARA.
           MOVE ZEROS TO CODSALAREG
           START CADSALA KEY IS NOT LESS CODSALAREG INVALID KEY
                 GO TO CONTA-SALA2.
       CONTA-SALA1.
           READ CADSALA NEXT
           IF ST-ERRO NOT = "00"
              GO TO CONTA-SALA2.
           ADD 1 TO W-SALASIS
           GO TO CONTA-SALA1.
       CONTA-SALA2.
           CLOSE CADSALA.
      *----------------CNES X CADASTRO: SALAS E LEITOS POR TIPO----------
       COMPARA.
           MOVE SPACES TO REGRELCNESTX
           WRITE REGRELCNESTX
           MOVE "SALAS E LEITOS POR TIPO (CNES X CADASTRO)"
              TO CABSECAOTX
           WRITE REGRELCNESTX FROM CABSECAO
           MOVE 1 TO IND1.
       COMPARA1.
           IF TBN-IMPORT(IND1) NOT = "S"
              GO TO COMPARA3.
           ADD TBN-CNSALA(IND1, 1) TO W-SALACNES
           MOVE IND1 TO UNIDCONTTX
           MOVE "SALA EXAME/CIRURGIA" TO TIPOCONTTX
           MOVE TBN-CNSALA(IND1, 2) TO QTDECNESTX
           MOVE TBN-SISREC(IND1) TO QTDESISTX
           MOVE "OK" TO SITCONTTX
           IF TBN-CNSALA(IND1, 2) NOT = TBN-SISREC(IND1)
              MOVE "DIVERGENTE" TO SITCONTTX
              ADD 1 TO W-QTDEDIV.
           WRITE REGRELCNESTX FROM DETCONT
           MOVE 1 TO IND2.
       COMPARA2.
           MOVE SPACES TO TIPOCONTTX
           STRING "LEITO " DELIMITED BY SIZE
                  TBT-LEITO(IND2) DELIMITED BY SIZE
                  INTO TIPOCONTTX
           MOVE TBN-CNLEITO(IND1, IND2) TO QTDECNESTX
           MOVE TBN-SISLEITO(IND1, IND2) TO QTDESISTX
           MOVE "OK" TO SITCONTTX
           IF TBN-CNLEITO(IND1, IND2) NOT = TBN-SISLEITO(IND1, IND2)
              MOVE "DIVERGENTE" TO SITCONTTX
              ADD 1 TO W-QTDEDIV.
           WRITE REGRELCNESTX FROM DETCONT
           IF IND2 < 3
              ADD 1 TO IND2
              GO TO COMPARA2.
       COMPARA3.
           IF IND1 < 99
              ADD 1 TO IND1
              GO TO COMPARA1.
           MOVE ZEROS TO UNIDCONTTX
           MOVE "CONSULTORIOS (TODAS UNID.)" TO TIPOCONTTX
           MOVE W-SALACNES TO QTDECNESTX
           MOVE W-SALASIS TO QTDESISTX
           MOVE "OK" TO SITCONTTX
           IF W-SALACNES NOT = W-SALASIS
              MOVE "DIVERGENTE" TO SITCONTTX
              ADD 1 TO W-QTDEDIV.
           WRITE REGRELCNESTX FROM DETCONT.
       TOTALIZA.
           MOVE SPACES TO REGRELCNESTX
           WRITE REGRELCNESTX
           MOVE W-QTDEDIV TO QTDEDIVTX
           WRITE REGRELCNESTX FROM DETTOTAL
           DISPLAY "UNIDADES COM CNES: " W-QTDEUNID
           DISPLAY "DIVERGENCIAS     : " W-QTDEDIV.
       ROT-FIM.
           CLOSE CADCNES RELCNESTX.
           IF W-MEDOK = "S"
              CLOSE CADMED.
           IF W-ESPECOK = "S"
              CLOSE CADESPEC.
           DISPLAY "*** FIM DAS DIVERGENCIAS CNES ***".
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
