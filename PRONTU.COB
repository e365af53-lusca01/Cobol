                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYEVOL
                    FILE STATUS  IS ST-ERRO.
       SELECT CADSUMALTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYSUMALTA
                    FILE STATUS  IS ST-ERRO.
       SELECT CADSESSAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT CADODONTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYODONTO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPLANOODO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPLANO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPLANOITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPLANOITEM
                    FILE STATUS  IS ST-ERRO.
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
       SELECT CADLIBEX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYLIBEX
                    FILE STATUS  IS ST-ERRO.
       SELECT PRONTUTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
           03 DATAREGEVOL         PIC 9(08).
           03 HORAREGEVOL         PIC 9(06).
      *------------------SESSAO E LOG DE ACESSO A DADOS-------------
       FD CADSUMALTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSUMALTA.DAT".
       01  REGSUMALTA.
           03 KEYSUMALTA.
              05 CPFSUM           PIC 9(11).
              05 DATAINTSUM       PIC 9(08).
              05 HORAINTSUM       PIC 9(04).
           03 NUMSUMALTA          PIC 9(06).
           03 UNIDSUM             PIC 9(02).
           03 LEITOSUM            PIC 9(03).
           03 CIDSUM              PIC X(07).
           03 DATAENTSUM          PIC 9(08).
           03 DATAALTASUM         PIC 9(08).
           03 HORAALTASUM         PIC 9(04).
           03 CRMSUM              PIC 9(06).
           03 DATAEMISUM          PIC 9(08).
           03 OPERSUM             PIC 9(04).
           03 STATUSSUM           PIC X(01).
              88 SUM-EMITIDO        VALUE "E".
              88 SUM-ASSINADO       VALUE "A".
           03 CRMASSSUM           PIC 9(06).
           03 DATAASSSUM          PIC 9(08).
           03 HORAASSSUM          PIC 9(06).
      *
       FD CADSESSAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSESSAO.DAT".
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADACESSO.DAT".
       01  REGACESSO              PIC X(42).
      *
       FD CADODONTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADODONTO.DAT".
       01  REGODONTO.
           03 KEYODONTO.
              05 CPFODO           PIC 9(11).
              05 DENTEODO         PIC 9(02).
              05 FACEODO          PIC X(01).
           03 CONDICAOODO         PIC 9(02).
           03 SITODO              PIC X(01).
              88 ODO-EXISTENTE      VALUE "E".
              88 ODO-PLANEJADO      VALUE "P".
              88 ODO-REALIZADO      VALUE "R".
           03 CODPROCODO          PIC 9(08).
           03 DATAODO             PIC 9(08).
           03 CRMODO              PIC 9(06).
           03 OPERODO             PIC 9(04).
           03 OBSODO              PIC X(40).
           03 FILLER              PIC X(20).
      *
       FD CADPLANOODO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLANOODO.DAT".
       01  REGPLANO.
           03 KEYPLANO.
              05 CPFPLANO         PIC 9(11).
              05 NUMPLANO         PIC 9(03).
           03 DATAPLANO           PIC 9(08).
           03 CRMPLANO            PIC 9(06).
           03 STATUSPLANO         PIC X(01).
              88 PLANO-ABERTO       VALUE "A".
              88 PLANO-APROVADO     VALUE "P".
              88 PLANO-CONCLUIDO    VALUE "C".
              88 PLANO-CANCELADO    VALUE "X".
           03 VALORPLANO          PIC 9(07)V99.
           03 DATAAPROVPLANO      PIC 9(08).
           03 NOMEAPROVPLANO      PIC X(30).
           03 OPERPLANO           PIC 9(04).
           03 FILLER              PIC X(20).
      *
       FD CADPLANOITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLANOITEM.DAT".
       01  REGPLANOITEM.
           03 KEYPLANOITEM.
              05 CPFPIT           PIC 9(11).
              05 NUMPIT           PIC 9(03).
              05 SEQPIT           PIC 9(02).
           03 DENTEPIT            PIC 9(02).
           03 FACEPIT             PIC X(01).
           03 CODPROCPIT          PIC 9(08).
           03 DESCPIT             PIC X(40).
           03 VALORPIT            PIC 9(06)V99.
           03 CONDPIT             PIC 9(02).
           03 STATUSPIT           PIC X(01).
              88 PIT-PENDENTE       VALUE "P".
              88 PIT-REALIZADO      VALUE "R".
              88 PIT-CANCELADO      VALUE "C".
           03 CONSPIT.
              05 DATACONSPIT.
                 07 DIACONSPIT    PIC 9(02).
                 07 MESCONSPIT    PIC 9(02).
                 07 ANOCONSPIT    PIC 9(04).
              05 HORACONSPIT      PIC 9(04).
           03 SEQITEMPIT          PIC 9(02).
           03 DATAREALPIT         PIC 9(08).
           03 FILLER              PIC X(20).
      *
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
      *---------LIBERACAO TECNICA DOS RESULTADOS-----------------------
       FD CADLIBEX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLIBEX.DAT".
       01  REGLIBEX.
           03 KEYLIBEX.
              05 CPFLIB           PIC 9(11).
              05 DATALIB          PIC 9(08).
              05 HORALIB          PIC 9(04).
              05 NUMLINLIB        PIC 9(02).
           03 STATUSLIB           PIC X(01).
              88 LIB-AGUARDANDO     VALUE "A".
              88 LIB-LIBERADO       VALUE "L".
              88 LIB-REPETIR        VALUE "R".
           03 DATAIMPLIB          PIC 9(08).
           03 HORAIMPLIB          PIC 9(04).
           03 QTDREPLIB           PIC 9(02).
           03 MOTIVOLIB           PIC X(40).
           03 RESANTLIB           PIC X(60).
           03 RESNUMANTLIB        PIC 9(06)V99.
           03 OPERLIB             PIC 9(04).
           03 DATALIBER           PIC 9(08).
           03 HORALIBER           PIC 9(04).
           03 FILLER              PIC X(20).
      *
       FD PRONTUTX
               LABEL RECORD IS STANDARD
       01 W-CPFPRONTU   PIC 9(11) VALUE ZEROS.
       01 W-RECEITAOK   PIC X(01) VALUE "N".
       01 W-EXAMEOK     PIC X(01) VALUE "N".
       01 W-LIBOK       PIC X(01) VALUE "N".
       01 W-CIDOK       PIC X(01) VALUE "N".
       01 W-EVOLOK      PIC X(01) VALUE "N".
       01 W-SUMOK       PIC X(01) VALUE "N".
       01 W-QTDCONSU    PIC 9(03) VALUE ZEROS.
      *--TABELA DAS CONSULTAS DO PACIENTE (ORDENADA POR DATA)-------
       01 TABCRONO.
       01 DETRESULT.
          03 FILLER          PIC X(14) VALUE "    RESULTADO:".
          03 RESULTADOTX     PIC X(60).
       01 DETSUMALTA.
          03 FILLER          PIC X(20) VALUE "  SUMARIO DE ALTA NR".
          03 NUMSUMTX        PIC 9(06).
          03 FILLER          PIC X(08) VALUE " ALTA: ".
          03 ALTASUMTX       PIC 9(08).
          03 FILLER          PIC X(06) VALUE " CRM: ".
          03 CRMSUMTX        PIC 9(06).
          03 FILLER          PIC X(01) VALUE " ".
          03 STATUSSUMTX     PIC X(22).
       01 DETEVOL.
          03 FILLER          PIC X(12) VALUE "  EVOLUCAO L".
          03 NUMLINEVTX      PIC 9(02).
          03 FILLER          PIC X(02) VALUE ": ".
          03 TEXTOEVOLTX     PIC X(60).
      *---ODONTOGRAMA E PLANOS DE TRATAMENTO (ARQUIVOS OPCIONAIS)------
       01 W-ODOOK       PIC X(01) VALUE "N".
       01 W-PLANOOK     PIC X(01) VALUE "N".
       01 W-PLANOITOK   PIC X(01) VALUE "N".
       01 TABCONDODO.
          03 FILLER     PIC X(17) VALUE "NAO INFORMADA    ".
          03 FILLER     PIC X(17) VALUE "HIGIDO           ".
          03 FILLER     PIC X(17) VALUE "CARIE            ".
          03 FILLER     PIC X(17) VALUE "RESTAURADO       ".
          03 FILLER     PIC X(17) VALUE "AUSENTE          ".
          03 FILLER     PIC X(17) VALUE "EXTRACAO INDICADA".
          03 FILLER     PIC X(17) VALUE "CANAL            ".
          03 FILLER     PIC X(17) VALUE "COROA/PROTESE    ".
          03 FILLER     PIC X(17) VALUE "FRATURA          ".
          03 FILLER     PIC X(17) VALUE "IMPLANTE         ".
          03 FILLER     PIC X(17) VALUE "SELANTE          ".
       01 TABCONDODO-R REDEFINES TABCONDODO.
          03 TBO-DESC   PIC X(17) OCCURS 11 TIMES.
       01 IND3          PIC 9(02) VALUE ZEROS.
       01 SEPODONTO.
          03 FILLER PIC X(60) VALUE
          "---------------------- ODONTOGRAMA ------------------------".
       01 DETODONTO.
          03 FILLER          PIC X(08) VALUE "  DENTE ".
          03 DENTEODOTX      PIC 9(02).
          03 FILLER          PIC X(06) VALUE " FACE ".
          03 FACEODOTX       PIC X(01).
          03 FILLER          PIC X(01) VALUE " ".
          03 CONDODOTX       PIC 9(02).
          03 FILLER          PIC X(01) VALUE " ".
          03 CONDDESCODOTX   PIC X(17).
          03 FILLER          PIC X(05) VALUE " SIT ".
          03 SITODOTX        PIC X(01).
          03 FILLER          PIC X(06) VALUE " PROC ".
          03 PROCODOTX       PIC 9(08).
          03 FILLER          PIC X(01) VALUE " ".
          03 DATAODOTX       PIC 9(08).
       01 SEPPLANO.
          03 FILLER PIC X(60) VALUE
          "----------------- PLANOS DE TRATAMENTO --------------------".
       01 DETPLANO.
          03 FILLER          PIC X(08) VALUE "  PLANO ".
          03 NUMPLANOTX      PIC 9(03).
          03 FILLER          PIC X(04) VALUE " DE ".
          03 DATAPLANOTX     PIC 9(08).
          03 FILLER          PIC X(06) VALUE " CRM: ".
          03 CRMPLANOTX      PIC 9(06).
          03 FILLER          PIC X(09) VALUE " STATUS: ".
          03 STATUSPLANOTX   PIC X(01).
          03 FILLER          PIC X(08) VALUE " VALOR: ".
          03 VALORPLANOTX    PIC ZZZZZZ9,99.
          03 FILLER          PIC X(08) VALUE " APROV: ".
          03 APROVPLANOTX    PIC X(30).
       01 DETPLANOIT.
          03 FILLER          PIC X(09) VALUE "    ITEM ".
          03 SEQPITTX        PIC 9(02).
          03 FILLER          PIC X(07) VALUE " DENTE ".
          03 DENTEPITTX      PIC 9(02).
          03 FILLER          PIC X(01) VALUE "/".
          03 FACEPITTX       PIC X(01).
          03 FILLER          PIC X(01) VALUE " ".
          03 DESCPITTX       PIC X(40).
          03 FILLER          PIC X(04) VALUE " ST ".
          03 STATUSPITTX     PIC X(01).
          03 FILLER          PIC X(06) VALUE " CONS ".
          03 CONSPITTX       PIC 9(08).
      *---EPISODIOS DE CUIDADO (ARQUIVOS OPCIONAIS)--------------------
       01 W-EPIOK       PIC X(01) VALUE "N".
       01 W-EPIVOK      PIC X(01) VALUE "N".
       01 DETEPICONS.
          03 FILLER          PIC X(26) VALUE
             "  EPISODIO DE CUIDADO NR ".
          03 NUMEPICONSTX    PIC 9(06).
       01 SEPEPISO.
          03 FILLER PIC X(60) VALUE
          "----------------- EPISODIOS DE CUIDADO --------------------".
       01 DETEPISO.
          03 FILLER          PIC X(11) VALUE "  EPISODIO ".
          03 NUMEPITX        PIC 9(06).
          03 FILLER          PIC X(06) VALUE " CID: ".
          03 CIDEPITX        PIC X(07).
          03 FILLER          PIC X(06) VALUE " CRM: ".
          03 CRMEPITX        PIC 9(06).
          03 FILLER          PIC X(07) VALUE " ABER: ".
          03 DATAABEPITX     PIC 9(08).
          03 FILLER          PIC X(07) VALUE " ENC.: ".
          03 DATAFECEPITX    PIC 9(08).
          03 FILLER          PIC X(04) VALUE " ST ".
          03 STATUSEPITX     PIC X(01).
          03 FILLER          PIC X(01) VALUE " ".
          03 DESCEPITX       PIC X(40).
       01 DETEPIVINC.
          03 FILLER          PIC X(11) VALUE "    VINCULO".
          03 FILLER          PIC X(01) VALUE " ".
          03 TIPOVINCTX      PIC X(01).
          03 FILLER          PIC X(01) VALUE " ".
          03 CHAVEVINCTX     PIC X(25).
          03 FILLER          PIC X(05) VALUE " REF ".
          03 DATAREFVINCTX   PIC 9(08).
          03 FILLER          PIC X(08) VALUE " ORIGEM ".
          03 ORIGEMVINCTX    PIC X(01).
      *-----------------------------------------------------------------
      *---LOG DE ACESSO DE LEITURA (LGPD)------------------------
       01 W-SESSAOATUAL  PIC 9(04) VALUE ZEROS.
           OPEN INPUT CADEXAME
           IF ST-ERRO = "00"
              MOVE "S" TO W-EXAMEOK.
           OPEN INPUT CADLIBEX
           IF ST-ERRO = "00"
              MOVE "S" TO W-LIBOK.
           OPEN INPUT CADEVOL
           IF ST-ERRO = "00"
              MOVE "S" TO W-EVOLOK.
           OPEN INPUT CADADENDO
           IF ST-ERRO = "00"
              MOVE "S" TO W-ADENDOOK.
           OPEN INPUT CADSUMALTA
           IF ST-ERRO = "00"
              MOVE "S" TO W-SUMOK.
           OPEN INPUT CADODONTO
           IF ST-ERRO = "00"
              MOVE "S" TO W-ODOOK.
           OPEN INPUT CADPLANOODO
           IF ST-ERRO = "00"
              MOVE "S" TO W-PLANOOK.
           OPEN INPUT CADPLANOITEM
           IF ST-ERRO = "00"
              MOVE "S" TO W-PLANOITOK.
           OPEN INPUT CADEPISODIO
           IF ST-ERRO = "00"
              MOVE "S" TO W-EPIOK.
           OPEN INPUT CADEPIVINC
           IF ST-ERRO = "00"
              MOVE "S" TO W-EPIVOK.
       L1.
           MOVE ZEROS TO W-CPFPRONTU
           DISPLAY TELAPRONTU.
           MOVE CODMED TO CRMCONSTX
           MOVE STATUSCONS TO STATUSCONSTX
           WRITE REGPRONTUTX FROM DETCONSU
           PERFORM GRAVA-EPICONS THRU FIM-GRAVA-EPICONS
           MOVE CODCID TO CIDPRONTUTX
           MOVE SPACES TO DENOMPRONTUTX
           IF W-CIDOK = "S" AND CODCID NOT = SPACES
           PERFORM GRAVA-EVOLUCOES THRU FIM-GRAVA-EVOLUCOES
           PERFORM GRAVA-RECEITAS THRU FIM-GRAVA-RECEITAS
           PERFORM GRAVA-EXAMES THRU FIM-GRAVA-EXAMES
           PERFORM GRAVA-SUMARIO THRU FIM-GRAVA-SUMARIO
           ADD 1 TO IND2
           GO TO GRAVA-CONSULTA.
       FECHA-PRONTU.
           IF W-HISTOK = "S"
              CLOSE CADCONSUHIST
              MOVE "N" TO W-HISTOK.
           PERFORM GRAVA-ODONTO THRU FIM-GRAVA-ODONTO
           PERFORM GRAVA-PLANOS THRU FIM-GRAVA-PLANOS
           PERFORM GRAVA-EPISODIOS THRU FIM-GRAVA-EPISODIOS
           CLOSE PRONTUTX
           MOVE "*** PRONTUARIO GERADO EM PRONTU.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE TIPOEXAME TO TIPOEXAMETX
           MOVE STATUSEXAME TO STATUSEXAMETX
           WRITE REGPRONTUTX FROM DETEXAME
           IF RESULTADO = SPACES
              GO TO GRAVA-EXAMES1.
           MOVE RESULTADO TO RESULTADOTX
      *----------------RESULTADO SO APARECE DEPOIS DE LIBERADO-----------
           IF W-LIBOK = "S"
              MOVE KEYEXAME TO KEYLIBEX
              READ CADLIBEX
              IF ST-ERRO = "00"
                 IF NOT LIB-LIBERADO
                    MOVE "AGUARDANDO LIBERACAO TECNICA" TO RESULTADOTX.
           WRITE REGPRONTUTX FROM DETRESULT
           GO TO GRAVA-EXAMES1.
       FIM-GRAVA-EXAMES.
           EXIT.
      *----------------SUMARIO DE ALTA DA INTERNACAO DA CONSULTA--------
       GRAVA-SUMARIO.
           IF W-SUMOK NOT = "S"
              GO TO FIM-GRAVA-SUMARIO.
           MOVE CPFPACIENTE TO CPFSUM
           COMPUTE DATAINTSUM = ANOC * 10000 + MESC * 100 + DIAC
           MOVE HORAC TO HORAINTSUM
           READ CADSUMALTA
           IF ST-ERRO NOT = "00"
              GO TO FIM-GRAVA-SUMARIO.
           MOVE NUMSUMALTA TO NUMSUMTX
           MOVE DATAALTASUM TO ALTASUMTX
           IF SUM-ASSINADO
              MOVE CRMASSSUM TO CRMSUMTX
              MOVE "ASSINADO" TO STATUSSUMTX
           ELSE
              MOVE CRMSUM TO CRMSUMTX
              MOVE "PENDENTE DE ASSINATURA" TO STATUSSUMTX.
           WRITE REGPRONTUTX FROM DETSUMALTA.
       FIM-GRAVA-SUMARIO.
           EXIT.
      *----------------ODONTOGRAMA DO PACIENTE--------------------------
       GRAVA-ODONTO.
           IF W-ODOOK NOT = "S"
              GO TO FIM-GRAVA-ODONTO.
           MOVE W-CPFPRONTU TO CPFODO
           MOVE ZEROS TO DENTEODO
           MOVE SPACES TO FACEODO
           START CADODONTO KEY IS NOT LESS KEYODONTO INVALID KEY
                 GO TO FIM-GRAVA-ODONTO.
           MOVE ZEROS TO IND3.
       GRAVA-ODONTO1.
           READ CADODONTO NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-GRAVA-ODONTO.
           IF CPFODO NOT = W-CPFPRONTU
              GO TO FIM-GRAVA-ODONTO.
           IF IND3 = ZEROS
              WRITE REGPRONTUTX FROM SEPODONTO
              MOVE 1 TO IND3.
           MOVE DENTEODO TO DENTEODOTX
           MOVE FACEODO TO FACEODOTX
           MOVE CONDICAOODO TO CONDODOTX
           MOVE SPACES TO CONDDESCODOTX
           IF CONDICAOODO < 11
              MOVE TBO-DESC(CONDICAOODO + 1) TO CONDDESCODOTX.
           MOVE SITODO TO SITODOTX
           MOVE CODPROCODO TO PROCODOTX
           MOVE DATAODO TO DATAODOTX
           WRITE REGPRONTUTX FROM DETODONTO
           GO TO GRAVA-ODONTO1.
       FIM-GRAVA-ODONTO.
           EXIT.
      *----------------PLANOS DE TRATAMENTO ODONTOLOGICO----------------
       GRAVA-PLANOS.
           IF W-PLANOOK NOT = "S"
              GO TO FIM-GRAVA-PLANOS.
           MOVE W-CPFPRONTU TO CPFPLANO
           MOVE ZEROS TO NUMPLANO
           START CADPLANOODO KEY IS NOT LESS KEYPLANO INVALID KEY
                 GO TO FIM-GRAVA-PLANOS.
           MOVE ZEROS TO IND3.
       GRAVA-PLANOS1.
           READ CADPLANOODO NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-GRAVA-PLANOS.
           IF CPFPLANO NOT = W-CPFPRONTU
              GO TO FIM-GRAVA-PLANOS.
           IF IND3 = ZEROS
              WRITE REGPRONTUTX FROM SEPPLANO
              MOVE 1 TO IND3.
           MOVE NUMPLANO TO NUMPLANOTX
           MOVE DATAPLANO TO DATAPLANOTX
           MOVE CRMPLANO TO CRMPLANOTX
           MOVE STATUSPLANO TO STATUSPLANOTX
           MOVE VALORPLANO TO VALORPLANOTX
           MOVE NOMEAPROVPLANO TO APROVPLANOTX
           WRITE REGPRONTUTX FROM DETPLANO
           PERFORM GRAVA-ITENSPLANO THRU FIM-GRAVA-ITENSPLANO
           GO TO GRAVA-PLANOS1.
       FIM-GRAVA-PLANOS.
           EXIT.
      *
       GRAVA-ITENSPLANO.
           IF W-PLANOITOK NOT = "S"
              GO TO FIM-GRAVA-ITENSPLANO.
           MOVE CPFPLANO TO CPFPIT
           MOVE NUMPLANO TO NUMPIT
           MOVE ZEROS TO SEQPIT
           START CADPLANOITEM KEY IS NOT LESS KEYPLANOITEM INVALID KEY
                 GO TO FIM-GRAVA-ITENSPLANO.
       GRAVA-ITENSPLANO1.
           READ CADPLANOITEM NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-GRAVA-ITENSPLANO.
           IF CPFPIT NOT = CPFPLANO OR NUMPIT NOT = NUMPLANO
              GO TO FIM-GRAVA-ITENSPLANO.
           MOVE SEQPIT TO SEQPITTX
           MOVE DENTEPIT TO DENTEPITTX
           MOVE FACEPIT TO FACEPITTX
           MOVE DESCPIT TO DESCPITTX
           MOVE STATUSPIT TO STATUSPITTX
           MOVE DATACONSPIT TO CONSPITTX
           WRITE REGPRONTUTX FROM DETPLANOIT
           GO TO GRAVA-ITENSPLANO1.
       FIM-GRAVA-ITENSPLANO.
           EXIT.
      *----------------EPISODIO DE CUIDADO DA CONSULTA------------------
       GRAVA-EPICONS.
           IF W-EPIVOK NOT = "S"
              GO TO FIM-GRAVA-EPICONS.
           MOVE "C" TO TIPOVINC
           MOVE SPACES TO CHAVEVINC
           MOVE KEYPRINCIPAL TO CHAVEVINC
           READ CADEPIVINC
           IF ST-ERRO NOT = "00"
              GO TO FIM-GRAVA-EPICONS.
           IF VINC-EXCLUIDO
              GO TO FIM-GRAVA-EPICONS.
           MOVE NUMEPIVINC TO NUMEPICONSTX
           WRITE REGPRONTUTX FROM DETEPICONS.
       FIM-GRAVA-EPICONS.
           EXIT.
      *----------------EPISODIOS DE CUIDADO DO PACIENTE-----------------
       GRAVA-EPISODIOS.
           IF W-EPIOK NOT = "S"
              GO TO FIM-GRAVA-EPISODIOS.
           MOVE W-CPFPRONTU TO CPFEPI
           START CADEPISODIO KEY IS NOT LESS CPFEPI INVALID KEY
                 GO TO FIM-GRAVA-EPISODIOS.
           MOVE ZEROS TO IND3.
       GRAVA-EPISODIOS1.
           READ CADEPISODIO NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-GRAVA-EPISODIOS.
           IF CPFEPI NOT = W-CPFPRONTU
              GO TO FIM-GRAVA-EPISODIOS.
           IF IND3 = ZEROS
              WRITE REGPRONTUTX FROM SEPEPISO
              MOVE 1 TO IND3.
           MOVE NUMEPI TO NUMEPITX
           MOVE CIDEPI TO CIDEPITX
           MOVE CRMEPI TO CRMEPITX
           MOVE DATAABEPI TO DATAABEPITX
           MOVE DATAFECEPI TO DATAFECEPITX
           MOVE STATUSEPI TO STATUSEPITX
           MOVE DESCEPI TO DESCEPITX
           WRITE REGPRONTUTX FROM DETEPISO
           PERFORM GRAVA-VINCULOS THRU FIM-GRAVA-VINCULOS
           GO TO GRAVA-EPISODIOS1.
       FIM-GRAVA-EPISODIOS.
           EXIT.
      *
       GRAVA-VINCULOS.
           IF W-EPIVOK NOT = "S"
              GO TO FIM-GRAVA-VINCULOS.
           MOVE NUMEPI TO NUMEPIVINC
           START CADEPIVINC KEY IS NOT LESS NUMEPIVINC INVALID KEY
                 GO TO FIM-GRAVA-VINCULOS.
       GRAVA-VINCULOS1.
           READ CADEPIVINC NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-GRAVA-VINCULOS.
           IF NUMEPIVINC NOT = NUMEPI
              GO TO FIM-GRAVA-VINCULOS.
           IF VINC-EXCLUIDO
              GO TO GRAVA-VINCULOS1.
           MOVE TIPOVINC TO TIPOVINCTX
           MOVE CHAVEVINC TO CHAVEVINCTX
           MOVE DATAREFVINC TO DATAREFVINCTX
           MOVE ORIGEMVINC TO ORIGEMVINCTX
           WRITE REGPRONTUTX FROM DETEPIVINC
           GO TO GRAVA-VINCULOS1.
       FIM-GRAVA-VINCULOS.
           EXIT.
      *----------------ORDENAR AS CONSULTAS POR DATA/HORA----------------
       ORDENA-CRONO.
           IF W-QTDCONSU < 2
              CLOSE CADEXAME.
           IF W-EVOLOK = "S"
              CLOSE CADEVOL.
           IF W-SUMOK = "S"
              CLOSE CADSUMALTA.
           IF W-ODOOK = "S"
              CLOSE CADODONTO.
           IF W-PLANOOK = "S"
              CLOSE CADPLANOODO.
           IF W-PLANOITOK = "S"
              CLOSE CADPLANOITEM.
           IF W-EPIOK = "S"
              CLOSE CADEPISODIO.
           IF W-EPIVOK = "S"
              CLOSE CADEPIVINC.
           IF W-LIBOK = "S"
              CLOSE CADLIBEX.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
