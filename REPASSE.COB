       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPASSE.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    REPASSE MEDICO - FECHAMENTO DA COMPETENCIA POR CRM,        *
      *    REMESSA CNAB 240 DE PAGAMENTO A FORNECEDOR, RETORNO        *
      *    BANCARIO E INFORME ANUAL DE RENDIMENTOS DO MEDICO          *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADREPFECH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYREPFECH
                    FILE STATUS  IS ST-ERRO.
       SELECT CADMEDBANCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRMBANCO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADRESUMO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYRESUMO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCONSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPAL
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DATACONS
                       WITH DUPLICATES.
       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO.
       SELECT CADREPASSE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRMREPASSE
                    FILE STATUS  IS ST-ERRO.
       SELECT REPREM ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT REPRET ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT REPFECHTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT INFRENDTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------REPASSE FECHADO POR COMPETENCIA E CRM-----------------
       FD CADREPFECH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREPFECH.DAT".
       01  REGREPFECH.
           03 KEYREPFECH.
              05 COMPREPF         PIC 9(06).
              05 CRMREPF          PIC 9(06).
           03 QTDEREPF            PIC 9(05).
           03 PRODUZREPF          PIC 9(09)V99.
           03 RECEBREPF           PIC 9(09)V99.
           03 PERCREPF            PIC 9(03)V99.
           03 VALORREPF           PIC 9(09)V99.
           03 TIPOINSCREPF        PIC 9(01).
           03 INSCRREPF           PIC 9(14).
           03 NOMEFAVREPF         PIC X(30).
           03 BANCOREPF           PIC 9(03).
           03 AGENCIAREPF         PIC 9(05).
           03 DVAGREPF            PIC X(01).
           03 CONTAREPF           PIC 9(12).
           03 DVCONTAREPF         PIC X(01).
           03 STATUSREPF          PIC X(01).
              88 REP-FECHADO        VALUE "F".
              88 REP-REMETIDO       VALUE "R".
              88 REP-PAGO           VALUE "P".
              88 REP-REJEITADO      VALUE "J".
           03 LOTEREPF            PIC 9(06).
           03 DATAFECHREPF        PIC 9(08).
           03 DATAPAGREPF         PIC 9(08).
           03 OCORRREPF           PIC X(02).
           03 FILLER              PIC X(20).
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
       FD CADRESUMO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESUMO.DAT".
       01  REGRESUMO.
           03 KEYRESUMO.
              05 COMPRES          PIC 9(06).
              05 UNIDRES          PIC 9(02).
              05 CODMEDRES        PIC 9(06).
              05 CODCONVRES       PIC 9(04).
           03 QTDRES              PIC 9(06).
           03 VALORRES            PIC 9(09)V99.
           03 QTDPAGORES          PIC 9(06).
           03 VALORPAGORES        PIC 9(09)V99.
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
      *----------------------PERCENTUAL DE REPASSE-------------------
       FD CADREPASSE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREPASSE.DAT".
       01  REGREPASSE.
           03 CRMREPASSE          PIC 9(06).
           03 PERCREPASSE         PIC 9(03)V99.
      *
       FD REPREM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQREP.
       01 REGREPREM            PIC X(240).
      *
       FD REPRET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REPRET.TXT".
       01 REGREPRET.
          03 FILLER            PIC X(07).
          03 TIPORETTX         PIC X(01).
          03 FILLER            PIC X(05).
          03 SEGRETTX          PIC X(01).
          03 FILLER            PIC X(59).
          03 SEURETTX.
             05 PREFRETTX      PIC X(03).
             05 COMPRETTX      PIC 9(06).
             05 CRMRETTX       PIC 9(06).
             05 FILLER         PIC X(05).
          03 DATAPAGRETTX.
             05 DIAPAGRETTX    PIC 9(02).
             05 MESPAGRETTX    PIC 9(02).
             05 ANOPAGRETTX    PIC 9(04).
          03 FILLER            PIC X(53).
          03 DATAREALRETTX.
             05 DIAREALRETTX   PIC 9(02).
             05 MESREALRETTX   PIC 9(02).
             05 ANOREALRETTX   PIC 9(04).
          03 FILLER            PIC X(68).
          03 OCORRRETTX        PIC X(02).
          03 FILLER            PIC X(08).
      *
       FD REPFECHTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REPFECH.DOC".
       01 REGREPFECHTX         PIC X(120).
      *
       FD INFRENDTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "INFREND.DOC".
       01 REGINFRENDTX         PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 IND1          PIC 9(03) VALUE ZEROS.
       77 IND2          PIC 9(02) VALUE ZEROS.
       01 W-FUNCAO      PIC 9(01) VALUE ZEROS.
       01 W-COMPET      PIC 9(06) VALUE ZEROS.
       01 W-COMPETR REDEFINES W-COMPET.
          03 W-ANOCOMP  PIC 9(04).
          03 W-MESCOMP  PIC 9(02).
       01 W-DATAPAG     PIC 9(08) VALUE ZEROS.
       01 W-DATAPAGR REDEFINES W-DATAPAG.
          03 W-DIAPAG   PIC 9(02).
          03 W-MESPAG   PIC 9(02).
          03 W-ANOPAG   PIC 9(04).
       01 W-ANOINF      PIC 9(04) VALUE ZEROS.
       01 W-DATAREF     PIC 9(08) VALUE ZEROS.
       01 W-DATAREFR REDEFINES W-DATAREF.
          03 W-ANOREF   PIC 9(04).
          03 W-MESREF   PIC 9(02).
          03 W-DIAREF   PIC 9(02).
       01 W-CRMINF      PIC 9(06) VALUE ZEROS.
       01 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-HORAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-BANCOOK     PIC X(01) VALUE "N".
       01 W-BLOQUEADA   PIC X(01) VALUE "N".
       01 W-QTDEEXIST   PIC 9(04) VALUE ZEROS.
      *---CONTA PAGADORA DO HOSPITAL (CADMEDBANCO CRM 000000)----------
       01 W-HOSPITAL.
          03 W-CNPJHOSP     PIC 9(14) VALUE ZEROS.
          03 W-NOMEHOSP     PIC X(30) VALUE SPACES.
          03 W-BANCOHOSP    PIC 9(03) VALUE ZEROS.
          03 W-AGHOSP       PIC 9(05) VALUE ZEROS.
          03 W-DVAGHOSP     PIC X(01) VALUE SPACES.
          03 W-CONTAHOSP    PIC 9(12) VALUE ZEROS.
          03 W-DVCONTAHOSP  PIC X(01) VALUE SPACES.
          03 W-CONVHOSP     PIC X(20) VALUE SPACES.
      *---ACUMULADORES DO FECHAMENTO (MESMO CALCULO DO RELREPASS)------
       01 W-QTDEMED     PIC 9(03) VALUE ZEROS.
       01 TABPROD.
          03 TBP-LINHA OCCURS 100 TIMES.
             05 TBP-CRM       PIC 9(06).
             05 TBP-QTDE      PIC 9(05).
             05 TBP-PRODUZIDO PIC 9(09)V99.
             05 TBP-RECEBIDO  PIC 9(09)V99.
       01 W-PERC         PIC 9(03)V99 VALUE ZEROS.
       01 W-PARTEMEDICO  PIC 9(09)V99 VALUE ZEROS.
       01 W-QTDEFECH     PIC 9(04) VALUE ZEROS.
       01 W-QTDESEMBCO   PIC 9(04) VALUE ZEROS.
       01 W-TOTALFECH    PIC 9(09)V99 VALUE ZEROS.
      *---REMESSA CNAB 240--------------------------------------------
       01 W-LOTEREP     PIC 9(06) VALUE ZEROS.
       01 W-PASSO       PIC 9(01) VALUE ZEROS.
       01 W-LOTEABERTO  PIC X(01) VALUE "N".
       01 W-NUMLOTE     PIC 9(04) VALUE ZEROS.
       01 W-SEQLOTE     PIC 9(05) VALUE ZEROS.
       01 W-QTDEREGLOTE PIC 9(06) VALUE ZEROS.
       01 W-SOMALOTE    PIC 9(16)V99 VALUE ZEROS.
       01 W-QTDEREGARQ  PIC 9(06) VALUE ZEROS.
       01 W-QTDEREM     PIC 9(04) VALUE ZEROS.
       01 W-TOTALREM    PIC 9(09)V99 VALUE ZEROS.
       01 W-ARQREP.
          03 FILLER      PIC X(06) VALUE "REPREM".
          03 ARQREPTX    PIC 9(06) VALUE ZEROS.
          03 FILLER      PIC X(04) VALUE ".TXT".
       01 W-SEUNUM.
          03 FILLER      PIC X(03) VALUE "REP".
          03 COMPSEUTX   PIC 9(06).
          03 CRMSEUTX    PIC 9(06).
          03 FILLER      PIC X(05) VALUE SPACES.
      *---RETORNO-----------------------------------------------------
       01 W-QTDEPAGA    PIC 9(04) VALUE ZEROS.
       01 W-QTDEREJ     PIC 9(04) VALUE ZEROS.
       01 W-QTDEAGEND   PIC 9(04) VALUE ZEROS.
       01 W-QTDEIGN     PIC 9(04) VALUE ZEROS.
      *---INFORME DE RENDIMENTOS (VALORES PAGOS POR MES NO ANO)--------
       01 W-QTDEINF     PIC 9(03) VALUE ZEROS.
       01 W-INFCHEIA    PIC X(01) VALUE "N".
       01 TABINF.
          03 TBI-LINHA OCCURS 300 TIMES.
             05 TBI-CRM       PIC 9(06).
             05 TBI-TIPOINSC  PIC 9(01).
             05 TBI-INSCR     PIC 9(14).
             05 TBI-NOME      PIC X(30).
             05 TBI-MES       PIC 9(09)V99 OCCURS 12 TIMES.
       01 W-TOTALINF    PIC 9(09)V99 VALUE ZEROS.
       01 TABMESESX.
          03 FILLER     PIC X(09) VALUE "JANEIRO".
          03 FILLER     PIC X(09) VALUE "FEVEREIRO".
          03 FILLER     PIC X(09) VALUE "MARCO".
          03 FILLER     PIC X(09) VALUE "ABRIL".
          03 FILLER     PIC X(09) VALUE "MAIO".
          03 FILLER     PIC X(09) VALUE "JUNHO".
          03 FILLER     PIC X(09) VALUE "JULHO".
          03 FILLER     PIC X(09) VALUE "AGOSTO".
          03 FILLER     PIC X(09) VALUE "SETEMBRO".
          03 FILLER     PIC X(09) VALUE "OUTUBRO".
          03 FILLER     PIC X(09) VALUE "NOVEMBRO".
          03 FILLER     PIC X(09) VALUE "DEZEMBRO".
       01 TABMESES REDEFINES TABMESESX.
          03 TBMES      PIC X(09) OCCURS 12 TIMES.
      *---LEIAUTE CNAB 240 (FEBRABAN) - PAGAMENTO A FORNECEDOR---------
       01 CNABHEADARQ.
          03 BANCOHATX        PIC 9(03).
          03 FILLER           PIC X(04) VALUE "0000".
          03 FILLER           PIC X(01) VALUE "0".
          03 FILLER           PIC X(09) VALUE SPACES.
          03 FILLER           PIC X(01) VALUE "2".
          03 CNPJHATX         PIC 9(14).
          03 CONVHATX         PIC X(20).
          03 AGHATX           PIC 9(05).
          03 DVAGHATX         PIC X(01).
          03 CONTAHATX        PIC 9(12).
          03 DVCONTAHATX      PIC X(01).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 NOMEHATX         PIC X(30).
          03 FILLER           PIC X(30) VALUE SPACES.
          03 FILLER           PIC X(10) VALUE SPACES.
          03 FILLER           PIC X(01) VALUE "1".
          03 DATAHATX         PIC 9(08).
          03 HORAHATX         PIC 9(06).
          03 NSAHATX          PIC 9(06).
          03 FILLER           PIC X(03) VALUE "089".
          03 FILLER           PIC X(05) VALUE "01600".
          03 FILLER           PIC X(69) VALUE SPACES.
       01 CNABHEADLOTE.
          03 BANCOHLTX        PIC 9(03).
          03 LOTEHLTX         PIC 9(04).
          03 FILLER           PIC X(01) VALUE "1".
          03 FILLER           PIC X(01) VALUE "C".
          03 FILLER           PIC X(02) VALUE "20".
          03 FORMAHLTX        PIC 9(02).
          03 FILLER           PIC X(03) VALUE "045".
          03 FILLER           PIC X(01) VALUE SPACES.
          03 FILLER           PIC X(01) VALUE "2".
          03 CNPJHLTX         PIC 9(14).
          03 CONVHLTX         PIC X(20).
          03 AGHLTX           PIC 9(05).
          03 DVAGHLTX         PIC X(01).
          03 CONTAHLTX        PIC 9(12).
          03 DVCONTAHLTX      PIC X(01).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 NOMEHLTX         PIC X(30).
          03 FILLER           PIC X(40) VALUE
             "REPASSE DE HONORARIOS MEDICOS".
          03 FILLER           PIC X(80) VALUE SPACES.
          03 FILLER           PIC X(18) VALUE SPACES.
       01 CNABSEGA.
          03 BANCOSATX        PIC 9(03).
          03 LOTESATX         PIC 9(04).
          03 FILLER           PIC X(01) VALUE "3".
          03 SEQSATX          PIC 9(05).
          03 FILLER           PIC X(01) VALUE "A".
          03 FILLER           PIC X(01) VALUE "0".
          03 FILLER           PIC X(02) VALUE "00".
          03 CAMARASATX       PIC 9(03).
          03 BANCOFAVSATX     PIC 9(03).
          03 AGFAVSATX        PIC 9(05).
          03 DVAGFAVSATX      PIC X(01).
          03 CONTAFAVSATX     PIC 9(12).
          03 DVCONTAFAVSATX   PIC X(01).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 NOMEFAVSATX      PIC X(30).
          03 SEUNUMSATX       PIC X(20).
          03 DATAPAGSATX      PIC 9(08).
          03 FILLER           PIC X(03) VALUE "BRL".
          03 FILLER           PIC 9(15) VALUE ZEROS.
          03 VALORSATX        PIC 9(13)V99.
          03 FILLER           PIC X(20) VALUE SPACES.
          03 FILLER           PIC 9(08) VALUE ZEROS.
          03 FILLER           PIC 9(15) VALUE ZEROS.
          03 FILLER           PIC X(40) VALUE SPACES.
          03 FILLER           PIC X(07) VALUE SPACES.
          03 FINALSATX        PIC X(02).
          03 FILLER           PIC X(03) VALUE SPACES.
          03 FILLER           PIC X(01) VALUE "0".
          03 FILLER           PIC X(10) VALUE SPACES.
       01 CNABSEGB.
          03 BANCOSBTX        PIC 9(03).
          03 LOTESBTX         PIC 9(04).
          03 FILLER           PIC X(01) VALUE "3".
          03 SEQSBTX          PIC 9(05).
          03 FILLER           PIC X(01) VALUE "B".
          03 FILLER           PIC X(03) VALUE SPACES.
          03 TIPOINSCSBTX     PIC 9(01).
          03 INSCRSBTX        PIC 9(14).
          03 FILLER           PIC X(208) VALUE SPACES.
       01 CNABTRLOTE.
          03 BANCOTLTX        PIC 9(03).
          03 LOTETLTX         PIC 9(04).
          03 FILLER           PIC X(01) VALUE "5".
          03 FILLER           PIC X(09) VALUE SPACES.
          03 QTDETLTX         PIC 9(06).
          03 SOMATLTX         PIC 9(16)V99.
          03 FILLER           PIC 9(18) VALUE ZEROS.
          03 FILLER           PIC 9(06) VALUE ZEROS.
          03 FILLER           PIC X(175) VALUE SPACES.
       01 CNABTRARQ.
          03 BANCOTATX        PIC 9(03).
          03 FILLER           PIC X(04) VALUE "9999".
          03 FILLER           PIC X(01) VALUE "9".
          03 FILLER           PIC X(09) VALUE SPACES.
          03 QTDELOTTATX      PIC 9(06).
          03 QTDEREGTATX      PIC 9(06).
          03 FILLER           PIC 9(06) VALUE ZEROS.
          03 FILLER           PIC X(205) VALUE SPACES.
      *---LINHAS DA LISTAGEM DO FECHAMENTO-----------------------------
       01 CABFECH.
          03 FILLER PIC X(50) VALUE
          "HOSPITAL MAINFRAME *** FECHAMENTO DO REPASSE MEDIC".
          03 FILLER PIC X(18) VALUE "O ***  COMPETENCIA".
          03 FILLER PIC X(02) VALUE ": ".
          03 MESFECHTX      PIC 9(02).
          03 FILLER         PIC X(01) VALUE "/".
          03 ANOFECHTX      PIC 9(04).
       01 CABFECHCOL.
          03 FILLER PIC X(50) VALUE
          "CRM    NOME                              RECEBIDO ".
          03 FILLER PIC X(52) VALUE
          " PERC.     REPASSE BCO AGENC CONTA          SITUACAO".
       01 DETFECH.
          03 CRMFECHTX      PIC 9(06).
          03 FILLER         PIC X(01) VALUE " ".
          03 NOMEFECHTX     PIC X(30).
          03 FILLER         PIC X(01) VALUE " ".
          03 RECEBFECHTX    PIC ZZZZZZZ9,99.
          03 FILLER         PIC X(01) VALUE " ".
          03 PERCFECHTX     PIC ZZ9,99.
          03 FILLER         PIC X(01) VALUE " ".
          03 VALORFECHTX    PIC ZZZZZZZ9,99.
          03 FILLER         PIC X(01) VALUE " ".
          03 BANCOFECHTX    PIC 9(03).
          03 FILLER         PIC X(01) VALUE " ".
          03 AGFECHTX       PIC 9(05).
          03 FILLER         PIC X(01) VALUE " ".
          03 CONTAFECHTX    PIC 9(12).
          03 FILLER         PIC X(01) VALUE "-".
          03 DVCONTAFECHTX  PIC X(01).
          03 FILLER         PIC X(01) VALUE " ".
          03 SITFECHTX      PIC X(22).
       01 TOTFECH.
          03 FILLER PIC X(22) VALUE "MEDICOS FECHADOS.....:".
          03 QTDEFECHTX     PIC ZZZ9.
          03 FILLER PIC X(22) VALUE "  TOTAL DO REPASSE..:".
          03 TOTALFECHTX    PIC ZZZZZZZ9,99.
          03 FILLER PIC X(22) VALUE "  SEM DADOS BANCARIOS:".
          03 QTDESEMBCOTX   PIC ZZZ9.
      *---LINHAS DO INFORME DE RENDIMENTOS-----------------------------
       01 INF0.
          03 FILLER PIC X(50) VALUE
          "COMPROVANTE DE RENDIMENTOS PAGOS E DE IMPOSTO SOBR".
          03 FILLER PIC X(28) VALUE "E A RENDA RETIDO NA FONTE".
       01 INF1.
          03 FILLER PIC X(24) VALUE "ANO-CALENDARIO.........:".
          03 ANOINFTX       PIC 9(04).
       01 INF2.
          03 FILLER PIC X(24) VALUE "FONTE PAGADORA.........:".
          03 NOMEHOSPINFTX  PIC X(30).
          03 FILLER PIC X(07) VALUE " CNPJ: ".
          03 CNPJHOSPINFTX  PIC 9(14).
       01 INF3.
          03 FILLER PIC X(24) VALUE "BENEFICIARIO...........:".
          03 NOMEBENINFTX   PIC X(30).
          03 FILLER PIC X(01) VALUE " ".
          03 TIPOBENINFTX   PIC X(05).
          03 INSCRBENINFTX  PIC 9(14).
       01 INF4.
          03 FILLER PIC X(24) VALUE "CRM....................:".
          03 CRMINFTX       PIC 9(06).
          03 FILLER PIC X(20) VALUE "   CODIGO RECEITA: ".
          03 CODRECINFTX    PIC X(04).
          03 FILLER         PIC X(03) VALUE " - ".
          03 NATINFTX       PIC X(30).
       01 INFMES.
          03 FILLER         PIC X(04) VALUE SPACES.
          03 MESINFTX       PIC X(09).
          03 FILLER         PIC X(01) VALUE " ".
          03 VALORMESINFTX  PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(04) VALUE SPACES.
          03 IRRFMESINFTX   PIC ZZZ.ZZZ.ZZ9,99.
       01 INFMESCAB.
          03 FILLER PIC X(50) VALUE
          "    MES PAGTO     RENDIMENTO       IMPOSTO RETIDO".
       01 INFTOT.
          03 FILLER PIC X(14) VALUE "    TOTAL     ".
          03 TOTALINFTX     PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(04) VALUE SPACES.
          03 IRRFTOTINFTX   PIC ZZZ.ZZZ.ZZ9,99.
       01 INFSEP.
          03 FILLER PIC X(50) VALUE
          "--------------------------------------------------".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAREPASSE.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          REPASSE MEDICO - FECHAMENTO E".
           05  LINE 02  COLUMN 41
               VALUE  " PAGAMENTO".
           05  LINE 06  COLUMN 01
               VALUE  "   1 - FECHAR O REPASSE DA COMPETENCIA".
           05  LINE 07  COLUMN 01
               VALUE  "   2 - GERAR REMESSA CNAB 240 (PAGAMENTO)".
           05  LINE 08  COLUMN 01
               VALUE  "   3 - IMPORTAR RETORNO BANCARIO".
           05  LINE 09  COLUMN 01
               VALUE  "   4 - INFORME ANUAL DE RENDIMENTOS".
           05  LINE 11  COLUMN 01
               VALUE  "   FUNCAO :   ( 0 - ENCERRA )".
           05  LINE 13  COLUMN 01
               VALUE  "   COMPETENCIA (AAAAMM)     :".
           05  LINE 14  COLUMN 01
               VALUE  "   DATA PAGAMENTO (DDMMAAAA):".
           05  LINE 15  COLUMN 01
               VALUE  "   ANO / CRM (0 = TODOS)    :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TW-FUNCAO
               LINE 11  COLUMN 13  PIC 9(01)
               USING  W-FUNCAO
               HIGHLIGHT.
           05  TW-COMPET
               LINE 13  COLUMN 31  PIC 9(06)
               USING  W-COMPET
               HIGHLIGHT.
           05  TW-DATAPAG
               LINE 14  COLUMN 31  PIC 9(08)
               USING  W-DATAPAG
               HIGHLIGHT.
           05  TW-ANOINF
               LINE 15  COLUMN 31  PIC 9(04)
               USING  W-ANOINF
               HIGHLIGHT.
           05  TW-CRMINF
               LINE 15  COLUMN 38  PIC 9(06)
               USING  W-CRMINF
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       L0.
           OPEN I-O CADREPFECH
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADREPFECH
                CLOSE CADREPFECH
                GO TO L0
             ELSE
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADREPFECH" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM2.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADMED" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADREPFECH
              GO TO ROT-FIM2.
           OPEN INPUT CADMEDBANCO
           IF ST-ERRO = "00"
              MOVE "S" TO W-BANCOOK
              PERFORM LE-HOSPITAL THRU FIM-LE-HOSPITAL.
       MENU-FUNCAO.
           MOVE ZEROS TO W-FUNCAO
           DISPLAY TELAREPASSE
           ACCEPT TW-FUNCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-FUNCAO = 0
              GO TO ROT-FIM.
           IF W-FUNCAO = 1
              GO TO FEC-L1.
           IF W-FUNCAO = 2
              GO TO REM-L1.
           IF W-FUNCAO = 3
              GO TO IMPORTA-RET.
           IF W-FUNCAO = 4
              GO TO INF-L1.
           MOVE "*** FUNCAO NAO DISPONIVEL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *
      *****************************************
      * 1 - FECHAMENTO DO REPASSE DA COMPETENCIA
      *****************************************
      *
       FEC-L1.
           ACCEPT TW-COMPET
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
           IF W-MESCOMP = ZEROS OR W-MESCOMP > 12 OR W-ANOCOMP < 1601
              MOVE "COMPETENCIA INVALIDA (AAAAMM)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FEC-L1.
      *----COMPETENCIA JA FECHADA: SO REFAZ SE NADA FOI AO BANCO---------
           MOVE "N" TO W-BLOQUEADA
           MOVE ZEROS TO W-QTDEEXIST
           MOVE W-COMPET TO COMPREPF
           MOVE ZEROS TO CRMREPF
           START CADREPFECH KEY IS NOT LESS KEYREPFECH INVALID KEY
                 GO TO FEC-L3.
       FEC-L2.
           READ CADREPFECH NEXT
           IF ST-ERRO NOT = "00"
              GO TO FEC-L3.
           IF COMPREPF NOT = W-COMPET
              GO TO FEC-L3.
           ADD 1 TO W-QTDEEXIST
           IF NOT REP-FECHADO
              MOVE "S" TO W-BLOQUEADA.
           GO TO FEC-L2.
       FEC-L3.
           IF W-BLOQUEADA = "S"
              MOVE "COMPETENCIA JA REMETIDA AO BANCO, NAO REFAZ"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           IF W-QTDEEXIST = ZEROS
              GO TO FEC-ABRE.
       FEC-L4.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 12) "COMPETENCIA JA FECHADA. REFAZER (S/N) : "
           ACCEPT (23, 53) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** FECHAMENTO MANTIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO FEC-L4.
           MOVE W-COMPET TO COMPREPF
           MOVE ZEROS TO CRMREPF
           START CADREPFECH KEY IS NOT LESS KEYREPFECH INVALID KEY
                 GO TO FEC-ABRE.
       FEC-L5.
           READ CADREPFECH NEXT
           IF ST-ERRO NOT = "00"
              GO TO FEC-ABRE.
           IF COMPREPF NOT = W-COMPET
              GO TO FEC-ABRE.
           DELETE CADREPFECH RECORD
           GO TO FEC-L5.
       FEC-ABRE.
           OPEN INPUT CADREPASSE
           IF ST-ERRO NOT = "00"
              MOVE "* CADASTRE OS PERCENTUAIS NO SMP028 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           OPEN OUTPUT REPFECHTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO REPFECH" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADREPASSE
              GO TO MENU-FUNCAO.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO W-QTDEMED W-QTDEFECH W-QTDESEMBCO W-TOTALFECH.
      *----O RESUMO MENSAL PRONTO EVITA A VARREDURA DO CADCONSU----------
       FEC-RESUMO.
           OPEN INPUT CADRESUMO
           IF ST-ERRO NOT = "00"
              GO TO FEC-CONSU.
           MOVE W-COMPET TO COMPRES
           MOVE ZEROS TO UNIDRES CODMEDRES CODCONVRES
           START CADRESUMO KEY IS NOT LESS KEYRESUMO INVALID KEY
                 CLOSE CADRESUMO
                 GO TO FEC-GRAVA.
       FEC-RESUMO1.
           READ CADRESUMO NEXT
           IF ST-ERRO NOT = "00"
              CLOSE CADRESUMO
              GO TO FEC-GRAVA.
           IF COMPRES NOT = W-COMPET
              CLOSE CADRESUMO
              GO TO FEC-GRAVA.
           MOVE CODMEDRES TO CODMED
           PERFORM ACHA-MEDICO THRU FIM-ACHA-MEDICO
           ADD QTDRES TO TBP-QTDE(IND1)
           ADD VALORRES TO TBP-PRODUZIDO(IND1)
           ADD VALORPAGORES TO TBP-RECEBIDO(IND1)
           GO TO FEC-RESUMO1.
      *----SEM RESUMO: VARREDURA COMPLETA DO CADCONSU-------------------
       FEC-CONSU.
           OPEN INPUT CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONSU" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADREPASSE REPFECHTX
              GO TO MENU-FUNCAO.
           MOVE ZEROS TO CPFPACIENTE DATACONS HORAC
           START CADCONSU KEY IS NOT LESS KEYPRINCIPAL INVALID KEY
                 CLOSE CADCONSU
                 GO TO FEC-GRAVA.
       FEC-CONSU1.
           READ CADCONSU NEXT
           IF ST-ERRO NOT = "00"
              CLOSE CADCONSU
              GO TO FEC-GRAVA.
           IF NOT REALIZADA
              GO TO FEC-CONSU1.
           IF MESC NOT = W-MESCOMP OR ANOC NOT = W-ANOCOMP
              GO TO FEC-CONSU1.
           PERFORM ACHA-MEDICO THRU FIM-ACHA-MEDICO
           ADD 1 TO TBP-QTDE(IND1)
           ADD VALOR TO TBP-PRODUZIDO(IND1)
           IF PAGO-SIM
              ADD VALOR TO TBP-RECEBIDO(IND1).
           GO TO FEC-CONSU1.
      *----------------CONGELAR O VALOR E OS DADOS BANCARIOS POR CRM-----
       FEC-GRAVA.
           MOVE W-MESCOMP TO MESFECHTX
           MOVE W-ANOCOMP TO ANOFECHTX
           WRITE REGREPFECHTX FROM CABFECH
           MOVE SPACES TO REGREPFECHTX
           WRITE REGREPFECHTX
           WRITE REGREPFECHTX FROM CABFECHCOL
           MOVE 1 TO IND1.
       FEC-GRAVA1.
           IF IND1 > W-QTDEMED
              GO TO FEC-FIM.
           MOVE ZEROS TO W-PERC
           MOVE TBP-CRM(IND1) TO CRMREPASSE
           READ CADREPASSE
           IF ST-ERRO = "00"
              MOVE PERCREPASSE TO W-PERC.
           COMPUTE W-PARTEMEDICO = (TBP-RECEBIDO(IND1) * W-PERC) / 100
           IF W-PARTEMEDICO = ZEROS
              ADD 1 TO IND1
              GO TO FEC-GRAVA1.
           MOVE W-COMPET TO COMPREPF
           MOVE TBP-CRM(IND1) TO CRMREPF
           MOVE TBP-QTDE(IND1) TO QTDEREPF
           MOVE TBP-PRODUZIDO(IND1) TO PRODUZREPF
           MOVE TBP-RECEBIDO(IND1) TO RECEBREPF
           MOVE W-PERC TO PERCREPF
           MOVE W-PARTEMEDICO TO VALORREPF
           PERFORM COPIA-BANCO THRU FIM-COPIA-BANCO
           MOVE "F" TO STATUSREPF
           MOVE ZEROS TO LOTEREPF DATAPAGREPF
           MOVE W-DATAHOJE TO DATAFECHREPF
           MOVE SPACES TO OCORRREPF
           WRITE REGREPFECH
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DO CADREPFECH" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FEC-FIM.
           ADD 1 TO W-QTDEFECH
           ADD W-PARTEMEDICO TO W-TOTALFECH
           MOVE CRMREPF TO CRMFECHTX CRM
           MOVE SPACES TO NOMEFECHTX
           READ CADMED
           IF ST-ERRO = "00"
              MOVE NOMEMEDICO TO NOMEFECHTX.
           MOVE RECEBREPF TO RECEBFECHTX
           MOVE PERCREPF TO PERCFECHTX
           MOVE VALORREPF TO VALORFECHTX
           MOVE BANCOREPF TO BANCOFECHTX
           MOVE AGENCIAREPF TO AGFECHTX
           MOVE CONTAREPF TO CONTAFECHTX
           MOVE DVCONTAREPF TO DVCONTAFECHTX
           IF BANCOREPF = ZEROS
              ADD 1 TO W-QTDESEMBCO
              MOVE "SEM DADOS BANCARIOS" TO SITFECHTX
           ELSE
              MOVE "FECHADO" TO SITFECHTX.
           WRITE REGREPFECHTX FROM DETFECH
           ADD 1 TO IND1
           GO TO FEC-GRAVA1.
       FEC-FIM.
           MOVE SPACES TO REGREPFECHTX
           WRITE REGREPFECHTX
           MOVE W-QTDEFECH TO QTDEFECHTX
           MOVE W-TOTALFECH TO TOTALFECHTX
           MOVE W-QTDESEMBCO TO QTDESEMBCOTX
           WRITE REGREPFECHTX FROM TOTFECH
           CLOSE CADREPASSE REPFECHTX
           DISPLAY (18, 05) "MEDICOS FECHADOS    : " W-QTDEFECH
           DISPLAY (19, 05) "SEM DADOS BANCARIOS : " W-QTDESEMBCO
           MOVE "*** REPASSE FECHADO, LISTA EM REPFECH.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *
       ACHA-MEDICO.
           MOVE 1 TO IND1.
       ACHA-MEDICO1.
           IF IND1 > W-QTDEMED
              IF W-QTDEMED > 99
                 MOVE 100 TO IND1
                 GO TO FIM-ACHA-MEDICO
              ELSE
                 ADD 1 TO W-QTDEMED
                 MOVE W-QTDEMED TO IND1
                 MOVE CODMED TO TBP-CRM(IND1)
                 MOVE ZEROS TO TBP-QTDE(IND1)
                 MOVE ZEROS TO TBP-PRODUZIDO(IND1)
                 MOVE ZEROS TO TBP-RECEBIDO(IND1)
                 GO TO FIM-ACHA-MEDICO.
           IF TBP-CRM(IND1) = CODMED
              GO TO FIM-ACHA-MEDICO.
           ADD 1 TO IND1
           GO TO ACHA-MEDICO1.
       FIM-ACHA-MEDICO.
           EXIT.
      *
      *   COPIA DO CADMEDBANCO PARA O REGISTRO DO REPASSE (CRMREPF)
       COPIA-BANCO.
           MOVE ZEROS TO TIPOINSCREPF INSCRREPF BANCOREPF
           MOVE ZEROS TO AGENCIAREPF CONTAREPF
           MOVE SPACES TO NOMEFAVREPF DVAGREPF DVCONTAREPF
           IF W-BANCOOK NOT = "S"
              GO TO FIM-COPIA-BANCO.
           MOVE CRMREPF TO CRMBANCO
           READ CADMEDBANCO
           IF ST-ERRO NOT = "00"
              GO TO FIM-COPIA-BANCO.
           MOVE TIPOINSCBANCO TO TIPOINSCREPF
           MOVE INSCRBANCO TO INSCRREPF
           MOVE NOMEFAVBANCO TO NOMEFAVREPF
           MOVE BANCOMED TO BANCOREPF
           MOVE AGENCIAMED TO AGENCIAREPF
           MOVE DVAGENCIAMED TO DVAGREPF
           MOVE CONTAMED TO CONTAREPF
           MOVE DVCONTAMED TO DVCONTAREPF.
       FIM-COPIA-BANCO.
           EXIT.
      *
       LE-HOSPITAL.
           MOVE ZEROS TO CRMBANCO
           READ CADMEDBANCO
           IF ST-ERRO NOT = "00"
              GO TO FIM-LE-HOSPITAL.
           MOVE INSCRBANCO TO W-CNPJHOSP
           MOVE NOMEFAVBANCO TO W-NOMEHOSP
           MOVE BANCOMED TO W-BANCOHOSP
           MOVE AGENCIAMED TO W-AGHOSP
           MOVE DVAGENCIAMED TO W-DVAGHOSP
           MOVE CONTAMED TO W-CONTAHOSP
           MOVE DVCONTAMED TO W-DVCONTAHOSP
           MOVE CONVENIOBANCO TO W-CONVHOSP.
       FIM-LE-HOSPITAL.
           EXIT.
      *
      *****************************************
      * 2 - REMESSA CNAB 240 DE PAGAMENTO     *
      *****************************************
      *
       REM-L1.
           IF W-BANCOHOSP = ZEROS
              MOVE "CADASTRE A CONTA DO HOSPITAL (SMP070 CRM 0)"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           ACCEPT TW-DATAPAG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
           IF W-DIAPAG = ZEROS OR W-DIAPAG > 31
              OR W-MESPAG = ZEROS OR W-MESPAG > 12
              OR W-ANOPAG < 1601
              MOVE "DATA DE PAGAMENTO INVALIDA (DDMMAAAA)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REM-L1.
           MOVE ZEROS TO W-LOTEREP
           MOVE ZEROS TO KEYREPFECH
           START CADREPFECH KEY IS NOT LESS KEYREPFECH INVALID KEY
                 GO TO REM-L3.
       REM-L2.
           READ CADREPFECH NEXT
           IF ST-ERRO NOT = "00"
              GO TO REM-L3.
           IF LOTEREPF > W-LOTEREP
              MOVE LOTEREPF TO W-LOTEREP.
           GO TO REM-L2.
       REM-L3.
           ADD 1 TO W-LOTEREP
           MOVE W-LOTEREP TO ARQREPTX
           OPEN OUTPUT REPREM
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE REMESSA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-HORAHOJE FROM TIME
           MOVE ZEROS TO W-QTDEREM W-TOTALREM W-NUMLOTE W-QTDEREGARQ
           MOVE ZEROS TO W-QTDESEMBCO
           MOVE W-BANCOHOSP TO BANCOHATX
           MOVE W-CNPJHOSP TO CNPJHATX
           MOVE W-CONVHOSP TO CONVHATX
           MOVE W-AGHOSP TO AGHATX
           MOVE W-DVAGHOSP TO DVAGHATX
           MOVE W-CONTAHOSP TO CONTAHATX
           MOVE W-DVCONTAHOSP TO DVCONTAHATX
           MOVE W-NOMEHOSP TO NOMEHATX
           MOVE W-DATAHOJE(7:2) TO DATAHATX(1:2)
           MOVE W-DATAHOJE(5:2) TO DATAHATX(3:2)
           MOVE W-DATAHOJE(1:4) TO DATAHATX(5:4)
           MOVE W-HORAHOJE(1:6) TO HORAHATX
           MOVE W-LOTEREP TO NSAHATX
           MOVE CNABHEADARQ TO REGREPREM
           WRITE REGREPREM
           ADD 1 TO W-QTDEREGARQ
      *----PASSO 1 = CREDITO EM CONTA NO MESMO BANCO, PASSO 2 = TED-----
           MOVE 1 TO W-PASSO.
       REM-PASSO.
           MOVE "N" TO W-LOTEABERTO
           MOVE ZEROS TO KEYREPFECH
           START CADREPFECH KEY IS NOT LESS KEYREPFECH INVALID KEY
                 GO TO REM-PASSO2.
       REM-PASSO1.
           READ CADREPFECH NEXT
           IF ST-ERRO NOT = "00"
              GO TO REM-PASSO2.
           IF NOT REP-FECHADO AND NOT REP-REJEITADO
              GO TO REM-PASSO1.
      *----REJEITADO VOLTA COM OS DADOS BANCARIOS ATUALIZADOS-----------
           IF REP-REJEITADO
              PERFORM COPIA-BANCO THRU FIM-COPIA-BANCO.
           IF BANCOREPF = ZEROS
              IF W-PASSO = 1
                 ADD 1 TO W-QTDESEMBCO.
           IF BANCOREPF = ZEROS
              GO TO REM-PASSO1.
           IF W-PASSO = 1 AND BANCOREPF NOT = W-BANCOHOSP
              GO TO REM-PASSO1.
           IF W-PASSO = 2 AND BANCOREPF = W-BANCOHOSP
              GO TO REM-PASSO1.
           IF W-LOTEABERTO NOT = "S"
              PERFORM ABRE-LOTE THRU FIM-ABRE-LOTE.
           ADD 1 TO W-SEQLOTE
           MOVE W-BANCOHOSP TO BANCOSATX
           MOVE W-NUMLOTE TO LOTESATX
           MOVE W-SEQLOTE TO SEQSATX
           IF W-PASSO = 1
              MOVE ZEROS TO CAMARASATX
              MOVE SPACES TO FINALSATX
           ELSE
              MOVE 18 TO CAMARASATX
              MOVE "CC" TO FINALSATX.
           MOVE BANCOREPF TO BANCOFAVSATX
           MOVE AGENCIAREPF TO AGFAVSATX
           MOVE DVAGREPF TO DVAGFAVSATX
           MOVE CONTAREPF TO CONTAFAVSATX
           MOVE DVCONTAREPF TO DVCONTAFAVSATX
           MOVE NOMEFAVREPF TO NOMEFAVSATX
           MOVE COMPREPF TO COMPSEUTX
           MOVE CRMREPF TO CRMSEUTX
           MOVE W-SEUNUM TO SEUNUMSATX
           MOVE W-DATAPAG TO DATAPAGSATX
           MOVE VALORREPF TO VALORSATX
           MOVE CNABSEGA TO REGREPREM
           WRITE REGREPREM
           ADD 1 TO W-SEQLOTE
           MOVE W-BANCOHOSP TO BANCOSBTX
           MOVE W-NUMLOTE TO LOTESBTX
           MOVE W-SEQLOTE TO SEQSBTX
           MOVE TIPOINSCREPF TO TIPOINSCSBTX
           MOVE INSCRREPF TO INSCRSBTX
           MOVE CNABSEGB TO REGREPREM
           WRITE REGREPREM
           ADD 2 TO W-QTDEREGLOTE W-QTDEREGARQ
           ADD VALORREPF TO W-SOMALOTE W-TOTALREM
           ADD 1 TO W-QTDEREM
           MOVE "R" TO STATUSREPF
           MOVE W-LOTEREP TO LOTEREPF
           MOVE SPACES TO OCORRREPF
           REWRITE REGREPFECH
           GO TO REM-PASSO1.
       REM-PASSO2.
           IF W-LOTEABERTO = "S"
              PERFORM FECHA-LOTE THRU FIM-FECHA-LOTE.
           IF W-PASSO = 1
              MOVE 2 TO W-PASSO
              GO TO REM-PASSO.
           ADD 1 TO W-QTDEREGARQ
           MOVE W-BANCOHOSP TO BANCOTATX
           MOVE W-NUMLOTE TO QTDELOTTATX
           MOVE W-QTDEREGARQ TO QTDEREGTATX
           MOVE CNABTRARQ TO REGREPREM
           WRITE REGREPREM
           CLOSE REPREM
           DISPLAY (18, 05) "LOTE DE REMESSA     : " W-LOTEREP
           DISPLAY (19, 05) "PAGAMENTOS ENVIADOS : " W-QTDEREM
           DISPLAY (20, 05) "SEM DADOS BANCARIOS : " W-QTDESEMBCO
           MOVE W-ARQREP TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *
       ABRE-LOTE.
           ADD 1 TO W-NUMLOTE
           MOVE "S" TO W-LOTEABERTO
           MOVE ZEROS TO W-SEQLOTE W-SOMALOTE
           MOVE 1 TO W-QTDEREGLOTE
           MOVE W-BANCOHOSP TO BANCOHLTX
           MOVE W-NUMLOTE TO LOTEHLTX
           IF W-PASSO = 1
              MOVE 1 TO FORMAHLTX
           ELSE
              MOVE 41 TO FORMAHLTX.
           MOVE W-CNPJHOSP TO CNPJHLTX
           MOVE W-CONVHOSP TO CONVHLTX
           MOVE W-AGHOSP TO AGHLTX
           MOVE W-DVAGHOSP TO DVAGHLTX
           MOVE W-CONTAHOSP TO CONTAHLTX
           MOVE W-DVCONTAHOSP TO DVCONTAHLTX
           MOVE W-NOMEHOSP TO NOMEHLTX
           MOVE CNABHEADLOTE TO REGREPREM
           WRITE REGREPREM
           ADD 1 TO W-QTDEREGARQ.
       FIM-ABRE-LOTE.
           EXIT.
      *
       FECHA-LOTE.
           ADD 1 TO W-QTDEREGLOTE W-QTDEREGARQ
           MOVE W-BANCOHOSP TO BANCOTLTX
           MOVE W-NUMLOTE TO LOTETLTX
           MOVE W-QTDEREGLOTE TO QTDETLTX
           MOVE W-SOMALOTE TO SOMATLTX
           MOVE CNABTRLOTE TO REGREPREM
           WRITE REGREPREM
           MOVE "N" TO W-LOTEABERTO.
       FIM-FECHA-LOTE.
           EXIT.
      *
      *****************************************
      * 3 - RETORNO BANCARIO DOS PAGAMENTOS   *
      *****************************************
      *
       IMPORTA-RET.
           OPEN INPUT REPRET
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO REPRET.TXT NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           MOVE ZEROS TO W-QTDEPAGA W-QTDEREJ W-QTDEAGEND W-QTDEIGN.
       IMPORTA-RET1.
           READ REPRET
           IF ST-ERRO NOT = "00"
              GO TO IMPORTA-RET2.
           IF TIPORETTX NOT = "3" OR SEGRETTX NOT = "A"
              GO TO IMPORTA-RET1.
           IF PREFRETTX NOT = "REP"
              OR COMPRETTX NOT NUMERIC OR CRMRETTX NOT NUMERIC
              ADD 1 TO W-QTDEIGN
              GO TO IMPORTA-RET1.
           MOVE COMPRETTX TO COMPREPF
           MOVE CRMRETTX TO CRMREPF
           READ CADREPFECH
           IF ST-ERRO NOT = "00"
              ADD 1 TO W-QTDEIGN
              GO TO IMPORTA-RET1.
           IF NOT REP-REMETIDO
              ADD 1 TO W-QTDEIGN
              GO TO IMPORTA-RET1.
      *----BD = PAGAMENTO AGENDADO, CONTINUA REMETIDO-------------------
           IF OCORRRETTX = "BD"
              ADD 1 TO W-QTDEAGEND
              GO TO IMPORTA-RET1.
           MOVE OCORRRETTX TO OCORRREPF
           IF OCORRRETTX = "00"
              MOVE "P" TO STATUSREPF
              ADD 1 TO W-QTDEPAGA
              IF DATAREALRETTX NUMERIC AND DATAREALRETTX NOT = ZEROS
                 COMPUTE DATAPAGREPF = ANOREALRETTX * 10000
                       + MESREALRETTX * 100 + DIAREALRETTX
              ELSE
                 IF DATAPAGRETTX NUMERIC
                    COMPUTE DATAPAGREPF = ANOPAGRETTX * 10000
                          + MESPAGRETTX * 100 + DIAPAGRETTX
                 ELSE
                    ACCEPT DATAPAGREPF FROM DATE YYYYMMDD
           ELSE
              MOVE "J" TO STATUSREPF
              ADD 1 TO W-QTDEREJ.
           REWRITE REGREPFECH
           GO TO IMPORTA-RET1.
       IMPORTA-RET2.
           CLOSE REPRET
           DISPLAY (18, 05) "REPASSES PAGOS      : " W-QTDEPAGA
           DISPLAY (19, 05) "REPASSES REJEITADOS : " W-QTDEREJ
           DISPLAY (20, 05) "AGENDADOS (BD)      : " W-QTDEAGEND
           DISPLAY (21, 05) "LINHAS IGNORADAS    : " W-QTDEIGN
           MOVE "*** RETORNO BANCARIO IMPORTADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *
      *****************************************
      * 4 - INFORME ANUAL DE RENDIMENTOS      *
      *****************************************
      *
       INF-L1.
           ACCEPT TW-ANOINF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
           IF W-ANOINF < 1601
              MOVE "PREENCHA O ANO-CALENDARIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INF-L1.
           ACCEPT TW-CRMINF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO INF-L1.
      *----SOMA POR MES DE PAGAMENTO OS REPASSES PAGOS NO ANO-----------
           MOVE ZEROS TO W-QTDEINF
           MOVE "N" TO W-INFCHEIA
           MOVE ZEROS TO KEYREPFECH
           START CADREPFECH KEY IS NOT LESS KEYREPFECH INVALID KEY
                 GO TO INF-GRAVA.
       INF-L2.
           READ CADREPFECH NEXT
           IF ST-ERRO NOT = "00"
              GO TO INF-GRAVA.
           IF NOT REP-PAGO
              GO TO INF-L2.
           MOVE DATAPAGREPF TO W-DATAREF
           IF W-ANOREF NOT = W-ANOINF
              GO TO INF-L2.
           IF W-CRMINF NOT = ZEROS AND CRMREPF NOT = W-CRMINF
              GO TO INF-L2.
           PERFORM ACHA-INFORME THRU FIM-ACHA-INFORME
           IF IND1 = ZEROS
              GO TO INF-L2.
           MOVE W-MESREF TO IND2
           ADD VALORREPF TO TBI-MES(IND1, IND2)
           MOVE TIPOINSCREPF TO TBI-TIPOINSC(IND1)
           MOVE INSCRREPF TO TBI-INSCR(IND1)
           MOVE NOMEFAVREPF TO TBI-NOME(IND1)
           GO TO INF-L2.
       INF-GRAVA.
           IF W-QTDEINF = ZEROS
              MOVE "NENHUM REPASSE PAGO NO ANO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           OPEN OUTPUT INFRENDTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO INFREND" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           MOVE 1 TO IND1.
       INF-GRAVA1.
           IF IND1 > W-QTDEINF
              GO TO INF-FIM.
           WRITE REGINFRENDTX FROM INF0
           MOVE W-ANOINF TO ANOINFTX
           WRITE REGINFRENDTX FROM INF1
           MOVE W-NOMEHOSP TO NOMEHOSPINFTX
           MOVE W-CNPJHOSP TO CNPJHOSPINFTX
           WRITE REGINFRENDTX FROM INF2
           MOVE TBI-NOME(IND1) TO NOMEBENINFTX
           MOVE TBI-INSCR(IND1) TO INSCRBENINFTX
           IF TBI-TIPOINSC(IND1) = 2
              MOVE "CNPJ" TO TIPOBENINFTX
              MOVE "1708" TO CODRECINFTX
              MOVE "SERVICOS PROFISSIONAIS (PJ)" TO NATINFTX
           ELSE
              MOVE "CPF" TO TIPOBENINFTX
              MOVE "0588" TO CODRECINFTX
              MOVE "TRABALHO SEM VINCULO EMPREG." TO NATINFTX.
           IF TBI-NOME(IND1) = SPACES
              MOVE TBI-CRM(IND1) TO CRM
              READ CADMED
              IF ST-ERRO = "00"
                 MOVE NOMEMEDICO TO NOMEBENINFTX.
           WRITE REGINFRENDTX FROM INF3
           MOVE TBI-CRM(IND1) TO CRMINFTX
           WRITE REGINFRENDTX FROM INF4
           MOVE SPACES TO REGINFRENDTX
           WRITE REGINFRENDTX
           WRITE REGINFRENDTX FROM INFMESCAB
           MOVE ZEROS TO W-TOTALINF
           MOVE 1 TO IND2.
       INF-GRAVA2.
           IF IND2 > 12
              GO TO INF-GRAVA3.
           IF TBI-MES(IND1, IND2) NOT = ZEROS
              MOVE TBMES(IND2) TO MESINFTX
              MOVE TBI-MES(IND1, IND2) TO VALORMESINFTX
              MOVE ZEROS TO IRRFMESINFTX
              WRITE REGINFRENDTX FROM INFMES
              ADD TBI-MES(IND1, IND2) TO W-TOTALINF.
           ADD 1 TO IND2
           GO TO INF-GRAVA2.
       INF-GRAVA3.
           MOVE W-TOTALINF TO TOTALINFTX
           MOVE ZEROS TO IRRFTOTINFTX
           WRITE REGINFRENDTX FROM INFTOT
           WRITE REGINFRENDTX FROM INFSEP
           MOVE SPACES TO REGINFRENDTX
           WRITE REGINFRENDTX
           ADD 1 TO IND1
           GO TO INF-GRAVA1.
       INF-FIM.
           CLOSE INFRENDTX
           DISPLAY (18, 05) "INFORMES GERADOS    : " W-QTDEINF
           IF W-INFCHEIA = "S"
              DISPLAY (19, 05) "*** MAIS DE 300 MEDICOS, PARCIAL".
           MOVE "*** INFORMES GERADOS EM INFREND.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *
       ACHA-INFORME.
           MOVE 1 TO IND1.
       ACHA-INFORME1.
           IF IND1 > W-QTDEINF
              IF W-QTDEINF > 299
                 MOVE ZEROS TO IND1
                 MOVE "S" TO W-INFCHEIA
                 GO TO FIM-ACHA-INFORME
              ELSE
                 ADD 1 TO W-QTDEINF
                 MOVE W-QTDEINF TO IND1
                 MOVE CRMREPF TO TBI-CRM(IND1)
                 MOVE ZEROS TO TBI-MES(IND1, 1) TBI-MES(IND1, 2)
                 MOVE ZEROS TO TBI-MES(IND1, 3) TBI-MES(IND1, 4)
                 MOVE ZEROS TO TBI-MES(IND1, 5) TBI-MES(IND1, 6)
                 MOVE ZEROS TO TBI-MES(IND1, 7) TBI-MES(IND1, 8)
                 MOVE ZEROS TO TBI-MES(IND1, 9) TBI-MES(IND1, 10)
                 MOVE ZEROS TO TBI-MES(IND1, 11) TBI-MES(IND1, 12)
                 GO TO FIM-ACHA-INFORME.
           IF TBI-CRM(IND1) = CRMREPF
              GO TO FIM-ACHA-INFORME.
           ADD 1 TO IND1
           GO TO ACHA-INFORME1.
       FIM-ACHA-INFORME.
           EXIT.
      *
       ROT-FIM.
           CLOSE CADREPFECH CADMED.
           IF W-BANCOOK = "S"
              CLOSE CADMEDBANCO.
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
