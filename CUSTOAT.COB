       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOAT.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    APURACAO MENSAL DE CUSTO E MARGEM POR ATENDIMENTO          *
      *    RECEITA (VALOR/ITENS OU O PAGO NO RETORNO DO CONVENIO)     *
      *    MENOS MEDICAMENTOS DISPENSADOS, REPASSE MEDICO, EXAMES E   *
      *    RATEIO DA UNIDADE - MARGEM POR CONVENIO/PLANO, ESPECIA-    *
      *    LIDADE E UNIDADE (MARGEM.DOC)                              *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCUSTOAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCUSTOAT
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCONSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPAL
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DATACONS
                       WITH DUPLICATES.
       SELECT CADCONSITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCONSITEM
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCONSEXT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCONSEXT
                    FILE STATUS  IS ST-ERRO.
       SELECT CADFATLOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYFATLOTE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADEXAME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYEXAME
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
       SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGOCONV
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMECONV WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PLANO WITH DUPLICATES.
       SELECT CADUNIDADE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODUNIDADE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADREPASSE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRMREPASSE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCUSTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODMEDCUSTO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADTABCUSTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYTABCUSTO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADDISPCONS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT MARGEMTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------CUSTO E MARGEM APURADOS POR ATENDIMENTO---------------
       FD CADCUSTOAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCUSTOAT.DAT".
       01  REGCUSTOAT.
           03 KEYCUSTOAT.
              05 CPFCUS           PIC 9(11).
              05 DATACUS.
                 07 DIACUS        PIC 9(02).
                 07 MESCUS        PIC 9(02).
                 07 ANOCUS        PIC 9(04).
              05 HORACUS          PIC 9(04).
           03 COMPCUS             PIC 9(06).
           03 CONVCUS             PIC 9(04).
           03 PLANOCUS            PIC 9(02).
           03 ESPECCUS            PIC 9(02).
           03 UNIDCUS             PIC 9(02).
           03 CRMCUS              PIC 9(06).
           03 RECEITACUS          PIC 9(07)V99.
           03 CUSTOMEDCUS         PIC 9(07)V99.
           03 REPASSECUS          PIC 9(07)V99.
           03 CUSTOEXCUS          PIC 9(07)V99.
           03 RATEIOCUS           PIC 9(07)V99.
           03 MARGEMCUS           PIC S9(07)V99.
           03 DATAAPURCUS         PIC 9(08).
           03 FILLER              PIC X(20).
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
       FD CADCONSITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSITEM.DAT".
       01  REGCONSITEM.
           03 KEYCONSITEM.
              05 CPFITEM          PIC 9(11).
              05 DATAITEM.
                 07 DIAITEM       PIC 9(02).
                 07 MESITEM       PIC 9(02).
                 07 ANOITEM       PIC 9(04).
              05 HORAITEM         PIC 9(04).
              05 SEQITEM          PIC 9(02).
           03 CODPROCITEM         PIC 9(08).
           03 DESCPROCITEM        PIC X(40).
           03 VALORITEM           PIC 9(06)V99.
      *
       FD CADCONSEXT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSEXT.DAT".
       01  REGCONSEXT.
           03 KEYCONSEXT.
              05 CPFEXT           PIC 9(11).
              05 DATAEXT.
                 07 DIAEXT        PIC 9(02).
                 07 MESEXT        PIC 9(02).
                 07 ANOEXT        PIC 9(04).
              05 HORAEXT          PIC 9(04).
           03 COPARTPCTEXT        PIC 9(03)V99.
           03 VALORPACIENTE       PIC 9(06)V99.
           03 VALORCONVENIO       PIC 9(06)V99.
           03 RETNAOFATEXT        PIC X(01).
           03 EMPRESAEXT          PIC 9(04).
           03 MODALIDADEEXT       PIC X(01).
           03 GRUPOEXT            PIC 9(06).
           03 CONFIRMAEXT         PIC X(01).
           03 FILLER              PIC X(27).
      *
       FD CADFATLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFATLOTE.DAT".
       01  REGFATLOTE.
           03 KEYFATLOTE.
              05 CPFFAT           PIC 9(11).
              05 DATAFATCONS.
                 07 DIAFAT        PIC 9(02).
                 07 MESFAT        PIC 9(02).
                 07 ANOFAT        PIC 9(04).
              05 HORAFAT          PIC 9(04).
           03 LOTEFAT             PIC 9(06).
           03 DATAFAT             PIC 9(08).
           03 VALORFAT            PIC 9(06)V99.
           03 VALORPAGOFAT        PIC 9(06)V99.
           03 GLOSAFAT            PIC X(20).
           03 STATUSFAT           PIC X(01).
              88 FAT-FATURADO       VALUE "F".
              88 FAT-PAGOCONV       VALUE "P".
              88 FAT-GLOSADO        VALUE "G".
           03 CODGLOSAFAT         PIC 9(03).
           03 RECURSOFAT          PIC X(01).
              88 REC-MARCADO        VALUE "M".
              88 REC-ENVIADO        VALUE "E".
              88 REC-RECUPERADO     VALUE "R".
              88 REC-PERDIDO        VALUE "P".
           03 LOTERECFAT          PIC 9(06).
           03 VALORRECFAT         PIC 9(06)V99.
      *
       FD CADEXAME
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXAME.DAT".
       01  REGEXAME.
           03 KEYEXAME.
              05 CPFEXAME         PIC 9(11).
              05 DATAEXAME.
                 07 DIAEXAME      PIC 9(02).
                 07 MESEXAME      PIC 9(02).
                 07 ANOEXAME      PIC 9(04).
              05 HORAEXAME        PIC 9(04).
              05 NUMLINHA         PIC 9(02).
           03 TIPOEXAME           PIC X(30).
           03 DATAREALIZADA.
              05 DIAREALIZADA     PIC 9(02).
              05 MESREALIZADA     PIC 9(02).
              05 ANOREALIZADA     PIC 9(04).
           03 STATUSEXAME         PIC X(01).
              88 PEDIDO           VALUE "P".
              88 REALIZADO        VALUE "R".
              88 CANCELADO        VALUE "C".
           03 RESULTADO           PIC X(60).
           03 CODTIPOEX           PIC 9(04).
           03 RESULTNUM           PIC 9(06)V99.
           03 FLAGANORMAL         PIC X(01).
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
       FD CADCONV
              LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01  REGCONV.
           03 CODIGOCONV          PIC 9(04).
           03 NOMECONV            PIC X(30).
           03 PLANO               PIC 9(02).
           03 ANS                 PIC 9(06).
           03 ANSVALIDADE.
              05 ANSVALDIA        PIC 9(02).
              05 ANSVALMES        PIC 9(02).
              05 ANSVALANO        PIC 9(04).
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
       FD CADREPASSE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREPASSE.DAT".
       01  REGREPASSE.
           03 CRMREPASSE          PIC 9(06).
           03 PERCREPASSE         PIC 9(03)V99.
      *
       FD CADCUSTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCUSTO.DAT".
       01  REGCUSTO.
           03 CODMEDCUSTO         PIC 9(05).
           03 ULTCUSTO            PIC 9(06)V99.
           03 DATACUSTO           PIC 9(08).
      *
      *---------TABELA DE CUSTOS (RATEIO DA UNIDADE / CUSTO DO EXAME)-
       FD CADTABCUSTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTABCUSTO.DAT".
       01  REGTABCUSTO.
           03 KEYTABCUSTO.
              05 TIPOTABCUSTO     PIC X(01).
                 88 CUSTO-UNIDADE   VALUE "U".
                 88 CUSTO-EXAME     VALUE "E".
              05 CODTABCUSTO      PIC 9(04).
           03 VALORTABCUSTO       PIC 9(06)V99.
           03 DATATABCUSTO        PIC 9(08).
           03 FILLER              PIC X(20).
      *---------DISPENSACAO POR ATENDIMENTO (GRAVADA NA DISPENSA)------
       FD CADDISPCONS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDISPCONS.DAT".
       01  REGDISPCONS            PIC X(60).
      *
       FD MARGEMTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MARGEM.DOC".
       01 REGMARGEMTX          PIC X(130).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 ST-ERRO       PIC X(02) VALUE "00".
       01 W-FUNCAO      PIC 9(01) VALUE ZEROS.
       01 W-ITEMOK      PIC X(01) VALUE "N".
       01 W-EXTOK       PIC X(01) VALUE "N".
       01 W-FATOK       PIC X(01) VALUE "N".
       01 W-EXAMEOK     PIC X(01) VALUE "N".
       01 W-MEDOK       PIC X(01) VALUE "N".
       01 W-ESPECOK     PIC X(01) VALUE "N".
       01 W-CONVOK      PIC X(01) VALUE "N".
       01 W-UNIDOK      PIC X(01) VALUE "N".
       01 W-REPOK       PIC X(01) VALUE "N".
       01 W-CUSTOOK     PIC X(01) VALUE "N".
       01 W-TABOK       PIC X(01) VALUE "N".
       01 W-ACHOU       PIC X(01) VALUE "N".
       01 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-COMPET      PIC 9(06) VALUE ZEROS.
       01 W-COMPETR REDEFINES W-COMPET.
          03 W-ANOCOMP  PIC 9(04).
          03 W-MESCOMP  PIC 9(02).
       01 W-CHAVECONS   PIC X(23) VALUE SPACES.
       01 W-RECEITA     PIC S9(07)V99 VALUE ZEROS.
       01 W-CUSTOEX     PIC 9(07)V99 VALUE ZEROS.
       01 W-CUSTOMED    PIC 9(07)V99 VALUE ZEROS.
       01 W-QTDEAT      PIC 9(06) VALUE ZEROS.
       01 W-QTDEDISP    PIC 9(06) VALUE ZEROS.
       01 W-VALORED     PIC -ZZ.ZZZ.ZZ9,99.
      *---CONSULTA DE UM ATENDIMENTO-----------------------------------
       01 W-CPFCONS     PIC 9(11) VALUE ZEROS.
       01 W-DATACONS    PIC 9(08) VALUE ZEROS.
       01 W-HORACONS    PIC 9(04) VALUE ZEROS.
      *---DISPENSACAO POR ATENDIMENTO (CHAVE DA CONSULTA)-------------
       01 DISPCONSTX.
          03 CHAVEDSPTX       PIC X(23).
          03 FILLER           PIC X(01).
          03 CODMEDICDSPTX    PIC 9(05).
          03 FILLER           PIC X(01).
          03 QTDEDSPTX        PIC 9(06).
          03 FILLER           PIC X(01).
          03 DATADSPTX        PIC 9(08).
          03 FILLER           PIC X(01).
          03 LOTEDSPTX        PIC X(10).
          03 FILLER           PIC X(01).
          03 OPERDSPTX        PIC 9(04).
      *---ACUMULADORES: 1=RECEITA 2=MEDIC. 3=REPASSE 4=EXAMES---------
      *---              5=RATEIO  6=MARGEM----------------------------
       01 IND1          PIC 9(03) VALUE ZEROS.
       01 IND2          PIC 9(01) VALUE ZEROS.
       01 W-QTDETBV     PIC 9(03) VALUE ZEROS.
       01 W-ATEND.
          03 ATD-QTDE       PIC 9(06).
          03 ATD-VALOR      PIC S9(09)V99 OCCURS 6 TIMES.
       01 W-ACUM.
          03 ACU-QTDE       PIC 9(06).
          03 ACU-VALOR      PIC S9(09)V99 OCCURS 6 TIMES.
       01 TABCONVMARG.
          03 TBV-ITEM       OCCURS 300 TIMES.
             05 TBV-CONV    PIC 9(04).
             05 TBV-PLANO   PIC 9(02).
             05 TBV-ACUM.
                07 TBV-QTDE  PIC 9(06).
                07 TBV-VALOR PIC S9(09)V99 OCCURS 6 TIMES.
       01 TABESPMARG.
          03 TBE-ACUM       OCCURS 100 TIMES.
             05 TBE-QTDE    PIC 9(06).
             05 TBE-VALOR   PIC S9(09)V99 OCCURS 6 TIMES.
       01 TABUNIMARG.
          03 TBU-ACUM       OCCURS 100 TIMES.
             05 TBU-QTDE    PIC 9(06).
             05 TBU-VALOR   PIC S9(09)V99 OCCURS 6 TIMES.
       01 TABGERALMARG.
          03 TBG-QTDE       PIC 9(06).
          03 TBG-VALOR      PIC S9(09)V99 OCCURS 6 TIMES.
      *---LINHAS DA MARGEM---------------------------------------------
       01 CABMARG.
          03 FILLER PIC X(50) VALUE
          "HOSPITAL MAINFRAME *** CUSTO E MARGEM POR ATENDIME".
          03 FILLER PIC X(24) VALUE "NTO ***  COMPETENCIA: ".
          03 COMPMARGTX     PIC 9(06).
          03 FILLER PIC X(08) VALUE "  DATA: ".
          03 DATAMARGTX     PIC 9(08).
       01 NOTAMARG.
          03 FILLER PIC X(50) VALUE
          "(RECEITA = VALOR E ITENS DA CONSULTA OU O VALOR PA".
          03 FILLER PIC X(50) VALUE
          "GO NO RETORNO QUANDO A GUIA JA VOLTOU DO CONVENIO)".
       01 CABMARGCOL.
          03 FILLER PIC X(50) VALUE
          "COD  NOME                      PL  QTDE      RECEI".
          03 FILLER PIC X(50) VALUE
          "TA MEDICAMENTOS      REPASSE       EXAMES       RA".
          03 FILLER PIC X(25) VALUE
          "TEIO       MARGEM  MARG.%".
       01 TITMARG.
          03 FILLER         PIC X(04) VALUE "*** ".
          03 TITMARGTX      PIC X(40).
       01 DETMARG.
          03 CODMARGTX      PIC 9(04).
          03 FILLER         PIC X(01) VALUE " ".
          03 NOMEMARGTX     PIC X(25).
          03 FILLER         PIC X(01) VALUE " ".
          03 PLANOMARGTX    PIC X(02).
          03 FILLER         PIC X(01) VALUE " ".
          03 QTDEMARGTX     PIC ZZZZ9.
          03 VALORESMARGTX  OCCURS 6 TIMES.
             05 SEPMARGTX   PIC X(01).
             05 VALORMARGTX PIC -ZZZZZZZ9,99.
          03 FILLER         PIC X(01) VALUE " ".
          03 PCTMARGTX      PIC -ZZ9,99.
       01 W-PCT         PIC S9(03)V99 VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELACUSTOAT.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          CUSTO E MARGEM POR ATENDIMENTO".
           05  LINE 04  COLUMN 01
               VALUE  "   1 - APURAR A COMPETENCIA (MARGEM.DOC)".
           05  LINE 05  COLUMN 01
               VALUE  "   2 - CONSULTAR UM ATENDIMENTO".
           05  LINE 07  COLUMN 01
               VALUE  "   FUNCAO :   ( 0 - ENCERRA )".
           05  LINE 09  COLUMN 01
               VALUE  "   COMPETENCIA (AAAAMM) :".
           05  LINE 10  COLUMN 01
               VALUE  "   CPF :".
           05  LINE 10  COLUMN 23
               VALUE  "DATA (DDMMAAAA) :".
           05  LINE 10  COLUMN 51
               VALUE  "HORA :".
           05  LINE 12  COLUMN 01
               VALUE  "   CONVENIO :".
           05  LINE 12  COLUMN 40
               VALUE  "PLANO :".
           05  LINE 13  COLUMN 01
               VALUE  "   ESPECIALIDADE :".
           05  LINE 13  COLUMN 40
               VALUE  "UNIDADE :".
           05  LINE 14  COLUMN 01
               VALUE  "   RECEITA .......... :".
           05  LINE 15  COLUMN 01
               VALUE  "   MEDICAMENTOS ..... :".
           05  LINE 16  COLUMN 01
               VALUE  "   REPASSE MEDICO ... :".
           05  LINE 17  COLUMN 01
               VALUE  "   EXAMES ........... :".
           05  LINE 18  COLUMN 01
               VALUE  "   RATEIO DA UNIDADE  :".
           05  LINE 19  COLUMN 01
               VALUE  "   MARGEM ........... :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TW-FUNCAO
               LINE 07  COLUMN 13  PIC 9(01)
               USING  W-FUNCAO
               HIGHLIGHT.
           05  TW-COMPET
               LINE 09  COLUMN 27  PIC 9(06)
               USING  W-COMPET
               HIGHLIGHT.
           05  TW-CPFCONS
               LINE 10  COLUMN 10  PIC 9(11)
               USING  W-CPFCONS
               HIGHLIGHT.
           05  TW-DATACONS
               LINE 10  COLUMN 41  PIC 9(08)
               USING  W-DATACONS
               HIGHLIGHT.
           05  TW-HORACONS
               LINE 10  COLUMN 58  PIC 9(04)
               USING  W-HORACONS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
       L0.
           OPEN I-O CADCUSTOAT
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADCUSTOAT
                CLOSE CADCUSTOAT
                GO TO L0
             ELSE
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADCUSTOAT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM2.
           OPEN INPUT CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONSU" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCUSTOAT
              GO TO ROT-FIM2.
           OPEN INPUT CADCONSITEM
           IF ST-ERRO = "00"
              MOVE "S" TO W-ITEMOK.
           OPEN INPUT CADCONSEXT
           IF ST-ERRO = "00"
              MOVE "S" TO W-EXTOK.
           OPEN INPUT CADFATLOTE
           IF ST-ERRO = "00"
              MOVE "S" TO W-FATOK.
           OPEN INPUT CADEXAME
           IF ST-ERRO = "00"
              MOVE "S" TO W-EXAMEOK.
           OPEN INPUT CADMED
           IF ST-ERRO = "00"
              MOVE "S" TO W-MEDOK.
           OPEN INPUT CADESPEC
           IF ST-ERRO = "00"
              MOVE "S" TO W-ESPECOK.
           OPEN INPUT CADCONV
           IF ST-ERRO = "00"
              MOVE "S" TO W-CONVOK.
           OPEN INPUT CADUNIDADE
           IF ST-ERRO = "00"
              MOVE "S" TO W-UNIDOK.
           OPEN INPUT CADREPASSE
           IF ST-ERRO = "00"
              MOVE "S" TO W-REPOK.
           OPEN INPUT CADCUSTO
           IF ST-ERRO = "00"
              MOVE "S" TO W-CUSTOOK.
           OPEN INPUT CADTABCUSTO
           IF ST-ERRO = "00"
              MOVE "S" TO W-TABOK.
       MENU-FUNCAO.
           MOVE ZEROS TO W-FUNCAO
           DISPLAY TELACUSTOAT
           ACCEPT TW-FUNCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-FUNCAO = 0
              GO TO ROT-FIM.
           IF W-FUNCAO = 1
              GO TO APURA.
           IF W-FUNCAO = 2
              GO TO CON-L1.
           MOVE "*** FUNCAO NAO DISPONIVEL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *
      *****************************************
      * 1 - APURACAO DA COMPETENCIA           *
      *****************************************
      *
       APURA.
           MOVE ZEROS TO W-COMPET.
       APURA-L1.
           ACCEPT TW-COMPET
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
           IF W-MESCOMP = ZEROS OR W-MESCOMP > 12 OR W-ANOCOMP < 1601
              MOVE "COMPETENCIA INVALIDA (AAAAMM)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APURA-L1.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "CONFIRMA A APURACAO (S/N) : ".
           ACCEPT (23, 68) W-OPCAO WITH UPDATE
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** APURACAO NAO EFETUADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           MOVE ZEROS TO W-QTDEAT W-QTDEDISP
           MOVE LOW-VALUES TO KEYPRINCIPAL
           START CADCONSU KEY IS NOT LESS KEYPRINCIPAL INVALID KEY
                 GO TO APURA-MEDIC.
      *-----RECEITA, REPASSE, EXAMES E RATEIO DE CADA ATENDIMENTO-------
       APURA1.
           READ CADCONSU NEXT
           IF ST-ERRO NOT = "00"
              GO TO APURA-MEDIC.
           IF NOT REALIZADA
              GO TO APURA1.
           IF MESC NOT = W-MESCOMP OR ANOC NOT = W-ANOCOMP
              GO TO APURA1.
           MOVE KEYPRINCIPAL TO W-CHAVECONS
           PERFORM CALCULA-RECEITA THRU FIM-CALCULA-RECEITA
           PERFORM CALCULA-EXAMES THRU FIM-CALCULA-EXAMES
           MOVE "N" TO W-ACHOU
           MOVE KEYPRINCIPAL TO KEYCUSTOAT
           READ CADCUSTOAT
           IF ST-ERRO = "00"
              MOVE "S" TO W-ACHOU.
           MOVE KEYPRINCIPAL TO KEYCUSTOAT
           MOVE W-COMPET TO COMPCUS
           MOVE CODCONV TO CONVCUS
           MOVE UNIDADE TO UNIDCUS
           MOVE CODMED TO CRMCUS
           MOVE ZEROS TO PLANOCUS ESPECCUS
           IF CODCONV NOT = ZEROS AND W-CONVOK = "S"
              MOVE CODCONV TO CODIGOCONV
              READ CADCONV
              IF ST-ERRO = "00"
                 MOVE PLANO TO PLANOCUS.
           IF W-MEDOK = "S"
              MOVE CODMED TO CRM
              READ CADMED
              IF ST-ERRO = "00"
                 MOVE ESPECIALIDADE TO ESPECCUS.
           IF W-RECEITA < ZEROS
              MOVE ZEROS TO W-RECEITA.
           MOVE W-RECEITA TO RECEITACUS
           MOVE ZEROS TO CUSTOMEDCUS REPASSECUS RATEIOCUS
           IF W-REPOK = "S"
              MOVE CODMED TO CRMREPASSE
              READ CADREPASSE
              IF ST-ERRO = "00"
                 COMPUTE REPASSECUS ROUNDED =
                         RECEITACUS * PERCREPASSE / 100.
           MOVE W-CUSTOEX TO CUSTOEXCUS
           IF W-TABOK = "S"
              MOVE "U" TO TIPOTABCUSTO
              MOVE UNIDADE TO CODTABCUSTO
              READ CADTABCUSTO
              IF ST-ERRO = "00"
                 MOVE VALORTABCUSTO TO RATEIOCUS.
           COMPUTE MARGEMCUS = RECEITACUS - REPASSECUS - CUSTOEXCUS
                 - RATEIOCUS
           MOVE W-DATAHOJE TO DATAAPURCUS
           IF W-ACHOU = "S"
              REWRITE REGCUSTOAT
           ELSE
              WRITE REGCUSTOAT.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "* ERRO NA GRAVACAO DO CADCUSTOAT *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ADD 1 TO W-QTDEAT
           GO TO APURA1.
      *-----MEDICAMENTOS DISPENSADOS NA CONSULTA PELO ULTIMO CUSTO------
       APURA-MEDIC.
           OPEN INPUT CADDISPCONS
           IF ST-ERRO NOT = "00"
              GO TO APURA-REL.
       APURA-MEDIC1.
           READ CADDISPCONS
           IF ST-ERRO NOT = "00"
              CLOSE CADDISPCONS
              GO TO APURA-REL.
           MOVE REGDISPCONS TO DISPCONSTX
           MOVE CHAVEDSPTX TO KEYCUSTOAT
           READ CADCUSTOAT
           IF ST-ERRO NOT = "00"
              GO TO APURA-MEDIC1.
           IF COMPCUS NOT = W-COMPET OR DATAAPURCUS NOT = W-DATAHOJE
              GO TO APURA-MEDIC1.
           MOVE ZEROS TO W-CUSTOMED
           IF W-CUSTOOK = "S"
              MOVE CODMEDICDSPTX TO CODMEDCUSTO
              READ CADCUSTO
              IF ST-ERRO = "00"
                 COMPUTE W-CUSTOMED = ULTCUSTO * QTDEDSPTX.
           ADD W-CUSTOMED TO CUSTOMEDCUS
           SUBTRACT W-CUSTOMED FROM MARGEMCUS
           REWRITE REGCUSTOAT
           ADD 1 TO W-QTDEDISP
           GO TO APURA-MEDIC1.
      *-----MARGEM POR CONVENIO/PLANO, ESPECIALIDADE E UNIDADE----------
       APURA-REL.
           OPEN OUTPUT MARGEMTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO MARGEM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           MOVE ZEROS TO TABCONVMARG TABESPMARG TABUNIMARG
           MOVE ZEROS TO TABGERALMARG W-QTDETBV
           MOVE LOW-VALUES TO KEYCUSTOAT
           START CADCUSTOAT KEY IS NOT LESS KEYCUSTOAT INVALID KEY
                 GO TO APURA-REL2.
       APURA-REL1.
           READ CADCUSTOAT NEXT
           IF ST-ERRO NOT = "00"
              GO TO APURA-REL2.
           IF COMPCUS NOT = W-COMPET
              GO TO APURA-REL1.
           PERFORM ACUMULA-GRUPOS THRU FIM-ACUMULA-GRUPOS
           GO TO APURA-REL1.
       APURA-REL2.
           MOVE W-COMPET TO COMPMARGTX
           MOVE W-DATAHOJE TO DATAMARGTX
           WRITE REGMARGEMTX FROM CABMARG
           WRITE REGMARGEMTX FROM NOTAMARG
           MOVE SPACES TO REGMARGEMTX
           WRITE REGMARGEMTX
           WRITE REGMARGEMTX FROM CABMARGCOL
           MOVE "POR CONVENIO / PLANO" TO TITMARGTX
           PERFORM IMPRIME-TITULO
           MOVE 1 TO IND1.
       APURA-REL3.
           IF IND1 > W-QTDETBV
              GO TO APURA-REL4.
           MOVE TBV-ACUM(IND1) TO W-ACUM
           MOVE TBV-CONV(IND1) TO CODMARGTX
           MOVE TBV-PLANO(IND1) TO PLANOMARGTX
           MOVE "PARTICULAR" TO NOMEMARGTX
           IF TBV-CONV(IND1) NOT = ZEROS
              MOVE "*** NAO CADASTRADO ***" TO NOMEMARGTX
              IF W-CONVOK = "S"
                 MOVE TBV-CONV(IND1) TO CODIGOCONV
                 READ CADCONV
                 IF ST-ERRO = "00"
                    MOVE NOMECONV TO NOMEMARGTX.
           PERFORM IMPRIME-LINHA THRU FIM-IMPRIME-LINHA
           ADD 1 TO IND1
           GO TO APURA-REL3.
       APURA-REL4.
           MOVE "POR ESPECIALIDADE" TO TITMARGTX
           PERFORM IMPRIME-TITULO
           MOVE 1 TO IND1.
       APURA-REL5.
           IF IND1 > 100
              GO TO APURA-REL6.
           IF TBE-QTDE(IND1) = ZEROS
              ADD 1 TO IND1
              GO TO APURA-REL5.
           MOVE TBE-ACUM(IND1) TO W-ACUM
           COMPUTE CODMARGTX = IND1 - 1
           MOVE SPACES TO PLANOMARGTX
           MOVE "*** NAO INFORMADA ***" TO NOMEMARGTX
           IF IND1 > 1 AND W-ESPECOK = "S"
              COMPUTE CODESPEC = IND1 - 1
              READ CADESPEC
              IF ST-ERRO = "00"
                 MOVE DESCESPEC TO NOMEMARGTX.
           PERFORM IMPRIME-LINHA THRU FIM-IMPRIME-LINHA
           ADD 1 TO IND1
           GO TO APURA-REL5.
       APURA-REL6.
           MOVE "POR UNIDADE" TO TITMARGTX
           PERFORM IMPRIME-TITULO
           MOVE 1 TO IND1.
       APURA-REL7.
           IF IND1 > 100
              GO TO APURA-REL8.
           IF TBU-QTDE(IND1) = ZEROS
              ADD 1 TO IND1
              GO TO APURA-REL7.
           MOVE TBU-ACUM(IND1) TO W-ACUM
           COMPUTE CODMARGTX = IND1 - 1
           MOVE SPACES TO PLANOMARGTX
           MOVE "*** NAO INFORMADA ***" TO NOMEMARGTX
           IF IND1 > 1 AND W-UNIDOK = "S"
              COMPUTE CODUNIDADE = IND1 - 1
              READ CADUNIDADE
              IF ST-ERRO = "00"
                 MOVE NOMEUNIDADE TO NOMEMARGTX.
           PERFORM IMPRIME-LINHA THRU FIM-IMPRIME-LINHA
           ADD 1 TO IND1
           GO TO APURA-REL7.
       APURA-REL8.
           MOVE SPACES TO REGMARGEMTX
           WRITE REGMARGEMTX
           MOVE TABGERALMARG TO W-ACUM
           MOVE ZEROS TO CODMARGTX
           MOVE SPACES TO PLANOMARGTX
           MOVE "TOTAL GERAL" TO NOMEMARGTX
           PERFORM IMPRIME-LINHA THRU FIM-IMPRIME-LINHA
           CLOSE MARGEMTX
           DISPLAY (20, 05) "ATENDIMENTOS APURADOS : " W-QTDEAT
           DISPLAY (21, 05) "DISPENSACOES CUSTEADAS: " W-QTDEDISP
           MOVE "*** MARGEM GERADA EM MARGEM.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *
      *****************************************
      * 2 - CONSULTA DE UM ATENDIMENTO        *
      *****************************************
      *
       CON-L1.
           MOVE ZEROS TO W-CPFCONS W-DATACONS W-HORACONS
           DISPLAY TELACUSTOAT.
       CON-L2.
           ACCEPT TW-CPFCONS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
       CON-L3.
           ACCEPT TW-DATACONS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO CON-L2.
       CON-L4.
           ACCEPT TW-HORACONS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO CON-L3.
           MOVE W-CPFCONS TO CPFCUS
           MOVE W-DATACONS TO DATACUS
           MOVE W-HORACONS TO HORACUS
           READ CADCUSTOAT
           IF ST-ERRO NOT = "00"
              MOVE "*** ATENDIMENTO NAO APURADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CON-L1.
           DISPLAY (12, 15) CONVCUS
           DISPLAY (12, 48) PLANOCUS
           DISPLAY (13, 20) ESPECCUS
           DISPLAY (13, 50) UNIDCUS
           MOVE RECEITACUS TO W-VALORED
           DISPLAY (14, 25) W-VALORED
           MOVE CUSTOMEDCUS TO W-VALORED
           DISPLAY (15, 25) W-VALORED
           MOVE REPASSECUS TO W-VALORED
           DISPLAY (16, 25) W-VALORED
           MOVE CUSTOEXCUS TO W-VALORED
           DISPLAY (17, 25) W-VALORED
           MOVE RATEIOCUS TO W-VALORED
           DISPLAY (18, 25) W-VALORED
           MOVE MARGEMCUS TO W-VALORED
           DISPLAY (19, 25) W-VALORED
           DISPLAY (19, 45) "COMPETENCIA " COMPCUS
           MOVE "*** TECLE ENTER PARA CONTINUAR ***" TO MENS
           DISPLAY (23, 12) MENS
           ACCEPT (23, 60) W-OPCAO
           GO TO CON-L1.
      *
      *****************************************
      * ROTINAS DE APOIO                      *
      *****************************************
      *
      *-----GUIA QUE JA VOLTOU DO CONVENIO VALE PELO PAGO (E RECURSO)---
       CALCULA-RECEITA.
           MOVE ZEROS TO W-RECEITA
           IF W-FATOK NOT = "S"
              GO TO CALCULA-RECEITA1.
           MOVE KEYPRINCIPAL TO KEYFATLOTE
           READ CADFATLOTE
           IF ST-ERRO NOT = "00"
              GO TO CALCULA-RECEITA1.
           IF FAT-FATURADO
              MOVE VALORFAT TO W-RECEITA
           ELSE
              MOVE VALORPAGOFAT TO W-RECEITA
              IF REC-RECUPERADO
                 ADD VALORRECFAT TO W-RECEITA.
           IF W-EXTOK = "S"
              MOVE KEYPRINCIPAL TO KEYCONSEXT
              READ CADCONSEXT
              IF ST-ERRO = "00"
                 ADD VALORPACIENTE TO W-RECEITA.
           GO TO FIM-CALCULA-RECEITA.
      *-----SEM GUIA: VALOR DA CONSULTA MAIS OS ITENS LANCADOS----------
       CALCULA-RECEITA1.
           MOVE VALOR TO W-RECEITA
           IF W-ITEMOK NOT = "S"
              GO TO FIM-CALCULA-RECEITA.
           MOVE KEYPRINCIPAL TO KEYCONSITEM (1: 23)
           MOVE ZEROS TO SEQITEM
           START CADCONSITEM KEY IS NOT LESS KEYCONSITEM INVALID KEY
                 GO TO FIM-CALCULA-RECEITA.
       CALCULA-RECEITA2.
           READ CADCONSITEM NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-CALCULA-RECEITA.
           IF KEYCONSITEM (1: 23) NOT = W-CHAVECONS
              GO TO FIM-CALCULA-RECEITA.
           ADD VALORITEM TO W-RECEITA
           GO TO CALCULA-RECEITA2.
       FIM-CALCULA-RECEITA.
           EXIT.
      *-----EXAMES REALIZADOS PELO CUSTO DO TIPO DE EXAME---------------
       CALCULA-EXAMES.
           MOVE ZEROS TO W-CUSTOEX
           IF W-EXAMEOK NOT = "S" OR W-TABOK NOT = "S"
              GO TO FIM-CALCULA-EXAMES.
           MOVE KEYPRINCIPAL TO KEYEXAME (1: 23)
           MOVE ZEROS TO NUMLINHA
           START CADEXAME KEY IS NOT LESS KEYEXAME INVALID KEY
                 GO TO FIM-CALCULA-EXAMES.
       CALCULA-EXAMES1.
           READ CADEXAME NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-CALCULA-EXAMES.
           IF KEYEXAME (1: 23) NOT = W-CHAVECONS
              GO TO FIM-CALCULA-EXAMES.
           IF NOT REALIZADO
              GO TO CALCULA-EXAMES1.
           MOVE "E" TO TIPOTABCUSTO
           MOVE CODTIPOEX TO CODTABCUSTO
           READ CADTABCUSTO
           IF ST-ERRO = "00"
              ADD VALORTABCUSTO TO W-CUSTOEX.
           GO TO CALCULA-EXAMES1.
       FIM-CALCULA-EXAMES.
           EXIT.
      *
       ACUMULA-GRUPOS.
           MOVE 1 TO ATD-QTDE
           MOVE RECEITACUS TO ATD-VALOR(1)
           MOVE CUSTOMEDCUS TO ATD-VALOR(2)
           MOVE REPASSECUS TO ATD-VALOR(3)
           MOVE CUSTOEXCUS TO ATD-VALOR(4)
           MOVE RATEIOCUS TO ATD-VALOR(5)
           MOVE MARGEMCUS TO ATD-VALOR(6)
           MOVE 1 TO IND1.
       ACUMULA-GRUPOS1.
           IF IND1 > W-QTDETBV
              GO TO ACUMULA-GRUPOS2.
           IF TBV-CONV(IND1) = CONVCUS AND TBV-PLANO(IND1) = PLANOCUS
              GO TO ACUMULA-GRUPOS3.
           ADD 1 TO IND1
           GO TO ACUMULA-GRUPOS1.
       ACUMULA-GRUPOS2.
           IF W-QTDETBV < 300
              ADD 1 TO W-QTDETBV
              MOVE W-QTDETBV TO IND1
              MOVE CONVCUS TO TBV-CONV(IND1)
              MOVE PLANOCUS TO TBV-PLANO(IND1)
           ELSE
              MOVE 300 TO IND1.
       ACUMULA-GRUPOS3.
           ADD ATD-QTDE TO TBV-QTDE(IND1) TBG-QTDE
           ADD ATD-QTDE TO TBE-QTDE(ESPECCUS + 1)
           ADD ATD-QTDE TO TBU-QTDE(UNIDCUS + 1)
           MOVE 1 TO IND2.
       ACUMULA-GRUPOS4.
           ADD ATD-VALOR(IND2) TO TBV-VALOR(IND1, IND2)
           ADD ATD-VALOR(IND2) TO TBE-VALOR(ESPECCUS + 1, IND2)
           ADD ATD-VALOR(IND2) TO TBU-VALOR(UNIDCUS + 1, IND2)
           ADD ATD-VALOR(IND2) TO TBG-VALOR(IND2)
           IF IND2 < 6
              ADD 1 TO IND2
              GO TO ACUMULA-GRUPOS4.
       FIM-ACUMULA-GRUPOS.
           EXIT.
      *
       IMPRIME-TITULO.
           MOVE SPACES TO REGMARGEMTX
           WRITE REGMARGEMTX
           WRITE REGMARGEMTX FROM TITMARG.
      *
       IMPRIME-LINHA.
           MOVE ACU-QTDE TO QTDEMARGTX
           MOVE 1 TO IND2.
       IMPRIME-LINHA1.
           MOVE SPACES TO SEPMARGTX(IND2)
           MOVE ACU-VALOR(IND2) TO VALORMARGTX(IND2)
           IF IND2 < 6
              ADD 1 TO IND2
              GO TO IMPRIME-LINHA1.
           MOVE ZEROS TO W-PCT
           IF ACU-VALOR(1) > ZEROS
              COMPUTE W-PCT ROUNDED =
                      ACU-VALOR(6) * 100 / ACU-VALOR(1)
                 ON SIZE ERROR
                    MOVE ZEROS TO W-PCT.
           MOVE W-PCT TO PCTMARGTX
           WRITE REGMARGEMTX FROM DETMARG.
       FIM-IMPRIME-LINHA.
           EXIT.
      *
       ROT-FIM.
           CLOSE CADCUSTOAT CADCONSU.
           IF W-ITEMOK = "S"
              CLOSE CADCONSITEM.
           IF W-EXTOK = "S"
              CLOSE CADCONSEXT.
           IF W-FATOK = "S"
              CLOSE CADFATLOTE.
           IF W-EXAMEOK = "S"
              CLOSE CADEXAME.
           IF W-MEDOK = "S"
              CLOSE CADMED.
           IF W-ESPECOK = "S"
              CLOSE CADESPEC.
           IF W-CONVOK = "S"
              CLOSE CADCONV.
           IF W-UNIDOK = "S"
              CLOSE CADUNIDADE.
           IF W-REPOK = "S"
              CLOSE CADREPASSE.
           IF W-CUSTOOK = "S"
              CLOSE CADCUSTO.
           IF W-TABOK = "S"
              CLOSE CADTABCUSTO.
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
