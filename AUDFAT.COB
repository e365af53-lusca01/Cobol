       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDFAT.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    AUDITORIA PREVIA DO FATURAMENTO DE CONVENIO                *
      *    CONFERE AS GUIAS DA COMPETENCIA ANTES DO LOTE (FATCONV):   *
      *    CARTEIRINHA, AUTORIZACAO, CID, PROCEDIMENTO REPETIDO NO    *
      *    DIA, ESPECIALIDADE DO MEDICO X PROCEDIMENTO E RETORNO NA   *
      *    JANELA DO PLANO. GUIA COM PENDENCIA FICA RETIDA (CADAUDFAT)*
      *    ATE SER CORRIGIDA OU LIBERADA PELO AUDITOR (AUDFAT.DOC)    *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       SELECT CADFATLOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYFATLOTE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCONSEXT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCONSEXT
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGOCONV
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMECONV WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PLANO WITH DUPLICATES.
       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO.
       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCONVPLANO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCONVPLANO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADAUTOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYAUTOR
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCARTEIRA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCARTEIRA
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPROCESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPROCESP
                    FILE STATUS  IS ST-ERRO.
       SELECT CADAUDFAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYAUDFAT
                    FILE STATUS  IS ST-ERRO.
       SELECT AUDFATTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
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
      *---------PROCEDIMENTOS (ITENS DE COBRANCA) DA CONSULTA---------
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
      *---------CONTROLE DE LOTE DE FATURAMENTO POR CONSULTA----------
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
      *---------EXTENSAO FINANCEIRA DA CONSULTA-----------------------
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
      *------------------------------CONVENIO--------------------------
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
      *---------PLANOS DO CONVENIO (COPART/AUTORIZACAO)---------------
       FD CADCONVPLANO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONVPLANO.DAT".
       01  REGCONVPLANO.
           03 KEYCONVPLANO.
              05 CODCONVPL        PIC 9(04).
              05 PLANOPL          PIC 9(02).
           03 COPARTPCT           PIC 9(03)V99.
           03 EXIGEAUTOR          PIC X(01).
           03 JANELARETORNO       PIC 9(03).
           03 FILLER              PIC X(16).
      *---------AUTORIZACOES PREVIAS DO CONVENIO----------------------
       FD CADAUTOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUTOR.DAT".
       01  REGAUTOR.
           03 KEYAUTOR.
              05 CPFAUTOR         PIC 9(11).
              05 CONVAUTOR        PIC 9(04).
              05 SEQAUTOR         PIC 9(03).
           03 CODPROCAUTOR        PIC 9(08).
           03 CODTEXAUTOR         PIC 9(04).
           03 NUMGUIAAUTOR        PIC X(20).
           03 VALIDADEAUTOR       PIC 9(08).
           03 STATUSAUTOR         PIC X(01).
              88 AUT-ATIVA          VALUE "A".
              88 AUT-UTILIZADA      VALUE "U".
              88 AUT-CANCELADA      VALUE "C".
      *---------CARTEIRINHA DO PACIENTE NO CONVENIO-------------------
       FD CADCARTEIRA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCARTEIRA.DAT".
       01  REGCARTEIRA.
           03 KEYCARTEIRA.
              05 CPFCART          PIC 9(11).
              05 CONVCART         PIC 9(04).
           03 PLANOCART           PIC 9(02).
           03 NUMCARTEIRA         PIC X(20).
           03 VALIDADECART        PIC 9(08).
      *---------ESPECIALIDADES HABILITADAS POR PROCEDIMENTO------------
       FD CADPROCESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROCESP.DAT".
       01  REGPROCESP.
           03 KEYPROCESP.
              05 CODPROCPE        PIC 9(08).
              05 ESPECPE          PIC 9(02).
           03 FILLER              PIC X(20).
      *---------AUDITORIA PREVIA DA GUIA ANTES DO LOTE----------------
       FD CADAUDFAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDFAT.DAT".
       01  REGAUDFAT.
           03 KEYAUDFAT.
              05 CPFAUD           PIC 9(11).
              05 DATAAUD.
                 07 DIAAUD        PIC 9(02).
                 07 MESAUD        PIC 9(02).
                 07 ANOAUD        PIC 9(04).
              05 HORAAUD          PIC 9(04).
           03 CONVAUD             PIC 9(04).
           03 COMPAUD             PIC 9(06).
           03 STATUSAUD           PIC X(01).
              88 AUD-APROVADA       VALUE "A".
              88 AUD-PENDENTE       VALUE "P".
              88 AUD-LIBERADA       VALUE "L".
           03 PENDAUD             PIC X(01) OCCURS 6 TIMES.
           03 QTDEPENDAUD         PIC 9(01).
           03 DATAEXECAUD         PIC 9(08).
           03 OPERLIBAUD          PIC 9(04).
           03 DATALIBAUD          PIC 9(08).
           03 FILLER              PIC X(20).
      *
       FD AUDFATTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDFAT.DOC".
       01 REGAUDFATTX          PIC X(100).
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
       01 W-FUNCAO      PIC 9(01) VALUE ZEROS.
       01 W-CONVFAT     PIC 9(04) VALUE ZEROS.
       01 W-MESCOMP     PIC 9(02) VALUE ZEROS.
       01 W-ANOCOMP     PIC 9(04) VALUE ZEROS.
       01 W-COMPAUD     PIC 9(06) VALUE ZEROS.
       01 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-PLANOFAT    PIC 9(02) VALUE ZEROS.
       01 W-EXIGEAUTORFAT PIC X(01) VALUE "N".
       01 W-JANELARET   PIC 9(03) VALUE ZEROS.
       01 W-NOMECONV    PIC X(30) VALUE SPACES.
      *---ARQUIVOS OPCIONAIS-------------------------------------------
       01 W-ITEMABERTO  PIC X(01) VALUE "N".
       01 W-EXTABERTO   PIC X(01) VALUE "N".
       01 W-CARTOK      PIC X(01) VALUE "N".
       01 W-AUTOROK     PIC X(01) VALUE "N".
       01 W-PROCESPOK   PIC X(01) VALUE "N".
      *---GUIA EM AUDITORIA--------------------------------------------
       01 W-CHAVECONS   PIC X(23) VALUE SPACES.
       01 W-DATACONSNUM PIC 9(08) VALUE ZEROS.
       01 W-JULCONS     PIC 9(07) VALUE ZEROS.
       01 W-JULCAND     PIC 9(07) VALUE ZEROS.
       01 W-DIASDIF     PIC S9(07) VALUE ZEROS.
       01 W-CPFCONS     PIC 9(11) VALUE ZEROS.
       01 W-HORACONS    PIC 9(04) VALUE ZEROS.
       01 W-CODMEDCONS  PIC 9(06) VALUE ZEROS.
       01 W-ESPECMED    PIC 9(02) VALUE ZEROS.
       01 W-VALORGUIA   PIC 9(06)V99 VALUE ZEROS.
       01 W-AUTORACHOU  PIC X(01) VALUE "N".
       01 W-ESPECACHOU  PIC X(01) VALUE "N".
       01 W-QTDEFALHA   PIC 9(01) VALUE ZEROS.
       01 TABFALHA.
          03 TBFALHA    PIC X(01) OCCURS 6 TIMES.
       01 IND1          PIC 9(02) VALUE ZEROS.
       01 IND2          PIC 9(02) VALUE ZEROS.
       01 W-QTDEIGUAL   PIC 9(02) VALUE ZEROS.
      *---PROCEDIMENTOS DO PACIENTE NO DIA (TODAS AS CONSULTAS)--------
       01 W-QTDEDIA     PIC 9(02) VALUE ZEROS.
       01 TABDIA.
          03 TBDIA      OCCURS 50 TIMES.
             05 TBD-HORA    PIC 9(04).
             05 TBD-PROC    PIC 9(08).
      *---TOTAIS-------------------------------------------------------
       01 W-QTDEAUDIT   PIC 9(06) VALUE ZEROS.
       01 W-QTDEAPROV   PIC 9(06) VALUE ZEROS.
       01 W-QTDEPENDE   PIC 9(06) VALUE ZEROS.
       01 W-QTDELIBER   PIC 9(06) VALUE ZEROS.
       01 W-VALORPENDE  PIC 9(09)V99 VALUE ZEROS.
      *---LIBERACAO PELO AUDITOR---------------------------------------
       01 W-CPFLIB      PIC 9(11) VALUE ZEROS.
       01 W-DATALIB     PIC 9(08) VALUE ZEROS.
       01 W-HORALIB     PIC 9(04) VALUE ZEROS.
       01 W-LINHA       PIC 9(02) VALUE ZEROS.
       01 W-SITTX       PIC X(30) VALUE SPACES.
      *---MOTIVOS DA AUDITORIA PREVIA (ORDEM DE PENDAUD)----------------
       01 TABMOTAUD.
          03 FILLER PIC X(30) VALUE "CARTEIRINHA VENCIDA/AUSENTE".
          03 FILLER PIC X(30) VALUE "SEM AUTORIZACAO DO CONVENIO".
          03 FILLER PIC X(30) VALUE "CONSULTA SEM CID".
          03 FILLER PIC X(30) VALUE "PROCEDIMENTO REPETIDO NO DIA".
          03 FILLER PIC X(30) VALUE "ESPECIALIDADE X PROCEDIMENTO".
          03 FILLER PIC X(30) VALUE "RETORNO NA JANELA COMO NOVA".
       01 TABMOTAUDR REDEFINES TABMOTAUD.
          03 TBMOTAUD   PIC X(30) OCCURS 6 TIMES.
      *---LINHAS DO RELATORIO------------------------------------------
       01 CABAUD.
          03 FILLER PIC X(50) VALUE
          "HOSPITAL MAINFRAME *** AUDITORIA PREVIA DO FATURAM".
          03 FILLER PIC X(15) VALUE "ENTO ***  CONV:".
          03 CONVCABTX      PIC 9(04).
          03 FILLER         PIC X(01) VALUE " ".
          03 NOMECABTX      PIC X(30).
          03 FILLER         PIC X(07) VALUE " COMP: ".
          03 MESCABTX       PIC 9(02).
          03 FILLER         PIC X(01) VALUE "/".
          03 ANOCABTX       PIC 9(04).
       01 CABAUDCOL.
          03 FILLER PIC X(50) VALUE
          "CPF         DATA     HORA PACIENTE                ".
          03 FILLER PIC X(31) VALUE
          "       CRM         VALOR S PEND".
       01 DETAUD.
          03 CPFAUDTX       PIC 9(11).
          03 FILLER         PIC X(01) VALUE " ".
          03 DATAAUDTX      PIC 9(08).
          03 FILLER         PIC X(01) VALUE " ".
          03 HORAAUDTX      PIC 9(04).
          03 FILLER         PIC X(01) VALUE " ".
          03 NOMEAUDTX      PIC X(30).
          03 FILLER         PIC X(01) VALUE " ".
          03 CRMAUDTX       PIC 9(06).
          03 FILLER         PIC X(01) VALUE " ".
          03 VALORAUDTX     PIC ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE " ".
          03 STATUSAUDTX    PIC X(01).
          03 FILLER         PIC X(01) VALUE " ".
          03 QTDEAUDTX      PIC 9(01).
       01 DETMOTAUD.
          03 FILLER         PIC X(30) VALUE SPACES.
          03 FILLER         PIC X(03) VALUE " - ".
          03 MOTAUDTX       PIC X(30).
       01 TOTAUD1.
          03 FILLER PIC X(22) VALUE "GUIAS AUDITADAS......:".
          03 QTDEAUDITTX    PIC ZZZZZ9.
          03 FILLER PIC X(22) VALUE "   APROVADAS........:".
          03 QTDEAPROVTX    PIC ZZZZZ9.
       01 TOTAUD2.
          03 FILLER PIC X(22) VALUE "RETIDAS (PENDENTES)..:".
          03 QTDEPENDETX    PIC ZZZZZ9.
          03 FILLER PIC X(22) VALUE "   VALOR RETIDO.....:".
          03 VALORPENDETX   PIC ZZZ.ZZZ.ZZ9,99.
       01 TOTAUD3.
          03 FILLER PIC X(22) VALUE "LIBERADAS AUDITOR....:".
          03 QTDELIBERTX    PIC ZZZZZ9.
       01 NOTAAUD.
          03 FILLER PIC X(50) VALUE
          "(S: P=PENDENTE, FICA FORA DO LOTE DO FATCONV ATE A".
          03 FILLER PIC X(50) VALUE
          " CORRECAO OU LIBERACAO; L=LIBERADA PELO AUDITOR)  ".
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
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAAUDFAT.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "            AUDITORIA PREVIA DO FATURAME".
           05  LINE 02  COLUMN 41
               VALUE  "NTO DE CONVENIO".
           05  LINE 04  COLUMN 01
               VALUE  "   1 - AUDITAR AS GUIAS DA COMPETENCIA".
           05  LINE 05  COLUMN 01
               VALUE  "   2 - LIBERAR GUIA RETIDA (AUDITOR)".
           05  LINE 07  COLUMN 01
               VALUE  "   FUNCAO :   ( 0 - ENCERRA )".
           05  LINE 09  COLUMN 01
               VALUE  "   CONVENIO              :".
           05  LINE 10  COLUMN 01
               VALUE  "   COMPETENCIA (MM AAAA) :".
           05  LINE 12  COLUMN 01
               VALUE  "   CPF :".
           05  LINE 12  COLUMN 23
               VALUE  "DATA (DDMMAAAA) :".
           05  LINE 12  COLUMN 50
               VALUE  "HORA :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TW-FUNCAO
               LINE 07  COLUMN 13  PIC 9(01)
               USING  W-FUNCAO
               HIGHLIGHT.
           05  TW-CONVFAT
               LINE 09  COLUMN 29  PIC 9(04)
               USING  W-CONVFAT
               HIGHLIGHT.
           05  TW-MESCOMP
               LINE 10  COLUMN 29  PIC 9(02)
               USING  W-MESCOMP
               HIGHLIGHT.
           05  TW-ANOCOMP
               LINE 10  COLUMN 32  PIC 9(04)
               USING  W-ANOCOMP
               HIGHLIGHT.
           05  TW-CPFLIB
               LINE 12  COLUMN 10  PIC 9(11)
               USING  W-CPFLIB
               HIGHLIGHT.
           05  TW-DATALIB
               LINE 12  COLUMN 41  PIC 9(08)
               USING  W-DATALIB
               HIGHLIGHT.
           05  TW-HORALIB
               LINE 12  COLUMN 57  PIC 9(04)
               USING  W-HORALIB
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
       L0.
           OPEN I-O CADAUDFAT
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADAUDFAT
                CLOSE CADAUDFAT
                GO TO L0
             ELSE
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADAUDFAT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM2.
           PERFORM ABRIR-CADSESSAO.
           PERFORM ABRIR-CADLOG.
       MENU-FUNCAO.
           MOVE ZEROS TO W-FUNCAO
           DISPLAY TELAAUDFAT
           ACCEPT TW-FUNCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-FUNCAO = 0
              GO TO ROT-FIM.
           IF W-FUNCAO = 1
              GO TO AU-L1.
           IF W-FUNCAO = 2
              GO TO LB-L0.
           MOVE "*** FUNCAO NAO DISPONIVEL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FUNCAO.
      *
      *****************************************
      * 1 - AUDITORIA DAS GUIAS DA COMPETENCIA*
      *****************************************
      *
       AU-L1.
           ACCEPT TW-CONVFAT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
           IF W-CONVFAT = ZEROS
              MOVE " ** PREENCHA O CAMPO PARA PROSSEGUIR ** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AU-L1.
       AU-L2.
           ACCEPT TW-MESCOMP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO AU-L1.
           IF W-MESCOMP = ZEROS OR W-MESCOMP > 12
              MOVE "O MES INSERIDO NAO EXISTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AU-L2.
       AU-L3.
           ACCEPT TW-ANOCOMP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO AU-L2.
           IF W-ANOCOMP = ZEROS
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AU-L3.
           COMPUTE W-COMPAUD = W-ANOCOMP * 100 + W-MESCOMP.
       AU-ABRIR.
           OPEN INPUT CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONSU" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
           OPEN INPUT CADFATLOTE
           IF ST-ERRO NOT = "00"
              OPEN OUTPUT CADFATLOTE
              CLOSE CADFATLOTE
              OPEN INPUT CADFATLOTE.
           OPEN INPUT CADPACI CADMED
           OPEN INPUT CADCONSITEM
           IF ST-ERRO = "00"
              MOVE "S" TO W-ITEMABERTO
           ELSE
              MOVE "N" TO W-ITEMABERTO.
           OPEN INPUT CADCONSEXT
           IF ST-ERRO = "00"
              MOVE "S" TO W-EXTABERTO
           ELSE
              MOVE "N" TO W-EXTABERTO.
           OPEN INPUT CADCARTEIRA
           IF ST-ERRO = "00"
              MOVE "S" TO W-CARTOK
           ELSE
              MOVE "N" TO W-CARTOK.
           OPEN INPUT CADAUTOR
           IF ST-ERRO = "00"
              MOVE "S" TO W-AUTOROK
           ELSE
              MOVE "N" TO W-AUTOROK.
           OPEN INPUT CADPROCESP
           IF ST-ERRO = "00"
              MOVE "S" TO W-PROCESPOK
           ELSE
              MOVE "N" TO W-PROCESPOK.
      *----PLANO DO CONVENIO: AUTORIZACAO E JANELA DE RETORNO-----------
           MOVE ZEROS TO W-PLANOFAT W-JANELARET
           MOVE SPACES TO W-NOMECONV
           MOVE "N" TO W-EXIGEAUTORFAT
           OPEN INPUT CADCONV
           IF ST-ERRO = "00"
              MOVE W-CONVFAT TO CODIGOCONV
              READ CADCONV
              IF ST-ERRO = "00"
                 MOVE PLANO TO W-PLANOFAT
                 MOVE NOMECONV TO W-NOMECONV
                 CLOSE CADCONV
              ELSE
                 CLOSE CADCONV.
           OPEN INPUT CADCONVPLANO
           IF ST-ERRO = "00"
              MOVE W-CONVFAT TO CODCONVPL
              MOVE W-PLANOFAT TO PLANOPL
              READ CADCONVPLANO
              IF ST-ERRO = "00"
                 MOVE EXIGEAUTOR TO W-EXIGEAUTORFAT
                 MOVE JANELARETORNO TO W-JANELARET
                 CLOSE CADCONVPLANO
              ELSE
                 CLOSE CADCONVPLANO.
           OPEN OUTPUT AUDFATTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO AUDFAT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AU-FECHA.
           MOVE W-CONVFAT TO CONVCABTX
           MOVE W-NOMECONV TO NOMECABTX
           MOVE W-MESCOMP TO MESCABTX
           MOVE W-ANOCOMP TO ANOCABTX
           WRITE REGAUDFATTX FROM CABAUD
           WRITE REGAUDFATTX FROM NOTAAUD
           MOVE SPACES TO REGAUDFATTX
           WRITE REGAUDFATTX
           WRITE REGAUDFATTX FROM CABAUDCOL
           MOVE ZEROS TO W-QTDEAUDIT W-QTDEAPROV W-QTDEPENDE
           MOVE ZEROS TO W-QTDELIBER W-VALORPENDE
           MOVE ZEROS TO CPFPACIENTE DATACONS HORAC
           START CADCONSU KEY IS NOT LESS KEYPRINCIPAL INVALID KEY
                 GO TO AU-TOTAL.
      *----MESMA SELECAO DO FATCONV: GUIAS QUE ENTRARIAM NO LOTE--------
       AU-LER.
           READ CADCONSU NEXT
           IF ST-ERRO NOT = "00"
              GO TO AU-TOTAL.
           IF NOT REALIZADA
              GO TO AU-LER.
           IF CODCONV NOT = W-CONVFAT
              GO TO AU-LER.
           IF MESC NOT = W-MESCOMP OR ANOC NOT = W-ANOCOMP
              GO TO AU-LER.
           MOVE KEYPRINCIPAL TO KEYFATLOTE
           READ CADFATLOTE
           IF ST-ERRO = "00"
              GO TO AU-LER.
           MOVE VALOR TO W-VALORGUIA
           IF W-EXTABERTO = "S"
              MOVE KEYPRINCIPAL TO KEYCONSEXT
              READ CADCONSEXT
              IF ST-ERRO = "00"
                 IF EMPRESAEXT NOT = ZEROS OR RETNAOFATEXT = "S"
                    GO TO AU-LER
                 ELSE
                    IF COPARTPCTEXT > ZEROS OR VALORCONVENIO > ZEROS
                       MOVE VALORCONVENIO TO W-VALORGUIA.
           PERFORM AUDITA-GUIA THRU FIM-AUDITA-GUIA
           GO TO AU-LER.
       AU-TOTAL.
           MOVE SPACES TO REGAUDFATTX
           WRITE REGAUDFATTX
           MOVE W-QTDEAUDIT TO QTDEAUDITTX
           MOVE W-QTDEAPROV TO QTDEAPROVTX
           WRITE REGAUDFATTX FROM TOTAUD1
           MOVE W-QTDEPENDE TO QTDEPENDETX
           MOVE W-VALORPENDE TO VALORPENDETX
           WRITE REGAUDFATTX FROM TOTAUD2
           MOVE W-QTDELIBER TO QTDELIBERTX
           WRITE REGAUDFATTX FROM TOTAUD3
           CLOSE AUDFATTX
           DISPLAY (15, 05) "GUIAS AUDITADAS : " W-QTDEAUDIT
           DISPLAY (16, 05) "APROVADAS       : " W-QTDEAPROV
           DISPLAY (17, 05) "RETIDAS         : " W-QTDEPENDE
           DISPLAY (18, 05) "LIBERADAS       : " W-QTDELIBER
           MOVE "*** PENDENCIAS GRAVADAS EM AUDFAT.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       AU-FECHA.
           CLOSE CADCONSU CADFATLOTE CADPACI CADMED
           IF W-ITEMABERTO = "S"
              CLOSE CADCONSITEM.
           IF W-EXTABERTO = "S"
              CLOSE CADCONSEXT.
           IF W-CARTOK = "S"
              CLOSE CADCARTEIRA.
           IF W-AUTOROK = "S"
              CLOSE CADAUTOR.
           IF W-PROCESPOK = "S"
              CLOSE CADPROCESP.
           GO TO MENU-FUNCAO.
      *
      *****************************************
      * 2 - LIBERACAO DA GUIA PELO AUDITOR    *
      *****************************************
      *
       LB-L0.
           IF W-PERFILLOG < 3
              MOVE "** LIBERACAO EXIGE PERFIL SUPERVISOR **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FUNCAO.
       LB-L1.
           MOVE ZEROS TO W-CPFLIB W-DATALIB W-HORALIB
           DISPLAY TELAAUDFAT.
       LB-L2.
           ACCEPT TW-CPFLIB
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-FUNCAO.
       LB-L3.
           ACCEPT TW-DATALIB
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO LB-L2.
       LB-L4.
           ACCEPT TW-HORALIB
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO LB-L3.
           MOVE W-CPFLIB TO CPFAUD
           MOVE W-DATALIB TO DATAAUD
           MOVE W-HORALIB TO HORAAUD
           READ CADAUDFAT
           IF ST-ERRO NOT = "00"
              MOVE "*** GUIA NAO AUDITADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LB-L2.
           MOVE SPACES TO W-SITTX
           IF AUD-APROVADA
              MOVE "APROVADA NA AUDITORIA" TO W-SITTX.
           IF AUD-PENDENTE
              MOVE "RETIDA - PENDENCIAS ABAIXO" TO W-SITTX.
           IF AUD-LIBERADA
              MOVE "LIBERADA EM" TO W-SITTX
              MOVE DATALIBAUD TO W-SITTX(13:8).
           DISPLAY (14, 05) "SITUACAO : " W-SITTX
           MOVE 15 TO W-LINHA
           MOVE 1 TO IND1.
       LB-MOSTRA.
           IF PENDAUD(IND1) = "S"
              DISPLAY (W-LINHA, 08) "- " TBMOTAUD(IND1)
              ADD 1 TO W-LINHA.
           IF IND1 < 6
              ADD 1 TO IND1
              GO TO LB-MOSTRA.
           IF NOT AUD-PENDENTE
              MOVE "** GUIA NAO ESTA RETIDA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LB-L1.
       LB-L5.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 40) "LIBERAR A GUIA (S/N) : ".
           ACCEPT (23, 63) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO LB-L4.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** GUIA CONTINUA RETIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LB-L1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LB-L5.
           MOVE "L" TO STATUSAUD
           MOVE W-CODOPERLOG TO OPERLIBAUD
           MOVE W-DATAHOJE TO DATALIBAUD
           REWRITE REGAUDFAT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "* ERRO NA GRAVACAO DO CADAUDFAT *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "O" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           MOVE "*** GUIA LIBERADA PARA O LOTE ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO LB-L1.
      *
      *****************************************
      * REGRAS DA AUDITORIA PREVIA DA GUIA    *
      *****************************************
      *
       AUDITA-GUIA.
           MOVE KEYPRINCIPAL TO W-CHAVECONS
           MOVE CPFPACIENTE TO W-CPFCONS
           MOVE HORAC TO W-HORACONS
           MOVE CODMED TO W-CODMEDCONS
           COMPUTE W-DATACONSNUM = ANOC * 10000 + MESC * 100 + DIAC
           COMPUTE W-JULCONS = FUNCTION INTEGER-OF-DATE(W-DATACONSNUM)
           MOVE ALL "N" TO TABFALHA
           MOVE ZEROS TO W-QTDEFALHA
           ADD 1 TO W-QTDEAUDIT
      *----1: CARTEIRINHA DO CONVENIO VALIDA NA DATA DO ATENDIMENTO-----
           IF W-CARTOK = "S"
              MOVE CPFPACIENTE TO CPFCART
              MOVE W-CONVFAT TO CONVCART
              READ CADCARTEIRA
              IF ST-ERRO NOT = "00"
                 MOVE "S" TO TBFALHA(1)
              ELSE
                 IF VALIDADECART < W-DATACONSNUM
                    MOVE "S" TO TBFALHA(1).
      *----2: PLANO QUE EXIGE AUTORIZACAO PREVIA------------------------
           IF W-EXIGEAUTORFAT = "S"
              PERFORM BUSCA-AUTORIZACAO THRU FIM-BUSCA-AUTORIZACAO
              IF W-AUTORACHOU NOT = "S"
                 MOVE "S" TO TBFALHA(2).
      *----3: CONSULTA SEM CID------------------------------------------
           IF CODCID = SPACES
              MOVE "S" TO TBFALHA(3).
      *----4 E 5: PROCEDIMENTOS DO DIA E ESPECIALIDADE DO MEDICO--------
           MOVE ZEROS TO W-ESPECMED
           MOVE CODMED TO CRM
           READ CADMED
           IF ST-ERRO = "00"
              MOVE ESPECIALIDADE TO W-ESPECMED.
           PERFORM CARREGA-DIA THRU FIM-CARREGA-DIA
           PERFORM CONFERE-PROC THRU FIM-CONFERE-PROC
      *----6: RETORNO DENTRO DA JANELA COBRADO COMO CONSULTA NOVA-------
           IF W-JANELARET > ZEROS
              PERFORM VERIFICA-JANELA THRU FIM-VERIFICA-JANELA.
           MOVE 1 TO IND1.
       AUDITA-GUIA1.
           IF TBFALHA(IND1) = "S"
              ADD 1 TO W-QTDEFALHA.
           IF IND1 < 6
              ADD 1 TO IND1
              GO TO AUDITA-GUIA1.
           PERFORM GRAVA-AUDITORIA THRU FIM-GRAVA-AUDITORIA.
       FIM-AUDITA-GUIA.
           EXIT.
      *
      *----AUTORIZACAO ATIVA E VALIDA NA DATA (MESMA REGRA DO FATCONV)--
       BUSCA-AUTORIZACAO.
           MOVE "N" TO W-AUTORACHOU
           IF W-AUTOROK NOT = "S"
              GO TO FIM-BUSCA-AUTORIZACAO.
           MOVE W-CPFCONS TO CPFAUTOR
           MOVE W-CONVFAT TO CONVAUTOR
           MOVE ZEROS TO SEQAUTOR
           START CADAUTOR KEY IS NOT LESS KEYAUTOR INVALID KEY
                 GO TO FIM-BUSCA-AUTORIZACAO.
       BUSCA-AUTORIZACAO1.
           READ CADAUTOR NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-BUSCA-AUTORIZACAO.
           IF CPFAUTOR NOT = W-CPFCONS OR CONVAUTOR NOT = W-CONVFAT
              GO TO FIM-BUSCA-AUTORIZACAO.
           IF AUT-ATIVA AND VALIDADEAUTOR NOT < W-DATACONSNUM
              MOVE "S" TO W-AUTORACHOU
              GO TO FIM-BUSCA-AUTORIZACAO.
           GO TO BUSCA-AUTORIZACAO1.
       FIM-BUSCA-AUTORIZACAO.
           EXIT.
      *
      *----PROCEDIMENTOS DO PACIENTE NO DIA, EM QUALQUER CONSULTA-------
       CARREGA-DIA.
           MOVE ZEROS TO W-QTDEDIA
           IF W-ITEMABERTO NOT = "S"
              GO TO FIM-CARREGA-DIA.
           MOVE W-CHAVECONS TO KEYCONSITEM (1: 23)
           MOVE ZEROS TO HORAITEM SEQITEM
           START CADCONSITEM KEY IS NOT LESS KEYCONSITEM INVALID KEY
                 GO TO FIM-CARREGA-DIA.
       CARREGA-DIA1.
           READ CADCONSITEM NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-CARREGA-DIA.
           IF KEYCONSITEM (1: 19) NOT = W-CHAVECONS (1: 19)
              GO TO FIM-CARREGA-DIA.
           IF W-QTDEDIA < 50
              ADD 1 TO W-QTDEDIA
              MOVE HORAITEM TO TBD-HORA(W-QTDEDIA)
              MOVE CODPROCITEM TO TBD-PROC(W-QTDEDIA).
           GO TO CARREGA-DIA1.
       FIM-CARREGA-DIA.
           EXIT.
      *
      *----CADA PROCEDIMENTO DA GUIA: REPETIDO NO DIA E ESPECIALIDADE---
       CONFERE-PROC.
           MOVE ZEROS TO IND1.
       CONFERE-PROC1.
           ADD 1 TO IND1
           IF IND1 > W-QTDEDIA
              GO TO FIM-CONFERE-PROC.
           IF TBD-HORA(IND1) NOT = W-HORACONS
              GO TO CONFERE-PROC1.
           MOVE ZEROS TO W-QTDEIGUAL
           MOVE 1 TO IND2.
       CONFERE-PROC2.
           IF TBD-PROC(IND2) = TBD-PROC(IND1)
              ADD 1 TO W-QTDEIGUAL.
           IF IND2 < W-QTDEDIA
              ADD 1 TO IND2
              GO TO CONFERE-PROC2.
           IF W-QTDEIGUAL > 1
              MOVE "S" TO TBFALHA(4).
           PERFORM CONFERE-ESPEC THRU FIM-CONFERE-ESPEC
           IF W-ESPECACHOU NOT = "S"
              MOVE "S" TO TBFALHA(5).
           GO TO CONFERE-PROC1.
       FIM-CONFERE-PROC.
           EXIT.
      *
      *----PROCEDIMENTO SEM ESPECIALIDADES CADASTRADAS ACEITA QUALQUER--
       CONFERE-ESPEC.
           MOVE "S" TO W-ESPECACHOU
           IF W-PROCESPOK NOT = "S" OR W-ESPECMED = ZEROS
              GO TO FIM-CONFERE-ESPEC.
           MOVE TBD-PROC(IND1) TO CODPROCPE
           MOVE W-ESPECMED TO ESPECPE
           READ CADPROCESP
           IF ST-ERRO = "00"
              GO TO FIM-CONFERE-ESPEC.
           MOVE ZEROS TO ESPECPE
           START CADPROCESP KEY IS NOT LESS KEYPROCESP INVALID KEY
                 GO TO FIM-CONFERE-ESPEC.
           READ CADPROCESP NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-CONFERE-ESPEC.
           IF CODPROCPE = TBD-PROC(IND1)
              MOVE "N" TO W-ESPECACHOU.
       FIM-CONFERE-ESPEC.
           EXIT.
      *
      *----CONSULTA ANTERIOR COM O MESMO MEDICO DENTRO DA JANELA--------
       VERIFICA-JANELA.
           MOVE W-CPFCONS TO CPFPACIENTE
           MOVE ZEROS TO DATACONS HORAC
           START CADCONSU KEY IS NOT LESS KEYPRINCIPAL INVALID KEY
                 GO TO VERIFICA-JANELA2.
       VERIFICA-JANELA1.
           READ CADCONSU NEXT
           IF ST-ERRO NOT = "00"
              GO TO VERIFICA-JANELA2.
           IF CPFPACIENTE NOT = W-CPFCONS
              GO TO VERIFICA-JANELA2.
           IF KEYPRINCIPAL = W-CHAVECONS
              GO TO VERIFICA-JANELA1.
           IF CODMED NOT = W-CODMEDCONS OR NOT REALIZADA
              GO TO VERIFICA-JANELA1.
           COMPUTE W-JULCAND = FUNCTION INTEGER-OF-DATE
                 (ANOC * 10000 + MESC * 100 + DIAC)
           COMPUTE W-DIASDIF = W-JULCONS - W-JULCAND
           IF W-DIASDIF < ZEROS OR W-DIASDIF > W-JANELARET
              GO TO VERIFICA-JANELA1.
           IF W-DIASDIF = ZEROS AND HORAC NOT < W-HORACONS
              GO TO VERIFICA-JANELA1.
           MOVE "S" TO TBFALHA(6).
      *----VOLTA A LEITURA DA COMPETENCIA PARA A CONSULTA SEGUINTE------
       VERIFICA-JANELA2.
           MOVE W-CHAVECONS TO KEYPRINCIPAL
           START CADCONSU KEY IS GREATER KEYPRINCIPAL INVALID KEY
                 NEXT SENTENCE.
       FIM-VERIFICA-JANELA.
           EXIT.
      *
      *----GRAVA O RESULTADO; LIBERACAO DO AUDITOR PREVALECE------------
       GRAVA-AUDITORIA.
           MOVE W-CHAVECONS TO KEYAUDFAT
           READ CADAUDFAT
           IF ST-ERRO = "00"
              IF AUD-LIBERADA AND W-QTDEFALHA > ZEROS
                 MOVE "L" TO STATUSAUD
              ELSE
                 IF W-QTDEFALHA > ZEROS
                    MOVE "P" TO STATUSAUD
                 ELSE
                    MOVE "A" TO STATUSAUD
           ELSE
              MOVE W-CHAVECONS TO KEYAUDFAT
              MOVE ZEROS TO OPERLIBAUD DATALIBAUD
              IF W-QTDEFALHA > ZEROS
                 MOVE "P" TO STATUSAUD
              ELSE
                 MOVE "A" TO STATUSAUD.
           MOVE W-CONVFAT TO CONVAUD
           MOVE W-COMPAUD TO COMPAUD
           MOVE 1 TO IND1.
       GRAVA-AUDITORIA1.
           MOVE TBFALHA(IND1) TO PENDAUD(IND1)
           IF IND1 < 6
              ADD 1 TO IND1
              GO TO GRAVA-AUDITORIA1.
           MOVE W-QTDEFALHA TO QTDEPENDAUD
           MOVE W-DATAHOJE TO DATAEXECAUD
           WRITE REGAUDFAT
           IF ST-ERRO = "22"
              REWRITE REGAUDFAT.
           IF AUD-APROVADA
              ADD 1 TO W-QTDEAPROV
              GO TO FIM-GRAVA-AUDITORIA.
           IF AUD-LIBERADA
              ADD 1 TO W-QTDELIBER
           ELSE
              ADD 1 TO W-QTDEPENDE
              ADD W-VALORGUIA TO W-VALORPENDE.
           PERFORM LISTA-PENDENCIAS THRU FIM-LISTA-PENDENCIAS.
       FIM-GRAVA-AUDITORIA.
           EXIT.
      *
       LISTA-PENDENCIAS.
           MOVE W-CPFCONS TO CPFAUDTX CPF
           MOVE W-DATACONSNUM TO DATAAUDTX
           MOVE W-HORACONS TO HORAAUDTX
           MOVE SPACES TO NOMEAUDTX
           READ CADPACI
           IF ST-ERRO = "00"
              MOVE NOMEPACIENTE TO NOMEAUDTX.
           MOVE W-CODMEDCONS TO CRMAUDTX
           MOVE W-VALORGUIA TO VALORAUDTX
           MOVE STATUSAUD TO STATUSAUDTX
           MOVE W-QTDEFALHA TO QTDEAUDTX
           WRITE REGAUDFATTX FROM DETAUD
           MOVE 1 TO IND1.
       LISTA-PENDENCIAS1.
           IF TBFALHA(IND1) = "S"
              MOVE TBMOTAUD(IND1) TO MOTAUDTX
              WRITE REGAUDFATTX FROM DETMOTAUD.
           IF IND1 < 6
              ADD 1 TO IND1
              GO TO LISTA-PENDENCIAS1.
       FIM-LISTA-PENDENCIAS.
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
           MOVE "AUDFAT" TO PROGRAMALOGTX
           MOVE KEYAUDFAT TO CHAVELOGTX
           MOVE LOGTX TO REGLOG
           WRITE REGLOG.
      *
       ROT-FIM.
           CLOSE CADAUDFAT CADLOG.
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
