       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELDESC.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    RELATORIO MENSAL DE DESCONTOS E CORTESIAS DO CAIXA         *
      *    POR OPERADOR, MOTIVO, MEDICO E UNIDADE, COM A LISTA DAS    *
      *    CORTESIAS E DOS DESCONTOS AUTORIZADOS POR SUPERVISOR       *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADDESCONTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYDESC
                    FILE STATUS  IS ST-ERRO.
       SELECT CADESTORNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYESTORNO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODOPER
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEOPER
                       WITH DUPLICATES.
       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO.
       SELECT CADUNIDADE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODUNIDADE
                    FILE STATUS  IS ST-ERRO.
       SELECT RELDESCTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------DESCONTO / CORTESIA CONCEDIDO NO PAGAMENTO------------
       FD CADDESCONTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDESCONTO.DAT".
       01  REGDESC.
           03 KEYDESC.
              05 CPFDESC          PIC 9(11).
              05 DATACONSDESC.
                 07 DIACONSDESC   PIC 9(02).
                 07 MESCONSDESC   PIC 9(02).
                 07 ANOCONSDESC   PIC 9(04).
              05 HORACONSDESC     PIC 9(04).
              05 SEQDESC          PIC 9(02).
           03 DATADESC            PIC 9(08).
           03 HORADESC            PIC 9(06).
           03 VALORCONSDESC       PIC 9(06)V99.
           03 VALORDESC           PIC 9(06)V99.
           03 PCTDESC             PIC 9(03)V99.
           03 TIPODESC            PIC X(01).
              88 DESC-DESCONTO      VALUE "D".
              88 DESC-CORTESIA      VALUE "C".
           03 MOTIVODESC          PIC 9(01).
           03 OPERDESC            PIC 9(04).
           03 PERFILDESC          PIC 9(01).
           03 SUPERDESC           PIC 9(04).
           03 CODMEDDESC          PIC 9(06).
           03 UNIDDESC            PIC 9(02).
           03 FILLER              PIC X(20).
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
       FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
       01  REGOPER.
           03 CODOPER             PIC 9(04).
           03 NOMEOPER            PIC X(30).
           03 SENHAOPER           PIC X(10).
           03 ATIVOOPER           PIC X(01).
           03 PERFILOPER          PIC 9(01).
              88 PERFIL-ATENDENTE    VALUE 1.
              88 PERFIL-ENFERMAGEM   VALUE 2.
              88 PERFIL-FATURAMENTO  VALUE 3.
              88 PERFIL-ADMIN        VALUE 4.
           03 SENHAANT1           PIC X(10).
           03 SENHAANT2           PIC X(10).
           03 DATATROCASENHA      PIC 9(08).
           03 BLOQUEADOOPER       PIC X(01).
           03 TENTATIVASOPER      PIC 9(01).
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
       FD RELDESCTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELDESC.DOC".
       01 REGRELDESCTX         PIC X(100).
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
       01 W-COMPDESC     PIC 9(06) VALUE ZEROS.
       01 W-COMPINF      PIC 9(06) VALUE ZEROS.
       01 W-ESTOK        PIC X(01) VALUE "N".
       01 W-OPEROK       PIC X(01) VALUE "N".
       01 W-MEDOK        PIC X(01) VALUE "N".
       01 W-UNIDOK       PIC X(01) VALUE "N".
       01 W-TABCHEIA     PIC X(01) VALUE "N".
       01 W-IOPER        PIC 9(03) VALUE ZEROS.
       01 W-IMED         PIC 9(03) VALUE ZEROS.
       01 W-IUNID        PIC 9(02) VALUE ZEROS.
       01 W-IMOT         PIC 9(01) VALUE ZEROS.
       01 W-QTDELISTA    PIC 9(06) VALUE ZEROS.
      *---ACUMULADORES (DESCONTO / CORTESIA / COM SUPERVISOR)----------
       01 W-QTDEOPER     PIC 9(03) VALUE ZEROS.
       01 TABOPERDESC.
          03 TBO-LINHA OCCURS 100 TIMES.
             05 TBO-OPER      PIC 9(04).
             05 TBO-QTDD      PIC 9(05).
             05 TBO-VALD      PIC 9(08)V99.
             05 TBO-QTDC      PIC 9(05).
             05 TBO-VALC      PIC 9(08)V99.
             05 TBO-QTDS      PIC 9(05).
       01 W-QTDEMED      PIC 9(03) VALUE ZEROS.
       01 TABMEDDESC.
          03 TBM-LINHA OCCURS 300 TIMES.
             05 TBM-CRM       PIC 9(06).
             05 TBM-QTDD      PIC 9(05).
             05 TBM-VALD      PIC 9(08)V99.
             05 TBM-QTDC      PIC 9(05).
             05 TBM-VALC      PIC 9(08)V99.
             05 TBM-QTDS      PIC 9(05).
       01 TABMOTDESCAC.
          03 TBR-LINHA OCCURS 6 TIMES.
             05 TBR-QTDD      PIC 9(05).
             05 TBR-VALD      PIC 9(08)V99.
             05 TBR-QTDC      PIC 9(05).
             05 TBR-VALC      PIC 9(08)V99.
             05 TBR-QTDS      PIC 9(05).
       01 TABUNIDDESC.
          03 TBU-LINHA OCCURS 99 TIMES.
             05 TBU-QTDD      PIC 9(05).
             05 TBU-VALD      PIC 9(08)V99.
             05 TBU-QTDC      PIC 9(05).
             05 TBU-VALC      PIC 9(08)V99.
             05 TBU-QTDS      PIC 9(05).
       01 TABTOTDESC.
          03 TBT-QTDD         PIC 9(05).
          03 TBT-VALD         PIC 9(08)V99.
          03 TBT-QTDC         PIC 9(05).
          03 TBT-VALC         PIC 9(08)V99.
          03 TBT-QTDS         PIC 9(05).
      *---UMA LINHA A IMPRIMIR------------------------------------------
       01 W-LINHA.
          03 W-QTDD           PIC 9(05).
          03 W-VALD           PIC 9(08)V99.
          03 W-QTDC           PIC 9(05).
          03 W-VALC           PIC 9(08)V99.
          03 W-QTDS           PIC 9(05).
       01 TABMOTDESCX.
          03 FILLER     PIC X(16) VALUE "CORTESIA FUNCION".
          03 FILLER     PIC X(16) VALUE "CORTESIA MEDICA".
          03 FILLER     PIC X(16) VALUE "PAGTO A VISTA".
          03 FILLER     PIC X(16) VALUE "SOCIAL/CARENCIA".
          03 FILLER     PIC X(16) VALUE "RETORNO/FIDELID.".
          03 FILLER     PIC X(16) VALUE "OUTROS".
       01 TABMOTDESC REDEFINES TABMOTDESCX.
          03 TBMOTDESC  PIC X(16) OCCURS 6 TIMES.
      *---LINHAS DO RELATORIO-----------------------------------------
       01 CAB0.
          03 FILLER PIC X(50) VALUE
          "HOSPITAL MAINFRAME *** DESCONTOS E CORTESIAS DO CA".
          03 FILLER PIC X(18) VALUE "IXA *  COMPETENCIA".
          03 FILLER PIC X(02) VALUE ": ".
          03 MESCOMPTX    PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 ANOCOMPTX    PIC 9(04).
       01 CAB1.
          03 FILLER PIC X(50) VALUE
          "CORTESIA = DESCONTO SEM VALOR PAGO   SUPV. = ACIMA".
          03 FILLER PIC X(47) VALUE
          " DO LIMITE DO PERFIL, AUTORIZADO POR SUPERVISOR".
       01 CABPARTE.
          03 TITULOPARTETX  PIC X(50).
       01 CAB2.
          03 FILLER PIC X(45) VALUE
          "CODIGO DESCRICAO                      DESC.  ".
          03 FILLER PIC X(32) VALUE
          "VLR.DESC. CORT.  VLR.CORT. SUPV.".
       01 DETDESC.
          03 CODDESCTX      PIC 9(06).
          03 FILLER         PIC X(01) VALUE " ".
          03 NOMEDESCTX     PIC X(30).
          03 FILLER         PIC X(01) VALUE " ".
          03 QTDDDESCTX     PIC ZZZZ9.
          03 FILLER         PIC X(01) VALUE " ".
          03 VALDDESCTX     PIC ZZZZZZ9,99.
          03 FILLER         PIC X(01) VALUE " ".
          03 QTDCDESCTX     PIC ZZZZ9.
          03 FILLER         PIC X(01) VALUE " ".
          03 VALCDESCTX     PIC ZZZZZZ9,99.
          03 FILLER         PIC X(01) VALUE " ".
          03 QTDSDESCTX     PIC ZZZZ9.
       01 CABLISTA.
          03 FILLER PIC X(50) VALUE
          "DATA     CPF         CONSULTA VLR.CONS.  DESCONTO ".
          03 FILLER PIC X(45) VALUE
          "     % T MOTIVO           OPER SUPV CRM    UN".
       01 DETLISTA.
          03 DATALISTX      PIC 9(08).
          03 FILLER         PIC X(01) VALUE " ".
          03 CPFLISTX       PIC 9(11).
          03 FILLER         PIC X(01) VALUE " ".
          03 CONSLISTX      PIC 9(08).
          03 FILLER         PIC X(01) VALUE " ".
          03 VCONSLISTX     PIC ZZZZZ9,99.
          03 FILLER         PIC X(01) VALUE " ".
          03 VDESCLISTX     PIC ZZZZZ9,99.
          03 FILLER         PIC X(01) VALUE " ".
          03 PCTLISTX       PIC ZZ9,99.
          03 FILLER         PIC X(01) VALUE " ".
          03 TIPOLISTX      PIC X(01).
          03 FILLER         PIC X(01) VALUE " ".
          03 MOTLISTX       PIC X(16).
          03 FILLER         PIC X(01) VALUE " ".
          03 OPERLISTX      PIC 9(04).
          03 FILLER         PIC X(01) VALUE " ".
          03 SUPVLISTX      PIC 9(04).
          03 FILLER         PIC X(01) VALUE " ".
          03 CRMLISTX       PIC 9(06).
          03 FILLER         PIC X(01) VALUE " ".
          03 UNIDLISTX      PIC 9(02).
       01 TOTLISTA.
          03 FILLER PIC X(22) VALUE "LANCAMENTOS LISTADOS.:".
          03 QTDELISTATX    PIC ZZZZZ9.
       01 CABESTOURO.
          03 FILLER PIC X(52) VALUE
          "*** ATENCAO: LIMITE DA TABELA EXCEDIDO, LISTA PARCIA".
          03 FILLER PIC X(05) VALUE "L ***".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELARELDESC.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          DESCONTOS E CORTESIAS DO CAIXA".
           05  LINE 02  COLUMN 41
               VALUE  " - RELATORIO MENSAL".
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
           DISPLAY TELARELDESC.
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
           COMPUTE W-COMPINF = W-ANOCOMP * 100 + W-MESCOMP.
       ABRIR-ARQUIVOS.
           OPEN INPUT CADDESCONTO
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO CADDESCONTO NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN OUTPUT RELDESCTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELDESC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADDESCONTO
              GO TO ROT-FIM2.
           OPEN INPUT CADESTORNO
           IF ST-ERRO = "00"
              MOVE "S" TO W-ESTOK.
           OPEN INPUT CADOPER
           IF ST-ERRO = "00"
              MOVE "S" TO W-OPEROK.
           OPEN INPUT CADMED
           IF ST-ERRO = "00"
              MOVE "S" TO W-MEDOK.
           OPEN INPUT CADUNIDADE
           IF ST-ERRO = "00"
              MOVE "S" TO W-UNIDOK.
           MOVE ZEROS TO TABOPERDESC TABMEDDESC TABMOTDESCAC
           MOVE ZEROS TO TABUNIDDESC TABTOTDESC.
      *----------------ACUMULAR OS DESCONTOS DA COMPETENCIA--------------
       ACUMULA.
           MOVE ZEROS TO KEYDESC
           START CADDESCONTO KEY IS NOT LESS KEYDESC INVALID KEY
                 GO TO IMPRIME.
       ACUMULA1.
           READ CADDESCONTO NEXT
           IF ST-ERRO NOT = "00"
              GO TO IMPRIME.
           PERFORM FILTRA-DESCONTO THRU FIM-FILTRA-DESCONTO
           IF W-COMPDESC = ZEROS
              GO TO ACUMULA1.
           MOVE ZEROS TO W-LINHA
           IF DESC-CORTESIA
              MOVE 1 TO W-QTDC
              MOVE VALORDESC TO W-VALC
           ELSE
              MOVE 1 TO W-QTDD
              MOVE VALORDESC TO W-VALD.
           IF SUPERDESC NOT = ZEROS
              MOVE 1 TO W-QTDS.
           ADD W-QTDD TO TBT-QTDD
           ADD W-VALD TO TBT-VALD
           ADD W-QTDC TO TBT-QTDC
           ADD W-VALC TO TBT-VALC
           ADD W-QTDS TO TBT-QTDS
           MOVE MOTIVODESC TO W-IMOT
           IF W-IMOT = ZEROS OR W-IMOT > 6
              MOVE 6 TO W-IMOT.
           ADD W-QTDD TO TBR-QTDD(W-IMOT)
           ADD W-VALD TO TBR-VALD(W-IMOT)
           ADD W-QTDC TO TBR-QTDC(W-IMOT)
           ADD W-VALC TO TBR-VALC(W-IMOT)
           ADD W-QTDS TO TBR-QTDS(W-IMOT)
           MOVE UNIDDESC TO W-IUNID
           IF W-IUNID = ZEROS
              MOVE 1 TO W-IUNID.
           ADD W-QTDD TO TBU-QTDD(W-IUNID)
           ADD W-VALD TO TBU-VALD(W-IUNID)
           ADD W-QTDC TO TBU-QTDC(W-IUNID)
           ADD W-VALC TO TBU-VALC(W-IUNID)
           ADD W-QTDS TO TBU-QTDS(W-IUNID)
           PERFORM ACHA-OPERADOR THRU FIM-ACHA-OPERADOR
           IF W-IOPER NOT = ZEROS
              ADD W-QTDD TO TBO-QTDD(W-IOPER)
              ADD W-VALD TO TBO-VALD(W-IOPER)
              ADD W-QTDC TO TBO-QTDC(W-IOPER)
              ADD W-VALC TO TBO-VALC(W-IOPER)
              ADD W-QTDS TO TBO-QTDS(W-IOPER).
           PERFORM ACHA-MEDICO THRU FIM-ACHA-MEDICO
           IF W-IMED NOT = ZEROS
              ADD W-QTDD TO TBM-QTDD(W-IMED)
              ADD W-VALD TO TBM-VALD(W-IMED)
              ADD W-QTDC TO TBM-QTDC(W-IMED)
              ADD W-VALC TO TBM-VALC(W-IMED)
              ADD W-QTDS TO TBM-QTDS(W-IMED).
           GO TO ACUMULA1.
      *
      *   DESCONTO DA COMPETENCIA E CUJO PAGAMENTO NAO FOI ESTORNADO
      *   (W-COMPDESC = ZEROS DESPREZA O REGISTRO)
       FILTRA-DESCONTO.
           COMPUTE W-COMPDESC = DATADESC / 100
           IF W-COMPDESC NOT = W-COMPINF
              MOVE ZEROS TO W-COMPDESC
              GO TO FIM-FILTRA-DESCONTO.
           IF W-ESTOK NOT = "S"
              GO TO FIM-FILTRA-DESCONTO.
           MOVE KEYDESC TO KEYESTORNO
           READ CADESTORNO
           IF ST-ERRO = "00"
              MOVE ZEROS TO W-COMPDESC.
       FIM-FILTRA-DESCONTO.
           EXIT.
      *
       ACHA-OPERADOR.
           MOVE 1 TO W-IOPER.
       ACHA-OPERADOR1.
           IF W-IOPER > W-QTDEOPER
              IF W-QTDEOPER > 99
                 MOVE ZEROS TO W-IOPER
                 MOVE "S" TO W-TABCHEIA
                 GO TO FIM-ACHA-OPERADOR
              ELSE
                 ADD 1 TO W-QTDEOPER
                 MOVE W-QTDEOPER TO W-IOPER
                 MOVE OPERDESC TO TBO-OPER(W-IOPER)
                 GO TO FIM-ACHA-OPERADOR.
           IF TBO-OPER(W-IOPER) = OPERDESC
              GO TO FIM-ACHA-OPERADOR.
           ADD 1 TO W-IOPER
           GO TO ACHA-OPERADOR1.
       FIM-ACHA-OPERADOR.
           EXIT.
      *
       ACHA-MEDICO.
           MOVE 1 TO W-IMED.
       ACHA-MEDICO1.
           IF W-IMED > W-QTDEMED
              IF W-QTDEMED > 299
                 MOVE ZEROS TO W-IMED
                 MOVE "S" TO W-TABCHEIA
                 GO TO FIM-ACHA-MEDICO
              ELSE
                 ADD 1 TO W-QTDEMED
                 MOVE W-QTDEMED TO W-IMED
                 MOVE CODMEDDESC TO TBM-CRM(W-IMED)
                 GO TO FIM-ACHA-MEDICO.
           IF TBM-CRM(W-IMED) = CODMEDDESC
              GO TO FIM-ACHA-MEDICO.
           ADD 1 TO W-IMED
           GO TO ACHA-MEDICO1.
       FIM-ACHA-MEDICO.
           EXIT.
      *----------------IMPRIMIR OS QUATRO CORTES-------------------------
       IMPRIME.
           MOVE W-MESCOMP TO MESCOMPTX
           MOVE W-ANOCOMP TO ANOCOMPTX
           WRITE REGRELDESCTX FROM CAB0
           WRITE REGRELDESCTX FROM CAB1
           MOVE SPACES TO REGRELDESCTX
           WRITE REGRELDESCTX
           IF W-TABCHEIA = "S"
              WRITE REGRELDESCTX FROM CABESTOURO.
           WRITE REGRELDESCTX FROM CAB2
           MOVE ZEROS TO CODDESCTX
           MOVE "TOTAL DA COMPETENCIA" TO NOMEDESCTX
           MOVE TABTOTDESC TO W-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
      *---POR OPERADOR--------------------------------------------------
           MOVE SPACES TO REGRELDESCTX
           WRITE REGRELDESCTX
           MOVE "--- POR OPERADOR ---" TO TITULOPARTETX
           WRITE REGRELDESCTX FROM CABPARTE
           WRITE REGRELDESCTX FROM CAB2
           MOVE 1 TO IND1.
       IMPRIME-OPER.
           IF IND1 > W-QTDEOPER
              GO TO IMPRIME-MOT0.
           MOVE TBO-OPER(IND1) TO CODDESCTX
           MOVE SPACES TO NOMEDESCTX
           IF W-OPEROK = "S"
              MOVE TBO-OPER(IND1) TO CODOPER
              READ CADOPER
              IF ST-ERRO = "00"
                 MOVE NOMEOPER TO NOMEDESCTX.
           MOVE TBO-QTDD(IND1) TO W-QTDD
           MOVE TBO-VALD(IND1) TO W-VALD
           MOVE TBO-QTDC(IND1) TO W-QTDC
           MOVE TBO-VALC(IND1) TO W-VALC
           MOVE TBO-QTDS(IND1) TO W-QTDS
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           ADD 1 TO IND1
           GO TO IMPRIME-OPER.
      *---POR MOTIVO----------------------------------------------------
       IMPRIME-MOT0.
           MOVE SPACES TO REGRELDESCTX
           WRITE REGRELDESCTX
           MOVE "--- POR MOTIVO ---" TO TITULOPARTETX
           WRITE REGRELDESCTX FROM CABPARTE
           WRITE REGRELDESCTX FROM CAB2
           MOVE 1 TO IND1.
       IMPRIME-MOT.
           IF IND1 > 6
              GO TO IMPRIME-MED0.
           MOVE IND1 TO CODDESCTX
           MOVE TBMOTDESC(IND1) TO NOMEDESCTX
           MOVE TBR-QTDD(IND1) TO W-QTDD
           MOVE TBR-VALD(IND1) TO W-VALD
           MOVE TBR-QTDC(IND1) TO W-QTDC
           MOVE TBR-VALC(IND1) TO W-VALC
           MOVE TBR-QTDS(IND1) TO W-QTDS
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           ADD 1 TO IND1
           GO TO IMPRIME-MOT.
      *---POR MEDICO----------------------------------------------------
       IMPRIME-MED0.
           MOVE SPACES TO REGRELDESCTX
           WRITE REGRELDESCTX
           MOVE "--- POR MEDICO (CRM) ---" TO TITULOPARTETX
           WRITE REGRELDESCTX FROM CABPARTE
           WRITE REGRELDESCTX FROM CAB2
           MOVE 1 TO IND1.
       IMPRIME-MED.
           IF IND1 > W-QTDEMED
              GO TO IMPRIME-UNID0.
           MOVE TBM-CRM(IND1) TO CODDESCTX
           MOVE SPACES TO NOMEDESCTX
           IF W-MEDOK = "S"
              MOVE TBM-CRM(IND1) TO CRM
              READ CADMED
              IF ST-ERRO = "00"
                 MOVE NOMEMEDICO TO NOMEDESCTX.
           MOVE TBM-QTDD(IND1) TO W-QTDD
           MOVE TBM-VALD(IND1) TO W-VALD
           MOVE TBM-QTDC(IND1) TO W-QTDC
           MOVE TBM-VALC(IND1) TO W-VALC
           MOVE TBM-QTDS(IND1) TO W-QTDS
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           ADD 1 TO IND1
           GO TO IMPRIME-MED.
      *---POR UNIDADE---------------------------------------------------
       IMPRIME-UNID0.
           MOVE SPACES TO REGRELDESCTX
           WRITE REGRELDESCTX
           MOVE "--- POR UNIDADE ---" TO TITULOPARTETX
           WRITE REGRELDESCTX FROM CABPARTE
           WRITE REGRELDESCTX FROM CAB2
           MOVE 1 TO IND1.
       IMPRIME-UNID.
           IF IND1 > 99
              GO TO LISTA.
           IF TBU-QTDD(IND1) = ZEROS AND TBU-QTDC(IND1) = ZEROS
              ADD 1 TO IND1
              GO TO IMPRIME-UNID.
           MOVE IND1 TO CODDESCTX
           MOVE SPACES TO NOMEDESCTX
           IF W-UNIDOK = "S"
              MOVE IND1 TO CODUNIDADE
              READ CADUNIDADE
              IF ST-ERRO = "00"
                 MOVE NOMEUNIDADE TO NOMEDESCTX.
           MOVE TBU-QTDD(IND1) TO W-QTDD
           MOVE TBU-VALD(IND1) TO W-VALD
           MOVE TBU-QTDC(IND1) TO W-QTDC
           MOVE TBU-VALC(IND1) TO W-VALC
           MOVE TBU-QTDS(IND1) TO W-QTDS
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           ADD 1 TO IND1
           GO TO IMPRIME-UNID.
      *----------------CORTESIAS E DESCONTOS ACIMA DO LIMITE-------------
       LISTA.
           MOVE SPACES TO REGRELDESCTX
           WRITE REGRELDESCTX
           MOVE "--- CORTESIAS E DESCONTOS COM SUPERVISOR ---"
              TO TITULOPARTETX
           WRITE REGRELDESCTX FROM CABPARTE
           WRITE REGRELDESCTX FROM CABLISTA
           MOVE ZEROS TO W-QTDELISTA
           MOVE ZEROS TO KEYDESC
           START CADDESCONTO KEY IS NOT LESS KEYDESC INVALID KEY
                 GO TO FECHA.
       LISTA1.
           READ CADDESCONTO NEXT
           IF ST-ERRO NOT = "00"
              GO TO FECHA.
           IF NOT DESC-CORTESIA AND SUPERDESC = ZEROS
              GO TO LISTA1.
           PERFORM FILTRA-DESCONTO THRU FIM-FILTRA-DESCONTO
           IF W-COMPDESC = ZEROS
              GO TO LISTA1.
           ADD 1 TO W-QTDELISTA
           MOVE DATADESC TO DATALISTX
           MOVE CPFDESC TO CPFLISTX
           MOVE DATACONSDESC TO CONSLISTX
           MOVE VALORCONSDESC TO VCONSLISTX
           MOVE VALORDESC TO VDESCLISTX
           MOVE PCTDESC TO PCTLISTX
           MOVE TIPODESC TO TIPOLISTX
           MOVE SPACES TO MOTLISTX
           IF MOTIVODESC > ZEROS AND MOTIVODESC < 7
              MOVE TBMOTDESC(MOTIVODESC) TO MOTLISTX.
           MOVE OPERDESC TO OPERLISTX
           MOVE SUPERDESC TO SUPVLISTX
           MOVE CODMEDDESC TO CRMLISTX
           MOVE UNIDDESC TO UNIDLISTX
           WRITE REGRELDESCTX FROM DETLISTA
           GO TO LISTA1.
      *----------------GRAVACAO DE UMA LINHA DOS CORTES------------------
       GRAVA-LINHA.
           MOVE W-QTDD TO QTDDDESCTX
           MOVE W-VALD TO VALDDESCTX
           MOVE W-QTDC TO QTDCDESCTX
           MOVE W-VALC TO VALCDESCTX
           MOVE W-QTDS TO QTDSDESCTX
           WRITE REGRELDESCTX FROM DETDESC.
       FIM-GRAVA-LINHA.
           EXIT.
      *
       FECHA.
           MOVE W-QTDELISTA TO QTDELISTATX
           WRITE REGRELDESCTX FROM TOTLISTA
           MOVE "*** RELATORIO GERADO EM RELDESC.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-FIM.
           CLOSE CADDESCONTO RELDESCTX.
           IF W-ESTOK = "S"
              CLOSE CADESTORNO.
           IF W-OPEROK = "S"
              CLOSE CADOPER.
           IF W-MEDOK = "S"
              CLOSE CADMED.
           IF W-UNIDOK = "S"
              CLOSE CADUNIDADE.
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
