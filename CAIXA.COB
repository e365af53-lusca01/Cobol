                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCOMPET
                    FILE STATUS  IS ST-ERRO.
       SELECT CADORCAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMORCAM
                    ALTERNATE RECORD KEY IS CONSORCAM
                                         WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.
       SELECT CADORCITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYORCITEM
                    FILE STATUS  IS ST-ERRO.
       SELECT CADESTORNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYESTORNO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADDESCONTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYDESC
                    FILE STATUS  IS ST-ERRO.
       SELECT CADNFSE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYNFSE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODOPER
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEOPER
                       WITH DUPLICATES.
       SELECT CADSESSAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
              88 COMP-FECHADA       VALUE "F".
           03 DATAFECH            PIC 9(08).
           03 OPERFECH            PIC 9(04).
      *---------ORCAMENTO PARTICULAR ACEITO (PRECOS GARANTIDOS)-------
       FD CADORCAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORCAM.DAT".
       01  REGORCAM.
           03 NUMORCAM            PIC 9(06).
           03 CPFORCAM            PIC 9(11).
           03 NOMEORCAM           PIC X(30).
           03 TELORCAM            PIC 9(11).
           03 DATAORCAM           PIC 9(08).
           03 VALIDADEORCAM       PIC 9(08).
           03 VALORORCAM          PIC 9(07)V99.
           03 STATUSORCAM         PIC X(01).
              88 ORC-EMITIDO        VALUE "E".
              88 ORC-ACEITO         VALUE "A".
              88 ORC-UTILIZADO      VALUE "U".
              88 ORC-CANCELADO      VALUE "C".
           03 DATAACEITEORCAM     PIC 9(08).
           03 CONSORCAM           PIC X(23).
           03 OPERORCAM           PIC 9(04).
           03 FILLER              PIC X(20).
      *
       FD CADORCITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORCITEM.DAT".
       01  REGORCITEM.
           03 KEYORCITEM.
              05 NUMOIT           PIC 9(06).
              05 SEQOIT           PIC 9(02).
           03 TIPOOIT             PIC X(01).
              88 OIT-PROCEDIMENTO   VALUE "P".
              88 OIT-EXAME          VALUE "E".
           03 CODOIT              PIC 9(08).
           03 DESCOIT             PIC X(40).
           03 VALOROIT            PIC 9(06)V99.
           03 VIGENCIAOIT         PIC 9(08).
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
      *---------CONTROLE DE NFS-E POR PAGAMENTO-----------------------
       FD CADNFSE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNFSE.DAT".
       01  REGNFSE.
           03 KEYNFSE.
              05 CPFNFSE          PIC 9(11).
              05 DATANFSECONS.
                 07 DIANFSE       PIC 9(02).
                 07 MESNFSE       PIC 9(02).
                 07 ANONFSE       PIC 9(04).
              05 HORANFSE         PIC 9(04).
              05 SEQNFSE          PIC 9(02).
           03 RPSNFSE             PIC 9(08).
           03 LOTENFSE            PIC 9(06).
           03 DATAGERNFSE         PIC 9(08).
           03 STATUSNFSE          PIC X(01).
              88 NFSE-ENVIADA       VALUE "E".
              88 NFSE-AUTORIZADA    VALUE "A".
              88 NFSE-REJEITADA     VALUE "R".
              88 NFSE-CANCPENDENTE  VALUE "P".
              88 NFSE-CANCSOLICIT   VALUE "S".
              88 NFSE-CANCELADA     VALUE "C".
           03 NUMNOTANFSE         PIC X(15).
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
       FD CADSESSAO
               LABEL RECORD IS STANDARD
      *---TOTALIZACAO DOS PAGAMENTOS DA CONSULTA------------------
       01 W-CHAVESALVA   PIC X(23) VALUE SPACES.
       01 W-TOTALPAGO    PIC 9(08)V99 VALUE ZEROS.
       01 W-TOTALDESC    PIC 9(08)V99 VALUE ZEROS.
       01 W-MAXSEQ       PIC 9(02) VALUE ZEROS.
       01 W-VALORCONSU   PIC 9(08)V99 VALUE ZEROS.
      *---PROCEDIMENTOS DA CONSULTA (SOMADOS AO VALOR A RECEBER)---
       01 W-VALOREXAME   PIC 9(06)V99 VALUE ZEROS.
       01 W-PLANOCONSU   PIC 9(02) VALUE ZEROS.
       01 W-DATAEXVIG    PIC 9(08) VALUE ZEROS.
      *---ORCAMENTO PARTICULAR ACEITO (PRECOS DO ORCAMENTO)-------
       01 W-ORCABERTO    PIC X(01) VALUE "N".
       01 W-NUMORCUSO    PIC 9(06) VALUE ZEROS.
       01 W-NUMORCINF    PIC 9(06) VALUE ZEROS.
       01 W-TIPOORC      PIC X(01) VALUE SPACES.
       01 W-CODORC       PIC 9(08) VALUE ZEROS.
       01 W-VALORORC     PIC 9(06)V99 VALUE ZEROS.
       01 W-DATACONSAMD  PIC 9(08) VALUE ZEROS.
       01 W-TOTALPAGOED  PIC ZZZZZ9,99.
       01 W-VALORED      PIC ZZZZZ9,99.
       01 MSGFORMA       PIC X(10) VALUE SPACES.
          03 FILLER     PIC X(10) VALUE "CONVENIO".
       01 TABFORMA REDEFINES TABFORMAX.
          03 TBFORMA    PIC X(10) OCCURS 4 TIMES.
      *---ESTORNO / DEVOLUCAO COM AUTORIZACAO DO SUPERVISOR------
       01 W-ESTOK        PIC X(01) VALUE "N".
       01 W-NFSEOK       PIC X(01) VALUE "N".
       01 W-CODSUPER     PIC 9(04) VALUE ZEROS.
       01 W-SENHASUPER   PIC X(10) VALUE SPACES.
       01 W-SENHACIFRADA PIC X(10) VALUE SPACES.
       01 W-TENTSUPER    PIC 9(01) VALUE ZEROS.
       01 W-AUTORIZADO   PIC X(01) VALUE "N".
       01 W-VALORESTED   PIC ZZZZZ9,99.
       01 MSGMOTIVO      PIC X(14) VALUE SPACES.
       01 TABMOTIVOX.
          03 FILLER     PIC X(14) VALUE "DUPLICIDADE".
          03 FILLER     PIC X(14) VALUE "CONS.CANCELADA".
          03 FILLER     PIC X(14) VALUE "VALOR INCORRET".
          03 FILLER     PIC X(14) VALUE "DESISTENCIA".
          03 FILLER     PIC X(14) VALUE "OUTROS".
       01 TABMOTIVO REDEFINES TABMOTIVOX.
          03 TBMOTIVO   PIC X(14) OCCURS 5 TIMES.
       01 MSGDEVOL       PIC X(14) VALUE SPACES.
       01 TABDEVOLX.
          03 FILLER     PIC X(14) VALUE "DINHEIRO".
          03 FILLER     PIC X(14) VALUE "ESTORNO CARTAO".
          03 FILLER     PIC X(14) VALUE "DEVOLUCAO PIX".
          03 FILLER     PIC X(14) VALUE "SEM DEVOLUCAO".
       01 TABDEVOL REDEFINES TABDEVOLX.
          03 TBDEVOL    PIC X(14) OCCURS 4 TIMES.
      *---DESCONTO E CORTESIA (LIMITE % POR PERFIL DO OPERADOR)--
       01 W-DESCOK       PIC X(01) VALUE "N".
       01 W-VALORDESC    PIC 9(06)V99 VALUE ZEROS.
       01 W-MOTIVODESC   PIC 9(01) VALUE ZEROS.
       01 W-SUPERDESC    PIC 9(04) VALUE ZEROS.
       01 W-PCTDESC      PIC 9(03)V99 VALUE ZEROS.
       01 W-LIMITEDESC   PIC 9(03)V99 VALUE ZEROS.
       01 W-SALDODESC    PIC S9(08)V99 VALUE ZEROS.
       01 W-PERFILSUPER  PIC 9(01) VALUE ZEROS.
       01 W-TOTALDESCED  PIC ZZZZZ9,99.
       01 MSGMOTDESC     PIC X(16) VALUE SPACES.
      *   PERFIL 1-ATENDENTE 2-ENFERMAGEM 3-FATURAMENTO 4-ADMIN
       01 TABLIMDESCX.
          03 FILLER     PIC 9(03) VALUE 010.
          03 FILLER     PIC 9(03) VALUE 000.
          03 FILLER     PIC 9(03) VALUE 030.
          03 FILLER     PIC 9(03) VALUE 100.
       01 TABLIMDESC REDEFINES TABLIMDESCX.
          03 TBLIMDESC  PIC 9(03) OCCURS 4 TIMES.
       01 TABMOTDESCX.
          03 FILLER     PIC X(16) VALUE "CORTESIA FUNCION".
          03 FILLER     PIC X(16) VALUE "CORTESIA MEDICA".
          03 FILLER     PIC X(16) VALUE "PAGTO A VISTA".
          03 FILLER     PIC X(16) VALUE "SOCIAL/CARENCIA".
          03 FILLER     PIC X(16) VALUE "RETORNO/FIDELID.".
          03 FILLER     PIC X(16) VALUE "OUTROS".
       01 TABMOTDESC REDEFINES TABMOTDESCX.
          03 TBMOTDESC  PIC X(16) OCCURS 6 TIMES.
      *---AUDITORIA-------------------------------------------
       01 W-SESSAOATUAL  PIC 9(04) VALUE ZEROS.
      *---JANELA DE MANUTENCAO DO PROCESSAMENTO NOTURNO----------------
       01 W-HORAFIMJM    PIC 9(04) VALUE ZEROS.
       01 W-RESULTJM     PIC X(01) VALUE "N".
       01 MANUTTX.
          03 FILLER      PIC X(21) VALUE "** EM MANUTENCAO ATE ".
          03 MANUTHHTX   PIC 99.
          03 FILLER      PIC X(01) VALUE ":".
          03 MANUTMMTX   PIC 99.
          03 FILLER      PIC X(21) VALUE ", SOMENTE CONSULTA **".
       01 W-PERFILLOG    PIC 9(01) VALUE ZEROS.
       01 W-CODOPERLOG   PIC 9(04) VALUE ZEROS.
       01 W-NOMEOPERLOG  PIC X(30) VALUE SPACES.
          03 CHAVELOGTX     PIC X(25).
          03 FILLER         PIC X(01) VALUE " ".
          03 ACAOLOGTX      PIC X(01).
      *---DIARIO DE IMAGENS APOS ATUALIZACAO (RECUPERACAO)---------------
       01 W-ACAOJOR      PIC X(01) VALUE "G".
       01 W-ARQJOR       PIC X(12) VALUE SPACES.
       01 W-OPJOR        PIC X(01) VALUE SPACES.
       01 W-PROGRJOR     PIC X(10) VALUE "CAIXA".
       01 W-OPERJOR      PIC 9(04) VALUE ZEROS.
       01 W-IMAGEMJOR    PIC X(200) VALUE SPACES.
       01 W-SEQJOR       PIC 9(08) VALUE ZEROS.
       01 W-OKJOR        PIC X(01) VALUE SPACES.
      *------------------------------------
       SCREEN SECTION.
       01  TELACAIXA.
               VALUE  ") :".
           05  LINE 15  COLUMN 01
               VALUE  "  NSU/DOC (CARTAO-PIX)     :".
           05  LINE 19  COLUMN 01
               VALUE  "  DESCONTO (R$) (0 = SEM)  :".
           05  LINE 19  COLUMN 41
               VALUE  " DESCONTOS ANTERIORES :".
           05  LINE 20  COLUMN 01
               VALUE  "  MOTIVO DO DESCONTO (1-6) :".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TCPFPAGTO
               LINE 15  COLUMN 30  PIC X(12)
               USING  NSUPAGTO
               HIGHLIGHT.
           05  TW-VALORDESC
               LINE 19  COLUMN 30  PIC 9(06)V99
               USING  W-VALORDESC
               HIGHLIGHT.
           05  TW-TOTALDESCED
               LINE 19  COLUMN 65  PIC X(09)
               USING  W-TOTALDESCED
               HIGHLIGHT.
           05  TW-MOTIVODESC
               LINE 20  COLUMN 30  PIC 9(01)
               USING  W-MOTIVODESC
               HIGHLIGHT.
           05  TMSGMOTDESC
               LINE 20  COLUMN 33  PIC X(16)
               USING  MSGMOTDESC
               HIGHLIGHT.
       01  TELAPARCAIXA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               LINE 14  COLUMN 34  PIC 9(01)
               USING  FORMAPARC
               HIGHLIGHT.
       01  TELAESTCAIXA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "           CAIXA - ESTORNO / DEVOLUCAO D".
           05  LINE 02  COLUMN 41
               VALUE  "E PAGAMENTO".
           05  LINE 04  COLUMN 01
               VALUE  "  CPF DO PACIENTE :              DATA DA".
           05  LINE 04  COLUMN 41
               VALUE  " CONSULTA :  /  /".
           05  LINE 05  COLUMN 41
               VALUE  "               HORA (HHMM) :".
           05  LINE 07  COLUMN 01
               VALUE  "  SEQUENCIA DO PAGAMENTO   :".
           05  LINE 11  COLUMN 01
               VALUE  "  MOTIVO (1-DUPLIC 2-CANCEL 3-VALOR 4-DE".
           05  LINE 11  COLUMN 41
               VALUE  "SIST 5-OUTRO) :".
           05  LINE 13  COLUMN 01
               VALUE  "  DEVOLUCAO (1-DIN 2-EST.CARTAO 3-PIX 4-".
           05  LINE 13  COLUMN 41
               VALUE  "SEM DEVOL.) :".
           05  LINE 15  COLUMN 01
               VALUE  "  OBSERVACAO :".
           05  LINE 17  COLUMN 01
               VALUE  "  SUPERVISOR :          SENHA :".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  ECPFPAGTO
               LINE 04  COLUMN 21  PIC 9(11)
               USING  CPFPAGTO
               HIGHLIGHT.
           05  EDATAPAGD
               LINE 04  COLUMN 53  PIC 9(02)
               USING  DIAPAGCONS
               HIGHLIGHT.
           05  EDATAPAGM
               LINE 04  COLUMN 56  PIC 9(02)
               USING  MESPAGCONS
               HIGHLIGHT.
           05  EDATAPAGA
               LINE 04  COLUMN 59  PIC 9(04)
               USING  ANOPAGCONS
               HIGHLIGHT.
           05  EHORAPAGT
               LINE 05  COLUMN 69  PIC 9(04)
               USING  HORAPAGCONS
               HIGHLIGHT.
           05  ESEQPAGTO
               LINE 07  COLUMN 30  PIC 9(02)
               USING  SEQPAGTO
               HIGHLIGHT.
           05  EMOTIVOEST
               LINE 11  COLUMN 57  PIC 9(01)
               USING  MOTIVOEST
               HIGHLIGHT.
           05  EMSGMOTIVO
               LINE 11  COLUMN 60  PIC X(14)
               USING  MSGMOTIVO
               HIGHLIGHT.
           05  EFORMADEVEST
               LINE 13  COLUMN 55  PIC 9(01)
               USING  FORMADEVEST
               HIGHLIGHT.
           05  EMSGDEVOL
               LINE 13  COLUMN 58  PIC X(14)
               USING  MSGDEVOL
               HIGHLIGHT.
           05  EOBSEST
               LINE 15  COLUMN 16  PIC X(40)
               USING  OBSEST
               HIGHLIGHT.
           05  ECODSUPER
               LINE 17  COLUMN 16  PIC 9(04)
               USING  W-CODSUPER
               HIGHLIGHT.
      *
      *--------------(INICIO)--------------------------
       PROCEDURE DIVISION.
              MOVE "S" TO W-COMPETOK
           ELSE
              MOVE "N" TO W-COMPETOK.
           MOVE "N" TO W-ORCABERTO
           OPEN I-O CADORCAM
           IF ST-ERRO = "00"
              OPEN INPUT CADORCITEM
              IF ST-ERRO = "00"
                 MOVE "S" TO W-ORCABERTO
              ELSE
                 CLOSE CADORCAM.
       L0A.
           MOVE "N" TO W-DESCOK
           OPEN I-O CADDESCONTO
           IF ST-ERRO = "30"
              OPEN OUTPUT CADDESCONTO
              CLOSE CADDESCONTO
              GO TO L0A.
           IF ST-ERRO = "00"
              MOVE "S" TO W-DESCOK.
       L0B.
           MOVE "N" TO W-ESTOK
           OPEN I-O CADESTORNO
           IF ST-ERRO = "30"
              OPEN OUTPUT CADESTORNO
              CLOSE CADESTORNO
              GO TO L0B.
           IF ST-ERRO = "00"
              MOVE "S" TO W-ESTOK.
           OPEN I-O CADNFSE
           IF ST-ERRO = "00"
              MOVE "S" TO W-NFSEOK
           ELSE
              MOVE "N" TO W-NFSEOK.
           PERFORM ABRIR-CADSESSAO.
           PERFORM VERIFICA-JANELA THRU FIM-VERIFICA-JANELA.
           PERFORM ABRIR-CADLOG.
       FUNCAO.
           MOVE 1 TO W-TIPOREC
           DISPLAY (01, 01) ERASE
           DISPLAY (04, 05)
              "RECEBIMENTO: 1-CONSULTA  2-PARCELA  3-ESTORNO : "
           ACCEPT (04, 53) W-TIPOREC WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
                 MOVE "** ARQUIVO DE PARCELAS NAO DISPONIVEL **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO FUNCAO.
           IF W-TIPOREC = 3
              IF W-ESTOK = "S"
                 GO TO EST-L1
              ELSE
                 MOVE "** ARQUIVO DE ESTORNOS NAO DISPONIVEL **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO FUNCAO.
           IF W-TIPOREC NOT = 1
              MOVE "*** FUNCAO INVALIDA (1 A 3) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FUNCAO.
       L1.
           MOVE ZEROS TO HORAPAGCONS SEQPAGTO VALORPAGTO FORMAPAGTO
           MOVE ZEROS TO DATAPAGTO HORAPAGTO CODOPERPAGTO
           MOVE ZEROS TO W-TOTALPAGOED W-VALORED
           MOVE ZEROS TO W-VALORDESC W-MOTIVODESC W-SUPERDESC
           MOVE ZEROS TO W-TOTALDESCED
           MOVE SPACES TO MSGFORMA NSUPAGTO MSGMOTDESC
           DISPLAY TELACAIXA.
       L2.
           ACCEPT TCPFPAGTO
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
           PERFORM CALCULA-VALOR THRU FIM-CALCULA-VALOR
           MOVE W-VALORCONSU TO W-VALORED
           PERFORM SOMA-PAGAMENTOS THRU FIM-SOMA-PAGAMENTOS
           MOVE W-TOTALPAGO TO W-TOTALPAGOED
           MOVE W-TOTALDESC TO W-TOTALDESCED
           COMPUTE SEQPAGTO = W-MAXSEQ + 1
           DISPLAY TELACAIXA
           IF W-NUMORCUSO NOT = ZEROS
              DISPLAY (17, 03) "PRECOS DO ORCAMENTO NR " W-NUMORCUSO.
           IF PAGO-SIM
              MOVE "** CONSULTA JA ESTA QUITADA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L3.
      *----VALOR ZERO SO COM DESCONTO (CORTESIA)------------------------
       L4A.
           ACCEPT TW-VALORDESC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L4.
           MOVE ZEROS TO W-SUPERDESC
           IF W-VALORDESC = ZEROS
              MOVE ZEROS TO W-MOTIVODESC
              MOVE SPACES TO MSGMOTDESC
              DISPLAY TMSGMOTDESC
              IF VALORPAGTO = ZEROS
                 MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO L4
              ELSE
                 GO TO L5.
           COMPUTE W-SALDODESC = W-VALORCONSU - W-TOTALPAGO
                 - W-TOTALDESC
           IF W-VALORDESC > W-SALDODESC
              MOVE "** DESCONTO MAIOR QUE O SALDO DA CONSULTA **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L4A.
       L4B.
           ACCEPT TW-MOTIVODESC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L4A.
           IF W-MOTIVODESC = ZEROS OR W-MOTIVODESC > 6
              MOVE "MOTIVO INVALIDO (1-6)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L4B.
           MOVE TBMOTDESC(W-MOTIVODESC) TO MSGMOTDESC
           DISPLAY TMSGMOTDESC
      *----PERCENTUAL ACUMULADO NA CONSULTA x LIMITE DO PERFIL----------
           MOVE 100 TO W-PCTDESC
           IF W-VALORCONSU > ZEROS
              COMPUTE W-PCTDESC ROUNDED =
                 (W-TOTALDESC + W-VALORDESC) * 100 / W-VALORCONSU.
           MOVE ZEROS TO W-LIMITEDESC
           IF W-PERFILLOG > ZEROS AND W-PERFILLOG < 5
              MOVE TBLIMDESC(W-PERFILLOG) TO W-LIMITEDESC.
           IF W-PCTDESC NOT > W-LIMITEDESC
              GO TO L4D.
           MOVE ZEROS TO W-TENTSUPER.
       L4C.
           MOVE ZEROS TO W-CODSUPER
           MOVE SPACES TO W-SENHASUPER
           DISPLAY (21, 03)
              "ACIMA DO LIMITE - SUPERVISOR :      SENHA :"
           ACCEPT (21, 34) W-CODSUPER WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              DISPLAY (21, 03) LIMPA
              GO TO L4B.
           ACCEPT (21, 47) W-SENHASUPER WITH NO ECHO
           PERFORM AUTORIZA-SUPERVISOR THRU FIM-AUTORIZA-SUPERVISOR
           MOVE SPACES TO W-SENHASUPER
           IF W-AUTORIZADO = "S"
              IF TBLIMDESC(W-PERFILSUPER) < W-PCTDESC
                 MOVE "N" TO W-AUTORIZADO
                 MOVE "** DESCONTO ACIMA DO LIMITE DO SUPERVISOR **"
                    TO MENS.
           IF W-AUTORIZADO = "S"
              MOVE W-CODSUPER TO W-SUPERDESC
              DISPLAY (21, 03) LIMPA
              GO TO L4D.
           ADD 1 TO W-TENTSUPER
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF W-TENTSUPER > 2
              MOVE "*** DESCONTO NAO AUTORIZADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              DISPLAY (21, 03) LIMPA
              GO TO L4A.
           GO TO L4C.
      *----CORTESIA: SEM VALOR A RECEBER NAO PEDE FORMA NEM NSU---------
       L4D.
           IF VALORPAGTO NOT = ZEROS
              GO TO L5.
           MOVE 1 TO FORMAPAGTO
           MOVE SPACES TO NSUPAGTO
           MOVE "CORTESIA" TO MSGFORMA
           DISPLAY TELACAIXA
           GO TO INC-OPC.
       L5.
           ACCEPT TFORMAPAGTO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L4A.
           IF NOT PAG-DINHEIRO AND NOT PAG-CARTAO
                 AND NOT PAG-PIX AND NOT PAG-CONVENIO
              MOVE "FORMA INVALIDA (1-4)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
       INC-WR1.
           PERFORM VERIFICA-JANELA THRU FIM-VERIFICA-JANELA
           IF W-RESULTJM = "S"
              GO TO L1.
           COMPUTE W-COMPCHECK = ANOPAGCONS * 100 + MESPAGCONS
           MOVE UNIDADE TO W-UNIDCHECK
           PERFORM VERIFICA-COMPET THRU FIM-VERIFICA-COMPET
           MOVE KEYPAGTO TO CHAVELOGTX
           MOVE "N" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           IF W-VALORDESC > ZEROS
              PERFORM GRAVA-DESCONTO THRU FIM-GRAVA-DESCONTO.
           PERFORM SOMA-PAGAMENTOS THRU FIM-SOMA-PAGAMENTOS
           MOVE W-TOTALPAGO TO W-TOTALPAGOED
           MOVE W-TOTALDESC TO W-TOTALDESCED
           DISPLAY TELACAIXA
           IF W-TOTALPAGO + W-TOTALDESC NOT < W-VALORCONSU
              PERFORM QUITA-CONSULTA THRU FIM-QUITA-CONSULTA.
           MOVE "*** PAGAMENTO LANCADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO L1.
      *------------------SOMA DOS PAGAMENTOS DA CONSULTA-----------------
       SOMA-PAGAMENTOS.
           MOVE ZEROS TO W-TOTALPAGO W-TOTALDESC W-MAXSEQ
           MOVE KEYPAGTO (1: 23) TO W-CHAVESALVA
           MOVE ZEROS TO SEQPAGTO
           START CADPAGTO KEY IS NOT LESS KEYPAGTO INVALID KEY
           IF KEYPAGTO (1: 23) NOT = W-CHAVESALVA
              GO TO SOMA-PAGAMENTOS2.
           ADD VALORPAGTO TO W-TOTALPAGO
           IF W-ESTOK = "S"
              MOVE KEYPAGTO TO KEYESTORNO
              READ CADESTORNO
              IF ST-ERRO = "00"
                 SUBTRACT VALOREST FROM W-TOTALPAGO
                 GO TO SOMA-PAGAMENTOS1A.
           IF W-DESCOK = "S"
              MOVE KEYPAGTO TO KEYDESC
              READ CADDESCONTO
              IF ST-ERRO = "00"
                 ADD VALORDESC TO W-TOTALDESC.
       SOMA-PAGAMENTOS1A.
           IF SEQPAGTO > W-MAXSEQ
              MOVE SEQPAGTO TO W-MAXSEQ.
           GO TO SOMA-PAGAMENTOS1.
           MOVE W-CHAVESALVA TO KEYPAGTO (1: 23).
       FIM-SOMA-PAGAMENTOS.
           EXIT.
      *------------------VALOR A RECEBER DO PACIENTE NA CONSULTA--------
       CALCULA-VALOR.
           MOVE VALOR TO W-VALORCONSU
           MOVE 100 TO W-COPARTCONSU
           IF W-EXTABERTO = "S"
              MOVE KEYPRINCIPAL TO KEYCONSEXT
              READ CADCONSEXT
              IF ST-ERRO = "00"
                 MOVE VALORPACIENTE TO W-VALORCONSU
                 IF EMPRESAEXT NOT = ZEROS
                    MOVE "** CONSULTA FATURADA A EMPRESA CONVENIADA **"
                       TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *----COM COPART O PACIENTE PAGA SO A SUA PARTE DOS ITENS-----------
           IF W-EXTABERTO = "S"
              IF ST-ERRO = "00"
                 IF COPARTPCTEXT > ZEROS
                    MOVE COPARTPCTEXT TO W-COPARTCONSU.
           PERFORM BUSCA-ORCAMENTO THRU FIM-BUSCA-ORCAMENTO
           PERFORM SOMA-PROCEDIMENTOS THRU FIM-SOMA-PROCEDIMENTOS
           IF W-COPARTCONSU < 100
              COMPUTE W-TOTALITENS ROUNDED =
                 W-TOTALITENS * W-COPARTCONSU / 100.
           ADD W-TOTALITENS TO W-VALORCONSU
           PERFORM SOMA-EXAMES THRU FIM-SOMA-EXAMES
           IF W-COPARTCONSU < 100
              COMPUTE W-TOTALEXAMES ROUNDED =
                 W-TOTALEXAMES * W-COPARTCONSU / 100.
           ADD W-TOTALEXAMES TO W-VALORCONSU.
       FIM-CALCULA-VALOR.
           EXIT.
      *------------------SOMA DOS PROCEDIMENTOS DA CONSULTA--------------
       SOMA-PROCEDIMENTOS.
           MOVE ZEROS TO W-TOTALITENS
              GO TO FIM-SOMA-PROCEDIMENTOS.
           IF KEYCONSITEM (1: 23) NOT = W-CHAVEITEM
              GO TO FIM-SOMA-PROCEDIMENTOS.
           MOVE VALORITEM TO W-VALORORC
           IF W-NUMORCUSO NOT = ZEROS
              MOVE "P" TO W-TIPOORC
              MOVE CODPROCITEM TO W-CODORC
              PERFORM PRECO-ORCAMENTO THRU FIM-PRECO-ORCAMENTO.
           ADD W-VALORORC TO W-TOTALITENS
           GO TO SOMA-PROCEDIMENTOS1.
       FIM-SOMA-PROCEDIMENTOS.
           EXIT.
           IF CANCELADO
              GO TO SOMA-EXAMES1.
           PERFORM BUSCA-PRECO-EXAME THRU FIM-BUSCA-PRECO-EXAME
           IF W-NUMORCUSO NOT = ZEROS
              MOVE W-VALOREXAME TO W-VALORORC
              MOVE "E" TO W-TIPOORC
              MOVE CODTIPOEX TO W-CODORC
              PERFORM PRECO-ORCAMENTO THRU FIM-PRECO-ORCAMENTO
              MOVE W-VALORORC TO W-VALOREXAME.
           ADD W-VALOREXAME TO W-TOTALEXAMES
           GO TO SOMA-EXAMES1.
       FIM-SOMA-EXAMES.
           GO TO BUSCA-PRECO-EXAME1.
       FIM-BUSCA-PRECO-EXAME.
           EXIT.
      *------------------ORCAMENTO PARTICULAR DA CONSULTA---------------
       BUSCA-ORCAMENTO.
           MOVE ZEROS TO W-NUMORCUSO
           IF W-ORCABERTO NOT = "S"
              GO TO FIM-BUSCA-ORCAMENTO.
           MOVE KEYPRINCIPAL TO CONSORCAM
           READ CADORCAM KEY IS CONSORCAM
           IF ST-ERRO = "00"
              MOVE NUMORCAM TO W-NUMORCUSO
              GO TO FIM-BUSCA-ORCAMENTO.
           IF CODCONV NOT = ZEROS OR PAGO-SIM
              GO TO FIM-BUSCA-ORCAMENTO.
       BUSCA-ORCAMENTO1.
           MOVE ZEROS TO W-NUMORCINF
           DISPLAY (17, 03) "ORCAMENTO ACEITO (000000=NENHUM) : "
           ACCEPT (17, 38) W-NUMORCINF WITH UPDATE
           IF W-NUMORCINF = ZEROS
              GO TO FIM-BUSCA-ORCAMENTO.
           MOVE W-NUMORCINF TO NUMORCAM
           READ CADORCAM
           IF ST-ERRO NOT = "00"
              MOVE "** ORCAMENTO NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BUSCA-ORCAMENTO1.
           IF NOT ORC-ACEITO
              MOVE "** ORCAMENTO NAO ACEITO OU JA UTILIZADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BUSCA-ORCAMENTO1.
           IF CPFORCAM NOT = CPFPACIENTE
              MOVE "** ORCAMENTO EMITIDO PARA OUTRO PACIENTE **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BUSCA-ORCAMENTO1.
           COMPUTE W-DATACONSAMD = ANOC * 10000 + MESC * 100 + DIAC
           IF VALIDADEORCAM < W-DATACONSAMD
              MOVE "** ORCAMENTO VENCIDO NA DATA DA CONSULTA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BUSCA-ORCAMENTO1.
           MOVE KEYPRINCIPAL TO CONSORCAM
           MOVE "U" TO STATUSORCAM
           MOVE W-CODOPERLOG TO OPERORCAM
           REWRITE REGORCAM
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "* ERRO NA GRAVACAO DO ORCAMENTO * " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIM-BUSCA-ORCAMENTO.
           MOVE NUMORCAM TO CHAVELOGTX
           MOVE "A" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           MOVE NUMORCAM TO W-NUMORCUSO.
       FIM-BUSCA-ORCAMENTO.
           EXIT.
      *------------------PRECO DO ITEM NO ORCAMENTO ACEITO--------------
       PRECO-ORCAMENTO.
           MOVE W-NUMORCUSO TO NUMOIT
           MOVE ZEROS TO SEQOIT
           START CADORCITEM KEY IS NOT LESS KEYORCITEM INVALID KEY
                 GO TO FIM-PRECO-ORCAMENTO.
       PRECO-ORCAMENTO1.
           READ CADORCITEM NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-PRECO-ORCAMENTO.
           IF NUMOIT NOT = W-NUMORCUSO
              GO TO FIM-PRECO-ORCAMENTO.
           IF TIPOOIT = W-TIPOORC AND CODOIT = W-CODORC
              MOVE VALOROIT TO W-VALORORC
              GO TO FIM-PRECO-ORCAMENTO.
           GO TO PRECO-ORCAMENTO1.
       FIM-PRECO-ORCAMENTO.
           EXIT.
      *------------------QUITAR A CONSULTA NO CADCONSU-------------------
       QUITA-CONSULTA.
           IF PAGO-SIM
              MOVE KEYPRINCIPAL TO CHAVELOGTX
              MOVE "A" TO ACAOLOGTX
              PERFORM ESCREVE-LOG
              MOVE "A" TO W-OPJOR
              PERFORM JORNAL-CONSU THRU FIM-JORNAL-CONSU
              PERFORM GRAVA-DELTA THRU FIM-GRAVA-DELTA
              MOVE "** CONSULTA QUITADA AUTOMATICAMENTE **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FIM-QUITA-CONSULTA.
           EXIT.
       JORNAL-CONSU.
           MOVE "CADCONSU" TO W-ARQJOR
           MOVE REGCONS TO W-IMAGEMJOR
           MOVE W-CODOPERLOG TO W-OPERJOR
           CALL "JORNAL" USING W-ACAOJOR W-ARQJOR W-OPJOR W-PROGRJOR
                W-OPERJOR W-IMAGEMJOR W-SEQJOR W-OKJOR.
       FIM-JORNAL-CONSU.
           EXIT.
       GRAVA-DELTA.
           MOVE "CADCONSU" TO W-ARQDELTA
           MOVE KEYPRINCIPAL TO W-CHAVEDELTA
                 NEXT SENTENCE.
       FIM-GRAVA-DELTA.
           EXIT.
      *------------------ESTORNO / DEVOLUCAO DE PAGAMENTO---------------
       EST-L1.
           MOVE ZEROS TO CPFPAGTO DIAPAGCONS MESPAGCONS ANOPAGCONS
           MOVE ZEROS TO HORAPAGCONS SEQPAGTO
           MOVE ZEROS TO MOTIVOEST FORMADEVEST W-CODSUPER W-TENTSUPER
           MOVE SPACES TO OBSEST MSGMOTIVO MSGDEVOL W-SENHASUPER
           DISPLAY TELAESTCAIXA.
       EST-L2.
           ACCEPT ECPFPAGTO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO FUNCAO.
           IF CPFPAGTO = ZEROS
              MOVE " ** PREENCHA O CAMPO PARA PROSSEGUIR ** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EST-L2.
       EST-L2A.
           ACCEPT EDATAPAGD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO EST-L2.
       EST-L2B.
           ACCEPT EDATAPAGM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO EST-L2A.
       EST-L2C.
           ACCEPT EDATAPAGA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO EST-L2B.
       EST-L2D.
           ACCEPT EHORAPAGT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO EST-L2C.
       EST-L3.
           ACCEPT ESEQPAGTO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO EST-L2D.
           IF SEQPAGTO = ZEROS
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EST-L3.
      *----------------LER O PAGAMENTO ORIGINAL E A CONSULTA------------
       EST-LER.
           READ CADPAGTO
           IF ST-ERRO NOT = "00"
              MOVE "*** PAGAMENTO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EST-L3.
           MOVE KEYPAGTO TO KEYESTORNO
           READ CADESTORNO
           IF ST-ERRO = "00"
              MOVE "*** PAGAMENTO JA FOI ESTORNADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EST-L1.
           MOVE CPFPAGTO TO CPFPACIENTE
           MOVE DIAPAGCONS TO DIAC
           MOVE MESPAGCONS TO MESC
           MOVE ANOPAGCONS TO ANOC
           MOVE HORAPAGCONS TO HORAC
           READ CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE "*** CONSULTA NAO ENCONTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EST-L1.
           MOVE VALORPAGTO TO W-VALORESTED
           MOVE TBFORMA(FORMAPAGTO) TO MSGFORMA
           DISPLAY (09, 03) "PAGO EM " DATAPAGTO "  VALOR " W-VALORESTED
              "  " MSGFORMA " NSU " NSUPAGTO.
       EST-L4.
           ACCEPT EMOTIVOEST
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO EST-L3.
           IF MOTIVOEST = ZEROS OR MOTIVOEST > 5
              MOVE "MOTIVO INVALIDO (1-5)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EST-L4.
           MOVE TBMOTIVO(MOTIVOEST) TO MSGMOTIVO
           DISPLAY EMSGMOTIVO.
       EST-L5.
           ACCEPT EFORMADEVEST
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO EST-L4.
           IF FORMADEVEST = ZEROS OR FORMADEVEST > 4
              MOVE "DEVOLUCAO INVALIDA (1-4)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EST-L5.
           IF DEV-CARTAO AND NOT PAG-CARTAO
              MOVE "** ESTORNO NO CARTAO SO PARA PAGTO EM CARTAO **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EST-L5.
           IF PAG-CONVENIO AND NOT DEV-SEMDEVOLUCAO
              MOVE "** PAGTO DE CONVENIO: USE 4-SEM DEVOLUCAO **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EST-L5.
           MOVE TBDEVOL(FORMADEVEST) TO MSGDEVOL
           DISPLAY EMSGDEVOL.
       EST-L6.
           ACCEPT EOBSEST
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO EST-L5.
           IF MOT-OUTROS AND OBSEST = SPACES
              MOVE "** DESCREVA O MOTIVO NA OBSERVACAO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EST-L6.
      *----------------AUTORIZACAO DO SUPERVISOR (PERFIL 3 OU 4)--------
       EST-L7.
           MOVE ZEROS TO W-CODSUPER
           MOVE SPACES TO W-SENHASUPER
           ACCEPT ECODSUPER
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO EST-L6.
           IF W-CODSUPER = ZEROS
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EST-L7.
           ACCEPT (17, 33) W-SENHASUPER WITH NO ECHO
           PERFORM AUTORIZA-SUPERVISOR THRU FIM-AUTORIZA-SUPERVISOR
           MOVE SPACES TO W-SENHASUPER
           IF W-AUTORIZADO = "S"
              GO TO EST-OPC.
           ADD 1 TO W-TENTSUPER
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF W-TENTSUPER > 2
              MOVE "*** ESTORNO NAO AUTORIZADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EST-L1.
           GO TO EST-L7.
       EST-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "CONFIRMA ESTORNO (S/N) : ".
           ACCEPT (23, 66) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO EST-L6.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** ESTORNO NAO LANCADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EST-L1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EST-OPC.
       EST-WR1.
           PERFORM VERIFICA-JANELA THRU FIM-VERIFICA-JANELA
           IF W-RESULTJM = "S"
              GO TO EST-L1.
           COMPUTE W-COMPCHECK = ANOPAGCONS * 100 + MESPAGCONS
           MOVE UNIDADE TO W-UNIDCHECK
           PERFORM VERIFICA-COMPET THRU FIM-VERIFICA-COMPET
           IF W-COMPFECHADA = "S"
              MOVE "** COMPETENCIA CONTABIL FECHADA, NAO GRAVA **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EST-L1.
           MOVE KEYPAGTO TO KEYESTORNO
           ACCEPT DATAEST FROM DATE YYYYMMDD
           ACCEPT HORAEST FROM TIME
           MOVE VALORPAGTO TO VALOREST
           MOVE DATAPAGTO TO DATAORIGEST
           MOVE FORMAPAGTO TO FORMAORIGEST
           MOVE NSUPAGTO TO NSUORIGEST
           MOVE W-CODOPERLOG TO OPEREST
           MOVE W-CODSUPER TO SUPEREST
           MOVE ZEROS TO LOTECANEST
           WRITE REGESTORNO
           IF ST-ERRO = "22"
              MOVE "*** PAGAMENTO JA FOI ESTORNADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EST-L1.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "* ERRO NA GRAVACAO DO ESTORNO * " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE KEYPAGTO TO CHAVELOGTX
           MOVE "O" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           PERFORM CANCELA-NFSE THRU FIM-CANCELA-NFSE
           PERFORM SOMA-PAGAMENTOS THRU FIM-SOMA-PAGAMENTOS
           PERFORM REABRE-CONSULTA THRU FIM-REABRE-CONSULTA
           MOVE "*** ESTORNO LANCADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO EST-L1.
      *------------------DESCONTO GRAVADO JUNTO AO PAGAMENTO-------------
       GRAVA-DESCONTO.
           IF W-DESCOK NOT = "S"
              GO TO FIM-GRAVA-DESCONTO.
           MOVE KEYPAGTO TO KEYDESC
           MOVE DATAPAGTO TO DATADESC
           MOVE HORAPAGTO TO HORADESC
           MOVE W-VALORCONSU TO VALORCONSDESC
           MOVE W-VALORDESC TO VALORDESC
           MOVE W-PCTDESC TO PCTDESC
           MOVE "D" TO TIPODESC
           IF VALORPAGTO = ZEROS
              MOVE "C" TO TIPODESC.
           MOVE W-MOTIVODESC TO MOTIVODESC
           MOVE W-CODOPERLOG TO OPERDESC
           MOVE W-PERFILLOG TO PERFILDESC
           MOVE W-SUPERDESC TO SUPERDESC
           MOVE CODMED TO CODMEDDESC
           MOVE UNIDADE TO UNIDDESC
           WRITE REGDESC
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "* ERRO NA GRAVACAO DO DESCONTO * " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIM-GRAVA-DESCONTO.
           MOVE KEYDESC TO CHAVELOGTX
           MOVE "N" TO ACAOLOGTX
           IF W-SUPERDESC NOT = ZEROS
              MOVE "O" TO ACAOLOGTX.
           PERFORM ESCREVE-LOG.
       FIM-GRAVA-DESCONTO.
           EXIT.
      *------------------SENHA E PERFIL DO SUPERVISOR-------------------
       AUTORIZA-SUPERVISOR.
           MOVE "N" TO W-AUTORIZADO
           IF W-CODSUPER = W-CODOPERLOG
              MOVE "** SUPERVISOR DEVE SER OUTRO OPERADOR **" TO MENS
              GO TO FIM-AUTORIZA-SUPERVISOR.
           OPEN INPUT CADOPER
           IF ST-ERRO NOT = "00"
              MOVE "*** CADASTRO DE OPERADORES INEXISTENTE ***" TO MENS
              GO TO FIM-AUTORIZA-SUPERVISOR.
           MOVE W-CODSUPER TO CODOPER
           READ CADOPER
           IF ST-ERRO NOT = "00"
              MOVE "*** SUPERVISOR OU SENHA INVALIDOS ***" TO MENS
              CLOSE CADOPER
              GO TO FIM-AUTORIZA-SUPERVISOR.
           MOVE W-SENHASUPER TO W-SENHACIFRADA
           PERFORM CIFRA-SENHA THRU FIM-CIFRA-SENHA
           IF SENHAOPER NOT = W-SENHACIFRADA OR ATIVOOPER NOT = "S"
                 OR BLOQUEADOOPER = "S"
              MOVE "*** SUPERVISOR OU SENHA INVALIDOS ***" TO MENS
              CLOSE CADOPER
              GO TO FIM-AUTORIZA-SUPERVISOR.
           IF PERFILOPER < 3
              MOVE "** OPERADOR SEM PERFIL DE SUPERVISOR **" TO MENS
              CLOSE CADOPER
              GO TO FIM-AUTORIZA-SUPERVISOR.
           MOVE PERFILOPER TO W-PERFILSUPER
           CLOSE CADOPER
           MOVE "S" TO W-AUTORIZADO.
       FIM-AUTORIZA-SUPERVISOR.
           EXIT.
      *
       CIFRA-SENHA.
           INSPECT W-SENHACIFRADA CONVERTING
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789" TO
              "QWERTYUIOPASDFGHJKLZXCVBNM9876543210"
           INSPECT W-SENHACIFRADA CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "qwertyuiopasdfghjklzxcvbnm".
       FIM-CIFRA-SENHA.
           EXIT.
      *------------------NFS-E EMITIDA VAI PARA CANCELAMENTO------------
       CANCELA-NFSE.
           IF W-NFSEOK NOT = "S"
              GO TO FIM-CANCELA-NFSE.
           MOVE KEYPAGTO TO KEYNFSE
           READ CADNFSE
           IF ST-ERRO NOT = "00"
              GO TO FIM-CANCELA-NFSE.
           IF NOT NFSE-AUTORIZADA
              GO TO FIM-CANCELA-NFSE.
           MOVE "P" TO STATUSNFSE
           REWRITE REGNFSE
           IF ST-ERRO = "00" OR "02"
              MOVE "** NFS-E MARCADA PARA CANCELAMENTO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FIM-CANCELA-NFSE.
           EXIT.
      *------------------REABRIR A CONSULTA COM SALDO EM ABERTO---------
       REABRE-CONSULTA.
           IF NOT PAGO-SIM
              GO TO FIM-REABRE-CONSULTA.
           PERFORM CALCULA-VALOR THRU FIM-CALCULA-VALOR
           IF W-TOTALPAGO + W-TOTALDESC NOT < W-VALORCONSU
              GO TO FIM-REABRE-CONSULTA.
           MOVE "N" TO PAGO
           REWRITE REGCONS
           IF ST-ERRO = "00" OR "02"
              MOVE KEYPRINCIPAL TO CHAVELOGTX
              MOVE "A" TO ACAOLOGTX
              PERFORM ESCREVE-LOG
              MOVE "A" TO W-OPJOR
              PERFORM JORNAL-CONSU THRU FIM-JORNAL-CONSU
              PERFORM GRAVA-DELTA THRU FIM-GRAVA-DELTA
              MOVE "** CONSULTA REABERTA: SALDO EM ABERTO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FIM-REABRE-CONSULTA.
           EXIT.
      *------------------RECEBIMENTO DE PARCELA DE NEGOCIACAO------------
       PARC-L1.
           MOVE ZEROS TO CPFPARC PLANOPARC NUMPARC FORMAPARC
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PARC-OPC.
       PARC-WR1.
           PERFORM VERIFICA-JANELA THRU FIM-VERIFICA-JANELA
           IF W-RESULTJM = "S"
              GO TO PARC-L1.
           ACCEPT DATAPAGPARC FROM DATE YYYYMMDD
           MOVE "S" TO PAGOPARC
           REWRITE REGPARCELA
       FIM-VERIFICA-COMPET.
           EXIT.
      *
      *-----JANELA DO PROCESSAMENTO NOTURNO: SOMENTE CONSULTA-----------
       VERIFICA-JANELA.
           CALL "JANMANUT" USING W-SESSAOATUAL W-HORAFIMJM W-RESULTJM
              ON OVERFLOW
                 MOVE "N" TO W-RESULTJM.
           CANCEL "JANMANUT".
           IF W-RESULTJM = "S"
              DIVIDE W-HORAFIMJM BY 100 GIVING MANUTHHTX
                    REMAINDER MANUTMMTX
              MOVE MANUTTX TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FIM-VERIFICA-JANELA.
           EXIT.
      *
      *****************************************
      * ROTINA DE AUDITORIA                   *
      *****************************************
              CLOSE CADNEGOC.
           IF W-COMPETOK = "S"
              CLOSE CADCOMPET.
           IF W-ORCABERTO = "S"
              CLOSE CADORCAM CADORCITEM.
           IF W-ESTOK = "S"
              CLOSE CADESTORNO.
           IF W-DESCOK = "S"
              CLOSE CADDESCONTO.
           IF W-NFSEOK = "S"
              CLOSE CADNFSE.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
