                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYINTERACAO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPROTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPROTO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CIDPROTO
                       WITH DUPLICATES.
       SELECT CADPROTOIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPROTOIT
                    FILE STATUS  IS ST-ERRO.
       SELECT CADSESSAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
              88 INTER-MODERADA     VALUE 2.
              88 INTER-GRAVE        VALUE 3.
           03 NOTAINTER           PIC X(40).
      *---------PROTOCOLOS CLINICOS (SMP081) E SEUS ITENS (SMP082)------
       FD CADPROTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROTO.DAT".
       01  REGPROTO.
           03 CODPROTO            PIC 9(04).
           03 NOMEPROTO           PIC X(30).
           03 CIDPROTO            PIC X(07).
           03 ATIVOPROTO          PIC X(01).
           03 FILLER              PIC X(20).
      *
       FD CADPROTOIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROTOIT.DAT".
       01  REGPROTOIT.
           03 KEYPROTOIT.
              05 CODPROTOIT       PIC 9(04).
              05 SEQPROTOIT       PIC 9(02).
           03 TIPOPROTOIT         PIC X(01).
              88 ITEM-EXAME         VALUE "E".
              88 ITEM-MEDIC         VALUE "M".
           03 CODITEMPROTOIT      PIC 9(05).
           03 DOSEPROTOIT         PIC X(15).
           03 FREQPROTOIT         PIC X(15).
           03 DURPROTOIT          PIC X(15).
           03 FILLER              PIC X(10).
      *
       FD CADSESSAO
               LABEL RECORD IS STANDARD
       01 W-JULCAND      PIC 9(07) VALUE ZEROS.
       01 W-DIFRECEITA   PIC S9(07) VALUE ZEROS.
       01 W-ACHOUINTER   PIC X(01) VALUE "N".
      *---APLICACAO DE PROTOCOLO CLINICO NA CONSULTA-------------------
       01 W-PROTOOK      PIC X(01) VALUE "N".
       01 W-MODOPROTO    PIC X(01) VALUE "N".
       01 W-CODPROTO     PIC 9(04) VALUE ZEROS.
       01 W-SEQPROTO     PIC 9(02) VALUE ZEROS.
       01 W-PROXLINHA    PIC 9(02) VALUE ZEROS.
       01 W-CHAVEPROTO   PIC X(23) VALUE SPACES.
       SCREEN SECTION.
       01  TELARECEITA.
           05  BLANK SCREEN.
               VALUE  "               HORA (HHMM) :".
           05  LINE 06  COLUMN 01
               VALUE  "  LINHA DA RECEITA :".
           05  LINE 06  COLUMN 41
               VALUE  "PROTOCOLO (0=NENHUM) :".
           05  LINE 07  COLUMN 01
               VALUE  "  COD MEDICAMENTO  :".
           05  LINE 08  COLUMN 01
               LINE 06  COLUMN 22  PIC 9(02)
               USING  NUMLINHA
               HIGHLIGHT.
           05  TW-CODPROTO
               LINE 06  COLUMN 64  PIC 9(04)
               USING  W-CODPROTO
               HIGHLIGHT.
           05  TCODMEDIC
               LINE 07  COLUMN 22  PIC 9(05)
               USING  CODMEDIC
              MOVE "S" TO W-INTEROK
           ELSE
              MOVE "N" TO W-INTEROK.
           OPEN INPUT CADPROTO
           IF ST-ERRO = "00"
              OPEN INPUT CADPROTOIT
              IF ST-ERRO = "00"
                 MOVE "S" TO W-PROTOOK
              ELSE
                 CLOSE CADPROTO.
           PERFORM ABRIR-CADSESSAO.
           PERFORM ABRIR-CADLOG.
       L1.
           MOVE ZEROS TO DIARECEITA MESRECEITA ANORECEITA
           MOVE ZEROS TO HORARECEITA NUMLINHA
           MOVE SPACES TO MEDICAMENTO DOSAGEM FREQUENCIA DURACAO
           MOVE ZEROS TO CODMEDIC W-CODPROTO
           MOVE "N" TO W-MODOPROTO
           DISPLAY TELARECEITA.
       L2.
           ACCEPT TCPFRECEITA
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADCONSU" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *-------------PROTOCOLO DO CID OU DO PROGRAMA (0 = LINHA AVULSA)--
       L2E.
           IF W-PROTOOK NOT = "S"
              GO TO L3.
           PERFORM SUGERE-PROTOCOLO THRU FIM-SUGERE-PROTOCOLO
           ACCEPT TW-CODPROTO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L2D.
           IF W-CODPROTO = ZEROS
              GO TO L3.
           MOVE W-CODPROTO TO CODPROTO
           READ CADPROTO
           IF ST-ERRO NOT = "00"
              MOVE "** PROTOCOLO NAO CADASTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2E.
           IF ATIVOPROTO NOT = "S"
              MOVE "** PROTOCOLO INATIVO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2E.
           IF CIDPROTO NOT = SPACES AND CIDPROTO NOT = CODCID
              MOVE "** ATENCAO: PROTOCOLO DE OUTRO CID **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE NOMEPROTO TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE KEYRECEITA TO W-CHAVEPROTO
           PERFORM PROXIMA-LINHA THRU FIM-PROXIMA-LINHA
           MOVE "S" TO W-MODOPROTO
           MOVE ZEROS TO W-SEQPROTO
           GO TO PROTO-PROXIMO.
      *--------------------------NUMERO DA LINHA-------------------
       L3.
           ACCEPT NUMLINHAT
        L4.
           ACCEPT TCODMEDIC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 AND W-MODOPROTO = "S"
              GO TO PROTO-PROXIMO.
           IF W-ACT = 01
              GO TO L3.
           IF CODMEDIC = ZEROS
            IF W-OPCAO = "N" OR "n"
               MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               IF W-MODOPROTO = "S"
                  GO TO PROTO-PROXIMO
               ELSE
                  GO TO L1.
            IF W-OPCAO NOT = "S" AND "s"
               MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               PERFORM ESCREVE-LOG
               MOVE "** DADOS GRAVADOS **" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               IF W-MODOPROTO = "S"
                  ADD 1 TO W-PROXLINHA
                  GO TO PROTO-PROXIMO
               ELSE
                  GO TO L1.
            IF ST-ERRO = "22"
               MOVE "** ITEM JA CADASTRADO, DADOS NAO GRAVADOS **"
                      TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM.
      *
      *----------PROXIMO MEDICAMENTO DO PROTOCOLO, JA PREENCHIDO COM----
      *----------DOSE, FREQUENCIA E DURACAO PADRAO; A LINHA PASSA PELA--
      *----------MESMA DIGITACAO E PELAS CONFERENCIAS DE ALERGIA E------
      *----------INTERACAO; ESC NO MEDICAMENTO PULA O ITEM--------------
       PROTO-PROXIMO.
           MOVE W-CODPROTO TO CODPROTOIT
           COMPUTE SEQPROTOIT = W-SEQPROTO + 1
           IF W-SEQPROTO = 99
              GO TO PROTO-FIM.
           START CADPROTOIT KEY IS NOT LESS KEYPROTOIT INVALID KEY
                 GO TO PROTO-FIM.
       PROTO-PROXIMO1.
           READ CADPROTOIT NEXT
           IF ST-ERRO NOT = "00"
              GO TO PROTO-FIM.
           IF CODPROTOIT NOT = W-CODPROTO
              GO TO PROTO-FIM.
           MOVE SEQPROTOIT TO W-SEQPROTO
           IF NOT ITEM-MEDIC
              GO TO PROTO-PROXIMO1.
           IF W-PROXLINHA = ZEROS
              MOVE "** RECEITA SEM LINHAS LIVRES **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PROTO-FIM.
           MOVE W-CHAVEPROTO TO KEYRECEITA
           MOVE W-PROXLINHA TO NUMLINHA
           MOVE CODITEMPROTOIT TO CODMEDIC
           MOVE SPACES TO MEDICAMENTO
           MOVE DOSEPROTOIT TO DOSAGEM
           MOVE FREQPROTOIT TO FREQUENCIA
           MOVE DURPROTOIT TO DURACAO
           MOVE ZEROS TO W-SEL
           DISPLAY TELARECEITA
           GO TO LER-MEDICAMENTO.
       PROTO-FIM.
           MOVE "N" TO W-MODOPROTO
           MOVE "*** PROTOCOLO APLICADO NA RECEITA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO L1.
      *----------PRIMEIRA LINHA LIVRE DA RECEITA DA CONSULTA------------
       PROXIMA-LINHA.
           MOVE ZEROS TO W-PROXLINHA
           MOVE W-CHAVEPROTO TO KEYRECEITA
           MOVE ZEROS TO NUMLINHA
           START CADRECEITA KEY IS NOT LESS KEYRECEITA INVALID KEY
                 GO TO PROXIMA-LINHA2.
       PROXIMA-LINHA1.
           READ CADRECEITA NEXT
           IF ST-ERRO NOT = "00"
              GO TO PROXIMA-LINHA2.
           IF KEYRECEITA (1: 23) NOT = W-CHAVEPROTO
              GO TO PROXIMA-LINHA2.
           MOVE NUMLINHA TO W-PROXLINHA
           GO TO PROXIMA-LINHA1.
       PROXIMA-LINHA2.
           IF W-PROXLINHA = 99
              MOVE ZEROS TO W-PROXLINHA
           ELSE
              ADD 1 TO W-PROXLINHA.
           MOVE W-CHAVEPROTO TO KEYRECEITA
           MOVE ZEROS TO NUMLINHA.
       FIM-PROXIMA-LINHA.
           EXIT.
      *----------PROTOCOLO ATIVO DO CID DA CONSULTA COMO SUGESTAO-------
       SUGERE-PROTOCOLO.
           IF CODCID = SPACES
              GO TO FIM-SUGERE-PROTOCOLO.
           MOVE CODCID TO CIDPROTO
           START CADPROTO KEY IS NOT LESS CIDPROTO INVALID KEY
                 GO TO FIM-SUGERE-PROTOCOLO.
       SUGERE-PROTOCOLO1.
           READ CADPROTO NEXT
           IF ST-ERRO NOT = "00" OR CIDPROTO NOT = CODCID
              GO TO FIM-SUGERE-PROTOCOLO.
           IF ATIVOPROTO NOT = "S"
              GO TO SUGERE-PROTOCOLO1.
           MOVE "PROTOCOLO DO CID DA CONSULTA:" TO MENS
           MOVE CODPROTO TO MENS (31: 4)
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FIM-SUGERE-PROTOCOLO.
           EXIT.
      *
      *----------BLOQUEIO POR ALERGIA REGISTRADA DO PACIENTE------------
       VERIFICA-ALERGIA.
           MOVE "N" TO W-TEMALERGIA.
              CLOSE CADINTERACAO.
           IF W-ALERGIAOK = "S"
              CLOSE CADALERGIA.
           IF W-PROTOOK = "S"
              CLOSE CADPROTO CADPROTOIT.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
