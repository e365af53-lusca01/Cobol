       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP069.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    OUVIDORIA - REGISTRO DE MANIFESTACOES POR PROTOCOLO        *
      *    (RECLAMACAO, ELOGIO, SUGESTAO, SOLICITACAO), PRAZO PELO    *
      *    TIPO E HISTORICO DE RESPOSTAS COM A AREA RESPONSAVEL       *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADOUVID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PROTOUVID
                    FILE STATUS  IS ST-ERRO.
       SELECT CADRESPOUV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYRESPOUV
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
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
       SELECT CADUNIDADE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODUNIDADE
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
      *---------MANIFESTACOES DA OUVIDORIA (PROTOCOLO)-----------------
      *   REGISTRO DE CHAVE ZEROS = CONTROLE DO ULTIMO PROTOCOLO
       FD CADOUVID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOUVID.DAT".
       01  REGOUVID.
           03 PROTOUVID           PIC 9(08).
           03 TIPOOUVID           PIC X(01).
              88 OUV-RECLAMACAO     VALUE "R".
              88 OUV-ELOGIO         VALUE "E".
              88 OUV-SUGESTAO       VALUE "S".
              88 OUV-SOLICITACAO    VALUE "P".
           03 CANALOUVID          PIC X(01).
              88 CANAL-TELEFONE     VALUE "T".
              88 CANAL-EMAIL        VALUE "E".
              88 CANAL-CAIXA        VALUE "C".
              88 CANAL-PRESENCIAL   VALUE "P".
           03 CATOUVID            PIC 9(02).
           03 MANIFOUVID          PIC X(30).
           03 CPFOUVID            PIC 9(11).
           03 DATACONSOUVID       PIC 9(08).
           03 HORACONSOUVID       PIC 9(04).
           03 CRMOUVID            PIC 9(06).
           03 UNIDOUVID           PIC 9(02).
           03 RESUMOOUVID         PIC X(60).
           03 DATAABEROUVID       PIC 9(08).
           03 PRAZOOUVID          PIC 9(08).
           03 SITOUVID            PIC X(01).
              88 OUV-ABERTA         VALUE "A".
              88 OUV-ANDAMENTO      VALUE "E".
              88 OUV-CONCLUIDA      VALUE "C".
           03 DATACONCOUVID       PIC 9(08).
           03 AREAOUVID           PIC X(20).
           03 QTDRESPOUVID        PIC 9(03).
           03 OPEROUVID           PIC 9(04).
           03 FILLER              PIC X(15).
       01  REGOUVCTRL.
           03 PROTCTRLOUV         PIC 9(08).
           03 ULTPROTOUV          PIC 9(08).
           03 FILLER              PIC X(184).
      *
      *---------HISTORICO DE RESPOSTAS/ENCAMINHAMENTOS DA OUVIDORIA----
       FD CADRESPOUV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESPOUV.DAT".
       01  REGRESPOUV.
           03 KEYRESPOUV.
              05 PROTRESPOUV      PIC 9(08).
              05 SEQRESPOUV       PIC 9(03).
           03 DATARESPOUV         PIC 9(08).
           03 HORARESPOUV         PIC 9(04).
           03 AREARESPOUV         PIC X(20).
           03 TEXTORESPOUV        PIC X(60).
           03 SITRESPOUV          PIC X(01).
           03 OPERRESPOUV         PIC 9(04).
           03 FILLER              PIC X(10).
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
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-SEL         PIC 9(01) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 ST-ERRO       PIC X(02) VALUE "00".
       01 W-PACIOK      PIC X(01) VALUE "N".
       01 W-CONSOK      PIC X(01) VALUE "N".
       01 W-MEDOK       PIC X(01) VALUE "N".
       01 W-UNIDOK      PIC X(01) VALUE "N".
       01 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-HORAAGORA   PIC 9(08) VALUE ZEROS.
       01 W-JULPRAZO    PIC 9(07) VALUE ZEROS.
       01 W-REGOUVSALVO PIC X(200) VALUE SPACES.
       01 W-PROTNOVO    PIC 9(08) VALUE ZEROS.
       01 W-TIPOANT     PIC X(01) VALUE SPACES.
      *---DATA DA CONSULTA VINCULADA (DDMMAAAA)------------------------
       01 W-DATACONSV   PIC 9(08) VALUE ZEROS.
       01 W-DATACONSVR REDEFINES W-DATACONSV.
          03 W-DIACONSV  PIC 9(02).
          03 W-MESCONSV  PIC 9(02).
          03 W-ANOCONSV  PIC 9(04).
      *---PRAZO DE RESPOSTA EM DIAS CORRIDOS POR TIPO------------------
       01 TABPRAZOX.
          03 FILLER     PIC X(15) VALUE "R010RECLAMACAO".
          03 FILLER     PIC X(15) VALUE "E030ELOGIO".
          03 FILLER     PIC X(15) VALUE "S030SUGESTAO".
          03 FILLER     PIC X(15) VALUE "P015SOLICITACAO".
       01 TABPRAZO REDEFINES TABPRAZOX.
          03 TBPRAZO OCCURS 4 TIMES.
             05 TBP-TIPO     PIC X(01).
             05 TBP-DIAS     PIC 9(03).
             05 TBP-DESC     PIC X(11).
       01 W-IND         PIC 9(01) VALUE ZEROS.
       01 W-DIASPRAZO   PIC 9(03) VALUE ZEROS.
      *---CATEGORIAS DA MANIFESTACAO-----------------------------------
       01 TABCATOUVX.
          03 FILLER     PIC X(20) VALUE "ATENDIMENTO".
          03 FILLER     PIC X(20) VALUE "TEMPO DE ESPERA".
          03 FILLER     PIC X(20) VALUE "CORPO CLINICO".
          03 FILLER     PIC X(20) VALUE "ENFERMAGEM".
          03 FILLER     PIC X(20) VALUE "HOTELARIA/LIMPEZA".
          03 FILLER     PIC X(20) VALUE "ALIMENTACAO".
          03 FILLER     PIC X(20) VALUE "AGENDAMENTO".
          03 FILLER     PIC X(20) VALUE "FATURAMENTO/COBRANCA".
          03 FILLER     PIC X(20) VALUE "ESTRUTURA/INSTALACAO".
          03 FILLER     PIC X(20) VALUE "OUTROS".
       01 TABCATOUV REDEFINES TABCATOUVX.
          03 TBCATOUV   PIC X(20) OCCURS 10 TIMES.
       01 MSGCAT        PIC X(20) VALUE SPACES.
       01 MSGPACI       PIC X(30) VALUE SPACES.
       01 MSGMED        PIC X(30) VALUE SPACES.
       01 MSGUNID       PIC X(30) VALUE SPACES.
      *---RESPOSTA/ENCAMINHAMENTO--------------------------------------
       01 W-AREARESP    PIC X(20) VALUE SPACES.
       01 W-TEXTORESP   PIC X(60) VALUE SPACES.
       01 W-SITRESP     PIC X(01) VALUE SPACES.
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
          03 CHAVELOGTX     PIC X(20).
          03 FILLER         PIC X(01) VALUE " ".
          03 ACAOLOGTX      PIC X(01).
      *------------------------------------
       SCREEN SECTION.
       01  TELAOUVID.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                   OUVIDORIA - MANIFESTA".
           05  LINE 02  COLUMN 41
               VALUE  "COES".
           05  LINE 04  COLUMN 01
               VALUE  "  PROTOCOLO    :           (ZEROS = NOVA".
           05  LINE 04  COLUMN 41
               VALUE  ")  ABERTURA:          SIT.:".
           05  LINE 06  COLUMN 01
               VALUE  "  TIPO         :    (R=RECLAMACAO E=ELOG".
           05  LINE 06  COLUMN 41
               VALUE  "IO S=SUGESTAO P=SOLICITACAO)".
           05  LINE 07  COLUMN 01
               VALUE  "  CANAL        :    (T=TELEFONE E=E-MAIL".
           05  LINE 07  COLUMN 41
               VALUE  " C=CAIXA P=PRESENCIAL)".
           05  LINE 08  COLUMN 01
               VALUE  "  CATEGORIA    :".
           05  LINE 09  COLUMN 01
               VALUE  "  MANIFESTANTE :".
           05  LINE 11  COLUMN 01
               VALUE  "  CPF PACIENTE :".
           05  LINE 12  COLUMN 01
               VALUE  "  CONSULTA     :          HORA:".
           05  LINE 12  COLUMN 41
               VALUE  "(DATA DDMMAAAA, OPCIONAL)".
           05  LINE 13  COLUMN 01
               VALUE  "  CRM MEDICO   :".
           05  LINE 14  COLUMN 01
               VALUE  "  UNIDADE      :".
           05  LINE 16  COLUMN 01
               VALUE  "  RESUMO       :".
           05  LINE 18  COLUMN 01
               VALUE  "  PRAZO        :           AREA RESPONSA".
           05  LINE 18  COLUMN 41
               VALUE  "VEL:".
           05  LINE 19  COLUMN 01
               VALUE  "  CONCLUSAO    :           RESPOSTAS:".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TPROTOUVID
               LINE 04  COLUMN 18  PIC 9(08)
               USING  PROTOUVID
               HIGHLIGHT.
           05  TDATAABEROUVID
               LINE 04  COLUMN 54  PIC 9(08)
               FROM   DATAABEROUVID
               HIGHLIGHT.
           05  TSITOUVID
               LINE 04  COLUMN 69  PIC X(01)
               FROM   SITOUVID
               HIGHLIGHT.
           05  TTIPOOUVID
               LINE 06  COLUMN 18  PIC X(01)
               USING  TIPOOUVID
               HIGHLIGHT.
           05  TCANALOUVID
               LINE 07  COLUMN 18  PIC X(01)
               USING  CANALOUVID
               HIGHLIGHT.
           05  TCATOUVID
               LINE 08  COLUMN 18  PIC 9(02)
               USING  CATOUVID
               HIGHLIGHT.
           05  TMSGCAT
               LINE 08  COLUMN 22  PIC X(20)
               FROM   MSGCAT
               HIGHLIGHT.
           05  TMANIFOUVID
               LINE 09  COLUMN 18  PIC X(30)
               USING  MANIFOUVID
               HIGHLIGHT.
           05  TCPFOUVID
               LINE 11  COLUMN 18  PIC 9(11)
               USING  CPFOUVID
               HIGHLIGHT.
           05  TMSGPACI
               LINE 11  COLUMN 31  PIC X(30)
               FROM   MSGPACI
               HIGHLIGHT.
           05  TDATACONSOUVID
               LINE 12  COLUMN 18  PIC 9(08)
               USING  DATACONSOUVID
               HIGHLIGHT.
           05  THORACONSOUVID
               LINE 12  COLUMN 33  PIC 9(04)
               USING  HORACONSOUVID
               HIGHLIGHT.
           05  TCRMOUVID
               LINE 13  COLUMN 18  PIC 9(06)
               USING  CRMOUVID
               HIGHLIGHT.
           05  TMSGMED
               LINE 13  COLUMN 26  PIC X(30)
               FROM   MSGMED
               HIGHLIGHT.
           05  TUNIDOUVID
               LINE 14  COLUMN 18  PIC 9(02)
               USING  UNIDOUVID
               HIGHLIGHT.
           05  TMSGUNID
               LINE 14  COLUMN 22  PIC X(30)
               FROM   MSGUNID
               HIGHLIGHT.
           05  TRESUMOOUVID
               LINE 16  COLUMN 18  PIC X(60)
               USING  RESUMOOUVID
               HIGHLIGHT.
           05  TPRAZOOUVID
               LINE 18  COLUMN 18  PIC 9(08)
               FROM   PRAZOOUVID
               HIGHLIGHT.
           05  TAREAOUVID
               LINE 18  COLUMN 46  PIC X(20)
               FROM   AREAOUVID
               HIGHLIGHT.
           05  TDATACONCOUVID
               LINE 19  COLUMN 18  PIC 9(08)
               FROM   DATACONCOUVID
               HIGHLIGHT.
           05  TQTDRESPOUVID
               LINE 19  COLUMN 38  PIC 9(03)
               FROM   QTDRESPOUVID
               HIGHLIGHT.
      *
       01  TELARESPOUV.
           05  LINE 20  COLUMN 01
               VALUE  "  AREA RESP.   :                      NO".
           05  LINE 20  COLUMN 41
               VALUE  "VA SITUACAO:   (E=ANDAMENTO C=CONCLUIDA)".
           05  LINE 21  COLUMN 01
               VALUE  "  RESPOSTA     :".
           05  TAREARESP
               LINE 20  COLUMN 18  PIC X(20)
               USING  W-AREARESP
               HIGHLIGHT.
           05  TSITRESP
               LINE 20  COLUMN 54  PIC X(01)
               USING  W-SITRESP
               HIGHLIGHT.
           05  TTEXTORESP
               LINE 21  COLUMN 18  PIC X(60)
               USING  W-TEXTORESP
               HIGHLIGHT.
      *
      *--------------(INICIO)--------------------------
       PROCEDURE DIVISION.
       INICIO.
       L0.
           OPEN I-O CADOUVID
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADOUVID
                CLOSE CADOUVID
                MOVE " ARQUIVO CADOUVID FOI CRIADO " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO L0
             ELSE
                MOVE " ERRO NA ABERTURA DO ARQUIVO " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.
       L0A.
           OPEN I-O CADRESPOUV
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADRESPOUV
                CLOSE CADRESPOUV
                GO TO L0A
             ELSE
                MOVE " ERRO NA ABERTURA DO ARQUIVO CADRESPOUV" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADOUVID
                GO TO ROT-FIM2.
           OPEN INPUT CADPACI
           IF ST-ERRO = "00"
              MOVE "S" TO W-PACIOK.
           OPEN INPUT CADCONSU
           IF ST-ERRO = "00"
              MOVE "S" TO W-CONSOK.
           OPEN INPUT CADMED
           IF ST-ERRO = "00"
              MOVE "S" TO W-MEDOK.
           OPEN INPUT CADUNIDADE
           IF ST-ERRO = "00"
              MOVE "S" TO W-UNIDOK.
           PERFORM ABRIR-CADSESSAO.
           PERFORM ABRIR-CADLOG.
       L1.
           MOVE ZEROS TO PROTOUVID CATOUVID CPFOUVID DATACONSOUVID
           MOVE ZEROS TO HORACONSOUVID CRMOUVID UNIDOUVID
           MOVE ZEROS TO DATAABEROUVID PRAZOOUVID DATACONCOUVID
           MOVE ZEROS TO QTDRESPOUVID OPEROUVID W-SEL
           MOVE SPACES TO TIPOOUVID CANALOUVID MANIFOUVID RESUMOOUVID
           MOVE SPACES TO SITOUVID AREAOUVID
           MOVE SPACES TO MSGCAT MSGPACI MSGMED MSGUNID
           DISPLAY TELAOUVID.
       L2.
           ACCEPT TPROTOUVID
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF PROTOUVID = ZEROS
              MOVE "NOVA MANIFESTACAO - PROTOCOLO AO GRAVAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L3.
       LER.
           READ CADOUVID
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 PERFORM MOSTRA-DESCRICOES THRU FIM-MOSTRA-DESCRICOES
                 DISPLAY TELAOUVID
                 MOVE "** PROTOCOLO ENCONTRADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADOUVID" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
              MOVE "PROTOCOLO NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2.
       L3.
           ACCEPT TTIPOOUVID
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L1.
           MOVE 1 TO W-IND.
       L3A.
           IF TBP-TIPO(W-IND) = TIPOOUVID
              MOVE TBP-DIAS(W-IND) TO W-DIASPRAZO
              GO TO L4.
           ADD 1 TO W-IND
           IF W-IND < 5
              GO TO L3A.
           MOVE "TIPO: R, E, S OU P" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO L3.
       L4.
           ACCEPT TCANALOUVID
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L3.
           IF NOT CANAL-TELEFONE AND NOT CANAL-EMAIL
                 AND NOT CANAL-CAIXA AND NOT CANAL-PRESENCIAL
              MOVE "CANAL: T, E, C OU P" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L4.
       L5.
           ACCEPT TCATOUVID
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L4.
           IF CATOUVID = ZEROS OR CATOUVID > 10
              MOVE "CATEGORIA DE 01 A 10" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L5.
           MOVE TBCATOUV(CATOUVID) TO MSGCAT
           DISPLAY TMSGCAT.
       L6.
           ACCEPT TMANIFOUVID
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L5.
      *----------------VINCULOS OPCIONAIS (ZEROS = SEM VINCULO)---------
       L7.
           ACCEPT TCPFOUVID
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L6.
           MOVE SPACES TO MSGPACI
           IF CPFOUVID NOT = ZEROS AND W-PACIOK = "S"
              MOVE CPFOUVID TO CPF
              READ CADPACI
              IF ST-ERRO NOT = "00"
                 MOVE "PACIENTE NAO CADASTRADO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO L7
              ELSE
                 MOVE NOMEPACIENTE TO MSGPACI.
           DISPLAY TMSGPACI
           IF CPFOUVID = ZEROS
              MOVE ZEROS TO DATACONSOUVID HORACONSOUVID
              DISPLAY TDATACONSOUVID THORACONSOUVID
              GO TO L9.
       L8.
           ACCEPT TDATACONSOUVID
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L7.
           IF DATACONSOUVID = ZEROS
              MOVE ZEROS TO HORACONSOUVID
              DISPLAY THORACONSOUVID
              GO TO L9.
           ACCEPT THORACONSOUVID
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L8.
           IF W-CONSOK NOT = "S"
              GO TO L9.
           MOVE DATACONSOUVID TO W-DATACONSV
           MOVE CPFOUVID TO CPFPACIENTE
           MOVE W-DIACONSV TO DIAC
           MOVE W-MESCONSV TO MESC
           MOVE W-ANOCONSV TO ANOC
           MOVE HORACONSOUVID TO HORAC
           READ CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE "CONSULTA NAO ENCONTRADA PARA O CPF" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L8.
           IF CRMOUVID = ZEROS
              MOVE CODMED TO CRMOUVID.
           IF UNIDOUVID = ZEROS
              MOVE UNIDADE TO UNIDOUVID.
           DISPLAY TCRMOUVID TUNIDOUVID.
       L9.
           ACCEPT TCRMOUVID
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L7.
           MOVE SPACES TO MSGMED
           IF CRMOUVID NOT = ZEROS AND W-MEDOK = "S"
              MOVE CRMOUVID TO CRM
              READ CADMED
              IF ST-ERRO NOT = "00"
                 MOVE "MEDICO NAO CADASTRADO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO L9
              ELSE
                 MOVE NOMEMEDICO TO MSGMED.
           DISPLAY TMSGMED.
       L10.
           ACCEPT TUNIDOUVID
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L9.
           MOVE SPACES TO MSGUNID
           IF UNIDOUVID NOT = ZEROS AND W-UNIDOK = "S"
              MOVE UNIDOUVID TO CODUNIDADE
              READ CADUNIDADE
              IF ST-ERRO NOT = "00"
                 MOVE "UNIDADE NAO CADASTRADA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO L10
              ELSE
                 MOVE NOMEUNIDADE TO MSGUNID.
           DISPLAY TMSGUNID.
       L11.
           ACCEPT TRESUMOOUVID
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L10.
           IF RESUMOOUVID = SPACES
              MOVE "PREENCHA O RESUMO DA MANIFESTACAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L11.
      *----------------PRAZO = ABERTURA + DIAS DO TIPO-----------------
           IF W-SEL = 1 AND TIPOOUVID = W-TIPOANT
              GO TO ALT-OPC.
           IF W-SEL NOT = 1
              ACCEPT DATAABEROUVID FROM DATE YYYYMMDD.
           COMPUTE W-JULPRAZO =
                 FUNCTION INTEGER-OF-DATE(DATAABEROUVID) + W-DIASPRAZO
           COMPUTE PRAZOOUVID = FUNCTION DATE-OF-INTEGER(W-JULPRAZO)
           DISPLAY TDATAABEROUVID TPRAZOOUVID
      *------------- VERFICAR SE E ALTERACAO --------
           IF W-SEL = 1
              GO TO ALT-OPC.
       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L11.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
       INC-WR1.
           MOVE "A" TO SITOUVID
           MOVE ZEROS TO DATACONCOUVID QTDRESPOUVID
           MOVE SPACES TO AREAOUVID
           MOVE W-CODOPERLOG TO OPEROUVID
           PERFORM PROXIMO-PROTOCOLO THRU FIM-PROXIMO-PROTOCOLO
           IF PROTOUVID = ZEROS
              MOVE "* ERRO NO CONTROLE DE PROTOCOLOS *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           WRITE REGOUVID
           IF ST-ERRO = "00" OR "02"
              MOVE PROTOUVID TO CHAVELOGTX
              MOVE "N" TO ACAOLOGTX
              PERFORM ESCREVE-LOG
              DISPLAY TELAOUVID
              MOVE "** MANIFESTACAO GRAVADA - ANOTE O PROTOCOLO **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
           MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADOUVID * " TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *----------------NUMERO DO PROTOCOLO (REGISTRO DE CHAVE ZEROS)----
       PROXIMO-PROTOCOLO.
           MOVE REGOUVID TO W-REGOUVSALVO
           MOVE ZEROS TO PROTCTRLOUV
           READ CADOUVID
           IF ST-ERRO = "00"
              ADD 1 TO ULTPROTOUV
              REWRITE REGOUVCTRL
           ELSE
              MOVE SPACES TO REGOUVCTRL
              MOVE ZEROS TO PROTCTRLOUV
              MOVE 1 TO ULTPROTOUV
              WRITE REGOUVCTRL.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE W-REGOUVSALVO TO REGOUVID
              MOVE ZEROS TO PROTOUVID
              GO TO FIM-PROXIMO-PROTOCOLO.
           MOVE ULTPROTOUV TO W-PROTNOVO
           MOVE W-REGOUVSALVO TO REGOUVID
           MOVE W-PROTNOVO TO PROTOUVID.
       FIM-PROXIMO-PROTOCOLO.
           EXIT.
      *
       MOSTRA-DESCRICOES.
           MOVE SPACES TO MSGCAT MSGPACI MSGMED MSGUNID
           IF CATOUVID > ZEROS AND CATOUVID < 11
              MOVE TBCATOUV(CATOUVID) TO MSGCAT.
           IF CPFOUVID NOT = ZEROS AND W-PACIOK = "S"
              MOVE CPFOUVID TO CPF
              READ CADPACI
              IF ST-ERRO = "00"
                 MOVE NOMEPACIENTE TO MSGPACI.
           IF CRMOUVID NOT = ZEROS AND W-MEDOK = "S"
              MOVE CRMOUVID TO CRM
              READ CADMED
              IF ST-ERRO = "00"
                 MOVE NOMEMEDICO TO MSGMED.
           IF UNIDOUVID NOT = ZEROS AND W-UNIDOK = "S"
              MOVE UNIDOUVID TO CODUNIDADE
              READ CADUNIDADE
              IF ST-ERRO = "00"
                 MOVE NOMEUNIDADE TO MSGUNID.
       FIM-MOSTRA-DESCRICOES.
           EXIT.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/RESPOSTA *
      *****************************************
      *
       ACE-001.
           DISPLAY (23, 12)
                "N=NOVO REGISTRO   A=ALTERAR   R=RESPOSTA"
           ACCEPT (23, 55) W-OPCAO
           IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
               AND W-OPCAO NOT = "R" GO TO ACE-001.
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF W-OPCAO = "N"
              GO TO L1.
           IF OUV-CONCLUIDA
              MOVE "** MANIFESTACAO JA CONCLUIDA **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
           IF W-OPCAO = "A"
              MOVE 1 TO W-SEL
              MOVE TIPOOUVID TO W-TIPOANT
              GO TO L3.
      *
      *----------------RESPOSTA/ENCAMINHAMENTO (HISTORICO)--------------
       RESP-001.
           MOVE AREAOUVID TO W-AREARESP
           MOVE SPACES TO W-TEXTORESP
           MOVE "E" TO W-SITRESP
           DISPLAY TELARESPOUV.
       RESP-002.
           ACCEPT TAREARESP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L1.
           IF W-AREARESP = SPACES
              MOVE "INFORME A AREA RESPONSAVEL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RESP-002.
       RESP-003.
           ACCEPT TSITRESP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO RESP-002.
           IF W-SITRESP NOT = "E" AND "C"
              MOVE "SITUACAO: E OU C" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RESP-003.
       RESP-004.
           ACCEPT TTEXTORESP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO RESP-003.
           IF W-TEXTORESP = SPACES
              MOVE "PREENCHA O TEXTO DA RESPOSTA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RESP-004.
       RESP-OPC.
           DISPLAY (23, 40) "GRAVAR   (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** RESPOSTA NAO GRAVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RESP-OPC.
       RESP-WR1.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-HORAAGORA FROM TIME
           ADD 1 TO QTDRESPOUVID
           MOVE SPACES TO REGRESPOUV
           MOVE PROTOUVID TO PROTRESPOUV
           MOVE QTDRESPOUVID TO SEQRESPOUV
           MOVE W-DATAHOJE TO DATARESPOUV
           COMPUTE HORARESPOUV = W-HORAAGORA / 10000
           MOVE W-AREARESP TO AREARESPOUV
           MOVE W-TEXTORESP TO TEXTORESPOUV
           MOVE W-SITRESP TO SITRESPOUV
           MOVE W-CODOPERLOG TO OPERRESPOUV
           WRITE REGRESPOUV
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADRESPOUV" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-AREARESP TO AREAOUVID
           MOVE W-SITRESP TO SITOUVID
           IF OUV-CONCLUIDA
              MOVE W-DATAHOJE TO DATACONCOUVID.
           REWRITE REGOUVID
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA ALTERACAO DA MANIFESTACAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE PROTOUVID TO CHAVELOGTX
           MOVE "R" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           MOVE "*** RESPOSTA REGISTRADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO L1.
      *
       ALT-OPC.
           DISPLAY (23, 40) "ALTERAR  (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 GO TO L11.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALT-OPC.
       ALT-RW1.
           REWRITE REGOUVID
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA ALTERACAO DA MANIFESTACAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE PROTOUVID TO CHAVELOGTX
           MOVE "A" TO ACAOLOGTX
           PERFORM ESCREVE-LOG
           MOVE "*** REGISTRO ALTERADO ***         " TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO L1.
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
           MOVE "SMP069" TO PROGRAMALOGTX
           MOVE LOGTX TO REGLOG
           WRITE REGLOG.
      *
       ROT-FIM.
           CLOSE CADOUVID CADRESPOUV CADLOG.
           IF W-PACIOK = "S"
              CLOSE CADPACI.
           IF W-CONSOK = "S"
              CLOSE CADCONSU.
           IF W-MEDOK = "S"
              CLOSE CADMED.
           IF W-UNIDOK = "S"
              CLOSE CADUNIDADE.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
       ROT-MENS1.
           DISPLAY (23, 12) MENS.
       ROT-MENS2.
           ADD 1 TO W-CONT
           IF W-CONT < 3000
               GO TO ROT-MENS2
           ELSE
              MOVE SPACES TO MENS
              DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
           EXIT.
       FIM-ROT-TEMPO.
