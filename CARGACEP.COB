       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGACEP.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    CARGA E ATUALIZACAO MENSAL DO CADCEP PELO DNE DOS CORREIOS *
      *    (DNECEP.TXT, CAMPOS SEPARADOS POR @:                       *
      *     CEP@LOGRADOURO@BAIRRO@LOCALIDADE@UF@OPERACAO)             *
      *    OPERACAO INS/UPD OU BRANCO = INCLUI OU ATUALIZA O CEP      *
      *             DEL              = CEP RETIRADO PELOS CORREIOS    *
      *    CADA ALTERACAO/RETIRADA FICA NO CADCEPALT COM O ENDERECO   *
      *    ANTERIOR. O CEP RETIRADO SEM PACIENTE OU UNIDADE E         *
      *    EXCLUIDO; COM REFERENCIA FICA NO CADCEP ATE A REVISAO.     *
      *    RELCEPALT.DOC LISTA PACIENTES E UNIDADES A REVISAR         *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ENDERECO
                       WITH DUPLICATES.
       SELECT CADCEPALT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCEPALT
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO.
       SELECT CADUNIDADE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODUNIDADE
                    FILE STATUS  IS ST-ERRO.
       SELECT DNECEPTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT CARGALOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT RELCEPALTTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEP.DAT".
       01  REGCEP.
           03  CEP                 PIC 9(08).
           03  ENDERECO            PIC X(30).
           03  BAIRRO              PIC X(20).
           03  CIDADE              PIC X(20).
           03  UF                  PIC X(02).
       01  REGCEPCORPO.
           03  FILLER              PIC 9(08).
           03  CORPOCEP            PIC X(72).
      *---------HISTORICO DE CEPS ALTERADOS E RETIRADOS POR CARGA-------
       FD CADCEPALT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEPALT.DAT".
       01  REGCEPALT.
           03 KEYCEPALT.
              05 DATAALT          PIC 9(08).
              05 HORAALT          PIC 9(06).
              05 CEPALT           PIC 9(08).
           03 TIPOALT             PIC X(01).
              88 ALT-ALTERADO     VALUE "A".
              88 ALT-RETIRADO     VALUE "R".
           03 SITALT              PIC X(01).
              88 ALT-EXCLUIDO     VALUE "E".
              88 ALT-PENDENTE     VALUE "P".
           03 REFALT              PIC 9(06).
           03 ANTALT.
              05 ENDANTALT        PIC X(30).
              05 BAIRROANTALT     PIC X(20).
              05 CIDADEANTALT     PIC X(20).
              05 UFANTALT         PIC X(02).
           03 NOVALT.
              05 ENDNOVALT        PIC X(30).
              05 BAIRRONOVALT     PIC X(20).
              05 CIDADENOVALT     PIC X(20).
              05 UFNOVALT         PIC X(02).
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
       FD DNECEPTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DNECEP.TXT".
       01 REGDNECEPTX          PIC X(200).
      *
       FD CARGALOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CARGACEP.LOG".
       01 REGCARGALOG          PIC X(90).
      *
       FD RELCEPALTTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCEPALT.DOC".
       01 REGRELCEPALTTX       PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       01 W-PACIOK       PIC X(01) VALUE "N".
       01 W-UNIOK        PIC X(01) VALUE "N".
       01 W-QTDEINCLUI   PIC 9(06) VALUE ZEROS.
       01 W-QTDEATUALIZA PIC 9(06) VALUE ZEROS.
       01 W-QTDEREJEITA  PIC 9(06) VALUE ZEROS.
       01 W-QTDERETIRA   PIC 9(06) VALUE ZEROS.
       01 W-QTDEIGUAL    PIC 9(06) VALUE ZEROS.
       01 W-QTDEEXCLUI   PIC 9(06) VALUE ZEROS.
       01 W-QTDEMANTIDO  PIC 9(06) VALUE ZEROS.
       01 W-QTDEREVPACI  PIC 9(06) VALUE ZEROS.
       01 W-QTDEREVUNI   PIC 9(06) VALUE ZEROS.
       01 W-DATACARGA    PIC 9(08) VALUE ZEROS.
       01 W-HORACARGA    PIC 9(06) VALUE ZEROS.
       01 W-HORATEMPO    PIC 9(08) VALUE ZEROS.
       01 W-CEPREV       PIC 9(08) VALUE ZEROS.
       01 W-DATAEDIT     PIC 9(08) VALUE ZEROS.
       01 W-DATAEDIT-R REDEFINES W-DATAEDIT.
          03 W-ANOED     PIC 9(04).
          03 W-MESED     PIC 9(02).
          03 W-DIAED     PIC 9(02).
      *---CAMPOS DA LINHA DO DNE----------------------------------------
       01 W-DNECEPX      PIC X(08) VALUE SPACES.
       01 W-DNECEP REDEFINES W-DNECEPX PIC 9(08).
       01 W-DNELOGR      PIC X(60) VALUE SPACES.
       01 W-DNEBAIRRO    PIC X(60) VALUE SPACES.
       01 W-DNECIDADE    PIC X(60) VALUE SPACES.
       01 W-DNEUF        PIC X(02) VALUE SPACES.
       01 W-DNEOPER      PIC X(03) VALUE SPACES.
       01 W-NOVOCEP.
          03 W-NOVOEND      PIC X(30).
          03 W-NOVOBAIRRO   PIC X(20).
          03 W-NOVOCIDADE   PIC X(20).
          03 W-NOVOUF       PIC X(02).
       01 CARGATX.
          03 DATACARGATX      PIC 9(08).
          03 FILLER           PIC X(01) VALUE " ".
          03 HORACARGATX      PIC 9(06).
          03 FILLER           PIC X(11) VALUE " INCLUIDOS:".
          03 QTDEINCLUITX     PIC ZZZZZ9.
          03 FILLER           PIC X(13) VALUE " ATUALIZADOS:".
          03 QTDEATUALIZATX   PIC ZZZZZ9.
          03 FILLER           PIC X(12) VALUE " REJEITADOS:".
          03 QTDEREJEITATX    PIC ZZZZZ9.
          03 FILLER           PIC X(11) VALUE " RETIRADOS:".
          03 QTDERETIRATX     PIC ZZZZZ9.
      *---LINHAS DO RELATORIO DE ENDERECOS A REVISAR--------------------
       01 CABCEPALT.
          03 FILLER PIC X(50) VALUE
          "HOSPITAL MAINFRAME *** ENDERECOS A REVISAR - CARGA".
          03 FILLER PIC X(14) VALUE
          " DO DNE EM    ".
          03 DIACABCATX     PIC 99.
          03 FILLER         PIC X(01) VALUE "/".
          03 MESCABCATX     PIC 99.
          03 FILLER         PIC X(01) VALUE "/".
          03 ANOCABCATX     PIC 9999.
       01 CABCEPALTCOL.
          03 FILLER PIC X(50) VALUE
          "CADASTRO CODIGO      NOME                         ".
          03 FILLER PIC X(38) VALUE
          "  CEP       SITUACAO ENDERECO ANTERIOR".
       01 DETCEPALT.
          03 TIPOCATX       PIC X(08).
          03 FILLER         PIC X(01) VALUE " ".
          03 CODCATX        PIC X(11).
          03 FILLER         PIC X(01) VALUE " ".
          03 NOMECATX       PIC X(30).
          03 FILLER         PIC X(01) VALUE " ".
          03 CEPCATX        PIC 99999B999.
          03 FILLER         PIC X(01) VALUE " ".
          03 SITCATX        PIC X(08).
          03 FILLER         PIC X(01) VALUE " ".
          03 ENDANTCATX     PIC X(30).
          03 FILLER         PIC X(01) VALUE " ".
          03 BAIRROANTCATX  PIC X(20).
          03 FILLER         PIC X(01) VALUE " ".
          03 CIDADEANTCATX  PIC X(20).
       01 DETCEPNOVO.
          03 FILLER         PIC X(62) VALUE SPACES.
          03 FILLER         PIC X(09) VALUE "ATUAL -> ".
          03 ENDNOVCATX     PIC X(30).
          03 FILLER         PIC X(01) VALUE " ".
          03 BAIRRONOVCATX  PIC X(20).
          03 FILLER         PIC X(01) VALUE " ".
          03 CIDADENOVCATX  PIC X(20).
       01 TOTCEPALT.
          03 ROTTOTCATX     PIC X(40).
          03 QTDTOTCATX     PIC ZZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATACARGA FROM DATE YYYYMMDD
           ACCEPT W-HORATEMPO FROM TIME
           COMPUTE W-HORACARGA = W-HORATEMPO / 100
           DISPLAY "*** CARGA DO CEP PELO DNE DOS CORREIOS ***".
       ABRIR-ARQUIVOS.
           OPEN INPUT DNECEPTX
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO DNECEP.TXT NAO ENCONTRADO"
              GO TO ROT-FIM2.
       ABRIR-CADCEP.
           OPEN I-O CADCEP
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADCEP
                CLOSE CADCEP
                GO TO ABRIR-CADCEP
             ELSE
                DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCEP"
                CLOSE DNECEPTX
                GO TO ROT-FIM2.
       ABRIR-CADCEPALT.
           OPEN I-O CADCEPALT
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADCEPALT
                CLOSE CADCEPALT
                GO TO ABRIR-CADCEPALT
             ELSE
                DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCEPALT"
                CLOSE DNECEPTX CADCEP
                GO TO ROT-FIM2.
      *----------------PROCESSAR O ARQUIVO DO DNE LINHA A LINHA----------
       CARGA.
           READ DNECEPTX
           IF ST-ERRO NOT = "00"
              GO TO REVISAO.
           MOVE SPACES TO W-DNECEPX W-DNELOGR W-DNEBAIRRO W-DNECIDADE
                          W-DNEUF W-DNEOPER
           UNSTRING REGDNECEPTX DELIMITED BY "@"
                    INTO W-DNECEPX W-DNELOGR W-DNEBAIRRO W-DNECIDADE
                         W-DNEUF W-DNEOPER
           IF W-DNECEPX NOT NUMERIC OR W-DNECEP = ZEROS
              ADD 1 TO W-QTDEREJEITA
              GO TO CARGA.
           MOVE W-DNECEP TO CEP
           READ CADCEP
           IF W-DNEOPER = "DEL"
              GO TO RETIRA.
           IF W-DNECIDADE = SPACES OR W-DNEUF = SPACES
              ADD 1 TO W-QTDEREJEITA
              GO TO CARGA.
           MOVE W-DNELOGR TO W-NOVOEND
           MOVE W-DNEBAIRRO TO W-NOVOBAIRRO
           MOVE W-DNECIDADE TO W-NOVOCIDADE
           MOVE W-DNEUF TO W-NOVOUF
           IF ST-ERRO = "00"
              GO TO ATUALIZA.
      *----CEP NOVO NOS CORREIOS: INCLUI---------------------------------
       INCLUI.
           MOVE W-DNECEP TO CEP
           MOVE W-NOVOCEP TO CORPOCEP
           WRITE REGCEP
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDEINCLUI
           ELSE
              ADD 1 TO W-QTDEREJEITA.
           GO TO CARGA.
      *----CEP EXISTENTE: ATUALIZA SE LOGRADOURO/BAIRRO/CIDADE MUDOU-----
       ATUALIZA.
           IF CORPOCEP = W-NOVOCEP
              ADD 1 TO W-QTDEIGUAL
              GO TO CARGA.
           MOVE SPACES TO REGCEPALT
           MOVE W-DATACARGA TO DATAALT
           MOVE W-HORACARGA TO HORAALT
           MOVE CEP TO CEPALT
           MOVE "A" TO TIPOALT
           MOVE ZEROS TO REFALT
           MOVE CORPOCEP TO ANTALT
           MOVE W-NOVOCEP TO NOVALT
           MOVE W-NOVOCEP TO CORPOCEP
           REWRITE REGCEP
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              ADD 1 TO W-QTDEREJEITA
              GO TO CARGA.
           ADD 1 TO W-QTDEATUALIZA
           WRITE REGCEPALT
           GO TO CARGA.
      *----CEP RETIRADO: SO REGISTRA, A EXCLUSAO VEM DEPOIS DA REVISAO---
       RETIRA.
           IF ST-ERRO NOT = "00"
              ADD 1 TO W-QTDEIGUAL
              GO TO CARGA.
           MOVE SPACES TO REGCEPALT
           MOVE W-DATACARGA TO DATAALT
           MOVE W-HORACARGA TO HORAALT
           MOVE CEP TO CEPALT
           MOVE "R" TO TIPOALT
           MOVE ZEROS TO REFALT
           MOVE CORPOCEP TO ANTALT
           WRITE REGCEPALT
           IF ST-ERRO = "00"
              ADD 1 TO W-QTDERETIRA
           ELSE
              ADD 1 TO W-QTDEREJEITA.
           GO TO CARGA.
      *----------------PACIENTES E UNIDADES NOS CEPS DESTA CARGA---------
       REVISAO.
           OPEN OUTPUT RELCEPALTTX
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELCEPALT"
              GO TO TOTALIZA.
           MOVE W-DATACARGA TO W-DATAEDIT
           MOVE W-DIAED TO DIACABCATX
           MOVE W-MESED TO MESCABCATX
           MOVE W-ANOED TO ANOCABCATX
           WRITE REGRELCEPALTTX FROM CABCEPALT
           MOVE SPACES TO REGRELCEPALTTX
           WRITE REGRELCEPALTTX
           WRITE REGRELCEPALTTX FROM CABCEPALTCOL
           IF W-QTDEATUALIZA = ZEROS AND W-QTDERETIRA = ZEROS
              GO TO REVISAO-TOTAL.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              GO TO REVISAO-UNIDADE.
           MOVE "S" TO W-PACIOK.
       REVISAO-PACI.
           READ CADPACI NEXT
           IF ST-ERRO NOT = "00"
              GO TO REVISAO-UNIDADE.
           IF CEPPACIENTE = ZEROS OR NOMEPACIENTE = "ANONIMIZADO"
              GO TO REVISAO-PACI.
           MOVE CEPPACIENTE TO W-CEPREV
           PERFORM BUSCA-ALTERACAO THRU FIM-BUSCA-ALTERACAO
           IF ST-ERRO NOT = "00"
              GO TO REVISAO-PACI.
           MOVE "PACIENTE" TO TIPOCATX
           MOVE CPF TO CODCATX
           MOVE NOMEPACIENTE TO NOMECATX
           PERFORM IMPRIME-REVISAO THRU FIM-IMPRIME-REVISAO
           ADD 1 TO W-QTDEREVPACI
           GO TO REVISAO-PACI.
       REVISAO-UNIDADE.
           OPEN INPUT CADUNIDADE
           IF ST-ERRO NOT = "00"
              GO TO EXCLUI-RETIRADOS.
           MOVE "S" TO W-UNIOK.
       REVISAO-UNIDADE1.
           READ CADUNIDADE NEXT
           IF ST-ERRO NOT = "00"
              GO TO EXCLUI-RETIRADOS.
           IF CEPUNIDADE = ZEROS
              GO TO REVISAO-UNIDADE1.
           MOVE CEPUNIDADE TO W-CEPREV
           PERFORM BUSCA-ALTERACAO THRU FIM-BUSCA-ALTERACAO
           IF ST-ERRO NOT = "00"
              GO TO REVISAO-UNIDADE1.
           MOVE "UNIDADE" TO TIPOCATX
           MOVE CODUNIDADE TO CODCATX
           MOVE NOMEUNIDADE TO NOMECATX
           PERFORM IMPRIME-REVISAO THRU FIM-IMPRIME-REVISAO
           ADD 1 TO W-QTDEREVUNI
           GO TO REVISAO-UNIDADE1.
      *----RETIRADO SEM REFERENCIA SAI DO CADCEP; COM REFERENCIA FICA----
       EXCLUI-RETIRADOS.
           MOVE W-DATACARGA TO DATAALT
           MOVE W-HORACARGA TO HORAALT
           MOVE ZEROS TO CEPALT
           START CADCEPALT KEY IS NOT LESS KEYCEPALT INVALID KEY
                 GO TO REVISAO-TOTAL.
       EXCLUI-RETIRADOS1.
           READ CADCEPALT NEXT
           IF ST-ERRO NOT = "00"
              GO TO REVISAO-TOTAL.
           IF DATAALT NOT = W-DATACARGA OR HORAALT NOT = W-HORACARGA
              GO TO REVISAO-TOTAL.
           IF NOT ALT-RETIRADO
              GO TO EXCLUI-RETIRADOS1.
           IF REFALT > ZEROS
              MOVE "P" TO SITALT
              ADD 1 TO W-QTDEMANTIDO
              REWRITE REGCEPALT
              GO TO EXCLUI-RETIRADOS1.
           MOVE CEPALT TO CEP
           DELETE CADCEP RECORD
           IF ST-ERRO = "00"
              MOVE "E" TO SITALT
              ADD 1 TO W-QTDEEXCLUI
              REWRITE REGCEPALT.
           GO TO EXCLUI-RETIRADOS1.
       REVISAO-TOTAL.
           MOVE SPACES TO REGRELCEPALTTX
           WRITE REGRELCEPALTTX
           MOVE "PACIENTES A REVISAR             :" TO ROTTOTCATX
           MOVE W-QTDEREVPACI TO QTDTOTCATX
           WRITE REGRELCEPALTTX FROM TOTCEPALT
           MOVE "UNIDADES A REVISAR              :" TO ROTTOTCATX
           MOVE W-QTDEREVUNI TO QTDTOTCATX
           WRITE REGRELCEPALTTX FROM TOTCEPALT
           MOVE "CEPS RETIRADOS EXCLUIDOS        :" TO ROTTOTCATX
           MOVE W-QTDEEXCLUI TO QTDTOTCATX
           WRITE REGRELCEPALTTX FROM TOTCEPALT
           MOVE "CEPS RETIRADOS MANTIDOS (EM USO):" TO ROTTOTCATX
           MOVE W-QTDEMANTIDO TO QTDTOTCATX
           WRITE REGRELCEPALTTX FROM TOTCEPALT
           CLOSE RELCEPALTTX.
      *
       TOTALIZA.
           DISPLAY "CEPS INCLUIDOS     : " W-QTDEINCLUI
           DISPLAY "CEPS ATUALIZADOS   : " W-QTDEATUALIZA
           DISPLAY "CEPS RETIRADOS     : " W-QTDERETIRA
           DISPLAY "CEPS SEM ALTERACAO : " W-QTDEIGUAL
           DISPLAY "LINHAS REJEITADAS  : " W-QTDEREJEITA
           DISPLAY "PACIENTES A REVISAR: " W-QTDEREVPACI
           DISPLAY "UNIDADES A REVISAR : " W-QTDEREVUNI
           OPEN EXTEND CARGALOG
           IF ST-ERRO NOT = "00"
              OPEN OUTPUT CARGALOG
              CLOSE CARGALOG
              OPEN EXTEND CARGALOG.
           MOVE W-DATACARGA TO DATACARGATX
           MOVE W-HORACARGA TO HORACARGATX
           MOVE W-QTDEINCLUI TO QTDEINCLUITX
           MOVE W-QTDEATUALIZA TO QTDEATUALIZATX
           MOVE W-QTDEREJEITA TO QTDEREJEITATX
           MOVE W-QTDERETIRA TO QTDERETIRATX
           MOVE CARGATX TO REGCARGALOG
           WRITE REGCARGALOG
           CLOSE CARGALOG.
       ROT-FIM.
           CLOSE CADCEP CADCEPALT DNECEPTX
           IF W-PACIOK = "S"
              CLOSE CADPACI.
           IF W-UNIOK = "S"
              CLOSE CADUNIDADE.
           DISPLAY "*** FIM DA CARGA DO CEP ***".
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
      *----------------------------------------------------
      * O CEP FOI ALTERADO OU RETIRADO NESTA CARGA?
      * (ST-ERRO = "00" QUANDO SIM; CONTA A REFERENCIA)
      *----------------------------------------------------
       BUSCA-ALTERACAO.
           MOVE W-DATACARGA TO DATAALT
           MOVE W-HORACARGA TO HORAALT
           MOVE W-CEPREV TO CEPALT
           READ CADCEPALT
           IF ST-ERRO NOT = "00"
              GO TO FIM-BUSCA-ALTERACAO.
           ADD 1 TO REFALT
           REWRITE REGCEPALT
           MOVE "00" TO ST-ERRO.
       FIM-BUSCA-ALTERACAO.
           EXIT.
      *
       IMPRIME-REVISAO.
           MOVE CEPALT TO CEPCATX
           IF ALT-RETIRADO
              MOVE "RETIRADO" TO SITCATX
           ELSE
              MOVE "ALTERADO" TO SITCATX.
           MOVE ENDANTALT TO ENDANTCATX
           MOVE BAIRROANTALT TO BAIRROANTCATX
           MOVE CIDADEANTALT TO CIDADEANTCATX
           WRITE REGRELCEPALTTX FROM DETCEPALT
           IF NOT ALT-ALTERADO
              GO TO FIM-IMPRIME-REVISAO.
           MOVE ENDNOVALT TO ENDNOVCATX
           MOVE BAIRRONOVALT TO BAIRRONOVCATX
           MOVE CIDADENOVALT TO CIDADENOVCATX
           WRITE REGRELCEPALTTX FROM DETCEPNOVO.
       FIM-IMPRIME-REVISAO.
           EXIT.
