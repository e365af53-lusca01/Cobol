       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLIRPF.
      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    DECLARACAO DE PAGAMENTOS PARA O IMPOSTO DE RENDA (IRPF)    *
      *    DO RESPONSAVEL FINANCEIRO E DEPENDENTES NO ANO, EMITIDA    *
      *    A PARTIR DA BASE DA DMED (CADDMED) PARA OS VALORES BATEREM *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADDMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYDMED
                    FILE STATUS  IS ST-ERRO.
       SELECT CADFAMILIA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFMEMBRO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO.
       SELECT DECLIRPFTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *---------BASE ANUAL DA DMED (UM REGISTRO POR PAGAMENTO)---------
       FD CADDMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDMED.DAT".
       01  REGDMED.
           03 KEYDMED.
              05 ANODMED          PIC 9(04).
              05 CPFRESPDMED      PIC 9(11).
              05 CPFBENDMED       PIC 9(11).
              05 KEYPAGDMED       PIC X(25).
           03 DATAPAGDMED         PIC 9(08).
           03 VALORDMED           PIC 9(06)V99.
           03 FORMADMED           PIC 9(01).
           03 DATAGERDMED         PIC 9(08).
           03 FILLER              PIC X(20).
      *
       FD CADFAMILIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFAMILIA.DAT".
       01  REGFAMILIA.
           03 CPFMEMBRO           PIC 9(11).
           03 CPFRESP             PIC 9(11).
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
      *
       FD DECLIRPFTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DECLIRPF.DOC".
       01 REGDECLIRPFTX        PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       01 W-FAMOK        PIC X(01) VALUE "N".
       01 W-ANODECL      PIC 9(04) VALUE ZEROS.
       01 W-CPFDECL      PIC 9(11) VALUE ZEROS.
       01 W-RESPDECL     PIC 9(11) VALUE ZEROS.
       01 W-BENATUAL     PIC 9(11) VALUE ZEROS.
       01 W-TOTALBEN     PIC 9(08)V99 VALUE ZEROS.
       01 W-TOTALDECL    PIC 9(08)V99 VALUE ZEROS.
       01 W-QTDEDECL     PIC 9(04) VALUE ZEROS.
       01 W-DATAGER      PIC 9(08) VALUE ZEROS.
       01 W-KEYPAG.
          03 W-CPFPAGK       PIC 9(11).
          03 W-DATACONSK.
             05 W-DIACONSK   PIC 9(02).
             05 W-MESCONSK   PIC 9(02).
             05 W-ANOCONSK   PIC 9(04).
          03 W-HORACONSK     PIC 9(04).
          03 W-SEQPAGK       PIC 9(02).
       01 W-DATAAMD.
          03 W-ANOAMD        PIC 9(04).
          03 W-MESAMD        PIC 9(02).
          03 W-DIAAMD        PIC 9(02).
       01 W-DATANUM REDEFINES W-DATAAMD PIC 9(08).
       01 TABFORMAX.
          03 FILLER     PIC X(08) VALUE "DINHEIRO".
          03 FILLER     PIC X(08) VALUE "CARTAO".
          03 FILLER     PIC X(08) VALUE "PIX".
          03 FILLER     PIC X(08) VALUE "CONVENIO".
       01 TABFORMA REDEFINES TABFORMAX.
          03 TBFORMA    PIC X(08) OCCURS 4 TIMES.
      *---LINHAS DO DOCUMENTO-----------------------------------------
       01 CAB0.
          03 FILLER PIC X(50) VALUE
          "HOSPITAL MAINFRAME  *** DECLARACAO DE PAGAMENTOS -".
          03 FILLER PIC X(24) VALUE " IMPOSTO DE RENDA ***".
       01 TEXTO1.
          03 FILLER PIC X(51) VALUE
          "DECLARAMOS, PARA FINS DE IMPOSTO DE RENDA DA PESSOA".
          03 FILLER PIC X(30) VALUE " FISICA, QUE RECEBEMOS DE".
       01 TEXTO2.
          03 NOMERESPTX      PIC X(30).
          03 FILLER          PIC X(06) VALUE " CPF: ".
          03 CPFRESPTX       PIC 9(11).
          03 FILLER          PIC X(31) VALUE
             ", RESPONSAVEL FINANCEIRO, OS".
       01 TEXTO3.
          03 FILLER PIC X(51) VALUE
          "PAGAMENTOS ABAIXO, REFERENTES A SERVICOS MEDICOS PR".
          03 FILLER PIC X(29) VALUE "ESTADOS NO ANO-CALENDARIO DE".
          03 ANOTEXTOTX      PIC 9(04).
          03 FILLER          PIC X(01) VALUE ".".
       01 CABBENEF.
          03 FILLER          PIC X(19) VALUE "BENEFICIARIO  CPF: ".
          03 CPFBENTX        PIC 9(11).
          03 FILLER          PIC X(07) VALUE " NOME: ".
          03 NOMEBENTX       PIC X(30).
       01 CABCOLUNAS.
          03 FILLER PIC X(50) VALUE
          "  PAGAMENTO   CONSULTA   FORMA          VALOR PAGO".
       01 DETPAGTO.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 DIAPAGTX        PIC 9(02).
          03 FILLER          PIC X(01) VALUE "/".
          03 MESPAGTX        PIC 9(02).
          03 FILLER          PIC X(01) VALUE "/".
          03 ANOPAGTX        PIC 9(04).
          03 FILLER          PIC X(01) VALUE " ".
          03 DIACONTX        PIC 9(02).
          03 FILLER          PIC X(01) VALUE "/".
          03 MESCONTX        PIC 9(02).
          03 FILLER          PIC X(01) VALUE "/".
          03 ANOCONTX        PIC 9(04).
          03 FILLER          PIC X(01) VALUE " ".
          03 FORMATX         PIC X(08).
          03 FILLER          PIC X(06) VALUE SPACES.
          03 VALORPAGTX      PIC ZZZZZZ9,99.
       01 TOTBENEF.
          03 FILLER          PIC X(40) VALUE
             "  TOTAL DO BENEFICIARIO.................".
          03 TOTBENTX        PIC ZZZZZZ9,99.
       01 TOTDECL.
          03 FILLER          PIC X(40) VALUE
             "TOTAL PAGO NO ANO-CALENDARIO............".
          03 TOTDECLTX       PIC ZZZZZZ9,99.
       01 RODAPE1.
          03 FILLER PIC X(50) VALUE
          "VALORES IGUAIS AOS INFORMADOS NA DMED. BASE GERADA".
          03 FILLER          PIC X(04) VALUE " EM ".
          03 DIAGERTX        PIC 9(02).
          03 FILLER          PIC X(01) VALUE "/".
          03 MESGERTX        PIC 9(02).
          03 FILLER          PIC X(01) VALUE "/".
          03 ANOGERTX        PIC 9(04).
          03 FILLER          PIC X(01) VALUE ".".
       01 RODAPE2.
          03 FILLER PIC X(51) VALUE
          "NAO INCLUI VALORES PAGOS POR CONVENIO NEM ESTORNADO".
          03 FILLER          PIC X(02) VALUE "S.".
       01 ASSINATURA.
          03 FILLER          PIC X(40) VALUE
             "________________________________________".
       01 ASSINATURA2.
          03 FILLER          PIC X(40) VALUE
             "     SETOR FINANCEIRO - TESOURARIA".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELADECLIRPF.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          DECLARACAO DE PAGAMENTOS PARA".
           05  LINE 02  COLUMN 41
               VALUE  " IMPOSTO DE RENDA".
           05  LINE 08  COLUMN 01
               VALUE  "   ANO-CALENDARIO                :".
           05  LINE 10  COLUMN 01
               VALUE  "   CPF DO PACIENTE OU RESPONSAVEL:".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TW-ANODECL
               LINE 08  COLUMN 37  PIC 9(04)
               USING  W-ANODECL
               HIGHLIGHT.
           05  TW-CPFDECL
               LINE 10  COLUMN 37  PIC 9(11)
               USING  W-CPFDECL
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       ABRIR-ARQUIVOS.
           OPEN INPUT CADDMED
           IF ST-ERRO NOT = "00"
              MOVE "* BASE DA DMED NAO GERADA (ROTINA DMED) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADPACI" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADDMED
              GO TO ROT-FIM2.
           OPEN INPUT CADFAMILIA
           IF ST-ERRO = "00"
              MOVE "S" TO W-FAMOK.
       L1.
           MOVE ZEROS TO W-CPFDECL
           DISPLAY TELADECLIRPF.
       L2.
           ACCEPT TW-ANODECL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-ANODECL < 1601
              MOVE "PREENCHA O CAMPO PARA CONTINUAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2.
       L3.
           ACCEPT TW-CPFDECL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L2.
           IF W-CPFDECL = ZEROS
              MOVE " ** PREENCHA O CAMPO PARA PROSSEGUIR ** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L3.
      *----------------DEPENDENTE: DECLARACAO SAI NO NOME DO RESPONSAVEL-
           MOVE W-CPFDECL TO W-RESPDECL
           IF W-FAMOK = "S"
              MOVE W-CPFDECL TO CPFMEMBRO
              READ CADFAMILIA
              IF ST-ERRO = "00" AND CPFRESP NOT = ZEROS
                 MOVE CPFRESP TO W-RESPDECL.
           MOVE W-ANODECL TO ANODMED
           MOVE W-RESPDECL TO CPFRESPDMED
           MOVE ZEROS TO CPFBENDMED KEYPAGDMED
           START CADDMED KEY IS NOT LESS KEYDMED INVALID KEY
                 GO TO SEM-PAGTO.
           READ CADDMED NEXT
           IF ST-ERRO NOT = "00"
              GO TO SEM-PAGTO.
           IF ANODMED NOT = W-ANODECL OR CPFRESPDMED NOT = W-RESPDECL
              GO TO SEM-PAGTO.
      *----------------GRAVAR A DECLARACAO-------------------------------
       GRAVA-DECL.
           OPEN OUTPUT DECLIRPFTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DECLIRPF" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE ZEROS TO W-TOTALDECL W-TOTALBEN W-BENATUAL W-QTDEDECL
           MOVE DATAGERDMED TO W-DATAGER
           WRITE REGDECLIRPFTX FROM CAB0
           MOVE SPACES TO REGDECLIRPFTX
           WRITE REGDECLIRPFTX
           WRITE REGDECLIRPFTX FROM TEXTO1
           MOVE W-RESPDECL TO CPF CPFRESPTX
           PERFORM LE-NOME THRU FIM-LE-NOME
           MOVE NOMEBENTX TO NOMERESPTX
           WRITE REGDECLIRPFTX FROM TEXTO2
           MOVE W-ANODECL TO ANOTEXTOTX
           WRITE REGDECLIRPFTX FROM TEXTO3.
       GRAVA-DECL1.
           IF CPFBENDMED NOT = W-BENATUAL
              PERFORM FECHA-BENEF THRU FIM-FECHA-BENEF
              MOVE CPFBENDMED TO W-BENATUAL
              MOVE SPACES TO REGDECLIRPFTX
              WRITE REGDECLIRPFTX
              MOVE CPFBENDMED TO CPF CPFBENTX
              PERFORM LE-NOME THRU FIM-LE-NOME
              WRITE REGDECLIRPFTX FROM CABBENEF
              WRITE REGDECLIRPFTX FROM CABCOLUNAS.
           MOVE DATAPAGDMED TO W-DATANUM
           MOVE W-DIAAMD TO DIAPAGTX
           MOVE W-MESAMD TO MESPAGTX
           MOVE W-ANOAMD TO ANOPAGTX
           MOVE KEYPAGDMED TO W-KEYPAG
           MOVE W-DIACONSK TO DIACONTX
           MOVE W-MESCONSK TO MESCONTX
           MOVE W-ANOCONSK TO ANOCONTX
           MOVE SPACES TO FORMATX
           IF FORMADMED > ZEROS AND FORMADMED < 5
              MOVE TBFORMA(FORMADMED) TO FORMATX.
           MOVE VALORDMED TO VALORPAGTX
           WRITE REGDECLIRPFTX FROM DETPAGTO
           ADD VALORDMED TO W-TOTALBEN W-TOTALDECL
           ADD 1 TO W-QTDEDECL
           READ CADDMED NEXT
           IF ST-ERRO NOT = "00"
              GO TO GRAVA-TOTAL.
           IF ANODMED NOT = W-ANODECL OR CPFRESPDMED NOT = W-RESPDECL
              GO TO GRAVA-TOTAL.
           GO TO GRAVA-DECL1.
      *
       GRAVA-TOTAL.
           PERFORM FECHA-BENEF THRU FIM-FECHA-BENEF
           MOVE SPACES TO REGDECLIRPFTX
           WRITE REGDECLIRPFTX
           MOVE W-TOTALDECL TO TOTDECLTX
           WRITE REGDECLIRPFTX FROM TOTDECL
           MOVE SPACES TO REGDECLIRPFTX
           WRITE REGDECLIRPFTX
           MOVE W-DATAGER TO W-DATANUM
           MOVE W-DIAAMD TO DIAGERTX
           MOVE W-MESAMD TO MESGERTX
           MOVE W-ANOAMD TO ANOGERTX
           WRITE REGDECLIRPFTX FROM RODAPE1
           WRITE REGDECLIRPFTX FROM RODAPE2
           MOVE SPACES TO REGDECLIRPFTX
           WRITE REGDECLIRPFTX
           WRITE REGDECLIRPFTX
           WRITE REGDECLIRPFTX FROM ASSINATURA
           WRITE REGDECLIRPFTX FROM ASSINATURA2
           CLOSE DECLIRPFTX
           MOVE "*** DECLARACAO GERADA EM DECLIRPF.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO L1.
      *
       SEM-PAGTO.
           MOVE "NENHUM PAGAMENTO PARTICULAR NA BASE DMED DO ANO"
              TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO L1.
      *----------------SUBTOTAL DO BENEFICIARIO ANTERIOR-----------------
       FECHA-BENEF.
           IF W-BENATUAL = ZEROS
              GO TO FIM-FECHA-BENEF.
           MOVE W-TOTALBEN TO TOTBENTX
           WRITE REGDECLIRPFTX FROM TOTBENEF
           MOVE ZEROS TO W-TOTALBEN.
       FIM-FECHA-BENEF.
           EXIT.
      *
       LE-NOME.
           MOVE SPACES TO NOMEBENTX
           READ CADPACI
           IF ST-ERRO = "00"
              MOVE NOMEPACIENTE TO NOMEBENTX.
       FIM-LE-NOME.
           EXIT.
      *
       ROT-FIM.
           CLOSE CADDMED CADPACI.
           IF W-FAMOK = "S"
              CLOSE CADFAMILIA.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
      *
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
