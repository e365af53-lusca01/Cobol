                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYRESLEITO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADMOVLEITO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYMOVLEITO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADSUMALTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYSUMALTA
                    FILE STATUS  IS ST-ERRO.
       SELECT CADEVADT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SEQEVADT
                    FILE STATUS  IS ST-ERRO.
       SELECT CADSESSAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
              88 RES-ATIVA          VALUE "A".
              88 RES-CONVERTIDA     VALUE "C".
              88 RES-EXPIRADA       VALUE "E".
      *---------TRANSFERENCIAS DE LEITO DENTRO DA INTERNACAO----------
       FD CADMOVLEITO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMOVLEITO.DAT".
       01  REGMOVLEITO.
           03 KEYMOVLEITO.
              05 CPFMOVL          PIC 9(11).
              05 DATAINTMOVL      PIC 9(08).
              05 HORAINTMOVL      PIC 9(04).
              05 SEQMOVL          PIC 9(03).
           03 UNIDORIGMOVL        PIC 9(02).
           03 LEITOORIGMOVL       PIC 9(03).
           03 UNIDDESTMOVL        PIC 9(02).
           03 LEITODESTMOVL       PIC 9(03).
           03 DATAMOVL            PIC 9(08).
           03 HORAMOVL            PIC 9(04).
           03 MOTIVOMOVL          PIC X(30).
           03 OPERMOVL            PIC 9(04).
           03 DATAREGMOVL         PIC 9(08).
           03 HORAREGMOVL         PIC 9(06).
      *---------SUMARIO DE ALTA (EMITIDO PELO SUMALTA)----------------
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
      *---------EVENTOS ADT PARA SISTEMAS EXTERNOS (ADTEXP)-----------
      *   CHAVE ZEROS = REGISTRO DE CONTROLE COM O ULTIMO SEQUENCIAL
       FD CADEVADT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEVADT.DAT".
       01  REGEVADT.
           03 SEQEVADT            PIC 9(08).
           03 TIPOEVADT           PIC X(01).
              88 EVADT-ADMISSAO     VALUE "A".
              88 EVADT-TRANSF       VALUE "T".
              88 EVADT-ALTA         VALUE "D".
              88 EVADT-CANCELA      VALUE "C".
           03 CPFEVADT            PIC 9(11).
           03 DATAINTEVADT        PIC 9(08).
           03 HORAINTEVADT        PIC 9(04).
           03 UNIDEVADT           PIC 9(02).
           03 LEITOEVADT          PIC 9(03).
           03 UNIDANTEVADT        PIC 9(02).
           03 LEITOANTEVADT       PIC 9(03).
           03 DATAEVADT           PIC 9(08).
           03 HORAEVADT           PIC 9(04).
           03 CIDEVADT            PIC X(07).
           03 OPEREVADT           PIC 9(04).
           03 DATAREGEVADT        PIC 9(08).
           03 HORAREGEVADT        PIC 9(06).
           03 FILLER              PIC X(10).
       01  REGEVADTCTRL.
           03 SEQCTRLADT          PIC 9(08).
           03 ULTSEQADT           PIC 9(08).
           03 FILLER              PIC X(73).
      *
       FD CADSESSAO
               LABEL RECORD IS STANDARD
       01 W-OCUPADO      PIC X(01) VALUE "N".
       01 W-BUSCAUNID    PIC 9(02) VALUE ZEROS.
       01 W-BUSCALEITO   PIC 9(03) VALUE ZEROS.
      *---TRANSFERENCIA DE LEITO (ALTERACAO DE UNIDADE/LEITO)-----
       01 W-UNIDANT      PIC 9(02) VALUE ZEROS.
       01 W-LEITOANT     PIC 9(03) VALUE ZEROS.
       01 W-TRANSF       PIC X(01) VALUE "N".
       01 W-MOVOK        PIC X(01) VALUE "N".
       01 W-DATATRANSF   PIC 9(08) VALUE ZEROS.
       01 W-HORATRANSF   PIC 9(04) VALUE ZEROS.
       01 W-MOTIVOTRANSF PIC X(30) VALUE SPACES.
       01 W-MAXSEQMOVL   PIC 9(03) VALUE ZEROS.
       01 W-DATAINTAMD   PIC 9(08) VALUE ZEROS.
       01 W-HORAAGORA    PIC 9(08) VALUE ZEROS.
      *---ALTA SO COM SUMARIO DE ALTA ASSINADO--------------------
       01 W-SUMOK        PIC X(01) VALUE "N".
       01 W-ALTAANT      PIC 9(08) VALUE ZEROS.
      *---EVENTOS ADT (ADMISSAO/TRANSFERENCIA/ALTA/CANCELAMENTO)--
       01 W-EVADTOK      PIC X(01) VALUE "N".
       01 W-TIPOEVADT    PIC X(01) VALUE SPACES.
       01 W-DATAEVADT    PIC 9(08) VALUE ZEROS.
       01 W-HORAEVADT    PIC 9(04) VALUE ZEROS.
       01 W-SEQEVADT     PIC 9(08) VALUE ZEROS.
       01 W-REGINTSALVO  PIC X(59) VALUE SPACES.
      *---AUDITORIA-------------------------------------------
       01 W-SESSAOATUAL  PIC 9(04) VALUE ZEROS.
       01 W-PERFILLOG    PIC 9(01) VALUE ZEROS.
              MOVE "S" TO W-RESOK
           ELSE
              MOVE "N" TO W-RESOK.
       L0B.
           OPEN I-O CADMOVLEITO
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADMOVLEITO
                CLOSE CADMOVLEITO
                GO TO L0B
             ELSE
                MOVE "N" TO W-MOVOK
           ELSE
                MOVE "S" TO W-MOVOK.
           OPEN INPUT CADSUMALTA
           IF ST-ERRO = "00"
              MOVE "S" TO W-SUMOK
           ELSE
              MOVE "N" TO W-SUMOK.
       L0C.
           OPEN I-O CADEVADT
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                OPEN OUTPUT CADEVADT
                CLOSE CADEVADT
                GO TO L0C
             ELSE
                MOVE "N" TO W-EVADTOK
           ELSE
                MOVE "S" TO W-EVADTOK.
           PERFORM ABRIR-CADSESSAO.
           PERFORM ABRIR-CADLOG.
       L1.
           MOVE ZEROS TO HORAINTERN UNIDINT LEITOINT
           MOVE ZEROS TO DATAENTRADA HORAENTRADA DATAALTA HORAALTA
           MOVE SPACES TO CIDINT
           MOVE ZEROS TO W-ALTAANT
           DISPLAY TELAINTERN.
       L2.
           ACCEPT TCPFINTERN
           READ CADINTERN
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 MOVE UNIDINT TO W-UNIDANT
                 MOVE LEITOINT TO W-LEITOANT
                 MOVE DATAALTA TO W-ALTAANT
                 DISPLAY TELAINTERN
                 MOVE "** INTERNACAO JA CADASTRADA **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "ALTA ANTERIOR A ENTRADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L7.
           IF DATAALTA NOT = ZEROS AND W-ALTAANT = ZEROS
              PERFORM VERIFICA-SUMARIO THRU FIM-VERIFICA-SUMARIO
              IF W-OPCAO NOT = "S"
                 MOVE ZEROS TO DATAALTA
                 DISPLAY TDATAALTA
                 GO TO L7.
        L8.
           ACCEPT THORAALTA
           ACCEPT W-ACT FROM ESCAPE KEY
               MOVE "N" TO ACAOLOGTX
               PERFORM ESCREVE-LOG
               PERFORM CONVERTE-RESERVA THRU FIM-CONVERTE-RESERVA
               MOVE "A" TO W-TIPOEVADT
               MOVE DATAENTRADA TO W-DATAEVADT
               MOVE HORAENTRADA TO W-HORAEVADT
               PERFORM GRAVA-EVENTO-ADT THRU FIM-GRAVA-EVENTO-ADT
               GO TO INC-WR2.
            IF ST-ERRO = "22"
               MOVE "** INTERNACAO JA CADASTRADA, NAO GRAVADA **"
                      TO MENS
                            TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM.
      *-----INTERNACAO JA INCLUIDA COM ALTA GERA TAMBEM O EVENTO "D"----
        INC-WR2.
            IF DATAALTA NOT = ZEROS
               MOVE "D" TO W-TIPOEVADT
               MOVE DATAALTA TO W-DATAEVADT
               MOVE HORAALTA TO W-HORAEVADT
               PERFORM GRAVA-EVENTO-ADT THRU FIM-GRAVA-EVENTO-ADT.
            MOVE "** DADOS GRAVADOS **" TO MENS
            PERFORM ROT-MENS THRU ROT-MENS-FIM
            GO TO L1.
      *
      *-----ADMISSAO CONVERTE A RESERVA DO LEITO-------------------------
       CONVERTE-RESERVA.
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                MOVE REGINTERN TO W-REGINTSALVO
                DELETE CADINTERN RECORD
                IF ST-ERRO = "00"
                   MOVE W-REGINTSALVO TO REGINTERN
                   MOVE KEYINTERN TO CHAVELOGTX
                   MOVE "E" TO ACAOLOGTX
                   PERFORM ESCREVE-LOG
                   MOVE "C" TO W-TIPOEVADT
                   ACCEPT W-DATAEVADT FROM DATE YYYYMMDD
                   ACCEPT W-HORAAGORA FROM TIME
                   DIVIDE W-HORAAGORA BY 10000 GIVING W-HORAEVADT
                   PERFORM GRAVA-EVENTO-ADT THRU FIM-GRAVA-EVENTO-ADT
                   MOVE "*** REGISTRO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO L1.
                GO TO ROT-FIM.
      *
       ALT-OPC.
                MOVE "N" TO W-TRANSF
                IF UNIDINT NOT = W-UNIDANT OR LEITOINT NOT = W-LEITOANT
                   PERFORM PEDE-TRANSFERENCIA THRU FIM-PEDE-TRANSF
                   IF W-TRANSF NOT = "S"
                      GO TO L3.
       ALT-OPC1.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC1.
       ALT-RW1.
                REWRITE REGINTERN
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA ALTERACAO DA INTERNACAO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE KEYINTERN TO CHAVELOGTX
                MOVE "A" TO ACAOLOGTX
                PERFORM ESCREVE-LOG
                IF W-TRANSF = "S"
                   PERFORM GRAVA-TRANSFERENCIA THRU FIM-GRAVA-TRANSF
                   MOVE "T" TO W-TIPOEVADT
                   MOVE W-DATATRANSF TO W-DATAEVADT
                   MOVE W-HORATRANSF TO W-HORAEVADT
                   PERFORM GRAVA-EVENTO-ADT THRU FIM-GRAVA-EVENTO-ADT.
                IF DATAALTA NOT = ZEROS AND W-ALTAANT = ZEROS
                   MOVE "D" TO W-TIPOEVADT
                   MOVE DATAALTA TO W-DATAEVADT
                   MOVE HORAALTA TO W-HORAEVADT
                   PERFORM GRAVA-EVENTO-ADT THRU FIM-GRAVA-EVENTO-ADT.
                MOVE UNIDINT TO W-UNIDANT
                MOVE LEITOINT TO W-LEITOANT
                MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO L1.
      *
      *-----ALTA EXIGE SUMARIO DE ALTA ASSINADO POR UM CRM--------------
       VERIFICA-SUMARIO.
           MOVE "N" TO W-OPCAO
           IF W-SUMOK NOT = "S"
              MOVE "** ALTA EXIGE SUMARIO DE ALTA (SUMALTA) **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIM-VERIFICA-SUMARIO.
           MOVE CPFINTERN TO CPFSUM
           COMPUTE DATAINTSUM = ANOINTERN * 10000 + MESINTERN * 100
                 + DIAINTERN
           MOVE HORAINTERN TO HORAINTSUM
           READ CADSUMALTA
           IF ST-ERRO NOT = "00"
              MOVE "** ALTA EXIGE SUMARIO DE ALTA (SUMALTA) **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIM-VERIFICA-SUMARIO.
           IF NOT SUM-ASSINADO
              MOVE "** SUMARIO DE ALTA SEM ASSINATURA DO MEDICO **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIM-VERIFICA-SUMARIO.
           MOVE "S" TO W-OPCAO.
       FIM-VERIFICA-SUMARIO.
           EXIT.
      *-----TROCA DE LEITO: DATA/HORA E MOTIVO DA TRANSFERENCIA---------
       PEDE-TRANSFERENCIA.
           MOVE "N" TO W-TRANSF
           IF W-MOVOK NOT = "S"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADMOVLEITO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIM-PEDE-TRANSF.
           IF DATAALTA NOT = ZEROS
              MOVE "** INTERNACAO COM ALTA NAO TROCA DE LEITO **"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIM-PEDE-TRANSF.
           ACCEPT W-DATATRANSF FROM DATE YYYYMMDD
           ACCEPT W-HORAAGORA FROM TIME
           DIVIDE W-HORAAGORA BY 10000 GIVING W-HORATRANSF
           MOVE SPACES TO W-MOTIVOTRANSF
           DISPLAY (15, 01) "  TRANSFERENCIA DO LEITO " W-UNIDANT "/"
                   W-LEITOANT " PARA " UNIDINT "/" LEITOINT.
       PEDE-TRANSF1.
           DISPLAY (16, 01) "  DATA (AAAAMMDD) :"
           DISPLAY (16, 33) "HORA (HHMM) :"
           ACCEPT (16, 22) W-DATATRANSF WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO FIM-PEDE-TRANSF.
           IF W-DATATRANSF < DATAENTRADA
              MOVE "TRANSFERENCIA ANTERIOR A ENTRADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PEDE-TRANSF1.
       PEDE-TRANSF2.
           ACCEPT (16, 46) W-HORATRANSF WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO PEDE-TRANSF1.
           DIVIDE W-HORATRANSF BY 100 GIVING W-HORAH REMAINDER W-HORAM
           IF W-HORAH > 23 OR W-HORAM > 59
              MOVE "O HORARIO INSERIDO NAO E VALIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PEDE-TRANSF2.
       PEDE-TRANSF3.
           DISPLAY (17, 01) "  MOTIVO          :"
           ACCEPT (17, 22) W-MOTIVOTRANSF WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO PEDE-TRANSF2.
           IF W-MOTIVOTRANSF = SPACES
              MOVE "INFORME O MOTIVO DA TRANSFERENCIA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PEDE-TRANSF3.
           MOVE "S" TO W-TRANSF.
       FIM-PEDE-TRANSF.
           EXIT.
      *-----GRAVA O MOVIMENTO NO PROXIMO SEQUENCIAL DA INTERNACAO-------
       GRAVA-TRANSFERENCIA.
           COMPUTE W-DATAINTAMD = ANOINTERN * 10000 + MESINTERN * 100
                 + DIAINTERN
           MOVE ZEROS TO W-MAXSEQMOVL
           MOVE CPFINTERN TO CPFMOVL
           MOVE W-DATAINTAMD TO DATAINTMOVL
           MOVE HORAINTERN TO HORAINTMOVL
           MOVE ZEROS TO SEQMOVL
           START CADMOVLEITO KEY IS NOT LESS KEYMOVLEITO INVALID KEY
                 GO TO GRAVA-TRANSF2.
       GRAVA-TRANSF1.
           READ CADMOVLEITO NEXT
           IF ST-ERRO NOT = "00"
              GO TO GRAVA-TRANSF2.
           IF CPFMOVL NOT = CPFINTERN OR DATAINTMOVL NOT = W-DATAINTAMD
                 OR HORAINTMOVL NOT = HORAINTERN
              GO TO GRAVA-TRANSF2.
           MOVE SEQMOVL TO W-MAXSEQMOVL
           GO TO GRAVA-TRANSF1.
       GRAVA-TRANSF2.
           MOVE CPFINTERN TO CPFMOVL
           MOVE W-DATAINTAMD TO DATAINTMOVL
           MOVE HORAINTERN TO HORAINTMOVL
           COMPUTE SEQMOVL = W-MAXSEQMOVL + 1
           MOVE W-UNIDANT TO UNIDORIGMOVL
           MOVE W-LEITOANT TO LEITOORIGMOVL
           MOVE UNIDINT TO UNIDDESTMOVL
           MOVE LEITOINT TO LEITODESTMOVL
           MOVE W-DATATRANSF TO DATAMOVL
           MOVE W-HORATRANSF TO HORAMOVL
           MOVE W-MOTIVOTRANSF TO MOTIVOMOVL
           MOVE W-CODOPERLOG TO OPERMOVL
           ACCEPT DATAREGMOVL FROM DATE YYYYMMDD
           ACCEPT HORAREGMOVL FROM TIME
           WRITE REGMOVLEITO
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADMOVLEITO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIM-GRAVA-TRANSF.
           MOVE KEYINTERN TO CHAVELOGTX
           MOVE "T" TO ACAOLOGTX
           PERFORM ESCREVE-LOG.
       FIM-GRAVA-TRANSF.
           EXIT.
      *
      *-----EVENTO ADT NO PROXIMO SEQUENCIAL (CONTROLE NA CHAVE ZEROS)--
       GRAVA-EVENTO-ADT.
           IF W-EVADTOK NOT = "S"
              GO TO FIM-GRAVA-EVENTO-ADT.
           MOVE ZEROS TO SEQEVADT
           READ CADEVADT
           IF ST-ERRO = "00"
              ADD 1 TO ULTSEQADT
              MOVE ULTSEQADT TO W-SEQEVADT
              REWRITE REGEVADTCTRL
           ELSE
              MOVE SPACES TO REGEVADTCTRL
              MOVE ZEROS TO SEQCTRLADT
              MOVE 1 TO ULTSEQADT
              MOVE 1 TO W-SEQEVADT
              WRITE REGEVADTCTRL.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "* ERRO NA NUMERACAO DO EVENTO ADT *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIM-GRAVA-EVENTO-ADT.
           MOVE SPACES TO REGEVADT
           MOVE W-SEQEVADT TO SEQEVADT
           MOVE W-TIPOEVADT TO TIPOEVADT
           MOVE CPFINTERN TO CPFEVADT
           COMPUTE DATAINTEVADT = ANOINTERN * 10000 + MESINTERN * 100
                 + DIAINTERN
           MOVE HORAINTERN TO HORAINTEVADT
           MOVE UNIDINT TO UNIDEVADT
           MOVE LEITOINT TO LEITOEVADT
           MOVE ZEROS TO UNIDANTEVADT LEITOANTEVADT
           IF EVADT-TRANSF
              MOVE W-UNIDANT TO UNIDANTEVADT
              MOVE W-LEITOANT TO LEITOANTEVADT.
           MOVE W-DATAEVADT TO DATAEVADT
           MOVE W-HORAEVADT TO HORAEVADT
           MOVE CIDINT TO CIDEVADT
           MOVE W-CODOPERLOG TO OPEREVADT
           ACCEPT DATAREGEVADT FROM DATE YYYYMMDD
           ACCEPT HORAREGEVADT FROM TIME
           WRITE REGEVADT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADEVADT *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FIM-GRAVA-EVENTO-ADT.
           EXIT.
      *
      *****************************************
      * ROTINA DE AUDITORIA                   *
           CLOSE CADINTERN CADCONSU CADLEITO CADCID CADLOG.
           IF W-RESOK = "S"
              CLOSE CADRESLEITO.
           IF W-MOVOK = "S"
              CLOSE CADMOVLEITO.
           IF W-SUMOK = "S"
              CLOSE CADSUMALTA.
           IF W-EVADTOK = "S"
              CLOSE CADEVADT.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
