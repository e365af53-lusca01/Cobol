      *AUTHOR. LUCAS DE LIMA.
      *****************************************************************
      *    TEMPOS DE ESPERA DO PACIENTE (PORTA-TRIAGEM E PORTA-       *
      *    MEDICO) POR UNIDADE, TURNO, SEVERIDADE E TIPO DE ENTRADA   *
      *****************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DATACONS
                       WITH DUPLICATES.
       SELECT CADCONSEXT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCONSEXT
                    FILE STATUS  IS ST-ERRO.
       SELECT RELSLATX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
           03 CODSALA             PIC 9(02).
           03 UNIDADE              PIC 9(02).
           03 LEMBRETEENVIADO      PIC X(01).
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
           03 ORIGEMEXT           PIC X(01).
              88 ORIGEM-PRONTO-ATEND VALUE "P".
           03 FILLER              PIC X(26).
      *
       FD RELSLATX
               LABEL RECORD IS STANDARD
       01 W-ACHOU        PIC 9(03) VALUE ZEROS.
       01 W-TURNOCHEG    PIC 9(01) VALUE ZEROS.
       01 W-SEVCHEG      PIC 9(01) VALUE ZEROS.
       01 W-TIPOCHEG     PIC X(01) VALUE "A".
       01 W-EXTABERTO    PIC X(01) VALUE "N".
      *---DIFERENCA DE HORARIOS EM MINUTOS-----------------------------
       01 W-HORAA        PIC 9(06) VALUE ZEROS.
       01 W-HORAAR REDEFINES W-HORAA.
             05 TB-UNID       PIC 9(02).
             05 TB-TURNO      PIC 9(01).
             05 TB-SEV        PIC 9(01).
             05 TB-TIPO       PIC X(01).
             05 TB-QTDE       PIC 9(06).
             05 TB-SOMATRI    PIC 9(08).
             05 TB-MAXTRI     PIC 9(05).
          03 FILLER PIC X(55) VALUE
          "HOSPITAL MAINFRAME *** TEMPOS DE ESPERA (MINUTOS) *****".
       01 CABSLA2.
          03 FILLER PIC X(61) VALUE
          "UNID TURNO SEV TIPO QTDE  TRIAGEM MED/MAX   MEDICO MED/MAX".
       01 CABSLA3.
          03 FILLER PIC X(40) VALUE
          "TIPO: A=AGENDADA  P=PRONTO ATENDIMENTO".
       01 DETSLA.
          03 UNIDSLATX        PIC 9(02).
          03 FILLER           PIC X(04) VALUE SPACES.
          03 TURNOSLATX       PIC 9(01).
          03 FILLER           PIC X(04) VALUE SPACES.
          03 SEVSLATX         PIC 9(01).
          03 FILLER           PIC X(04) VALUE SPACES.
          03 TIPOSLATX        PIC X(01).
          03 FILLER           PIC X(01) VALUE " ".
          03 QTDESLATX        PIC ZZZZZ9.
          03 FILLER           PIC X(04) VALUE SPACES.
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCHEGADA
              GO TO ROT-FIM2.
           OPEN INPUT CADCONSEXT
           IF ST-ERRO = "00"
              MOVE "S" TO W-EXTABERTO.
           OPEN OUTPUT RELSLATX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELSLA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           WRITE REGRELSLATX FROM CABSLA
           WRITE REGRELSLATX FROM CABSLA2
           WRITE REGRELSLATX FROM CABSLA3.
      *----------------ACUMULAR AS ESPERAS-------------------------------
       ACUMULA.
           MOVE ZEROS TO KEYCHEGADA
           READ CADCONSU
           IF ST-ERRO = "00"
              MOVE SEVERIDADE TO W-SEVCHEG.
           MOVE "A" TO W-TIPOCHEG
           IF W-EXTABERTO = "S"
              MOVE KEYCHEGADA TO KEYCONSEXT
              READ CADCONSEXT
              IF ST-ERRO = "00"
                 IF ORIGEM-PRONTO-ATEND
                    MOVE "P" TO W-TIPOCHEG.
           MOVE ZEROS TO W-ESPTRIAGEM W-ESPMEDICO
           IF HORATRIAGEM NOT = ZEROS
              MOVE HORAREGCHEG TO W-HORAA
           IF TB-UNID(IND1) = UNIDADECHEG
                 AND TB-TURNO(IND1) = W-TURNOCHEG
                 AND TB-SEV(IND1) = W-SEVCHEG
                 AND TB-TIPO(IND1) = W-TIPOCHEG
              MOVE IND1 TO W-ACHOU
              GO TO FIM-ACHA-LINHA.
           ADD 1 TO IND1
           MOVE UNIDADECHEG TO TB-UNID(W-ACHOU)
           MOVE W-TURNOCHEG TO TB-TURNO(W-ACHOU)
           MOVE W-SEVCHEG TO TB-SEV(W-ACHOU)
           MOVE W-TIPOCHEG TO TB-TIPO(W-ACHOU)
           MOVE ZEROS TO TB-QTDE(W-ACHOU) TB-SOMATRI(W-ACHOU)
           MOVE ZEROS TO TB-MAXTRI(W-ACHOU) TB-SOMAMED(W-ACHOU)
           MOVE ZEROS TO TB-MAXMED(W-ACHOU).
           MOVE TB-UNID(IND1) TO UNIDSLATX
           MOVE TB-TURNO(IND1) TO TURNOSLATX
           MOVE TB-SEV(IND1) TO SEVSLATX
           MOVE TB-TIPO(IND1) TO TIPOSLATX
           MOVE TB-QTDE(IND1) TO QTDESLATX
           MOVE ZEROS TO W-MEDIA
           IF TB-QTDE(IND1) NOT = ZEROS
      *
       ROT-FIM.
           CLOSE CADCHEGADA CADCONSU RELSLATX
           IF W-EXTABERTO = "S"
              CLOSE CADCONSEXT.
           MOVE "*** RELATORIO RELSLA.DOC GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-FIM2.
