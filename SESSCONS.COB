           03 STATUSSESSAO        PIC X(01).
              88 SESSAO-ATIVA       VALUE "A".
              88 SESSAO-ENCERRADA   VALUE "E".
              88 SESSAO-AVISADA     VALUE "M".
           03 PERFILSESSAO        PIC 9(01).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
          03 LOGINDATATX      PIC 9(08).
          03 FILLER           PIC X(01) VALUE " ".
          03 LOGINHORATX      PIC 9(06).
          03 FILLER           PIC X(01) VALUE " ".
          03 AVISOSESSTX      PIC X(06).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           READ CADSESSAO NEXT
           IF ST-ERRO NOT = "00"
              GO TO OPCAO.
           IF NOT SESSAO-ATIVA AND NOT SESSAO-AVISADA
              GO TO LISTA1.
           ADD 1 TO W-QTDEATIVA
           MOVE CHAVESESSAO TO CHAVESESSTX
           MOVE NOMEOPERSESSAO TO NOMEOPERSESSTX
           MOVE LOGINDATA TO LOGINDATATX
           MOVE LOGINHORA TO LOGINHORATX
           MOVE SPACES TO AVISOSESSTX
           IF SESSAO-AVISADA
              MOVE "MANUT." TO AVISOSESSTX.
           DISPLAY (W-LINHA, 03) SESSAOTX
           ADD 1 TO W-LINHA
           IF W-LINHA > 20
           READ CADSESSAO NEXT
           IF ST-ERRO NOT = "00"
              GO TO LIMPA-FIM.
           IF NOT SESSAO-ATIVA AND NOT SESSAO-AVISADA
              GO TO LIMPA-ANTIGAS1.
           IF LOGINDATA NOT < W-DATAHOJE
              GO TO LIMPA-ANTIGAS1.
