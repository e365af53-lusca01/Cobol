                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
           SELECT CADSTATUS ASSIGN TO DISK
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
           03 STATUSSESSAO        PIC X(01).
              88 SESSAO-ATIVA       VALUE "A".
              88 SESSAO-ENCERRADA   VALUE "E".
              88 SESSAO-AVISADA     VALUE "M".
           03 PERFILSESSAO        PIC 9(01).
      *
       FD SESATUAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SESATUAL.DAT".
       01  REGSESATUAL            PIC 9(04).
      *------SITUACAO DO SISTEMA: JANELA DE MANUTENCAO------------------
       FD CADSTATUS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSTATUS.DAT".
       01 REGSTATUS.
          03 MANUTSTATUS        PIC X(01).
             88 EM-MANUTENCAO     VALUE "S".
          03 DATAINISTATUS      PIC 9(08).
          03 HORAINISTATUS      PIC 9(06).
          03 HORAFIMSTATUS      PIC 9(04).
          03 PROGRSTATUS        PIC X(10).
          03 LIBSESSAOSTATUS    PIC 9(04) OCCURS 5 TIMES.
      *
       FD CADLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOG.DAT".
       01  REGLOG                PIC X(90).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-CONT       PIC 9(04) VALUE ZEROS.
       01 W-DATALOGIN   PIC 9(08) VALUE ZEROS.
       01 W-HORALOGIN   PIC 9(06) VALUE ZEROS.
       01 W-PERFILOPER  PIC 9(01) VALUE ZEROS.
       01 W-NOMEOPER    PIC X(30) VALUE SPACES.
      *---SENHA CIFRADA E TROCA OBRIGATORIA----------------------------
       01 W-SENHACIFRADA  PIC X(10) VALUE SPACES.
       01 W-SENHANOVA     PIC X(10) VALUE SPACES.
       01 W-CNVT3         PIC 9(08) VALUE ZEROS.
       01 W-CNVT4         PIC 9(08) VALUE ZEROS.
       01 W-DIASCORR      PIC 9(08) VALUE ZEROS.
      *---JANELA DE MANUTENCAO DO PROCESSAMENTO NOTURNO----------------
       01 W-HORAFIMJM     PIC 9(04) VALUE ZEROS.
       01 W-RESULTJM      PIC X(01) VALUE "N".
       01 W-FORCASAIDA    PIC X(01) VALUE "N".
       01 W-OPCAO         PIC X(01) VALUE SPACES.
       01 IND2            PIC 9(02) VALUE ZEROS.
       01 JANELATX.
          03 FILLER       PIC X(30) VALUE
             "*** MANUTENCAO NOTURNA ATE AS ".
          03 JANHHTX      PIC 99.
          03 FILLER       PIC X(01) VALUE ":".
          03 JANMMTX      PIC 99.
          03 JANSITTX     PIC X(30) VALUE SPACES.
      *---TRILHA DE AUDITORIA (LIBERACAO DE EMERGENCIA)----------------
       01 W-DATALOG       PIC 9(08) VALUE ZEROS.
       01 W-HORALOG       PIC 9(06) VALUE ZEROS.
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
      *-----------------------------------------------------------------
      *---TABELA DE OPCOES DOS SUBMENUS (SUBMENU+OPCAO+PROGRAMA+-------
      *---PERFIL MINIMO+DESCRICAO) - MANUTENCAO: INCLUIR FILLER E------
              "116SMP025    1LEITOS                   ".
           03 FILLER PIC X(39) VALUE
              "117SMP027    1TABELA DE PRECOS         ".
           03 FILLER PIC X(39) VALUE
              "119SMP029    1CARTEIRINHAS             ".
           03 FILLER PIC X(39) VALUE
              "120SMP030    1FAMILIAS                 ".
           03 FILLER PIC X(39) VALUE
              "122SMP032    1PROCEDIMENTOS            ".
           03 FILLER PIC X(39) VALUE
              "124SMP035    1PLANOS/COPARTICIP.       ".
           03 FILLER PIC X(39) VALUE
              "125SMP036    1AUTORIZACOES             ".
           03 FILLER PIC X(39) VALUE
              "128SMP041    1EMPRESAS                 ".
           03 FILLER PIC X(39) VALUE
              "130SMP043    1SOCIOS DA CLINICA        ".
           03 FILLER PIC X(39) VALUE
           03 FILLER PIC X(39) VALUE
              "132SMP047    1RECURSOS DE EXAME        ".
           03 FILLER PIC X(39) VALUE
              "143SMP074    3ESPECIALID. X PROCED.    ".
           03 FILLER PIC X(39) VALUE
              "154SMP081    2PROTOCOLOS CLINICOS      ".
           03 FILLER PIC X(39) VALUE
              "155SMP082    2ITENS DE PROTOCOLO       ".
           03 FILLER PIC X(39) VALUE
              "201SMP006    1CONSULTAS                ".
           03 FILLER PIC X(39) VALUE
              "217CAIXA     1CAIXA/PAGAMENTOS         ".
           03 FILLER PIC X(39) VALUE
              "218SMP033    1PROCED. DA CONSULTA      ".
           03 FILLER PIC X(39) VALUE
              "220SMP044    1SESSOES EM GRUPO         ".
           03 FILLER PIC X(39) VALUE
              "221AGENDFAM  1AGENDAMENTO FAMILIA      ".
           03 FILLER PIC X(39) VALUE
              "222BUSCAESP  1BUSCA POR ESPECIAL.      ".
           03 FILLER PIC X(39) VALUE
              "224RENOVA    2RENOVACAO RECEITAS       ".
           03 FILLER PIC X(39) VALUE
           03 FILLER PIC X(39) VALUE
              "229SMP048    2GESTANTES/PRE-NATAL      ".
           03 FILLER PIC X(39) VALUE
              "232SMP069    2OUVIDORIA MANIFESTACOES  ".
           03 FILLER PIC X(39) VALUE
              "234EPISODIO  2EPISODIOS DE CUIDADO     ".
           03 FILLER PIC X(39) VALUE
              "235LIBERAEX  2LIBERACAO DE RESULTADOS  ".
           03 FILLER PIC X(39) VALUE
              "301MEDCONS   1CONS. MEDICOS            ".
           03 FILLER PIC X(39) VALUE
              "320RELSALAS  1USO DAS SALAS            ".
           03 FILLER PIC X(39) VALUE
              "321RELENCAM  1ENCAM. PENDENTES         ".
           03 FILLER PIC X(39) VALUE
              "323RELFAMIL  1EXTRATO FAMILIA          ".
           03 FILLER PIC X(39) VALUE
              "328RELEPIDEM 3CASOS CID/BAIRRO         ".
           03 FILLER PIC X(39) VALUE
           03 FILLER PIC X(39) VALUE
              "332RELGESTA  3CONVOCA GESTANTES        ".
           03 FILLER PIC X(39) VALUE
              "334RELNPS    3PESQUISA SATISFACAO NPS  ".
           03 FILLER PIC X(39) VALUE
              "337RELCAPAC  3CAPACIDADE X DEMANDA     ".
           03 FILLER PIC X(39) VALUE
              "343CONTPACK  2PACOTE DE CONTINGENCIA   ".
           03 FILLER PIC X(39) VALUE
              "401TXTMED    3TXT MEDICOS              ".
           03 FILLER PIC X(39) VALUE
              "412NOTIFICA  3NOTIF. VIGILANCIA        ".
           03 FILLER PIC X(39) VALUE
              "413CARGACID  3CARGA CID-10             ".
           03 FILLER PIC X(39) VALUE
              "416CONCILIA  3CONCILIACAO BANCO        ".
           03 FILLER PIC X(39) VALUE
              "421RNDS      3RNDS IMUNIZACOES         ".
           03 FILLER PIC X(39) VALUE
              "422DIARIAS   3COBRANCA DIARIAS         ".
           03 FILLER PIC X(39) VALUE
              "423ADTEXP    3FEED ADT (INTERNACOES)   ".
           03 FILLER PIC X(39) VALUE
              "424SMP068    4ASSINANTES FEED ADT      ".
           03 FILLER PIC X(39) VALUE
              "425MODEXP    3LISTA TRABALHO MODALID.  ".
           03 FILLER PIC X(39) VALUE
              "426MODIMP    3RETORNO DAS MODALIDADES  ".
           03 FILLER PIC X(39) VALUE
              "427CNESIMP   3IMPORTA CNES             ".
           03 FILLER PIC X(39) VALUE
              "428RELCNES   3DIVERGENCIAS CNES        ".
           03 FILLER PIC X(39) VALUE
              "429NPSEXP    3EXTRATO PESQUISA NPS     ".
           03 FILLER PIC X(39) VALUE
              "430NPSIMP    3RESPOSTAS PESQUISA NPS   ".
           03 FILLER PIC X(39) VALUE
              "438CARGACEP  3CARGA CEP DNE CORREIOS   ".
           03 FILLER PIC X(39) VALUE
              "439PORTALEXP 3FEED PORTAL DO PACIENTE  ".
           03 FILLER PIC X(39) VALUE
              "501SMP000    4OPERADORES               ".
           03 FILLER PIC X(39) VALUE
              "522LOGVERIF  4VERIFICA TRILHA SELADA   ".
           03 FILLER PIC X(39) VALUE
              "523RESUMO    4RESUMO MENSAL DE PRODUCAO".
           03 FILLER PIC X(39) VALUE
              "524IMPAGEND  3IMPORTA PEDIDOS AGENDA   ".
           03 FILLER PIC X(39) VALUE
              "525SMP083    4NUMERACAO DOCUMENTOS     ".
           03 FILLER PIC X(39) VALUE
              "526RECUPERA  4REAPLICA DIARIO (RECUP.) ".
           03 FILLER PIC X(39) VALUE
              "527CONTING   2LANCAMENTO POS-CONTING.  ".
           03 FILLER PIC X(39) VALUE
              "528OUVPRAZO  2OUVIDORIA PRAZOS         ".
           03 FILLER PIC X(39) VALUE
              "529RELOUVID  3OUVIDORIA MENSAL         ".
           03 FILLER PIC X(39) VALUE
              "530RELQUALI  3QUALIDADE DO CADASTRO    ".
           03 FILLER PIC X(39) VALUE
              "601SUMALTA   2SUMARIO DE ALTA          ".
           03 FILLER PIC X(39) VALUE
              "602RELINDIC  3INDICADORES HOSPITALARES ".
           03 FILLER PIC X(39) VALUE
              "603SMP052    2DISPOSITIVOS INVASIVOS   ".
           03 FILLER PIC X(39) VALUE
              "604RELCCIH   3VIGILANCIA CCIH          ".
           03 FILLER PIC X(39) VALUE
              "605SMP053    2PRESCRICAO DE DIETA      ".
           03 FILLER PIC X(39) VALUE
              "606RELDIETA  3MAPA DA COZINHA          ".
           03 FILLER PIC X(39) VALUE
              "607SMP054    2EVOLUCAO DE ENFERMAGEM   ".
           03 FILLER PIC X(39) VALUE
              "608RELPASSA  2PASSAGEM DE PLANTAO      ".
           03 FILLER PIC X(39) VALUE
              "609SMP055    2CENTRO CIRURGICO         ".
           03 FILLER PIC X(39) VALUE
              "610SMP056    2PARTO E RECEM-NASCIDO    ".
           03 FILLER PIC X(39) VALUE
              "611SMP057    2CPF DEFINITIVO DO RN     ".
           03 FILLER PIC X(39) VALUE
              "612SMP058    2COLETA DE AMOSTRAS       ".
           03 FILLER PIC X(39) VALUE
              "613SMP059    1TCLE CONSENTIMENTO       ".
           03 FILLER PIC X(39) VALUE
              "614SMP060    1FUNCOES MEDIC. TRABALHO  ".
           03 FILLER PIC X(39) VALUE
              "615SMP061    1PCMSO EXAMES POR FUNCAO  ".
           03 FILLER PIC X(39) VALUE
              "616SMP062    1TRABALHADORES EMPRESA    ".
           03 FILLER PIC X(39) VALUE
              "617SMP063    2ASO SAUDE OCUPACIONAL    ".
           03 FILLER PIC X(39) VALUE
              "618RELASO    2CONVOCACAO PERIODICOS    ".
           03 FILLER PIC X(39) VALUE
              "619ESOCASO   3ESOCIAL S-2220           ".
           03 FILLER PIC X(39) VALUE
              "620SMP064    2ODONTOGRAMA PACIENTE     ".
           03 FILLER PIC X(39) VALUE
              "621SMP065    2PLANO TRATAMENTO ODONTO  ".
           03 FILLER PIC X(39) VALUE
              "622SMP066    2APROVA/EXECUTA PLANO ODO ".
           03 FILLER PIC X(39) VALUE
              "623HEMOTER   2HEMOTERAPIA TRANSFUSAO   ".
           03 FILLER PIC X(39) VALUE
              "624ESCALA    2ESCALA DE PLANTAO        ".
           03 FILLER PIC X(39) VALUE
              "625TRANSP    2TRANSPORTE PACIENTES     ".
           03 FILLER PIC X(39) VALUE
              "626SMP045    2REGISTRO DE OBITO        ".
           03 FILLER PIC X(39) VALUE
              "627PRESCINT  2PRESCRICAO ENFERMARIA    ".
           03 FILLER PIC X(39) VALUE
              "628RESEXPIRA 2EXPIRA RESERVAS          ".
           03 FILLER PIC X(39) VALUE
              "701SMP067    1ORCAMENTO PARTICULAR     ".
           03 FILLER PIC X(39) VALUE
              "702SMP028    1REPASSE MEDICO           ".
           03 FILLER PIC X(39) VALUE
              "703SMP037    3MOTIVOS DE GLOSA         ".
           03 FILLER PIC X(39) VALUE
              "704SMP039    3PLANO DE CONTAS          ".
           03 FILLER PIC X(39) VALUE
              "705SMP042    1PLANOS DE SOCIO          ".
           03 FILLER PIC X(39) VALUE
              "706SMP049    3DIARIAS INTERNACAO       ".
           03 FILLER PIC X(39) VALUE
              "707SMP070    3DADOS BANCARIOS MEDICO   ".
           03 FILLER PIC X(39) VALUE
              "708SMP071    2COND. PAGTO FORNECEDOR   ".
           03 FILLER PIC X(39) VALUE
              "709SMP072    3RETENCOES CONVENIO       ".
           03 FILLER PIC X(39) VALUE
              "710SMP073    3PRAZO RECEB. CONV/EMPR   ".
           03 FILLER PIC X(39) VALUE
              "711SMP075    3TABELA DE CUSTOS         ".
           03 FILLER PIC X(39) VALUE
              "712SMP038    1NEGOCIACAO/PARCELAS      ".
           03 FILLER PIC X(39) VALUE
              "713RELAGING  3AGING A RECEBER          ".
           03 FILLER PIC X(39) VALUE
              "714RELREPASS 3PRODUCAO/REPASSE         ".
           03 FILLER PIC X(39) VALUE
              "715RELCAIXA  3FECHAMENTO CAIXA         ".
           03 FILLER PIC X(39) VALUE
              "716RELPARC   3PARCELAS EM ATRASO       ".
           03 FILLER PIC X(39) VALUE
              "717RELDESC   3DESCONTOS E CORTESIAS    ".
           03 FILLER PIC X(39) VALUE
              "718DECLIRPF  1DECLARACAO PAGTOS IRPF   ".
           03 FILLER PIC X(39) VALUE
              "719RELNUMERO 3LACUNAS NUMERACAO        ".
           03 FILLER PIC X(39) VALUE
              "720RELEPISO  3CUSTO POR EPISODIO       ".
           03 FILLER PIC X(39) VALUE
              "721FATREC    3RECURSO DE GLOSAS        ".
           03 FILLER PIC X(39) VALUE
              "722RELRECURSO3REL. RECUPERACAO         ".
           03 FILLER PIC X(39) VALUE
              "723DMED      3DMED RECEITA FEDERAL     ".
           03 FILLER PIC X(39) VALUE
              "724REPASSE   3REPASSE MEDICO CNAB 240  ".
           03 FILLER PIC X(39) VALUE
              "725CONTASPG  3CONTAS A PAGAR           ".
           03 FILLER PIC X(39) VALUE
              "726RELRETEN  3IMPOSTOS RETIDOS CONV.   ".
           03 FILLER PIC X(39) VALUE
              "727PREVREC   3PREVISAO RECEBIMENTOS    ".
           03 FILLER PIC X(39) VALUE
              "728AUDFAT    3AUDITORIA PREVIA FATUR.  ".
           03 FILLER PIC X(39) VALUE
              "729CUSTOAT   3CUSTO E MARGEM ATEND.    ".
           03 FILLER PIC X(39) VALUE
              "801SMP031    1ESTOQUE FARMACIA         ".
           03 FILLER PIC X(39) VALUE
              "802LOTEFARM  2LOTES DA FARMACIA        ".
           03 FILLER PIC X(39) VALUE
              "803SMP050    2FORNECEDORES             ".
           03 FILLER PIC X(39) VALUE
              "804COMPRAS   2COMPRAS FARMACIA         ".
           03 FILLER PIC X(39) VALUE
              "805INVENTARIO2INVENTARIO FISICO        ".
           03 FILLER PIC X(39) VALUE
              "806VACESTOQ  2ESTOQUE DE VACINAS       ".
           03 FILLER PIC X(39) VALUE
              "807TRANSEST  2TRANSFERENCIA UNIDADES   ".
           03 FILLER PIC X(39) VALUE
              "808RECOLHE   3RECOLHIMENTO DE LOTE     ".
           03 FILLER PIC X(39) VALUE
              "809SMP076    1EQUIPAMENTOS/CALIBRACAO  ".
           03 FILLER PIC X(39) VALUE
              "810MANUTEQ   2ORDEM SERVICO EQUIPAMENTO".
           03 FILLER PIC X(39) VALUE
              "811SMP077    1KITS CME                 ".
           03 FILLER PIC X(39) VALUE
              "812CMEKIT    2CME ESTERILIZACAO/KITS   ".
           03 FILLER PIC X(39) VALUE
              "813SMP078    4FUNCIONARIOS ESCALA      ".
           03 FILLER PIC X(39) VALUE
              "814SMP079    1VEICULOS TRANSPORTE      ".
           03 FILLER PIC X(39) VALUE
              "815SMP080    1MOTORISTAS               ".
           03 FILLER PIC X(39) VALUE
              "816RELESTOQ  1ESTOQUE/CONSUMO          ".
           03 FILLER PIC X(39) VALUE
              "817LIVROCON  3LIVRO CONTROLADOS        ".
           03 FILLER PIC X(39) VALUE
              "818CURVAABC  2CURVA ABC/SUGEST.COMPRA  ".
       01 TAB-OPCOES REDEFINES TAB-OPCOES-R.
          03 TAB-OPCAO OCCURS 225 TIMES.
             05 TAB-OPC-SUB    PIC 9(01).
             05 TAB-OPC-NUM    PIC 9(02).
             05 TAB-OPC-PROG   PIC X(10).
             05 TAB-OPC-PERFIL PIC 9(01).
             05 TAB-OPC-DESC   PIC X(25).
       01 W-TOTOPCOES  PIC 9(03) VALUE 225.
       01 W-SUBMENU   PIC 9(01) VALUE ZEROS.
       01 W-OPCSUB    PIC 9(02) VALUE ZEROS.
       01 IND1        PIC 9(03) VALUE ZEROS.
               VALUE  "          4 - EXPORTACOES".
           05  LINE 11  COLUMN 01
               VALUE  "          5 - ADMINISTRACAO".
           05  LINE 12  COLUMN 01
               VALUE  "          6 - INTERNACAO E ASSISTENCIA".
           05  LINE 13  COLUMN 01
               VALUE  "          7 - FINANCEIRO E FATURAMENTO".
           05  LINE 14  COLUMN 01
               VALUE  "          8 - SUPRIMENTOS E APOIO".
           05  LINE 16  COLUMN 01
               VALUE  "                        OPCAO :   ( 0 -".
           05  LINE 16  COLUMN 41 
                 GO TO LOGIN-L0.
           PERFORM ZERA-TENTATIVA THRU FIM-ZERA-TENTATIVA
           MOVE PERFILOPER TO W-PERFILOPER
           MOVE NOMEOPER TO W-NOMEOPER
           IF W-PERFILOPER = ZEROS
              MOVE 1 TO W-PERFILOPER.
           PERFORM VERIFICA-VALIDADE-SENHA THRU FIM-VVS
      *
       INICIO.
           DISPLAY TELAMENU.
           PERFORM VERIFICA-JANELA THRU FIM-VERIFICA-JANELA
           IF W-FORCASAIDA = "S"
              GO TO SAIDA-FORCADA.
           IF W-RESULTJM NOT = "N"
              DISPLAY (19, 03) JANELATX.
           ACCEPT T-SUBMENU
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-SUBMENU = 0
               GO TO ROT-FIM.
           IF W-SUBMENU > 8
                 MOVE "*** FUNCAO NAO DISPONIVEL *** " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INICIO.
      *-----------MONTAR O SUBMENU A PARTIR DA TABELA DE OPCOES----------
       SUBMENU.
           PERFORM VERIFICA-JANELA THRU FIM-VERIFICA-JANELA
           IF W-FORCASAIDA = "S"
              GO TO SAIDA-FORCADA.
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 25) "ESCOLHA A OPCAO DO SUBMENU"
           MOVE 4 TO W-LINHA
           ADD 1 TO IND1
           GO TO SUBMENU1.
       SUBMENU2.
           IF W-RESULTJM NOT = "N"
              DISPLAY (21, 03) JANELATX.
           MOVE ZEROS TO W-OPCSUB
           DISPLAY (20, 03) "OPCAO (00 = VOLTA AO MENU) : "
           ACCEPT (20, 33) W-OPCSUB
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SUBMENU2.
      *-----NA JANELA DE MANUTENCAO SO RELATORIOS E CONSULTAS-----------
           PERFORM VERIFICA-JANELA THRU FIM-VERIFICA-JANELA
           IF W-FORCASAIDA = "S"
              GO TO SAIDA-FORCADA.
           IF W-RESULTJM = "S" AND TAB-OPC-SUB(IND1) NOT = 3
              PERFORM LIBERA-EMERGENCIA THRU FIM-LIBERA-EMERGENCIA
              IF W-RESULTJM = "S"
                 MOVE "*** EM MANUTENCAO: SOMENTE CONSULTAS ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO SUBMENU2.
           MOVE TAB-OPC-PROG(IND1) TO W-PROGR.
      *
       ROT-EXEC.
           CANCEL W-PROGR.
       ROT-EXEC1.
           GO TO SUBMENU.
      *
      *-----SESSAO AVISADA PELO PROCESSAMENTO NOTURNO: LOGOUT-----------
       SAIDA-FORCADA.
           MOVE "N" TO W-FORCASAIDA
           MOVE "*** MANUTENCAO NOTURNA: ENTRE NOVAMENTE ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           PERFORM ENCERRA-SESSAO THRU FIM-ENCERRA-SESSAO
           MOVE ZEROS TO W-TENTLOGIN
           GO TO LOGIN.
      *
       ROT-FIM.
           PERFORM ENCERRA-SESSAO THRU FIM-ENCERRA-SESSAO.
           EXIT.
      *
      *****************************************
      * JANELA DE MANUTENCAO DO LOTE NOTURNO  *
      *****************************************
      *
       VERIFICA-JANELA.
           MOVE "N" TO W-FORCASAIDA
           IF W-SESSAOATUAL = ZEROS
              GO TO VERIFICA-JANELA1.
           OPEN INPUT CADSESSAO
           IF ST-ERRO NOT = "00"
              GO TO VERIFICA-JANELA1.
           MOVE W-SESSAOATUAL TO CHAVESESSAO
           READ CADSESSAO
           IF ST-ERRO = "00" AND SESSAO-AVISADA
              MOVE "S" TO W-FORCASAIDA.
           CLOSE CADSESSAO.
       VERIFICA-JANELA1.
           CALL "JANMANUT" USING W-SESSAOATUAL W-HORAFIMJM W-RESULTJM
              ON OVERFLOW
                 MOVE "N" TO W-RESULTJM.
           CANCEL "JANMANUT".
           DIVIDE W-HORAFIMJM BY 100 GIVING JANHHTX
                 REMAINDER JANMMTX
           IF W-RESULTJM = "L"
              MOVE " - LIBERADO (EMERGENCIA) ***" TO JANSITTX
           ELSE
              MOVE " - SOMENTE CONSULTAS ***" TO JANSITTX.
       FIM-VERIFICA-JANELA.
           EXIT.
      *
      *-----LIBERACAO DE EMERGENCIA PELO SUPERVISOR (REGISTRADA)--------
       LIBERA-EMERGENCIA.
           IF W-PERFILOPER < 4
              GO TO FIM-LIBERA-EMERGENCIA.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 12) "LIBERAR ENTRADA (EMERGENCIA) (S/N) : "
           ACCEPT (23, 49) W-OPCAO WITH UPDATE
           DISPLAY (23, 12) LIMPA
           IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "s"
              GO TO FIM-LIBERA-EMERGENCIA.
           OPEN INPUT CADSTATUS
           IF ST-ERRO NOT = "00"
              GO TO FIM-LIBERA-EMERGENCIA.
           READ CADSTATUS
           IF ST-ERRO NOT = "00"
              CLOSE CADSTATUS
              GO TO FIM-LIBERA-EMERGENCIA.
           CLOSE CADSTATUS
           MOVE 1 TO IND2.
       LIBERA-EMERGENCIA1.
           IF LIBSESSAOSTATUS(IND2) = ZEROS
              GO TO LIBERA-EMERGENCIA2.
           ADD 1 TO IND2
           IF IND2 < 6
              GO TO LIBERA-EMERGENCIA1.
           MOVE "*** LIMITE DE LIBERACOES ATINGIDO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO FIM-LIBERA-EMERGENCIA.
       LIBERA-EMERGENCIA2.
           MOVE W-SESSAOATUAL TO LIBSESSAOSTATUS(IND2)
           OPEN OUTPUT CADSTATUS
           WRITE REGSTATUS
           CLOSE CADSTATUS
           MOVE "L" TO W-RESULTJM
           MOVE " - LIBERADO (EMERGENCIA) ***" TO JANSITTX
           OPEN EXTEND CADLOG
           IF ST-ERRO NOT = "00"
              OPEN OUTPUT CADLOG
              CLOSE CADLOG
              OPEN EXTEND CADLOG.
           ACCEPT W-DATALOG FROM DATE YYYYMMDD
           ACCEPT W-HORALOG FROM TIME
           MOVE W-DATALOG TO DATALOGTX
           MOVE W-HORALOG TO HORALOGTX
           MOVE W-CODOPER TO CODOPERLOGTX
           MOVE W-NOMEOPER TO NOMEOPERLOGTX
           MOVE "MENU" TO PROGRAMALOGTX
           MOVE SPACES TO CHAVELOGTX
           STRING "JANELA SESSAO " W-SESSAOATUAL
                  DELIMITED BY SIZE INTO CHAVELOGTX
           MOVE "J" TO ACAOLOGTX
           MOVE LOGTX TO REGLOG
           WRITE REGLOG
           CLOSE CADLOG.
       FIM-LIBERA-EMERGENCIA.
           EXIT.
      *
      *****************************************
      * SENHAS: CIFRA, BLOQUEIO E VALIDADE    *
      *****************************************
      *
           ELSE
              DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
      *
