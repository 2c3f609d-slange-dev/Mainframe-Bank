000100******************************************************************
000200 IDENTIFICATION DIVISION.
000300******************************************************************
000400 PROGRAM-ID. ALERTAPLD.
000500
000600******************************************************************
000700 ENVIRONMENT DIVISION.
000800******************************************************************
000900 CONFIGURATION SECTION.
001000     SPECIAL-NAMES.
001100     DECIMAL-POINT IS COMMA.
001200
001300 INPUT-OUTPUT SECTION.
001400 FILE-CONTROL.
001500     SELECT F-ALERTA ASSIGN TO disk
001600        ORGANIZATION IS INDEXED
001700        ACCESS IS DYNAMIC
001800        RECORD KEY IS alr-numero
001900           FILE STATUS ARQ-OK-ALR.
002000
002100     SELECT F-ALRMOV ASSIGN TO disk
002200        ORGANIZATION IS INDEXED
002300        ACCESS IS DYNAMIC
002400        RECORD KEY IS alm-chave
002500           FILE STATUS ARQ-OK-ALM.
002600
002700     SELECT F-PARPLD ASSIGN TO disk
002800        ORGANIZATION IS LINE SEQUENTIAL
002900           FILE STATUS ARQ-OK-PPL.
003000
003100     SELECT F-OPERADOR ASSIGN TO disk
003200        ORGANIZATION IS INDEXED
003300        ACCESS IS DYNAMIC
003400        RECORD KEY IS ope-id
003500           FILE STATUS ARQ-OK-OPE.
003600
003700     SELECT F-AUDITLOG ASSIGN TO disk
003800        ORGANIZATION IS LINE SEQUENTIAL
003900           FILE STATUS ARQ-OK-AUD.
004000
004100******************************************************************
004200 DATA DIVISION.
004300******************************************************************
004400 FILE SECTION.
004500     COPY ALERTAS.
004600     COPY ALERTMOV.
004700     COPY PARAMPLD.
004800     COPY OPERADORES.
004900     COPY AUDITLOG.
005000
005100 WORKING-STORAGE SECTION.
005200 01 ARQ-OK-ALR         PIC X(02) VALUE ZEROES.
005300 01 ARQ-OK-ALM         PIC X(02) VALUE ZEROES.
005400 01 ARQ-OK-PPL         PIC X(02) VALUE ZEROES.
005500 01 ARQ-OK-OPE         PIC X(02) VALUE ZEROES.
005600 01 ARQ-OK-AUD         PIC X(02) VALUE ZEROES.
005700 01 ws-data-sistema    PIC 9(8) VALUE ZEROES.
005800 01 ws-hora-sistema    PIC 9(6) VALUE ZEROES.
005900 01 ws-signon-ok       PIC X VALUE "N".
006000 01 ws-signon-id       PIC 9(4) VALUE ZEROES.
006100 01 ws-signon-senha    PIC X(8) VALUE SPACES.
006200 01 ws-tentativas      PIC 9(1) VALUE ZEROES.
006300 01 ws-operador-atual  PIC 9(4) VALUE ZEROES.
006400 01 ws-operador-nivel  PIC 9(1) VALUE ZEROES.
006500 01 opcao              PIC X(1) VALUE SPACES.
006600 01 continua           PIC X(1) VALUE SPACES.
006700 01 fim                PIC X.
006800 01 prosseguir         PIC X.
006900 01 ws-alr-escolhido   PIC 9(7) VALUE ZEROES.
007000 01 ws-situacao-ant    PIC X(1) VALUE SPACES.
007100 01 ws-fim-lista       PIC X VALUE "N".
007200 01 ws-qtd-listados    PIC 9(5) VALUE ZEROES.
007300 01 ws-valor-edit      PIC $---.---.---.--9,99.
007400 01 ws-total-edit      PIC $--.---.---.---.--9,99.
007500 01 ws-regra-descricao PIC X(14) VALUE SPACES.
007600 01 ws-situacao-descricao PIC X(12) VALUE SPACES.
007700
007800*    Parametros em vigor e digitados na manutencao.
007900 01 WS-PARPLD-ATUAL.
008000     02 ws-ppa-valor-especie   PIC 9(9)V99 VALUE ZEROES.
008100     02 ws-ppa-valor-fracao    PIC 9(9)V99 VALUE ZEROES.
008200     02 ws-ppa-qtd-fracao      PIC 9(3) VALUE ZEROES.
008300     02 ws-ppa-dias-janela     PIC 9(3) VALUE ZEROES.
008400     02 ws-ppa-valor-repasse   PIC 9(9)V99 VALUE ZEROES.
008500     02 ws-ppa-percent-repasse PIC 9(3) VALUE ZEROES.
008600 01 WS-PARPLD-NOVO.
008700     02 ws-ppn-valor-especie   PIC 9(9)V99 VALUE ZEROES.
008800     02 ws-ppn-valor-fracao    PIC 9(9)V99 VALUE ZEROES.
008900     02 ws-ppn-qtd-fracao      PIC 9(3) VALUE ZEROES.
009000     02 ws-ppn-dias-janela     PIC 9(3) VALUE ZEROES.
009100     02 ws-ppn-valor-repasse   PIC 9(9)V99 VALUE ZEROES.
009200     02 ws-ppn-percent-repasse PIC 9(3) VALUE ZEROES.
009300 01 ws-aud-valor-edit  PIC $---.---.---.--9,99.
009400 01 ws-aud-qtd-edit    PIC ZZ9.
009500
009600 SCREEN SECTION.
009700 01 TELA-SIGNON.
009800     03 BLANK SCREEN.
009900     03 LINE 01 COL 01 VALUE "**********************************".
010000     03 LINE 02 COL 01 VALUE "      IDENTIFICACAO DO ANALISTA".
010100     03 LINE 03 COL 01 VALUE "**********************************".
010200     03 LINE 05 COL 01 VALUE "Operador (ID): ".
010300     03 LINE 06 COL 01 VALUE "Senha: ".
010400
010500 01 TELA-MENU.
010600     03 BLANK SCREEN BACKGROUND-COLOR 3.
010700     03 LINE 01 COL 01 VALUE "**********************************".
010800     03 LINE 02 COL 01 VALUE "  ALERTAS DE PLD (COAF)" HIGHLIGHT.
010900     03 LINE 03 COL 01 VALUE "**********************************".
011000     03 LINE 04 COL 01 VALUE "ESCOLHA UMA OPCAO ABAIXO:         ".
011100     03 LINE 05 COL 01 VALUE "(1) LISTAR ALERTAS PENDENTES      ".
011200     03 LINE 06 COL 01 VALUE "(2) ANALISAR ALERTA               ".
011300     03 LINE 07 COL 01 VALUE "(3) PARAMETROS DO MONITORAMENTO   ".
011400     03 LINE 08 COL 01 VALUE "(S) SAIR                          ".
011500     03 LINE 09 COL 01 VALUE "OPCAO:                            ".
011600
011700 01 TELA-ANALISE.
011800     03 BLANK SCREEN.
011900     03 LINE 01 COL 01 VALUE "**********************************".
012000     03 LINE 02 COL 01 VALUE "       ANALISE DE ALERTA PLD".
012100     03 LINE 03 COL 01 VALUE "**********************************".
012200     03 LINE 04 COL 01 VALUE "Numero do alerta: ".
012300
012400******************************************************************
012500* Fila de trabalho da compliance: os alertas gravados pelo job
012600* MONITPLD sao examinados aqui (CPF, contas, regra e movimentos) e
012700* marcados como descartados ou reportaveis; os reportaveis seguem
012800* para o COAF pelo COAFENV. Alerta ja comunicado nao muda mais.
012900* Os parametros do monitoramento so o supervisor (nivel 2) altera.
013000******************************************************************
013100 PROCEDURE DIVISION.
013200******************************************************************
013300 PRINCIPAL.
013400 ACCEPT ws-data-sistema FROM DATE YYYYMMDD.
013500 PERFORM SIGNON-OPERADOR.
013600 IF ws-signon-ok NOT = "S"
013700     DISPLAY "Acesso negado - encerrando."
013800     STOP RUN
013900 END-IF.
014000 MOVE "f" TO fim.
014100 PERFORM MENU-PRINCIPAL UNTIL fim = "v".
014200 STOP RUN.
014300
014400******************************************************************
014500* A decisao do analista sai assinada no alerta e na trilha de
014600* auditoria, entao nao ha acesso sem operador cadastrado.
014700******************************************************************
014800 SIGNON-OPERADOR.
014900 MOVE "N" TO ws-signon-ok.
015000 MOVE ZEROES TO ws-tentativas.
015100 OPEN INPUT F-OPERADOR.
015200 IF ARQ-OK-OPE NOT = "00"
015300     DISPLAY "Arquivo de operadores indisponivel! Erro: "
015400             ARQ-OK-OPE
015500     DISPLAY "Cadastre os operadores pela manutencao OPERADOR."
015600 ELSE
015700     PERFORM TENTAR-SIGNON
015800         UNTIL ws-signon-ok = "S" OR ws-tentativas > 2
015900     CLOSE F-OPERADOR
016000 END-IF.
016100
016200 TENTAR-SIGNON.
016300 ADD 1 TO ws-tentativas.
016400 DISPLAY TELA-SIGNON.
016500 INITIALIZE ws-signon-id.
016600 INITIALIZE ws-signon-senha.
016700 ACCEPT ws-signon-id AT 0516.
016800 ACCEPT ws-signon-senha AT 0608 WITH SECURE.
016900 MOVE ws-signon-id TO ope-id.
017000 READ F-OPERADOR
017100     INVALID KEY
017200         DISPLAY "Operador nao cadastrado!" AT 0801
017300         ACCEPT continua
017400     NOT INVALID KEY
017500         IF ope-senha = ws-signon-senha
017600             MOVE "S" TO ws-signon-ok
017700             MOVE ope-id    TO ws-operador-atual
017800             MOVE ope-nivel TO ws-operador-nivel
017900         ELSE
018000             DISPLAY "Senha invalida!         " AT 0801
018100             ACCEPT continua
018200         END-IF
018300 END-READ.
018400
018500 MENU-PRINCIPAL.
018600 INITIALIZE opcao.
018700 DISPLAY TELA-MENU.
018800 ACCEPT opcao AT 0908.
018900 EVALUATE opcao
019000     WHEN "1" PERFORM LISTAR-ALERTAS
019100     WHEN "2" PERFORM ANALISAR-ALERTA
019200     WHEN "3" PERFORM MANTER-PARAMETROS
019300     WHEN "S" PERFORM SAIR
019400     WHEN "s" PERFORM SAIR
019500     WHEN OTHER DISPLAY " Opcao invalida"
019600 END-EVALUATE.
019700
019800 ABRIR-F-ALERTA.
019900 OPEN I-O F-ALERTA.
020000 IF ARQ-OK-ALR NOT = "00"
020100     DISPLAY "Sem alertas (rode o MONITPLD): " ARQ-OK-ALR
020200 END-IF.
020300
020400 DESCREVER-REGRA.
020500 EVALUATE alr-regra
020600     WHEN "E" MOVE "ESPECIE       " TO ws-regra-descricao
020700     WHEN "F" MOVE "FRACIONAMENTO " TO ws-regra-descricao
020800     WHEN "R" MOVE "REPASSE       " TO ws-regra-descricao
020900     WHEN OTHER MOVE "OUTRA         " TO ws-regra-descricao
021000 END-EVALUATE.
021100
021200 DESCREVER-SITUACAO.
021300 EVALUATE alr-situacao
021400     WHEN "P" MOVE "PENDENTE    " TO ws-situacao-descricao
021500     WHEN "D" MOVE "DESCARTADO  " TO ws-situacao-descricao
021600     WHEN "R" MOVE "REPORTAVEL  " TO ws-situacao-descricao
021700     WHEN "C" MOVE "COMUNICADO  " TO ws-situacao-descricao
021800     WHEN OTHER MOVE "?           " TO ws-situacao-descricao
021900 END-EVALUATE.
022000
022100****************************** FILA ******************************
022200 LISTAR-ALERTAS.
022300 PERFORM ABRIR-F-ALERTA.
022400 IF ARQ-OK-ALR = "00"
022500     MOVE ZEROES TO alr-numero
022600     MOVE ZEROES TO ws-qtd-listados
022700     MOVE "N" TO ws-fim-lista
022800     START F-ALERTA KEY IS NOT LESS THAN alr-numero
022900         INVALID KEY
023000             MOVE "S" TO ws-fim-lista
023100     END-START
023200     DISPLAY SPACES
023300     DISPLAY "=================================================="
023400     DISPLAY "ALERTA  DATA     CPF         REGRA          CTS"
023500             " MOVS VALOR"
023600     PERFORM UNTIL ws-fim-lista = "S"
023700         READ F-ALERTA NEXT RECORD
023800             AT END
023900                 MOVE "S" TO ws-fim-lista
024000             NOT AT END
024100                 IF alr-situacao = "P"
024200                     PERFORM MOSTRAR-LINHA-ALERTA
024300                     ADD 1 TO ws-qtd-listados
024400                 END-IF
024500         END-READ
024600     END-PERFORM
024700     DISPLAY "Alertas aguardando analise: " ws-qtd-listados
024800     DISPLAY "=================================================="
024900     CLOSE F-ALERTA
025000 END-IF.
025100 DISPLAY "ENTER para continuar ".
025200 ACCEPT continua.
025300
025400 MOSTRAR-LINHA-ALERTA.
025500 PERFORM DESCREVER-REGRA.
025600 MOVE alr-valor-total TO ws-total-edit.
025700 DISPLAY alr-numero " " alr-data " " alr-cpf " "
025800         ws-regra-descricao " " alr-qtd-contas " "
025900         alr-qtd-movimentos "  " ws-total-edit.
026000
026100****************************** ANALISE ***************************
026200 ANALISAR-ALERTA.
026300 DISPLAY TELA-ANALISE.
026400 PERFORM ABRIR-F-ALERTA.
026500 IF ARQ-OK-ALR = "00"
026600     INITIALIZE ws-alr-escolhido
026700     ACCEPT ws-alr-escolhido AT 0419
026800     MOVE ws-alr-escolhido TO alr-numero
026900     READ F-ALERTA
027000         INVALID KEY
027100             DISPLAY "Alerta inexistente!" AT 0430
027200         NOT INVALID KEY
027300             PERFORM MOSTRAR-ALERTA
027400             IF alr-situacao = "C"
027500                 DISPLAY "Alerta ja comunicado ao COAF em "
027600                         alr-data-envio
027700             ELSE
027800                 MOVE "f" TO prosseguir
027900                 PERFORM PERGUNTA-DECISAO UNTIL prosseguir = "v"
028000             END-IF
028100     END-READ
028200     CLOSE F-ALERTA
028300 END-IF.
028400 DISPLAY " ENTER para sair.".
028500 ACCEPT continua.
028600
028700 MOSTRAR-ALERTA.
028800 PERFORM DESCREVER-REGRA.
028900 PERFORM DESCREVER-SITUACAO.
029000 MOVE alr-valor-total TO ws-total-edit.
029100 DISPLAY SPACES.
029200 DISPLAY "======================================================".
029300 DISPLAY "Alerta:          " alr-numero "  de " alr-data.
029400 DISPLAY "CPF:             " alr-cpf "  " alr-nome.
029500 DISPLAY "Regra:           " ws-regra-descricao.
029600 DISPLAY "Valor envolvido: " ws-total-edit.
029700 DISPLAY "Contas:          " alr-qtd-contas
029800         "   Movimentos: " alr-qtd-movimentos.
029900 DISPLAY "Situacao:        " ws-situacao-descricao.
030000 IF alr-situacao NOT = "P"
030100     DISPLAY "Analisado em:    " alr-data-analise
030200             "  pelo operador " alr-operador
030300 END-IF.
030400 DISPLAY "------------------------------------------------------".
030500 DISPLAY "AGENC CONTA SEQ    DATA     T VALOR".
030600 PERFORM LISTAR-MOVIMENTOS-ALERTA.
030700 DISPLAY "======================================================".
030800
030900 LISTAR-MOVIMENTOS-ALERTA.
031000 OPEN INPUT F-ALRMOV.
031100 IF ARQ-OK-ALM = "00"
031200     MOVE alr-numero TO alm-numero
031300     MOVE ZEROES TO alm-item
031400     MOVE "N" TO ws-fim-lista
031500     START F-ALRMOV KEY IS NOT LESS THAN alm-chave
031600         INVALID KEY
031700             MOVE "S" TO ws-fim-lista
031800     END-START
031900     PERFORM UNTIL ws-fim-lista = "S"
032000         READ F-ALRMOV NEXT RECORD
032100             AT END
032200                 MOVE "S" TO ws-fim-lista
032300             NOT AT END
032400                 IF alm-numero NOT = alr-numero
032500                     MOVE "S" TO ws-fim-lista
032600                 ELSE
032700                     MOVE alm-valor TO ws-valor-edit
032800                     DISPLAY alm-cod-agencia " " alm-cod-conta " "
032900                             alm-sequencia " " alm-data " "
033000                             alm-tipo " " ws-valor-edit
033100                 END-IF
033200         END-READ
033300     END-PERFORM
033400     CLOSE F-ALRMOV
033500 END-IF.
033600
033700 PERGUNTA-DECISAO.
033800 INITIALIZE opcao.
033900 DISPLAY "Decisao - (D)escartar, (R)eportavel, (S)air: ".
034000 ACCEPT opcao.
034100 IF opcao = "d" MOVE "D" TO opcao END-IF.
034200 IF opcao = "r" MOVE "R" TO opcao END-IF.
034300 EVALUATE opcao
034400     WHEN "D" PERFORM MARCAR-ALERTA
034500              MOVE "v" TO prosseguir
034600     WHEN "R" PERFORM MARCAR-ALERTA
034700              MOVE "v" TO prosseguir
034800     WHEN "S" MOVE "v" TO prosseguir
034900     WHEN "s" MOVE "v" TO prosseguir
035000     WHEN OTHER DISPLAY "Opcao invalida!"
035100 END-EVALUATE.
035200
035300 MARCAR-ALERTA.
035400 MOVE alr-situacao TO ws-situacao-ant.
035500 IF opcao = ws-situacao-ant
035600     DISPLAY "Alerta ja esta nessa situacao."
035700 ELSE
035800     MOVE opcao             TO alr-situacao
035900     MOVE ws-operador-atual TO alr-operador
036000     MOVE ws-data-sistema   TO alr-data-analise
036100     REWRITE DADOS-ALERTA
036200         INVALID KEY
036300             DISPLAY "Erro ao marcar o alerta!"
036400         NOT INVALID KEY
036500             PERFORM DESCREVER-SITUACAO
036600             DISPLAY "Alerta marcado como " ws-situacao-descricao
036700             MOVE "F-ALERTA" TO aud-arquivo
036800             MOVE alr-numero TO aud-chave
036900             MOVE "alr-situacao" TO aud-campo
037000             MOVE ws-situacao-ant TO aud-valor-ant
037100             MOVE alr-situacao TO aud-valor-novo
037200             PERFORM GRAVAR-AUDITORIA
037300     END-REWRITE
037400 END-IF.
037500
037600****************************** PARAMETROS ************************
037700******************************************************************
037800* Parametros do monitoramento: todos veem; so supervisor grava.
037900* Cada campo alterado vai para a trilha de auditoria.
038000******************************************************************
038100 MANTER-PARAMETROS.
038200 INITIALIZE WS-PARPLD-ATUAL.
038300 OPEN INPUT F-PARPLD.
038400 IF ARQ-OK-PPL = "00"
038500     READ F-PARPLD
038600         AT END CONTINUE
038700         NOT AT END
038800             MOVE DADOS-PARPLD TO WS-PARPLD-ATUAL
038900     END-READ
039000     CLOSE F-PARPLD
039100 END-IF.
039200 DISPLAY SPACES.
039300 DISPLAY "======================================================".
039400 MOVE ws-ppa-valor-especie TO ws-valor-edit.
039500 DISPLAY "Deposito em especie a partir de:  " ws-valor-edit.
039600 MOVE ws-ppa-valor-fracao TO ws-valor-edit.
039700 DISPLAY "Fracionamento - faixa a partir de: " ws-valor-edit.
039800 DISPLAY "Fracionamento - qtd de depositos:  " ws-ppa-qtd-fracao.
039900 DISPLAY "Janela (dias corridos):            " ws-ppa-dias-janela.
040000 MOVE ws-ppa-valor-repasse TO ws-valor-edit.
040100 DISPLAY "Repasse - creditos a partir de:    " ws-valor-edit.
040200 DISPLAY "Repasse - percentual que sai (E):  "
040300         ws-ppa-percent-repasse.
040400 DISPLAY "======================================================".
040500 IF ws-operador-nivel < 2
040600     DISPLAY "Alteracao restrita a supervisor."
040700 ELSE
040800     MOVE "f" TO prosseguir
040900     PERFORM PERGUNTA-ALTERAR-PARAMETROS UNTIL prosseguir = "v"
041000 END-IF.
041100 DISPLAY "ENTER para continuar ".
041200 ACCEPT continua.
041300
041400 PERGUNTA-ALTERAR-PARAMETROS.
041500 INITIALIZE opcao.
041600 DISPLAY "Alterar os parametros? (S/N): ".
041700 ACCEPT opcao.
041800 IF opcao = "s" OR "S"
041900     PERFORM ENTRADA-PARAMETROS
042000     PERFORM GRAVAR-PARAMETROS
042100     MOVE "v" TO prosseguir
042200 ELSE
042300     IF opcao = "n" OR "N"
042400         MOVE "v" TO prosseguir
042500     ELSE
042600         DISPLAY "Opcao invalida!"
042700     END-IF
042800 END-IF.
042900
043000 ENTRADA-PARAMETROS.
043100 MOVE WS-PARPLD-ATUAL TO WS-PARPLD-NOVO.
043200 DISPLAY "(valor, quantidade ou percentual 0 desliga a regra)".
043300 DISPLAY "Deposito em especie a partir de: ".
043400 ACCEPT ws-ppn-valor-especie.
043500 DISPLAY "Fracionamento - faixa a partir de: ".
043600 ACCEPT ws-ppn-valor-fracao.
043700 DISPLAY "Fracionamento - qtd de depositos: ".
043800 ACCEPT ws-ppn-qtd-fracao.
043900 DISPLAY "Janela (dias corridos, minimo 1): ".
044000 ACCEPT ws-ppn-dias-janela.
044100 IF ws-ppn-dias-janela = ZEROES
044200     MOVE 1 TO ws-ppn-dias-janela
044300 END-IF.
044400 DISPLAY "Repasse - creditos a partir de: ".
044500 ACCEPT ws-ppn-valor-repasse.
044600 DISPLAY "Repasse - percentual que sai por transf externa: ".
044700 ACCEPT ws-ppn-percent-repasse.
044800
044900 GRAVAR-PARAMETROS.
045000 MOVE WS-PARPLD-NOVO TO DADOS-PARPLD.
045100 OPEN OUTPUT F-PARPLD.
045200 WRITE DADOS-PARPLD.
045300 CLOSE F-PARPLD.
045400 PERFORM REGISTRAR-AUDITORIA-PARAMETROS.
045500 DISPLAY "Parametros gravados.".
045600
045700******************************************************************
045800* Trilha de auditoria dos parametros: um registro por campo que
045900* mudou, com o supervisor assinado (RELAUDIT consulta).
046000******************************************************************
046100 REGISTRAR-AUDITORIA-PARAMETROS.
046200 MOVE "F-PARPLD" TO aud-arquivo.
046300 MOVE SPACES TO aud-chave.
046400 IF ws-ppn-valor-especie NOT = ws-ppa-valor-especie
046500     MOVE "valor-especie" TO aud-campo
046600     MOVE ws-ppa-valor-especie TO ws-aud-valor-edit
046700     MOVE ws-aud-valor-edit TO aud-valor-ant
046800     MOVE ws-ppn-valor-especie TO ws-aud-valor-edit
046900     MOVE ws-aud-valor-edit TO aud-valor-novo
047000     PERFORM GRAVAR-AUDITORIA
047100 END-IF.
047200 IF ws-ppn-valor-fracao NOT = ws-ppa-valor-fracao
047300     MOVE "valor-fracao" TO aud-campo
047400     MOVE ws-ppa-valor-fracao TO ws-aud-valor-edit
047500     MOVE ws-aud-valor-edit TO aud-valor-ant
047600     MOVE ws-ppn-valor-fracao TO ws-aud-valor-edit
047700     MOVE ws-aud-valor-edit TO aud-valor-novo
047800     PERFORM GRAVAR-AUDITORIA
047900 END-IF.
048000 IF ws-ppn-qtd-fracao NOT = ws-ppa-qtd-fracao
048100     MOVE "qtd-fracao" TO aud-campo
048200     MOVE ws-ppa-qtd-fracao TO ws-aud-qtd-edit
048300     MOVE ws-aud-qtd-edit TO aud-valor-ant
048400     MOVE ws-ppn-qtd-fracao TO ws-aud-qtd-edit
048500     MOVE ws-aud-qtd-edit TO aud-valor-novo
048600     PERFORM GRAVAR-AUDITORIA
048700 END-IF.
048800 IF ws-ppn-dias-janela NOT = ws-ppa-dias-janela
048900     MOVE "dias-janela" TO aud-campo
049000     MOVE ws-ppa-dias-janela TO ws-aud-qtd-edit
049100     MOVE ws-aud-qtd-edit TO aud-valor-ant
049200     MOVE ws-ppn-dias-janela TO ws-aud-qtd-edit
049300     MOVE ws-aud-qtd-edit TO aud-valor-novo
049400     PERFORM GRAVAR-AUDITORIA
049500 END-IF.
049600 IF ws-ppn-valor-repasse NOT = ws-ppa-valor-repasse
049700     MOVE "valor-repasse" TO aud-campo
049800     MOVE ws-ppa-valor-repasse TO ws-aud-valor-edit
049900     MOVE ws-aud-valor-edit TO aud-valor-ant
050000     MOVE ws-ppn-valor-repasse TO ws-aud-valor-edit
050100     MOVE ws-aud-valor-edit TO aud-valor-novo
050200     PERFORM GRAVAR-AUDITORIA
050300 END-IF.
050400 IF ws-ppn-percent-repasse NOT = ws-ppa-percent-repasse
050500     MOVE "percent-repasse" TO aud-campo
050600     MOVE ws-ppa-percent-repasse TO ws-aud-qtd-edit
050700     MOVE ws-aud-qtd-edit TO aud-valor-ant
050800     MOVE ws-ppn-percent-repasse TO ws-aud-qtd-edit
050900     MOVE ws-aud-qtd-edit TO aud-valor-novo
051000     PERFORM GRAVAR-AUDITORIA
051100 END-IF.
051200
051300******************************************************************
051400* Acrescenta um registro a trilha (sempre EXTEND - a trilha so
051500* cresce). Data, hora e operador sao carimbados aqui.
051600******************************************************************
051700 GRAVAR-AUDITORIA.
051800 OPEN EXTEND F-AUDITLOG.
051900 IF ARQ-OK-AUD = "35" THEN
052000     OPEN OUTPUT F-AUDITLOG
052100 END-IF.
052200 IF ARQ-OK-AUD NOT = "00"
052300     DISPLAY "Erro na trilha de auditoria: " ARQ-OK-AUD
052400 ELSE
052500     MOVE ws-data-sistema TO aud-data
052600     ACCEPT ws-hora-sistema FROM TIME
052700     MOVE ws-hora-sistema TO aud-hora
052800     MOVE ws-operador-atual TO aud-operador
052900     WRITE DADOS-AUDITLOG
053000     CLOSE F-AUDITLOG
053100 END-IF.
053200
053300******************************************************************
053400 SAIR.
053500     MOVE "v" TO fim.
053600     DISPLAY " saindo...                      ".
