000100******************************************************************
000200 IDENTIFICATION DIVISION.
000300******************************************************************
000400 PROGRAM-ID. CHEQUE.
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
001500     SELECT F-CHEQUE ASSIGN TO disk
001600        ORGANIZATION IS INDEXED
001700        ACCESS IS DYNAMIC
001800        RECORD KEY IS chq-chave
001900           FILE STATUS ARQ-OK-CHQ.
002000
002100     SELECT F-CADASTRO ASSIGN TO disk
002200        ORGANIZATION IS INDEXED
002300        ACCESS IS DYNAMIC
002400        RECORD KEY IS cod-conta
002500        ALTERNATE RECORD KEY nome
002600           WITH DUPLICATES
002700           FILE STATUS ARQ-OK.
002800
002900     SELECT F-OPERADOR ASSIGN TO disk
003000        ORGANIZATION IS INDEXED
003100        ACCESS IS DYNAMIC
003200        RECORD KEY IS ope-id
003300           FILE STATUS ARQ-OK-OPE.
003400
003500     SELECT F-AUDITLOG ASSIGN TO disk
003600        ORGANIZATION IS LINE SEQUENTIAL
003700           FILE STATUS ARQ-OK-AUD.
003800
003900******************************************************************
004000 DATA DIVISION.
004100******************************************************************
004200 FILE SECTION.
004300     COPY CHEQUES.
004400     COPY CADASTRO.
004500     COPY OPERADORES.
004600     COPY AUDITLOG.
004700
004800 WORKING-STORAGE SECTION.
004900 01 ARQ-OK-CHQ         PIC X(02) VALUE ZEROES.
005000 01 ARQ-OK             PIC X(02) VALUE ZEROES.
005100 01 ARQ-OK-OPE         PIC X(02) VALUE ZEROES.
005200 01 ARQ-OK-AUD         PIC X(02) VALUE ZEROES.
005300 01 ws-data-sistema    PIC 9(8) VALUE ZEROES.
005400 01 ws-hora-sistema    PIC 9(6) VALUE ZEROES.
005500 01 ws-signon-ok       PIC X VALUE "N".
005600 01 ws-signon-id       PIC 9(4) VALUE ZEROES.
005700 01 ws-signon-senha    PIC X(8) VALUE SPACES.
005800 01 ws-tentativas      PIC 9(1) VALUE ZEROES.
005900 01 ws-operador-atual  PIC 9(4) VALUE ZEROES.
006000 01 opcao              PIC X(1) VALUE SPACES.
006100 01 continua           PIC X(1) VALUE SPACES.
006200 01 fim                PIC X.
006300 01 prosseguir         PIC X.
006400 01 ws-chq-conta       PIC 9(5) VALUE ZEROES.
006500 01 ws-chq-numero      PIC 9(6) VALUE ZEROES.
006600 01 ws-chq-inicial     PIC 9(6) VALUE ZEROES.
006700 01 ws-chq-final       PIC 9(7) VALUE ZEROES.
006800 01 ws-qtd-folhas      PIC 9(2) VALUE ZEROES.
006900 01 ws-chq-motivo      PIC X(1) VALUE SPACES.
007000 01 ws-exige-ativa     PIC X VALUE "S".
007100 01 ws-cheque-ok       PIC X VALUE "N".
007200 01 ws-fim-lista       PIC X VALUE "N".
007300 01 ws-qtd-listados    PIC 9(5) VALUE ZEROES.
007400 01 ws-qtd-gravadas    PIC 9(5) VALUE ZEROES.
007500 01 ws-valor-edit      PIC $---.---.---.--9,99.
007600
007700*    Chave da trilha de auditoria (conta + numero do cheque) e
007800*    descricoes gravadas nos valores antigo/novo.
007900 01 WS-AUD-CHAVE-CHEQUE.
008000     02 ws-audch-conta   PIC 9(5).
008100     02 ws-audch-numero  PIC 9(6).
008200 01 WS-AUD-FAIXA.
008300     02 ws-audf-inicial  PIC 9(6).
008400     02 FILLER           PIC X(3) VALUE " a ".
008500     02 ws-audf-final    PIC 9(6).
008600 01 WS-AUD-SUSTACAO.
008700     02 FILLER           PIC X(14) VALUE "SUSTADO MOTIVO".
008800     02 FILLER           PIC X(1) VALUE SPACE.
008900     02 ws-auds-motivo   PIC X(1).
009000
009100 SCREEN SECTION.
009200 01 TELA-SIGNON.
009300     03 BLANK SCREEN.
009400     03 LINE 01 COL 01 VALUE "**********************************".
009500     03 LINE 02 COL 01 VALUE "      IDENTIFICACAO DO OPERADOR".
009600     03 LINE 03 COL 01 VALUE "**********************************".
009700     03 LINE 05 COL 01 VALUE "Operador (ID): ".
009800     03 LINE 06 COL 01 VALUE "Senha: ".
009900
010000 01 TELA-MENU.
010100     03 BLANK SCREEN BACKGROUND-COLOR 3.
010200     03 LINE 01 COL 01 VALUE "**********************************".
010300     03 LINE 02 COL 01 VALUE "    TALONARIOS E CHEQUES" HIGHLIGHT.
010400     03 LINE 03 COL 01 VALUE "**********************************".
010500     03 LINE 04 COL 01 VALUE "ESCOLHA UMA OPCAO ABAIXO:         ".
010600     03 LINE 05 COL 01 VALUE "(1) EMITIR TALONARIO              ".
010700     03 LINE 06 COL 01 VALUE "(2) SUSTAR CHEQUE                 ".
010800     03 LINE 07 COL 01 VALUE "(3) CONSULTAR CHEQUES DA CONTA    ".
010900     03 LINE 08 COL 01 VALUE "(S) SAIR                          ".
011000     03 LINE 09 COL 01 VALUE "OPCAO:                            ".
011100
011200 01 TELA-TALAO.
011300     03 BLANK SCREEN.
011400     03 LINE 01 COL 01 VALUE "**********************************".
011500     03 LINE 02 COL 01 VALUE "       EMISSAO DE TALONARIO".
011600     03 LINE 03 COL 01 VALUE "**********************************".
011700     03 LINE 04 COL 01 VALUE "Codigo da conta: ".
011800     03 LINE 05 COL 01 VALUE "Quantidade de folhas (1-50): ".
011900
012000 01 TELA-SUSTACAO.
012100     03 BLANK SCREEN.
012200     03 LINE 01 COL 01 VALUE "**********************************".
012300     03 LINE 02 COL 01 VALUE "        SUSTACAO DE CHEQUE".
012400     03 LINE 03 COL 01 VALUE "**********************************".
012500     03 LINE 04 COL 01 VALUE "Codigo da conta: ".
012600     03 LINE 05 COL 01 VALUE "Numero do cheque: ".
012700     03 LINE 06 COL 01 VALUE "Motivo (F=furto/roubo E=extravio".
012800     03 LINE 07 COL 01 VALUE "D=desacordo C=cancelado): ".
012900
013000 01 TELA-CONSULTA-CHEQUE.
013100     03 BLANK SCREEN.
013200     03 LINE 01 COL 01 VALUE "**********************************".
013300     03 LINE 02 COL 01 VALUE "      CHEQUES DA CONTA".
013400     03 LINE 03 COL 01 VALUE "**********************************".
013500     03 LINE 04 COL 01 VALUE "Codigo da conta: ".
013600
013700******************************************************************
013800* Talonarios e cheques: emissao de talonario para conta ativa
013900* (faixa de numeros seguida a ultima folha ja emitida), sustacao
014000* de folha em aberto a pedido do correntista e consulta das folhas
014100* da conta. O pagamento e a devolucao sao do job COMPENSA.
014200******************************************************************
014300 PROCEDURE DIVISION.
014400******************************************************************
014500 PRINCIPAL.
014600 ACCEPT ws-data-sistema FROM DATE YYYYMMDD.
014700 PERFORM SIGNON-OPERADOR.
014800 IF ws-signon-ok NOT = "S"
014900     DISPLAY "Acesso negado - encerrando."
015000     STOP RUN
015100 END-IF.
015200 MOVE "f" TO fim.
015300 PERFORM MENU-PRINCIPAL UNTIL fim = "v".
015400 STOP RUN.
015500
015600******************************************************************
015700* Identificacao do operador para a trilha de auditoria: emissao e
015800* sustacao saem assinadas. Sem o arquivo de operadores a
015900* manutencao segue com operador 0000, como nas demais telas.
016000******************************************************************
016100 SIGNON-OPERADOR.
016200 MOVE "N" TO ws-signon-ok.
016300 MOVE ZEROES TO ws-tentativas.
016400 OPEN INPUT F-OPERADOR.
016500 IF ARQ-OK-OPE NOT = "00"
016600     DISPLAY "Arquivo de operadores indisponivel - manutencao"
016700     DISPLAY "sem identificacao (operador 0000)."
016800     MOVE ZEROES TO ws-operador-atual
016900     MOVE "S" TO ws-signon-ok
017000 ELSE
017100     PERFORM TENTAR-SIGNON
017200         UNTIL ws-signon-ok = "S" OR ws-tentativas > 2
017300     CLOSE F-OPERADOR
017400 END-IF.
017500
017600 TENTAR-SIGNON.
017700 ADD 1 TO ws-tentativas.
017800 DISPLAY TELA-SIGNON.
017900 INITIALIZE ws-signon-id.
018000 INITIALIZE ws-signon-senha.
018100 ACCEPT ws-signon-id AT 0516.
018200 ACCEPT ws-signon-senha AT 0608 WITH SECURE.
018300 MOVE ws-signon-id TO ope-id.
018400 READ F-OPERADOR
018500     INVALID KEY
018600         DISPLAY "Operador nao cadastrado!" AT 0801
018700         ACCEPT continua
018800     NOT INVALID KEY
018900         IF ope-senha = ws-signon-senha
019000             MOVE "S" TO ws-signon-ok
019100             MOVE ope-id TO ws-operador-atual
019200         ELSE
019300             DISPLAY "Senha invalida!         " AT 0801
019400             ACCEPT continua
019500         END-IF
019600 END-READ.
019700
019800 MENU-PRINCIPAL.
019900 INITIALIZE opcao.
020000 DISPLAY TELA-MENU.
020100 ACCEPT opcao AT 0908.
020200 EVALUATE opcao
020300     WHEN "1" PERFORM EMITIR-TALONARIO
020400     WHEN "2" PERFORM SUSTAR-CHEQUE
020500     WHEN "3" PERFORM CONSULTAR-CHEQUES
020600     WHEN "S" PERFORM SAIR
020700     WHEN "s" PERFORM SAIR
020800     WHEN OTHER DISPLAY " Opcao invalida"
020900 END-EVALUATE.
021000
021100 ABRIR-F-CHEQUE.
021200 OPEN I-O F-CHEQUE.
021300 IF ARQ-OK-CHQ = "35" THEN
021400     CLOSE F-CHEQUE
021500     OPEN OUTPUT F-CHEQUE
021600     CLOSE F-CHEQUE
021700     OPEN I-O F-CHEQUE
021800 END-IF.
021900 IF ARQ-OK-CHQ NOT = "00"
022000     DISPLAY "Erro ao abrir cheques: " ARQ-OK-CHQ
022100 END-IF.
022200
022300******************************************************************
022400* Conta informada na tela (0 = desiste). Emissao exige conta
022500* ativa; sustacao e consulta aceitam qualquer situacao.
022600******************************************************************
022700 ENTRADA-CONTA-CHEQUE.
022800 INITIALIZE ws-chq-conta.
022900 ACCEPT ws-chq-conta AT 0418.
023000 IF ws-chq-conta = ZEROES
023100     MOVE "v" TO prosseguir
023200 ELSE
023300     MOVE ws-chq-conta TO cod-conta
023400     READ F-CADASTRO
023500         INVALID KEY
023600             DISPLAY "Conta inexistente!        " AT 0440
023700         NOT INVALID KEY
023800             IF ws-exige-ativa = "S" AND status-conta NOT = "A"
023900                 DISPLAY "Conta nao esta ativa!     " AT 0440
024000             ELSE
024100                 DISPLAY nome AT 0440
024200                 MOVE "v" TO prosseguir
024300             END-IF
024400     END-READ
024500 END-IF.
024600
024700 ABRIR-F-CADASTRO.
024800 OPEN INPUT F-CADASTRO.
024900 IF ARQ-OK NOT = "00"
025000     DISPLAY "Erro ao abrir o cadastro: " ARQ-OK
025100 END-IF.
025200
025300****************************** EMISSAO ***************************
025400 EMITIR-TALONARIO.
025500 DISPLAY TELA-TALAO.
025600 PERFORM ABRIR-F-CADASTRO.
025700 PERFORM ABRIR-F-CHEQUE.
025800 IF ARQ-OK = "00" AND ARQ-OK-CHQ = "00"
025900     MOVE "S" TO ws-exige-ativa
026000     MOVE "f" TO prosseguir
026100     PERFORM ENTRADA-CONTA-CHEQUE UNTIL prosseguir = "v"
026200     IF ws-chq-conta NOT = ZEROES
026300         MOVE "f" TO prosseguir
026400         PERFORM ENTRADA-QTD-FOLHAS UNTIL prosseguir = "v"
026500         PERFORM PROCURAR-ULTIMA-FOLHA
026600         COMPUTE ws-chq-final = ws-chq-inicial + ws-qtd-folhas - 1
026700         IF ws-chq-final > 999999
026800             DISPLAY "Numeracao de cheques esgotada na conta!"
026900                 AT 0701
027000         ELSE
027100             DISPLAY "Talonario: folhas " AT 0701
027200             DISPLAY ws-chq-inicial AT 0719
027300             DISPLAY " a " AT 0725
027400             DISPLAY ws-chq-final AT 0728
027500             MOVE "f" TO prosseguir
027600             PERFORM PERGUNTA-EMITIR-TALAO UNTIL prosseguir = "v"
027700         END-IF
027800     END-IF
027900 END-IF.
028000 CLOSE F-CADASTRO.
028100 CLOSE F-CHEQUE.
028200 DISPLAY " ENTER para sair.".
028300 ACCEPT continua.
028400
028500 ENTRADA-QTD-FOLHAS.
028600 INITIALIZE ws-qtd-folhas.
028700 ACCEPT ws-qtd-folhas AT 0530.
028800 IF ws-qtd-folhas = ZEROES OR ws-qtd-folhas > 50
028900     DISPLAY "Quantidade invalida!" AT 0540
029000 ELSE
029100     DISPLAY "                    " AT 0540
029200     MOVE "v" TO prosseguir
029300 END-IF.
029400
029500******************************************************************
029600* Numeracao por conta: o talonario novo comeca na folha seguinte
029700* a maior ja emitida para a conta (a primeira e a 000001).
029800******************************************************************
029900 PROCURAR-ULTIMA-FOLHA.
030000 MOVE 1 TO ws-chq-inicial.
030100 MOVE ws-chq-conta TO chq-cod-conta.
030200 MOVE ZEROES TO chq-numero.
030300 MOVE "N" TO ws-fim-lista.
030400 START F-CHEQUE KEY IS NOT LESS THAN chq-chave
030500     INVALID KEY
030600         MOVE "S" TO ws-fim-lista
030700 END-START.
030800 PERFORM UNTIL ws-fim-lista = "S"
030900     READ F-CHEQUE NEXT RECORD
031000         AT END
031100             MOVE "S" TO ws-fim-lista
031200         NOT AT END
031300             IF chq-cod-conta = ws-chq-conta
031400                 COMPUTE ws-chq-inicial = chq-numero + 1
031500             ELSE
031600                 MOVE "S" TO ws-fim-lista
031700             END-IF
031800     END-READ
031900 END-PERFORM.
032000
032100 PERGUNTA-EMITIR-TALAO.
032200 INITIALIZE opcao.
032300 DISPLAY "Emitir o talonario? (S/N): " AT 0901.
032400 ACCEPT opcao AT 0928.
032500 IF opcao = "s" OR "S"
032600     PERFORM GRAVAR-TALONARIO
032700     MOVE "v" TO prosseguir
032800 ELSE
032900     IF opcao = "n" OR "N"
033000         DISPLAY "Talonario nao emitido.  " AT 1001
033100         MOVE "v" TO prosseguir
033200     ELSE
033300         DISPLAY "Opcao invalida!         " AT 1001
033400         MOVE "f" TO prosseguir
033500     END-IF
033600 END-IF.
033700
033800 GRAVAR-TALONARIO.
033900 MOVE ZEROES TO ws-qtd-gravadas.
034000 PERFORM VARYING ws-chq-numero FROM ws-chq-inicial BY 1
034100         UNTIL ws-chq-numero > ws-chq-final
034200     INITIALIZE DADOS-CHEQUE
034300     MOVE ws-chq-conta      TO chq-cod-conta
034400     MOVE ws-chq-numero     TO chq-numero
034500     MOVE "E"               TO chq-situacao
034600     MOVE ws-data-sistema   TO chq-data-emissao
034700     MOVE ws-chq-inicial    TO chq-talao-inicial
034800     MOVE ws-chq-final      TO chq-talao-final
034900     MOVE ws-operador-atual TO chq-operador
035000     MOVE SPACES            TO chq-motivo-sustacao
035100     MOVE SPACES            TO chq-ult-motivo-dev
035200     WRITE DADOS-CHEQUE
035300         INVALID KEY
035400             DISPLAY "Folha ja existente: " ws-chq-numero
035500         NOT INVALID KEY
035600             ADD 1 TO ws-qtd-gravadas
035700     END-WRITE
035800 END-PERFORM.
035900 DISPLAY "Folhas emitidas: " AT 1001.
036000 DISPLAY ws-qtd-gravadas AT 1018.
036100 MOVE ws-chq-conta   TO ws-audch-conta.
036200 MOVE ws-chq-inicial TO ws-audch-numero.
036300 MOVE WS-AUD-CHAVE-CHEQUE TO aud-chave.
036400 MOVE "talonario" TO aud-campo.
036500 MOVE "(novo)" TO aud-valor-ant.
036600 MOVE ws-chq-inicial TO ws-audf-inicial.
036700 MOVE ws-chq-final   TO ws-audf-final.
036800 MOVE WS-AUD-FAIXA TO aud-valor-novo.
036900 PERFORM GRAVAR-AUDITORIA.
037000
037100****************************** SUSTACAO **************************
037200******************************************************************
037300* Sustacao (contra-ordem) de folha emitida e ainda nao paga. A
037400* compensacao devolve a folha sustada pelo motivo 28 (furto ou
037500* roubo) ou 21 (demais motivos).
037600******************************************************************
037700 SUSTAR-CHEQUE.
037800 DISPLAY TELA-SUSTACAO.
037900 PERFORM ABRIR-F-CADASTRO.
038000 PERFORM ABRIR-F-CHEQUE.
038100 IF ARQ-OK = "00" AND ARQ-OK-CHQ = "00"
038200     MOVE "N" TO ws-exige-ativa
038300     MOVE "f" TO prosseguir
038400     PERFORM ENTRADA-CONTA-CHEQUE UNTIL prosseguir = "v"
038500     IF ws-chq-conta NOT = ZEROES
038600         MOVE "N" TO ws-cheque-ok
038700         MOVE "f" TO prosseguir
038800         PERFORM ENTRADA-NUMERO-CHEQUE UNTIL prosseguir = "v"
038900         IF ws-cheque-ok = "S"
039000             MOVE "f" TO prosseguir
039100             PERFORM ENTRADA-MOTIVO-SUSTACAO
039200                 UNTIL prosseguir = "v"
039300             MOVE "f" TO prosseguir
039400             PERFORM PERGUNTA-SUSTAR UNTIL prosseguir = "v"
039500         END-IF
039600     END-IF
039700 END-IF.
039800 CLOSE F-CADASTRO.
039900 CLOSE F-CHEQUE.
040000 DISPLAY " ENTER para sair.".
040100 ACCEPT continua.
040200
040300 ENTRADA-NUMERO-CHEQUE.
040400 INITIALIZE ws-chq-numero.
040500 ACCEPT ws-chq-numero AT 0519.
040600 IF ws-chq-numero = ZEROES
040700     MOVE "v" TO prosseguir
040800 ELSE
040900     MOVE ws-chq-conta  TO chq-cod-conta
041000     MOVE ws-chq-numero TO chq-numero
041100     READ F-CHEQUE
041200         INVALID KEY
041300             DISPLAY "Folha nao emitida!        " AT 0540
041400         NOT INVALID KEY
041500             EVALUATE chq-situacao
041600                 WHEN "P"
041700                     DISPLAY "Cheque ja pago!           " AT 0540
041800                 WHEN "S"
041900                     DISPLAY "Cheque ja sustado!        " AT 0540
042000                 WHEN OTHER
042100                     DISPLAY "                          " AT 0540
042200                     MOVE "S" TO ws-cheque-ok
042300                     MOVE "v" TO prosseguir
042400             END-EVALUATE
042500     END-READ
042600 END-IF.
042700
042800 ENTRADA-MOTIVO-SUSTACAO.
042900 INITIALIZE ws-chq-motivo.
043000 ACCEPT ws-chq-motivo AT 0727.
043100 IF ws-chq-motivo = "f" MOVE "F" TO ws-chq-motivo END-IF.
043200 IF ws-chq-motivo = "e" MOVE "E" TO ws-chq-motivo END-IF.
043300 IF ws-chq-motivo = "d" MOVE "D" TO ws-chq-motivo END-IF.
043400 IF ws-chq-motivo = "c" MOVE "C" TO ws-chq-motivo END-IF.
043500 IF ws-chq-motivo NOT = "F" AND NOT = "E" AND NOT = "D"
043600                     AND NOT = "C"
043700     DISPLAY "Motivo invalido!" AT 0740
043800 ELSE
043900     DISPLAY "                " AT 0740
044000     MOVE "v" TO prosseguir
044100 END-IF.
044200
044300 PERGUNTA-SUSTAR.
044400 INITIALIZE opcao.
044500 DISPLAY "Sustar o cheque? (S/N): " AT 0901.
044600 ACCEPT opcao AT 0925.
044700 IF opcao = "s" OR "S"
044800     PERFORM GRAVAR-SUSTACAO
044900     MOVE "v" TO prosseguir
045000 ELSE
045100     IF opcao = "n" OR "N"
045200         DISPLAY "Cheque nao sustado.     " AT 1001
045300         MOVE "v" TO prosseguir
045400     ELSE
045500         DISPLAY "Opcao invalida!         " AT 1001
045600         MOVE "f" TO prosseguir
045700     END-IF
045800 END-IF.
045900
046000 GRAVAR-SUSTACAO.
046100 MOVE "S"             TO chq-situacao.
046200 MOVE ws-chq-motivo   TO chq-motivo-sustacao.
046300 MOVE ws-data-sistema TO chq-data-sustacao.
046400 REWRITE DADOS-CHEQUE
046500     INVALID KEY
046600         DISPLAY "Erro ao sustar o cheque!" AT 1001
046700     NOT INVALID KEY
046800         DISPLAY "Cheque sustado.         " AT 1001
046900         MOVE ws-chq-conta  TO ws-audch-conta
047000         MOVE ws-chq-numero TO ws-audch-numero
047100         MOVE WS-AUD-CHAVE-CHEQUE TO aud-chave
047200         MOVE "chq-situacao" TO aud-campo
047300         MOVE "EMITIDO" TO aud-valor-ant
047400         MOVE ws-chq-motivo TO ws-auds-motivo
047500         MOVE WS-AUD-SUSTACAO TO aud-valor-novo
047600         PERFORM GRAVAR-AUDITORIA
047700 END-REWRITE.
047800
047900******************************************************************
048000* Acrescenta um registro a trilha (sempre EXTEND - a trilha so
048100* cresce). Data, hora e operador sao carimbados aqui.
048200******************************************************************
048300 GRAVAR-AUDITORIA.
048400 MOVE "F-CHEQUE" TO aud-arquivo.
048500 OPEN EXTEND F-AUDITLOG.
048600 IF ARQ-OK-AUD = "35" THEN
048700     OPEN OUTPUT F-AUDITLOG
048800 END-IF.
048900 IF ARQ-OK-AUD NOT = "00"
049000     DISPLAY "Erro na trilha de auditoria: " ARQ-OK-AUD AT 1301
049100 ELSE
049200     MOVE ws-data-sistema TO aud-data
049300     ACCEPT ws-hora-sistema FROM TIME
049400     MOVE ws-hora-sistema TO aud-hora
049500     MOVE ws-operador-atual TO aud-operador
049600     WRITE DADOS-AUDITLOG
049700     CLOSE F-AUDITLOG
049800 END-IF.
049900
050000****************************** CONSULTA **************************
050100 CONSULTAR-CHEQUES.
050200 DISPLAY TELA-CONSULTA-CHEQUE.
050300 PERFORM ABRIR-F-CADASTRO.
050400 PERFORM ABRIR-F-CHEQUE.
050500 IF ARQ-OK = "00" AND ARQ-OK-CHQ = "00"
050600     MOVE "N" TO ws-exige-ativa
050700     MOVE "f" TO prosseguir
050800     PERFORM ENTRADA-CONTA-CHEQUE UNTIL prosseguir = "v"
050900     IF ws-chq-conta NOT = ZEROES
051000         PERFORM LISTAR-CHEQUES
051100     END-IF
051200 END-IF.
051300 CLOSE F-CADASTRO.
051400 CLOSE F-CHEQUE.
051500 DISPLAY "ENTER para continuar ".
051600 ACCEPT continua.
051700
051800 LISTAR-CHEQUES.
051900 MOVE ZEROES TO ws-qtd-listados.
052000 MOVE ws-chq-conta TO chq-cod-conta.
052100 MOVE ZEROES TO chq-numero.
052200 MOVE "N" TO ws-fim-lista.
052300 START F-CHEQUE KEY IS NOT LESS THAN chq-chave
052400     INVALID KEY
052500         MOVE "S" TO ws-fim-lista
052600 END-START.
052700 DISPLAY SPACES.
052800 DISPLAY "======================================================".
052900 DISPLAY "FOLHA  SIT EMISSAO  MOT DEV PAGTO    VALOR PAGO".
053000 PERFORM UNTIL ws-fim-lista = "S"
053100     READ F-CHEQUE NEXT RECORD
053200         AT END
053300             MOVE "S" TO ws-fim-lista
053400         NOT AT END
053500             IF chq-cod-conta = ws-chq-conta
053600                 MOVE chq-valor-pago TO ws-valor-edit
053700                 DISPLAY chq-numero " " chq-situacao "   "
053800                         chq-data-emissao " " chq-motivo-sustacao
053900                         "   " chq-qtd-devolucoes "   "
054000                         chq-data-pagamento " " ws-valor-edit
054100                 ADD 1 TO ws-qtd-listados
054200             ELSE
054300                 MOVE "S" TO ws-fim-lista
054400             END-IF
054500     END-READ
054600 END-PERFORM.
054700 DISPLAY "Folhas da conta: " ws-qtd-listados.
054800 DISPLAY "======================================================".
054900
055000******************************************************************
055100 SAIR.
055200     MOVE "v" TO fim.
055300     DISPLAY " saindo...                      ".
