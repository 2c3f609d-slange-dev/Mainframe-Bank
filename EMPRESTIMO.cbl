000100******************************************************************
000200 IDENTIFICATION DIVISION.
000300******************************************************************
000400 PROGRAM-ID. EMPRESTIMO.
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
001500     SELECT F-EMPREST ASSIGN TO disk
001600        ORGANIZATION IS INDEXED
001700        ACCESS IS DYNAMIC
001800        RECORD KEY IS emp-numero
001900        ALTERNATE RECORD KEY emp-cod-conta
002000           WITH DUPLICATES
002100           FILE STATUS ARQ-OK-EMP.
002200
002300     SELECT F-PARCELA ASSIGN TO disk
002400        ORGANIZATION IS INDEXED
002500        ACCESS IS DYNAMIC
002600        RECORD KEY IS par-chave
002700           FILE STATUS ARQ-OK-PAR.
002800
002900     SELECT F-CADASTRO ASSIGN TO disk
003000        ORGANIZATION IS INDEXED
003100        ACCESS IS DYNAMIC
003200        RECORD KEY IS cod-conta
003300        ALTERNATE RECORD KEY nome
003400           WITH DUPLICATES
003500           FILE STATUS ARQ-OK.
003600
003700     SELECT F-MOVIMENTO ASSIGN TO disk
003800        ORGANIZATION IS INDEXED
003900        ACCESS IS DYNAMIC
004000        RECORD KEY IS mov-chave
004100           FILE STATUS ARQ-OK-MOV.
004200
004300     SELECT F-TITULAR ASSIGN TO disk
004400        ORGANIZATION IS INDEXED
004500        ACCESS IS DYNAMIC
004600        RECORD KEY IS tit-chave
004700        ALTERNATE RECORD KEY tit-cpf
004800           WITH DUPLICATES
004900           FILE STATUS ARQ-OK-TIT.
005000
005100     SELECT F-CLIENTE ASSIGN TO disk
005200        ORGANIZATION IS INDEXED
005300        ACCESS IS DYNAMIC
005400        RECORD KEY IS cli-cpf
005500           FILE STATUS ARQ-OK-CLI.
005600
005700     SELECT F-OPERADOR ASSIGN TO disk
005800        ORGANIZATION IS INDEXED
005900        ACCESS IS DYNAMIC
006000        RECORD KEY IS ope-id
006100           FILE STATUS ARQ-OK-OPE.
006200
006300     SELECT F-DIACTL ASSIGN TO disk
006400        ORGANIZATION IS LINE SEQUENTIAL
006500           FILE STATUS ARQ-OK-DIA.
006600
006700     SELECT F-AUDITLOG ASSIGN TO disk
006800        ORGANIZATION IS LINE SEQUENTIAL
006900           FILE STATUS ARQ-OK-AUD.
007000
007100******************************************************************
007200 DATA DIVISION.
007300******************************************************************
007400 FILE SECTION.
007500     COPY EMPREST.
007600     COPY PARCELA.
007700     COPY CADASTRO.
007800     COPY MOVIMENTO.
007900     COPY TITULAR.
008000     COPY CLIENTES.
008100     COPY OPERADORES.
008200     COPY DIACTL.
008300     COPY AUDITLOG.
008400
008500 WORKING-STORAGE SECTION.
008600 01 ARQ-OK-EMP         PIC X(02) VALUE ZEROES.
008700 01 ARQ-OK-PAR         PIC X(02) VALUE ZEROES.
008800 01 ARQ-OK             PIC X(02) VALUE ZEROES.
008900 01 ARQ-OK-MOV         PIC X(02) VALUE ZEROES.
009000 01 ARQ-OK-TIT         PIC X(02) VALUE ZEROES.
009100 01 ARQ-OK-CLI         PIC X(02) VALUE ZEROES.
009200 01 ARQ-OK-OPE         PIC X(02) VALUE ZEROES.
009300 01 ARQ-OK-DIA         PIC X(02) VALUE ZEROES.
009400 01 ARQ-OK-AUD         PIC X(02) VALUE ZEROES.
009500 01 opcao              PIC X(1) VALUE SPACES.
009600 01 continua           PIC X(1) VALUE SPACES.
009700 01 fim                PIC X.
009800 01 prosseguir         PIC X.
009900 01 ws-data-sistema    PIC 9(8) VALUE ZEROES.
010000 01 ws-hora-sistema    PIC 9(6) VALUE ZEROES.
010100 01 ws-dia-aberto      PIC X VALUE "S".
010200 01 ws-signon-ok       PIC X VALUE "N".
010300 01 ws-signon-id       PIC 9(4) VALUE ZEROES.
010400 01 ws-signon-senha    PIC X(8) VALUE SPACES.
010500 01 ws-tentativas      PIC 9(1) VALUE ZEROES.
010600 01 ws-operador-atual  PIC 9(4) VALUE ZEROES.
010700 01 ws-operador-nome   PIC X(30) VALUE SPACES.
010800 01 ws-operador-nivel  PIC 9(1) VALUE ZEROES.
010900 01 ws-fim-lista       PIC X VALUE "N".
011000 01 ws-qtd-listados    PIC 9(5) VALUE ZEROES.
011100 01 ws-tomador-ok      PIC X VALUE "N".
011200 01 ws-ctr-conta       PIC 9(5) VALUE ZEROES.
011300 01 ws-ctr-cpf         PIC 9(11) VALUE ZEROES.
011400 01 ws-ctr-principal   PIC 9(9)V99 VALUE ZEROES.
011500 01 ws-ctr-taxa        PIC 9(2)V9(4) VALUE ZEROES.
011600 01 ws-ctr-taxa-mora   PIC 9(2)V9(4) VALUE ZEROES.
011700 01 ws-ctr-prazo       PIC 9(3) VALUE ZEROES.
011800 01 ws-ctr-primeiro-venc PIC 9(8) VALUE ZEROES.
011900 01 WS-CTR-VENC-PARTES REDEFINES ws-ctr-primeiro-venc.
012000     02 ws-ctr-venc-ano PIC 9(4).
012100     02 ws-ctr-venc-mes PIC 9(2).
012200     02 ws-ctr-venc-dia PIC 9(2).
012300 01 ws-ctr-parcela     PIC 9(9)V99 VALUE ZEROES.
012400 01 ws-ctr-total       PIC 9(11)V99 VALUE ZEROES.
012500 01 ws-taxa-decimal    PIC 9V9(6) VALUE ZEROES.
012600 01 ws-fator           PIC 9(9)V9(9) VALUE ZEROES.
012700 01 ws-saldo-devedor   PIC S9(9)V99 VALUE ZEROES.
012800 01 ws-juros-parcela   PIC 9(9)V99 VALUE ZEROES.
012900 01 ws-amort-parcela   PIC 9(9)V99 VALUE ZEROES.
013000 01 ws-par-idx         PIC 9(3) VALUE ZEROES.
013100 01 ws-meses-total     PIC 9(4) VALUE ZEROES.
013200 01 ws-anos-a-mais     PIC 9(4) VALUE ZEROES.
013300 01 ws-mes-resto       PIC 9(2) VALUE ZEROES.
013400 01 ws-emp-proximo     PIC 9(6) VALUE ZEROES.
013500 01 ws-emp-escolhido   PIC 9(6) VALUE ZEROES.
013600 01 ws-fim-emprest     PIC X VALUE "N".
013610 01 ws-conta-credito-ok PIC X VALUE "N".
013700 01 ws-calc-ano        PIC 9(4) VALUE ZEROES.
013800 01 ws-calc-mes        PIC 9(2) VALUE ZEROES.
013900 01 ws-dias-no-mes     PIC 9(2) VALUE ZEROES.
014000 01 ws-resto-bissexto  PIC 9(4) VALUE ZEROES.
014100 01 ws-data-teste      PIC 9(8) VALUE ZEROES.
014200 01 WS-DATA-TESTE-PARTES REDEFINES ws-data-teste.
014300     02 ws-teste-ano   PIC 9(4).
014400     02 ws-teste-mes   PIC 9(2).
014500     02 ws-teste-dia   PIC 9(2).
014600 01 ws-fim-movimento   PIC X VALUE "N".
014700 01 ws-saldo-calc      PIC S9(9)V99 VALUE ZEROES.
014800 01 ws-mov-cod-conta   PIC 9(5) VALUE ZEROES.
014900 01 ws-mov-tipo        PIC X(1) VALUE SPACES.
015000 01 ws-mov-valor       PIC S9(9)V99 VALUE ZEROES.
015100 01 ws-mov-contra-conta PIC 9(5) VALUE ZEROES.
015200 01 ws-valor-edit      PIC $---.---.---.--9,99.
015300 01 ws-aud-valor-edit  PIC $---.---.---.--9,99.
015400 01 ws-valor-curto     PIC ZZZ.ZZZ.ZZ9,99.
015500 01 ws-amort-curto     PIC ZZZ.ZZZ.ZZ9,99.
015600 01 ws-saldo-curto     PIC ZZZ.ZZZ.ZZ9,99.
015700 01 ws-taxa-edit       PIC Z9,9999.
015800
015900 01 WS-CONSULTA.
016000     02 ws-qtd-pagas       PIC 9(3) VALUE ZEROES.
016100     02 ws-qtd-abertas     PIC 9(3) VALUE ZEROES.
016200     02 ws-qtd-vencidas    PIC 9(3) VALUE ZEROES.
016300     02 ws-total-pago      PIC 9(11)V99 VALUE ZEROES.
016400     02 ws-total-principal PIC 9(11)V99 VALUE ZEROES.
016500     02 ws-total-atraso    PIC 9(11)V99 VALUE ZEROES.
016600     02 ws-total-quitacao  PIC 9(11)V99 VALUE ZEROES.
016700
016800*    Historico do credito: contrato no texto e o supervisor que
016900*    contratou no sufixo " OP:nnnn" (base do RELOPER).
017000 01 WS-HISTORICO-EMPREST.
017100     02 FILLER             PIC X(5) VALUE "EMPR ".
017200     02 ws-hist-emp-numero PIC 9(6).
017300     02 FILLER             PIC X(1) VALUE SPACES.
017400     02 FILLER             PIC X(4) VALUE " OP:".
017500     02 ws-hist-operador   PIC 9(4).
017600
017700*    Chave da trilha de auditoria (conta + contrato) e descricao
017800*    das condicoes gravada no valor novo.
017900 01 WS-AUD-CHAVE-EMPREST.
018000     02 ws-aude-conta      PIC 9(5).
018100     02 ws-aude-numero     PIC 9(6).
018200 01 WS-AUD-CONDICOES.
018300     02 ws-audc-prazo      PIC 9(3).
018400     02 FILLER             PIC X(3) VALUE "x  ".
018500     02 ws-audc-taxa       PIC Z9,9999.
018600     02 FILLER             PIC X(6) VALUE "% a.m.".
018700
018800 SCREEN SECTION.
018900 01 TELA-MENU.
019000     03 BLANK SCREEN BACKGROUND-COLOR 3.
019100     03 LINE 01 COL 01 VALUE "**********************************".
019200     03 LINE 02 COL 01 VALUE "     EMPRESTIMO PESSOAL" HIGHLIGHT.
019300     03 LINE 03 COL 01 VALUE "**********************************".
019400     03 LINE 04 COL 01 VALUE "ESCOLHA UMA OPCAO ABAIXO:         ".
019500     03 LINE 05 COL 01 VALUE "(1) CONTRATAR EMPRESTIMO          ".
019600     03 LINE 06 COL 01 VALUE "(2) CONSULTAR EMPRESTIMO          ".
019700     03 LINE 07 COL 01 VALUE "(S) SAIR                          ".
019800     03 LINE 08 COL 01 VALUE "OPCAO:                            ".
019900
020000 01 TELA-SIGNON.
020100     03 BLANK SCREEN.
020200     03 LINE 01 COL 01 VALUE "**********************************".
020300     03 LINE 02 COL 01 VALUE "      IDENTIFICACAO DO OPERADOR".
020400     03 LINE 03 COL 01 VALUE "**********************************".
020500     03 LINE 05 COL 01 VALUE "Operador (ID): ".
020600     03 LINE 06 COL 01 VALUE "Senha: ".
020700
020800 01 TELA-CONTRATO.
020900     03 BLANK SCREEN.
021000     03 LINE 01 COL 01 VALUE "**********************************".
021100     03 LINE 02 COL 01 VALUE "   CONTRATACAO DE EMPRESTIMO".
021200     03 LINE 03 COL 01 VALUE "**********************************".
021300     03 LINE 04 COL 01 VALUE "Codigo da conta (0 = desiste):".
021400     03 LINE 05 COL 01 VALUE "CPF do tomador (0 = desiste):".
021500     03 LINE 06 COL 01 VALUE "Principal a liberar:".
021600     03 LINE 07 COL 01 VALUE "Taxa % ao mes (019900 = 1,99):".
021700     03 LINE 08 COL 01 VALUE "Prazo em meses (1-120):".
021800     03 LINE 09 COL 01 VALUE "Primeiro vencimento (AAAAMMDD):".
021900     03 LINE 10 COL 01 VALUE "Mora % ao mes (010000 = 1,00):".
022000
022100 01 TELA-CONSULTA.
022200     03 BLANK SCREEN.
022300     03 LINE 01 COL 01 VALUE "**********************************".
022400     03 LINE 02 COL 01 VALUE "    CONSULTA DE EMPRESTIMOS".
022500     03 LINE 03 COL 01 VALUE "**********************************".
022600     03 LINE 04 COL 01 VALUE "Codigo da conta: ".
022700
022800******************************************************************
022900* Emprestimo pessoal: contratacao (so supervisor, dia contabil
023000* aberto) para o titular ou co-titular de conta ativa, com o
023100* cronograma Price gravado em F-PARCELA e o principal creditado
023200* na conta (tipo "F"); consulta dos contratos da conta com o
023300* cronograma, parcelas pagas/em aberto/vencidas e o valor para
023400* quitacao antecipada. O debito das parcelas e do job PARCELAS.
023500******************************************************************
023600 PROCEDURE DIVISION.
023700******************************************************************
023800 PRINCIPAL.
023900 ACCEPT ws-data-sistema FROM DATE YYYYMMDD.
024000 PERFORM LER-DIA-CONTABIL.
024100 PERFORM SIGNON-OPERADOR.
024200 IF ws-signon-ok NOT = "S"
024300     DISPLAY "Acesso negado - encerrando."
024400     STOP RUN
024500 END-IF.
024600 MOVE "f" TO fim.
024700 PERFORM MENU-PRINCIPAL UNTIL fim = "v".
024800 STOP RUN.
024900
025000******************************************************************
025100* Data contabil e situacao do dia (DIACTL): a contratacao posta o
025200* credito, entao carimba a data contabil e exige dia aberto. Sem
025300* o arquivo a tela segue na data da maquina, como as demais.
025400******************************************************************
025500 LER-DIA-CONTABIL.
025600 MOVE "S" TO ws-dia-aberto.
025700 OPEN INPUT F-DIACTL.
025800 IF ARQ-OK-DIA = "00"
025900     READ F-DIACTL
026000         AT END CONTINUE
026100         NOT AT END
026200             MOVE dct-data TO ws-data-sistema
026300             IF dct-situacao NOT = "A"
026400                 MOVE "N" TO ws-dia-aberto
026500             END-IF
026600     END-READ
026700     CLOSE F-DIACTL
026800 END-IF.
026900
027000 SIGNON-OPERADOR.
027100 MOVE "N" TO ws-signon-ok.
027200 MOVE ZEROES TO ws-tentativas.
027300 OPEN INPUT F-OPERADOR.
027400 IF ARQ-OK-OPE NOT = "00"
027500     DISPLAY "Arquivo de operadores indisponivel! Erro: "
027600             ARQ-OK-OPE
027700     DISPLAY "Cadastre os operadores pela manutencao OPERADOR."
027800 ELSE
027900     PERFORM TENTAR-SIGNON
028000         UNTIL ws-signon-ok = "S" OR ws-tentativas > 2
028100     CLOSE F-OPERADOR
028200 END-IF.
028300
028400 TENTAR-SIGNON.
028500 ADD 1 TO ws-tentativas.
028600 DISPLAY TELA-SIGNON.
028700 INITIALIZE ws-signon-id.
028800 INITIALIZE ws-signon-senha.
028900 ACCEPT ws-signon-id AT 0516.
029000 ACCEPT ws-signon-senha AT 0608 WITH SECURE.
029100 MOVE ws-signon-id TO ope-id.
029200 READ F-OPERADOR
029300     INVALID KEY
029400         DISPLAY "Operador nao cadastrado!" AT 0801
029500         ACCEPT continua
029600     NOT INVALID KEY
029700         IF ope-senha = ws-signon-senha
029800             MOVE "S" TO ws-signon-ok
029900             MOVE ope-id    TO ws-operador-atual
030000             MOVE ope-nome  TO ws-operador-nome
030100             MOVE ope-nivel TO ws-operador-nivel
030200         ELSE
030300             DISPLAY "Senha invalida!         " AT 0801
030400             ACCEPT continua
030500         END-IF
030600 END-READ.
030700
030800 MENU-PRINCIPAL.
030900 INITIALIZE opcao.
031000 DISPLAY TELA-MENU.
031100 ACCEPT opcao AT 0808.
031200 EVALUATE opcao
031300     WHEN "1" PERFORM CONTRATAR-EMPRESTIMO
031400     WHEN "2" PERFORM CONSULTAR-EMPRESTIMO
031500     WHEN "S" PERFORM SAIR
031600     WHEN "s" PERFORM SAIR
031700     WHEN OTHER DISPLAY " Opcao invalida"
031800 END-EVALUATE.
031900
032000 ABRIR-F-EMPREST.
032100 OPEN I-O F-EMPREST.
032200 IF ARQ-OK-EMP = "35" THEN
032300     CLOSE F-EMPREST
032400     OPEN OUTPUT F-EMPREST
032500     CLOSE F-EMPREST
032600     OPEN I-O F-EMPREST
032700 END-IF.
032800 IF ARQ-OK-EMP NOT = "00"
032900     DISPLAY "Erro ao abrir contratos: " ARQ-OK-EMP AT 2001
033000 END-IF.
033100
033200 ABRIR-F-PARCELA.
033300 OPEN I-O F-PARCELA.
033400 IF ARQ-OK-PAR = "35" THEN
033500     CLOSE F-PARCELA
033600     OPEN OUTPUT F-PARCELA
033700     CLOSE F-PARCELA
033800     OPEN I-O F-PARCELA
033900 END-IF.
034000 IF ARQ-OK-PAR NOT = "00"
034100     DISPLAY "Erro ao abrir parcelas: " ARQ-OK-PAR AT 2001
034200 END-IF.
034300
034400***************************** CONTRATACAO ************************
034500 CONTRATAR-EMPRESTIMO.
034600 IF ws-operador-nivel < 2
034700     DISPLAY "Contratacao restrita a supervisor!"
034800 ELSE
034900     IF ws-dia-aberto = "N"
035000         DISPLAY "Dia contabil FECHADO - contratacao bloqueada."
035100     ELSE
035200         PERFORM DIGITAR-CONTRATO
035300     END-IF
035400 END-IF.
035500 DISPLAY " ENTER para sair.".
035600 ACCEPT continua.
035700
035800 DIGITAR-CONTRATO.
035900 DISPLAY TELA-CONTRATO.
036000 INITIALIZE ws-ctr-conta.
036100 OPEN INPUT F-CADASTRO.
036200 IF ARQ-OK NOT = "00"
036300     DISPLAY "Erro ao abrir o cadastro: " ARQ-OK AT 2001
036400 ELSE
036500     MOVE "f" TO prosseguir
036600     PERFORM ENTRADA-CONTA-EMP UNTIL prosseguir = "v"
036700     IF ws-ctr-conta NOT = ZEROES
036800         MOVE "f" TO prosseguir
036900         PERFORM ENTRADA-CPF-EMP UNTIL prosseguir = "v"
037000     END-IF
037100 END-IF.
037200 CLOSE F-CADASTRO.
037300 IF ws-ctr-conta NOT = ZEROES
037400     PERFORM DIGITAR-CONDICOES
037500     PERFORM CALCULAR-PRESTACAO
037600     PERFORM MOSTRAR-PRESTACAO
037700     MOVE "f" TO prosseguir
037800     PERFORM PERGUNTA-CONTRATAR UNTIL prosseguir = "v"
037900 END-IF.
038000
038100 ENTRADA-CONTA-EMP.
038200 INITIALIZE ws-ctr-conta.
038300 ACCEPT ws-ctr-conta AT 0433.
038400 IF ws-ctr-conta = ZEROES
038500     MOVE "v" TO prosseguir
038600 ELSE
038700     MOVE ws-ctr-conta TO cod-conta
038800     READ F-CADASTRO
038900         INVALID KEY
039000             DISPLAY "Conta inexistente!            " AT 0445
039100         NOT INVALID KEY
039200             IF status-conta NOT = "A"
039300                 DISPLAY "Conta nao esta ativa!         " AT 0445
039400             ELSE
039500                 DISPLAY nome AT 0445
039600                 MOVE "v" TO prosseguir
039700             END-IF
039800     END-READ
039900 END-IF.
040000
040100******************************************************************
040200* O tomador e o titular da conta (cpf do cadastro) ou um
040300* co-titular dela (F-TITULAR papel "C"); procurador movimenta mas
040400* nao contrata divida em nome da conta. O CPF precisa estar ativo
040500* no cadastro de clientes.
040600******************************************************************
040700 ENTRADA-CPF-EMP.
040800 INITIALIZE ws-ctr-cpf.
040900 ACCEPT ws-ctr-cpf AT 0533.
041000 IF ws-ctr-cpf = ZEROES
041100     MOVE ZEROES TO ws-ctr-conta
041200     MOVE "v" TO prosseguir
041300 ELSE
041400     PERFORM VERIFICAR-TOMADOR
041500     IF ws-tomador-ok = "S"
041600         PERFORM VERIFICAR-CLIENTE-TOMADOR
041700     END-IF
041800     IF ws-tomador-ok = "S"
041900         DISPLAY "                              " AT 0545
042000         MOVE "v" TO prosseguir
042100     END-IF
042200 END-IF.
042300
042400 VERIFICAR-TOMADOR.
042500 MOVE "N" TO ws-tomador-ok.
042600 IF ws-ctr-cpf = cpf
042700     MOVE "S" TO ws-tomador-ok
042800 ELSE
042900     OPEN INPUT F-TITULAR
043000     IF ARQ-OK-TIT = "00"
043100         MOVE ws-ctr-conta TO tit-cod-conta
043200         MOVE ws-ctr-cpf   TO tit-cpf
043300         READ F-TITULAR
043400             INVALID KEY
043500                 CONTINUE
043600             NOT INVALID KEY
043700                 IF tit-papel = "C"
043800                     MOVE "S" TO ws-tomador-ok
043900                 END-IF
044000         END-READ
044100         CLOSE F-TITULAR
044200     END-IF
044300     IF ws-tomador-ok = "N"
044400         DISPLAY "CPF nao e titular da conta!   " AT 0545
044500     END-IF
044600 END-IF.
044700
044800 VERIFICAR-CLIENTE-TOMADOR.
044900 MOVE "N" TO ws-tomador-ok.
045000 OPEN INPUT F-CLIENTE.
045100 IF ARQ-OK-CLI NOT = "00"
045200     DISPLAY "Cadastro de clientes ausente! " AT 0545
045300 ELSE
045400     MOVE ws-ctr-cpf TO cli-cpf
045500     READ F-CLIENTE
045600         INVALID KEY
045700             DISPLAY "CPF fora do cadastro clientes!" AT 0545
045800         NOT INVALID KEY
045900             IF cli-situacao NOT = "A"
046000                 DISPLAY "Cliente inativo!              " AT 0545
046100             ELSE
046200                 MOVE "S" TO ws-tomador-ok
046300             END-IF
046400     END-READ
046500     CLOSE F-CLIENTE
046600 END-IF.
046700
046800 DIGITAR-CONDICOES.
046900 MOVE "f" TO prosseguir.
047000 PERFORM ENTRADA-PRINCIPAL UNTIL prosseguir = "v".
047100 MOVE "f" TO prosseguir.
047200 PERFORM ENTRADA-TAXA-EMP UNTIL prosseguir = "v".
047300 MOVE "f" TO prosseguir.
047400 PERFORM ENTRADA-PRAZO UNTIL prosseguir = "v".
047500 MOVE "f" TO prosseguir.
047600 PERFORM ENTRADA-PRIMEIRO-VENC UNTIL prosseguir = "v".
047700 MOVE "f" TO prosseguir.
047800 PERFORM ENTRADA-TAXA-MORA UNTIL prosseguir = "v".
047900
048000 ENTRADA-PRINCIPAL.
048100 INITIALIZE ws-ctr-principal.
048200 ACCEPT ws-ctr-principal AT 0633.
048300 IF ws-ctr-principal = ZEROES
048400     DISPLAY "Valor invalido!               " AT 0648
048500 ELSE
048600     DISPLAY "                              " AT 0648
048700     MOVE "v" TO prosseguir
048800 END-IF.
048900
049000 ENTRADA-TAXA-EMP.
049100 INITIALIZE ws-ctr-taxa.
049200 ACCEPT ws-ctr-taxa AT 0733.
049300 IF ws-ctr-taxa > 15
049400     DISPLAY "Taxa acima de 15% ao mes!     " AT 0748
049500 ELSE
049600     DISPLAY "                              " AT 0748
049700     MOVE "v" TO prosseguir
049800 END-IF.
049900
050000 ENTRADA-PRAZO.
050100 INITIALIZE ws-ctr-prazo.
050200 ACCEPT ws-ctr-prazo AT 0833.
050300 IF ws-ctr-prazo < 1 OR ws-ctr-prazo > 120
050400     DISPLAY "Prazo invalido (1 a 120)!     " AT 0848
050500 ELSE
050600     DISPLAY "                              " AT 0848
050700     MOVE "v" TO prosseguir
050800 END-IF.
050900
051000*    O dia do primeiro vencimento vale para todas as parcelas,
051100*    ajustado ao tamanho de cada mes (dia 31 vence no dia 30 ou
051200*    28/29); a rolagem para dia util e feita na hora do debito.
051300 ENTRADA-PRIMEIRO-VENC.
051400 INITIALIZE ws-ctr-primeiro-venc.
051500 ACCEPT ws-ctr-primeiro-venc AT 0933.
051600 MOVE ZEROES TO ws-dias-no-mes.
051700 IF ws-ctr-venc-mes > 0 AND ws-ctr-venc-mes < 13
051800     MOVE ws-ctr-venc-ano TO ws-calc-ano
051900     MOVE ws-ctr-venc-mes TO ws-calc-mes
052000     PERFORM CALCULAR-DIAS-NO-MES
052100 END-IF.
052200 IF ws-ctr-venc-dia < 1 OR ws-ctr-venc-dia > ws-dias-no-mes
052300     DISPLAY "Data invalida!                " AT 0948
052400 ELSE
052500     IF ws-ctr-primeiro-venc NOT > ws-data-sistema
052600         DISPLAY "Vencimento deve ser futuro!   " AT 0948
052700     ELSE
052800         DISPLAY "                              " AT 0948
052900         MOVE "v" TO prosseguir
053000     END-IF
053100 END-IF.
053200
053300 ENTRADA-TAXA-MORA.
053400 INITIALIZE ws-ctr-taxa-mora.
053500 ACCEPT ws-ctr-taxa-mora AT 1033.
053600 IF ws-ctr-taxa-mora > 15
053700     DISPLAY "Mora acima de 15% ao mes!     " AT 1048
053800 ELSE
053900     DISPLAY "                              " AT 1048
054000     MOVE "v" TO prosseguir
054100 END-IF.
054200
054300******************************************************************
054400* Tabela Price: parcela = P * i * (1+i)**n / ((1+i)**n - 1), com
054500* o fator (1+i)**n montado mes a mes. Sem juros a parcela e o
054600* principal dividido pelo prazo.
054700******************************************************************
054800 CALCULAR-PRESTACAO.
054900 COMPUTE ws-taxa-decimal = ws-ctr-taxa / 100.
055000 IF ws-ctr-taxa = ZEROES
055100     COMPUTE ws-ctr-parcela ROUNDED =
055200         ws-ctr-principal / ws-ctr-prazo
055300 ELSE
055400     MOVE 1 TO ws-fator
055500     PERFORM MULTIPLICAR-FATOR ws-ctr-prazo TIMES
055600     COMPUTE ws-ctr-parcela ROUNDED =
055700         ws-ctr-principal * ws-taxa-decimal * ws-fator
055800         / (ws-fator - 1)
055900 END-IF.
056000 COMPUTE ws-ctr-total = ws-ctr-parcela * ws-ctr-prazo.
056100
056200 MULTIPLICAR-FATOR.
056300 COMPUTE ws-fator ROUNDED = ws-fator * (1 + ws-taxa-decimal).
056400
056500 MOSTRAR-PRESTACAO.
056600 MOVE ws-ctr-parcela TO ws-valor-edit.
056700 DISPLAY "Parcela fixa:   " AT 1201.
056800 DISPLAY ws-valor-edit AT 1217.
056900 MOVE ws-ctr-total TO ws-valor-edit.
057000 DISPLAY "Total a pagar:  " AT 1301.
057100 DISPLAY ws-valor-edit AT 1317.
057200
057300 PERGUNTA-CONTRATAR.
057400 INITIALIZE opcao.
057500 DISPLAY "Confirma a contratacao? (S/N): " AT 1501.
057600 ACCEPT opcao AT 1533.
057700 IF opcao = "s" OR "S"
057800     PERFORM GRAVAR-CONTRATO
057900     MOVE "v" TO prosseguir
058000 ELSE
058100     IF opcao = "n" OR "N"
058200         DISPLAY "Contratacao cancelada.        " AT 1601
058300         MOVE "v" TO prosseguir
058400     ELSE
058500         DISPLAY "Opcao invalida!               " AT 1601
058600         MOVE "f" TO prosseguir
058700     END-IF
058800 END-IF.
058900
059000******************************************************************
059100* Grava o contrato com o proximo numero livre, o cronograma e o
059200* credito do principal na conta, com trilha em F-AUDITLOG. Antes
059210* de gravar qualquer coisa a conta e lida com cadastro e razao
059220* abertos: contrato e cronograma sem o credito do principal
059230* seriam cobrados pelo PARCELAS sem o dinheiro ter entrado.
059300******************************************************************
059400 GRAVAR-CONTRATO.
059404 MOVE "N" TO ws-conta-credito-ok.
059408 PERFORM ABRIR-ARQUIVOS-MOVIMENTO.
059412 IF ARQ-OK = "00" AND ARQ-OK-MOV = "00"
059416     MOVE ws-ctr-conta TO cod-conta
059420     READ F-CADASTRO
059424         INVALID KEY
059428             DISPLAY "Conta inexistente no credito!" AT 1701
059432         NOT INVALID KEY
059436             MOVE "S" TO ws-conta-credito-ok
059440     END-READ
059444 END-IF.
059448 IF ws-conta-credito-ok = "S"
059452     PERFORM EFETIVAR-CONTRATO
059456 ELSE
059460     DISPLAY "Contrato nao gravado.         " AT 1601
059464 END-IF.
059468 PERFORM FECHAR-ARQUIVOS-MOVIMENTO.
059472
059476 EFETIVAR-CONTRATO.
059500 PERFORM ABRIR-F-EMPREST.
059600 PERFORM ABRIR-F-PARCELA.
059700 IF ARQ-OK-EMP = "00" AND ARQ-OK-PAR = "00"
059800     PERFORM PROCURAR-PROXIMO-EMPREST
059900     INITIALIZE DADOS-EMPREST
060000     MOVE ws-emp-proximo       TO emp-numero
060100     MOVE ws-ctr-conta         TO emp-cod-conta
060200     MOVE ws-ctr-cpf           TO emp-cpf
060300     MOVE ws-ctr-principal     TO emp-principal
060400     MOVE ws-ctr-taxa          TO emp-taxa-mensal
060500     MOVE ws-ctr-taxa-mora     TO emp-taxa-mora
060600     MOVE ws-ctr-prazo         TO emp-prazo
060700     MOVE ws-ctr-primeiro-venc TO emp-primeiro-venc
060800     MOVE ws-ctr-parcela       TO emp-valor-parcela
060900     MOVE ws-data-sistema      TO emp-data-contrato
061000     MOVE ws-operador-atual    TO emp-operador
061100     MOVE ZEROES               TO emp-qtd-pagas
061200     MOVE "A"                  TO emp-situacao
061300     MOVE ZEROES               TO emp-data-liquidacao
061400     WRITE DADOS-EMPREST
061500         INVALID KEY
061600             DISPLAY "Erro ao gravar o contrato!    " AT 1601
061700         NOT INVALID KEY
061800             PERFORM GERAR-CRONOGRAMA
061900             PERFORM CREDITAR-PRINCIPAL
062000             PERFORM REGISTRAR-AUDITORIA-EMPREST
062100             DISPLAY "Contrato gravado e creditado: " AT 1601
062200             DISPLAY ws-emp-proximo AT 1631
062300     END-WRITE
062310 ELSE
062320     DISPLAY "Contrato nao gravado.         " AT 1601
062400 END-IF.
062500 CLOSE F-EMPREST.
062600 CLOSE F-PARCELA.
062700
062800 PROCURAR-PROXIMO-EMPREST.
062900 MOVE 1 TO ws-emp-proximo.
063000 MOVE ZEROES TO emp-numero.
063100 MOVE "N" TO ws-fim-emprest.
063200 START F-EMPREST KEY IS NOT LESS THAN emp-numero
063300     INVALID KEY
063400         MOVE "S" TO ws-fim-emprest
063500 END-START.
063600 PERFORM UNTIL ws-fim-emprest = "S"
063700     READ F-EMPREST NEXT RECORD
063800         AT END
063900             MOVE "S" TO ws-fim-emprest
064000         NOT AT END
064100             COMPUTE ws-emp-proximo = emp-numero + 1
064200     END-READ
064300 END-PERFORM.
064400
064500 GERAR-CRONOGRAMA.
064600 MOVE ws-ctr-principal TO ws-saldo-devedor.
064700 PERFORM GERAR-PARCELA
064800     VARYING ws-par-idx FROM 1 BY 1
064900     UNTIL ws-par-idx > ws-ctr-prazo.
065000
065100*    Juros do mes sobre o saldo devedor e amortizacao pela
065200*    diferenca; a ultima parcela amortiza o saldo que sobrou dos
065300*    arredondamentos.
065400 GERAR-PARCELA.
065500 INITIALIZE DADOS-PARCELA.
065600 MOVE ws-emp-proximo TO par-numero-emp.
065700 MOVE ws-par-idx     TO par-numero.
065800 COMPUTE ws-juros-parcela ROUNDED =
065900     ws-saldo-devedor * ws-taxa-decimal.
066000 IF ws-par-idx = ws-ctr-prazo
066100     MOVE ws-saldo-devedor TO ws-amort-parcela
066200 ELSE
066300     COMPUTE ws-amort-parcela = ws-ctr-parcela - ws-juros-parcela
066400 END-IF.
066500 SUBTRACT ws-amort-parcela FROM ws-saldo-devedor.
066600 PERFORM CALCULAR-VENCIMENTO-PARCELA.
066700 MOVE ws-data-teste    TO par-vencimento.
066800 COMPUTE par-valor = ws-amort-parcela + ws-juros-parcela.
066900 MOVE ws-amort-parcela TO par-amortizacao.
067000 MOVE ws-juros-parcela TO par-juros.
067100 MOVE ws-saldo-devedor TO par-saldo-devedor.
067200 MOVE "A"              TO par-situacao.
067300 WRITE DADOS-PARCELA
067400     INVALID KEY
067500         DISPLAY "Erro ao gravar a parcela " ws-par-idx AT 1701
067600 END-WRITE.
067700
067800*    Vencimento da parcela ws-par-idx: primeiro vencimento mais
067900*    (ws-par-idx - 1) meses, no mesmo dia ou no ultimo do mes.
068000 CALCULAR-VENCIMENTO-PARCELA.
068100 COMPUTE ws-meses-total = ws-ctr-venc-mes - 1 + ws-par-idx - 1.
068200 DIVIDE ws-meses-total BY 12
068300     GIVING ws-anos-a-mais REMAINDER ws-mes-resto.
068400 COMPUTE ws-calc-ano = ws-ctr-venc-ano + ws-anos-a-mais.
068500 COMPUTE ws-calc-mes = ws-mes-resto + 1.
068600 PERFORM CALCULAR-DIAS-NO-MES.
068700 MOVE ws-calc-ano TO ws-teste-ano.
068800 MOVE ws-calc-mes TO ws-teste-mes.
068900 IF ws-ctr-venc-dia > ws-dias-no-mes
069000     MOVE ws-dias-no-mes TO ws-teste-dia
069100 ELSE
069200     MOVE ws-ctr-venc-dia TO ws-teste-dia
069300 END-IF.
069400
069500******************************************************************
069600* Dias no mes de ws-calc-ano/ws-calc-mes, em ws-dias-no-mes.
069700******************************************************************
069800 CALCULAR-DIAS-NO-MES.
069900 EVALUATE ws-calc-mes
070000     WHEN 01 MOVE 31 TO ws-dias-no-mes
070100     WHEN 02 PERFORM CALCULAR-FEVEREIRO
070200     WHEN 03 MOVE 31 TO ws-dias-no-mes
070300     WHEN 04 MOVE 30 TO ws-dias-no-mes
070400     WHEN 05 MOVE 31 TO ws-dias-no-mes
070500     WHEN 06 MOVE 30 TO ws-dias-no-mes
070600     WHEN 07 MOVE 31 TO ws-dias-no-mes
070700     WHEN 08 MOVE 31 TO ws-dias-no-mes
070800     WHEN 09 MOVE 30 TO ws-dias-no-mes
070900     WHEN 10 MOVE 31 TO ws-dias-no-mes
071000     WHEN 11 MOVE 30 TO ws-dias-no-mes
071100     WHEN 12 MOVE 31 TO ws-dias-no-mes
071200 END-EVALUATE.
071300
071400 CALCULAR-FEVEREIRO.
071500 MOVE 28 TO ws-dias-no-mes.
071600 COMPUTE ws-resto-bissexto = FUNCTION MOD(ws-calc-ano, 4).
071700 IF ws-resto-bissexto = ZEROES
071800     COMPUTE ws-resto-bissexto = FUNCTION MOD(ws-calc-ano, 100)
071900     IF ws-resto-bissexto NOT = ZEROES
072000         MOVE 29 TO ws-dias-no-mes
072100     ELSE
072200         COMPUTE ws-resto-bissexto =
072300             FUNCTION MOD(ws-calc-ano, 400)
072400         IF ws-resto-bissexto = ZEROES
072500             MOVE 29 TO ws-dias-no-mes
072600         END-IF
072700     END-IF
072800 END-IF.
072900
072950*    Conta ja lida em GRAVAR-CONTRATO, cadastro e razao abertos.
073000 CREDITAR-PRINCIPAL.
073700 MOVE ws-emp-proximo    TO ws-hist-emp-numero.
073800 MOVE ws-operador-atual TO ws-hist-operador.
073900 MOVE "F" TO ws-mov-tipo.
074000 MOVE ZEROES TO ws-mov-contra-conta.
074100 COMPUTE ws-mov-valor = ws-ctr-principal.
074200 PERFORM GRAVAR-MOVIMENTO.
074300 PERFORM RECALCULAR-SALDO.
074600
074700 ABRIR-ARQUIVOS-MOVIMENTO.
074800 OPEN I-O F-CADASTRO.
074900 IF ARQ-OK NOT = "00"
075000     DISPLAY "Erro ao abrir o cadastro: " ARQ-OK AT 2001
075100 END-IF.
075200 OPEN I-O F-MOVIMENTO.
075300 IF ARQ-OK-MOV = "35" THEN
075400     CLOSE F-MOVIMENTO
075500     OPEN OUTPUT F-MOVIMENTO
075600     CLOSE F-MOVIMENTO
075700     OPEN I-O F-MOVIMENTO
075800 END-IF.
075900 IF ARQ-OK-MOV NOT = "00"
076000     DISPLAY "Erro ao abrir o razao: " ARQ-OK-MOV AT 2001
076100 END-IF.
076200
076300 FECHAR-ARQUIVOS-MOVIMENTO.
076400 CLOSE F-CADASTRO.
076500 CLOSE F-MOVIMENTO.
076600
076700 GRAVAR-MOVIMENTO.
076800 ADD 1 TO ultima-sequencia.
076900 MOVE cod-conta          TO mov-cod-conta.
077000 MOVE ultima-sequencia   TO mov-sequencia.
077100 MOVE ws-data-sistema    TO mov-data.
077200 MOVE ws-mov-tipo        TO mov-tipo.
077300 MOVE ws-mov-valor       TO mov-valor.
077400 MOVE ws-mov-contra-conta TO mov-contra-conta.
077500 MOVE WS-HISTORICO-EMPREST TO mov-historico.
077600 WRITE DADOS-MOVIMENTO
077700     INVALID KEY
077800         DISPLAY "Erro ao gravar movimento!" AT 2001
077900 END-WRITE.
078000
078100 RECALCULAR-SALDO.
078200 MOVE ZEROES TO ws-saldo-calc.
078300 MOVE cod-conta TO ws-mov-cod-conta.
078400 MOVE cod-conta TO mov-cod-conta.
078500 MOVE ZEROES   TO mov-sequencia.
078600 START F-MOVIMENTO KEY IS NOT LESS THAN mov-chave
078700     INVALID KEY
078800         CONTINUE
078900     NOT INVALID KEY
079000         PERFORM SOMAR-MOVIMENTOS
079100 END-START.
079200 MOVE ws-saldo-calc TO saldo.
079300 REWRITE DADOS-CADASTRO
079400     INVALID KEY
079500         DISPLAY "Erro ao atualizar saldo!" AT 2001
079600 END-REWRITE.
079700
079800 SOMAR-MOVIMENTOS.
079900 MOVE "N" TO ws-fim-movimento.
080000 PERFORM UNTIL ws-fim-movimento = "S"
080100     READ F-MOVIMENTO NEXT RECORD
080200         AT END
080300             MOVE "S" TO ws-fim-movimento
080400         NOT AT END
080500             IF mov-cod-conta = ws-mov-cod-conta THEN
080600                 ADD mov-valor TO ws-saldo-calc
080700             ELSE
080800                 MOVE "S" TO ws-fim-movimento
080900             END-IF
081000     END-READ
081100 END-PERFORM.
081200
081300******************************************************************
081400* Trilha de auditoria da contratacao: principal e condicoes, com
081500* o supervisor assinado, em F-AUDITLOG (RELAUDIT consulta).
081600******************************************************************
081700 REGISTRAR-AUDITORIA-EMPREST.
081800 MOVE ws-ctr-conta   TO ws-aude-conta.
081900 MOVE ws-emp-proximo TO ws-aude-numero.
082000 MOVE "F-EMPREST" TO aud-arquivo.
082100 MOVE WS-AUD-CHAVE-EMPREST TO aud-chave.
082200 MOVE "principal" TO aud-campo.
082300 MOVE "(novo)" TO aud-valor-ant.
082400 MOVE ws-ctr-principal TO ws-aud-valor-edit.
082500 MOVE ws-aud-valor-edit TO aud-valor-novo.
082600 PERFORM GRAVAR-AUDITORIA.
082700 MOVE "condicoes" TO aud-campo.
082800 MOVE "(novo)" TO aud-valor-ant.
082900 MOVE ws-ctr-prazo TO ws-audc-prazo.
083000 MOVE ws-ctr-taxa  TO ws-audc-taxa.
083100 MOVE WS-AUD-CONDICOES TO aud-valor-novo.
083200 PERFORM GRAVAR-AUDITORIA.
083300
083400******************************************************************
083500* Acrescenta um registro a trilha (sempre EXTEND - a trilha so
083600* cresce). Data, hora e operador sao carimbados aqui.
083700******************************************************************
083800 GRAVAR-AUDITORIA.
083900 OPEN EXTEND F-AUDITLOG.
084000 IF ARQ-OK-AUD = "35" THEN
084100     OPEN OUTPUT F-AUDITLOG
084200 END-IF.
084300 IF ARQ-OK-AUD NOT = "00"
084400     DISPLAY "Erro na trilha de auditoria: " ARQ-OK-AUD
084500 ELSE
084600     MOVE ws-data-sistema TO aud-data
084700     ACCEPT ws-hora-sistema FROM TIME
084800     MOVE ws-hora-sistema TO aud-hora
084900     MOVE ws-operador-atual TO aud-operador
085000     WRITE DADOS-AUDITLOG
085100     CLOSE F-AUDITLOG
085200 END-IF.
085300
085400****************************** CONSULTA **************************
085500 CONSULTAR-EMPRESTIMO.
085600 DISPLAY TELA-CONSULTA.
085700 OPEN INPUT F-EMPREST.
085800 IF ARQ-OK-EMP NOT = "00"
085900     DISPLAY "Nenhum contrato cadastrado." AT 0601
086000 ELSE
086100     INITIALIZE ws-ctr-conta
086200     ACCEPT ws-ctr-conta AT 0418
086300     PERFORM LISTAR-CONTRATOS-CONTA
086400     IF ws-qtd-listados > ZEROES
086500         DISPLAY "Numero do contrato (0 = sair): "
086600         INITIALIZE ws-emp-escolhido
086700         ACCEPT ws-emp-escolhido
086800         IF ws-emp-escolhido NOT = ZEROES
086900             PERFORM CONSULTAR-CONTRATO
087000         END-IF
087100     END-IF
087200     CLOSE F-EMPREST
087300 END-IF.
087400 DISPLAY "ENTER para continuar ".
087500 ACCEPT continua.
087600
087700 LISTAR-CONTRATOS-CONTA.
087800 MOVE ZEROES TO ws-qtd-listados.
087900 MOVE ws-ctr-conta TO emp-cod-conta.
088000 MOVE "N" TO ws-fim-lista.
088100 START F-EMPREST KEY IS = emp-cod-conta
088200     INVALID KEY
088300         MOVE "S" TO ws-fim-lista
088400 END-START.
088500 DISPLAY SPACES.
088600 DISPLAY "======================================================".
088700 DISPLAY "CONTRATO DATA          PRINCIPAL  PRZ   PAG   S".
088800 PERFORM UNTIL ws-fim-lista = "S"
088900     READ F-EMPREST NEXT RECORD
089000         AT END
089100             MOVE "S" TO ws-fim-lista
089200         NOT AT END
089300             IF emp-cod-conta = ws-ctr-conta
089400                 MOVE emp-principal TO ws-valor-curto
089500                 DISPLAY emp-numero "   " emp-data-contrato " "
089600                         ws-valor-curto "  " emp-prazo "   "
089700                         emp-qtd-pagas "   " emp-situacao
089800                 ADD 1 TO ws-qtd-listados
089900             ELSE
090000                 MOVE "S" TO ws-fim-lista
090100             END-IF
090200     END-READ
090300 END-PERFORM.
090400 DISPLAY "Contratos da conta: " ws-qtd-listados.
090500 DISPLAY "======================================================".
090600
090700 CONSULTAR-CONTRATO.
090800 MOVE ws-emp-escolhido TO emp-numero.
090900 READ F-EMPREST
091000     INVALID KEY
091100         DISPLAY "Contrato inexistente!"
091200     NOT INVALID KEY
091300         IF emp-cod-conta NOT = ws-ctr-conta
091400             DISPLAY "Contrato de outra conta!"
091500         ELSE
091600             OPEN INPUT F-PARCELA
091700             IF ARQ-OK-PAR NOT = "00"
091800                 DISPLAY "Erro ao abrir parcelas: " ARQ-OK-PAR
091900             ELSE
092000                 PERFORM MOSTRAR-CONTRATO
092100                 PERFORM MOSTRAR-CRONOGRAMA
092200                 PERFORM MOSTRAR-SITUACAO-CONTRATO
092300                 CLOSE F-PARCELA
092400             END-IF
092500         END-IF
092600 END-READ.
092700
092800 MOSTRAR-CONTRATO.
092900 DISPLAY SPACES.
093000 DISPLAY "======================================================".
093100 DISPLAY "Contrato:        " emp-numero
093200         "  situacao " emp-situacao.
093300 DISPLAY "Conta/CPF:       " emp-cod-conta " / " emp-cpf.
093400 MOVE emp-principal TO ws-valor-edit.
093500 DISPLAY "Principal:       " ws-valor-edit.
093600 MOVE emp-taxa-mensal TO ws-taxa-edit.
093700 DISPLAY "Taxa % ao mes:   " ws-taxa-edit.
093800 MOVE emp-taxa-mora TO ws-taxa-edit.
093900 DISPLAY "Mora % ao mes:   " ws-taxa-edit.
094000 MOVE emp-valor-parcela TO ws-valor-edit.
094100 DISPLAY "Parcela fixa:    " ws-valor-edit "  x " emp-prazo.
094200 DISPLAY "Contratado em:   " emp-data-contrato
094300         "  operador " emp-operador.
094400
094500*    Uma linha por parcela; a vencida ou paga com atraso ganha a
094600*    linha de dias em atraso e mora.
094700 MOSTRAR-CRONOGRAMA.
094800 INITIALIZE WS-CONSULTA.
094900 DISPLAY "------------------------------------------------------".
095000 DISPLAY "PAR VENCTO            VALOR    AMORTIZACAO"
095100         "  SALDO DEVEDOR  S PAGTO".
095200 MOVE emp-numero TO par-numero-emp.
095300 MOVE ZEROES TO par-numero.
095400 MOVE "N" TO ws-fim-lista.
095500 START F-PARCELA KEY IS NOT LESS THAN par-chave
095600     INVALID KEY
095700         MOVE "S" TO ws-fim-lista
095800 END-START.
095900 PERFORM UNTIL ws-fim-lista = "S"
096000     READ F-PARCELA NEXT RECORD
096100         AT END
096200             MOVE "S" TO ws-fim-lista
096300         NOT AT END
096400             IF par-numero-emp = emp-numero
096500                 PERFORM MOSTRAR-PARCELA
096600             ELSE
096700                 MOVE "S" TO ws-fim-lista
096800             END-IF
096900     END-READ
097000 END-PERFORM.
097100
097200******************************************************************
097300* Quitacao antecipada na data contabil: parcela vencida entra
097400* cheia com a mora; parcela que vence hoje ou ja venceu sem ter
097500* passado pelo debito noturno entra cheia; parcela a vencer entra
097600* so pela amortizacao (os juros futuros sao abatidos).
097700******************************************************************
097800 MOSTRAR-PARCELA.
097900 MOVE par-valor TO ws-valor-curto.
098000 MOVE par-amortizacao TO ws-amort-curto.
098100 MOVE par-saldo-devedor TO ws-saldo-curto.
098200 DISPLAY par-numero " " par-vencimento " " ws-valor-curto " "
098300         ws-amort-curto " " ws-saldo-curto "  " par-situacao " "
098400         par-data-pagamento.
098500 IF par-dias-atraso > ZEROES OR par-valor-mora > ZEROES
098600     MOVE par-valor-mora TO ws-valor-curto
098700     DISPLAY "    atraso " par-dias-atraso " dias  mora "
098800             ws-valor-curto
098900 END-IF.
099000 EVALUATE par-situacao
099100     WHEN "P"
099200         ADD 1 TO ws-qtd-pagas
099300         ADD par-valor TO ws-total-pago
099400         ADD par-valor-mora TO ws-total-pago
099500     WHEN "V"
099600         ADD 1 TO ws-qtd-vencidas
099700         ADD par-amortizacao TO ws-total-principal
099800         ADD par-valor TO ws-total-atraso
099900         ADD par-valor-mora TO ws-total-atraso
100000         ADD par-valor TO ws-total-quitacao
100100         ADD par-valor-mora TO ws-total-quitacao
100200     WHEN OTHER
100300         ADD 1 TO ws-qtd-abertas
100400         ADD par-amortizacao TO ws-total-principal
100500         IF par-vencimento NOT > ws-data-sistema
100600             ADD par-valor TO ws-total-quitacao
100700         ELSE
100800             ADD par-amortizacao TO ws-total-quitacao
100900         END-IF
101000 END-EVALUATE.
101100
101200 MOSTRAR-SITUACAO-CONTRATO.
101300 DISPLAY "------------------------------------------------------".
101400 DISPLAY "Parcelas pagas:  " ws-qtd-pagas
101500         "   em aberto: " ws-qtd-abertas
101600         "   vencidas: " ws-qtd-vencidas.
101700 MOVE ws-total-pago TO ws-valor-edit.
101800 DISPLAY "Total pago:               " ws-valor-edit.
101900 MOVE ws-total-principal TO ws-valor-edit.
102000 DISPLAY "Saldo devedor (principal):" ws-valor-edit.
102100 MOVE ws-total-atraso TO ws-valor-edit.
102200 DISPLAY "Em atraso (com mora):     " ws-valor-edit.
102300 MOVE ws-total-quitacao TO ws-valor-edit.
102400 DISPLAY "Quitacao em " ws-data-sistema ":    " ws-valor-edit.
102500 DISPLAY "======================================================".
102600
102700******************************************************************
102800 SAIR.
102900     MOVE "v" TO fim.
103000     DISPLAY " saindo...                      ".
