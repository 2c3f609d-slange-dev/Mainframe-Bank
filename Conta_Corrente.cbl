005020        ORGANIZATION IS LINE SEQUENTIAL
005021           FILE STATUS ARQ-OK-AUD.
005022
005023     SELECT F-CAIXA ASSIGN TO disk
005024        ORGANIZATION IS INDEXED
005025        ACCESS IS DYNAMIC
005026        RECORD KEY IS cxa-chave
005027           FILE STATUS ARQ-OK-CXA.
005032
005037     SELECT F-TITULAR ASSIGN TO disk
005042        ORGANIZATION IS INDEXED
005047        ACCESS IS DYNAMIC
005052        RECORD KEY IS tit-chave
005057        ALTERNATE RECORD KEY tit-cpf
005062           WITH DUPLICATES
005067           FILE STATUS ARQ-OK-TIT.
005070
005073     SELECT F-BLOQJUD ASSIGN TO disk
005076        ORGANIZATION IS INDEXED
005079        ACCESS IS DYNAMIC
005082        RECORD KEY IS bjd-chave
005085        ALTERNATE RECORD KEY bjd-cod-conta
005088           WITH DUPLICATES
005091           FILE STATUS ARQ-OK-BJD.
005094
005095     SELECT F-EVENTO ASSIGN TO disk
005096        ORGANIZATION IS LINE SEQUENTIAL
005097           FILE STATUS ARQ-OK-EVT.
005098
005100******************************************************************
005200 DATA DIVISION.
005300******************************************************************
006050     COPY CLIENTES.
006060     COPY DORMENTES.
006070     COPY AUDITLOG.
006080     COPY CAIXA.
006090     COPY TITULAR.
006095     COPY BLOQJUD.
006097     COPY EVENTOS.
006100
006200 WORKING-STORAGE SECTION.
006300 01 busca-nome         PIC A(30) VALUE SPACES.
011400 01  ws-consolidado-total PIC S9(9)V99 VALUE ZEROES.
011500 01  ws-consolidado-edit  PIC $---.---.---.--9,99.
011600 01  ws-consolidado-qtd   PIC 9(5) VALUE ZEROES.
011610 01  ARQ-OK-BJD        PIC X(02) VALUE ZEROES.
011620 01  ws-fim-bloqjud    PIC X VALUE "N".
011630 01  ws-valor-bloqueado PIC S9(9)V99 VALUE ZEROES.
011640 01  ws-saldo-disponivel PIC S9(9)V99 VALUE ZEROES.
011650 01  ws-bjd-edit       PIC $---.---.---.--9,99.
011700 01  ARQ-OK-ORD        PIC X(02) VALUE ZEROES.
011710 01  ARQ-OK-DIA        PIC X(02) VALUE ZEROES.
011720 01  ws-dia-aberto     PIC X VALUE "S".
011805 01  ARQ-OK-AUD        PIC X(02) VALUE ZEROES.
011806 01  ws-hora-sistema   PIC 9(6) VALUE ZEROES.
011807 01  ws-aud-valor-edit PIC $---.---.---.--9,99.
011808 01  ARQ-OK-EVT        PIC X(02) VALUE ZEROES.
011809 01  ws-saldo-anterior PIC S9(9)V99 VALUE ZEROES.
011810 01  ws-evt-hora       PIC 9(8) VALUE ZEROES.
011811 01  WS-EVT-HORA-PARTES REDEFINES ws-evt-hora.
011812     02 ws-evt-hhmmss     PIC 9(6).
011813     02 FILLER            PIC 9(2).
011800 01  ws-opcao-ord      PIC X(1) VALUE SPACES.
011900 01  ws-ord-numero     PIC 9(5) VALUE ZEROES.
012000 01  ws-ord-debito     PIC 9(5) VALUE ZEROES.
014200 01  ws-incluiu-ok     PIC X VALUE "N".
014300 01  ws-saldo-original PIC S9(9)V99 VALUE ZEROES.
014400 01  ws-saldo-novo     PIC S9(9)V99 VALUE ZEROES.
014401 01  WS-TIT-AUD-VALOR.
014402     02 ws-tav-papel      PIC X(1).
014403     02 FILLER            PIC X(1) VALUE SPACE.
014404     02 ws-tav-cpf        PIC 9(11).
014405 01  ws-est-conta      PIC 9(5) VALUE ZEROES.
014410 01  ws-est-sequencia  PIC 9(6) VALUE ZEROES.
014415 01  ws-est-contra-seq PIC 9(6) VALUE ZEROES.
014420 01  ws-est-ordem      PIC 9(4) VALUE ZEROES.
014425 01  ws-est-contagem   PIC 9(4) VALUE ZEROES.
014430 01  ws-est-ok         PIC X VALUE "N".
014435 01  ws-ja-estornado   PIC X VALUE "N".
014440 01  ws-fim-estorno    PIC X VALUE "N".
014445 01  ws-est-busca-conta PIC 9(5) VALUE ZEROES.
014450 01  ws-est-busca-seq  PIC 9(6) VALUE ZEROES.
014455 01  ws-est-valor-oposto PIC S9(9)V99 VALUE ZEROES.
014460 01  ws-est-valor-edit PIC $---.---.---.--9,99.
014465 01  WS-DADOS-ESTORNADO.
014470     02 ws-est-data       PIC 9(8).
014475     02 ws-est-tipo       PIC X(1).
014480     02 ws-est-valor      PIC S9(9)V99.
014485     02 ws-est-contra     PIC 9(5).
014490     02 ws-est-historico  PIC X(20).
014495*    Historico do estorno: "EST " e a sequencia do lancamento
014500*    original na propria conta, antes do sufixo " OP:nnnn" do
014505*    supervisor. E por ele que se sabe se um lancamento ja foi
014510*    estornado.
014515 01  WS-HIST-ESTORNO.
014520     02 FILLER            PIC X(4) VALUE "EST ".
014525     02 ws-hist-est-seq   PIC 9(6).
014530     02 FILLER            PIC X(2) VALUE SPACES.
014535 01  WS-HIST-LIDO.
014540     02 ws-hl-texto       PIC X(12).
014545     02 FILLER            PIC X(8).
014550
014551 01  ARQ-OK-CXA        PIC X(02) VALUE ZEROES.
014552 01  ws-caixa-situacao PIC X VALUE "N".
014553 01  ws-cxa-operador   PIC 9(4) VALUE ZEROES.
014554 01  ws-cxa-informado  PIC 9(4) VALUE ZEROES.
014555 01  ws-cxa-agencia    PIC 9(5) VALUE ZEROES.
014556 01  ws-cxa-abertura   PIC 9(9)V99 VALUE ZEROES.
014557 01  ws-cxa-contagem   PIC 9(9)V99 VALUE ZEROES.
014558 01  ws-cxa-entradas   PIC S9(9)V99 VALUE ZEROES.
014559 01  ws-cxa-saidas     PIC S9(9)V99 VALUE ZEROES.
014560 01  ws-cxa-valor-est  PIC S9(9)V99 VALUE ZEROES.
014561 01  ws-cxa-op-mov     PIC 9(4) VALUE ZEROES.
014562 01  ws-fim-caixa      PIC X VALUE "N".
014563 01  ws-cxa-chave-salva PIC X(11) VALUE SPACES.
014564*    Historico lido na apuracao do caixa: carimbo " OP:nnnn" da
014565*    tela ou, no pendente liberado, "APR DE cccc" com o caixa que
014566*    recebeu o numerario; no estorno, "EST " e a sequencia.
014567 01  WS-HIST-CAIXA.
014568     02 ws-hc-apr          PIC X(7).
014569     02 ws-hc-apr-caixa    PIC X(4).
014570     02 FILLER             PIC X(1).
014571     02 ws-hc-oplit        PIC X(4).
014572     02 ws-hc-opid         PIC X(4).
014573 01  WS-HIST-CAIXA-EST REDEFINES WS-HIST-CAIXA.
014574     02 ws-hc-est          PIC X(4).
014575     02 ws-hc-est-seq      PIC X(6).
014576     02 FILLER             PIC X(10).
014577 01  ARQ-OK-TIT        PIC X(02) VALUE ZEROES.
014578 01  ws-tit-conta      PIC 9(5) VALUE ZEROES.
014579 01  ws-tit-cpf        PIC 9(11) VALUE ZEROES.
014580 01  ws-tit-cpf-principal PIC 9(11) VALUE ZEROES.
014581 01  ws-tit-nome-conta PIC A(30) VALUE SPACES.
014582 01  ws-tit-papel      PIC X VALUE SPACES.
014583 01  ws-tit-acao       PIC X VALUE SPACES.
014584 01  ws-tit-conta-ok   PIC X VALUE "N".
014585 01  ws-tit-aberto     PIC X VALUE "N".
014586 01  ws-cli-aberto     PIC X VALUE "N".
014587 01  ws-fim-titulares  PIC X VALUE "N".
014588 01  ws-tit-nome       PIC X(30) VALUE SPACES.
014589 01  WS-TAB-VINCULOS.
014590     02 ws-vinc-item OCCURS 50 TIMES.
014591         03 ws-vinc-conta  PIC 9(5).
014592         03 ws-vinc-papel  PIC X(1).
014593 01  ws-vinc-qtd       PIC 9(2) VALUE ZEROES.
014594 01  ws-vinc-idx       PIC 9(2) VALUE ZEROES.
014595 01  ws-qtd-procuracoes PIC 9(5) VALUE ZEROES.
014596
014600 SCREEN SECTION.
014700 01 TELA-INFO.
014800     03 BLANK SCREEN.
016700     03 LINE 10 COL 01 VALUE "(6) MOVIMENTAR CONTA (DEP/SAQ/TRF)".
016800     03 LINE 11 COL 01 VALUE "(7) ORDENS PERMANENTES            ".
016900     03 LINE 12 COL 01 VALUE "(8) BLOQUEAR/DESBLOQUEAR CONTA    ".
017000     03 LINE 13 COL 01 VALUE "(9) ESTORNAR MOVIMENTO            ".
017010     03 LINE 14 COL 01 VALUE "(C) FECHAR CAIXA                  ".
017020     03 LINE 15 COL 01 VALUE "(T) TITULARES DA CONTA            ".
017030     03 LINE 16 COL 01 VALUE "(S) SAIR                          ".
017100     03 LINE 17 COL 01 VALUE "OPCAO:                            ".
017200
017300 01 TELA-INCLUSAO.
017400     03 BLANK SCREEN.
021900     03 LINE 11 COL 01 VALUE "Saldo na conta: ".
022000     03 LINE 12 COL 01 VALUE "Status da conta: ".
022100     03 LINE 13 COL 01 VALUE "Motivo bloqueio: ".
022110     03 LINE 14 COL 01 VALUE "Valor bloqueado: ".
022120     03 LINE 15 COL 01 VALUE "Saldo disponivel: ".
022200
022300 01 TELA-EXCLUSAO.
022400     03 BLANK SCREEN.
032600     03 LINE 20 COL 01 VALUE "       Novo valor:".
032700     03 LINE 21 COL 01 VALUE
032800       "======================================================".
032810
032820 01 TELA-ESTORNO.
032830     03 BLANK SCREEN.
032840     03 LINE 01 COL 01 VALUE "**********************************".
032850     03 LINE 02 COL 01 VALUE "      ESTORNO DE MOVIMENTO".
032860     03 LINE 03 COL 01 VALUE "**********************************".
032870     03 LINE 04 COL 01 VALUE "Codigo da conta: ".
032880     03 LINE 05 COL 01 VALUE "Sequencia: ".
032890
032895 01 TELA-FECHA-CAIXA.
032900     03 BLANK SCREEN.
032905     03 LINE 01 COL 01 VALUE "**********************************".
032910     03 LINE 02 COL 01 VALUE "       FECHAMENTO DE CAIXA".
032915     03 LINE 03 COL 01 VALUE "**********************************".
032920     03 LINE 04 COL 01 VALUE "Operador do caixa: ".
032925     03 LINE 05 COL 01 VALUE "Numerario contado: R$".
032930
032935 01 TELA-TITULARES.
032940     03 BLANK SCREEN.
032945     03 LINE 01 COL 01 VALUE "**********************************".
032950     03 LINE 02 COL 01 VALUE "        TITULARES DA CONTA".
032955     03 LINE 03 COL 01 VALUE "**********************************".
032960     03 LINE 04 COL 01 VALUE "Codigo da conta: ".
032965
033000******************************************************************
033100 PROCEDURE DIVISION.
033200******************************************************************
035500         UNTIL ws-signon-ok = "S" OR ws-tentativas > 2
035600     CLOSE F-OPERADOR
035700 END-IF.
035710 IF ws-signon-ok = "S"
035720     PERFORM VERIFICAR-CAIXA
035730 END-IF.
035800
035900 TENTAR-SIGNON.
036000 ADD 1 TO ws-tentativas.
039200 OPCAO-MENU.
039300 INITIALIZE rodar.
039400 INITIALIZE opcao.
039500 ACCEPT opcao AT 1708.
039600 EVALUATE opcao
039700     WHEN "1" PERFORM INCLUSAO
039800     WHEN "2"  PERFORM EXCLUSAO UNTIL rodar = "v"
040200     WHEN "6"  PERFORM MOVIMENTACAO UNTIL rodar = "v"
040300     WHEN "7"  PERFORM ORDENS-PERMANENTES UNTIL rodar = "v"
040400     WHEN "8"  PERFORM BLOQUEIO UNTIL rodar = "v"
040410     WHEN "9"  PERFORM ESTORNO
040420     WHEN "C"  PERFORM FECHAR-CAIXA
040430     WHEN "c"  PERFORM FECHAR-CAIXA
040440     WHEN "T"  PERFORM TITULARES
040450     WHEN "t"  PERFORM TITULARES
040500     WHEN "S"  PERFORM sair
040600     WHEN "s"  PERFORM sair
040700     WHEN OTHER DISPLAY " Op��o Inv�lida"
043700 PERFORM PERGUNTA-SALVAR UNTIL prosseguir = "v".
043800 CLOSE F-CADASTRO.
043900 IF ws-incluiu-ok = "S" THEN
043910     MOVE ws-cod-conta TO ws-tit-conta
043920     MOVE ws-cpf       TO ws-tit-cpf-principal
043930     PERFORM GRAVAR-TITULAR-PRINCIPAL
044000     PERFORM ABRIR-ARQUIVOS-MOVIMENTO
044100     MOVE "D" TO ws-mov-tipo
044200     MOVE SPACES TO ws-mov-historico
053226     MOVE ws-cpf TO cli-cpf
053227     READ F-CLIENTE
053228         INVALID KEY
053229             PERFORM INICIAR-CLIENTE-NOVO
053230             MOVE ws-nome         TO cli-nome
053231             MOVE ws-data-sistema TO cli-data-cadastro
053232             MOVE "A"             TO cli-situacao
053243     CLOSE F-CLIENTE
053244 END-IF.
053245
053246*    Cliente novo entra no mestre sem devolucoes, sem contato e
053247*    sem autorizacao de aviso por SMS ou e-mail.
053248 INICIAR-CLIENTE-NOVO.
053249 MOVE ws-cpf          TO cli-cpf.
053250 MOVE ZEROES          TO cli-qtd-devolucoes.
053251 MOVE ZEROES          TO cli-data-ult-devol.
053252 MOVE ZEROES          TO cli-celular.
053253 MOVE SPACES          TO cli-email.
053254 MOVE "N"             TO cli-aceita-sms.
053255 MOVE "N"             TO cli-aceita-email.
053300
053400 VALIDAR-CPF.
053500 MOVE "S" TO ws-cpf-repetido.
057200 END-IF.
057300
057400 VALIDAR-LIMITE.
057450 PERFORM SOMAR-BLOQUEIO-JUDICIAL.
057500 MOVE saldo TO ws-saldo-calc.
057600 COMPUTE ws-saldo-simulado = ws-saldo-calc - ws-valor-bloqueado
057650     + ws-mov-valor.
057700 IF ws-saldo-simulado < (limite-credito * -1) THEN
057800     MOVE "N" TO ws-limite-ok
057900 ELSE
058000     MOVE "S" TO ws-limite-ok
058100 END-IF.
058110 IF ws-limite-ok = "N" AND ws-valor-bloqueado > ZEROES
058120     MOVE ws-valor-bloqueado TO ws-bjd-edit
058130     DISPLAY "Bloqueio judicial na conta: " ws-bjd-edit AT 1601
058140 END-IF.
058200
058300 ENTRADA-SALDO.
058400 INITIALIZE ws-saldo.
079900 INITIALIZE opcao.
080000 ACCEPT opcao AT 2247.
080100 IF opcao = "s" or "S" THEN
080103     IF cpf NOT = ws-cpf
080106         PERFORM TROCAR-TITULAR-PRINCIPAL
080109     END-IF
080110     PERFORM REGISTRAR-AUDITORIA-CONTA
080200     MOVE WS-DADOS-CADASTRO TO DADOS-CADASTRO
080300     REWRITE DADOS-CADASTRO
083300 INITIALIZE ws-opcao-mov.
083400 ACCEPT ws-opcao-mov AT 1013.
083500 EVALUATE ws-opcao-mov
083600     WHEN "1"
083610         IF ws-caixa-situacao = "A"
083620             PERFORM REALIZAR-DEPOSITO
083630         ELSE
083640             PERFORM AVISAR-SEM-CAIXA
083650         END-IF
083700     WHEN "2"
083710         IF ws-caixa-situacao = "A"
083720             PERFORM REALIZAR-SAQUE
083730         ELSE
083740             PERFORM AVISAR-SEM-CAIXA
083750         END-IF
083800     WHEN "3" PERFORM REALIZAR-TRANSFERENCIA
083810     WHEN "4" PERFORM REALIZAR-TRANSF-EXTERNA
083900     WHEN "S" DISPLAY "saindo"
084100     WHEN OTHER DISPLAY "   comando nao existe"
084200 END-EVALUATE.
084300 MOVE "v" TO rodar.
084310
084320 AVISAR-SEM-CAIXA.
084330 DISPLAY "Caixa do operador nao aberto/ja fechado:" AT 1701.
084340 DISPLAY "deposito e saque em especie bloqueados." AT 1801.
084350 DISPLAY " ENTER para sair.".
084360 ACCEPT continua.
084400
084500 ABRIR-ARQUIVOS-MOVIMENTO.
084600 OPEN I-O F-CADASTRO.
092200     IF ws-limite-ok = "S" THEN
092300         PERFORM GRAVAR-MOVIMENTO
092400         PERFORM RECALCULAR-SALDO
092450         PERFORM AVISAR-SAQUE
092500         DISPLAY saldo AT 1520
092600     ELSE
092700         DISPLAY "Saque recusado: excede o limite!" AT 1520
102100     NOT INVALID KEY
102200         PERFORM SOMAR-MOVIMENTOS
102300 END-START.
102350 MOVE saldo TO ws-saldo-anterior.
102400 MOVE ws-saldo-calc TO saldo.
102500 REWRITE DADOS-CADASTRO
102600     INVALID KEY
102700         DISPLAY "Erro ao atualizar saldo!" AT 1801
102800 END-REWRITE.
102810 IF ws-saldo-anterior NOT < ZEROES AND ws-saldo-calc < ZEROES
102820     PERFORM AVISAR-SALDO-NEGATIVO
102830 END-IF.
102900
103000 SOMAR-MOVIMENTOS.
103100 MOVE "f" TO prosseguir.
104200             END-IF
104300     END-READ
104400 END-PERFORM.
104410
104411******************************************************************
104412* Avisos ao cliente: cada evento de interesse do cliente vai para
104413* a fila F-EVENTO (sempre EXTEND - a fila so cresce) e o job
104414* NOTIFICA resolve os contatos e manda a mensagem. Tipo, conta,
104415* valor e complemento sao preenchidos aqui; data, hora e origem
104416* em GRAVAR-EVENTO. Erro na fila nao desfaz a operacao.
104417******************************************************************
104418 AVISAR-SAQUE.
104419 MOVE "SQ" TO evt-tipo.
104420 MOVE cod-conta TO evt-cod-conta.
104421 MOVE ws-valor-entrada TO evt-valor.
104422 MOVE SPACES TO evt-complemento.
104423 PERFORM GRAVAR-EVENTO.
104424
104425*    Saldo que estava positivo (ou zerado) e passou a negativo:
104426*    a conta entrou no limite de credito.
104427 AVISAR-SALDO-NEGATIVO.
104428 MOVE "NG" TO evt-tipo.
104429 MOVE cod-conta TO evt-cod-conta.
104430 COMPUTE evt-valor = ws-saldo-calc * -1.
104431 MOVE SPACES TO evt-complemento.
104432 PERFORM GRAVAR-EVENTO.
104433
104434 AVISAR-BLOQUEIO.
104435 MOVE cod-conta TO evt-cod-conta.
104436 MOVE ZEROES TO evt-valor.
104437 MOVE SPACES TO evt-complemento.
104438 IF status-conta = "B"
104439     MOVE "BL" TO evt-tipo
104440     STRING "MOTIVO " motivo-bloqueio DELIMITED BY SIZE
104441         INTO evt-complemento
104442 ELSE
104443     MOVE "DB" TO evt-tipo
104444 END-IF.
104445 PERFORM GRAVAR-EVENTO.
104446
104447 GRAVAR-EVENTO.
104448 OPEN EXTEND F-EVENTO.
104449 IF ARQ-OK-EVT = "35" THEN
104450     OPEN OUTPUT F-EVENTO
104451 END-IF.
104452 IF ARQ-OK-EVT NOT = "00"
104453     DISPLAY "Erro na fila de avisos: " ARQ-OK-EVT AT 2301
104454 ELSE
104455     MOVE ws-data-sistema TO evt-data
104456     ACCEPT ws-evt-hora FROM TIME
104457     MOVE ws-evt-hhmmss TO evt-hora
104458     MOVE "CONTACORRENTE" TO evt-origem
104459     WRITE DADOS-EVENTO
104460     CLOSE F-EVENTO
104461 END-IF.
104500
104600****************************** ORDENS PERMANENTES ****************
104700 ORDENS-PERMANENTES.
137200             DISPLAY "Erro ao bloquear conta!" AT 0901
137300         NOT INVALID KEY
137400             DISPLAY "Conta bloqueada!         " AT 0901
137450             PERFORM AVISAR-BLOQUEIO
137500     END-REWRITE
137600     MOVE "v" TO prosseguir
137700 ELSE
140500             DISPLAY "Erro ao desbloquear conta!" AT 0801
140600         NOT INVALID KEY
140700             DISPLAY "Conta desbloqueada!       " AT 0801
140750             PERFORM AVISAR-BLOQUEIO
140800     END-REWRITE
140900     MOVE "v" TO prosseguir
141000 ELSE
153300 DISPLAY "Motivo bloqueio:       " ws-motivo-bloqueio.
153400 DISPLAY "======================================================".
153500
153501
153502****************************** ESTORNO ***************************
153503******************************************************************
153504* Estorno formal de um lancamento (so supervisor): posta um
153505* movimento tipo "V" de valor oposto cujo historico aponta a
153506* sequencia do original - razao e saldo seguem fechando no
153507* AUDITORIA, sem ajuste direto de saldo. Transferencia ("T") tem
153508* as duas pernas estornadas juntas. Juros ("J"), saldo anterior
153509* ("P") e devolucao de transferencia externa ("R") nao se
153510* estornam, nem o mesmo lancamento duas vezes. O estorno corrige
153511* erro de lancamento, por isso nao passa pelo limite de credito.
153512******************************************************************
153513 ESTORNO.
153514 IF ws-operador-nivel < 2
153515     DISPLAY "Estorno restrito a supervisor!"
153516     DISPLAY " ENTER para sair."
153517     ACCEPT continua
153518 ELSE
153519     PERFORM ESTORNAR-MOVIMENTO
153520 END-IF.
153521
153522 ESTORNAR-MOVIMENTO.
153523 DISPLAY TELA-ESTORNO.
153524 INITIALIZE ws-est-conta.
153525 INITIALIZE ws-est-sequencia.
153526 ACCEPT ws-est-conta AT 0418.
153527 ACCEPT ws-est-sequencia AT 0512.
153528 PERFORM ABRIR-ARQUIVOS-MOVIMENTO.
153529 MOVE ws-est-conta TO cod-conta.
153530 READ F-CADASTRO
153531     INVALID KEY
153532         DISPLAY "Conta inexistente!" AT 0430
153533     NOT INVALID KEY
153534         PERFORM LER-MOVIMENTO-ESTORNO
153535 END-READ.
153536 PERFORM FECHAR-ARQUIVOS-MOVIMENTO.
153537 DISPLAY " ENTER para sair.".
153538 ACCEPT continua.
153539
153540 LER-MOVIMENTO-ESTORNO.
153541 MOVE ws-est-conta     TO mov-cod-conta.
153542 MOVE ws-est-sequencia TO mov-sequencia.
153543 READ F-MOVIMENTO
153544     INVALID KEY
153545         DISPLAY "Lancamento inexistente!" AT 0530
153546     NOT INVALID KEY
153547         MOVE mov-data         TO ws-est-data
153548         MOVE mov-tipo         TO ws-est-tipo
153549         MOVE mov-valor        TO ws-est-valor
153550         MOVE mov-contra-conta TO ws-est-contra
153551         MOVE mov-historico    TO ws-est-historico
153552         PERFORM MOSTRAR-MOVIMENTO-ESTORNO
153553         PERFORM VALIDAR-ESTORNO
153554         IF ws-est-ok = "S"
153555             MOVE "f" TO prosseguir
153556             PERFORM PERGUNTA-ESTORNAR UNTIL prosseguir = "v"
153557         END-IF
153558 END-READ.
153559
153560 MOSTRAR-MOVIMENTO-ESTORNO.
153561 MOVE ws-est-valor TO ws-est-valor-edit.
153562 DISPLAY "======================================================".
153563 DISPLAY "Data:            " ws-est-data.
153564 DISPLAY "Tipo:            " ws-est-tipo.
153565 DISPLAY "Valor:           " ws-est-valor-edit.
153566 DISPLAY "Contra-conta:    " ws-est-contra.
153567 DISPLAY "Historico:       " ws-est-historico.
153568 DISPLAY "======================================================".
153569
153570 VALIDAR-ESTORNO.
153571 MOVE "N" TO ws-est-ok.
153572 MOVE ZEROES TO ws-est-contra-seq.
153573 EVALUATE ws-est-tipo
153574     WHEN "J"
153575         DISPLAY "Juros/tarifa nao se estorna!" AT 1501
153576     WHEN "P"
153577         DISPLAY "Saldo anterior nao se estorna!" AT 1501
153578     WHEN "R"
153579         DISPLAY "Devolucao externa nao se estorna!" AT 1501
153580     WHEN "E"
153581         DISPLAY "Transf externa: devolucao pelo TRFRET!" AT 1501
153582     WHEN "D"
153583     WHEN "S"
153584     WHEN "T"
153585     WHEN "A"
153586         PERFORM VALIDAR-ESTORNO-CONTA
153587     WHEN OTHER
153588         DISPLAY "Tipo de lancamento nao estornavel!" AT 1501
153589 END-EVALUATE.
153590 IF ws-est-ok = "S" AND ws-est-tipo = "T"
153591     PERFORM VALIDAR-ESTORNO-TRANSF
153592 END-IF.
153593
153594 VALIDAR-ESTORNO-CONTA.
153595 IF status-conta = "E"
153596     DISPLAY "Conta encerrada - estorno recusado!" AT 1501
153597 ELSE
153598     MOVE ws-est-conta     TO ws-est-busca-conta
153599     MOVE ws-est-sequencia TO ws-est-busca-seq
153600     PERFORM PROCURAR-ESTORNO-EXISTENTE
153601     IF ws-ja-estornado = "S"
153602         DISPLAY "Lancamento ja estornado!" AT 1501
153603     ELSE
153604         MOVE "S" TO ws-est-ok
153605     END-IF
153606 END-IF.
153607
153608******************************************************************
153609* A perna da contra-conta e a transferencia de mesma data, valor
153610* oposto e historico que aponta de volta para esta conta. Com mais
153611* de uma transferencia igual no dia, as pernas casam pela ordem:
153612* a n-esima igual daqui com a n-esima igual de la.
153613******************************************************************
153614 VALIDAR-ESTORNO-TRANSF.
153615 MOVE "N" TO ws-est-ok.
153616 COMPUTE ws-est-valor-oposto = ws-est-valor * -1.
153617 PERFORM CONTAR-PERNAS-ORIGEM.
153618 PERFORM PROCURAR-PERNA-CONTRA.
153619 IF ws-est-contra-seq = ZEROES
153620     DISPLAY "Contrapartida da transferencia nao achada!" AT 1501
153621 ELSE
153622     MOVE ws-est-contra TO cod-conta
153623     READ F-CADASTRO
153624         INVALID KEY
153625             DISPLAY "Contrapartida inexistente!" AT 1501
153626         NOT INVALID KEY
153627             IF status-conta = "E"
153628                 DISPLAY "Contrapartida encerrada!" AT 1501
153629             ELSE
153630                 MOVE ws-est-contra     TO ws-est-busca-conta
153631                 MOVE ws-est-contra-seq TO ws-est-busca-seq
153632                 PERFORM PROCURAR-ESTORNO-EXISTENTE
153633                 IF ws-ja-estornado = "S"
153634                     DISPLAY "Contrapartida ja estornada!" AT 1501
153635                 ELSE
153636                     MOVE "S" TO ws-est-ok
153637                     DISPLAY "Contrapartida: conta" AT 1501
153638                     DISPLAY ws-est-contra AT 1522
153639                     DISPLAY " seq" AT 1527
153640                     DISPLAY ws-est-contra-seq AT 1532
153641                 END-IF
153642             END-IF
153643     END-READ
153644     MOVE ws-est-conta TO cod-conta
153645     READ F-CADASTRO
153646 END-IF.
153647
153648 CONTAR-PERNAS-ORIGEM.
153649 MOVE ZEROES TO ws-est-ordem.
153650 MOVE ws-est-conta TO mov-cod-conta.
153651 MOVE ZEROES TO mov-sequencia.
153652 MOVE "N" TO ws-fim-estorno.
153653 START F-MOVIMENTO KEY IS NOT LESS THAN mov-chave
153654     INVALID KEY
153655         MOVE "S" TO ws-fim-estorno
153656 END-START.
153657 PERFORM UNTIL ws-fim-estorno = "S"
153658     READ F-MOVIMENTO NEXT RECORD
153659         AT END
153660             MOVE "S" TO ws-fim-estorno
153661         NOT AT END
153662             IF mov-cod-conta NOT = ws-est-conta OR
153663                mov-sequencia > ws-est-sequencia
153664                 MOVE "S" TO ws-fim-estorno
153665             ELSE
153666                 IF mov-tipo = "T" AND
153667                    mov-contra-conta = ws-est-contra AND
153668                    mov-valor = ws-est-valor AND
153669                    mov-data = ws-est-data AND
153670                    mov-historico = ws-est-historico
153671                     ADD 1 TO ws-est-ordem
153672                 END-IF
153673             END-IF
153674     END-READ
153675 END-PERFORM.
153676
153677 PROCURAR-PERNA-CONTRA.
153678 MOVE ZEROES TO ws-est-contra-seq.
153679 MOVE ZEROES TO ws-est-contagem.
153680 MOVE ws-est-contra TO mov-cod-conta.
153681 MOVE ZEROES TO mov-sequencia.
153682 MOVE "N" TO ws-fim-estorno.
153683 START F-MOVIMENTO KEY IS NOT LESS THAN mov-chave
153684     INVALID KEY
153685         MOVE "S" TO ws-fim-estorno
153686 END-START.
153687 PERFORM UNTIL ws-fim-estorno = "S"
153688     READ F-MOVIMENTO NEXT RECORD
153689         AT END
153690             MOVE "S" TO ws-fim-estorno
153691         NOT AT END
153692             IF mov-cod-conta NOT = ws-est-contra
153693                 MOVE "S" TO ws-fim-estorno
153694             ELSE
153695                 IF mov-tipo = "T" AND
153696                    mov-contra-conta = ws-est-conta AND
153697                    mov-valor = ws-est-valor-oposto AND
153698                    mov-data = ws-est-data AND
153699                    mov-historico = ws-est-historico
153700                     ADD 1 TO ws-est-contagem
153701                     IF ws-est-contagem = ws-est-ordem
153702                         MOVE mov-sequencia TO ws-est-contra-seq
153703                         MOVE "S" TO ws-fim-estorno
153704                     END-IF
153705                 END-IF
153706             END-IF
153707     END-READ
153708 END-PERFORM.
153709
153710******************************************************************
153711* Um lancamento ja estornado tem, depois dele na mesma conta, um
153712* "V" cujo historico aponta a sua sequencia.
153713******************************************************************
153714 PROCURAR-ESTORNO-EXISTENTE.
153715 MOVE "N" TO ws-ja-estornado.
153716 MOVE ws-est-busca-seq TO ws-hist-est-seq.
153717 MOVE ws-est-busca-conta TO mov-cod-conta.
153718 MOVE ws-est-busca-seq   TO mov-sequencia.
153719 MOVE "N" TO ws-fim-estorno.
153720 START F-MOVIMENTO KEY IS GREATER THAN mov-chave
153721     INVALID KEY
153722         MOVE "S" TO ws-fim-estorno
153723 END-START.
153724 PERFORM UNTIL ws-fim-estorno = "S"
153725     READ F-MOVIMENTO NEXT RECORD
153726         AT END
153727             MOVE "S" TO ws-fim-estorno
153728         NOT AT END
153729             IF mov-cod-conta NOT = ws-est-busca-conta
153730                 MOVE "S" TO ws-fim-estorno
153731             ELSE
153732                 MOVE mov-historico TO WS-HIST-LIDO
153733                 IF mov-tipo = "V" AND
153734                    ws-hl-texto = WS-HIST-ESTORNO
153735                     MOVE "S" TO ws-ja-estornado
153736                     MOVE "S" TO ws-fim-estorno
153737                 END-IF
153738             END-IF
153739     END-READ
153740 END-PERFORM.
153741
153742 PERGUNTA-ESTORNAR.
153743 INITIALIZE opcao.
153744 DISPLAY "Confirma o estorno? (S/N):" AT 1601.
153745 ACCEPT opcao AT 1628.
153746 IF opcao = "s" OR "S"
153747     PERFORM POSTAR-ESTORNO
153748     MOVE "v" TO prosseguir
153749 ELSE
153750     IF opcao = "n" OR "N"
153751         DISPLAY "Estorno cancelado." AT 1701
153752         MOVE "v" TO prosseguir
153753     ELSE
153754         DISPLAY "Opcao invalida!" AT 1701
153755     END-IF
153756 END-IF.
153757
153758 POSTAR-ESTORNO.
153759 MOVE "V" TO ws-mov-tipo.
153760 MOVE ws-est-sequencia TO ws-hist-est-seq.
153761 MOVE WS-HIST-ESTORNO TO ws-mov-hist-texto.
153762 COMPUTE ws-mov-valor = ws-est-valor * -1.
153763 MOVE ws-est-contra TO ws-mov-contra-conta.
153764 PERFORM GRAVAR-MOVIMENTO.
153765 PERFORM RECALCULAR-SALDO.
153766 IF ws-est-tipo = "T"
153767     MOVE ws-est-contra TO cod-conta
153768     READ F-CADASTRO
153769     MOVE ws-est-contra-seq TO ws-hist-est-seq
153770     MOVE WS-HIST-ESTORNO TO ws-mov-hist-texto
153771     COMPUTE ws-mov-valor = ws-est-valor
153772     MOVE ws-est-conta TO ws-mov-contra-conta
153773     PERFORM GRAVAR-MOVIMENTO
153774     PERFORM RECALCULAR-SALDO
153775     MOVE ws-est-conta TO cod-conta
153776     READ F-CADASTRO
153777 END-IF.
153778 DISPLAY "Estorno postado - saldo:" AT 1701.
153779 DISPLAY saldo AT 1726.
153780
153781
153900******************************************************************
154000 CONSULTA.
154100 INITIALIZE opcao.
158800 DISPLAY ws-saldo AT 1120.
158900 DISPLAY ws-status-conta AT 1220.
159000 DISPLAY ws-motivo-bloqueio AT 1320.
159010 PERFORM CALCULAR-DISPONIVEL.
159020 MOVE ws-valor-bloqueado TO ws-bjd-edit.
159030 DISPLAY ws-bjd-edit AT 1420.
159040 MOVE ws-saldo-disponivel TO ws-bjd-edit.
159050 DISPLAY ws-bjd-edit AT 1520.
159100
159200 CONSULTAR-NOME.
159300 OPEN INPUT F-CADASTRO.
159310 PERFORM ABRIR-TITULARES-CONSULTA.
159400* DISPLAY erase AT 0101.
159500  DISPLAY TELA-CONSULTA-NOME.
159600  MOVE "f" TO prosseguir.
159700  PERFORM NOME-EXISTE UNTIL prosseguir = "v".
159800 CLOSE F-CADASTRO.
159810 PERFORM FECHAR-ARQUIVOS-TITULARES.
159900
160000 NOME-EXISTE.
160100 MOVE "v" TO prosseguir.
165930* cadastro pelo campo cpf, qualquer que tenha sido a grafia do
165940* nome - e o extrato consolidado que a consulta por nome perdia
165950* com um erro de digitacao. O nome canonico vem do mestre de
165960* clientes quando existir. Depois vem as contas em que o CPF e
165963* co-titular ou procurador (F-TITULAR); cada conta lista todos
165966* os seus titulares.
165970******************************************************************
165971 CONSULTAR-CPF.
165972 DISPLAY TELA-CONSULTA-CPF.
165975 PERFORM MOSTRAR-NOME-CLIENTE.
165976 MOVE ZEROES TO ws-consolidado-total.
165977 MOVE ZEROES TO ws-consolidado-qtd.
165978 PERFORM ABRIR-CONSULTA-CPF.
165979 MOVE "f" TO prosseguir.
165980 DISPLAY SPACES.
165981 PERFORM UNTIL prosseguir = "v"
165985         NOT AT END
165986             IF ws-cpf = ws-cpf-busca
165987                 PERFORM MOSTRAR-CONSULTA-NOME
165988                 PERFORM SOMAR-CONSOLIDADO-CPF
165991             END-IF
165992     END-READ
165993 END-PERFORM.
165994 PERFORM LISTAR-VINCULOS-CPF.
165995 CLOSE F-CADASTRO.
165996 PERFORM FECHAR-ARQUIVOS-TITULARES.
165997 PERFORM MOSTRAR-CONSOLIDADO-CPF.
166004 DISPLAY "Fim da lista".
166005 DISPLAY "ENTER para continuar ".
166006 ACCEPT continua.
166700 DISPLAY "Saldo da conta:        " ws-saldo.
166800 DISPLAY "Status da conta:       " ws-status-conta.
166900 DISPLAY "Motivo bloqueio:       " ws-motivo-bloqueio.
166901 PERFORM CALCULAR-DISPONIVEL.
166902 MOVE ws-valor-bloqueado TO ws-bjd-edit.
166903 DISPLAY "Valor bloqueado:       " ws-bjd-edit.
166904 MOVE ws-saldo-disponivel TO ws-bjd-edit.
166905 DISPLAY "Saldo disponivel:      " ws-bjd-edit.
166910 MOVE ws-cod-conta TO ws-tit-conta.
166920 PERFORM MOSTRAR-TITULARES-CONTA.
167000
167100******************************************************************
167200 LISTAR.
175700     MOVE "v" TO fim.
175800     DISPLAY " saindo...                      ".
175900
176000****************************** CAIXA *****************************
176010******************************************************************
176020* Caixa do operador: aberto no sign-on com o troco inicial, um
176030* por operador e dia contabil (F-CAIXA). Sem caixa aberto a tela
176040* nao aceita deposito nem saque em especie.
176050******************************************************************
176060 VERIFICAR-CAIXA.
176070 MOVE "N" TO ws-caixa-situacao.
176080 PERFORM ABRIR-F-CAIXA.
176090 IF ARQ-OK-CXA = "00"
176100     MOVE ws-operador-atual TO cxa-operador
176110     MOVE ws-data-sistema   TO cxa-data
176120     READ F-CAIXA
176130         INVALID KEY
176140             PERFORM PERGUNTA-ABRIR-CAIXA
176150         NOT INVALID KEY
176160             MOVE cxa-situacao TO ws-caixa-situacao
176170             IF cxa-situacao NOT = "A"
176180                 DISPLAY "Caixa ja fechado neste dia." AT 1001
176190                 DISPLAY " ENTER para continuar." AT 1101
176200                 ACCEPT continua
176210             END-IF
176220     END-READ
176230     CLOSE F-CAIXA
176240 END-IF.
176250
176260 ABRIR-F-CAIXA.
176270 OPEN I-O F-CAIXA.
176280 IF ARQ-OK-CXA = "35" THEN
176290     CLOSE F-CAIXA
176300     OPEN OUTPUT F-CAIXA
176310     CLOSE F-CAIXA
176320     OPEN I-O F-CAIXA
176330 END-IF.
176340 IF ARQ-OK-CXA NOT = "00"
176350     DISPLAY "Erro no arquivo de caixas: " ARQ-OK-CXA AT 2001
176360 END-IF.
176370
176380 PERGUNTA-ABRIR-CAIXA.
176390 INITIALIZE opcao.
176400 DISPLAY "Abrir o caixa do dia? (S/N): " AT 1001.
176410 ACCEPT opcao AT 1031.
176420 IF opcao = "s" OR "S"
176430     PERFORM ABRIR-CAIXA
176440 ELSE
176450     DISPLAY "Sem caixa: deposito e saque bloqueados." AT 1301
176460     DISPLAY " ENTER para continuar." AT 1401
176470     ACCEPT continua
176480 END-IF.
176490
176500 ABRIR-CAIXA.
176510 MOVE ZEROES TO ws-cxa-agencia.
176520 MOVE "f" TO prosseguir.
176530 PERFORM ENTRADA-AGENCIA-CAIXA UNTIL prosseguir = "v".
176540 IF ws-cxa-agencia = ZEROES
176550     DISPLAY "Caixa nao aberto." AT 1301
176560 ELSE
176570     DISPLAY "Troco inicial:    R$" AT 1201
176580     INITIALIZE ws-cxa-abertura
176590     ACCEPT ws-cxa-abertura AT 1221
176600     MOVE ws-operador-atual TO cxa-operador
176610     MOVE ws-data-sistema   TO cxa-data
176620     MOVE ws-cxa-agencia    TO cxa-agencia
176630     MOVE "A"               TO cxa-situacao
176640     MOVE ws-cxa-abertura   TO cxa-abertura
176650     MOVE ZEROES TO cxa-entradas
176660     MOVE ZEROES TO cxa-saidas
176670     MOVE ZEROES TO cxa-esperado
176680     MOVE ZEROES TO cxa-contado
176690     MOVE ZEROES TO cxa-diferenca
176700     ACCEPT ws-hora-sistema FROM TIME
176710     MOVE ws-hora-sistema   TO cxa-hora-abertura
176720     MOVE ZEROES TO cxa-hora-fechamento
176730     MOVE ZEROES TO cxa-operador-fech
176740     WRITE DADOS-CAIXA
176750         INVALID KEY
176760             DISPLAY "Erro ao abrir o caixa!" AT 1301
176770         NOT INVALID KEY
176780             MOVE "A" TO ws-caixa-situacao
176790             DISPLAY "Caixa aberto." AT 1301
176800     END-WRITE
176810 END-IF.
176820
176830 ENTRADA-AGENCIA-CAIXA.
176840 MOVE "v" TO prosseguir.
176850 DISPLAY "Agencia do caixa (0 = desiste): " AT 1101.
176860 INITIALIZE ws-cod-agencia.
176870 ACCEPT ws-cod-agencia AT 1133.
176880 IF ws-cod-agencia NOT = ZEROES
176890     PERFORM VALIDAR-AGENCIA
176900     IF ws-agencia-ok = "S"
176910         MOVE ws-cod-agencia TO ws-cxa-agencia
176920         DISPLAY "                               " AT 1140
176930     ELSE
176940         DISPLAY "Agencia inexistente ou fechada!" AT 1140
176950         MOVE "f" TO prosseguir
176960     END-IF
176970 END-IF.
176980
176990******************************************************************
177000* Fechamento do caixa no fim do expediente, com contagem cega: o
177010* operador informa o numerario contado sem ver o esperado; a
177020* apuracao do razao e a diferenca ficam gravadas para o relatorio
177030* de caixas (RELCAIXA). O supervisor pode fechar o caixa de outro
177040* operador (0 = o proprio).
177050******************************************************************
177060 FECHAR-CAIXA.
177070 DISPLAY TELA-FECHA-CAIXA.
177080 MOVE ws-operador-atual TO ws-cxa-operador.
177090 IF ws-operador-nivel < 2
177100     DISPLAY ws-cxa-operador AT 0420
177110 ELSE
177120     INITIALIZE ws-cxa-informado
177130     ACCEPT ws-cxa-informado AT 0420
177140     IF ws-cxa-informado NOT = ZEROES
177150         MOVE ws-cxa-informado TO ws-cxa-operador
177160     END-IF
177170 END-IF.
177180 PERFORM ABRIR-F-CAIXA.
177190 IF ARQ-OK-CXA = "00"
177200     MOVE ws-cxa-operador TO cxa-operador
177210     MOVE ws-data-sistema TO cxa-data
177220     READ F-CAIXA
177230         INVALID KEY
177240             DISPLAY "Caixa nao aberto neste dia!" AT 0430
177250         NOT INVALID KEY
177260             IF cxa-situacao NOT = "A"
177270                 DISPLAY "Caixa ja fechado!" AT 0430
177280             ELSE
177290                 PERFORM CONTAR-CAIXA
177300             END-IF
177310     END-READ
177320     CLOSE F-CAIXA
177330 END-IF.
177340 DISPLAY " ENTER para sair.".
177350 ACCEPT continua.
177360
177370 CONTAR-CAIXA.
177380 INITIALIZE ws-cxa-contagem.
177390 ACCEPT ws-cxa-contagem AT 0522.
177400 MOVE "f" TO prosseguir.
177410 PERFORM PERGUNTA-FECHAR-CAIXA UNTIL prosseguir = "v".
177420
177430 PERGUNTA-FECHAR-CAIXA.
177440 INITIALIZE opcao.
177450 DISPLAY "Confirma o fechamento do caixa? (S/N): " AT 0701.
177460 ACCEPT opcao AT 0741.
177470 IF opcao = "s" OR "S"
177480     PERFORM APURAR-CAIXA
177490     PERFORM GRAVAR-FECHAMENTO-CAIXA
177500     MOVE "v" TO prosseguir
177510 ELSE
177520     IF opcao = "n" OR "N"
177530         DISPLAY "Caixa segue aberto.      " AT 0801
177540         MOVE "v" TO prosseguir
177550     ELSE
177560         DISPLAY "Opcao invalida!          " AT 0801
177570     END-IF
177580 END-IF.
177590
177600 GRAVAR-FECHAMENTO-CAIXA.
177610 MOVE ws-cxa-entradas TO cxa-entradas.
177620 MOVE ws-cxa-saidas   TO cxa-saidas.
177630 COMPUTE cxa-esperado = cxa-abertura + cxa-entradas - cxa-saidas.
177640 MOVE ws-cxa-contagem TO cxa-contado.
177650 COMPUTE cxa-diferenca = cxa-contado - cxa-esperado.
177660 MOVE "F" TO cxa-situacao.
177670 ACCEPT ws-hora-sistema FROM TIME.
177680 MOVE ws-hora-sistema   TO cxa-hora-fechamento.
177690 MOVE ws-operador-atual TO cxa-operador-fech.
177700 REWRITE DADOS-CAIXA
177710     INVALID KEY
177720         DISPLAY "Erro ao fechar o caixa!  " AT 0801
177730     NOT INVALID KEY
177740         DISPLAY "Caixa fechado.           " AT 0801
177750         IF cxa-operador = ws-operador-atual
177760             MOVE "F" TO ws-caixa-situacao
177770         END-IF
177780 END-REWRITE.
177790
177800******************************************************************
177810* Apura do razao as entradas e saidas em especie do caixa no dia:
177820* deposito ("D") e saque ("S") com o carimbo do operador; estorno
177830* ("V") de deposito/saque do mesmo dia e caixa abate do original.
177840******************************************************************
177850 APURAR-CAIXA.
177860 MOVE ZEROES TO ws-cxa-entradas.
177870 MOVE ZEROES TO ws-cxa-saidas.
177880 PERFORM ABRIR-F-MOVIMENTO.
177890 MOVE "N" TO ws-fim-caixa.
177900 PERFORM UNTIL ws-fim-caixa = "S"
177910     READ F-MOVIMENTO NEXT RECORD
177920         AT END
177930             MOVE "S" TO ws-fim-caixa
177940         NOT AT END
177950             IF mov-data = ws-data-sistema
177960                 PERFORM APURAR-MOVIMENTO-CAIXA
177970             END-IF
177980     END-READ
177990 END-PERFORM.
178000 PERFORM FECHAR-F-MOVIMENTO.
178010
178020 APURAR-MOVIMENTO-CAIXA.
178030 EVALUATE mov-tipo
178040     WHEN "D"
178050         PERFORM APURAR-OPERADOR-MOV
178060         IF ws-cxa-op-mov = ws-cxa-operador
178070             ADD mov-valor TO ws-cxa-entradas
178080         END-IF
178090     WHEN "S"
178100         PERFORM APURAR-OPERADOR-MOV
178110         IF ws-cxa-op-mov = ws-cxa-operador
178120             SUBTRACT mov-valor FROM ws-cxa-saidas
178130         END-IF
178140     WHEN "V"
178150         PERFORM APURAR-ESTORNO-CAIXA
178160 END-EVALUATE.
178170
178180 APURAR-OPERADOR-MOV.
178190 MOVE ZEROES TO ws-cxa-op-mov.
178200 MOVE mov-historico TO WS-HIST-CAIXA.
178210 IF ws-hc-apr = "APR DE " AND ws-hc-apr-caixa IS NUMERIC
178220     MOVE ws-hc-apr-caixa TO ws-cxa-op-mov
178230 ELSE
178240     IF ws-hc-oplit = " OP:" AND ws-hc-opid IS NUMERIC
178250         MOVE ws-hc-opid TO ws-cxa-op-mov
178260     END-IF
178270 END-IF.
178280
178290 APURAR-ESTORNO-CAIXA.
178300 MOVE mov-historico TO WS-HIST-CAIXA.
178310 IF ws-hc-est = "EST " AND ws-hc-est-seq IS NUMERIC
178320     MOVE mov-chave TO ws-cxa-chave-salva
178330     MOVE mov-valor TO ws-cxa-valor-est
178340     MOVE ws-hc-est-seq TO mov-sequencia
178350     READ F-MOVIMENTO
178360         INVALID KEY
178370             CONTINUE
178380         NOT INVALID KEY
178390             IF mov-data = ws-data-sistema
178400                 PERFORM APURAR-OPERADOR-MOV
178410                 IF ws-cxa-op-mov = ws-cxa-operador
178420                     IF mov-tipo = "D"
178430                         ADD ws-cxa-valor-est TO ws-cxa-entradas
178440                     END-IF
178450                     IF mov-tipo = "S"
178460                         SUBTRACT ws-cxa-valor-est
178470                             FROM ws-cxa-saidas
178480                     END-IF
178490                 END-IF
178500             END-IF
178510     END-READ
178520     MOVE ws-cxa-chave-salva TO mov-chave
178530     START F-MOVIMENTO KEY IS GREATER THAN mov-chave
178540         INVALID KEY
178550             MOVE "S" TO ws-fim-caixa
178560     END-START
178570 END-IF.
178580
178590******************************************************************
178600* Titulares da conta: o titular principal e o cpf do cadastro;
178610* co-titulares (C) e procuradores (P) vivem em F-TITULAR. A tela
178620* inclui, troca o papel ou exclui vinculos, com trilha em
178630* F-AUDITLOG (arquivo F-TITULAR, chave = conta, valor "papel cpf"
178640* antes e depois). Todo CPF vinculado precisa estar ativo no
178650* mestre de clientes. O titular principal so muda pela alteracao
178660* do CPF da conta; contas anteriores ao arquivo de titulares
178670* ganham o vinculo "T" na primeira vez que passam por aqui.
178680******************************************************************
178690 TITULARES.
178700 DISPLAY TELA-TITULARES.
178710 INITIALIZE ws-tit-conta.
178720 ACCEPT ws-tit-conta AT 0418.
178730 MOVE "N" TO ws-tit-conta-ok.
178740 OPEN INPUT F-CADASTRO.
178750 MOVE ws-tit-conta TO cod-conta.
178760 READ F-CADASTRO
178770     INVALID KEY
178780         DISPLAY "Conta inexistente!" AT 0430
178790     NOT INVALID KEY
178800         IF status-conta = "E"
178810             DISPLAY "Conta encerrada!" AT 0430
178820         ELSE
178830             MOVE "S"  TO ws-tit-conta-ok
178840             MOVE cpf  TO ws-tit-cpf-principal
178850             MOVE nome TO ws-tit-nome-conta
178860         END-IF
178870 END-READ.
178880 CLOSE F-CADASTRO.
178890 IF ws-tit-conta-ok = "S"
178900     PERFORM ABRIR-F-TITULAR
178910     IF ARQ-OK-TIT = "00"
178920         PERFORM SINCRONIZAR-TITULAR-PRINCIPAL
178930         PERFORM ABRIR-CLIENTES-LEITURA
178940         MOVE "f" TO prosseguir
178950         PERFORM MANTER-TITULARES UNTIL prosseguir = "v"
178960         PERFORM FECHAR-ARQUIVOS-TITULARES
178970     END-IF
178980 ELSE
178990     DISPLAY " ENTER para sair."
179000     ACCEPT continua
179010 END-IF.
179020
179030 MANTER-TITULARES.
179040 PERFORM LISTAR-TITULARES-CONTA.
179050 DISPLAY "(I) incluir/alterar  (E) excluir  (S) sair: ".
179060 INITIALIZE ws-tit-acao.
179070 ACCEPT ws-tit-acao.
179080 EVALUATE ws-tit-acao
179090     WHEN "I"
179100     WHEN "i"
179110         PERFORM INCLUIR-TITULAR
179120     WHEN "E"
179130     WHEN "e"
179140         PERFORM EXCLUIR-TITULAR
179150     WHEN "S"
179160     WHEN "s"
179170         MOVE "v" TO prosseguir
179180     WHEN OTHER
179190         DISPLAY "Opcao invalida!"
179200 END-EVALUATE.
179210
179220 LISTAR-TITULARES-CONTA.
179230 DISPLAY "======================================================".
179240 DISPLAY "Conta:       " ws-tit-conta.
179250 DISPLAY "Titular:     " ws-tit-cpf-principal " "
179260         ws-tit-nome-conta.
179270 PERFORM MOSTRAR-TITULARES-CONTA.
179280 DISPLAY "======================================================".
179290
179300******************************************************************
179310* Lista os co-titulares e procuradores da conta ws-tit-conta (o
179320* titular principal ja aparece pelo cadastro). Usada pela tela de
179330* titulares e pelas consultas por nome e por CPF; so lista quando
179340* F-TITULAR esta aberto, e o nome vem do mestre de clientes.
179350******************************************************************
179360 MOSTRAR-TITULARES-CONTA.
179370 IF ws-tit-aberto = "S"
179380     MOVE ws-tit-conta TO tit-cod-conta
179390     MOVE ZEROES TO tit-cpf
179400     MOVE "N" TO ws-fim-titulares
179410     START F-TITULAR KEY IS NOT LESS THAN tit-chave
179420         INVALID KEY
179430             MOVE "S" TO ws-fim-titulares
179440     END-START
179450     PERFORM UNTIL ws-fim-titulares = "S"
179460         READ F-TITULAR NEXT RECORD
179470             AT END
179480                 MOVE "S" TO ws-fim-titulares
179490             NOT AT END
179500                 IF tit-cod-conta NOT = ws-tit-conta
179510                     MOVE "S" TO ws-fim-titulares
179520                 ELSE
179530                     IF tit-papel NOT = "T"
179540                         PERFORM MOSTRAR-LINHA-TITULAR
179550                     END-IF
179560                 END-IF
179570         END-READ
179580     END-PERFORM
179590 END-IF.
179600
179610 MOSTRAR-LINHA-TITULAR.
179620 MOVE "(SEM CADASTRO DE CLIENTE)" TO ws-tit-nome.
179630 IF ws-cli-aberto = "S"
179640     MOVE tit-cpf TO cli-cpf
179650     READ F-CLIENTE
179660         INVALID KEY
179670             CONTINUE
179680         NOT INVALID KEY
179690             MOVE cli-nome TO ws-tit-nome
179700     END-READ
179710 END-IF.
179720 IF tit-papel = "C"
179730     DISPLAY "Co-titular:  " tit-cpf " " ws-tit-nome
179740 ELSE
179750     DISPLAY "Procurador:  " tit-cpf " " ws-tit-nome
179760 END-IF.
179770
179780 INCLUIR-TITULAR.
179790 DISPLAY "CPF do titular: ".
179800 INITIALIZE ws-tit-cpf.
179810 ACCEPT ws-tit-cpf.
179820 MOVE ws-tit-cpf TO ws-cpf.
179830 PERFORM VALIDAR-CPF.
179840 IF ws-cpf-valido = "N"
179850     DISPLAY "CPF invalido!"
179860 ELSE
179870     IF ws-tit-cpf = ws-tit-cpf-principal
179880         DISPLAY "Este CPF ja e o titular principal da conta!"
179890     ELSE
179900         PERFORM VERIFICAR-CLIENTE-TITULAR
179910         IF ws-cliente-achado = "S"
179920             PERFORM ENTRADA-PAPEL-TITULAR
179930             PERFORM GRAVAR-VINCULO-TITULAR
179940         END-IF
179950     END-IF
179960 END-IF.
179970
179980 VERIFICAR-CLIENTE-TITULAR.
179990 MOVE "N" TO ws-cliente-achado.
180000 IF ws-cli-aberto = "S"
180010     MOVE ws-tit-cpf TO cli-cpf
180020     READ F-CLIENTE
180030         INVALID KEY
180040             CONTINUE
180050         NOT INVALID KEY
180060             IF cli-situacao = "A"
180070                 MOVE "S" TO ws-cliente-achado
180080             END-IF
180090     END-READ
180100 END-IF.
180110 IF ws-cliente-achado = "N"
180120     DISPLAY "CPF sem cadastro ativo no mestre de clientes!"
180130     DISPLAY "Cadastre o cliente pela tela CLIENTE."
180140 END-IF.
180150
180160 ENTRADA-PAPEL-TITULAR.
180170 MOVE SPACES TO ws-tit-papel.
180180 PERFORM UNTIL ws-tit-papel = "C" OR ws-tit-papel = "P"
180190     DISPLAY "Papel - (C) co-titular  (P) procurador: "
180200     ACCEPT ws-tit-papel
180210     IF ws-tit-papel = "c" MOVE "C" TO ws-tit-papel END-IF
180220     IF ws-tit-papel = "p" MOVE "P" TO ws-tit-papel END-IF
180230 END-PERFORM.
180240
180250 GRAVAR-VINCULO-TITULAR.
180260 MOVE "F-TITULAR" TO aud-arquivo.
180270 MOVE ws-tit-conta TO aud-chave.
180280 MOVE "tit-papel" TO aud-campo.
180290 MOVE ws-tit-papel TO ws-tav-papel.
180300 MOVE ws-tit-cpf TO ws-tav-cpf.
180310 MOVE WS-TIT-AUD-VALOR TO aud-valor-novo.
180320 MOVE ws-tit-conta TO tit-cod-conta.
180330 MOVE ws-tit-cpf TO tit-cpf.
180340 READ F-TITULAR
180350     INVALID KEY
180360         MOVE "(SEM VINCULO)" TO aud-valor-ant
180370         PERFORM INCLUIR-VINCULO-TITULAR
180380     NOT INVALID KEY
180390         IF tit-papel = ws-tit-papel
180400             DISPLAY "Vinculo ja existe com este papel."
180410         ELSE
180420             PERFORM TROCAR-PAPEL-TITULAR
180430         END-IF
180440 END-READ.
180450
180460 INCLUIR-VINCULO-TITULAR.
180470 PERFORM CONFIRMAR-TITULAR.
180480 IF opcao = "S"
180490     MOVE ws-tit-conta      TO tit-cod-conta
180500     MOVE ws-tit-cpf        TO tit-cpf
180510     MOVE ws-tit-papel      TO tit-papel
180520     MOVE ws-data-sistema   TO tit-data-inclusao
180530     MOVE ws-operador-atual TO tit-operador
180540     WRITE DADOS-TITULAR
180550         INVALID KEY
180560             DISPLAY "Erro ao gravar o vinculo: " ARQ-OK-TIT
180570         NOT INVALID KEY
180580             PERFORM GRAVAR-AUDITORIA
180590             DISPLAY "Vinculo incluido."
180600     END-WRITE
180610 END-IF.
180620
180630 TROCAR-PAPEL-TITULAR.
180640 MOVE tit-papel TO ws-tav-papel.
180650 MOVE tit-cpf   TO ws-tav-cpf.
180660 MOVE WS-TIT-AUD-VALOR TO aud-valor-ant.
180670 PERFORM CONFIRMAR-TITULAR.
180680 IF opcao = "S"
180690     MOVE ws-tit-papel      TO tit-papel
180700     MOVE ws-operador-atual TO tit-operador
180710     REWRITE DADOS-TITULAR
180720         INVALID KEY
180730             DISPLAY "Erro ao regravar o vinculo: " ARQ-OK-TIT
180740         NOT INVALID KEY
180750             PERFORM GRAVAR-AUDITORIA
180760             DISPLAY "Papel alterado."
180770     END-REWRITE
180780 END-IF.
180790
180800 EXCLUIR-TITULAR.
180810 DISPLAY "CPF a desvincular: ".
180820 INITIALIZE ws-tit-cpf.
180830 ACCEPT ws-tit-cpf.
180840 MOVE ws-tit-conta TO tit-cod-conta.
180850 MOVE ws-tit-cpf TO tit-cpf.
180860 READ F-TITULAR
180870     INVALID KEY
180880         DISPLAY "CPF nao vinculado a esta conta!"
180890     NOT INVALID KEY
180900         IF tit-papel = "T"
180910             DISPLAY "Titular principal: altere o CPF da conta."
180920         ELSE
180930             PERFORM EXCLUIR-VINCULO-TITULAR
180940         END-IF
180950 END-READ.
180960
180970 EXCLUIR-VINCULO-TITULAR.
180980 MOVE "F-TITULAR" TO aud-arquivo.
180990 MOVE ws-tit-conta TO aud-chave.
181000 MOVE "tit-papel" TO aud-campo.
181010 MOVE tit-papel TO ws-tav-papel.
181020 MOVE tit-cpf   TO ws-tav-cpf.
181030 MOVE WS-TIT-AUD-VALOR TO aud-valor-ant.
181040 MOVE "(EXCLUIDO)" TO aud-valor-novo.
181050 PERFORM CONFIRMAR-TITULAR.
181060 IF opcao = "S"
181070     DELETE F-TITULAR
181080         INVALID KEY
181090             DISPLAY "Erro ao excluir o vinculo: " ARQ-OK-TIT
181100         NOT INVALID KEY
181110             PERFORM GRAVAR-AUDITORIA
181120             DISPLAY "Vinculo excluido."
181130     END-DELETE
181140 END-IF.
181150
181160 CONFIRMAR-TITULAR.
181170 MOVE SPACES TO opcao.
181180 PERFORM UNTIL opcao = "S" OR opcao = "N"
181190     DISPLAY "Confirma (S/N)? "
181200     ACCEPT opcao
181210     IF opcao = "s" MOVE "S" TO opcao END-IF
181220     IF opcao = "n" MOVE "N" TO opcao END-IF
181230 END-PERFORM.
181240
181250******************************************************************
181260* Vinculo "T" do titular principal: gravado na abertura da conta,
181270* refeito quando a alteracao troca o CPF e criado na tela de
181280* titulares para as contas antigas. Se o CPF ja estava vinculado
181290* com outro papel, passa a titular principal.
181300******************************************************************
181310 GRAVAR-TITULAR-PRINCIPAL.
181320 PERFORM ABRIR-F-TITULAR.
181330 IF ARQ-OK-TIT = "00"
181340     PERFORM SINCRONIZAR-TITULAR-PRINCIPAL
181350     PERFORM FECHAR-ARQUIVOS-TITULARES
181360 END-IF.
181370
181380 TROCAR-TITULAR-PRINCIPAL.
181390 MOVE cod-conta TO ws-tit-conta.
181400 PERFORM ABRIR-F-TITULAR.
181410 IF ARQ-OK-TIT = "00"
181420     MOVE ws-tit-conta TO tit-cod-conta
181430     MOVE cpf          TO tit-cpf
181440     READ F-TITULAR
181450         INVALID KEY
181460             CONTINUE
181470         NOT INVALID KEY
181480             IF tit-papel = "T"
181490                 DELETE F-TITULAR
181500                     INVALID KEY
181510                         CONTINUE
181520                 END-DELETE
181530             END-IF
181540     END-READ
181550     MOVE ws-cpf TO ws-tit-cpf-principal
181560     PERFORM SINCRONIZAR-TITULAR-PRINCIPAL
181570     PERFORM FECHAR-ARQUIVOS-TITULARES
181580 END-IF.
181590
181600 SINCRONIZAR-TITULAR-PRINCIPAL.
181610 IF ws-tit-cpf-principal NOT = ZEROES
181620     MOVE ws-tit-conta         TO tit-cod-conta
181630     MOVE ws-tit-cpf-principal TO tit-cpf
181640     READ F-TITULAR
181650         INVALID KEY
181660             MOVE "T"               TO tit-papel
181670             MOVE ws-data-sistema   TO tit-data-inclusao
181680             MOVE ws-operador-atual TO tit-operador
181690             WRITE DADOS-TITULAR
181700                 INVALID KEY
181710                     DISPLAY "Erro ao gravar titular: " ARQ-OK-TIT
181720                         AT 2001
181730             END-WRITE
181740         NOT INVALID KEY
181750             IF tit-papel NOT = "T"
181760                 MOVE "T" TO tit-papel
181770                 REWRITE DADOS-TITULAR
181780                     INVALID KEY
181790                         DISPLAY "Erro ao gravar titular: "
181800                             ARQ-OK-TIT AT 2001
181810                 END-REWRITE
181820             END-IF
181830     END-READ
181840 END-IF.
181850
181860 ABRIR-F-TITULAR.
181870 OPEN I-O F-TITULAR.
181880 IF ARQ-OK-TIT = "35" THEN
181890     CLOSE F-TITULAR
181900     OPEN OUTPUT F-TITULAR
181910     CLOSE F-TITULAR
181920     OPEN I-O F-TITULAR
181930 END-IF.
181940 IF ARQ-OK-TIT NOT = "00"
181950     DISPLAY "Erro no arquivo de titulares: " ARQ-OK-TIT AT 2001
181960 ELSE
181970     MOVE "S" TO ws-tit-aberto
181980 END-IF.
181990
182000******************************************************************
182010* Abertura so para leitura (consultas): sem F-TITULAR ou sem o
182020* mestre de clientes a consulta segue, apenas sem a lista.
182030******************************************************************
182040 ABRIR-TITULARES-CONSULTA.
182050 OPEN INPUT F-TITULAR.
182060 IF ARQ-OK-TIT = "00"
182070     MOVE "S" TO ws-tit-aberto
182080 END-IF.
182090 PERFORM ABRIR-CLIENTES-LEITURA.
182100
182110 ABRIR-CLIENTES-LEITURA.
182120 OPEN INPUT F-CLIENTE.
182130 IF ARQ-OK-CLI = "00"
182140     MOVE "S" TO ws-cli-aberto
182150 END-IF.
182160
182170 FECHAR-ARQUIVOS-TITULARES.
182180 IF ws-tit-aberto = "S"
182190     CLOSE F-TITULAR
182200     MOVE "N" TO ws-tit-aberto
182210 END-IF.
182220 IF ws-cli-aberto = "S"
182230     CLOSE F-CLIENTE
182240     MOVE "N" TO ws-cli-aberto
182250 END-IF.
182260
182270******************************************************************
182280* Consulta por CPF: contas em que o cliente e co-titular ou
182290* procurador, achadas pela chave alternada de F-TITULAR. As
182300* contas sao guardadas antes de exibir porque a lista de
182310* titulares de cada conta reposiciona o mesmo arquivo. Conta de
182320* co-titular entra no consolidado; de procurador so e listada.
182330******************************************************************
182340 LISTAR-VINCULOS-CPF.
182350 MOVE ZEROES TO ws-vinc-qtd.
182360 IF ws-tit-aberto = "S"
182370     MOVE ws-cpf-busca TO tit-cpf
182380     MOVE "N" TO ws-fim-titulares
182390     START F-TITULAR KEY IS = tit-cpf
182400         INVALID KEY
182410             MOVE "S" TO ws-fim-titulares
182420     END-START
182430     PERFORM UNTIL ws-fim-titulares = "S"
182440         READ F-TITULAR NEXT RECORD
182450             AT END
182460                 MOVE "S" TO ws-fim-titulares
182470             NOT AT END
182480                 IF tit-cpf NOT = ws-cpf-busca
182490                     MOVE "S" TO ws-fim-titulares
182500                 ELSE
182510                     PERFORM GUARDAR-VINCULO-CPF
182520                 END-IF
182530         END-READ
182540     END-PERFORM
182550 END-IF.
182560 PERFORM VARYING ws-vinc-idx FROM 1 BY 1
182570     UNTIL ws-vinc-idx > ws-vinc-qtd
182580     PERFORM MOSTRAR-VINCULO-CPF
182590 END-PERFORM.
182600
182610 GUARDAR-VINCULO-CPF.
182620 IF tit-papel NOT = "T" AND ws-vinc-qtd < 50
182630     ADD 1 TO ws-vinc-qtd
182640     MOVE tit-cod-conta TO ws-vinc-conta(ws-vinc-qtd)
182650     MOVE tit-papel     TO ws-vinc-papel(ws-vinc-qtd)
182660 END-IF.
182670
182680 MOSTRAR-VINCULO-CPF.
182690 MOVE ws-vinc-conta(ws-vinc-idx) TO cod-conta.
182700 READ F-CADASTRO RECORD INTO WS-DADOS-CADASTRO
182710     KEY IS cod-conta
182720     INVALID KEY
182730         CONTINUE
182740     NOT INVALID KEY
182750         IF ws-cpf NOT = ws-cpf-busca
182760             PERFORM MOSTRAR-CONSULTA-NOME
182770             IF ws-vinc-papel(ws-vinc-idx) = "C"
182780                 DISPLAY "Papel do cliente:      CO-TITULAR"
182790                 PERFORM SOMAR-CONSOLIDADO-CPF
182800             ELSE
182810                 DISPLAY "Papel do cliente:      PROCURADOR"
182820                 ADD 1 TO ws-qtd-procuracoes
182830             END-IF
182840         END-IF
182850 END-READ.
182860
182861 ABRIR-CONSULTA-CPF.
182862 MOVE ZEROES TO ws-qtd-procuracoes.
182863 OPEN INPUT F-CADASTRO.
182864 PERFORM ABRIR-TITULARES-CONSULTA.
182865
182870 SOMAR-CONSOLIDADO-CPF.
182880 MOVE ws-saldo TO ws-saldo-calc.
182890 ADD ws-saldo-calc TO ws-consolidado-total.
182900 ADD 1 TO ws-consolidado-qtd.
182910
182920 MOSTRAR-CONSOLIDADO-CPF.
182930 DISPLAY "======================================================".
182940 IF ws-consolidado-qtd = ZEROES AND ws-qtd-procuracoes = ZEROES
182950     DISPLAY "Nenhuma conta para este CPF."
182960 ELSE
182970     MOVE ws-consolidado-total TO ws-consolidado-edit
182980     DISPLAY "Extrato consolidado - " ws-consolidado-qtd
182990             " contas - saldo total: " ws-consolidado-edit
183000     IF ws-qtd-procuracoes > ZEROES
183010         DISPLAY "Contas como procurador (fora do consolidado): "
183020                 ws-qtd-procuracoes
183030     END-IF
183040 END-IF.
183050
183060******************************************************************
183070* Bloqueio judicial (SISBAJUD): soma o valor ainda bloqueado na
183080* conta do registro de cadastro (cod-conta) pelas ordens ativas
183090* de F-BLOQJUD. Sem o arquivo nao ha bloqueio. O disponivel e o
183100* saldo menos o bloqueado; o limite de credito continua valendo
183110* por cima dele na validacao dos debitos.
183120******************************************************************
183130 SOMAR-BLOQUEIO-JUDICIAL.
183140 MOVE ZEROES TO ws-valor-bloqueado.
183150 OPEN INPUT F-BLOQJUD.
183160 IF ARQ-OK-BJD = "00"
183170     MOVE cod-conta TO bjd-cod-conta
183180     MOVE "N" TO ws-fim-bloqjud
183190     START F-BLOQJUD KEY IS = bjd-cod-conta
183200         INVALID KEY
183210             MOVE "S" TO ws-fim-bloqjud
183220     END-START
183230     PERFORM UNTIL ws-fim-bloqjud = "S"
183240         READ F-BLOQJUD NEXT RECORD
183250             AT END
183260                 MOVE "S" TO ws-fim-bloqjud
183270             NOT AT END
183280                 IF bjd-cod-conta NOT = cod-conta
183290                     MOVE "S" TO ws-fim-bloqjud
183300                 ELSE
183310                     IF bjd-situacao = "A"
183320                         ADD bjd-valor-bloqueado
183330                             TO ws-valor-bloqueado
183340                     END-IF
183350                 END-IF
183360         END-READ
183370     END-PERFORM
183380     CLOSE F-BLOQJUD
183390 END-IF.
183400
183410 CALCULAR-DISPONIVEL.
183420 PERFORM SOMAR-BLOQUEIO-JUDICIAL.
183430 MOVE saldo TO ws-saldo-calc.
183440 COMPUTE ws-saldo-disponivel = ws-saldo-calc - ws-valor-bloqueado.
