003100        ACCESS IS DYNAMIC
003200        RECORD KEY IS arq-chave
003300           FILE STATUS ARQ-OK-ARQ.
003310
003320     SELECT F-TITULAR ASSIGN TO disk
003330        ORGANIZATION IS INDEXED
003340        ACCESS IS DYNAMIC
003350        RECORD KEY IS tit-chave
003360        ALTERNATE RECORD KEY tit-cpf
003370           WITH DUPLICATES
003380           FILE STATUS ARQ-OK-TIT.
003390
003400     SELECT F-CLIENTE ASSIGN TO disk
003410        ORGANIZATION IS INDEXED
003420        ACCESS IS DYNAMIC
003430        RECORD KEY IS cli-cpf
003440           FILE STATUS ARQ-OK-CLI.
003450
003455     SELECT F-BLOQJUD ASSIGN TO disk
003460        ORGANIZATION IS INDEXED
003465        ACCESS IS DYNAMIC
003470        RECORD KEY IS bjd-chave
003475        ALTERNATE RECORD KEY bjd-cod-conta
003480           WITH DUPLICATES
003485           FILE STATUS ARQ-OK-BJD.
003490
003500******************************************************************
003600 DATA DIVISION.
003700******************************************************************
003900     COPY CADASTRO.
004000     COPY MOVIMENTO.
004100     COPY MOVARQ.
004110     COPY TITULAR.
004120     COPY CLIENTES.
004130     COPY BLOQJUD.
004140
004300 WORKING-STORAGE SECTION.
004400 01 ARQ-OK             PIC X(02) VALUE ZEROES.
004500 01 ARQ-OK-MOV         PIC X(02) VALUE ZEROES.
004600 01 ARQ-OK-ARQ         PIC X(02) VALUE ZEROES.
004610 01 ARQ-OK-TIT         PIC X(02) VALUE ZEROES.
004620 01 ARQ-OK-CLI         PIC X(02) VALUE ZEROES.
004630*    "S" quando F-TITULAR / F-CLIENTE abriram; sem eles o extrato
004640*    sai so com o titular principal do cadastro.
004650 01 ws-titulares-ok    PIC X VALUE "N".
004660 01 ws-clientes-ok     PIC X VALUE "N".
004670 01 ws-fim-titulares   PIC X VALUE "N".
004680 01 ws-nome-titular    PIC X(30) VALUE SPACES.
004682 01 ARQ-OK-BJD         PIC X(02) VALUE ZEROES.
004684 01 ws-fim-bloqjud     PIC X VALUE "N".
004686 01 ws-valor-bloqueado PIC S9(9)V99 VALUE ZEROES.
004688 01 ws-saldo-disponivel PIC S9(11)V99 VALUE ZEROES.
004700*    "S" quando o arquivo morto (F-MOVARQ) esta disponivel; nesse
004800*    caso o detalhe arquivado entra no extrato e o lancamento de
004900*    saldo anterior (mov-tipo "P") do razao vivo e suprimido,
005900 01 ws-saldo-edit      PIC $--.---.---.---.--9,99.
006000 01 ws-valor-edit      PIC $---.---.---.--9,99.
006100
006110*    Historico do estorno ("V"): "EST " e a sequencia do
006120*    lancamento estornado, gravado pela tela de estorno.
006130 01 WS-HIST-ESTORNO.
006140     02 ws-he-literal   PIC X(4).
006150     02 ws-he-sequencia PIC X(6).
006160     02 FILLER          PIC X(10).
006170
006200 01 WS-RESUMO.
006300     02 ws-qtd-lancamentos PIC 9(7) VALUE ZEROES.
006400
010100 ELSE
010200     MOVE "N" TO ws-arquivo-morto
010300 END-IF.
010310 OPEN INPUT F-TITULAR.
010320 IF ARQ-OK-TIT = "00"
010330     MOVE "S" TO ws-titulares-ok
010340 END-IF.
010350 OPEN INPUT F-CLIENTE.
010360 IF ARQ-OK-CLI = "00"
010370     MOVE "S" TO ws-clientes-ok
010380 END-IF.
010390
010500 FECHAR-ARQUIVOS.
010600 CLOSE F-CADASTRO.
010700 CLOSE F-MOVIMENTO.
010800 IF ws-arquivo-morto = "S"
010900     CLOSE F-MOVARQ
011000 END-IF.
011010 IF ws-titulares-ok = "S"
011020     CLOSE F-TITULAR
011030 END-IF.
011040 IF ws-clientes-ok = "S"
011050     CLOSE F-CLIENTE
011060 END-IF.
011070
011200 EMITIR-EXTRATO.
011300 DISPLAY "======================================================".
011400 DISPLAY "EXTRATO DE CONTA CORRENTE".
011500 DISPLAY "Conta: " cod-conta "  Agencia: " cod-agencia.
011600 DISPLAY "Titular: " nome.
011610 PERFORM LISTAR-TITULARES.
011700 DISPLAY "Periodo: " ws-data-ini " a " ws-data-fim.
011800 DISPLAY "======================================================".
011900 MOVE ZEROES TO ws-saldo-corrente.
021900 MOVE ws-saldo-corrente TO ws-saldo-edit.
022000 DISPLAY mov-data " " mov-tipo " C/C " mov-contra-conta " "
022100         ws-valor-edit "  SALDO " ws-saldo-edit.
022110 IF mov-tipo = "V"
022120     MOVE mov-historico TO WS-HIST-ESTORNO
022130     DISPLAY "         ESTORNO DO LANCAMENTO " ws-he-sequencia
022140 END-IF.
022200
022300 IMPRIMIR-SALDO-FINAL.
022400 DISPLAY "------------------------------------------------------".
022500 MOVE ws-saldo-corrente TO ws-saldo-edit.
022600 DISPLAY "SALDO FINAL                          " ws-saldo-edit.
022610 PERFORM IMPRIMIR-DISPONIVEL.
022700 DISPLAY "Lancamentos no periodo: " ws-qtd-lancamentos.
022800 DISPLAY "======================================================".
022900
023000******************************************************************
023100* Demais titulares da conta (co-titulares e procuradores de
023200* F-TITULAR), abaixo do titular principal do cadastro, com o nome
023300* do mestre de clientes.
023400******************************************************************
023500 LISTAR-TITULARES.
023600 IF ws-titulares-ok = "S"
023700     MOVE cod-conta TO tit-cod-conta
023800     MOVE ZEROES    TO tit-cpf
023900     MOVE "N" TO ws-fim-titulares
024000     START F-TITULAR KEY IS NOT LESS THAN tit-chave
024100         INVALID KEY
024200             MOVE "S" TO ws-fim-titulares
024300     END-START
024400     PERFORM UNTIL ws-fim-titulares = "S"
024500         READ F-TITULAR NEXT RECORD
024600             AT END
024700                 MOVE "S" TO ws-fim-titulares
024800             NOT AT END
024900                 IF tit-cod-conta NOT = cod-conta
025000                     MOVE "S" TO ws-fim-titulares
025100                 ELSE
025200                     IF tit-papel NOT = "T"
025300                         PERFORM IMPRIMIR-TITULAR
025400                     END-IF
025500                 END-IF
025600         END-READ
025700     END-PERFORM
025800 END-IF.
025900
026000 IMPRIMIR-TITULAR.
026100 MOVE "(SEM CADASTRO DE CLIENTE)" TO ws-nome-titular.
026200 IF ws-clientes-ok = "S"
026300     MOVE tit-cpf TO cli-cpf
026400     READ F-CLIENTE
026500         INVALID KEY
026600             CONTINUE
026700         NOT INVALID KEY
026800             MOVE cli-nome TO ws-nome-titular
026900     END-READ
027000 END-IF.
027100 IF tit-papel = "C"
027200     DISPLAY "Co-titular: " ws-nome-titular " CPF " tit-cpf
027300 ELSE
027400     DISPLAY "Procurador: " ws-nome-titular " CPF " tit-cpf
027500 END-IF.
027600
027700******************************************************************
027800* Posicao atual da conta: saldo do cadastro, valor preso por
027900* bloqueio judicial (F-BLOQJUD) e o disponivel para movimentar.
028000******************************************************************
028100 IMPRIMIR-DISPONIVEL.
028200 PERFORM SOMAR-BLOQUEIO-JUDICIAL.
028300 MOVE saldo TO ws-saldo-disponivel.
028400 MOVE ws-saldo-disponivel TO ws-saldo-edit.
028500 DISPLAY "SALDO ATUAL                          " ws-saldo-edit.
028600 MOVE ws-valor-bloqueado TO ws-saldo-edit.
028700 DISPLAY "VALOR BLOQUEADO                      " ws-saldo-edit.
028800 SUBTRACT ws-valor-bloqueado FROM ws-saldo-disponivel.
028900 MOVE ws-saldo-disponivel TO ws-saldo-edit.
029000 DISPLAY "SALDO DISPONIVEL                     " ws-saldo-edit.
029100
029200******************************************************************
029300* Bloqueio judicial (SISBAJUD): soma o valor ainda bloqueado na
029400* conta do registro de cadastro (cod-conta) pelas ordens ativas
029500* de F-BLOQJUD. Sem o arquivo nao ha bloqueio.
029600******************************************************************
029700 SOMAR-BLOQUEIO-JUDICIAL.
029800 MOVE ZEROES TO ws-valor-bloqueado.
029900 OPEN INPUT F-BLOQJUD.
030000 IF ARQ-OK-BJD = "00"
030100     MOVE cod-conta TO bjd-cod-conta
030200     MOVE "N" TO ws-fim-bloqjud
030300     START F-BLOQJUD KEY IS = bjd-cod-conta
030400         INVALID KEY
030500             MOVE "S" TO ws-fim-bloqjud
030600     END-START
030700     PERFORM UNTIL ws-fim-bloqjud = "S"
030800         READ F-BLOQJUD NEXT RECORD
030900             AT END
031000                 MOVE "S" TO ws-fim-bloqjud
031100             NOT AT END
031200                 IF bjd-cod-conta NOT = cod-conta
031300                     MOVE "S" TO ws-fim-bloqjud
031400                 ELSE
031500                     IF bjd-situacao = "A"
031600                         ADD bjd-valor-bloqueado
031700                             TO ws-valor-bloqueado
031800                     END-IF
031900                 END-IF
032000         END-READ
032100     END-PERFORM
032200     CLOSE F-BLOQJUD
032300 END-IF.
