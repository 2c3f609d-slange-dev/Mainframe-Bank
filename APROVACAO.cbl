004780     SELECT F-AUDITLOG ASSIGN TO disk
004790        ORGANIZATION IS LINE SEQUENTIAL
004791           FILE STATUS ARQ-OK-AUD.
004801     SELECT F-BLOQJUD ASSIGN TO disk
004811        ORGANIZATION IS INDEXED
004821        ACCESS IS DYNAMIC
004831        RECORD KEY IS bjd-chave
004841        ALTERNATE RECORD KEY bjd-cod-conta
004851           WITH DUPLICATES
004861           FILE STATUS ARQ-OK-BJD.
004871
004872     SELECT F-EVENTO ASSIGN TO disk
004873        ORGANIZATION IS LINE SEQUENTIAL
004874           FILE STATUS ARQ-OK-EVT.
004875
004876     SELECT F-PARNOT ASSIGN TO disk
004877        ORGANIZATION IS LINE SEQUENTIAL
004878           FILE STATUS ARQ-OK-PNT.
004879
004900******************************************************************
005000 DATA DIVISION.
005100******************************************************************
005800     COPY DIACTL.
005810     COPY TRFEXT.
005820     COPY AUDITLOG.
005830     COPY BLOQJUD.
005832     COPY EVENTOS.
005834     COPY PARAMNOT.
005840
006000 WORKING-STORAGE SECTION.
006100 01 ARQ-OK             PIC X(02) VALUE ZEROES.
006200 01 ARQ-OK-MOV         PIC X(02) VALUE ZEROES.
009450 01 ARQ-OK-AUD         PIC X(02) VALUE ZEROES.
009460 01 ws-hora-sistema    PIC 9(6) VALUE ZEROES.
009470 01 ws-aud-valor-edit  PIC $---.---.---.--9,99.
009475 01 ARQ-OK-BJD         PIC X(02) VALUE ZEROES.
009480 01 ws-fim-bloqjud     PIC X VALUE "N".
009485 01 ws-valor-bloqueado PIC S9(9)V99 VALUE ZEROES.
009500
009600*    Historico da liberacao: caixa que digitou no texto e
009700*    supervisor que liberou no sufixo " OP:nnnn", o mesmo padrao
010200     02 FILLER             PIC X(1) VALUE SPACES.
010300     02 FILLER             PIC X(4) VALUE " OP:".
010400     02 ws-hist-supervisor PIC 9(4).
010410
010420 01 ARQ-OK-EVT         PIC X(02) VALUE ZEROES.
010425 01 ws-saldo-anterior  PIC S9(9)V99 VALUE ZEROES.
010430 01 ws-evt-hora        PIC 9(8) VALUE ZEROES.
010435 01 WS-EVT-HORA-PARTES REDEFINES ws-evt-hora.
010440     02 ws-evt-hhmmss     PIC 9(6).
010445     02 FILLER            PIC 9(2).
010450 01 ARQ-OK-PNT         PIC X(02) VALUE ZEROES.
010455 01 WS-PARNOT-ATUAL.
010460     02 ws-pnt-atual       PIC 9(9)V99 OCCURS 4 TIMES.
010465 01 WS-PARNOT-NOVO.
010470     02 ws-pnt-novo        PIC 9(9)V99 OCCURS 4 TIMES.
010475 01 ws-pnt-idx         PIC 9(1) VALUE ZEROES.
010480*    Nomes dos minimos de F-PARNOT, na ordem do registro (tela e
010481*    campo da trilha de auditoria).
010482 01 WS-PNT-CAMPOS-INIT.
010484     02 FILLER             PIC X(15) VALUE "min-saque".
010486     02 FILLER             PIC X(15) VALUE "min-negativo".
010488     02 FILLER             PIC X(15) VALUE "min-devolucao".
010490     02 FILLER             PIC X(15) VALUE "min-ordem".
010492 01 WS-PNT-CAMPOS REDEFINES WS-PNT-CAMPOS-INIT.
010494     02 ws-pnt-campo       PIC X(15) OCCURS 4 TIMES.
010500
010600 SCREEN SECTION.
010700 01 TELA-MENU.
011300     03 LINE 05 COL 01 VALUE "(1) LISTAR PENDENTES              ".
011400     03 LINE 06 COL 01 VALUE "(2) LIBERAR/RECUSAR PENDENTE      ".
011500     03 LINE 07 COL 01 VALUE "(3) DEFINIR VALOR DE ALCADA       ".
011550     03 LINE 08 COL 01 VALUE "(4) VALORES MINIMOS DOS AVISOS    ".
011600     03 LINE 09 COL 01 VALUE "(S) SAIR                          ".
011700     03 LINE 10 COL 01 VALUE "OPCAO:                            ".
011800
011900 01 TELA-SIGNON.
012000     03 BLANK SCREEN.
021500 MENU-PRINCIPAL.
021600 INITIALIZE opcao.
021700 DISPLAY TELA-MENU.
021800 ACCEPT opcao AT 1008.
021900 EVALUATE opcao
022000     WHEN "1" PERFORM LISTAR-PENDENTES
022100     WHEN "2" PERFORM DECIDIR-PENDENTE
022200     WHEN "3" PERFORM DEFINIR-ALCADA
022250     WHEN "4" PERFORM DEFINIR-MINIMOS-AVISO
022300     WHEN "S" PERFORM SAIR
022400     WHEN "s" PERFORM SAIR
022500     WHEN OTHER DISPLAY " Opcao invalida"
038900         IF ws-limite-ok = "S"
039000             PERFORM GRAVAR-MOVIMENTO
039100             PERFORM RECALCULAR-SALDO
039150             PERFORM AVISAR-SAQUE
039200             MOVE "S" TO ws-postou-ok
039300         ELSE
039400             DISPLAY "Excede o limite da conta!   " AT 1701
044900 CLOSE F-MOVIMENTO.
045000
045100 VALIDAR-LIMITE.
045150 PERFORM SOMAR-BLOQUEIO-JUDICIAL.
045200 MOVE saldo TO ws-saldo-calc.
045300 COMPUTE ws-saldo-simulado = ws-saldo-calc - ws-valor-bloqueado
045350     + ws-mov-valor.
045400 IF ws-saldo-simulado < (limite-credito * -1) THEN
045500     MOVE "N" TO ws-limite-ok
045600 ELSE
048200     NOT INVALID KEY
048300         PERFORM SOMAR-MOVIMENTOS
048400 END-START.
048450 MOVE saldo TO ws-saldo-anterior.
048500 MOVE ws-saldo-calc TO saldo.
048600 REWRITE DADOS-CADASTRO
048700     INVALID KEY
048800         DISPLAY "Erro ao atualizar saldo!" AT 2001
048900 END-REWRITE.
048910 IF ws-saldo-anterior NOT < ZEROES AND ws-saldo-calc < ZEROES
048920     PERFORM AVISAR-SALDO-NEGATIVO
048930 END-IF.
049000
049100 SOMAR-MOVIMENTOS.
049200 MOVE "N" TO ws-fim-movimento.
050200             END-IF
050300     END-READ
050400 END-PERFORM.
050410
050411******************************************************************
050412* Avisos ao cliente: saque liberado e conta que entrou no limite
050413* vao para a fila F-EVENTO (sempre EXTEND) do job NOTIFICA. Erro
050414* na fila nao desfaz a liberacao.
050415******************************************************************
050416 AVISAR-SAQUE.
050417 MOVE "SQ" TO evt-tipo.
050418 MOVE cod-conta TO evt-cod-conta.
050419 MOVE pen-valor TO evt-valor.
050420 MOVE SPACES TO evt-complemento.
050421 PERFORM GRAVAR-EVENTO.
050422
050423 AVISAR-SALDO-NEGATIVO.
050424 MOVE "NG" TO evt-tipo.
050425 MOVE cod-conta TO evt-cod-conta.
050426 COMPUTE evt-valor = ws-saldo-calc * -1.
050427 MOVE SPACES TO evt-complemento.
050428 PERFORM GRAVAR-EVENTO.
050429
050430 GRAVAR-EVENTO.
050431 OPEN EXTEND F-EVENTO.
050432 IF ARQ-OK-EVT = "35" THEN
050433     OPEN OUTPUT F-EVENTO
050434 END-IF.
050435 IF ARQ-OK-EVT NOT = "00"
050436     DISPLAY "Erro na fila de avisos: " ARQ-OK-EVT AT 2101
050437 ELSE
050438     MOVE ws-data-sistema TO evt-data
050439     ACCEPT ws-evt-hora FROM TIME
050440     MOVE ws-evt-hhmmss TO evt-hora
050441     MOVE "APROVACAO" TO evt-origem
050442     WRITE DADOS-EVENTO
050443     CLOSE F-EVENTO
050444 END-IF.
050500
050600 DEFINIR-ALCADA.
050700 MOVE ZEROES TO ws-alcada-atual.
052942     WRITE DADOS-AUDITLOG
052943     CLOSE F-AUDITLOG
052944 END-IF.
052945
052946******************************************************************
052947* Valores minimos dos avisos ao cliente (F-PARNOT, lido pelo job
052948* NOTIFICA): um por tipo de evento com valor. Sem o arquivo os
052949* minimos valem zero (avisa qualquer valor). Cada minimo alterado
052950* vai para a trilha de auditoria.
052951******************************************************************
052952 DEFINIR-MINIMOS-AVISO.
052953 INITIALIZE WS-PARNOT-ATUAL.
052954 OPEN INPUT F-PARNOT.
052955 IF ARQ-OK-PNT = "00"
052956     READ F-PARNOT
052957         AT END CONTINUE
052958         NOT AT END
052959             MOVE DADOS-PARNOT TO WS-PARNOT-ATUAL
052960     END-READ
052961     CLOSE F-PARNOT
052962 END-IF.
052963 DISPLAY SPACES.
052964 DISPLAY "Valores minimos dos avisos ao cliente (0 = avisa".
052965 DISPLAY "qualquer valor; bloqueio e dormencia sempre avisam).".
052966 PERFORM PEDIR-MINIMO-AVISO
052967     VARYING ws-pnt-idx FROM 1 BY 1 UNTIL ws-pnt-idx > 4.
052968 MOVE WS-PARNOT-NOVO TO DADOS-PARNOT.
052969 OPEN OUTPUT F-PARNOT.
052970 WRITE DADOS-PARNOT.
052971 CLOSE F-PARNOT.
052972 PERFORM REGISTRAR-AUDITORIA-MINIMO
052973     VARYING ws-pnt-idx FROM 1 BY 1 UNTIL ws-pnt-idx > 4.
052974 DISPLAY "Minimos gravados.".
052975 DISPLAY "ENTER para continuar ".
052976 ACCEPT continua.
052977
052978 PEDIR-MINIMO-AVISO.
052979 MOVE ws-pnt-atual (ws-pnt-idx) TO ws-valor-edit.
052980 DISPLAY ws-pnt-campo (ws-pnt-idx) " atual: " ws-valor-edit.
052981 DISPLAY "Novo valor: ".
052982 INITIALIZE ws-pnt-novo (ws-pnt-idx).
052983 ACCEPT ws-pnt-novo (ws-pnt-idx).
052984
052985 REGISTRAR-AUDITORIA-MINIMO.
052986 IF ws-pnt-novo (ws-pnt-idx) NOT = ws-pnt-atual (ws-pnt-idx)
052987     MOVE "F-PARNOT" TO aud-arquivo
052988     MOVE SPACES TO aud-chave
052989     MOVE ws-pnt-campo (ws-pnt-idx) TO aud-campo
052990     MOVE ws-pnt-atual (ws-pnt-idx) TO ws-aud-valor-edit
052991     MOVE ws-aud-valor-edit TO aud-valor-ant
052992     MOVE ws-pnt-novo (ws-pnt-idx) TO ws-aud-valor-edit
052993     MOVE ws-aud-valor-edit TO aud-valor-novo
052994     PERFORM GRAVAR-AUDITORIA
052995 END-IF.
053000
053100******************************************************************
053200 SAIR.
053300     MOVE "v" TO fim.
053400     DISPLAY " saindo...                      ".
053500
053600******************************************************************
053700* Bloqueio judicial (SISBAJUD): soma o valor ainda bloqueado na
053800* conta do registro de cadastro (cod-conta) pelas ordens ativas
053900* de F-BLOQJUD. Sem o arquivo nao ha bloqueio. O debito so passa
054000* se couber no saldo menos o bloqueado; o limite de credito
054100* continua valendo por cima dele.
054200******************************************************************
054300 SOMAR-BLOQUEIO-JUDICIAL.
054400 MOVE ZEROES TO ws-valor-bloqueado.
054500 OPEN INPUT F-BLOQJUD.
054600 IF ARQ-OK-BJD = "00"
054700     MOVE cod-conta TO bjd-cod-conta
054800     MOVE "N" TO ws-fim-bloqjud
054900     START F-BLOQJUD KEY IS = bjd-cod-conta
055000         INVALID KEY
055100             MOVE "S" TO ws-fim-bloqjud
055200     END-START
055300     PERFORM UNTIL ws-fim-bloqjud = "S"
055400         READ F-BLOQJUD NEXT RECORD
055500             AT END
055600                 MOVE "S" TO ws-fim-bloqjud
055700             NOT AT END
055800                 IF bjd-cod-conta NOT = cod-conta
055900                     MOVE "S" TO ws-fim-bloqjud
056000                 ELSE
056100                     IF bjd-situacao = "A"
056200                         ADD bjd-valor-bloqueado
056300                             TO ws-valor-bloqueado
056400                     END-IF
056500                 END-IF
056600         END-READ
056700     END-PERFORM
056800     CLOSE F-BLOQJUD
056900 END-IF.
