000100******************************************************************
000200 IDENTIFICATION DIVISION.
000300******************************************************************
000400 PROGRAM-ID. COMPENSA.
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
001500     SELECT F-CADASTRO ASSIGN TO disk
001600        ORGANIZATION IS INDEXED
001700        ACCESS IS DYNAMIC
001800        RECORD KEY IS cod-conta
001900        ALTERNATE RECORD KEY nome
002000           WITH DUPLICATES
002100           FILE STATUS ARQ-OK.
002200
002300     SELECT F-MOVIMENTO ASSIGN TO disk
002400        ORGANIZATION IS INDEXED
002500        ACCESS IS DYNAMIC
002600        RECORD KEY IS mov-chave
002700           FILE STATUS ARQ-OK-MOV.
002800
002900     SELECT F-CHEQUE ASSIGN TO disk
003000        ORGANIZATION IS INDEXED
003100        ACCESS IS DYNAMIC
003200        RECORD KEY IS chq-chave
003300           FILE STATUS ARQ-OK-CHQ.
003400
003500     SELECT F-CLIENTE ASSIGN TO disk
003600        ORGANIZATION IS INDEXED
003700        ACCESS IS DYNAMIC
003800        RECORD KEY IS cli-cpf
003900           FILE STATUS ARQ-OK-CLI.
004000
004100     SELECT F-COMPE ASSIGN TO disk
004200        ORGANIZATION IS LINE SEQUENTIAL
004300           FILE STATUS ARQ-OK-CMP.
004400
004500     SELECT F-DEVCHQ ASSIGN TO disk
004600        ORGANIZATION IS LINE SEQUENTIAL
004700           FILE STATUS ARQ-OK-DEV.
004800
004900     SELECT F-CHECKPOINT-CMP ASSIGN TO disk
005000        ORGANIZATION IS LINE SEQUENTIAL
005100           FILE STATUS ARQ-OK-CHK.
005200
005300     SELECT F-DIACTL ASSIGN TO disk
005400        ORGANIZATION IS LINE SEQUENTIAL
005500           FILE STATUS ARQ-OK-DIA.
005510     SELECT F-BLOQJUD ASSIGN TO disk
005520        ORGANIZATION IS INDEXED
005530        ACCESS IS DYNAMIC
005540        RECORD KEY IS bjd-chave
005550        ALTERNATE RECORD KEY bjd-cod-conta
005560           WITH DUPLICATES
005570           FILE STATUS ARQ-OK-BJD.
005571
005572     SELECT F-LOTECTL ASSIGN TO disk
005573        ORGANIZATION IS INDEXED
005574        ACCESS IS DYNAMIC
005575        RECORD KEY IS lct-chave
005576           FILE STATUS ARQ-OK-LCT.
005580
005581     SELECT F-EVENTO ASSIGN TO disk
005582        ORGANIZATION IS LINE SEQUENTIAL
005583           FILE STATUS ARQ-OK-EVT.
005584
005700******************************************************************
005800 DATA DIVISION.
005900******************************************************************
006000 FILE SECTION.
006100     COPY CADASTRO.
006200     COPY MOVIMENTO.
006300     COPY CHEQUES.
006400     COPY CLIENTES.
006500     COPY CHECKCMP.
006600     COPY DIACTL.
006610     COPY BLOQJUD.
006615     COPY LOTECTL.
006617     COPY EVENTOS.
006620
006800*    Cheques apresentados pela camara de compensacao (um por
006900*    linha): conta sacada, numero da folha e valor.
007000 FD F-COMPE LABEL RECORD STANDARD
007100     VALUE OF FILE-ID IS "F-COMPE.txt".
007200 01 REG-COMPE.
007300     02 cmp-conta         PIC 9(5).
007400     02 cmp-cheque        PIC 9(6).
007500     02 cmp-valor         PIC 9(9)V99.
007600
007700*    Devolucao para a camara: registro "H" de cabecalho (data), um
007800*    "D" por cheque devolvido (o registro apresentado, copiado
007900*    como veio, e o motivo) e um "T" de fechamento com quantidade
008000*    e valor total. Motivos: 11 sem fundos (1a apresentacao),
008100*    12 sem fundos (2a apresentacao), 13 conta encerrada ou
008200*    inexistente, 21 sustado (contra-ordem), 24 conta bloqueada
008300*    ou dormente, 28 sustado por furto/roubo, 31 erro formal
008400*    (registro invalido), 35 folha nao emitida, 49 remessa nula
008500*    (cheque ja pago ou reapresentado depois da 2a devolucao).
008600 FD F-DEVCHQ LABEL RECORD STANDARD
008700     VALUE OF FILE-ID IS "F-DEVCHQ.txt".
008800 01 REG-DEVCHQ.
008900     02 dev-tipo-reg      PIC X(1).
009000     02 dev-dados         PIC X(50).
009100 01 REG-DEVCHQ-H REDEFINES REG-DEVCHQ.
009200     02 FILLER            PIC X(1).
009300     02 dev-h-data        PIC 9(8).
009400     02 FILLER            PIC X(42).
009500 01 REG-DEVCHQ-D REDEFINES REG-DEVCHQ.
009600     02 FILLER            PIC X(1).
009700     02 dev-d-apresentado.
009800         03 dev-d-conta   PIC 9(5).
009900         03 dev-d-cheque  PIC 9(6).
010000         03 dev-d-valor   PIC 9(9)V99.
010100     02 dev-d-motivo      PIC X(2).
010200     02 dev-d-data        PIC 9(8).
010300     02 FILLER            PIC X(18).
010400 01 REG-DEVCHQ-T REDEFINES REG-DEVCHQ.
010500     02 FILLER            PIC X(1).
010600     02 dev-t-qtd         PIC 9(7).
010700     02 dev-t-total       PIC 9(13)V99.
010800     02 FILLER            PIC X(28).
010900
011000 WORKING-STORAGE SECTION.
011100 01 ARQ-OK             PIC X(02) VALUE ZEROES.
011200 01 ARQ-OK-MOV         PIC X(02) VALUE ZEROES.
011300 01 ARQ-OK-CHQ         PIC X(02) VALUE ZEROES.
011400 01 ARQ-OK-CLI         PIC X(02) VALUE ZEROES.
011500 01 ARQ-OK-CMP         PIC X(02) VALUE ZEROES.
011600 01 ARQ-OK-DEV         PIC X(02) VALUE ZEROES.
011700 01 ARQ-OK-CHK         PIC X(02) VALUE ZEROES.
011800 01 ARQ-OK-DIA         PIC X(02) VALUE ZEROES.
011810 01 ARQ-OK-BJD         PIC X(02) VALUE ZEROES.
011820 01 ws-fim-bloqjud     PIC X VALUE "N".
011830 01 ws-valor-bloqueado PIC S9(9)V99 VALUE ZEROES.
011900 01 ws-dia-aberto      PIC X VALUE "S".
012000 01 ws-cliente-aberto  PIC X VALUE "N".
012100 01 ws-fim-arquivo     PIC X VALUE "N".
012200 01 ws-fim-movimento   PIC X VALUE "N".
012300 01 ws-data-sistema    PIC 9(8) VALUE ZEROES.
012400 01 ws-motivo-devolucao PIC X(2) VALUE SPACES.
012500 01 ws-conta-achada    PIC X VALUE "N".
012600 01 ws-cheque-achado   PIC X VALUE "N".
012700 01 ws-limite-ok       PIC X VALUE "S".
012800 01 ws-saldo-simulado  PIC S9(9)V99 VALUE ZEROES.
012900 01 ws-saldo-calc      PIC S9(9)V99 VALUE ZEROES.
013000 01 ws-mov-cod-conta   PIC 9(5) VALUE ZEROES.
013100 01 ws-mov-tipo        PIC X(1) VALUE SPACES.
013200 01 ws-mov-valor       PIC S9(9)V99 VALUE ZEROES.
013300 01 ws-mov-contra-conta PIC 9(5) VALUE ZEROES.
013400 01 ws-qtd-pular-chk   PIC 9(7) VALUE ZEROES.
013500 01 ws-arquivos-ok     PIC X VALUE "S".
013501 01 ARQ-OK-EVT         PIC X(02) VALUE ZEROES.
013502 01 ws-saldo-anterior  PIC S9(9)V99 VALUE ZEROES.
013503 01 ws-evt-hora        PIC 9(8) VALUE ZEROES.
013504 01 WS-EVT-HORA-PARTES REDEFINES ws-evt-hora.
013505     02 ws-evt-hhmmss     PIC 9(6).
013506     02 FILLER            PIC 9(2).
013510     COPY LOTEJOBS.
013600
013700*    Historico do debito do cheque pago: "CHEQUE " e o numero da
013800*    folha.
013900 01 WS-HIST-CHEQUE.
014000     02 FILLER            PIC X(7) VALUE "CHEQUE ".
014100     02 ws-hc-numero      PIC 9(6).
014200     02 FILLER            PIC X(7) VALUE SPACES.
014300
014400 01 WS-RESUMO.
014500     02 ws-qtd-lidos       PIC 9(7) VALUE ZEROES.
014600     02 ws-qtd-processados PIC 9(7) VALUE ZEROES.
014700     02 ws-qtd-pagos       PIC 9(7) VALUE ZEROES.
014800     02 ws-qtd-devolvidos  PIC 9(7) VALUE ZEROES.
014900     02 ws-qtd-sem-cliente PIC 9(7) VALUE ZEROES.
015000     02 ws-total-pago      PIC S9(13)V99 VALUE ZEROES.
015100     02 ws-total-devolvido PIC S9(13)V99 VALUE ZEROES.
015200     02 ws-total-edit      PIC $--.---.---.---.--9,99.
015300
015400******************************************************************
015500* Compensacao de cheques: cada cheque apresentado pela camara e
015600* pago como debito (tipo "C") sob as mesmas regras de saldo,
015700* limite e situacao de conta do MOVLOTE, ou devolvido com o motivo
015800* padrao no arquivo de devolucao. Devolucao por falta de fundos
015900* ou conta encerrada soma no CPF do titular em F-CLIENTE.
016000******************************************************************
016100 PROCEDURE DIVISION.
016200******************************************************************
016300 PRINCIPAL.
016400 ACCEPT ws-data-sistema FROM DATE YYYYMMDD.
016500 PERFORM LER-DIA-CONTABIL.
016600 IF ws-dia-aberto = "N"
016700     DISPLAY "Dia contabil " ws-data-sistema " esta FECHADO - "
016800             "compensacao nao processada. Rode a abertura do dia."
016900     STOP RUN
017000 END-IF.
017010 MOVE "COMPENSA" TO ws-lote-job.
017020 PERFORM INICIAR-CONTROLE-LOTE.
017030 IF ws-lote-liberado = "N"
017040     STOP RUN
017050 END-IF.
017100 PERFORM LER-CHECKPOINT-CMP.
017200 IF chkcmp-job = "COMPENSA"
017300     MOVE chkcmp-qtd-processados TO ws-qtd-pular-chk
017400     MOVE chkcmp-qtd-devolvidos  TO ws-qtd-devolvidos
017500     MOVE chkcmp-total-devolvido TO ws-total-devolvido
017510     MOVE chkcmp-qtd-pagos       TO ws-qtd-pagos
017520     MOVE chkcmp-total-pago      TO ws-total-pago
017600 ELSE
017700     MOVE ZEROES TO ws-qtd-pular-chk
017800 END-IF.
017900 MOVE ws-qtd-pular-chk TO ws-qtd-processados.
018000 PERFORM ABRIR-ARQUIVOS.
018100 PERFORM PROCESSAR-COMPENSACAO UNTIL ws-fim-arquivo = "S".
018200*    Falha de abertura: preserva o checkpoint de uma execucao
018300*    interrompida e nao fecha o arquivo de devolucao.
018400 IF ws-arquivos-ok = "S"
018500     PERFORM GRAVAR-TOTALIZADOR
018600     PERFORM FECHAR-ARQUIVOS
018700     PERFORM EXIBIR-RESUMO
018710     MOVE ws-qtd-lidos TO ws-lote-qtd-lidos
018720     MOVE ws-qtd-pagos TO ws-lote-qtd-gravados
018730     MOVE ws-qtd-devolvidos TO ws-lote-qtd-rejeitados
018800     MOVE ZEROES TO ws-qtd-processados
018900     MOVE ZEROES TO ws-qtd-devolvidos
019000     MOVE ZEROES TO ws-total-devolvido
019010     MOVE ZEROES TO ws-qtd-pagos
019020     MOVE ZEROES TO ws-total-pago
019100     PERFORM SALVAR-CHECKPOINT-CMP
019200 ELSE
019300     PERFORM FECHAR-ARQUIVOS
019310     MOVE "F" TO ws-lote-situacao
019320     MOVE "ARQUIVOS INDISPONIVEIS" TO ws-lote-mensagem
019400 END-IF.
019410 PERFORM FINALIZAR-CONTROLE-LOTE.
019500 STOP RUN.
019600
019700******************************************************************
019800* Na retomada o arquivo de devolucao ja tem o cabecalho e os
019900* devolvidos antes da parada: reabre em EXTEND e segue.
020000******************************************************************
020100 ABRIR-ARQUIVOS.
020200 OPEN I-O F-CADASTRO.
020300 IF ARQ-OK NOT = "00"
020400     DISPLAY "Erro ao abrir o cadastro: " ARQ-OK
020500     MOVE "S" TO ws-fim-arquivo
020600     MOVE "N" TO ws-arquivos-ok
020700 END-IF.
020800 OPEN I-O F-MOVIMENTO.
020900 IF ARQ-OK-MOV = "35" THEN
021000     CLOSE F-MOVIMENTO
021100     OPEN OUTPUT F-MOVIMENTO
021200     CLOSE F-MOVIMENTO
021300     OPEN I-O F-MOVIMENTO
021400 END-IF.
021500 IF ARQ-OK-MOV NOT = "00"
021600     DISPLAY "Erro ao abrir o razao: " ARQ-OK-MOV
021700     MOVE "S" TO ws-fim-arquivo
021800     MOVE "N" TO ws-arquivos-ok
021900 END-IF.
022000 OPEN I-O F-CHEQUE.
022100 IF ARQ-OK-CHQ = "35" THEN
022200     CLOSE F-CHEQUE
022300     OPEN OUTPUT F-CHEQUE
022400     CLOSE F-CHEQUE
022500     OPEN I-O F-CHEQUE
022600 END-IF.
022700 IF ARQ-OK-CHQ NOT = "00"
022800     DISPLAY "Erro ao abrir o registro de cheques: " ARQ-OK-CHQ
022900     MOVE "S" TO ws-fim-arquivo
023000     MOVE "N" TO ws-arquivos-ok
023100 END-IF.
023200 OPEN I-O F-CLIENTE.
023300 IF ARQ-OK-CLI = "00"
023400     MOVE "S" TO ws-cliente-aberto
023500 ELSE
023600     MOVE "N" TO ws-cliente-aberto
023700     DISPLAY "Mestre de clientes indisponivel (" ARQ-OK-CLI
023800             ") - devolucoes nao somadas por CPF."
023900 END-IF.
024000 OPEN INPUT F-COMPE.
024100 IF ARQ-OK-CMP NOT = "00" THEN
024200     DISPLAY "Arquivo da compensacao nao encontrado! Erro: "
024300             ARQ-OK-CMP
024400     MOVE "S" TO ws-fim-arquivo
024500     MOVE "N" TO ws-arquivos-ok
024600 END-IF.
024700 IF ws-arquivos-ok = "S"
024800     IF ws-qtd-pular-chk NOT = ZEROES
024900         OPEN EXTEND F-DEVCHQ
025000     ELSE
025100         OPEN OUTPUT F-DEVCHQ
025200         IF ARQ-OK-DEV = "00"
025300             PERFORM GRAVAR-CABECALHO
025400         END-IF
025500     END-IF
025600     IF ARQ-OK-DEV NOT = "00"
025700         DISPLAY "Erro ao abrir a devolucao: " ARQ-OK-DEV
025800         MOVE "S" TO ws-fim-arquivo
025900         MOVE "N" TO ws-arquivos-ok
026000     END-IF
026100 END-IF.
026200
026300 FECHAR-ARQUIVOS.
026400 CLOSE F-CADASTRO.
026500 CLOSE F-MOVIMENTO.
026600 CLOSE F-CHEQUE.
026700 IF ws-cliente-aberto = "S"
026800     CLOSE F-CLIENTE
026900 END-IF.
027000 CLOSE F-COMPE.
027100 CLOSE F-DEVCHQ.
027200
027300******************************************************************
027400* Data contabil e situacao do dia (DIACTL): com o controle
027500* presente a data de postagem e a contabil, nao a da maquina, e
027600* dia fechado recusa a postagem. Sem o arquivo o job segue na
027700* data da maquina, como antes da implantacao.
027800******************************************************************
027900 LER-DIA-CONTABIL.
028000 MOVE "S" TO ws-dia-aberto.
028100 OPEN INPUT F-DIACTL.
028200 IF ARQ-OK-DIA = "00"
028300     READ F-DIACTL
028400         AT END CONTINUE
028500         NOT AT END
028600             MOVE dct-data TO ws-data-sistema
028700             IF dct-situacao NOT = "A"
028800                 MOVE "N" TO ws-dia-aberto
028900             END-IF
029000     END-READ
029100     CLOSE F-DIACTL
029200 END-IF.
029300
029400 LER-CHECKPOINT-CMP.
029500 MOVE SPACES TO chkcmp-job.
029600 MOVE ZEROES TO chkcmp-qtd-processados.
029700 MOVE ZEROES TO chkcmp-qtd-devolvidos.
029800 MOVE ZEROES TO chkcmp-total-devolvido.
029810 MOVE ZEROES TO chkcmp-qtd-pagos.
029820 MOVE ZEROES TO chkcmp-total-pago.
029900 OPEN INPUT F-CHECKPOINT-CMP.
030000 IF ARQ-OK-CHK = "00"
030100     READ F-CHECKPOINT-CMP
030200         AT END CONTINUE
030300     END-READ
030400     CLOSE F-CHECKPOINT-CMP
030500 END-IF.
030600
030700 SALVAR-CHECKPOINT-CMP.
030800 MOVE "COMPENSA"         TO chkcmp-job.
030900 MOVE ws-qtd-processados TO chkcmp-qtd-processados.
031000 MOVE ws-qtd-devolvidos  TO chkcmp-qtd-devolvidos.
031100 MOVE ws-total-devolvido TO chkcmp-total-devolvido.
031110 MOVE ws-qtd-pagos       TO chkcmp-qtd-pagos.
031120 MOVE ws-total-pago      TO chkcmp-total-pago.
031200 OPEN OUTPUT F-CHECKPOINT-CMP.
031300 WRITE DADOS-CHECKPOINT-CMP.
031400 CLOSE F-CHECKPOINT-CMP.
031500
031600 PROCESSAR-COMPENSACAO.
031700 READ F-COMPE
031800     AT END
031900         MOVE "S" TO ws-fim-arquivo
032000     NOT AT END
032100         ADD 1 TO ws-qtd-lidos
032200         IF ws-qtd-lidos > ws-qtd-pular-chk
032300             PERFORM TRATAR-CHEQUE
032400         END-IF
032500 END-READ.
032600
032700 TRATAR-CHEQUE.
032800 PERFORM VALIDAR-CHEQUE.
032900 IF ws-motivo-devolucao = SPACES
033000     PERFORM PAGAR-CHEQUE
033100 ELSE
033200     PERFORM DEVOLVER-CHEQUE
033300 END-IF.
033400 ADD 1 TO ws-qtd-processados.
033500 IF FUNCTION MOD(ws-qtd-processados, 25) = 0
033600     PERFORM SALVAR-CHECKPOINT-CMP
033700 END-IF.
033800
033900******************************************************************
034000* Ordem das verificacoes: registro mal formado, conta, folha
034100* (nao emitida, ja paga, sustada, devolvida duas vezes), situacao
034200* da conta e por ultimo saldo mais limite, como no MOVLOTE.
034300******************************************************************
034400 VALIDAR-CHEQUE.
034500 MOVE SPACES TO ws-motivo-devolucao.
034600 MOVE "N" TO ws-conta-achada.
034700 MOVE "N" TO ws-cheque-achado.
034800 IF cmp-conta IS NOT NUMERIC OR cmp-cheque IS NOT NUMERIC OR
034900     cmp-valor IS NOT NUMERIC
035000     MOVE "31" TO ws-motivo-devolucao
035100 END-IF.
035200 IF ws-motivo-devolucao = SPACES AND cmp-valor = ZEROES
035300     MOVE "31" TO ws-motivo-devolucao
035400 END-IF.
035500 IF ws-motivo-devolucao = SPACES
035600     MOVE cmp-conta TO cod-conta
035700     READ F-CADASTRO
035800         INVALID KEY
035900             MOVE "13" TO ws-motivo-devolucao
036000         NOT INVALID KEY
036100             MOVE "S" TO ws-conta-achada
036200     END-READ
036300 END-IF.
036400 IF ws-motivo-devolucao = SPACES
036500     PERFORM VALIDAR-FOLHA
036600 END-IF.
036700 IF ws-motivo-devolucao = SPACES
036800     EVALUATE status-conta
036900         WHEN "A" CONTINUE
037000         WHEN "E" MOVE "13" TO ws-motivo-devolucao
037100         WHEN OTHER MOVE "24" TO ws-motivo-devolucao
037200     END-EVALUATE
037300 END-IF.
037400 IF ws-motivo-devolucao = SPACES
037500     COMPUTE ws-mov-valor = cmp-valor * -1
037600     PERFORM VALIDAR-LIMITE
037700     IF ws-limite-ok NOT = "S"
037800         IF chq-qtd-devolucoes = ZEROES
037900             MOVE "11" TO ws-motivo-devolucao
038000         ELSE
038100             MOVE "12" TO ws-motivo-devolucao
038200         END-IF
038300     END-IF
038400 END-IF.
038500
038600 VALIDAR-FOLHA.
038700 MOVE cmp-conta  TO chq-cod-conta.
038800 MOVE cmp-cheque TO chq-numero.
038900 READ F-CHEQUE
039000     INVALID KEY
039100         MOVE "35" TO ws-motivo-devolucao
039200     NOT INVALID KEY
039300         MOVE "S" TO ws-cheque-achado
039400         EVALUATE chq-situacao
039500             WHEN "P"
039600                 MOVE "49" TO ws-motivo-devolucao
039700             WHEN "S"
039800                 IF chq-motivo-sustacao = "F"
039900                     MOVE "28" TO ws-motivo-devolucao
040000                 ELSE
040100                     MOVE "21" TO ws-motivo-devolucao
040200                 END-IF
040300             WHEN OTHER
040400                 IF chq-qtd-devolucoes > 1
040500                     MOVE "49" TO ws-motivo-devolucao
040600                 END-IF
040700         END-EVALUATE
040800 END-READ.
040900
041000 VALIDAR-LIMITE.
041050 PERFORM SOMAR-BLOQUEIO-JUDICIAL.
041100 MOVE saldo TO ws-saldo-calc.
041200 COMPUTE ws-saldo-simulado = ws-saldo-calc - ws-valor-bloqueado
041250     + ws-mov-valor.
041300 IF ws-saldo-simulado < (limite-credito * -1) THEN
041400     MOVE "N" TO ws-limite-ok
041500 ELSE
041600     MOVE "S" TO ws-limite-ok
041700 END-IF.
041800
041900 PAGAR-CHEQUE.
042000 MOVE "C" TO ws-mov-tipo.
042100 MOVE ZEROES TO ws-mov-contra-conta.
042200 COMPUTE ws-mov-valor = cmp-valor * -1.
042300 MOVE cmp-cheque TO ws-hc-numero.
042400 PERFORM GRAVAR-MOVIMENTO.
042500 PERFORM RECALCULAR-SALDO.
042600 MOVE "P"              TO chq-situacao.
042700 MOVE ws-data-sistema  TO chq-data-pagamento.
042800 MOVE cmp-valor        TO chq-valor-pago.
042900 MOVE ultima-sequencia TO chq-sequencia-mov.
043000 REWRITE DADOS-CHEQUE
043100     INVALID KEY
043200         DISPLAY "Erro ao baixar o cheque " cmp-conta "/"
043300                 cmp-cheque
043400 END-REWRITE.
043500 ADD 1 TO ws-qtd-pagos.
043600 ADD cmp-valor TO ws-total-pago.
043700
043800 GRAVAR-MOVIMENTO.
043900 ADD 1 TO ultima-sequencia.
044000 MOVE cod-conta          TO mov-cod-conta.
044100 MOVE ultima-sequencia   TO mov-sequencia.
044200 MOVE ws-data-sistema    TO mov-data.
044300 MOVE ws-mov-tipo        TO mov-tipo.
044400 MOVE ws-mov-valor       TO mov-valor.
044500 MOVE ws-mov-contra-conta TO mov-contra-conta.
044600 MOVE WS-HIST-CHEQUE     TO mov-historico.
044700 WRITE DADOS-MOVIMENTO
044800     INVALID KEY
044900         DISPLAY "Erro ao gravar o debito do cheque! Conta: "
045000                 mov-cod-conta
045100 END-WRITE.
045200
045300 RECALCULAR-SALDO.
045400 MOVE ZEROES TO ws-saldo-calc.
045500 MOVE cod-conta TO ws-mov-cod-conta.
045600 MOVE cod-conta TO mov-cod-conta.
045700 MOVE ZEROES   TO mov-sequencia.
045800 START F-MOVIMENTO KEY IS NOT LESS THAN mov-chave
045900     INVALID KEY
046000         CONTINUE
046100     NOT INVALID KEY
046200         PERFORM SOMAR-MOVIMENTOS
046300 END-START.
046350 MOVE saldo TO ws-saldo-anterior.
046400 MOVE ws-saldo-calc TO saldo.
046500 REWRITE DADOS-CADASTRO
046600     INVALID KEY
046700         DISPLAY "Erro ao atualizar saldo!"
046800 END-REWRITE.
046810 IF ws-saldo-anterior NOT < ZEROES AND ws-saldo-calc < ZEROES
046820     PERFORM AVISAR-SALDO-NEGATIVO
046830 END-IF.
046900
047000 SOMAR-MOVIMENTOS.
047100 MOVE "N" TO ws-fim-movimento.
047200 PERFORM UNTIL ws-fim-movimento = "S"
047300     READ F-MOVIMENTO NEXT RECORD
047400         AT END
047500             MOVE "S" TO ws-fim-movimento
047600         NOT AT END
047700             IF mov-cod-conta = ws-mov-cod-conta THEN
047800                 ADD mov-valor TO ws-saldo-calc
047900             ELSE
048000                 MOVE "S" TO ws-fim-movimento
048100             END-IF
048200     END-READ
048300 END-PERFORM.
048310
048311******************************************************************
048312* Aviso ao cliente: conta que entrou no limite com o cheque
048313* compensado vai para a fila F-EVENTO (sempre EXTEND) do job
048314* NOTIFICA.
048315******************************************************************
048316 AVISAR-SALDO-NEGATIVO.
048317 MOVE "NG" TO evt-tipo.
048318 MOVE cod-conta TO evt-cod-conta.
048319 COMPUTE evt-valor = ws-saldo-calc * -1.
048320 MOVE SPACES TO evt-complemento.
048321 PERFORM GRAVAR-EVENTO.
048322
048323 GRAVAR-EVENTO.
048324 OPEN EXTEND F-EVENTO.
048325 IF ARQ-OK-EVT = "35" THEN
048326     OPEN OUTPUT F-EVENTO
048327 END-IF.
048328 IF ARQ-OK-EVT NOT = "00"
048329     DISPLAY "Erro na fila de avisos: " ARQ-OK-EVT
048330 ELSE
048331     MOVE ws-data-sistema TO evt-data
048332     ACCEPT ws-evt-hora FROM TIME
048333     MOVE ws-evt-hhmmss TO evt-hora
048334     MOVE "COMPENSA" TO evt-origem
048335     WRITE DADOS-EVENTO
048336     CLOSE F-EVENTO
048337 END-IF.
048400
048500******************************************************************
048600* Devolucao: o registro apresentado vai byte a byte para o
048700* arquivo de devolucao (campo invalido nao passa por MOVE
048800* numerico). A folha guarda o ultimo motivo; falta de fundos
048900* soma na folha, e falta de fundos ou conta encerrada soma no CPF.
049000******************************************************************
049100 DEVOLVER-CHEQUE.
049200 MOVE SPACES TO REG-DEVCHQ.
049300 MOVE "D" TO dev-tipo-reg.
049400 MOVE REG-COMPE TO dev-d-apresentado.
049500 MOVE ws-motivo-devolucao TO dev-d-motivo.
049600 MOVE ws-data-sistema TO dev-d-data.
049700 WRITE REG-DEVCHQ.
049800 ADD 1 TO ws-qtd-devolvidos.
049900 IF ws-motivo-devolucao NOT = "31"
050000     ADD cmp-valor TO ws-total-devolvido
050100 END-IF.
050200 IF ws-cheque-achado = "S"
050300     IF ws-motivo-devolucao = "11" OR ws-motivo-devolucao = "12"
050400         ADD 1 TO chq-qtd-devolucoes
050500     END-IF
050600     MOVE ws-motivo-devolucao TO chq-ult-motivo-dev
050700     MOVE ws-data-sistema     TO chq-data-ult-dev
050800     REWRITE DADOS-CHEQUE
050900         INVALID KEY
051000             DISPLAY "Erro ao marcar a devolucao " cmp-conta "/"
051100                     cmp-cheque
051200     END-REWRITE
051300 END-IF.
051400 IF ws-conta-achada = "S" AND
051500     (ws-motivo-devolucao = "11" OR ws-motivo-devolucao = "12"
051600      OR ws-motivo-devolucao = "13")
051700     PERFORM SOMAR-DEVOLUCAO-CPF
051800 END-IF.
051900
052000 SOMAR-DEVOLUCAO-CPF.
052100 IF ws-cliente-aberto = "S"
052200     MOVE cpf TO cli-cpf
052300     READ F-CLIENTE
052400         INVALID KEY
052500             ADD 1 TO ws-qtd-sem-cliente
052600         NOT INVALID KEY
052700             ADD 1 TO cli-qtd-devolucoes
052800             MOVE ws-data-sistema TO cli-data-ult-devol
052900             REWRITE DADOS-CLIENTE
053000                 INVALID KEY
053100                     DISPLAY "Erro ao somar devolucao no CPF " cpf
053200             END-REWRITE
053300     END-READ
053400 ELSE
053500     ADD 1 TO ws-qtd-sem-cliente
053600 END-IF.
053700
053800 GRAVAR-CABECALHO.
053900 MOVE SPACES TO REG-DEVCHQ.
054000 MOVE "H" TO dev-tipo-reg.
054100 MOVE ws-data-sistema TO dev-h-data.
054200 WRITE REG-DEVCHQ.
054300
054400 GRAVAR-TOTALIZADOR.
054500 MOVE SPACES TO REG-DEVCHQ.
054600 MOVE "T" TO dev-tipo-reg.
054700 MOVE ws-qtd-devolvidos  TO dev-t-qtd.
054800 MOVE ws-total-devolvido TO dev-t-total.
054900 WRITE REG-DEVCHQ.
055000
055100 EXIBIR-RESUMO.
055200 DISPLAY "======================================================".
055300 DISPLAY "COMPENSACAO DE CHEQUES - " ws-data-sistema.
055400 DISPLAY "Cheques apresentados: " ws-qtd-lidos.
055500 IF ws-qtd-pular-chk NOT = ZEROES
055600     DISPLAY "Ja processados antes: " ws-qtd-pular-chk
055700 END-IF.
055800 DISPLAY "Cheques pagos:        " ws-qtd-pagos.
055900 MOVE ws-total-pago TO ws-total-edit.
056000 DISPLAY "Valor total pago:     " ws-total-edit.
056100 DISPLAY "Cheques devolvidos:   " ws-qtd-devolvidos.
056200 MOVE ws-total-devolvido TO ws-total-edit.
056300 DISPLAY "Valor total devolvido:" ws-total-edit.
056400 IF ws-qtd-sem-cliente NOT = ZEROES
056500     DISPLAY "Devolucoes sem CPF no mestre: " ws-qtd-sem-cliente
056600 END-IF.
056700 DISPLAY "======================================================".
056800
056900******************************************************************
057000* Bloqueio judicial (SISBAJUD): soma o valor ainda bloqueado na
057100* conta do registro de cadastro (cod-conta) pelas ordens ativas
057200* de F-BLOQJUD. Sem o arquivo nao ha bloqueio. O debito so passa
057300* se couber no saldo menos o bloqueado; o limite de credito
057400* continua valendo por cima dele.
057500******************************************************************
057600 SOMAR-BLOQUEIO-JUDICIAL.
057700 MOVE ZEROES TO ws-valor-bloqueado.
057800 OPEN INPUT F-BLOQJUD.
057900 IF ARQ-OK-BJD = "00"
058000     MOVE cod-conta TO bjd-cod-conta
058100     MOVE "N" TO ws-fim-bloqjud
058200     START F-BLOQJUD KEY IS = bjd-cod-conta
058300         INVALID KEY
058400             MOVE "S" TO ws-fim-bloqjud
058500     END-START
058600     PERFORM UNTIL ws-fim-bloqjud = "S"
058700         READ F-BLOQJUD NEXT RECORD
058800             AT END
058900                 MOVE "S" TO ws-fim-bloqjud
059000             NOT AT END
059100                 IF bjd-cod-conta NOT = cod-conta
059200                     MOVE "S" TO ws-fim-bloqjud
059300                 ELSE
059400                     IF bjd-situacao = "A"
059500                         ADD bjd-valor-bloqueado
059600                             TO ws-valor-bloqueado
059700                     END-IF
059800                 END-IF
059900         END-READ
060000     END-PERFORM
060100     CLOSE F-BLOQJUD
060200 END-IF.
060300
060310******************************************************************
060320* Controle da cadeia noturna (LOTECTL/LOTEJOBS): o job so roda
060330* com todos os predecessores concluidos na data contabil e se
060340* ainda nao concluiu nela; LOTE_FORCAR=S passa por cima das duas
060350* recusas e fica registrado. Sem o arquivo de controle o job
060360* segue, como antes da implantacao.
060370******************************************************************
060380 INICIAR-CONTROLE-LOTE.
060390 MOVE "S" TO ws-lote-liberado.
060400 MOVE "N" TO ws-lote-forcado.
060410 MOVE SPACES TO ws-lote-mensagem.
060420 ACCEPT ws-lote-forcar FROM ENVIRONMENT "LOTE_FORCAR".
060430 PERFORM ABRIR-CONTROLE-LOTE.
060440 IF ws-lote-controle-ok = "S"
060450     PERFORM VERIFICAR-PREDECESSORES
060460     MOVE ws-data-sistema TO lct-data
060470     MOVE ws-lote-job TO lct-job
060480     READ F-LOTECTL
060490         INVALID KEY
060500             MOVE "N" TO ws-lote-registro
060510         NOT INVALID KEY
060520             MOVE "S" TO ws-lote-registro
060530             IF lct-situacao = "C" AND ws-lote-liberado = "S"
060540                 MOVE "N" TO ws-lote-liberado
060550                 MOVE "JA CONCLUIDO NESTA DATA"
060560                     TO ws-lote-mensagem
060570             END-IF
060580     END-READ
060590     IF ws-lote-liberado = "N" AND ws-lote-forcar = "S"
060600         MOVE "S" TO ws-lote-liberado
060610         MOVE "S" TO ws-lote-forcado
060620         DISPLAY "Execucao FORCADA: " ws-lote-mensagem
060630     END-IF
060640     IF ws-lote-liberado = "S"
060650         PERFORM REGISTRAR-INICIO-LOTE
060660     ELSE
060670         PERFORM REGISTRAR-RECUSA-LOTE
060680     END-IF
060690     CLOSE F-LOTECTL
060700 END-IF.
060710
060720 ABRIR-CONTROLE-LOTE.
060730 OPEN I-O F-LOTECTL.
060740 IF ARQ-OK-LCT = "35" THEN
060750     CLOSE F-LOTECTL
060760     OPEN OUTPUT F-LOTECTL
060770     CLOSE F-LOTECTL
060780     OPEN I-O F-LOTECTL
060790 END-IF.
060800 IF ARQ-OK-LCT = "00"
060810     MOVE "S" TO ws-lote-controle-ok
060820 ELSE
060830     MOVE "N" TO ws-lote-controle-ok
060840     DISPLAY "Controle de lotes indisponivel! Erro: " ARQ-OK-LCT
060850 END-IF.
060860
060870 VERIFICAR-PREDECESSORES.
060880 MOVE ZEROES TO ws-lj-proprio.
060890 PERFORM VARYING ws-lj-idx FROM 1 BY 1 UNTIL ws-lj-idx > ws-lj-qtd
060900     IF ws-lj-job (ws-lj-idx) = ws-lote-job
060910         MOVE ws-lj-idx TO ws-lj-proprio
060920     END-IF
060930 END-PERFORM.
060940 IF ws-lj-proprio NOT = ZEROES
060950     PERFORM VARYING ws-lj-pred FROM 1 BY 1 UNTIL ws-lj-pred > 3
060960         IF ws-lj-predecessor (ws-lj-proprio, ws-lj-pred)
060970                 NOT = SPACES
060980             MOVE ws-data-sistema TO lct-data
060990             MOVE ws-lj-predecessor (ws-lj-proprio, ws-lj-pred)
061000                 TO lct-job
061010             READ F-LOTECTL
061020                 INVALID KEY
061030                     MOVE SPACES TO lct-situacao
061040             END-READ
061050             IF lct-situacao NOT = "C"
061060                 MOVE "N" TO ws-lote-liberado
061070                 MOVE lct-job TO ws-lmp-job
061080                 MOVE WS-LOTE-MSG-PRED TO ws-lote-mensagem
061090                 DISPLAY "Predecessor " lct-job
061100                         " nao concluido em " ws-data-sistema
061110             END-IF
061120         END-IF
061130     END-PERFORM
061140 END-IF.
061150
061160 REGISTRAR-INICIO-LOTE.
061170 ACCEPT ws-lote-hora FROM TIME.
061180 MOVE "E" TO lct-situacao.
061190 MOVE ws-lote-hhmmss TO lct-hora-inicio.
061200 MOVE ZEROES TO lct-hora-fim.
061210 MOVE ZEROES TO lct-qtd-lidos.
061220 MOVE ZEROES TO lct-qtd-gravados.
061230 MOVE ZEROES TO lct-qtd-rejeitados.
061240 MOVE ws-lote-forcado TO lct-forcado.
061250 MOVE ws-lote-mensagem TO lct-mensagem.
061260 IF ws-lote-registro = "S"
061270     ADD 1 TO lct-execucoes
061280     REWRITE DADOS-LOTECTL
061290 ELSE
061300     MOVE 1 TO lct-execucoes
061310     WRITE DADOS-LOTECTL
061320 END-IF.
061330
061340*    Recusa nao apaga registro ja concluido: so anota a tentativa
061350*    quando o job ainda nao concluiu na data.
061360 REGISTRAR-RECUSA-LOTE.
061370 DISPLAY "Job " ws-lote-job " RECUSADO: " ws-lote-mensagem.
061380 DISPLAY "Para reprocessar mesmo assim, rode com LOTE_FORCAR=S.".
061390 IF ws-lote-registro = "N" OR lct-situacao NOT = "C"
061400     ACCEPT ws-lote-hora FROM TIME
061410     MOVE "R" TO lct-situacao
061420     MOVE ws-lote-hhmmss TO lct-hora-inicio
061430     MOVE ws-lote-hhmmss TO lct-hora-fim
061440     MOVE ws-lote-mensagem TO lct-mensagem
061450     MOVE "N" TO lct-forcado
061460     IF ws-lote-registro = "S"
061470         REWRITE DADOS-LOTECTL
061480     ELSE
061490         MOVE ZEROES TO lct-qtd-lidos
061500         MOVE ZEROES TO lct-qtd-gravados
061510         MOVE ZEROES TO lct-qtd-rejeitados
061520         MOVE ZEROES TO lct-execucoes
061530         WRITE DADOS-LOTECTL
061540     END-IF
061550 END-IF.
061560
061570 FINALIZAR-CONTROLE-LOTE.
061580 IF ws-lote-controle-ok = "S"
061590     OPEN I-O F-LOTECTL
061600     IF ARQ-OK-LCT = "00"
061610         MOVE ws-data-sistema TO lct-data
061620         MOVE ws-lote-job TO lct-job
061630         READ F-LOTECTL
061640             INVALID KEY
061650                 CONTINUE
061660             NOT INVALID KEY
061670                 ACCEPT ws-lote-hora FROM TIME
061680                 MOVE ws-lote-hhmmss TO lct-hora-fim
061690                 MOVE ws-lote-situacao TO lct-situacao
061700                 MOVE ws-lote-qtd-lidos TO lct-qtd-lidos
061710                 MOVE ws-lote-qtd-gravados TO lct-qtd-gravados
061720                 MOVE ws-lote-qtd-rejeitados TO lct-qtd-rejeitados
061730                 IF ws-lote-situacao NOT = "C"
061740                     MOVE ws-lote-mensagem TO lct-mensagem
061750                 END-IF
061760                 REWRITE DADOS-LOTECTL
061770         END-READ
061780         CLOSE F-LOTECTL
061790     END-IF
061800 END-IF.
