003380     SELECT F-DIACTL ASSIGN TO disk
003381        ORGANIZATION IS LINE SEQUENTIAL
003382           FILE STATUS ARQ-OK-DIA.
003392     SELECT F-BLOQJUD ASSIGN TO disk
003402        ORGANIZATION IS INDEXED
003412        ACCESS IS DYNAMIC
003422        RECORD KEY IS bjd-chave
003432        ALTERNATE RECORD KEY bjd-cod-conta
003442           WITH DUPLICATES
003452           FILE STATUS ARQ-OK-BJD.
003453
003454     SELECT F-LOTECTL ASSIGN TO disk
003455        ORGANIZATION IS INDEXED
003456        ACCESS IS DYNAMIC
003457        RECORD KEY IS lct-chave
003458           FILE STATUS ARQ-OK-LCT.
003462
003463     SELECT F-EVENTO ASSIGN TO disk
003464        ORGANIZATION IS LINE SEQUENTIAL
003465           FILE STATUS ARQ-OK-EVT.
003466
003500******************************************************************
003600 DATA DIVISION.
003700******************************************************************
004100     COPY ORDEM.
004110     COPY CALENDAR.
004120     COPY DIACTL.
004130     COPY BLOQJUD.
004135     COPY LOTECTL.
004137     COPY EVENTOS.
004140
004300 WORKING-STORAGE SECTION.
004400 01 ARQ-OK             PIC X(02) VALUE ZEROES.
004500 01 ARQ-OK-MOV         PIC X(02) VALUE ZEROES.
004610 01 ARQ-OK-CAL         PIC X(02) VALUE ZEROES.
004620 01 ws-calendario-ok   PIC X VALUE "N".
004630 01 ARQ-OK-DIA         PIC X(02) VALUE ZEROES.
004632 01 ARQ-OK-BJD         PIC X(02) VALUE ZEROES.
004634 01 ws-fim-bloqjud     PIC X VALUE "N".
004636 01 ws-valor-bloqueado PIC S9(9)V99 VALUE ZEROES.
004640 01 ws-dia-aberto      PIC X VALUE "S".
004700 01 ws-fim-arquivo     PIC X VALUE "N".
004800 01 ws-fim-movimento   PIC X VALUE "N".
006100 01 ws-mov-tipo        PIC X(1) VALUE SPACES.
006200 01 ws-mov-valor       PIC S9(9)V99 VALUE ZEROES.
006300 01 ws-mov-contra-conta PIC 9(5) VALUE ZEROES.
006301 01 ARQ-OK-EVT         PIC X(02) VALUE ZEROES.
006302 01 ws-saldo-anterior  PIC S9(9)V99 VALUE ZEROES.
006303 01 ws-evt-hora        PIC 9(8) VALUE ZEROES.
006304 01 WS-EVT-HORA-PARTES REDEFINES ws-evt-hora.
006305     02 ws-evt-hhmmss     PIC 9(6).
006306     02 FILLER            PIC 9(2).
006310     COPY LOTEJOBS.
006400
006500 01 WS-HISTORICO-ORDEM.
006600     02 FILLER             PIC X(6) VALUE "ORDEM ".
006700     02 ws-hist-ord-numero PIC 9(5).
006800     02 FILLER             PIC X(9) VALUE SPACES.
006900
006910 01 WS-EVT-ORDEM.
006911     02 FILLER             PIC X(6) VALUE "ORDEM ".
006912     02 ws-evt-ord-numero  PIC 9(5).
006913     02 FILLER             PIC X(1) VALUE SPACES.
006914     02 ws-evt-ord-motivo  PIC X(8).
006915
007000 01 WS-RESUMO.
007100     02 ws-qtd-lidas       PIC 9(7) VALUE ZEROES.
007200     02 ws-qtd-executadas  PIC 9(7) VALUE ZEROES.
008170     PERFORM FECHAR-CALENDARIO
008180     STOP RUN
008190 END-IF.
008200 MOVE "ORDENS" TO ws-lote-job.
008210 PERFORM INICIAR-CONTROLE-LOTE.
008220 IF ws-lote-liberado = "N"
008230     STOP RUN
008240 END-IF.
008300 PERFORM ABRIR-ARQUIVOS.
008400 PERFORM PROCESSAR-ORDENS UNTIL ws-fim-arquivo = "S".
008500 PERFORM FECHAR-ARQUIVOS.
008510 PERFORM FECHAR-CALENDARIO.
008600 PERFORM EXIBIR-RESUMO.
008610 MOVE ws-qtd-lidas TO ws-lote-qtd-lidos.
008620 MOVE ws-qtd-executadas TO ws-lote-qtd-gravados.
008630 MOVE ws-qtd-puladas TO ws-lote-qtd-rejeitados.
008640 PERFORM FINALIZAR-CONTROLE-LOTE.
008700 STOP RUN.
008710
008711******************************************************************
009000 OPEN I-O F-CADASTRO.
009010 IF ARQ-OK NOT = "00"
009020     DISPLAY "Erro ao abrir o cadastro: " ARQ-OK
009022     MOVE "F" TO ws-lote-situacao
009024     MOVE "CADASTRO INDISPONIVEL" TO ws-lote-mensagem
009030     MOVE "S" TO ws-fim-arquivo
009040 END-IF.
009100 OPEN I-O F-MOVIMENTO.
009700 END-IF.
009710 IF ARQ-OK-MOV NOT = "00"
009720     DISPLAY "Erro ao abrir o razao: " ARQ-OK-MOV
009722     MOVE "F" TO ws-lote-situacao
009724     MOVE "RAZAO INDISPONIVEL" TO ws-lote-mensagem
009730     MOVE "S" TO ws-fim-arquivo
009740 END-IF.
009800 OPEN I-O F-ORDEM.
009900 IF ARQ-OK-ORD NOT = "00" THEN
010000     DISPLAY "Arquivo de ordens indisponivel! Erro: " ARQ-OK-ORD
010010     MOVE "F" TO ws-lote-situacao
010020     MOVE "ARQUIVO DE ORDENS INDISPONIVEL" TO ws-lote-mensagem
010100     MOVE "S" TO ws-fim-arquivo
010200 END-IF.
010300
017400                 " PULADA: conta debito inexistente "
017500                 ord-conta-debito
017600         ADD 1 TO ws-qtd-puladas
017650         MOVE "DEBITO" TO ws-evt-ord-motivo
017660         PERFORM AVISAR-ORDEM-PULADA
017700     NOT INVALID KEY
017800         IF status-conta NOT = "A"
017900             DISPLAY "ORDEM " ord-numero
018000                     " PULADA: conta debito nao ativa "
018100                     ord-conta-debito
018200             ADD 1 TO ws-qtd-puladas
018250             MOVE "DEBITO" TO ws-evt-ord-motivo
018260             PERFORM AVISAR-ORDEM-PULADA
018300         ELSE
018400             PERFORM VERIFICAR-CREDITO-ORDEM
018500         END-IF
019300                 " PULADA: conta credito inexistente "
019400                 ord-conta-credito
019500         ADD 1 TO ws-qtd-puladas
019550         MOVE "CREDITO" TO ws-evt-ord-motivo
019560         PERFORM AVISAR-ORDEM-PULADA
019600     NOT INVALID KEY
019700         IF status-conta NOT = "A"
019800             DISPLAY "ORDEM " ord-numero
019900                     " PULADA: conta credito nao ativa "
020000                     ord-conta-credito
020100             ADD 1 TO ws-qtd-puladas
020150             MOVE "CREDITO" TO ws-evt-ord-motivo
020160             PERFORM AVISAR-ORDEM-PULADA
020200         ELSE
020300             PERFORM VERIFICAR-LIMITE-ORDEM
020400         END-IF
021600             " PULADA: excede o limite da conta "
021700             ord-conta-debito
021800     ADD 1 TO ws-qtd-puladas
021850     MOVE "LIMITE" TO ws-evt-ord-motivo
021860     PERFORM AVISAR-ORDEM-PULADA
021900 END-IF.
022000
022100 VALIDAR-LIMITE.
022150 PERFORM SOMAR-BLOQUEIO-JUDICIAL.
022200 MOVE saldo TO ws-saldo-calc.
022300 COMPUTE ws-saldo-simulado = ws-saldo-calc - ws-valor-bloqueado
022350     + ws-mov-valor.
022400 IF ws-saldo-simulado < (limite-credito * -1) THEN
022500     MOVE "N" TO ws-limite-ok
022600 ELSE
027400     NOT INVALID KEY
027500         PERFORM SOMAR-MOVIMENTOS
027600 END-START.
027650 MOVE saldo TO ws-saldo-anterior.
027700 MOVE ws-saldo-calc TO saldo.
027800 REWRITE DADOS-CADASTRO
027900     INVALID KEY
028000         DISPLAY "Erro ao atualizar saldo!"
028100 END-REWRITE.
028110 IF ws-saldo-anterior NOT < ZEROES AND ws-saldo-calc < ZEROES
028120     PERFORM AVISAR-SALDO-NEGATIVO
028130 END-IF.
028200
028300 SOMAR-MOVIMENTOS.
028400 MOVE "N" TO ws-fim-movimento.
029400             END-IF
029500     END-READ
029600 END-PERFORM.
029610
029611******************************************************************
029612* Avisos ao cliente: ordem pulada (motivo DEBITO = conta debito
029613* inexistente ou nao ativa, CREDITO = conta credito inexistente ou
029614* nao ativa, LIMITE = sem saldo/limite) e conta que entrou no
029615* limite vao para a fila F-EVENTO (sempre EXTEND) do job NOTIFICA.
029616* O aviso da ordem vai sempre para o titular da conta debito.
029617******************************************************************
029618 AVISAR-ORDEM-PULADA.
029619 MOVE "OF" TO evt-tipo.
029620 MOVE ord-conta-debito TO evt-cod-conta.
029621 MOVE ord-valor TO evt-valor.
029622 MOVE ord-numero TO ws-evt-ord-numero.
029623 MOVE WS-EVT-ORDEM TO evt-complemento.
029624 PERFORM GRAVAR-EVENTO.
029625
029626 AVISAR-SALDO-NEGATIVO.
029627 MOVE "NG" TO evt-tipo.
029628 MOVE cod-conta TO evt-cod-conta.
029629 COMPUTE evt-valor = ws-saldo-calc * -1.
029630 MOVE SPACES TO evt-complemento.
029631 PERFORM GRAVAR-EVENTO.
029632
029633 GRAVAR-EVENTO.
029634 OPEN EXTEND F-EVENTO.
029635 IF ARQ-OK-EVT = "35" THEN
029636     OPEN OUTPUT F-EVENTO
029637 END-IF.
029638 IF ARQ-OK-EVT NOT = "00"
029639     DISPLAY "Erro na fila de avisos: " ARQ-OK-EVT
029640 ELSE
029641     MOVE ws-data-sistema TO evt-data
029642     ACCEPT ws-evt-hora FROM TIME
029643     MOVE ws-evt-hhmmss TO evt-hora
029644     MOVE "ORDENS" TO evt-origem
029645     WRITE DADOS-EVENTO
029646     CLOSE F-EVENTO
029647 END-IF.
029700
029800 EXIBIR-RESUMO.
029900 DISPLAY "======================================================".
030400 MOVE ws-total-executado TO ws-total-exec-edit.
030500 DISPLAY "Total transferido: " ws-total-exec-edit.
030600 DISPLAY "======================================================".
030700
030800******************************************************************
030900* Bloqueio judicial (SISBAJUD): soma o valor ainda bloqueado na
031000* conta do registro de cadastro (cod-conta) pelas ordens ativas
031100* de F-BLOQJUD. Sem o arquivo nao ha bloqueio. O debito so passa
031200* se couber no saldo menos o bloqueado; o limite de credito
031300* continua valendo por cima dele.
031400******************************************************************
031500 SOMAR-BLOQUEIO-JUDICIAL.
031600 MOVE ZEROES TO ws-valor-bloqueado.
031700 OPEN INPUT F-BLOQJUD.
031800 IF ARQ-OK-BJD = "00"
031900     MOVE cod-conta TO bjd-cod-conta
032000     MOVE "N" TO ws-fim-bloqjud
032100     START F-BLOQJUD KEY IS = bjd-cod-conta
032200         INVALID KEY
032300             MOVE "S" TO ws-fim-bloqjud
032400     END-START
032500     PERFORM UNTIL ws-fim-bloqjud = "S"
032600         READ F-BLOQJUD NEXT RECORD
032700             AT END
032800                 MOVE "S" TO ws-fim-bloqjud
032900             NOT AT END
033000                 IF bjd-cod-conta NOT = cod-conta
033100                     MOVE "S" TO ws-fim-bloqjud
033200                 ELSE
033300                     IF bjd-situacao = "A"
033400                         ADD bjd-valor-bloqueado
033500                             TO ws-valor-bloqueado
033600                     END-IF
033700                 END-IF
033800         END-READ
033900     END-PERFORM
034000     CLOSE F-BLOQJUD
034100 END-IF.
034200
034210******************************************************************
034220* Controle da cadeia noturna (LOTECTL/LOTEJOBS): o job so roda
034230* com todos os predecessores concluidos na data contabil e se
034240* ainda nao concluiu nela; LOTE_FORCAR=S passa por cima das duas
034250* recusas e fica registrado. Sem o arquivo de controle o job
034260* segue, como antes da implantacao.
034270******************************************************************
034280 INICIAR-CONTROLE-LOTE.
034290 MOVE "S" TO ws-lote-liberado.
034300 MOVE "N" TO ws-lote-forcado.
034310 MOVE SPACES TO ws-lote-mensagem.
034320 ACCEPT ws-lote-forcar FROM ENVIRONMENT "LOTE_FORCAR".
034330 PERFORM ABRIR-CONTROLE-LOTE.
034340 IF ws-lote-controle-ok = "S"
034350     PERFORM VERIFICAR-PREDECESSORES
034360     MOVE ws-data-sistema TO lct-data
034370     MOVE ws-lote-job TO lct-job
034380     READ F-LOTECTL
034390         INVALID KEY
034400             MOVE "N" TO ws-lote-registro
034410         NOT INVALID KEY
034420             MOVE "S" TO ws-lote-registro
034430             IF lct-situacao = "C" AND ws-lote-liberado = "S"
034440                 MOVE "N" TO ws-lote-liberado
034450                 MOVE "JA CONCLUIDO NESTA DATA"
034460                     TO ws-lote-mensagem
034470             END-IF
034480     END-READ
034490     IF ws-lote-liberado = "N" AND ws-lote-forcar = "S"
034500         MOVE "S" TO ws-lote-liberado
034510         MOVE "S" TO ws-lote-forcado
034520         DISPLAY "Execucao FORCADA: " ws-lote-mensagem
034530     END-IF
034540     IF ws-lote-liberado = "S"
034550         PERFORM REGISTRAR-INICIO-LOTE
034560     ELSE
034570         PERFORM REGISTRAR-RECUSA-LOTE
034580     END-IF
034590     CLOSE F-LOTECTL
034600 END-IF.
034610
034620 ABRIR-CONTROLE-LOTE.
034630 OPEN I-O F-LOTECTL.
034640 IF ARQ-OK-LCT = "35" THEN
034650     CLOSE F-LOTECTL
034660     OPEN OUTPUT F-LOTECTL
034670     CLOSE F-LOTECTL
034680     OPEN I-O F-LOTECTL
034690 END-IF.
034700 IF ARQ-OK-LCT = "00"
034710     MOVE "S" TO ws-lote-controle-ok
034720 ELSE
034730     MOVE "N" TO ws-lote-controle-ok
034740     DISPLAY "Controle de lotes indisponivel! Erro: " ARQ-OK-LCT
034750 END-IF.
034760
034770 VERIFICAR-PREDECESSORES.
034780 MOVE ZEROES TO ws-lj-proprio.
034790 PERFORM VARYING ws-lj-idx FROM 1 BY 1 UNTIL ws-lj-idx > ws-lj-qtd
034800     IF ws-lj-job (ws-lj-idx) = ws-lote-job
034810         MOVE ws-lj-idx TO ws-lj-proprio
034820     END-IF
034830 END-PERFORM.
034840 IF ws-lj-proprio NOT = ZEROES
034850     PERFORM VARYING ws-lj-pred FROM 1 BY 1 UNTIL ws-lj-pred > 3
034860         IF ws-lj-predecessor (ws-lj-proprio, ws-lj-pred)
034870                 NOT = SPACES
034880             MOVE ws-data-sistema TO lct-data
034890             MOVE ws-lj-predecessor (ws-lj-proprio, ws-lj-pred)
034900                 TO lct-job
034910             READ F-LOTECTL
034920                 INVALID KEY
034930                     MOVE SPACES TO lct-situacao
034940             END-READ
034950             IF lct-situacao NOT = "C"
034960                 MOVE "N" TO ws-lote-liberado
034970                 MOVE lct-job TO ws-lmp-job
034980                 MOVE WS-LOTE-MSG-PRED TO ws-lote-mensagem
034990                 DISPLAY "Predecessor " lct-job
035000                         " nao concluido em " ws-data-sistema
035010             END-IF
035020         END-IF
035030     END-PERFORM
035040 END-IF.
035050
035060 REGISTRAR-INICIO-LOTE.
035070 ACCEPT ws-lote-hora FROM TIME.
035080 MOVE "E" TO lct-situacao.
035090 MOVE ws-lote-hhmmss TO lct-hora-inicio.
035100 MOVE ZEROES TO lct-hora-fim.
035110 MOVE ZEROES TO lct-qtd-lidos.
035120 MOVE ZEROES TO lct-qtd-gravados.
035130 MOVE ZEROES TO lct-qtd-rejeitados.
035140 MOVE ws-lote-forcado TO lct-forcado.
035150 MOVE ws-lote-mensagem TO lct-mensagem.
035160 IF ws-lote-registro = "S"
035170     ADD 1 TO lct-execucoes
035180     REWRITE DADOS-LOTECTL
035190 ELSE
035200     MOVE 1 TO lct-execucoes
035210     WRITE DADOS-LOTECTL
035220 END-IF.
035230
035240*    Recusa nao apaga registro ja concluido: so anota a tentativa
035250*    quando o job ainda nao concluiu na data.
035260 REGISTRAR-RECUSA-LOTE.
035270 DISPLAY "Job " ws-lote-job " RECUSADO: " ws-lote-mensagem.
035280 DISPLAY "Para reprocessar mesmo assim, rode com LOTE_FORCAR=S.".
035290 IF ws-lote-registro = "N" OR lct-situacao NOT = "C"
035300     ACCEPT ws-lote-hora FROM TIME
035310     MOVE "R" TO lct-situacao
035320     MOVE ws-lote-hhmmss TO lct-hora-inicio
035330     MOVE ws-lote-hhmmss TO lct-hora-fim
035340     MOVE ws-lote-mensagem TO lct-mensagem
035350     MOVE "N" TO lct-forcado
035360     IF ws-lote-registro = "S"
035370         REWRITE DADOS-LOTECTL
035380     ELSE
035390         MOVE ZEROES TO lct-qtd-lidos
035400         MOVE ZEROES TO lct-qtd-gravados
035410         MOVE ZEROES TO lct-qtd-rejeitados
035420         MOVE ZEROES TO lct-execucoes
035430         WRITE DADOS-LOTECTL
035440     END-IF
035450 END-IF.
035460
035470 FINALIZAR-CONTROLE-LOTE.
035480 IF ws-lote-controle-ok = "S"
035490     OPEN I-O F-LOTECTL
035500     IF ARQ-OK-LCT = "00"
035510         MOVE ws-data-sistema TO lct-data
035520         MOVE ws-lote-job TO lct-job
035530         READ F-LOTECTL
035540             INVALID KEY
035550                 CONTINUE
035560             NOT INVALID KEY
035570                 ACCEPT ws-lote-hora FROM TIME
035580                 MOVE ws-lote-hhmmss TO lct-hora-fim
035590                 MOVE ws-lote-situacao TO lct-situacao
035600                 MOVE ws-lote-qtd-lidos TO lct-qtd-lidos
035610                 MOVE ws-lote-qtd-gravados TO lct-qtd-gravados
035620                 MOVE ws-lote-qtd-rejeitados TO lct-qtd-rejeitados
035630                 IF ws-lote-situacao NOT = "C"
035640                     MOVE ws-lote-mensagem TO lct-mensagem
035650                 END-IF
035660                 REWRITE DADOS-LOTECTL
035670         END-READ
035680         CLOSE F-LOTECTL
035690     END-IF
035700 END-IF.
