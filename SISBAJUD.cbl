000100******************************************************************
000200 IDENTIFICATION DIVISION.
000300******************************************************************
000400 PROGRAM-ID. SISBAJUD.
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
002900     SELECT F-BLOQJUD ASSIGN TO disk
003000        ORGANIZATION IS INDEXED
003100        ACCESS IS DYNAMIC
003200        RECORD KEY IS bjd-chave
003300        ALTERNATE RECORD KEY bjd-cod-conta
003400           WITH DUPLICATES
003500           FILE STATUS ARQ-OK-BJD.
003600
003700     SELECT F-TITULAR ASSIGN TO disk
003800        ORGANIZATION IS INDEXED
003900        ACCESS IS DYNAMIC
004000        RECORD KEY IS tit-chave
004100        ALTERNATE RECORD KEY tit-cpf
004200           WITH DUPLICATES
004300           FILE STATUS ARQ-OK-TIT.
004400
004500     SELECT F-SJDORD ASSIGN TO disk
004600        ORGANIZATION IS LINE SEQUENTIAL
004700           FILE STATUS ARQ-OK-ORD.
004800
004900     SELECT F-SJDRSP ASSIGN TO disk
005000        ORGANIZATION IS LINE SEQUENTIAL
005100           FILE STATUS ARQ-OK-RSP.
005200
005300     SELECT F-CHECKPOINT-SJD ASSIGN TO disk
005400        ORGANIZATION IS LINE SEQUENTIAL
005500           FILE STATUS ARQ-OK-CHK.
005600
005700     SELECT F-DIACTL ASSIGN TO disk
005800        ORGANIZATION IS LINE SEQUENTIAL
005900           FILE STATUS ARQ-OK-DIA.
005910
005920     SELECT F-LOTECTL ASSIGN TO disk
005930        ORGANIZATION IS INDEXED
005940        ACCESS IS DYNAMIC
005950        RECORD KEY IS lct-chave
005960           FILE STATUS ARQ-OK-LCT.
006000
006100******************************************************************
006200 DATA DIVISION.
006300******************************************************************
006400 FILE SECTION.
006500     COPY CADASTRO.
006600     COPY MOVIMENTO.
006700     COPY BLOQJUD.
006800     COPY TITULAR.
006900     COPY CHECKSJD.
007000     COPY DIACTL.
007010     COPY LOTECTL.
007100
007200*    Ordens judiciais recebidas do SISBAJUD (uma por linha): tipo
007300*    da ordem (B = bloqueio de valor, L = liberacao, T =
007400*    transferencia para deposito judicial), numero da ordem, CPF
007500*    do reu, valor e, so na transferencia, a conta de deposito
007600*    judicial a creditar. Na liberacao e na transferencia valor
007700*    zerado quer dizer "tudo o que estiver bloqueado na ordem".
007800 FD F-SJDORD LABEL RECORD STANDARD
007900     VALUE OF FILE-ID IS "F-SJDORD.txt".
008000 01 REG-SJDORD.
008100     02 sjd-ordem-recebida.
008200         03 sjd-tipo        PIC X(1).
008300         03 sjd-ordem       PIC 9(15).
008400         03 sjd-cpf         PIC 9(11).
008500         03 sjd-valor       PIC 9(9)V99.
008600     02 sjd-conta-deposito  PIC 9(5).
008700
008800*    Resposta ao SISBAJUD: "H" de cabecalho (data), um "D" por
008900*    ordem recebida (a ordem como veio, o valor efetivamente
009000*    bloqueado, liberado ou transferido, o codigo de retorno e a
009100*    quantidade de contas atingidas) e um "T" de fechamento com a
009200*    quantidade de respostas e o valor total efetivado.
009300*    Retornos: 00 cumprida integralmente, 01 cumprida em parte,
009400*    02 sem saldo para bloquear/transferir, 03 CPF sem conta,
009500*    04 ordem de bloqueio ja registrada, 05 ordem sem bloqueio
009600*    ativo, 06 registro invalido, 07 conta de deposito invalida.
009700 FD F-SJDRSP LABEL RECORD STANDARD
009800     VALUE OF FILE-ID IS "F-SJDRSP.txt".
009900 01 REG-SJDRSP.
010000     02 rsp-tipo-reg        PIC X(1).
010100     02 rsp-dados           PIC X(70).
010200 01 REG-SJDRSP-H REDEFINES REG-SJDRSP.
010300     02 FILLER              PIC X(1).
010400     02 rsp-h-data          PIC 9(8).
010500     02 FILLER              PIC X(62).
010600 01 REG-SJDRSP-D REDEFINES REG-SJDRSP.
010700     02 FILLER              PIC X(1).
010800     02 rsp-d-recebido.
010900         03 rsp-d-tipo      PIC X(1).
011000         03 rsp-d-ordem     PIC 9(15).
011100         03 rsp-d-cpf       PIC 9(11).
011200         03 rsp-d-valor     PIC 9(9)V99.
011300     02 rsp-d-efetivado     PIC 9(9)V99.
011400     02 rsp-d-retorno       PIC X(2).
011500     02 rsp-d-qtd-contas    PIC 9(3).
011600     02 rsp-d-data          PIC 9(8).
011700     02 FILLER              PIC X(8).
011800 01 REG-SJDRSP-T REDEFINES REG-SJDRSP.
011900     02 FILLER              PIC X(1).
012000     02 rsp-t-qtd           PIC 9(7).
012100     02 rsp-t-total         PIC 9(13)V99.
012200     02 FILLER              PIC X(48).
012300
012400 WORKING-STORAGE SECTION.
012500 01 ARQ-OK             PIC X(02) VALUE ZEROES.
012600 01 ARQ-OK-MOV         PIC X(02) VALUE ZEROES.
012700 01 ARQ-OK-BJD         PIC X(02) VALUE ZEROES.
012800 01 ARQ-OK-TIT         PIC X(02) VALUE ZEROES.
012900 01 ARQ-OK-ORD         PIC X(02) VALUE ZEROES.
013000 01 ARQ-OK-RSP         PIC X(02) VALUE ZEROES.
013100 01 ARQ-OK-CHK         PIC X(02) VALUE ZEROES.
013200 01 ARQ-OK-DIA         PIC X(02) VALUE ZEROES.
013300 01 ws-dia-aberto      PIC X VALUE "S".
013400 01 ws-titular-aberto  PIC X VALUE "N".
013500 01 ws-fim-arquivo     PIC X VALUE "N".
013600 01 ws-fim-movimento   PIC X VALUE "N".
013700 01 ws-fim-cadastro    PIC X VALUE "N".
013800 01 ws-fim-titulares   PIC X VALUE "N".
013900 01 ws-fim-bloqjud     PIC X VALUE "N".
014000 01 ws-data-sistema    PIC 9(8) VALUE ZEROES.
014100 01 ws-retorno         PIC X(2) VALUE SPACES.
014200 01 ws-saldo-calc      PIC S9(9)V99 VALUE ZEROES.
014300 01 ws-mov-cod-conta   PIC 9(5) VALUE ZEROES.
014400 01 ws-mov-tipo        PIC X(1) VALUE SPACES.
014500 01 ws-mov-valor       PIC S9(9)V99 VALUE ZEROES.
014600 01 ws-mov-contra-conta PIC 9(5) VALUE ZEROES.
014700 01 ws-qtd-pular-chk   PIC 9(7) VALUE ZEROES.
014800 01 ws-arquivos-ok     PIC X VALUE "S".
014810     COPY LOTEJOBS.
014900 01 ws-valor-bloqueado PIC S9(9)V99 VALUE ZEROES.
015000 01 ws-valor-disponivel PIC S9(9)V99 VALUE ZEROES.
015100 01 ws-valor-restante  PIC S9(9)V99 VALUE ZEROES.
015200 01 ws-valor-parcela   PIC S9(9)V99 VALUE ZEROES.
015300 01 ws-valor-efetivado PIC S9(9)V99 VALUE ZEROES.
015400 01 ws-qtd-contas      PIC 9(3) VALUE ZEROES.
015500 01 ws-ordem-ativa     PIC X VALUE "N".
015600 01 ws-conta-bloqueio  PIC 9(5) VALUE ZEROES.
015700 01 ws-conta-deposito  PIC 9(5) VALUE ZEROES.
015800
015900*    Contas do CPF atingidas por uma ordem de bloqueio: as do
016000*    cadastro em que ele e o titular e aquelas em que figura como
016100*    co-titular em F-TITULAR. Procurador movimenta mas nao e dono,
016200*    entao a conta dele nao entra.
016300 01 WS-TAB-CONTAS.
016400     02 ws-cta-item OCCURS 50 TIMES.
016500         03 ws-cta-conta    PIC 9(5).
016600 01 ws-cta-qtd         PIC 9(3) VALUE ZEROES.
016700 01 ws-cta-idx         PIC 9(3) VALUE ZEROES.
016800 01 ws-cta-achada      PIC X VALUE "N".
016900
017000*    Historico dos lancamentos da transferencia judicial (tipo "K"
017100*    nas duas pontas): "JUD " e o numero da ordem.
017200 01 WS-HIST-JUDICIAL.
017300     02 FILLER            PIC X(4) VALUE "JUD ".
017400     02 ws-hj-ordem       PIC 9(15).
017500     02 FILLER            PIC X(1) VALUE SPACES.
017600
017700 01 WS-RESUMO.
017800     02 ws-qtd-lidos        PIC 9(7) VALUE ZEROES.
017900     02 ws-qtd-processados  PIC 9(7) VALUE ZEROES.
018000     02 ws-qtd-respostas    PIC 9(7) VALUE ZEROES.
018100     02 ws-qtd-bloqueios    PIC 9(7) VALUE ZEROES.
018200     02 ws-qtd-liberacoes   PIC 9(7) VALUE ZEROES.
018300     02 ws-qtd-transferencias PIC 9(7) VALUE ZEROES.
018400     02 ws-qtd-nao-cumpridas PIC 9(7) VALUE ZEROES.
018500     02 ws-total-bloqueado  PIC S9(13)V99 VALUE ZEROES.
018600     02 ws-total-liberado   PIC S9(13)V99 VALUE ZEROES.
018700     02 ws-total-transferido PIC S9(13)V99 VALUE ZEROES.
018800     02 ws-total-efetivado  PIC S9(13)V99 VALUE ZEROES.
018900     02 ws-total-edit       PIC $--.---.---.---.--9,99.
019000
019100******************************************************************
019200* Ordens judiciais SISBAJUD: o bloqueio de valor prende, conta a
019300* conta do CPF, o saldo livre (saldo menos o que outras ordens ja
019400* bloquearam) ate o valor ordenado e grava em F-BLOQJUD o que
019500* conseguiu prender; a conta segue ativa e so o disponivel
019600* movimenta. A liberacao devolve o valor ao disponivel e a
019700* transferencia leva o bloqueado para a conta de deposito
019800* judicial (tipo "K" nas duas pontas). Cada ordem recebe uma linha
019900* de resposta com o valor efetivado.
020000******************************************************************
020100 PROCEDURE DIVISION.
020200******************************************************************
020300 PRINCIPAL.
020400 ACCEPT ws-data-sistema FROM DATE YYYYMMDD.
020500 PERFORM LER-DIA-CONTABIL.
020600 IF ws-dia-aberto = "N"
020700     DISPLAY "Dia contabil " ws-data-sistema " esta FECHADO - "
020800             "ordens judiciais nao processadas. Rode a abertura."
020900     STOP RUN
021000 END-IF.
021010 MOVE "SISBAJUD" TO ws-lote-job.
021020 PERFORM INICIAR-CONTROLE-LOTE.
021030 IF ws-lote-liberado = "N"
021040     STOP RUN
021050 END-IF.
021100 PERFORM LER-CHECKPOINT-SJD.
021200 IF chksjd-job = "SISBAJUD"
021300     MOVE chksjd-qtd-processados TO ws-qtd-pular-chk
021400     MOVE chksjd-qtd-respostas   TO ws-qtd-respostas
021500     MOVE chksjd-total-efetivado TO ws-total-efetivado
021600 ELSE
021700     MOVE ZEROES TO ws-qtd-pular-chk
021800 END-IF.
021900 MOVE ws-qtd-pular-chk TO ws-qtd-processados.
022000 PERFORM ABRIR-ARQUIVOS.
022100 PERFORM PROCESSAR-ORDENS UNTIL ws-fim-arquivo = "S".
022200*    Falha de abertura: preserva o checkpoint de uma execucao
022300*    interrompida e nao fecha o arquivo de resposta.
022400 IF ws-arquivos-ok = "S"
022500     PERFORM GRAVAR-TOTALIZADOR
022600     PERFORM FECHAR-ARQUIVOS
022700     PERFORM EXIBIR-RESUMO
022710     MOVE ws-qtd-lidos TO ws-lote-qtd-lidos
022720     MOVE ws-qtd-respostas TO ws-lote-qtd-gravados
022730     MOVE ws-qtd-nao-cumpridas TO ws-lote-qtd-rejeitados
022800     MOVE ZEROES TO ws-qtd-processados
022900     MOVE ZEROES TO ws-qtd-respostas
023000     MOVE ZEROES TO ws-total-efetivado
023100     PERFORM SALVAR-CHECKPOINT-SJD
023200 ELSE
023300     PERFORM FECHAR-ARQUIVOS
023310     MOVE "F" TO ws-lote-situacao
023320     MOVE "ARQUIVOS INDISPONIVEIS" TO ws-lote-mensagem
023400 END-IF.
023410 PERFORM FINALIZAR-CONTROLE-LOTE.
023500 STOP RUN.
023600
023700******************************************************************
023800* Na retomada o arquivo de resposta ja tem o cabecalho e as
023900* ordens respondidas antes da parada: reabre em EXTEND e segue.
024000* Sem F-TITULAR o bloqueio atinge so as contas em que o CPF e o
024100* titular do cadastro.
024200******************************************************************
024300 ABRIR-ARQUIVOS.
024400 OPEN I-O F-CADASTRO.
024500 IF ARQ-OK NOT = "00"
024600     DISPLAY "Erro ao abrir o cadastro: " ARQ-OK
024700     MOVE "S" TO ws-fim-arquivo
024800     MOVE "N" TO ws-arquivos-ok
024900 END-IF.
025000 OPEN I-O F-MOVIMENTO.
025100 IF ARQ-OK-MOV = "35" THEN
025200     CLOSE F-MOVIMENTO
025300     OPEN OUTPUT F-MOVIMENTO
025400     CLOSE F-MOVIMENTO
025500     OPEN I-O F-MOVIMENTO
025600 END-IF.
025700 IF ARQ-OK-MOV NOT = "00"
025800     DISPLAY "Erro ao abrir o razao: " ARQ-OK-MOV
025900     MOVE "S" TO ws-fim-arquivo
026000     MOVE "N" TO ws-arquivos-ok
026100 END-IF.
026200 OPEN I-O F-BLOQJUD.
026300 IF ARQ-OK-BJD = "35" THEN
026400     CLOSE F-BLOQJUD
026500     OPEN OUTPUT F-BLOQJUD
026600     CLOSE F-BLOQJUD
026700     OPEN I-O F-BLOQJUD
026800 END-IF.
026900 IF ARQ-OK-BJD NOT = "00"
027000     DISPLAY "Erro ao abrir os bloqueios judiciais: " ARQ-OK-BJD
027100     MOVE "S" TO ws-fim-arquivo
027200     MOVE "N" TO ws-arquivos-ok
027300 END-IF.
027400 OPEN INPUT F-TITULAR.
027500 IF ARQ-OK-TIT = "00"
027600     MOVE "S" TO ws-titular-aberto
027700 ELSE
027800     MOVE "N" TO ws-titular-aberto
027900     DISPLAY "Titulares indisponiveis (" ARQ-OK-TIT
028000             ") - bloqueio so nas contas do titular."
028100 END-IF.
028200 OPEN INPUT F-SJDORD.
028300 IF ARQ-OK-ORD NOT = "00" THEN
028400     DISPLAY "Arquivo de ordens judiciais nao encontrado! Erro: "
028500             ARQ-OK-ORD
028600     MOVE "S" TO ws-fim-arquivo
028700     MOVE "N" TO ws-arquivos-ok
028800 END-IF.
028900 IF ws-arquivos-ok = "S"
029000     IF ws-qtd-pular-chk NOT = ZEROES
029100         OPEN EXTEND F-SJDRSP
029200     ELSE
029300         OPEN OUTPUT F-SJDRSP
029400         IF ARQ-OK-RSP = "00"
029500             PERFORM GRAVAR-CABECALHO
029600         END-IF
029700     END-IF
029800     IF ARQ-OK-RSP NOT = "00"
029900         DISPLAY "Erro ao abrir a resposta: " ARQ-OK-RSP
030000         MOVE "S" TO ws-fim-arquivo
030100         MOVE "N" TO ws-arquivos-ok
030200     END-IF
030300 END-IF.
030400
030500 FECHAR-ARQUIVOS.
030600 CLOSE F-CADASTRO.
030700 CLOSE F-MOVIMENTO.
030800 CLOSE F-BLOQJUD.
030900 IF ws-titular-aberto = "S"
031000     CLOSE F-TITULAR
031100 END-IF.
031200 CLOSE F-SJDORD.
031300 CLOSE F-SJDRSP.
031400
031500******************************************************************
031600* Data contabil e situacao do dia (DIACTL): com o controle
031700* presente a data de postagem e a contabil, nao a da maquina, e
031800* dia fechado recusa a postagem. Sem o arquivo o job segue na
031900* data da maquina, como antes da implantacao.
032000******************************************************************
032100 LER-DIA-CONTABIL.
032200 MOVE "S" TO ws-dia-aberto.
032300 OPEN INPUT F-DIACTL.
032400 IF ARQ-OK-DIA = "00"
032500     READ F-DIACTL
032600         AT END CONTINUE
032700         NOT AT END
032800             MOVE dct-data TO ws-data-sistema
032900             IF dct-situacao NOT = "A"
033000                 MOVE "N" TO ws-dia-aberto
033100             END-IF
033200     END-READ
033300     CLOSE F-DIACTL
033400 END-IF.
033500
033600 LER-CHECKPOINT-SJD.
033700 MOVE SPACES TO chksjd-job.
033800 MOVE ZEROES TO chksjd-qtd-processados.
033900 MOVE ZEROES TO chksjd-qtd-respostas.
034000 MOVE ZEROES TO chksjd-total-efetivado.
034100 OPEN INPUT F-CHECKPOINT-SJD.
034200 IF ARQ-OK-CHK = "00"
034300     READ F-CHECKPOINT-SJD
034400         AT END CONTINUE
034500     END-READ
034600     CLOSE F-CHECKPOINT-SJD
034700 END-IF.
034800
034900 SALVAR-CHECKPOINT-SJD.
035000 MOVE "SISBAJUD"         TO chksjd-job.
035100 MOVE ws-qtd-processados TO chksjd-qtd-processados.
035200 MOVE ws-qtd-respostas   TO chksjd-qtd-respostas.
035300 MOVE ws-total-efetivado TO chksjd-total-efetivado.
035400 OPEN OUTPUT F-CHECKPOINT-SJD.
035500 WRITE DADOS-CHECKPOINT-SJD.
035600 CLOSE F-CHECKPOINT-SJD.
035700
035800 PROCESSAR-ORDENS.
035900 READ F-SJDORD
036000     AT END
036100         MOVE "S" TO ws-fim-arquivo
036200     NOT AT END
036300         ADD 1 TO ws-qtd-lidos
036400         IF ws-qtd-lidos > ws-qtd-pular-chk
036500             PERFORM TRATAR-ORDEM
036600         END-IF
036700 END-READ.
036800
036900 TRATAR-ORDEM.
037000 MOVE SPACES TO ws-retorno.
037100 MOVE ZEROES TO ws-valor-efetivado.
037200 MOVE ZEROES TO ws-qtd-contas.
037300 PERFORM VALIDAR-ORDEM.
037400 IF ws-retorno = SPACES
037500     EVALUATE sjd-tipo
037600         WHEN "B"
037700             PERFORM BLOQUEAR-ORDEM
037800         WHEN "L"
037900             PERFORM LIBERAR-ORDEM
038000         WHEN "T"
038100             PERFORM TRANSFERIR-ORDEM
038200     END-EVALUATE
038300 END-IF.
038400 PERFORM GRAVAR-RESPOSTA.
038500 ADD 1 TO ws-qtd-processados.
038600 IF FUNCTION MOD(ws-qtd-processados, 25) = 0
038700     PERFORM SALVAR-CHECKPOINT-SJD
038800 END-IF.
038900
039000******************************************************************
039100* Registro mal formado (tipo desconhecido, campo nao numerico,
039200* ordem ou CPF zerados, bloqueio sem valor) responde 06 sem tocar
039300* em conta nenhuma.
039400******************************************************************
039500 VALIDAR-ORDEM.
039600 IF sjd-tipo NOT = "B" AND sjd-tipo NOT = "L" AND
039700     sjd-tipo NOT = "T"
039800     MOVE "06" TO ws-retorno
039900 END-IF.
040000 IF ws-retorno = SPACES
040100     IF sjd-ordem IS NOT NUMERIC OR sjd-cpf IS NOT NUMERIC OR
040200         sjd-valor IS NOT NUMERIC
040300         MOVE "06" TO ws-retorno
040400     END-IF
040500 END-IF.
040600 IF ws-retorno = SPACES
040700     IF sjd-ordem = ZEROES OR sjd-cpf = ZEROES
040800         MOVE "06" TO ws-retorno
040900     END-IF
041000 END-IF.
041100 IF ws-retorno = SPACES AND sjd-tipo = "B" AND
041200     sjd-valor = ZEROES
041300     MOVE "06" TO ws-retorno
041400 END-IF.
041500 IF ws-retorno = SPACES AND sjd-tipo = "T"
041600     IF sjd-conta-deposito IS NOT NUMERIC
041700         MOVE "07" TO ws-retorno
041800     END-IF
041900 END-IF.
042000
042100******************************************************************
042200* Bloqueio: a mesma ordem nao bloqueia duas vezes. As contas do
042300* CPF sao atingidas na ordem em que foram achadas, cada uma ate o
042400* seu saldo livre, ate completar o valor ordenado. Conta
042500* encerrada nao entra; conta bloqueada ou dormente entra (o saldo
042600* dela continua sendo do reu).
042700******************************************************************
042800 BLOQUEAR-ORDEM.
042900 PERFORM VERIFICAR-ORDEM-EXISTENTE.
043000 IF ws-ordem-ativa = "S"
043100     MOVE "04" TO ws-retorno
043200 ELSE
043300     PERFORM CARREGAR-CONTAS-CPF
043400     IF ws-cta-qtd = ZEROES
043500         MOVE "03" TO ws-retorno
043600     ELSE
043700         MOVE sjd-valor TO ws-valor-restante
043800         PERFORM VARYING ws-cta-idx FROM 1 BY 1
043900             UNTIL ws-cta-idx > ws-cta-qtd
044000                OR ws-valor-restante = ZEROES
044100             PERFORM BLOQUEAR-CONTA
044200         END-PERFORM
044300         IF ws-valor-efetivado = ZEROES
044400             MOVE "02" TO ws-retorno
044500         ELSE
044600             IF ws-valor-restante = ZEROES
044700                 MOVE "00" TO ws-retorno
044800             ELSE
044900                 MOVE "01" TO ws-retorno
045000             END-IF
045100             ADD 1 TO ws-qtd-bloqueios
045200             ADD ws-valor-efetivado TO ws-total-bloqueado
045300         END-IF
045400     END-IF
045500 END-IF.
045600
045700 VERIFICAR-ORDEM-EXISTENTE.
045800 MOVE "N" TO ws-ordem-ativa.
045900 MOVE sjd-ordem TO bjd-ordem.
046000 MOVE ZEROES TO bjd-cod-conta.
046100 START F-BLOQJUD KEY IS NOT LESS THAN bjd-chave
046200     INVALID KEY
046300         CONTINUE
046400     NOT INVALID KEY
046500         READ F-BLOQJUD NEXT RECORD
046600             AT END
046700                 CONTINUE
046800             NOT AT END
046900                 IF bjd-ordem = sjd-ordem
047000                     MOVE "S" TO ws-ordem-ativa
047100                 END-IF
047200         END-READ
047300 END-START.
047400
047500 CARREGAR-CONTAS-CPF.
047600 MOVE ZEROES TO ws-cta-qtd.
047700 MOVE ZEROES TO cod-conta.
047800 MOVE "N" TO ws-fim-cadastro.
047900 START F-CADASTRO KEY IS NOT LESS THAN cod-conta
048000     INVALID KEY
048100         MOVE "S" TO ws-fim-cadastro
048200 END-START.
048300 PERFORM UNTIL ws-fim-cadastro = "S"
048400     READ F-CADASTRO NEXT RECORD
048500         AT END
048600             MOVE "S" TO ws-fim-cadastro
048700         NOT AT END
048800             IF cpf = sjd-cpf AND status-conta NOT = "E"
048900                 MOVE cod-conta TO ws-conta-bloqueio
049000                 PERFORM GUARDAR-CONTA-CPF
049100             END-IF
049200     END-READ
049300 END-PERFORM.
049400 IF ws-titular-aberto = "S"
049500     PERFORM CARREGAR-COTITULARES-CPF
049600 END-IF.
049700
049800 CARREGAR-COTITULARES-CPF.
049900 MOVE sjd-cpf TO tit-cpf.
050000 MOVE "N" TO ws-fim-titulares.
050100 START F-TITULAR KEY IS = tit-cpf
050200     INVALID KEY
050300         MOVE "S" TO ws-fim-titulares
050400 END-START.
050500 PERFORM UNTIL ws-fim-titulares = "S"
050600     READ F-TITULAR NEXT RECORD
050700         AT END
050800             MOVE "S" TO ws-fim-titulares
050900         NOT AT END
051000             IF tit-cpf NOT = sjd-cpf
051100                 MOVE "S" TO ws-fim-titulares
051200             ELSE
051300                 IF tit-papel = "C"
051400                     MOVE tit-cod-conta TO cod-conta
051500                     READ F-CADASTRO
051600                         INVALID KEY
051700                             CONTINUE
051800                         NOT INVALID KEY
051900                             IF status-conta NOT = "E"
052000                                 MOVE cod-conta
052100                                     TO ws-conta-bloqueio
052200                                 PERFORM GUARDAR-CONTA-CPF
052300                             END-IF
052400                     END-READ
052500                 END-IF
052600             END-IF
052700     END-READ
052800 END-PERFORM.
052900
053000 GUARDAR-CONTA-CPF.
053100 MOVE "N" TO ws-cta-achada.
053200 PERFORM VARYING ws-cta-idx FROM 1 BY 1
053300     UNTIL ws-cta-idx > ws-cta-qtd
053400     IF ws-cta-conta (ws-cta-idx) = ws-conta-bloqueio
053500         MOVE "S" TO ws-cta-achada
053600     END-IF
053700 END-PERFORM.
053800 IF ws-cta-achada = "N" AND ws-cta-qtd < 50
053900     ADD 1 TO ws-cta-qtd
054000     MOVE ws-conta-bloqueio TO ws-cta-conta (ws-cta-qtd)
054100 END-IF.
054200
054300******************************************************************
054400* Saldo livre da conta = saldo menos o ja bloqueado por outras
054500* ordens; o limite de credito nao entra (nao e dinheiro do reu).
054600******************************************************************
054700 BLOQUEAR-CONTA.
054800 MOVE ws-cta-conta (ws-cta-idx) TO cod-conta.
054900 READ F-CADASTRO
055000     INVALID KEY
055100         CONTINUE
055200     NOT INVALID KEY
055300         PERFORM SOMAR-BLOQUEIO-CONTA
055400         MOVE saldo TO ws-saldo-calc
055500         COMPUTE ws-valor-disponivel =
055600             ws-saldo-calc - ws-valor-bloqueado
055700         IF ws-valor-disponivel > ZEROES
055800             IF ws-valor-disponivel < ws-valor-restante
055900                 MOVE ws-valor-disponivel TO ws-valor-parcela
056000             ELSE
056100                 MOVE ws-valor-restante TO ws-valor-parcela
056200             END-IF
056300             PERFORM GRAVAR-BLOQUEIO
056400         END-IF
056500 END-READ.
056600
056700 SOMAR-BLOQUEIO-CONTA.
056800 MOVE ZEROES TO ws-valor-bloqueado.
056900 MOVE cod-conta TO bjd-cod-conta.
057000 MOVE "N" TO ws-fim-bloqjud.
057100 START F-BLOQJUD KEY IS = bjd-cod-conta
057200     INVALID KEY
057300         MOVE "S" TO ws-fim-bloqjud
057400 END-START.
057500 PERFORM UNTIL ws-fim-bloqjud = "S"
057600     READ F-BLOQJUD NEXT RECORD
057700         AT END
057800             MOVE "S" TO ws-fim-bloqjud
057900         NOT AT END
058000             IF bjd-cod-conta NOT = cod-conta
058100                 MOVE "S" TO ws-fim-bloqjud
058200             ELSE
058300                 IF bjd-situacao = "A"
058400                     ADD bjd-valor-bloqueado TO ws-valor-bloqueado
058500                 END-IF
058600             END-IF
058700     END-READ
058800 END-PERFORM.
058900
059000 GRAVAR-BLOQUEIO.
059100 MOVE sjd-ordem         TO bjd-ordem.
059200 MOVE cod-conta         TO bjd-cod-conta.
059300 MOVE sjd-cpf           TO bjd-cpf.
059400 MOVE "A"               TO bjd-situacao.
059500 MOVE sjd-valor         TO bjd-valor-ordem.
059600 MOVE ws-valor-parcela  TO bjd-valor-bloqueado.
059700 MOVE ZEROES            TO bjd-valor-liberado.
059800 MOVE ZEROES            TO bjd-valor-transferido.
059900 MOVE ws-data-sistema   TO bjd-data-bloqueio.
060000 MOVE ZEROES            TO bjd-data-baixa.
060100 WRITE DADOS-BLOQJUD
060200     INVALID KEY
060300         DISPLAY "Erro ao gravar o bloqueio da ordem " sjd-ordem
060400                 " conta " cod-conta
060500     NOT INVALID KEY
060600         SUBTRACT ws-valor-parcela FROM ws-valor-restante
060700         ADD ws-valor-parcela TO ws-valor-efetivado
060800         ADD 1 TO ws-qtd-contas
060900 END-WRITE.
061000
061100******************************************************************
061200* Liberacao: devolve ao disponivel ate o valor ordenado (zerado =
061300* tudo), conta a conta da ordem. Registro zerado fica "L".
061400******************************************************************
061500 LIBERAR-ORDEM.
061600 MOVE sjd-valor TO ws-valor-restante.
061700 MOVE "N" TO ws-ordem-ativa.
061800 PERFORM POSICIONAR-ORDEM.
061900 PERFORM UNTIL ws-fim-bloqjud = "S"
062000     READ F-BLOQJUD NEXT RECORD
062100         AT END
062200             MOVE "S" TO ws-fim-bloqjud
062300         NOT AT END
062400             IF bjd-ordem NOT = sjd-ordem
062500                 MOVE "S" TO ws-fim-bloqjud
062600             ELSE
062700                 IF bjd-situacao = "A" AND bjd-cpf = sjd-cpf
062800                     MOVE "S" TO ws-ordem-ativa
062900                     PERFORM LIBERAR-CONTA
063000                 END-IF
063100             END-IF
063200     END-READ
063300 END-PERFORM.
063400 IF ws-ordem-ativa = "N"
063500     MOVE "05" TO ws-retorno
063600 ELSE
063700     IF sjd-valor NOT = ZEROES AND ws-valor-restante > ZEROES
063800         MOVE "01" TO ws-retorno
063900     ELSE
064000         MOVE "00" TO ws-retorno
064100     END-IF
064200     ADD 1 TO ws-qtd-liberacoes
064300     ADD ws-valor-efetivado TO ws-total-liberado
064400 END-IF.
064500
064600 POSICIONAR-ORDEM.
064700 MOVE sjd-ordem TO bjd-ordem.
064800 MOVE ZEROES TO bjd-cod-conta.
064900 MOVE "N" TO ws-fim-bloqjud.
065000 START F-BLOQJUD KEY IS NOT LESS THAN bjd-chave
065100     INVALID KEY
065200         MOVE "S" TO ws-fim-bloqjud
065300 END-START.
065400
065500 LIBERAR-CONTA.
065600 IF sjd-valor = ZEROES OR
065700     bjd-valor-bloqueado < ws-valor-restante
065800     MOVE bjd-valor-bloqueado TO ws-valor-parcela
065900 ELSE
066000     MOVE ws-valor-restante TO ws-valor-parcela
066100 END-IF.
066200 IF ws-valor-parcela > ZEROES
066300     SUBTRACT ws-valor-parcela FROM bjd-valor-bloqueado
066400     ADD ws-valor-parcela TO bjd-valor-liberado
066500     IF bjd-valor-bloqueado = ZEROES
066600         MOVE "L" TO bjd-situacao
066700         MOVE ws-data-sistema TO bjd-data-baixa
066800     END-IF
066900     REWRITE DADOS-BLOQJUD
067000         INVALID KEY
067100             DISPLAY "Erro ao liberar a ordem " sjd-ordem
067200                     " conta " bjd-cod-conta
067300         NOT INVALID KEY
067400             IF sjd-valor NOT = ZEROES
067500                 SUBTRACT ws-valor-parcela FROM ws-valor-restante
067600             END-IF
067700             ADD ws-valor-parcela TO ws-valor-efetivado
067800             ADD 1 TO ws-qtd-contas
067900     END-REWRITE
068000 END-IF.
068100
068200******************************************************************
068300* Transferencia para deposito judicial: debita da conta do reu o
068400* que estiver bloqueado na ordem (ate o valor ordenado; zerado =
068500* tudo, e nunca alem do saldo da conta) e credita a conta de
068600* deposito judicial, as duas com tipo "K". O valor transferido
068700* sai do bloqueio; registro zerado fica "T".
068800******************************************************************
068900 TRANSFERIR-ORDEM.
069000 MOVE sjd-conta-deposito TO ws-conta-deposito.
069100 MOVE ws-conta-deposito TO cod-conta.
069200 READ F-CADASTRO
069300     INVALID KEY
069400         MOVE "07" TO ws-retorno
069500     NOT INVALID KEY
069600         IF status-conta NOT = "A"
069700             MOVE "07" TO ws-retorno
069800         END-IF
069900 END-READ.
070000 IF ws-retorno = SPACES
070100     MOVE sjd-valor TO ws-valor-restante
070200     MOVE "N" TO ws-ordem-ativa
070300     PERFORM POSICIONAR-ORDEM
070400     PERFORM UNTIL ws-fim-bloqjud = "S"
070500         READ F-BLOQJUD NEXT RECORD
070600             AT END
070700                 MOVE "S" TO ws-fim-bloqjud
070800             NOT AT END
070900                 IF bjd-ordem NOT = sjd-ordem
071000                     MOVE "S" TO ws-fim-bloqjud
071100                 ELSE
071200                     IF bjd-situacao = "A" AND bjd-cpf = sjd-cpf
071300                         MOVE "S" TO ws-ordem-ativa
071400                         PERFORM TRANSFERIR-CONTA
071500                     END-IF
071600                 END-IF
071700         END-READ
071800     END-PERFORM
071900     IF ws-ordem-ativa = "N"
072000         MOVE "05" TO ws-retorno
072100     ELSE
072200         IF ws-valor-efetivado = ZEROES
072300             MOVE "02" TO ws-retorno
072400         ELSE
072500             IF sjd-valor NOT = ZEROES AND
072600                 ws-valor-restante > ZEROES
072700                 MOVE "01" TO ws-retorno
072800             ELSE
072900                 MOVE "00" TO ws-retorno
073000             END-IF
073100             ADD 1 TO ws-qtd-transferencias
073200             ADD ws-valor-efetivado TO ws-total-transferido
073300         END-IF
073400     END-IF
073500 END-IF.
073600
073700 TRANSFERIR-CONTA.
073800 IF sjd-valor = ZEROES OR
073900     bjd-valor-bloqueado < ws-valor-restante
074000     MOVE bjd-valor-bloqueado TO ws-valor-parcela
074100 ELSE
074200     MOVE ws-valor-restante TO ws-valor-parcela
074300 END-IF.
074400 MOVE bjd-cod-conta TO cod-conta.
074500 READ F-CADASTRO
074600     INVALID KEY
074700         MOVE ZEROES TO ws-valor-parcela
074800     NOT INVALID KEY
074900         MOVE saldo TO ws-saldo-calc
075000         IF ws-saldo-calc < ws-valor-parcela
075100             IF ws-saldo-calc > ZEROES
075200                 MOVE ws-saldo-calc TO ws-valor-parcela
075300             ELSE
075400                 MOVE ZEROES TO ws-valor-parcela
075500             END-IF
075600         END-IF
075700 END-READ.
075800 IF ws-valor-parcela > ZEROES
075900     PERFORM POSTAR-TRANSFERENCIA
076000     SUBTRACT ws-valor-parcela FROM bjd-valor-bloqueado
076100     ADD ws-valor-parcela TO bjd-valor-transferido
076200     IF bjd-valor-bloqueado = ZEROES
076300         MOVE "T" TO bjd-situacao
076400         MOVE ws-data-sistema TO bjd-data-baixa
076500     END-IF
076600     REWRITE DADOS-BLOQJUD
076700         INVALID KEY
076800             DISPLAY "Erro ao baixar a ordem " sjd-ordem
076900                     " conta " bjd-cod-conta
077000     END-REWRITE
077100     IF sjd-valor NOT = ZEROES
077200         SUBTRACT ws-valor-parcela FROM ws-valor-restante
077300     END-IF
077400     ADD ws-valor-parcela TO ws-valor-efetivado
077500     ADD 1 TO ws-qtd-contas
077600 END-IF.
077700
077800*    Ao entrar, o registro do cadastro lido e o da conta do reu
077900*    (bjd-cod-conta); a de deposito e lida depois para o credito.
078000 POSTAR-TRANSFERENCIA.
078100 MOVE sjd-ordem TO ws-hj-ordem.
078200 MOVE "K" TO ws-mov-tipo.
078300 MOVE ws-conta-deposito TO ws-mov-contra-conta.
078400 COMPUTE ws-mov-valor = ws-valor-parcela * -1.
078500 PERFORM GRAVAR-MOVIMENTO.
078600 PERFORM RECALCULAR-SALDO.
078700 MOVE ws-conta-deposito TO cod-conta.
078800 READ F-CADASTRO
078900     INVALID KEY
079000         DISPLAY "Conta de deposito sumiu! Ordem " sjd-ordem
079100     NOT INVALID KEY
079200         MOVE bjd-cod-conta TO ws-mov-contra-conta
079300         COMPUTE ws-mov-valor = ws-valor-parcela
079400         PERFORM GRAVAR-MOVIMENTO
079500         PERFORM RECALCULAR-SALDO
079600 END-READ.
079700
079800 GRAVAR-MOVIMENTO.
079900 ADD 1 TO ultima-sequencia.
080000 MOVE cod-conta          TO mov-cod-conta.
080100 MOVE ultima-sequencia   TO mov-sequencia.
080200 MOVE ws-data-sistema    TO mov-data.
080300 MOVE ws-mov-tipo        TO mov-tipo.
080400 MOVE ws-mov-valor       TO mov-valor.
080500 MOVE ws-mov-contra-conta TO mov-contra-conta.
080600 MOVE WS-HIST-JUDICIAL   TO mov-historico.
080700 WRITE DADOS-MOVIMENTO
080800     INVALID KEY
080900         DISPLAY "Erro ao gravar transf judicial! Conta: "
081000                 mov-cod-conta
081100 END-WRITE.
081200
081300 RECALCULAR-SALDO.
081400 MOVE ZEROES TO ws-saldo-calc.
081500 MOVE cod-conta TO ws-mov-cod-conta.
081600 MOVE cod-conta TO mov-cod-conta.
081700 MOVE ZEROES   TO mov-sequencia.
081800 START F-MOVIMENTO KEY IS NOT LESS THAN mov-chave
081900     INVALID KEY
082000         CONTINUE
082100     NOT INVALID KEY
082200         PERFORM SOMAR-MOVIMENTOS
082300 END-START.
082400 MOVE ws-saldo-calc TO saldo.
082500 REWRITE DADOS-CADASTRO
082600     INVALID KEY
082700         DISPLAY "Erro ao atualizar saldo!"
082800 END-REWRITE.
082900
083000 SOMAR-MOVIMENTOS.
083100 MOVE "N" TO ws-fim-movimento.
083200 PERFORM UNTIL ws-fim-movimento = "S"
083300     READ F-MOVIMENTO NEXT RECORD
083400         AT END
083500             MOVE "S" TO ws-fim-movimento
083600         NOT AT END
083700             IF mov-cod-conta = ws-mov-cod-conta THEN
083800                 ADD mov-valor TO ws-saldo-calc
083900             ELSE
084000                 MOVE "S" TO ws-fim-movimento
084100             END-IF
084200     END-READ
084300 END-PERFORM.
084400
084500******************************************************************
084600* Resposta: a ordem vai byte a byte como veio (campo invalido nao
084700* passa por MOVE numerico), com o valor efetivado e o retorno.
084800******************************************************************
084900 GRAVAR-RESPOSTA.
085000 MOVE SPACES TO REG-SJDRSP.
085100 MOVE "D" TO rsp-tipo-reg.
085200 MOVE sjd-ordem-recebida TO rsp-d-recebido.
085300 MOVE ws-valor-efetivado TO rsp-d-efetivado.
085400 MOVE ws-retorno TO rsp-d-retorno.
085500 MOVE ws-qtd-contas TO rsp-d-qtd-contas.
085600 MOVE ws-data-sistema TO rsp-d-data.
085700 WRITE REG-SJDRSP.
085800 ADD 1 TO ws-qtd-respostas.
085900 ADD ws-valor-efetivado TO ws-total-efetivado.
086000 IF ws-retorno NOT = "00" AND ws-retorno NOT = "01"
086100     ADD 1 TO ws-qtd-nao-cumpridas
086200 END-IF.
086300
086400 GRAVAR-CABECALHO.
086500 MOVE SPACES TO REG-SJDRSP.
086600 MOVE "H" TO rsp-tipo-reg.
086700 MOVE ws-data-sistema TO rsp-h-data.
086800 WRITE REG-SJDRSP.
086900
087000 GRAVAR-TOTALIZADOR.
087100 MOVE SPACES TO REG-SJDRSP.
087200 MOVE "T" TO rsp-tipo-reg.
087300 MOVE ws-qtd-respostas   TO rsp-t-qtd.
087400 MOVE ws-total-efetivado TO rsp-t-total.
087500 WRITE REG-SJDRSP.
087600
087700 EXIBIR-RESUMO.
087800 DISPLAY "======================================================".
087900 DISPLAY "ORDENS JUDICIAIS SISBAJUD - " ws-data-sistema.
088000 DISPLAY "Ordens recebidas:      " ws-qtd-lidos.
088100 IF ws-qtd-pular-chk NOT = ZEROES
088200     DISPLAY "Ja processadas antes:  " ws-qtd-pular-chk
088300 END-IF.
088400 DISPLAY "Bloqueios cumpridos:   " ws-qtd-bloqueios.
088500 MOVE ws-total-bloqueado TO ws-total-edit.
088600 DISPLAY "Valor bloqueado:       " ws-total-edit.
088700 DISPLAY "Liberacoes cumpridas:  " ws-qtd-liberacoes.
088800 MOVE ws-total-liberado TO ws-total-edit.
088900 DISPLAY "Valor liberado:        " ws-total-edit.
089000 DISPLAY "Transferencias feitas: " ws-qtd-transferencias.
089100 MOVE ws-total-transferido TO ws-total-edit.
089200 DISPLAY "Valor transferido:     " ws-total-edit.
089300 DISPLAY "Ordens nao cumpridas:  " ws-qtd-nao-cumpridas.
089400 DISPLAY "======================================================".
089500
089510******************************************************************
089520* Controle da cadeia noturna (LOTECTL/LOTEJOBS): o job so roda
089530* com todos os predecessores concluidos na data contabil e se
089540* ainda nao concluiu nela; LOTE_FORCAR=S passa por cima das duas
089550* recusas e fica registrado. Sem o arquivo de controle o job
089560* segue, como antes da implantacao.
089570******************************************************************
089580 INICIAR-CONTROLE-LOTE.
089590 MOVE "S" TO ws-lote-liberado.
089600 MOVE "N" TO ws-lote-forcado.
089610 MOVE SPACES TO ws-lote-mensagem.
089620 ACCEPT ws-lote-forcar FROM ENVIRONMENT "LOTE_FORCAR".
089630 PERFORM ABRIR-CONTROLE-LOTE.
089640 IF ws-lote-controle-ok = "S"
089650     PERFORM VERIFICAR-PREDECESSORES
089660     MOVE ws-data-sistema TO lct-data
089670     MOVE ws-lote-job TO lct-job
089680     READ F-LOTECTL
089690         INVALID KEY
089700             MOVE "N" TO ws-lote-registro
089710         NOT INVALID KEY
089720             MOVE "S" TO ws-lote-registro
089730             IF lct-situacao = "C" AND ws-lote-liberado = "S"
089740                 MOVE "N" TO ws-lote-liberado
089750                 MOVE "JA CONCLUIDO NESTA DATA"
089760                     TO ws-lote-mensagem
089770             END-IF
089780     END-READ
089790     IF ws-lote-liberado = "N" AND ws-lote-forcar = "S"
089800         MOVE "S" TO ws-lote-liberado
089810         MOVE "S" TO ws-lote-forcado
089820         DISPLAY "Execucao FORCADA: " ws-lote-mensagem
089830     END-IF
089840     IF ws-lote-liberado = "S"
089850         PERFORM REGISTRAR-INICIO-LOTE
089860     ELSE
089870         PERFORM REGISTRAR-RECUSA-LOTE
089880     END-IF
089890     CLOSE F-LOTECTL
089900 END-IF.
089910
089920 ABRIR-CONTROLE-LOTE.
089930 OPEN I-O F-LOTECTL.
089940 IF ARQ-OK-LCT = "35" THEN
089950     CLOSE F-LOTECTL
089960     OPEN OUTPUT F-LOTECTL
089970     CLOSE F-LOTECTL
089980     OPEN I-O F-LOTECTL
089990 END-IF.
090000 IF ARQ-OK-LCT = "00"
090010     MOVE "S" TO ws-lote-controle-ok
090020 ELSE
090030     MOVE "N" TO ws-lote-controle-ok
090040     DISPLAY "Controle de lotes indisponivel! Erro: " ARQ-OK-LCT
090050 END-IF.
090060
090070 VERIFICAR-PREDECESSORES.
090080 MOVE ZEROES TO ws-lj-proprio.
090090 PERFORM VARYING ws-lj-idx FROM 1 BY 1 UNTIL ws-lj-idx > ws-lj-qtd
090100     IF ws-lj-job (ws-lj-idx) = ws-lote-job
090110         MOVE ws-lj-idx TO ws-lj-proprio
090120     END-IF
090130 END-PERFORM.
090140 IF ws-lj-proprio NOT = ZEROES
090150     PERFORM VARYING ws-lj-pred FROM 1 BY 1 UNTIL ws-lj-pred > 3
090160         IF ws-lj-predecessor (ws-lj-proprio, ws-lj-pred)
090170                 NOT = SPACES
090180             MOVE ws-data-sistema TO lct-data
090190             MOVE ws-lj-predecessor (ws-lj-proprio, ws-lj-pred)
090200                 TO lct-job
090210             READ F-LOTECTL
090220                 INVALID KEY
090230                     MOVE SPACES TO lct-situacao
090240             END-READ
090250             IF lct-situacao NOT = "C"
090260                 MOVE "N" TO ws-lote-liberado
090270                 MOVE lct-job TO ws-lmp-job
090280                 MOVE WS-LOTE-MSG-PRED TO ws-lote-mensagem
090290                 DISPLAY "Predecessor " lct-job
090300                         " nao concluido em " ws-data-sistema
090310             END-IF
090320         END-IF
090330     END-PERFORM
090340 END-IF.
090350
090360 REGISTRAR-INICIO-LOTE.
090370 ACCEPT ws-lote-hora FROM TIME.
090380 MOVE "E" TO lct-situacao.
090390 MOVE ws-lote-hhmmss TO lct-hora-inicio.
090400 MOVE ZEROES TO lct-hora-fim.
090410 MOVE ZEROES TO lct-qtd-lidos.
090420 MOVE ZEROES TO lct-qtd-gravados.
090430 MOVE ZEROES TO lct-qtd-rejeitados.
090440 MOVE ws-lote-forcado TO lct-forcado.
090450 MOVE ws-lote-mensagem TO lct-mensagem.
090460 IF ws-lote-registro = "S"
090470     ADD 1 TO lct-execucoes
090480     REWRITE DADOS-LOTECTL
090490 ELSE
090500     MOVE 1 TO lct-execucoes
090510     WRITE DADOS-LOTECTL
090520 END-IF.
090530
090540*    Recusa nao apaga registro ja concluido: so anota a tentativa
090550*    quando o job ainda nao concluiu na data.
090560 REGISTRAR-RECUSA-LOTE.
090570 DISPLAY "Job " ws-lote-job " RECUSADO: " ws-lote-mensagem.
090580 DISPLAY "Para reprocessar mesmo assim, rode com LOTE_FORCAR=S.".
090590 IF ws-lote-registro = "N" OR lct-situacao NOT = "C"
090600     ACCEPT ws-lote-hora FROM TIME
090610     MOVE "R" TO lct-situacao
090620     MOVE ws-lote-hhmmss TO lct-hora-inicio
090630     MOVE ws-lote-hhmmss TO lct-hora-fim
090640     MOVE ws-lote-mensagem TO lct-mensagem
090650     MOVE "N" TO lct-forcado
090660     IF ws-lote-registro = "S"
090670         REWRITE DADOS-LOTECTL
090680     ELSE
090690         MOVE ZEROES TO lct-qtd-lidos
090700         MOVE ZEROES TO lct-qtd-gravados
090710         MOVE ZEROES TO lct-qtd-rejeitados
090720         MOVE ZEROES TO lct-execucoes
090730         WRITE DADOS-LOTECTL
090740     END-IF
090750 END-IF.
090760
090770 FINALIZAR-CONTROLE-LOTE.
090780 IF ws-lote-controle-ok = "S"
090790     OPEN I-O F-LOTECTL
090800     IF ARQ-OK-LCT = "00"
090810         MOVE ws-data-sistema TO lct-data
090820         MOVE ws-lote-job TO lct-job
090830         READ F-LOTECTL
090840             INVALID KEY
090850                 CONTINUE
090860             NOT INVALID KEY
090870                 ACCEPT ws-lote-hora FROM TIME
090880                 MOVE ws-lote-hhmmss TO lct-hora-fim
090890                 MOVE ws-lote-situacao TO lct-situacao
090900                 MOVE ws-lote-qtd-lidos TO lct-qtd-lidos
090910                 MOVE ws-lote-qtd-gravados TO lct-qtd-gravados
090920                 MOVE ws-lote-qtd-rejeitados TO lct-qtd-rejeitados
090930                 IF ws-lote-situacao NOT = "C"
090940                     MOVE ws-lote-mensagem TO lct-mensagem
090950                 END-IF
090960                 REWRITE DADOS-LOTECTL
090970         END-READ
090980         CLOSE F-LOTECTL
090990     END-IF
091000 END-IF.
