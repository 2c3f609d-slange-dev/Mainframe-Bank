000100******************************************************************
000200 IDENTIFICATION DIVISION.
000300******************************************************************
000400 PROGRAM-ID. MONITPLD.
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
002900     SELECT F-MOVDIA ASSIGN TO disk
003000        ORGANIZATION IS LINE SEQUENTIAL
003100           FILE STATUS ARQ-OK-MVD.
003200
003300     SELECT F-CLIENTE ASSIGN TO disk
003400        ORGANIZATION IS INDEXED
003500        ACCESS IS DYNAMIC
003600        RECORD KEY IS cli-cpf
003700           FILE STATUS ARQ-OK-CLI.
003800
003900     SELECT F-PARPLD ASSIGN TO disk
004000        ORGANIZATION IS LINE SEQUENTIAL
004100           FILE STATUS ARQ-OK-PPL.
004200
004300     SELECT F-ALERTA ASSIGN TO disk
004400        ORGANIZATION IS INDEXED
004500        ACCESS IS DYNAMIC
004600        RECORD KEY IS alr-numero
004700           FILE STATUS ARQ-OK-ALR.
004800
004900     SELECT F-ALRMOV ASSIGN TO disk
005000        ORGANIZATION IS INDEXED
005100        ACCESS IS DYNAMIC
005200        RECORD KEY IS alm-chave
005300           FILE STATUS ARQ-OK-ALM.
005400
005500     SELECT F-DIACTL ASSIGN TO disk
005600        ORGANIZATION IS LINE SEQUENTIAL
005700           FILE STATUS ARQ-OK-DIA.
005710
005720     SELECT F-LOTECTL ASSIGN TO disk
005730        ORGANIZATION IS INDEXED
005740        ACCESS IS DYNAMIC
005750        RECORD KEY IS lct-chave
005760           FILE STATUS ARQ-OK-LCT.
005800
005900     SELECT SORT-PLD ASSIGN TO "SORTWK1".
006000
006100******************************************************************
006200 DATA DIVISION.
006300******************************************************************
006400 FILE SECTION.
006500     COPY CADASTRO.
006600     COPY MOVIMENTO.
006700     COPY MOVDIA.
006800     COPY CLIENTES.
006900     COPY PARAMPLD.
007000     COPY ALERTAS.
007100     COPY ALERTMOV.
007200     COPY DIACTL.
007210     COPY LOTECTL.
007300
007400*    Contas por CPF: uma entrada "C" por conta do cadastro e uma
007500*    "M" por movimento do dia (deposito ou transferencia externa)
007600*    da conta. So o CPF que tem "M" e analisado.
007700 SD SORT-PLD.
007800 01 SORT-REC.
007900     02 srt-cpf          PIC 9(11).
008000     02 srt-cod-conta    PIC 9(5).
008100     02 srt-origem       PIC X(1).
008200     02 srt-cod-agencia  PIC 9(5).
008300     02 srt-nome         PIC A(30).
008400
008500 WORKING-STORAGE SECTION.
008600 01 ARQ-OK             PIC X(02) VALUE ZEROES.
008700 01 ARQ-OK-MOV         PIC X(02) VALUE ZEROES.
008800 01 ARQ-OK-MVD         PIC X(02) VALUE ZEROES.
008900 01 ARQ-OK-CLI         PIC X(02) VALUE ZEROES.
009000 01 ARQ-OK-PPL         PIC X(02) VALUE ZEROES.
009100 01 ARQ-OK-ALR         PIC X(02) VALUE ZEROES.
009200 01 ARQ-OK-ALM         PIC X(02) VALUE ZEROES.
009300 01 ARQ-OK-DIA         PIC X(02) VALUE ZEROES.
009400 01 ws-arquivos-ok     PIC X VALUE "S".
009410     COPY LOTEJOBS.
009500 01 ws-parametros-ok   PIC X VALUE "N".
009600 01 ws-cliente-aberto  PIC X VALUE "N".
009700 01 ws-fim-arquivo     PIC X VALUE "N".
009800 01 ws-fim-cadastro    PIC X VALUE "N".
009900 01 ws-fim-movimento   PIC X VALUE "N".
010000 01 ws-fim-alerta      PIC X VALUE "N".
010100 01 ws-data-sistema    PIC 9(8) VALUE ZEROES.
010200 01 ws-data-inicio     PIC 9(8) VALUE ZEROES.
010300 01 ws-calc-ano        PIC 9(4) VALUE ZEROES.
010400 01 ws-calc-mes        PIC 9(2) VALUE ZEROES.
010500 01 ws-dias-no-mes     PIC 9(2) VALUE ZEROES.
010600 01 ws-resto-bissexto  PIC 9(4) VALUE ZEROES.
010700 01 ws-qtd-dias        PIC 9(3) VALUE ZEROES.
010800 01 ws-data-teste      PIC 9(8) VALUE ZEROES.
010900 01 WS-DATA-TESTE-PARTES REDEFINES ws-data-teste.
011000     02 ws-teste-ano   PIC 9(4).
011100     02 ws-teste-mes   PIC 9(2).
011200     02 ws-teste-dia   PIC 9(2).
011300 01 ws-alr-proximo     PIC 9(7) VALUE ZEROES.
011400
011500*    CPF em analise: contas do cadastro (ate 50) e se houve
011600*    movimento do dia que dispare a analise.
011700 01 ws-grp-cpf         PIC 9(11) VALUE ZEROES.
011800 01 ws-grp-nome        PIC X(30) VALUE SPACES.
011900 01 ws-grp-ativo       PIC X VALUE "N".
012000 01 WS-TAB-CONTAS.
012100     02 ws-cta-item OCCURS 50 TIMES.
012200         03 ws-cta-conta    PIC 9(5).
012300         03 ws-cta-agencia  PIC 9(5).
012400         03 ws-cta-usada    PIC X(1).
012500 01 ws-cta-qtd         PIC 9(3) VALUE ZEROES.
012600 01 ws-cta-idx         PIC 9(3) VALUE ZEROES.
012700
012800*    Movimentos do CPF na janela (depositos, transferencias
012900*    recebidas e transferencias externas), de todas as contas.
013000*    ws-jm-marca = "S" nos movimentos da regra em avaliacao.
013100 01 WS-TAB-JANELA.
013200     02 ws-jm-item OCCURS 200 TIMES.
013300         03 ws-jm-conta     PIC 9(5).
013400         03 ws-jm-cta-idx   PIC 9(3).
013500         03 ws-jm-sequencia PIC 9(6).
013600         03 ws-jm-data      PIC 9(8).
013700         03 ws-jm-tipo      PIC X(1).
013800         03 ws-jm-valor     PIC S9(9)V99.
013900         03 ws-jm-marca     PIC X(1).
014000 01 ws-jm-qtd          PIC 9(3) VALUE ZEROES.
014100 01 ws-jm-idx          PIC 9(3) VALUE ZEROES.
014200
014300*    Apuracao da regra em avaliacao.
014400 01 ws-regra           PIC X(1) VALUE SPACES.
014500 01 ws-qtd-marcados    PIC 9(3) VALUE ZEROES.
014600 01 ws-qtd-hoje        PIC 9(3) VALUE ZEROES.
014700 01 ws-valor-marcado   PIC S9(11)V99 VALUE ZEROES.
014800 01 ws-total-creditos  PIC S9(11)V99 VALUE ZEROES.
014900 01 ws-total-saidas    PIC S9(11)V99 VALUE ZEROES.
015000 01 ws-minimo-saidas   PIC S9(11)V99 VALUE ZEROES.
015100 01 ws-qtd-contas-alr  PIC 9(3) VALUE ZEROES.
015200 01 ws-alm-item        PIC 9(3) VALUE ZEROES.
015300
015400 01 WS-RESUMO.
015500     02 ws-qtd-cpfs         PIC 9(7) VALUE ZEROES.
015600     02 ws-qtd-analisados   PIC 9(7) VALUE ZEROES.
015700     02 ws-qtd-alertas      PIC 9(7) VALUE ZEROES.
015800     02 ws-qtd-especie      PIC 9(7) VALUE ZEROES.
015900     02 ws-qtd-fracionado   PIC 9(7) VALUE ZEROES.
016000     02 ws-qtd-repasse      PIC 9(7) VALUE ZEROES.
016100     02 ws-qtd-estouro      PIC 9(7) VALUE ZEROES.
016200
016300******************************************************************
016400* Monitoramento de prevencao a lavagem de dinheiro: agrupa por
016500* CPF as contas que tiveram deposito ou transferencia externa no
016600* extrato do dia (F-MOVDIA) e examina os movimentos de todas as
016700* contas do CPF na janela movel do razao contra as regras de
016800* especie, fracionamento e repasse de F-PARPLD. Cada regra
016900* disparada vira um alerta pendente em F-ALERTA, com os
017000* movimentos em F-ALRMOV, para a analise da compliance. Rode
017100* depois do CORTEDIA.
017200******************************************************************
017300 PROCEDURE DIVISION.
017400******************************************************************
017500 PRINCIPAL.
017600 ACCEPT ws-data-sistema FROM DATE YYYYMMDD.
017700 PERFORM LER-DIA-CONTABIL.
017800 PERFORM LER-PARAMETROS.
017900 IF ws-parametros-ok = "N"
018000     DISPLAY "Parametros de PLD (F-PARPLD) ausentes - "
018100             "monitoramento nao executado."
018200     STOP RUN
018300 END-IF.
018310 MOVE "MONITPLD" TO ws-lote-job.
018320 PERFORM INICIAR-CONTROLE-LOTE.
018330 IF ws-lote-liberado = "N"
018340     STOP RUN
018350 END-IF.
018400 PERFORM CALCULAR-INICIO-JANELA.
018500 PERFORM ABRIR-ARQUIVOS.
018600 IF ws-arquivos-ok = "S"
018700     PERFORM PROCURAR-PROXIMO-ALERTA
018800     SORT SORT-PLD
018900         ON ASCENDING KEY srt-cpf srt-cod-conta srt-origem
019000         INPUT PROCEDURE IS CARREGAR-CONTAS-PLD
019100         OUTPUT PROCEDURE IS ANALISAR-CPFS
019200 END-IF.
019300 PERFORM FECHAR-ARQUIVOS.
019400 PERFORM EXIBIR-RESUMO.
019410 IF ws-arquivos-ok NOT = "S"
019420     MOVE "F" TO ws-lote-situacao
019430     MOVE "ARQUIVOS INDISPONIVEIS" TO ws-lote-mensagem
019440 END-IF.
019450 MOVE ws-qtd-analisados TO ws-lote-qtd-lidos.
019460 MOVE ws-qtd-alertas TO ws-lote-qtd-gravados.
019470 MOVE ZEROES TO ws-lote-qtd-rejeitados.
019480 PERFORM FINALIZAR-CONTROLE-LOTE.
019500 STOP RUN.
019600
019700******************************************************************
019800* Data contabil (DIACTL): o monitoramento olha a mesma data que o
019900* CORTEDIA cortou. Sem o arquivo segue na data da maquina.
020000******************************************************************
020100 LER-DIA-CONTABIL.
020200 OPEN INPUT F-DIACTL.
020300 IF ARQ-OK-DIA = "00"
020400     READ F-DIACTL
020500         AT END CONTINUE
020600         NOT AT END
020700             IF dct-situacao = "A"
020800                 MOVE dct-data TO ws-data-sistema
020900             END-IF
021000     END-READ
021100     CLOSE F-DIACTL
021200 END-IF.
021300
021400 LER-PARAMETROS.
021500 MOVE "N" TO ws-parametros-ok.
021600 OPEN INPUT F-PARPLD.
021700 IF ARQ-OK-PPL = "00"
021800     READ F-PARPLD
021900         AT END CONTINUE
022000         NOT AT END
022100             MOVE "S" TO ws-parametros-ok
022200     END-READ
022300     CLOSE F-PARPLD
022400 END-IF.
022500
022600******************************************************************
022700* Inicio da janela: a data contabil recuada ppl-dias-janela - 1
022800* dias corridos (janela de 1 dia = so a data contabil).
022900******************************************************************
023000 CALCULAR-INICIO-JANELA.
023100 MOVE ws-data-sistema TO ws-data-teste.
023200 MOVE 1 TO ws-qtd-dias.
023300 PERFORM UNTIL ws-qtd-dias >= ppl-dias-janela
023400     PERFORM SUBTRAIR-UM-DIA
023500     ADD 1 TO ws-qtd-dias
023600 END-PERFORM.
023700 MOVE ws-data-teste TO ws-data-inicio.
023800
023900******************************************************************
024000* Recua ws-data-teste em um dia, virando mes e ano.
024100******************************************************************
024200 SUBTRAIR-UM-DIA.
024300 IF ws-teste-dia > 1
024400     SUBTRACT 1 FROM ws-teste-dia
024500 ELSE
024600     IF ws-teste-mes > 1
024700         SUBTRACT 1 FROM ws-teste-mes
024800     ELSE
024900         MOVE 12 TO ws-teste-mes
025000         SUBTRACT 1 FROM ws-teste-ano
025100     END-IF
025200     MOVE ws-teste-ano TO ws-calc-ano
025300     MOVE ws-teste-mes TO ws-calc-mes
025400     PERFORM CALCULAR-DIAS-NO-MES
025500     MOVE ws-dias-no-mes TO ws-teste-dia
025600 END-IF.
025700
025800******************************************************************
025900* Dias no mes de ws-calc-ano/ws-calc-mes, em ws-dias-no-mes.
026000******************************************************************
026100 CALCULAR-DIAS-NO-MES.
026200 EVALUATE ws-calc-mes
026300     WHEN 01 MOVE 31 TO ws-dias-no-mes
026400     WHEN 02 PERFORM CALCULAR-FEVEREIRO
026500     WHEN 03 MOVE 31 TO ws-dias-no-mes
026600     WHEN 04 MOVE 30 TO ws-dias-no-mes
026700     WHEN 05 MOVE 31 TO ws-dias-no-mes
026800     WHEN 06 MOVE 30 TO ws-dias-no-mes
026900     WHEN 07 MOVE 31 TO ws-dias-no-mes
027000     WHEN 08 MOVE 31 TO ws-dias-no-mes
027100     WHEN 09 MOVE 30 TO ws-dias-no-mes
027200     WHEN 10 MOVE 31 TO ws-dias-no-mes
027300     WHEN 11 MOVE 30 TO ws-dias-no-mes
027400     WHEN 12 MOVE 31 TO ws-dias-no-mes
027500 END-EVALUATE.
027600
027700 CALCULAR-FEVEREIRO.
027800 MOVE 28 TO ws-dias-no-mes.
027900 COMPUTE ws-resto-bissexto = FUNCTION MOD(ws-calc-ano, 4).
028000 IF ws-resto-bissexto = ZEROES
028100     COMPUTE ws-resto-bissexto = FUNCTION MOD(ws-calc-ano, 100)
028200     IF ws-resto-bissexto NOT = ZEROES
028300         MOVE 29 TO ws-dias-no-mes
028400     ELSE
028500         COMPUTE ws-resto-bissexto =
028600             FUNCTION MOD(ws-calc-ano, 400)
028700         IF ws-resto-bissexto = ZEROES
028800             MOVE 29 TO ws-dias-no-mes
028900         END-IF
029000     END-IF
029100 END-IF.
029200
029300******************************************************************
029400* Sem o mestre de clientes o alerta leva o nome do cadastro da
029500* conta.
029600******************************************************************
029700 ABRIR-ARQUIVOS.
029800 OPEN INPUT F-CADASTRO.
029900 IF ARQ-OK NOT = "00"
030000     DISPLAY "Erro ao abrir o cadastro: " ARQ-OK
030100     MOVE "N" TO ws-arquivos-ok
030200 END-IF.
030300 OPEN INPUT F-MOVIMENTO.
030400 IF ARQ-OK-MOV NOT = "00"
030500     DISPLAY "Erro ao abrir o razao: " ARQ-OK-MOV
030600     MOVE "N" TO ws-arquivos-ok
030700 END-IF.
030800 OPEN INPUT F-MOVDIA.
030900 IF ARQ-OK-MVD NOT = "00"
031000     DISPLAY "Extrato do dia nao encontrado (rode o CORTEDIA): "
031100             ARQ-OK-MVD
031200     MOVE "N" TO ws-arquivos-ok
031300 END-IF.
031400 OPEN INPUT F-CLIENTE.
031500 IF ARQ-OK-CLI = "00"
031600     MOVE "S" TO ws-cliente-aberto
031700 ELSE
031800     MOVE "N" TO ws-cliente-aberto
031900 END-IF.
032000 OPEN I-O F-ALERTA.
032100 IF ARQ-OK-ALR = "35" THEN
032200     CLOSE F-ALERTA
032300     OPEN OUTPUT F-ALERTA
032400     CLOSE F-ALERTA
032500     OPEN I-O F-ALERTA
032600 END-IF.
032700 IF ARQ-OK-ALR NOT = "00"
032800     DISPLAY "Erro ao abrir os alertas: " ARQ-OK-ALR
032900     MOVE "N" TO ws-arquivos-ok
033000 END-IF.
033100 OPEN I-O F-ALRMOV.
033200 IF ARQ-OK-ALM = "35" THEN
033300     CLOSE F-ALRMOV
033400     OPEN OUTPUT F-ALRMOV
033500     CLOSE F-ALRMOV
033600     OPEN I-O F-ALRMOV
033700 END-IF.
033800 IF ARQ-OK-ALM NOT = "00"
033900     DISPLAY "Erro ao abrir movimentos de alertas: " ARQ-OK-ALM
034000     MOVE "N" TO ws-arquivos-ok
034100 END-IF.
034200
034300 FECHAR-ARQUIVOS.
034400 CLOSE F-CADASTRO.
034500 CLOSE F-MOVIMENTO.
034600 CLOSE F-MOVDIA.
034700 IF ws-cliente-aberto = "S"
034800     CLOSE F-CLIENTE
034900 END-IF.
035000 CLOSE F-ALERTA.
035100 CLOSE F-ALRMOV.
035200
035300 PROCURAR-PROXIMO-ALERTA.
035400 MOVE 1 TO ws-alr-proximo.
035500 MOVE ZEROES TO alr-numero.
035600 MOVE "N" TO ws-fim-alerta.
035700 START F-ALERTA KEY IS NOT LESS THAN alr-numero
035800     INVALID KEY
035900         MOVE "S" TO ws-fim-alerta
036000 END-START.
036100 PERFORM UNTIL ws-fim-alerta = "S"
036200     READ F-ALERTA NEXT RECORD
036300         AT END
036400             MOVE "S" TO ws-fim-alerta
036500         NOT AT END
036600             COMPUTE ws-alr-proximo = alr-numero + 1
036700     END-READ
036800 END-PERFORM.
036900
037000******************************************************************
037100* Entrada do sort: todas as contas do cadastro ("C") e, do extrato
037200* do dia, os depositos e transferencias externas ("M") - so esses
037300* tipos disparam as regras.
037400******************************************************************
037500 CARREGAR-CONTAS-PLD.
037600 MOVE ZEROES TO cod-conta.
037700 MOVE "N" TO ws-fim-cadastro.
037800 START F-CADASTRO KEY IS NOT LESS THAN cod-conta
037900     INVALID KEY
038000         MOVE "S" TO ws-fim-cadastro
038100 END-START.
038200 PERFORM UNTIL ws-fim-cadastro = "S"
038300     READ F-CADASTRO NEXT RECORD
038400         AT END
038500             MOVE "S" TO ws-fim-cadastro
038600         NOT AT END
038700             MOVE cpf         TO srt-cpf
038800             MOVE cod-conta   TO srt-cod-conta
038900             MOVE "C"         TO srt-origem
039000             MOVE cod-agencia TO srt-cod-agencia
039100             MOVE nome        TO srt-nome
039200             RELEASE SORT-REC
039300     END-READ
039400 END-PERFORM.
039500 MOVE "N" TO ws-fim-arquivo.
039600 PERFORM UNTIL ws-fim-arquivo = "S"
039700     READ F-MOVDIA
039800         AT END
039900             MOVE "S" TO ws-fim-arquivo
040000         NOT AT END
040100             IF mvd-cadastro = "S" AND
040200                (mvd-tipo = "D" OR mvd-tipo = "E")
040300                 PERFORM LIBERAR-MOVIMENTO-DIA
040400             END-IF
040500     END-READ
040600 END-PERFORM.
040700
040800 LIBERAR-MOVIMENTO-DIA.
040900 MOVE mvd-cod-conta TO cod-conta.
041000 READ F-CADASTRO
041100     INVALID KEY
041200         CONTINUE
041300     NOT INVALID KEY
041400         MOVE cpf         TO srt-cpf
041500         MOVE cod-conta   TO srt-cod-conta
041600         MOVE "M"         TO srt-origem
041700         MOVE cod-agencia TO srt-cod-agencia
041800         MOVE nome        TO srt-nome
041900         RELEASE SORT-REC
042000 END-READ.
042100
042200******************************************************************
042300* Saida do sort: quebra por CPF. O grupo guarda as contas do
042400* cadastro e e analisado se teve movimento do dia.
042500******************************************************************
042600 ANALISAR-CPFS.
042700 MOVE ZEROES TO ws-grp-cpf.
042800 MOVE ZEROES TO ws-cta-qtd.
042900 MOVE "N" TO ws-grp-ativo.
043000 MOVE "N" TO ws-fim-arquivo.
043100 PERFORM UNTIL ws-fim-arquivo = "S"
043200     RETURN SORT-PLD
043300         AT END
043400             MOVE "S" TO ws-fim-arquivo
043500         NOT AT END
043600             PERFORM ACUMULAR-CPF
043700     END-RETURN
043800 END-PERFORM.
043900 PERFORM FECHAR-GRUPO-CPF.
044000
044100 ACUMULAR-CPF.
044200 IF srt-cpf NOT = ws-grp-cpf
044300     PERFORM FECHAR-GRUPO-CPF
044400     MOVE srt-cpf  TO ws-grp-cpf
044500     MOVE srt-nome TO ws-grp-nome
044600     MOVE ZEROES TO ws-cta-qtd
044700     MOVE "N" TO ws-grp-ativo
044800     ADD 1 TO ws-qtd-cpfs
044900 END-IF.
045000 IF srt-origem = "M"
045100     MOVE "S" TO ws-grp-ativo
045200 ELSE
045300     IF ws-cta-qtd < 50
045400         ADD 1 TO ws-cta-qtd
045500         MOVE srt-cod-conta   TO ws-cta-conta (ws-cta-qtd)
045600         MOVE srt-cod-agencia TO ws-cta-agencia (ws-cta-qtd)
045700         MOVE "N"             TO ws-cta-usada (ws-cta-qtd)
045800     END-IF
045900 END-IF.
046000
046100 FECHAR-GRUPO-CPF.
046200 IF ws-grp-ativo = "S" AND ws-cta-qtd > ZEROES AND
046300     ws-grp-cpf NOT = ZEROES
046400     ADD 1 TO ws-qtd-analisados
046500     PERFORM RESOLVER-NOME-CPF
046600     PERFORM CARREGAR-JANELA
046700     PERFORM REGRA-ESPECIE
046800     PERFORM REGRA-FRACIONAMENTO
046900     PERFORM REGRA-REPASSE
047000 END-IF.
047100 MOVE "N" TO ws-grp-ativo.
047200
047300 RESOLVER-NOME-CPF.
047400 IF ws-cliente-aberto = "S"
047500     MOVE ws-grp-cpf TO cli-cpf
047600     READ F-CLIENTE
047700         INVALID KEY
047800             CONTINUE
047900         NOT INVALID KEY
048000             MOVE cli-nome TO ws-grp-nome
048100     END-READ
048200 END-IF.
048300
048400******************************************************************
048500* Janela movel: movimentos D, T e E de todas as contas do CPF com
048600* data entre o inicio da janela e a data contabil. Acima de 200 o
048700* excedente fica de fora (e contado no resumo).
048800******************************************************************
048900 CARREGAR-JANELA.
049000 MOVE ZEROES TO ws-jm-qtd.
049100 PERFORM VARYING ws-cta-idx FROM 1 BY 1
049200     UNTIL ws-cta-idx > ws-cta-qtd
049300     PERFORM CARREGAR-JANELA-CONTA
049400 END-PERFORM.
049500
049600 CARREGAR-JANELA-CONTA.
049700 MOVE ws-cta-conta (ws-cta-idx) TO mov-cod-conta.
049800 MOVE ZEROES TO mov-sequencia.
049900 MOVE "N" TO ws-fim-movimento.
050000 START F-MOVIMENTO KEY IS NOT LESS THAN mov-chave
050100     INVALID KEY
050200         MOVE "S" TO ws-fim-movimento
050300 END-START.
050400 PERFORM UNTIL ws-fim-movimento = "S"
050500     READ F-MOVIMENTO NEXT RECORD
050600         AT END
050700             MOVE "S" TO ws-fim-movimento
050800         NOT AT END
050900             IF mov-cod-conta NOT = ws-cta-conta (ws-cta-idx)
051000                 MOVE "S" TO ws-fim-movimento
051100             ELSE
051200                 IF mov-data NOT < ws-data-inicio AND
051300                    mov-data NOT > ws-data-sistema AND
051400                    (mov-tipo = "D" OR mov-tipo = "T" OR
051500                     mov-tipo = "E")
051600                     PERFORM GUARDAR-MOVIMENTO-JANELA
051700                 END-IF
051800             END-IF
051900     END-READ
052000 END-PERFORM.
052100
052200 GUARDAR-MOVIMENTO-JANELA.
052300 IF ws-jm-qtd < 200
052400     ADD 1 TO ws-jm-qtd
052500     MOVE mov-cod-conta TO ws-jm-conta (ws-jm-qtd)
052600     MOVE ws-cta-idx    TO ws-jm-cta-idx (ws-jm-qtd)
052700     MOVE mov-sequencia TO ws-jm-sequencia (ws-jm-qtd)
052800     MOVE mov-data      TO ws-jm-data (ws-jm-qtd)
052900     MOVE mov-tipo      TO ws-jm-tipo (ws-jm-qtd)
053000     MOVE mov-valor     TO ws-jm-valor (ws-jm-qtd)
053100     MOVE "N"           TO ws-jm-marca (ws-jm-qtd)
053200 ELSE
053300     ADD 1 TO ws-qtd-estouro
053400 END-IF.
053500
053600 LIMPAR-MARCAS.
053700 MOVE ZEROES TO ws-qtd-marcados.
053800 MOVE ZEROES TO ws-qtd-hoje.
053900 MOVE ZEROES TO ws-valor-marcado.
054000 PERFORM VARYING ws-jm-idx FROM 1 BY 1
054100     UNTIL ws-jm-idx > ws-jm-qtd
054200     MOVE "N" TO ws-jm-marca (ws-jm-idx)
054300 END-PERFORM.
054400 PERFORM VARYING ws-cta-idx FROM 1 BY 1
054500     UNTIL ws-cta-idx > ws-cta-qtd
054600     MOVE "N" TO ws-cta-usada (ws-cta-idx)
054700 END-PERFORM.
054800
054900 MARCAR-MOVIMENTO.
055000 MOVE "S" TO ws-jm-marca (ws-jm-idx).
055100 MOVE "S" TO ws-cta-usada (ws-jm-cta-idx (ws-jm-idx)).
055200 ADD 1 TO ws-qtd-marcados.
055300 ADD ws-jm-valor (ws-jm-idx) TO ws-valor-marcado.
055400 IF ws-jm-data (ws-jm-idx) = ws-data-sistema
055500     ADD 1 TO ws-qtd-hoje
055600 END-IF.
055700
055800******************************************************************
055900* Especie: depositos da data contabil a partir do valor.
056000******************************************************************
056100 REGRA-ESPECIE.
056200 IF ppl-valor-especie > ZEROES
056300     PERFORM LIMPAR-MARCAS
056400     PERFORM VARYING ws-jm-idx FROM 1 BY 1
056500         UNTIL ws-jm-idx > ws-jm-qtd
056600         IF ws-jm-tipo (ws-jm-idx) = "D" AND
056700            ws-jm-data (ws-jm-idx) = ws-data-sistema AND
056800            ws-jm-valor (ws-jm-idx) NOT < ppl-valor-especie
056900             PERFORM MARCAR-MOVIMENTO
057000         END-IF
057100     END-PERFORM
057200     IF ws-qtd-marcados > ZEROES
057300         MOVE "E" TO ws-regra
057400         PERFORM GRAVAR-ALERTA
057500         ADD 1 TO ws-qtd-especie
057600     END-IF
057700 END-IF.
057800
057900******************************************************************
058000* Fracionamento: depositos da janela na faixa logo abaixo do valor
058100* de especie, em qualquer conta do CPF; dispara com a quantidade
058200* do parametro e ao menos um deles na data contabil (assim o mesmo
058300* conjunto nao volta a alertar nas noites seguintes sem deposito
058400* novo).
058500******************************************************************
058600 REGRA-FRACIONAMENTO.
058700 IF ppl-valor-fracao > ZEROES AND ppl-qtd-fracao > ZEROES
058800     PERFORM LIMPAR-MARCAS
058900     PERFORM VARYING ws-jm-idx FROM 1 BY 1
059000         UNTIL ws-jm-idx > ws-jm-qtd
059100         IF ws-jm-tipo (ws-jm-idx) = "D" AND
059200            ws-jm-valor (ws-jm-idx) NOT < ppl-valor-fracao AND
059300            (ppl-valor-especie = ZEROES OR
059400             ws-jm-valor (ws-jm-idx) < ppl-valor-especie)
059500             PERFORM MARCAR-MOVIMENTO
059600         END-IF
059700     END-PERFORM
059800     IF ws-qtd-marcados NOT < ppl-qtd-fracao AND
059900        ws-qtd-hoje > ZEROES
060000         MOVE "F" TO ws-regra
060100         PERFORM GRAVAR-ALERTA
060200         ADD 1 TO ws-qtd-fracionado
060300     END-IF
060400 END-IF.
060500
060600******************************************************************
060700* Repasse: creditos da janela (depositos e transferencias
060800* recebidas) a partir do valor, dos quais saiu por transferencia
060900* externa ao menos o percentual, com saida na data contabil. O
061000* alerta leva os creditos e as saidas.
061100******************************************************************
061200 REGRA-REPASSE.
061300 IF ppl-percent-repasse > ZEROES
061400     PERFORM LIMPAR-MARCAS
061500     MOVE ZEROES TO ws-total-creditos
061600     MOVE ZEROES TO ws-total-saidas
061700     PERFORM VARYING ws-jm-idx FROM 1 BY 1
061800         UNTIL ws-jm-idx > ws-jm-qtd
061900         IF ws-jm-tipo (ws-jm-idx) = "E"
062000             SUBTRACT ws-jm-valor (ws-jm-idx) FROM ws-total-saidas
062100             IF ws-jm-data (ws-jm-idx) = ws-data-sistema
062200                 ADD 1 TO ws-qtd-hoje
062300             END-IF
062400         ELSE
062500             IF ws-jm-valor (ws-jm-idx) > ZEROES
062600                 ADD ws-jm-valor (ws-jm-idx) TO ws-total-creditos
062700             END-IF
062800         END-IF
062900     END-PERFORM
063000     COMPUTE ws-minimo-saidas ROUNDED =
063100         ws-total-creditos * ppl-percent-repasse / 100
063200     IF ws-qtd-hoje > ZEROES AND
063300        ws-total-creditos NOT < ppl-valor-repasse AND
063400        ws-total-creditos > ZEROES AND
063500        ws-total-saidas NOT < ws-minimo-saidas
063600         PERFORM LIMPAR-MARCAS
063700         PERFORM VARYING ws-jm-idx FROM 1 BY 1
063800             UNTIL ws-jm-idx > ws-jm-qtd
063900             IF ws-jm-tipo (ws-jm-idx) = "E" OR
064000                ws-jm-valor (ws-jm-idx) > ZEROES
064100                 PERFORM MARCAR-MOVIMENTO
064200             END-IF
064300         END-PERFORM
064400         MOVE "R" TO ws-regra
064500         PERFORM GRAVAR-ALERTA
064600         ADD 1 TO ws-qtd-repasse
064700     END-IF
064800 END-IF.
064900
065000******************************************************************
065100* Grava o alerta pendente e os movimentos marcados. O valor total
065200* e a soma em modulo dos movimentos envolvidos.
065300******************************************************************
065400 GRAVAR-ALERTA.
065500 MOVE ZEROES TO ws-qtd-contas-alr.
065600 PERFORM VARYING ws-cta-idx FROM 1 BY 1
065700     UNTIL ws-cta-idx > ws-cta-qtd
065800     IF ws-cta-usada (ws-cta-idx) = "S"
065900         ADD 1 TO ws-qtd-contas-alr
066000     END-IF
066100 END-PERFORM.
066200 MOVE ZEROES TO ws-valor-marcado.
066300 PERFORM VARYING ws-jm-idx FROM 1 BY 1
066400     UNTIL ws-jm-idx > ws-jm-qtd
066500     IF ws-jm-marca (ws-jm-idx) = "S"
066600         IF ws-jm-valor (ws-jm-idx) < ZEROES
066700             SUBTRACT ws-jm-valor (ws-jm-idx)
066800                 FROM ws-valor-marcado
066900         ELSE
067000             ADD ws-jm-valor (ws-jm-idx) TO ws-valor-marcado
067100         END-IF
067200     END-IF
067300 END-PERFORM.
067400 MOVE ws-alr-proximo    TO alr-numero.
067500 MOVE ws-data-sistema   TO alr-data.
067600 MOVE ws-grp-cpf        TO alr-cpf.
067700 MOVE ws-grp-nome       TO alr-nome.
067800 MOVE ws-regra          TO alr-regra.
067900 MOVE ws-valor-marcado  TO alr-valor-total.
068000 MOVE ws-qtd-marcados   TO alr-qtd-movimentos.
068100 MOVE ws-qtd-contas-alr TO alr-qtd-contas.
068200 MOVE "P"               TO alr-situacao.
068300 MOVE ZEROES            TO alr-operador.
068400 MOVE ZEROES            TO alr-data-analise.
068500 MOVE ZEROES            TO alr-data-envio.
068600 WRITE DADOS-ALERTA
068700     INVALID KEY
068800         DISPLAY "Erro ao gravar o alerta " ws-alr-proximo
068900     NOT INVALID KEY
069000         PERFORM GRAVAR-MOVIMENTOS-ALERTA
069100         ADD 1 TO ws-alr-proximo
069200         ADD 1 TO ws-qtd-alertas
069300 END-WRITE.
069400
069500 GRAVAR-MOVIMENTOS-ALERTA.
069600 MOVE ZEROES TO ws-alm-item.
069700 PERFORM VARYING ws-jm-idx FROM 1 BY 1
069800     UNTIL ws-jm-idx > ws-jm-qtd
069900     IF ws-jm-marca (ws-jm-idx) = "S"
070000         ADD 1 TO ws-alm-item
070100         MOVE alr-numero                TO alm-numero
070200         MOVE ws-alm-item               TO alm-item
070300         MOVE ws-jm-conta (ws-jm-idx)     TO alm-cod-conta
070400         MOVE ws-jm-sequencia (ws-jm-idx) TO alm-sequencia
070500         MOVE ws-jm-data (ws-jm-idx)      TO alm-data
070600         MOVE ws-jm-tipo (ws-jm-idx)      TO alm-tipo
070700         MOVE ws-jm-valor (ws-jm-idx)     TO alm-valor
070800         MOVE ws-cta-agencia (ws-jm-cta-idx (ws-jm-idx))
070900             TO alm-cod-agencia
071000         WRITE DADOS-ALRMOV
071100             INVALID KEY
071200                 DISPLAY "Erro ao gravar movimento do alerta "
071300                         alr-numero
071400         END-WRITE
071500     END-IF
071600 END-PERFORM.
071700
071800 EXIBIR-RESUMO.
071900 DISPLAY "======================================================".
072000 DISPLAY "MONITORAMENTO PLD - " ws-data-sistema
072100         "  janela desde " ws-data-inicio.
072200 DISPLAY "CPFs no cadastro:         " ws-qtd-cpfs.
072300 DISPLAY "CPFs analisados:          " ws-qtd-analisados.
072400 DISPLAY "Alertas gerados:          " ws-qtd-alertas.
072500 DISPLAY "  especie:                " ws-qtd-especie.
072600 DISPLAY "  fracionamento:          " ws-qtd-fracionado.
072700 DISPLAY "  repasse:                " ws-qtd-repasse.
072800 IF ws-qtd-estouro NOT = ZEROES
072900     DISPLAY "Movimentos fora da janela (tabela): " ws-qtd-estouro
073000 END-IF.
073100 DISPLAY "======================================================".
073200
073210******************************************************************
073220* Controle da cadeia noturna (LOTECTL/LOTEJOBS): o job so roda
073230* com todos os predecessores concluidos na data contabil e se
073240* ainda nao concluiu nela; LOTE_FORCAR=S passa por cima das duas
073250* recusas e fica registrado. Sem o arquivo de controle o job
073260* segue, como antes da implantacao.
073270******************************************************************
073280 INICIAR-CONTROLE-LOTE.
073290 MOVE "S" TO ws-lote-liberado.
073300 MOVE "N" TO ws-lote-forcado.
073310 MOVE SPACES TO ws-lote-mensagem.
073320 ACCEPT ws-lote-forcar FROM ENVIRONMENT "LOTE_FORCAR".
073330 PERFORM ABRIR-CONTROLE-LOTE.
073340 IF ws-lote-controle-ok = "S"
073350     PERFORM VERIFICAR-PREDECESSORES
073360     MOVE ws-data-sistema TO lct-data
073370     MOVE ws-lote-job TO lct-job
073380     READ F-LOTECTL
073390         INVALID KEY
073400             MOVE "N" TO ws-lote-registro
073410         NOT INVALID KEY
073420             MOVE "S" TO ws-lote-registro
073430             IF lct-situacao = "C" AND ws-lote-liberado = "S"
073440                 MOVE "N" TO ws-lote-liberado
073450                 MOVE "JA CONCLUIDO NESTA DATA"
073460                     TO ws-lote-mensagem
073470             END-IF
073480     END-READ
073490     IF ws-lote-liberado = "N" AND ws-lote-forcar = "S"
073500         MOVE "S" TO ws-lote-liberado
073510         MOVE "S" TO ws-lote-forcado
073520         DISPLAY "Execucao FORCADA: " ws-lote-mensagem
073530     END-IF
073540     IF ws-lote-liberado = "S"
073550         PERFORM REGISTRAR-INICIO-LOTE
073560     ELSE
073570         PERFORM REGISTRAR-RECUSA-LOTE
073580     END-IF
073590     CLOSE F-LOTECTL
073600 END-IF.
073610
073620 ABRIR-CONTROLE-LOTE.
073630 OPEN I-O F-LOTECTL.
073640 IF ARQ-OK-LCT = "35" THEN
073650     CLOSE F-LOTECTL
073660     OPEN OUTPUT F-LOTECTL
073670     CLOSE F-LOTECTL
073680     OPEN I-O F-LOTECTL
073690 END-IF.
073700 IF ARQ-OK-LCT = "00"
073710     MOVE "S" TO ws-lote-controle-ok
073720 ELSE
073730     MOVE "N" TO ws-lote-controle-ok
073740     DISPLAY "Controle de lotes indisponivel! Erro: " ARQ-OK-LCT
073750 END-IF.
073760
073770 VERIFICAR-PREDECESSORES.
073780 MOVE ZEROES TO ws-lj-proprio.
073790 PERFORM VARYING ws-lj-idx FROM 1 BY 1 UNTIL ws-lj-idx > ws-lj-qtd
073800     IF ws-lj-job (ws-lj-idx) = ws-lote-job
073810         MOVE ws-lj-idx TO ws-lj-proprio
073820     END-IF
073830 END-PERFORM.
073840 IF ws-lj-proprio NOT = ZEROES
073850     PERFORM VARYING ws-lj-pred FROM 1 BY 1 UNTIL ws-lj-pred > 3
073860         IF ws-lj-predecessor (ws-lj-proprio, ws-lj-pred)
073870                 NOT = SPACES
073880             MOVE ws-data-sistema TO lct-data
073890             MOVE ws-lj-predecessor (ws-lj-proprio, ws-lj-pred)
073900                 TO lct-job
073910             READ F-LOTECTL
073920                 INVALID KEY
073930                     MOVE SPACES TO lct-situacao
073940             END-READ
073950             IF lct-situacao NOT = "C"
073960                 MOVE "N" TO ws-lote-liberado
073970                 MOVE lct-job TO ws-lmp-job
073980                 MOVE WS-LOTE-MSG-PRED TO ws-lote-mensagem
073990                 DISPLAY "Predecessor " lct-job
074000                         " nao concluido em " ws-data-sistema
074010             END-IF
074020         END-IF
074030     END-PERFORM
074040 END-IF.
074050
074060 REGISTRAR-INICIO-LOTE.
074070 ACCEPT ws-lote-hora FROM TIME.
074080 MOVE "E" TO lct-situacao.
074090 MOVE ws-lote-hhmmss TO lct-hora-inicio.
074100 MOVE ZEROES TO lct-hora-fim.
074110 MOVE ZEROES TO lct-qtd-lidos.
074120 MOVE ZEROES TO lct-qtd-gravados.
074130 MOVE ZEROES TO lct-qtd-rejeitados.
074140 MOVE ws-lote-forcado TO lct-forcado.
074150 MOVE ws-lote-mensagem TO lct-mensagem.
074160 IF ws-lote-registro = "S"
074170     ADD 1 TO lct-execucoes
074180     REWRITE DADOS-LOTECTL
074190 ELSE
074200     MOVE 1 TO lct-execucoes
074210     WRITE DADOS-LOTECTL
074220 END-IF.
074230
074240*    Recusa nao apaga registro ja concluido: so anota a tentativa
074250*    quando o job ainda nao concluiu na data.
074260 REGISTRAR-RECUSA-LOTE.
074270 DISPLAY "Job " ws-lote-job " RECUSADO: " ws-lote-mensagem.
074280 DISPLAY "Para reprocessar mesmo assim, rode com LOTE_FORCAR=S.".
074290 IF ws-lote-registro = "N" OR lct-situacao NOT = "C"
074300     ACCEPT ws-lote-hora FROM TIME
074310     MOVE "R" TO lct-situacao
074320     MOVE ws-lote-hhmmss TO lct-hora-inicio
074330     MOVE ws-lote-hhmmss TO lct-hora-fim
074340     MOVE ws-lote-mensagem TO lct-mensagem
074350     MOVE "N" TO lct-forcado
074360     IF ws-lote-registro = "S"
074370         REWRITE DADOS-LOTECTL
074380     ELSE
074390         MOVE ZEROES TO lct-qtd-lidos
074400         MOVE ZEROES TO lct-qtd-gravados
074410         MOVE ZEROES TO lct-qtd-rejeitados
074420         MOVE ZEROES TO lct-execucoes
074430         WRITE DADOS-LOTECTL
074440     END-IF
074450 END-IF.
074460
074470 FINALIZAR-CONTROLE-LOTE.
074480 IF ws-lote-controle-ok = "S"
074490     OPEN I-O F-LOTECTL
074500     IF ARQ-OK-LCT = "00"
074510         MOVE ws-data-sistema TO lct-data
074520         MOVE ws-lote-job TO lct-job
074530         READ F-LOTECTL
074540             INVALID KEY
074550                 CONTINUE
074560             NOT INVALID KEY
074570                 ACCEPT ws-lote-hora FROM TIME
074580                 MOVE ws-lote-hhmmss TO lct-hora-fim
074590                 MOVE ws-lote-situacao TO lct-situacao
074600                 MOVE ws-lote-qtd-lidos TO lct-qtd-lidos
074610                 MOVE ws-lote-qtd-gravados TO lct-qtd-gravados
074620                 MOVE ws-lote-qtd-rejeitados TO lct-qtd-rejeitados
074630                 IF ws-lote-situacao NOT = "C"
074640                     MOVE ws-lote-mensagem TO lct-mensagem
074650                 END-IF
074660                 REWRITE DADOS-LOTECTL
074670         END-READ
074680         CLOSE F-LOTECTL
074690     END-IF
074700 END-IF.
