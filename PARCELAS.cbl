000100******************************************************************
000200 IDENTIFICATION DIVISION.
000300******************************************************************
000400 PROGRAM-ID. PARCELAS.
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
002900     SELECT F-EMPREST ASSIGN TO disk
003000        ORGANIZATION IS INDEXED
003100        ACCESS IS DYNAMIC
003200        RECORD KEY IS emp-numero
003300        ALTERNATE RECORD KEY emp-cod-conta
003400           WITH DUPLICATES
003500           FILE STATUS ARQ-OK-EMP.
003600
003700     SELECT F-PARCELA ASSIGN TO disk
003800        ORGANIZATION IS INDEXED
003900        ACCESS IS DYNAMIC
004000        RECORD KEY IS par-chave
004100           FILE STATUS ARQ-OK-PAR.
004200
004300     SELECT F-CALENDARIO ASSIGN TO disk
004400        ORGANIZATION IS INDEXED
004500        ACCESS IS DYNAMIC
004600        RECORD KEY IS cal-data
004700           FILE STATUS ARQ-OK-CAL.
004800
004900     SELECT F-DIACTL ASSIGN TO disk
005000        ORGANIZATION IS LINE SEQUENTIAL
005100           FILE STATUS ARQ-OK-DIA.
005200
005300     SELECT F-BLOQJUD ASSIGN TO disk
005400        ORGANIZATION IS INDEXED
005500        ACCESS IS DYNAMIC
005600        RECORD KEY IS bjd-chave
005700        ALTERNATE RECORD KEY bjd-cod-conta
005800           WITH DUPLICATES
005900           FILE STATUS ARQ-OK-BJD.
006000
006100     SELECT F-LOTECTL ASSIGN TO disk
006200        ORGANIZATION IS INDEXED
006300        ACCESS IS DYNAMIC
006400        RECORD KEY IS lct-chave
006500           FILE STATUS ARQ-OK-LCT.
006600
006610     SELECT F-EVENTO ASSIGN TO disk
006611        ORGANIZATION IS LINE SEQUENTIAL
006612           FILE STATUS ARQ-OK-EVT.
006613
006700******************************************************************
006800 DATA DIVISION.
006900******************************************************************
007000 FILE SECTION.
007100     COPY CADASTRO.
007200     COPY MOVIMENTO.
007300     COPY EMPREST.
007400     COPY PARCELA.
007500     COPY CALENDAR.
007600     COPY DIACTL.
007700     COPY BLOQJUD.
007800     COPY LOTECTL.
007850     COPY EVENTOS.
007900
008000 WORKING-STORAGE SECTION.
008100 01 ARQ-OK             PIC X(02) VALUE ZEROES.
008200 01 ARQ-OK-MOV         PIC X(02) VALUE ZEROES.
008300 01 ARQ-OK-EMP         PIC X(02) VALUE ZEROES.
008400 01 ARQ-OK-PAR         PIC X(02) VALUE ZEROES.
008500 01 ARQ-OK-CAL         PIC X(02) VALUE ZEROES.
008600 01 ws-calendario-ok   PIC X VALUE "N".
008700 01 ARQ-OK-DIA         PIC X(02) VALUE ZEROES.
008800 01 ARQ-OK-BJD         PIC X(02) VALUE ZEROES.
008900 01 ws-fim-bloqjud     PIC X VALUE "N".
009000 01 ws-valor-bloqueado PIC S9(9)V99 VALUE ZEROES.
009100 01 ws-dia-aberto      PIC X VALUE "S".
009200 01 ws-fim-arquivo     PIC X VALUE "N".
009300 01 ws-fim-movimento   PIC X VALUE "N".
009400 01 ws-data-sistema    PIC 9(8) VALUE ZEROES.
009500 01 ws-calc-ano        PIC 9(4) VALUE ZEROES.
009600 01 ws-calc-mes        PIC 9(2) VALUE ZEROES.
009700 01 ws-dias-no-mes     PIC 9(2) VALUE ZEROES.
009800 01 ws-resto-bissexto  PIC 9(4) VALUE ZEROES.
009900 01 ws-data-teste      PIC 9(8) VALUE ZEROES.
010000 01 WS-DATA-TESTE-PARTES REDEFINES ws-data-teste.
010100     02 ws-teste-ano   PIC 9(4).
010200     02 ws-teste-mes   PIC 9(2).
010300     02 ws-teste-dia   PIC 9(2).
010400 01 ws-dia-util        PIC X VALUE "S".
010500 01 ws-zeller-ano      PIC 9(4) VALUE ZEROES.
010600 01 ws-zeller-mes      PIC 9(2) VALUE ZEROES.
010700 01 ws-zeller-j        PIC 9(2) VALUE ZEROES.
010800 01 ws-zeller-k        PIC 9(2) VALUE ZEROES.
010900 01 ws-zeller-w        PIC 9(4) VALUE ZEROES.
011000 01 ws-zeller-t1       PIC 9(4) VALUE ZEROES.
011100 01 ws-zeller-t2       PIC 9(2) VALUE ZEROES.
011200 01 ws-zeller-t3       PIC 9(2) VALUE ZEROES.
011300 01 ws-zeller-h        PIC 9(2) VALUE ZEROES.
011400 01 ws-qtd-ajustes     PIC 9(2) VALUE ZEROES.
011500 01 ws-parcela-devida  PIC X VALUE "N".
011600 01 ws-contrato-ok     PIC X VALUE "N".
011700 01 ws-data-venc-util  PIC 9(8) VALUE ZEROES.
011800 01 ws-dias-atraso     PIC 9(5) VALUE ZEROES.
011900 01 ws-valor-mora      PIC 9(9)V99 VALUE ZEROES.
012000 01 ws-valor-cobrado   PIC 9(9)V99 VALUE ZEROES.
012100 01 ws-limite-ok       PIC X VALUE "S".
012200 01 ws-saldo-simulado  PIC S9(9)V99 VALUE ZEROES.
012300 01 ws-saldo-calc      PIC S9(9)V99 VALUE ZEROES.
012400 01 ws-mov-cod-conta   PIC 9(5) VALUE ZEROES.
012500 01 ws-mov-tipo        PIC X(1) VALUE SPACES.
012600 01 ws-mov-valor       PIC S9(9)V99 VALUE ZEROES.
012700 01 ws-mov-contra-conta PIC 9(5) VALUE ZEROES.
012800 01 ws-valor-edit      PIC $---.---.---.--9,99.
012810 01 ARQ-OK-EVT         PIC X(02) VALUE ZEROES.
012811 01 ws-saldo-anterior  PIC S9(9)V99 VALUE ZEROES.
012812 01 ws-evt-hora        PIC 9(8) VALUE ZEROES.
012813 01 WS-EVT-HORA-PARTES REDEFINES ws-evt-hora.
012814     02 ws-evt-hhmmss     PIC 9(6).
012815     02 FILLER            PIC 9(2).
012900     COPY LOTEJOBS.
013000
013100*    Historico dos debitos: "PARC" para a parcela e "MORA" para os
013200*    juros de atraso, os dois com contrato/parcela.
013300 01 WS-HISTORICO-PARCELA.
013400     02 ws-hist-par-texto  PIC X(5) VALUE "PARC ".
013500     02 ws-hist-par-emp    PIC 9(6).
013600     02 FILLER             PIC X(1) VALUE "/".
013700     02 ws-hist-par-numero PIC 9(3).
013800     02 FILLER             PIC X(5) VALUE SPACES.
013900
014000 01 WS-RESUMO.
014100     02 ws-qtd-lidas       PIC 9(7) VALUE ZEROES.
014200     02 ws-qtd-devidas     PIC 9(7) VALUE ZEROES.
014300     02 ws-qtd-pagas       PIC 9(7) VALUE ZEROES.
014400     02 ws-qtd-vencidas    PIC 9(7) VALUE ZEROES.
014500     02 ws-qtd-liquidados  PIC 9(7) VALUE ZEROES.
014600     02 ws-total-debitado  PIC S9(11)V99 VALUE ZEROES.
014700     02 ws-total-mora      PIC S9(11)V99 VALUE ZEROES.
014800     02 ws-total-atraso    PIC S9(11)V99 VALUE ZEROES.
014900     02 ws-total-edit      PIC $--.---.---.---.--9,99.
015000
015100******************************************************************
015200* Debito automatico das parcelas de emprestimo: toda parcela em
015300* aberto cujo vencimento (rolado para dia util pelo calendario
015400* bancario) ja chegou e debitada da conta do contrato (tipo "M")
015500* com a mesma regra de limite da movimentacao. Sem saldo
015600* disponivel a parcela fica vencida (V) e volta a ser cobrada nas
015700* noites seguintes, somando a mora do contrato pelos dias em
015800* atraso. Roda apos o expediente, junto das ordens permanentes.
015900******************************************************************
016000 PROCEDURE DIVISION.
016100******************************************************************
016200 PRINCIPAL.
016300 ACCEPT ws-data-sistema FROM DATE YYYYMMDD.
016400 PERFORM LER-DIA-CONTABIL.
016500 IF ws-dia-aberto = "N"
016600     DISPLAY "Dia contabil " ws-data-sistema " esta FECHADO - "
016700             "parcelas nao debitadas. Rode a abertura do dia."
016800     STOP RUN
016900 END-IF.
017000 PERFORM ABRIR-CALENDARIO.
017100 MOVE ws-data-sistema TO ws-data-teste.
017200 PERFORM VERIFICAR-DIA-UTIL.
017300 IF ws-dia-util = "N"
017400     DISPLAY "Hoje (" ws-data-sistema ") nao e dia util - "
017500             "as parcelas ficam para o proximo dia util."
017600     PERFORM FECHAR-CALENDARIO
017700     STOP RUN
017800 END-IF.
017900 MOVE "PARCELAS" TO ws-lote-job.
018000 PERFORM INICIAR-CONTROLE-LOTE.
018100 IF ws-lote-liberado = "N"
018200     STOP RUN
018300 END-IF.
018400 PERFORM ABRIR-ARQUIVOS.
018500 PERFORM PROCESSAR-PARCELAS UNTIL ws-fim-arquivo = "S".
018600 PERFORM FECHAR-ARQUIVOS.
018700 PERFORM FECHAR-CALENDARIO.
018800 PERFORM EXIBIR-RESUMO.
018900 MOVE ws-qtd-devidas TO ws-lote-qtd-lidos.
019000 MOVE ws-qtd-pagas TO ws-lote-qtd-gravados.
019100 MOVE ws-qtd-vencidas TO ws-lote-qtd-rejeitados.
019200 PERFORM FINALIZAR-CONTROLE-LOTE.
019300 STOP RUN.
019400
019500******************************************************************
019600* Data contabil e situacao do dia (DIACTL): com o controle
019700* presente a data de postagem e a contabil, nao a da maquina, e
019800* dia fechado recusa a postagem. Sem o arquivo o job segue na
019900* data da maquina, como antes da implantacao.
020000******************************************************************
020100 LER-DIA-CONTABIL.
020200 MOVE "S" TO ws-dia-aberto.
020300 OPEN INPUT F-DIACTL.
020400 IF ARQ-OK-DIA = "00"
020500     READ F-DIACTL
020600         AT END CONTINUE
020700         NOT AT END
020800             MOVE dct-data TO ws-data-sistema
020900             IF dct-situacao NOT = "A"
021000                 MOVE "N" TO ws-dia-aberto
021100             END-IF
021200     END-READ
021300     CLOSE F-DIACTL
021400 END-IF.
021500
021600******************************************************************
021700* O calendario so guarda feriados; sem ele o job segue valendo a
021800* regra de fim de semana, calculada pelo proprio programa.
021900******************************************************************
022000 ABRIR-CALENDARIO.
022100 OPEN INPUT F-CALENDARIO.
022200 IF ARQ-OK-CAL = "00"
022300     MOVE "S" TO ws-calendario-ok
022400 ELSE
022500     MOVE "N" TO ws-calendario-ok
022600 END-IF.
022700
022800 FECHAR-CALENDARIO.
022900 IF ws-calendario-ok = "S"
023000     CLOSE F-CALENDARIO
023100 END-IF.
023200
023300*    Sem contrato cadastrado (F-EMPREST ainda nao existe) nao ha o
023400*    que debitar: o job conclui sem erro.
023500 ABRIR-ARQUIVOS.
023600 OPEN I-O F-EMPREST.
023700 IF ARQ-OK-EMP = "35"
023800     DISPLAY "Nenhum contrato de emprestimo cadastrado."
023900     MOVE "S" TO ws-fim-arquivo
024000 ELSE
024100     IF ARQ-OK-EMP NOT = "00"
024200         DISPLAY "Arquivo de contratos indisponivel! Erro: "
024300                 ARQ-OK-EMP
024400         MOVE "S" TO ws-fim-arquivo
024500         MOVE "F" TO ws-lote-situacao
024600         MOVE "ERRO NO ARQUIVO DE CONTRATOS" TO ws-lote-mensagem
024700     END-IF
024800 END-IF.
024900 OPEN I-O F-PARCELA.
025000 IF ARQ-OK-PAR NOT = "00" AND ws-fim-arquivo = "N"
025100     DISPLAY "Arquivo de parcelas indisponivel! Erro: " ARQ-OK-PAR
025200     MOVE "S" TO ws-fim-arquivo
025300     MOVE "F" TO ws-lote-situacao
025400     MOVE "ERRO NO ARQUIVO DE PARCELAS" TO ws-lote-mensagem
025500 END-IF.
025600 OPEN I-O F-CADASTRO.
025700 IF ARQ-OK NOT = "00"
025800     DISPLAY "Erro ao abrir o cadastro: " ARQ-OK
025900     MOVE "S" TO ws-fim-arquivo
025910     MOVE "F" TO ws-lote-situacao
025920     MOVE "CADASTRO INDISPONIVEL" TO ws-lote-mensagem
026000 END-IF.
026100 OPEN I-O F-MOVIMENTO.
026200 IF ARQ-OK-MOV = "35" THEN
026300     CLOSE F-MOVIMENTO
026400     OPEN OUTPUT F-MOVIMENTO
026500     CLOSE F-MOVIMENTO
026600     OPEN I-O F-MOVIMENTO
026700 END-IF.
026800 IF ARQ-OK-MOV NOT = "00"
026900     DISPLAY "Erro ao abrir o razao: " ARQ-OK-MOV
027000     MOVE "S" TO ws-fim-arquivo
027010     MOVE "F" TO ws-lote-situacao
027020     MOVE "RAZAO INDISPONIVEL" TO ws-lote-mensagem
027100 END-IF.
027200
027300 FECHAR-ARQUIVOS.
027400 CLOSE F-CADASTRO.
027500 CLOSE F-MOVIMENTO.
027600 CLOSE F-EMPREST.
027700 CLOSE F-PARCELA.
027800
027900******************************************************************
028000* Dias no mes de ws-calc-ano/ws-calc-mes, em ws-dias-no-mes.
028100******************************************************************
028200 CALCULAR-DIAS-NO-MES.
028300 EVALUATE ws-calc-mes
028400     WHEN 01 MOVE 31 TO ws-dias-no-mes
028500     WHEN 02 PERFORM CALCULAR-FEVEREIRO
028600     WHEN 03 MOVE 31 TO ws-dias-no-mes
028700     WHEN 04 MOVE 30 TO ws-dias-no-mes
028800     WHEN 05 MOVE 31 TO ws-dias-no-mes
028900     WHEN 06 MOVE 30 TO ws-dias-no-mes
029000     WHEN 07 MOVE 31 TO ws-dias-no-mes
029100     WHEN 08 MOVE 31 TO ws-dias-no-mes
029200     WHEN 09 MOVE 30 TO ws-dias-no-mes
029300     WHEN 10 MOVE 31 TO ws-dias-no-mes
029400     WHEN 11 MOVE 30 TO ws-dias-no-mes
029500     WHEN 12 MOVE 31 TO ws-dias-no-mes
029600 END-EVALUATE.
029700
029800 CALCULAR-FEVEREIRO.
029900 MOVE 28 TO ws-dias-no-mes.
030000 COMPUTE ws-resto-bissexto = FUNCTION MOD(ws-calc-ano, 4).
030100 IF ws-resto-bissexto = ZEROES
030200     COMPUTE ws-resto-bissexto = FUNCTION MOD(ws-calc-ano, 100)
030300     IF ws-resto-bissexto NOT = ZEROES
030400         MOVE 29 TO ws-dias-no-mes
030500     ELSE
030600         COMPUTE ws-resto-bissexto =
030700             FUNCTION MOD(ws-calc-ano, 400)
030800         IF ws-resto-bissexto = ZEROES
030900             MOVE 29 TO ws-dias-no-mes
031000         END-IF
031100     END-IF
031200 END-IF.
031300
031400******************************************************************
031500* Dia util = nem sabado, nem domingo (congruencia de Zeller:
031600* h = 0 sabado, 1 domingo), nem data registrada no calendario
031700* bancario de feriados. Examina a data em ws-data-teste.
031800******************************************************************
031900 VERIFICAR-DIA-UTIL.
032000 MOVE "S" TO ws-dia-util.
032100 MOVE ws-teste-ano TO ws-zeller-ano.
032200 MOVE ws-teste-mes TO ws-zeller-mes.
032300 IF ws-zeller-mes < 3
032400     ADD 12 TO ws-zeller-mes
032500     SUBTRACT 1 FROM ws-zeller-ano
032600 END-IF.
032700 DIVIDE ws-zeller-ano BY 100
032800     GIVING ws-zeller-j REMAINDER ws-zeller-k.
032900 COMPUTE ws-zeller-w = 13 * (ws-zeller-mes + 1).
033000 DIVIDE ws-zeller-w BY 5 GIVING ws-zeller-t1.
033100 DIVIDE ws-zeller-k BY 4 GIVING ws-zeller-t2.
033200 DIVIDE ws-zeller-j BY 4 GIVING ws-zeller-t3.
033300 COMPUTE ws-zeller-h = FUNCTION MOD(ws-teste-dia + ws-zeller-t1
033400     + ws-zeller-k + ws-zeller-t2 + ws-zeller-t3
033500     + (5 * ws-zeller-j), 7).
033600 IF ws-zeller-h = 0 OR ws-zeller-h = 1
033700     MOVE "N" TO ws-dia-util
033800 END-IF.
033900 IF ws-dia-util = "S" AND ws-calendario-ok = "S"
034000     MOVE ws-data-teste TO cal-data
034100     READ F-CALENDARIO
034200         INVALID KEY
034300             CONTINUE
034400         NOT INVALID KEY
034500             MOVE "N" TO ws-dia-util
034600     END-READ
034700 END-IF.
034800
034900******************************************************************
035000* Avanca ws-data-teste em um dia, virando mes e ano.
035100******************************************************************
035200 SOMAR-UM-DIA.
035300 MOVE ws-teste-ano TO ws-calc-ano.
035400 MOVE ws-teste-mes TO ws-calc-mes.
035500 PERFORM CALCULAR-DIAS-NO-MES.
035600 IF ws-teste-dia < ws-dias-no-mes
035700     ADD 1 TO ws-teste-dia
035800 ELSE
035900     MOVE 1 TO ws-teste-dia
036000     IF ws-teste-mes < 12
036100         ADD 1 TO ws-teste-mes
036200     ELSE
036300         MOVE 1 TO ws-teste-mes
036400         ADD 1 TO ws-teste-ano
036500     END-IF
036600 END-IF.
036700
036800******************************************************************
036900* Rola ws-data-teste para frente ate cair em dia util. O limite
037000* de voltas e so um guarda contra calendario mal cadastrado.
037100******************************************************************
037200 AJUSTAR-DIA-UTIL.
037300 MOVE ZEROES TO ws-qtd-ajustes.
037400 PERFORM VERIFICAR-DIA-UTIL.
037500 PERFORM UNTIL ws-dia-util = "S" OR ws-qtd-ajustes > 45
037600     PERFORM SOMAR-UM-DIA
037700     ADD 1 TO ws-qtd-ajustes
037800     PERFORM VERIFICAR-DIA-UTIL
037900 END-PERFORM.
038000
038100 PROCESSAR-PARCELAS.
038200 READ F-PARCELA NEXT RECORD
038300     AT END
038400         MOVE "S" TO ws-fim-arquivo
038500     NOT AT END
038600         ADD 1 TO ws-qtd-lidas
038700         IF par-situacao = "A" OR par-situacao = "V"
038800             PERFORM VERIFICAR-PARCELA-DEVIDA
038900             IF ws-parcela-devida = "S"
039000                 PERFORM COBRAR-PARCELA
039100             END-IF
039200         END-IF
039300 END-READ.
039400
039500******************************************************************
039600* Parcela em aberto esta devida quando o vencimento contratual,
039700* rolado para o proximo dia util, ja chegou (inclusive vencimento
039800* de noite em que o job nao rodou). Parcela vencida e cobrada de
039900* novo toda noite a partir do vencimento rolado que ela guarda.
040000******************************************************************
040100 VERIFICAR-PARCELA-DEVIDA.
040200 MOVE "N" TO ws-parcela-devida.
040300 IF par-situacao = "V"
040400     MOVE par-data-vencida TO ws-data-venc-util
040500     MOVE "S" TO ws-parcela-devida
040600 ELSE
040700     MOVE par-vencimento TO ws-data-teste
040800     PERFORM AJUSTAR-DIA-UTIL
040900     IF ws-data-teste NOT > ws-data-sistema
041000         MOVE ws-data-teste TO ws-data-venc-util
041100         MOVE "S" TO ws-parcela-devida
041200     END-IF
041300 END-IF.
041400
041500 COBRAR-PARCELA.
041600 ADD 1 TO ws-qtd-devidas.
041700 PERFORM LER-CONTRATO.
041800 IF ws-contrato-ok = "S"
041900     PERFORM CALCULAR-ATRASO
042000     COMPUTE ws-valor-cobrado = par-valor + ws-valor-mora
042100     MOVE emp-cod-conta TO cod-conta
042200     READ F-CADASTRO
042300         INVALID KEY
042400             DISPLAY "PARCELA " par-numero-emp "/" par-numero
042500                     " VENCIDA: conta inexistente " emp-cod-conta
042600             PERFORM MARCAR-VENCIDA
042700         NOT INVALID KEY
042800             IF status-conta NOT = "A"
042900                 DISPLAY "PARCELA " par-numero-emp "/" par-numero
043000                         " VENCIDA: conta nao ativa "
043100                         emp-cod-conta
043200                 PERFORM MARCAR-VENCIDA
043300             ELSE
043400                 PERFORM VERIFICAR-LIMITE-PARCELA
043500             END-IF
043600     END-READ
043700 END-IF.
043800
043900 LER-CONTRATO.
044000 MOVE "N" TO ws-contrato-ok.
044100 MOVE par-numero-emp TO emp-numero.
044200 READ F-EMPREST
044300     INVALID KEY
044400         DISPLAY "PARCELA " par-numero-emp "/" par-numero
044500                 " PULADA: contrato inexistente"
044600         ADD 1 TO ws-qtd-vencidas
044700     NOT INVALID KEY
044800         IF emp-situacao = "A"
044900             MOVE "S" TO ws-contrato-ok
045000         ELSE
045100             DISPLAY "PARCELA " par-numero-emp "/" par-numero
045200                     " PULADA: contrato nao ativo"
045300             ADD 1 TO ws-qtd-vencidas
045400         END-IF
045500 END-READ.
045600
045700******************************************************************
045800* Dias em atraso contados do vencimento ja rolado para dia util
045900* ate a data contabil; a mora do contrato corre pro rata dia (mes
046000* de 30 dias) sobre o valor da parcela e e recalculada toda noite,
046100* nunca acumulada, entao um reprocessamento nao cobra duas vezes.
046200* Parcela devida hoje pela primeira vez ainda nao tem atraso.
046300******************************************************************
046400 CALCULAR-ATRASO.
046500 MOVE ZEROES TO ws-dias-atraso.
046600 MOVE ZEROES TO ws-valor-mora.
046700 IF par-situacao = "V"
046800     MOVE ws-data-venc-util TO ws-data-teste
046900     PERFORM UNTIL ws-data-teste NOT < ws-data-sistema
047000             OR ws-dias-atraso > 99998
047100         PERFORM SOMAR-UM-DIA
047200         ADD 1 TO ws-dias-atraso
047300     END-PERFORM
047400     COMPUTE ws-valor-mora ROUNDED =
047500         par-valor * emp-taxa-mora / 100 * ws-dias-atraso / 30
047600 END-IF.
047700
047800 VERIFICAR-LIMITE-PARCELA.
047900 COMPUTE ws-mov-valor = ws-valor-cobrado * -1.
048000 PERFORM VALIDAR-LIMITE.
048100 IF ws-limite-ok = "S"
048200     PERFORM DEBITAR-PARCELA
048300 ELSE
048400     DISPLAY "PARCELA " par-numero-emp "/" par-numero
048500             " VENCIDA: saldo insuficiente na conta "
048600             emp-cod-conta
048700     PERFORM MARCAR-VENCIDA
048800 END-IF.
048900
049000 VALIDAR-LIMITE.
049100 PERFORM SOMAR-BLOQUEIO-JUDICIAL.
049200 MOVE saldo TO ws-saldo-calc.
049300 COMPUTE ws-saldo-simulado = ws-saldo-calc - ws-valor-bloqueado
049400     + ws-mov-valor.
049500 IF ws-saldo-simulado < (limite-credito * -1) THEN
049600     MOVE "N" TO ws-limite-ok
049700 ELSE
049800     MOVE "S" TO ws-limite-ok
049900 END-IF.
050000
050100******************************************************************
050200* Debito da parcela e, havendo atraso, da mora em lancamento
050300* separado; a parcela fica paga e o contrato sem parcela em
050400* aberto passa a liquidado.
050500******************************************************************
050600 DEBITAR-PARCELA.
050700 MOVE "M" TO ws-mov-tipo.
050800 MOVE ZEROES TO ws-mov-contra-conta.
050900 MOVE par-numero-emp TO ws-hist-par-emp.
051000 MOVE par-numero TO ws-hist-par-numero.
051100 MOVE "PARC " TO ws-hist-par-texto.
051200 COMPUTE ws-mov-valor = par-valor * -1.
051300 PERFORM GRAVAR-MOVIMENTO.
051400 IF ws-valor-mora > ZEROES
051500     MOVE "MORA " TO ws-hist-par-texto
051600     COMPUTE ws-mov-valor = ws-valor-mora * -1
051700     PERFORM GRAVAR-MOVIMENTO
051800 END-IF.
051900 PERFORM RECALCULAR-SALDO.
052000 MOVE "P" TO par-situacao.
052100 MOVE ws-data-sistema TO par-data-pagamento.
052200 MOVE ws-dias-atraso TO par-dias-atraso.
052300 MOVE ws-valor-mora TO par-valor-mora.
052400 REWRITE DADOS-PARCELA
052500     INVALID KEY
052600         DISPLAY "Erro ao atualizar a parcela " par-numero-emp
052700                 "/" par-numero
052800 END-REWRITE.
052900 ADD 1 TO ws-qtd-pagas.
053000 ADD ws-valor-cobrado TO ws-total-debitado.
053100 ADD ws-valor-mora TO ws-total-mora.
053200 ADD 1 TO emp-qtd-pagas.
053300 IF emp-qtd-pagas NOT < emp-prazo
053400     MOVE "L" TO emp-situacao
053500     MOVE ws-data-sistema TO emp-data-liquidacao
053600     ADD 1 TO ws-qtd-liquidados
053700     DISPLAY "CONTRATO " emp-numero " LIQUIDADO"
053800 END-IF.
053900 REWRITE DADOS-EMPREST
054000     INVALID KEY
054100         DISPLAY "Erro ao atualizar o contrato " emp-numero
054200 END-REWRITE.
054300
054400 MARCAR-VENCIDA.
054500 IF par-situacao = "A"
054600     MOVE "V" TO par-situacao
054700     MOVE ws-data-venc-util TO par-data-vencida
054800 END-IF.
054900 MOVE ws-dias-atraso TO par-dias-atraso.
055000 MOVE ws-valor-mora TO par-valor-mora.
055100 REWRITE DADOS-PARCELA
055200     INVALID KEY
055300         DISPLAY "Erro ao atualizar a parcela " par-numero-emp
055400                 "/" par-numero
055500 END-REWRITE.
055600 ADD 1 TO ws-qtd-vencidas.
055700 ADD ws-valor-cobrado TO ws-total-atraso.
055800
055900 GRAVAR-MOVIMENTO.
056000 ADD 1 TO ultima-sequencia.
056100 MOVE cod-conta          TO mov-cod-conta.
056200 MOVE ultima-sequencia   TO mov-sequencia.
056300 MOVE ws-data-sistema    TO mov-data.
056400 MOVE ws-mov-tipo        TO mov-tipo.
056500 MOVE ws-mov-valor       TO mov-valor.
056600 MOVE ws-mov-contra-conta TO mov-contra-conta.
056700 MOVE WS-HISTORICO-PARCELA TO mov-historico.
056800 WRITE DADOS-MOVIMENTO
056900     INVALID KEY
057000         DISPLAY "Erro ao gravar movimento da parcela "
057100                 par-numero-emp "/" par-numero
057200 END-WRITE.
057300
057400 RECALCULAR-SALDO.
057500 MOVE ZEROES TO ws-saldo-calc.
057600 MOVE cod-conta TO ws-mov-cod-conta.
057700 MOVE cod-conta TO mov-cod-conta.
057800 MOVE ZEROES   TO mov-sequencia.
057900 START F-MOVIMENTO KEY IS NOT LESS THAN mov-chave
058000     INVALID KEY
058100         CONTINUE
058200     NOT INVALID KEY
058300         PERFORM SOMAR-MOVIMENTOS
058400 END-START.
058450 MOVE saldo TO ws-saldo-anterior.
058500 MOVE ws-saldo-calc TO saldo.
058600 REWRITE DADOS-CADASTRO
058700     INVALID KEY
058800         DISPLAY "Erro ao atualizar saldo!"
058900 END-REWRITE.
058910 IF ws-saldo-anterior NOT < ZEROES AND ws-saldo-calc < ZEROES
058920     PERFORM AVISAR-SALDO-NEGATIVO
058930 END-IF.
059000
059100 SOMAR-MOVIMENTOS.
059200 MOVE "N" TO ws-fim-movimento.
059300 PERFORM UNTIL ws-fim-movimento = "S"
059400     READ F-MOVIMENTO NEXT RECORD
059500         AT END
059600             MOVE "S" TO ws-fim-movimento
059700         NOT AT END
059800             IF mov-cod-conta = ws-mov-cod-conta THEN
059900                 ADD mov-valor TO ws-saldo-calc
060000             ELSE
060100                 MOVE "S" TO ws-fim-movimento
060200             END-IF
060300     END-READ
060400 END-PERFORM.
060410
060411******************************************************************
060412* Aviso ao cliente: conta que entrou no limite com o debito da
060413* parcela vai para a fila F-EVENTO (sempre EXTEND) do job
060414* NOTIFICA.
060415******************************************************************
060416 AVISAR-SALDO-NEGATIVO.
060417 MOVE "NG" TO evt-tipo.
060418 MOVE cod-conta TO evt-cod-conta.
060419 COMPUTE evt-valor = ws-saldo-calc * -1.
060420 MOVE SPACES TO evt-complemento.
060421 PERFORM GRAVAR-EVENTO.
060422
060423 GRAVAR-EVENTO.
060424 OPEN EXTEND F-EVENTO.
060425 IF ARQ-OK-EVT = "35" THEN
060426     OPEN OUTPUT F-EVENTO
060427 END-IF.
060428 IF ARQ-OK-EVT NOT = "00"
060429     DISPLAY "Erro na fila de avisos: " ARQ-OK-EVT
060430 ELSE
060431     MOVE ws-data-sistema TO evt-data
060432     ACCEPT ws-evt-hora FROM TIME
060433     MOVE ws-evt-hhmmss TO evt-hora
060434     MOVE "PARCELAS" TO evt-origem
060435     WRITE DADOS-EVENTO
060436     CLOSE F-EVENTO
060437 END-IF.
060500
060600 EXIBIR-RESUMO.
060700 DISPLAY "======================================================".
060800 DISPLAY "DEBITO DE PARCELAS DE EMPRESTIMO - " ws-data-sistema.
060900 DISPLAY "Parcelas lidas:       " ws-qtd-lidas.
061000 DISPLAY "Parcelas devidas:     " ws-qtd-devidas.
061100 DISPLAY "Parcelas debitadas:   " ws-qtd-pagas.
061200 DISPLAY "Parcelas em atraso:   " ws-qtd-vencidas.
061300 DISPLAY "Contratos liquidados: " ws-qtd-liquidados.
061400 MOVE ws-total-debitado TO ws-total-edit.
061500 DISPLAY "Total debitado:       " ws-total-edit.
061600 MOVE ws-total-mora TO ws-total-edit.
061700 DISPLAY "  dos quais mora:     " ws-total-edit.
061800 MOVE ws-total-atraso TO ws-total-edit.
061900 DISPLAY "Total em atraso:      " ws-total-edit.
062000 DISPLAY "======================================================".
062100
062200******************************************************************
062300* Bloqueio judicial (SISBAJUD): soma o valor ainda bloqueado na
062400* conta do registro de cadastro (cod-conta) pelas ordens ativas
062500* de F-BLOQJUD. Sem o arquivo nao ha bloqueio. O debito so passa
062600* se couber no saldo menos o bloqueado; o limite de credito
062700* continua valendo por cima dele.
062800******************************************************************
062900 SOMAR-BLOQUEIO-JUDICIAL.
063000 MOVE ZEROES TO ws-valor-bloqueado.
063100 OPEN INPUT F-BLOQJUD.
063200 IF ARQ-OK-BJD = "00"
063300     MOVE cod-conta TO bjd-cod-conta
063400     MOVE "N" TO ws-fim-bloqjud
063500     START F-BLOQJUD KEY IS = bjd-cod-conta
063600         INVALID KEY
063700             MOVE "S" TO ws-fim-bloqjud
063800     END-START
063900     PERFORM UNTIL ws-fim-bloqjud = "S"
064000         READ F-BLOQJUD NEXT RECORD
064100             AT END
064200                 MOVE "S" TO ws-fim-bloqjud
064300             NOT AT END
064400                 IF bjd-cod-conta NOT = cod-conta
064500                     MOVE "S" TO ws-fim-bloqjud
064600                 ELSE
064700                     IF bjd-situacao = "A"
064800                         ADD bjd-valor-bloqueado
064900                             TO ws-valor-bloqueado
065000                     END-IF
065100                 END-IF
065200         END-READ
065300     END-PERFORM
065400     CLOSE F-BLOQJUD
065500 END-IF.
065600
065700******************************************************************
065800* Controle da cadeia noturna (LOTECTL/LOTEJOBS): o job so roda
065900* com todos os predecessores concluidos na data contabil e se
066000* ainda nao concluiu nela; LOTE_FORCAR=S passa por cima das duas
066100* recusas e fica registrado. Sem o arquivo de controle o job
066200* segue, como antes da implantacao.
066300******************************************************************
066400 INICIAR-CONTROLE-LOTE.
066500 MOVE "S" TO ws-lote-liberado.
066600 MOVE "N" TO ws-lote-forcado.
066700 MOVE SPACES TO ws-lote-mensagem.
066800 ACCEPT ws-lote-forcar FROM ENVIRONMENT "LOTE_FORCAR".
066900 PERFORM ABRIR-CONTROLE-LOTE.
067000 IF ws-lote-controle-ok = "S"
067100     PERFORM VERIFICAR-PREDECESSORES
067200     MOVE ws-data-sistema TO lct-data
067300     MOVE ws-lote-job TO lct-job
067400     READ F-LOTECTL
067500         INVALID KEY
067600             MOVE "N" TO ws-lote-registro
067700         NOT INVALID KEY
067800             MOVE "S" TO ws-lote-registro
067900             IF lct-situacao = "C" AND ws-lote-liberado = "S"
068000                 MOVE "N" TO ws-lote-liberado
068100                 MOVE "JA CONCLUIDO NESTA DATA"
068200                     TO ws-lote-mensagem
068300             END-IF
068400     END-READ
068500     IF ws-lote-liberado = "N" AND ws-lote-forcar = "S"
068600         MOVE "S" TO ws-lote-liberado
068700         MOVE "S" TO ws-lote-forcado
068800         DISPLAY "Execucao FORCADA: " ws-lote-mensagem
068900     END-IF
069000     IF ws-lote-liberado = "S"
069100         PERFORM REGISTRAR-INICIO-LOTE
069200     ELSE
069300         PERFORM REGISTRAR-RECUSA-LOTE
069400     END-IF
069500     CLOSE F-LOTECTL
069600 END-IF.
069700
069800 ABRIR-CONTROLE-LOTE.
069900 OPEN I-O F-LOTECTL.
070000 IF ARQ-OK-LCT = "35" THEN
070100     CLOSE F-LOTECTL
070200     OPEN OUTPUT F-LOTECTL
070300     CLOSE F-LOTECTL
070400     OPEN I-O F-LOTECTL
070500 END-IF.
070600 IF ARQ-OK-LCT = "00"
070700     MOVE "S" TO ws-lote-controle-ok
070800 ELSE
070900     MOVE "N" TO ws-lote-controle-ok
071000     DISPLAY "Controle de lotes indisponivel! Erro: " ARQ-OK-LCT
071100 END-IF.
071200
071300 VERIFICAR-PREDECESSORES.
071400 MOVE ZEROES TO ws-lj-proprio.
071500 PERFORM VARYING ws-lj-idx FROM 1 BY 1 UNTIL ws-lj-idx > ws-lj-qtd
071600     IF ws-lj-job (ws-lj-idx) = ws-lote-job
071700         MOVE ws-lj-idx TO ws-lj-proprio
071800     END-IF
071900 END-PERFORM.
072000 IF ws-lj-proprio NOT = ZEROES
072100     PERFORM VARYING ws-lj-pred FROM 1 BY 1 UNTIL ws-lj-pred > 3
072200         IF ws-lj-predecessor (ws-lj-proprio, ws-lj-pred)
072300                 NOT = SPACES
072400             MOVE ws-data-sistema TO lct-data
072500             MOVE ws-lj-predecessor (ws-lj-proprio, ws-lj-pred)
072600                 TO lct-job
072700             READ F-LOTECTL
072800                 INVALID KEY
072900                     MOVE SPACES TO lct-situacao
073000             END-READ
073100             IF lct-situacao NOT = "C"
073200                 MOVE "N" TO ws-lote-liberado
073300                 MOVE lct-job TO ws-lmp-job
073400                 MOVE WS-LOTE-MSG-PRED TO ws-lote-mensagem
073500                 DISPLAY "Predecessor " lct-job
073600                         " nao concluido em " ws-data-sistema
073700             END-IF
073800         END-IF
073900     END-PERFORM
074000 END-IF.
074100
074200 REGISTRAR-INICIO-LOTE.
074300 ACCEPT ws-lote-hora FROM TIME.
074400 MOVE "E" TO lct-situacao.
074500 MOVE ws-lote-hhmmss TO lct-hora-inicio.
074600 MOVE ZEROES TO lct-hora-fim.
074700 MOVE ZEROES TO lct-qtd-lidos.
074800 MOVE ZEROES TO lct-qtd-gravados.
074900 MOVE ZEROES TO lct-qtd-rejeitados.
075000 MOVE ws-lote-forcado TO lct-forcado.
075100 MOVE ws-lote-mensagem TO lct-mensagem.
075200 IF ws-lote-registro = "S"
075300     ADD 1 TO lct-execucoes
075400     REWRITE DADOS-LOTECTL
075500 ELSE
075600     MOVE 1 TO lct-execucoes
075700     WRITE DADOS-LOTECTL
075800 END-IF.
075900
076000*    Recusa nao apaga registro ja concluido: so anota a tentativa
076100*    quando o job ainda nao concluiu na data.
076200 REGISTRAR-RECUSA-LOTE.
076300 DISPLAY "Job " ws-lote-job " RECUSADO: " ws-lote-mensagem.
076400 DISPLAY "Para reprocessar mesmo assim, rode com LOTE_FORCAR=S.".
076500 IF ws-lote-registro = "N" OR lct-situacao NOT = "C"
076600     ACCEPT ws-lote-hora FROM TIME
076700     MOVE "R" TO lct-situacao
076800     MOVE ws-lote-hhmmss TO lct-hora-inicio
076900     MOVE ws-lote-hhmmss TO lct-hora-fim
077000     MOVE ws-lote-mensagem TO lct-mensagem
077100     MOVE "N" TO lct-forcado
077200     IF ws-lote-registro = "S"
077300         REWRITE DADOS-LOTECTL
077400     ELSE
077500         MOVE ZEROES TO lct-qtd-lidos
077600         MOVE ZEROES TO lct-qtd-gravados
077700         MOVE ZEROES TO lct-qtd-rejeitados
077800         MOVE ZEROES TO lct-execucoes
077900         WRITE DADOS-LOTECTL
078000     END-IF
078100 END-IF.
078200
078300 FINALIZAR-CONTROLE-LOTE.
078400 IF ws-lote-controle-ok = "S"
078500     OPEN I-O F-LOTECTL
078600     IF ARQ-OK-LCT = "00"
078700         MOVE ws-data-sistema TO lct-data
078800         MOVE ws-lote-job TO lct-job
078900         READ F-LOTECTL
079000             INVALID KEY
079100                 CONTINUE
079200             NOT INVALID KEY
079300                 ACCEPT ws-lote-hora FROM TIME
079400                 MOVE ws-lote-hhmmss TO lct-hora-fim
079500                 MOVE ws-lote-situacao TO lct-situacao
079600                 MOVE ws-lote-qtd-lidos TO lct-qtd-lidos
079700                 MOVE ws-lote-qtd-gravados TO lct-qtd-gravados
079800                 MOVE ws-lote-qtd-rejeitados TO lct-qtd-rejeitados
079900                 IF ws-lote-situacao NOT = "C"
080000                     MOVE ws-lote-mensagem TO lct-mensagem
080100                 END-IF
080200                 REWRITE DADOS-LOTECTL
080300         END-READ
080400         CLOSE F-LOTECTL
080500     END-IF
080600 END-IF.
