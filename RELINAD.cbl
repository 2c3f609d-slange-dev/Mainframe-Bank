000100******************************************************************
000200 IDENTIFICATION DIVISION.
000300******************************************************************
000400 PROGRAM-ID. RELINAD.
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
002300     SELECT F-EMPREST ASSIGN TO disk
002400        ORGANIZATION IS INDEXED
002500        ACCESS IS DYNAMIC
002600        RECORD KEY IS emp-numero
002700        ALTERNATE RECORD KEY emp-cod-conta
002800           WITH DUPLICATES
002900           FILE STATUS ARQ-OK-EMP.
003000
003100     SELECT F-PARCELA ASSIGN TO disk
003200        ORGANIZATION IS INDEXED
003300        ACCESS IS DYNAMIC
003400        RECORD KEY IS par-chave
003500           FILE STATUS ARQ-OK-PAR.
003600
003700     SELECT F-DIACTL ASSIGN TO disk
003800        ORGANIZATION IS LINE SEQUENTIAL
003900           FILE STATUS ARQ-OK-DIA.
004000
004100     SELECT SORT-VENCIDAS ASSIGN TO "SORTWK1".
004200
004300******************************************************************
004400 DATA DIVISION.
004500******************************************************************
004600 FILE SECTION.
004700     COPY CADASTRO.
004800     COPY EMPREST.
004900     COPY PARCELA.
005000     COPY DIACTL.
005100
005200 SD SORT-VENCIDAS.
005300 01 SORT-REC.
005400     02 srt-cod-agencia  PIC 9(5).
005500     02 srt-cod-conta    PIC 9(5).
005600     02 srt-numero-emp   PIC 9(6).
005700     02 srt-numero-par   PIC 9(3).
005800     02 srt-nome         PIC A(30).
005900     02 srt-vencimento   PIC 9(8).
006000     02 srt-dias         PIC 9(5).
006100     02 srt-valor        PIC 9(9)V99.
006200     02 srt-mora         PIC 9(9)V99.
006300
006400 WORKING-STORAGE SECTION.
006500 01 ARQ-OK             PIC X(02) VALUE ZEROES.
006600 01 ARQ-OK-EMP         PIC X(02) VALUE ZEROES.
006700 01 ARQ-OK-PAR         PIC X(02) VALUE ZEROES.
006800 01 ARQ-OK-DIA         PIC X(02) VALUE ZEROES.
006900 01 ws-cadastro-ok     PIC X VALUE "N".
007000 01 ws-contrato-ok     PIC X VALUE "N".
007100 01 ws-fim-arquivo     PIC X VALUE "N".
007200 01 ws-data-sistema    PIC 9(8) VALUE ZEROES.
007300 01 ws-agencia-anterior PIC 9(5) VALUE ZEROES.
007400 01 ws-primeira-leitura PIC X VALUE "S".
007500 01 ws-faixa           PIC 9(1) VALUE ZEROES.
007600 01 ws-valor-atraso    PIC 9(9)V99 VALUE ZEROES.
007700 01 ws-valor-edit      PIC $---.---.---.--9,99.
007800 01 ws-total-edit      PIC $--.---.---.---.--9,99.
007900
008000*    Faixas de dias em atraso (o PARCELAS conta do vencimento
008100*    rolado para dia util ate a ultima noite de debito).
008200 01 WS-FAIXAS-INIT.
008300     02 FILLER PIC X(14) VALUE "ATE 30 DIAS   ".
008400     02 FILLER PIC X(14) VALUE "31 A 60 DIAS  ".
008500     02 FILLER PIC X(14) VALUE "61 A 90 DIAS  ".
008600     02 FILLER PIC X(14) VALUE "ACIMA DE 90   ".
008700 01 WS-FAIXAS REDEFINES WS-FAIXAS-INIT.
008800     02 ws-faixa-nome  PIC X(14) OCCURS 4 TIMES.
008900
009000 01 WS-TOTAIS-AGENCIA.
009100     02 WS-TOT-AGE OCCURS 4 TIMES.
009200         03 ws-age-qtd   PIC 9(7).
009300         03 ws-age-valor PIC 9(11)V99.
009400 01 WS-TOTAIS-GERAL.
009500     02 WS-TOT-GER OCCURS 4 TIMES.
009600         03 ws-ger-qtd   PIC 9(7).
009700         03 ws-ger-valor PIC 9(11)V99.
009800
009900 01 WS-RESUMO.
010000     02 ws-qtd-parcelas    PIC 9(7) VALUE ZEROES.
010100     02 ws-qtd-vencidas    PIC 9(7) VALUE ZEROES.
010200     02 ws-qtd-agencias    PIC 9(5) VALUE ZEROES.
010300     02 ws-total-atraso    PIC 9(11)V99 VALUE ZEROES.
010400
010500******************************************************************
010600* Inadimplencia de emprestimos por agencia: toda parcela vencida
010700* e nao paga (situacao V do PARCELAS), com conta, contrato, dias
010800* em atraso, valor e mora, subtotais por agencia nas faixas de
010900* atraso (ate 30, 31-60, 61-90, acima de 90 dias) e totais gerais
011000* por faixa - o feed da cobranca de emprestimos.
011100******************************************************************
011200 PROCEDURE DIVISION.
011300******************************************************************
011400 PRINCIPAL.
011500 ACCEPT ws-data-sistema FROM DATE YYYYMMDD.
011600 PERFORM LER-DIA-CONTABIL.
011700 INITIALIZE WS-TOTAIS-GERAL.
011800 SORT SORT-VENCIDAS
011900     ON ASCENDING KEY srt-cod-agencia srt-cod-conta
012000                      srt-numero-emp srt-numero-par
012100     INPUT PROCEDURE IS CARREGAR-VENCIDAS
012200     OUTPUT PROCEDURE IS IMPRIMIR-RELATORIO.
012300 STOP RUN.
012400
012500******************************************************************
012600* Data contabil (DIACTL): o relatorio sai sob a data contabil,
012700* nao a da maquina. Sem o arquivo segue na data da maquina.
012800******************************************************************
012900 LER-DIA-CONTABIL.
013000 OPEN INPUT F-DIACTL.
013100 IF ARQ-OK-DIA = "00"
013200     READ F-DIACTL
013300         AT END CONTINUE
013400         NOT AT END
013500             MOVE dct-data TO ws-data-sistema
013600     END-READ
013700     CLOSE F-DIACTL
013800 END-IF.
013900
014000 CARREGAR-VENCIDAS.
014100 OPEN INPUT F-PARCELA.
014200 IF ARQ-OK-PAR NOT = "00"
014300     DISPLAY "Nenhuma parcela de emprestimo cadastrada."
014400     MOVE "S" TO ws-fim-arquivo
014500 ELSE
014600     OPEN INPUT F-EMPREST
014700     OPEN INPUT F-CADASTRO
014800     IF ARQ-OK = "00"
014900         MOVE "S" TO ws-cadastro-ok
015000     ELSE
015100         DISPLAY "Erro ao abrir o cadastro: " ARQ-OK
015200     END-IF
015300     MOVE ZEROES TO emp-numero
015400     PERFORM EXAMINAR-PARCELAS UNTIL ws-fim-arquivo = "S"
015500     CLOSE F-PARCELA
015600     CLOSE F-EMPREST
015700     CLOSE F-CADASTRO
015800 END-IF.
015900
016000 EXAMINAR-PARCELAS.
016100 READ F-PARCELA NEXT RECORD
016200     AT END
016300         MOVE "S" TO ws-fim-arquivo
016400     NOT AT END
016500         ADD 1 TO ws-qtd-parcelas
016600         IF par-situacao = "V"
016700             PERFORM LIBERAR-VENCIDA
016800         END-IF
016900 END-READ.
017000
017100*    Conta do contrato e agencia/nome do cadastro; contrato ou
017200*    conta que sumiu sai na agencia 00000 para nao esconder a
017300*    divida.
017400 LIBERAR-VENCIDA.
017500 IF par-numero-emp NOT = emp-numero
017600     MOVE par-numero-emp TO emp-numero
017700     MOVE "S" TO ws-contrato-ok
017800     READ F-EMPREST
017900         INVALID KEY
018000             MOVE "N" TO ws-contrato-ok
018100     END-READ
018200 END-IF.
018300 MOVE ZEROES TO srt-cod-agencia.
018400 MOVE ZEROES TO srt-cod-conta.
018500 MOVE "(SEM CADASTRO)" TO srt-nome.
018600 IF ws-contrato-ok = "S"
018700     MOVE emp-cod-conta TO srt-cod-conta
018800     IF ws-cadastro-ok = "S"
018900         MOVE emp-cod-conta TO cod-conta
019000         READ F-CADASTRO
019100             INVALID KEY
019200                 CONTINUE
019300             NOT INVALID KEY
019400                 MOVE cod-agencia TO srt-cod-agencia
019500                 MOVE nome        TO srt-nome
019600         END-READ
019700     END-IF
019800 END-IF.
019900 MOVE par-numero-emp   TO srt-numero-emp.
020000 MOVE par-numero       TO srt-numero-par.
020100 MOVE par-data-vencida TO srt-vencimento.
020200 MOVE par-dias-atraso  TO srt-dias.
020300 MOVE par-valor        TO srt-valor.
020400 MOVE par-valor-mora   TO srt-mora.
020500 RELEASE SORT-REC.
020600 ADD 1 TO ws-qtd-vencidas.
020700
020800 IMPRIMIR-RELATORIO.
020900 DISPLAY "======================================================".
021000 DISPLAY "INADIMPLENCIA DE EMPRESTIMOS - " ws-data-sistema.
021100 DISPLAY "Parcelas vencidas e nao pagas, por agencia".
021200 DISPLAY "======================================================".
021300 MOVE "S" TO ws-primeira-leitura.
021400 MOVE "N" TO ws-fim-arquivo.
021500 PERFORM UNTIL ws-fim-arquivo = "S"
021600     RETURN SORT-VENCIDAS
021700         AT END
021800             MOVE "S" TO ws-fim-arquivo
021900         NOT AT END
022000             PERFORM IMPRIMIR-DETALHE
022100     END-RETURN
022200 END-PERFORM.
022300 IF ws-primeira-leitura = "N"
022400     PERFORM IMPRIMIR-SUBTOTAL
022500 END-IF.
022600 PERFORM IMPRIMIR-TOTAL-GERAL.
022700
022800 IMPRIMIR-DETALHE.
022900 IF ws-primeira-leitura = "S"
023000     MOVE "N" TO ws-primeira-leitura
023100     MOVE srt-cod-agencia TO ws-agencia-anterior
023200     PERFORM IMPRIMIR-CABECALHO-AGENCIA
023300 ELSE
023400     IF srt-cod-agencia NOT = ws-agencia-anterior
023500         PERFORM IMPRIMIR-SUBTOTAL
023600         MOVE srt-cod-agencia TO ws-agencia-anterior
023700         PERFORM IMPRIMIR-CABECALHO-AGENCIA
023800     END-IF
023900 END-IF.
024000 PERFORM CLASSIFICAR-FAIXA.
024100 COMPUTE ws-valor-atraso = srt-valor + srt-mora.
024200 MOVE ws-valor-atraso TO ws-valor-edit.
024300 DISPLAY "  " srt-cod-conta " " srt-nome
024400         " contrato " srt-numero-emp "/" srt-numero-par.
024500 DISPLAY "         venc " srt-vencimento " atraso " srt-dias
024600         " dias " ws-valor-edit " " ws-faixa-nome(ws-faixa).
024700 ADD 1 TO ws-age-qtd(ws-faixa).
024800 ADD ws-valor-atraso TO ws-age-valor(ws-faixa).
024900 ADD 1 TO ws-ger-qtd(ws-faixa).
025000 ADD ws-valor-atraso TO ws-ger-valor(ws-faixa).
025100 ADD ws-valor-atraso TO ws-total-atraso.
025200
025300 CLASSIFICAR-FAIXA.
025400 EVALUATE TRUE
025500     WHEN srt-dias NOT > 30
025600         MOVE 1 TO ws-faixa
025700     WHEN srt-dias NOT > 60
025800         MOVE 2 TO ws-faixa
025900     WHEN srt-dias NOT > 90
026000         MOVE 3 TO ws-faixa
026100     WHEN OTHER
026200         MOVE 4 TO ws-faixa
026300 END-EVALUATE.
026400
026500 IMPRIMIR-CABECALHO-AGENCIA.
026600 DISPLAY "------------------------------------------------------".
026700 DISPLAY "Agencia: " srt-cod-agencia.
026800 DISPLAY "------------------------------------------------------".
026900 INITIALIZE WS-TOTAIS-AGENCIA.
027000 ADD 1 TO ws-qtd-agencias.
027100
027200 IMPRIMIR-SUBTOTAL.
027300 DISPLAY "  Subtotal agencia " ws-agencia-anterior " por faixa:".
027400 PERFORM IMPRIMIR-FAIXA-AGENCIA
027500     VARYING ws-faixa FROM 1 BY 1 UNTIL ws-faixa > 4.
027600
027700 IMPRIMIR-FAIXA-AGENCIA.
027800 MOVE ws-age-valor(ws-faixa) TO ws-total-edit.
027900 DISPLAY "    " ws-faixa-nome(ws-faixa) " parcelas "
028000         ws-age-qtd(ws-faixa) "  " ws-total-edit.
028100
028200 IMPRIMIR-TOTAL-GERAL.
028300 DISPLAY "======================================================".
028400 DISPLAY "TOTAL GERAL POR FAIXA DE ATRASO".
028500 PERFORM IMPRIMIR-FAIXA-GERAL
028600     VARYING ws-faixa FROM 1 BY 1 UNTIL ws-faixa > 4.
028700 DISPLAY "======================================================".
028800 DISPLAY "Parcelas examinadas:    " ws-qtd-parcelas.
028900 DISPLAY "Parcelas vencidas:      " ws-qtd-vencidas.
029000 DISPLAY "Agencias com atraso:    " ws-qtd-agencias.
029100 MOVE ws-total-atraso TO ws-total-edit.
029200 DISPLAY "Total em atraso:        " ws-total-edit.
029300 DISPLAY "======================================================".
029400
029500 IMPRIMIR-FAIXA-GERAL.
029600 MOVE ws-ger-valor(ws-faixa) TO ws-total-edit.
029700 DISPLAY "  " ws-faixa-nome(ws-faixa) " parcelas "
029800         ws-ger-qtd(ws-faixa) "  " ws-total-edit.
