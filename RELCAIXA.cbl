000100******************************************************************
000200 IDENTIFICATION DIVISION.
000300******************************************************************
000400 PROGRAM-ID. RELCAIXA.
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
001500     SELECT F-CAIXA ASSIGN TO disk
001600        ORGANIZATION IS INDEXED
001700        ACCESS IS DYNAMIC
001800        RECORD KEY IS cxa-chave
001900           FILE STATUS ARQ-OK-CXA.
002000
002100     SELECT F-DIACTL ASSIGN TO disk
002200        ORGANIZATION IS LINE SEQUENTIAL
002300           FILE STATUS ARQ-OK-DIA.
002400
002500     SELECT F-AGENCIA ASSIGN TO disk
002600        ORGANIZATION IS INDEXED
002700        ACCESS IS DYNAMIC
002800        RECORD KEY IS age-codigo
002900           FILE STATUS ARQ-OK-AGE.
003000
003100     SELECT F-OPERADOR ASSIGN TO disk
003200        ORGANIZATION IS INDEXED
003300        ACCESS IS DYNAMIC
003400        RECORD KEY IS ope-id
003500           FILE STATUS ARQ-OK-OPE.
003600
003700     SELECT SORT-CAIXA ASSIGN TO "SORTWK1".
003800
003900******************************************************************
004000 DATA DIVISION.
004100******************************************************************
004200 FILE SECTION.
004300     COPY CAIXA.
004400     COPY DIACTL.
004500     COPY AGENCIAS.
004600     COPY OPERADORES.
004700
004800 SD SORT-CAIXA.
004900 01 SORT-REC.
005000     02 srt-cod-agencia  PIC 9(5).
005100     02 srt-operador     PIC 9(4).
005200     02 srt-situacao     PIC X(1).
005300     02 srt-abertura     PIC S9(9)V99.
005400     02 srt-entradas     PIC S9(9)V99.
005500     02 srt-saidas       PIC S9(9)V99.
005600     02 srt-esperado     PIC S9(9)V99.
005700     02 srt-contado      PIC S9(9)V99.
005800     02 srt-diferenca    PIC S9(9)V99.
005900
006000 WORKING-STORAGE SECTION.
006100 01 ARQ-OK-CXA          PIC X(02) VALUE ZEROES.
006200 01 ARQ-OK-DIA          PIC X(02) VALUE ZEROES.
006300 01 ARQ-OK-AGE          PIC X(02) VALUE ZEROES.
006400 01 ARQ-OK-OPE          PIC X(02) VALUE ZEROES.
006500 01 ws-agencia-mestre   PIC X VALUE "N".
006600 01 ws-operador-mestre  PIC X VALUE "N".
006700 01 ws-fim-arquivo      PIC X VALUE "N".
006800 01 ws-data-sistema     PIC 9(8) VALUE ZEROES.
006900 01 ws-agencia-anterior PIC 9(5) VALUE ZEROES.
007000 01 ws-primeira-leitura PIC X VALUE "S".
007100 01 ws-total-edit       PIC $--.---.---.---.--9,99.
007200
007300*    Valores de uma linha do relatorio - caixa, subtotal da
007400*    agencia ou total geral - montados antes de IMPRIMIR-VALORES.
007500 01 WS-VALORES.
007600     02 ws-val-abertura  PIC S9(11)V99 VALUE ZEROES.
007700     02 ws-val-entradas  PIC S9(11)V99 VALUE ZEROES.
007800     02 ws-val-saidas    PIC S9(11)V99 VALUE ZEROES.
007900     02 ws-val-esperado  PIC S9(11)V99 VALUE ZEROES.
008000     02 ws-val-contado   PIC S9(11)V99 VALUE ZEROES.
008100     02 ws-val-diferenca PIC S9(11)V99 VALUE ZEROES.
008200
008300 01 WS-TOTAL-AGENCIA.
008400     02 ws-qtd-agencia     PIC 9(5) VALUE ZEROES.
008500     02 ws-abertos-agencia PIC 9(5) VALUE ZEROES.
008600     02 ws-ag-abertura     PIC S9(11)V99 VALUE ZEROES.
008700     02 ws-ag-entradas     PIC S9(11)V99 VALUE ZEROES.
008800     02 ws-ag-saidas       PIC S9(11)V99 VALUE ZEROES.
008900     02 ws-ag-esperado     PIC S9(11)V99 VALUE ZEROES.
009000     02 ws-ag-contado      PIC S9(11)V99 VALUE ZEROES.
009100     02 ws-ag-diferenca    PIC S9(11)V99 VALUE ZEROES.
009200
009300 01 WS-TOTAL-GERAL.
009400     02 ws-qtd-geral       PIC 9(5) VALUE ZEROES.
009500     02 ws-abertos-geral   PIC 9(5) VALUE ZEROES.
009600     02 ws-tg-abertura     PIC S9(11)V99 VALUE ZEROES.
009700     02 ws-tg-entradas     PIC S9(11)V99 VALUE ZEROES.
009800     02 ws-tg-saidas       PIC S9(11)V99 VALUE ZEROES.
009900     02 ws-tg-esperado     PIC S9(11)V99 VALUE ZEROES.
010000     02 ws-tg-contado      PIC S9(11)V99 VALUE ZEROES.
010100     02 ws-tg-diferenca    PIC S9(11)V99 VALUE ZEROES.
010200
010300******************************************************************
010400* Conferencia dos caixas do dia contabil por agencia: abertura,
010500* entradas, saidas, esperado, contado e diferenca (sobra/falta)
010600* de cada operador, com subtotal da agencia e total geral. Caixa
010700* ainda aberto sai marcado - o DIACONTAB nao fecha o dia assim.
010800******************************************************************
010900 PROCEDURE DIVISION.
011000******************************************************************
011100 PRINCIPAL.
011200 ACCEPT ws-data-sistema FROM DATE YYYYMMDD.
011300 PERFORM LER-DIA-CONTABIL.
011400 SORT SORT-CAIXA
011500     ON ASCENDING KEY srt-cod-agencia srt-operador
011600     INPUT PROCEDURE IS CARREGAR-CAIXAS
011700     OUTPUT PROCEDURE IS IMPRIMIR-RELATORIO.
011800 STOP RUN.
011900
012000 LER-DIA-CONTABIL.
012100 OPEN INPUT F-DIACTL.
012200 IF ARQ-OK-DIA = "00"
012300     READ F-DIACTL
012400         AT END CONTINUE
012500         NOT AT END
012600             MOVE dct-data TO ws-data-sistema
012700     END-READ
012800     CLOSE F-DIACTL
012900 END-IF.
013000
013100 CARREGAR-CAIXAS.
013200 OPEN INPUT F-CAIXA.
013300 IF ARQ-OK-CXA = "00"
013400     MOVE "N" TO ws-fim-arquivo
013500     PERFORM UNTIL ws-fim-arquivo = "S"
013600         READ F-CAIXA NEXT RECORD
013700             AT END
013800                 MOVE "S" TO ws-fim-arquivo
013900             NOT AT END
014000                 IF cxa-data = ws-data-sistema
014100                     PERFORM LIBERAR-CAIXA
014200                 END-IF
014300         END-READ
014400     END-PERFORM
014500     CLOSE F-CAIXA
014600 END-IF.
014700
014800 LIBERAR-CAIXA.
014900 MOVE cxa-agencia   TO srt-cod-agencia.
015000 MOVE cxa-operador  TO srt-operador.
015100 MOVE cxa-situacao  TO srt-situacao.
015200 MOVE cxa-abertura  TO srt-abertura.
015300 MOVE cxa-entradas  TO srt-entradas.
015400 MOVE cxa-saidas    TO srt-saidas.
015500 MOVE cxa-esperado  TO srt-esperado.
015600 MOVE cxa-contado   TO srt-contado.
015700 MOVE cxa-diferenca TO srt-diferenca.
015800 RELEASE SORT-REC.
015900
016000 IMPRIMIR-RELATORIO.
016100 OPEN INPUT F-AGENCIA.
016200 IF ARQ-OK-AGE = "00"
016300     MOVE "S" TO ws-agencia-mestre
016400 ELSE
016500     MOVE "N" TO ws-agencia-mestre
016600 END-IF.
016700 OPEN INPUT F-OPERADOR.
016800 IF ARQ-OK-OPE = "00"
016900     MOVE "S" TO ws-operador-mestre
017000 ELSE
017100     MOVE "N" TO ws-operador-mestre
017200 END-IF.
017300 DISPLAY "======================================================".
017400 DISPLAY "   CONFERENCIA DE CAIXAS - DIA " ws-data-sistema.
017500 DISPLAY "======================================================".
017600 MOVE "S" TO ws-primeira-leitura.
017700 MOVE "N" TO ws-fim-arquivo.
017800 RETURN SORT-CAIXA
017900     AT END
018000         CONTINUE
018100     NOT AT END
018200         PERFORM PROCESSAR-PRIMEIRO-REGISTRO
018300 END-RETURN.
018400 PERFORM UNTIL ws-fim-arquivo = "S"
018500     RETURN SORT-CAIXA
018600         AT END
018700             MOVE "S" TO ws-fim-arquivo
018800         NOT AT END
018900             PERFORM PROCESSAR-REGISTRO-ORDENADO
019000     END-RETURN
019100 END-PERFORM.
019200 IF ws-primeira-leitura = "N"
019300     PERFORM IMPRIMIR-SUBTOTAL-AGENCIA
019400 ELSE
019500     DISPLAY "Nenhum caixa aberto no dia."
019600 END-IF.
019700 PERFORM IMPRIMIR-TOTAL-GERAL.
019800 IF ws-agencia-mestre = "S"
019900     CLOSE F-AGENCIA
020000 END-IF.
020100 IF ws-operador-mestre = "S"
020200     CLOSE F-OPERADOR
020300 END-IF.
020400
020500 PROCESSAR-PRIMEIRO-REGISTRO.
020600 MOVE "N" TO ws-primeira-leitura.
020700 MOVE "N" TO ws-fim-arquivo.
020800 MOVE srt-cod-agencia TO ws-agencia-anterior.
020900 PERFORM IMPRIMIR-CABECALHO-AGENCIA.
021000 PERFORM IMPRIMIR-CAIXA.
021100
021200 PROCESSAR-REGISTRO-ORDENADO.
021300 IF srt-cod-agencia NOT = ws-agencia-anterior
021400     PERFORM IMPRIMIR-SUBTOTAL-AGENCIA
021500     MOVE srt-cod-agencia TO ws-agencia-anterior
021600     PERFORM IMPRIMIR-CABECALHO-AGENCIA
021700 END-IF.
021800 PERFORM IMPRIMIR-CAIXA.
021900
022000 IMPRIMIR-CABECALHO-AGENCIA.
022100 DISPLAY "------------------------------------------------------".
022200 PERFORM BUSCAR-NOME-AGENCIA.
022300 DISPLAY "Agencia: " srt-cod-agencia " - " age-nome.
022400 DISPLAY "------------------------------------------------------".
022500 INITIALIZE WS-TOTAL-AGENCIA.
022600
022700 BUSCAR-NOME-AGENCIA.
022800 MOVE "(SEM CADASTRO)" TO age-nome.
022900 IF ws-agencia-mestre = "S"
023000     MOVE srt-cod-agencia TO age-codigo
023100     READ F-AGENCIA
023200         INVALID KEY
023300             MOVE "(SEM CADASTRO)" TO age-nome
023400     END-READ
023500 END-IF.
023600
023700 BUSCAR-NOME-OPERADOR.
023800 MOVE "(SEM CADASTRO)" TO ope-nome.
023900 IF ws-operador-mestre = "S"
024000     MOVE srt-operador TO ope-id
024100     READ F-OPERADOR
024200         INVALID KEY
024300             MOVE "(SEM CADASTRO)" TO ope-nome
024400     END-READ
024500 END-IF.
024600
024700******************************************************************
024800* Caixa ainda aberto nao tem contagem: sai so a abertura, e o
024900* esperado/contado/diferenca ficam zerados nos totais.
025000******************************************************************
025100 IMPRIMIR-CAIXA.
025200 PERFORM BUSCAR-NOME-OPERADOR.
025300 ADD 1 TO ws-qtd-agencia.
025400 ADD 1 TO ws-qtd-geral.
025500 INITIALIZE WS-VALORES.
025600 MOVE srt-abertura TO ws-val-abertura.
025700 IF srt-situacao = "A"
025800     ADD 1 TO ws-abertos-agencia
025900     ADD 1 TO ws-abertos-geral
026000     DISPLAY "Operador " srt-operador " - " ope-nome
026100             " *** CAIXA ABERTO ***"
026200 ELSE
026300     DISPLAY "Operador " srt-operador " - " ope-nome
026400     MOVE srt-entradas  TO ws-val-entradas
026500     MOVE srt-saidas    TO ws-val-saidas
026600     MOVE srt-esperado  TO ws-val-esperado
026700     MOVE srt-contado   TO ws-val-contado
026800     MOVE srt-diferenca TO ws-val-diferenca
026900 END-IF.
027000 PERFORM IMPRIMIR-VALORES.
027100 ADD ws-val-abertura  TO ws-ag-abertura ws-tg-abertura.
027200 ADD ws-val-entradas  TO ws-ag-entradas ws-tg-entradas.
027300 ADD ws-val-saidas    TO ws-ag-saidas ws-tg-saidas.
027400 ADD ws-val-esperado  TO ws-ag-esperado ws-tg-esperado.
027500 ADD ws-val-contado   TO ws-ag-contado ws-tg-contado.
027600 ADD ws-val-diferenca TO ws-ag-diferenca ws-tg-diferenca.
027700
027800 IMPRIMIR-VALORES.
027900 MOVE ws-val-abertura TO ws-total-edit.
028000 DISPLAY "  Abertura (troco):  " ws-total-edit.
028100 MOVE ws-val-entradas TO ws-total-edit.
028200 DISPLAY "  Entradas:          " ws-total-edit.
028300 MOVE ws-val-saidas TO ws-total-edit.
028400 DISPLAY "  Saidas:            " ws-total-edit.
028500 MOVE ws-val-esperado TO ws-total-edit.
028600 DISPLAY "  Esperado:          " ws-total-edit.
028700 MOVE ws-val-contado TO ws-total-edit.
028800 DISPLAY "  Contado:           " ws-total-edit.
028900 MOVE ws-val-diferenca TO ws-total-edit.
029000 IF ws-val-diferenca > ZEROES
029100     DISPLAY "  Diferenca:         " ws-total-edit "  SOBRA"
029200 ELSE
029300     IF ws-val-diferenca < ZEROES
029400         DISPLAY "  Diferenca:         " ws-total-edit "  FALTA"
029500     ELSE
029600         DISPLAY "  Diferenca:         " ws-total-edit
029700     END-IF
029800 END-IF.
029900
030000 IMPRIMIR-SUBTOTAL-AGENCIA.
030100 DISPLAY "  ..................................................".
030200 DISPLAY "  Subtotal agencia " ws-agencia-anterior
030300         " caixas " ws-qtd-agencia " abertos " ws-abertos-agencia.
030400 MOVE ws-ag-abertura  TO ws-val-abertura.
030500 MOVE ws-ag-entradas  TO ws-val-entradas.
030600 MOVE ws-ag-saidas    TO ws-val-saidas.
030700 MOVE ws-ag-esperado  TO ws-val-esperado.
030800 MOVE ws-ag-contado   TO ws-val-contado.
030900 MOVE ws-ag-diferenca TO ws-val-diferenca.
031000 PERFORM IMPRIMIR-VALORES.
031100
031200 IMPRIMIR-TOTAL-GERAL.
031300 DISPLAY "======================================================".
031400 DISPLAY "TOTAL GERAL  caixas " ws-qtd-geral
031500         " abertos " ws-abertos-geral.
031600 MOVE ws-tg-abertura  TO ws-val-abertura.
031700 MOVE ws-tg-entradas  TO ws-val-entradas.
031800 MOVE ws-tg-saidas    TO ws-val-saidas.
031900 MOVE ws-tg-esperado  TO ws-val-esperado.
032000 MOVE ws-tg-contado   TO ws-val-contado.
032100 MOVE ws-tg-diferenca TO ws-val-diferenca.
032200 PERFORM IMPRIMIR-VALORES.
032300 DISPLAY "======================================================".
