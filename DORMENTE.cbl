004200        ORGANIZATION IS LINE SEQUENTIAL
004300           FILE STATUS ARQ-OK-DIA.
004400
004410     SELECT F-EVENTO ASSIGN TO disk
004411        ORGANIZATION IS LINE SEQUENTIAL
004412           FILE STATUS ARQ-OK-EVT.
004413
004500     SELECT SORT-DORMENTES ASSIGN TO "SORTWK1".
004600
004700******************************************************************
005300     COPY MOVARQ.
005400     COPY DORMENTES.
005500     COPY DIACTL.
005550     COPY EVENTOS.
005600
005700 SD SORT-DORMENTES.
005800 01 SORT-REC.
009200 01 ws-saldo-edit      PIC $---.---.---.--9,99.
009210 01 ws-saldo-calc      PIC S9(9)V99 VALUE ZEROES.
009300 01 ws-qtd-agencia     PIC 9(7) VALUE ZEROES.
009310 01 ARQ-OK-EVT         PIC X(02) VALUE ZEROES.
009311 01 ws-evt-hora        PIC 9(8) VALUE ZEROES.
009312 01 WS-EVT-HORA-PARTES REDEFINES ws-evt-hora.
009313     02 ws-evt-hhmmss     PIC 9(6).
009314     02 FILLER            PIC 9(2).
009315 01 WS-EVT-DORMENTE.
009316     02 FILLER             PIC X(8) VALUE "ULT MOV ".
009317     02 ws-evt-ultimo-mov  PIC 9(8).
009318     02 FILLER             PIC X(4) VALUE SPACES.
009400
009500 01 WS-RESUMO.
009600     02 ws-qtd-contas      PIC 9(7) VALUE ZEROES.
010000
010100******************************************************************
010200* Identificacao de contas dormentes: para cada conta ativa
010300* deriva o ultimo movimento real - tipos D/S/T/E/C do razao e do
010400* arquivo morto, ignorando o "J" de juros (gerado pela maquina)
010500* e os demais lancamentos administrativos - e marca como
010600* dormente (status "D") quem passou do limiar de meses sem
022700
022800******************************************************************
022900* Ultimo movimento real da conta: a maior data entre os tipos
023000* D/S/T/E e o "C" de cheque compensado, do razao vivo e do
023100* arquivo morto. Juros ("J") e lancamentos administrativos nao
023200* contam - nao sao iniciativa do cliente.
023300******************************************************************
023400 DERIVAR-ULTIMO-MOVIMENTO.
023500 MOVE ZEROES TO ws-ultimo-mov.
026100             MOVE "S" TO ws-fim-movimento
026200         ELSE
026300             IF (mov-tipo = "D" OR mov-tipo = "S" OR
026400                 mov-tipo = "T" OR mov-tipo = "E" OR
026450                 mov-tipo = "C") AND
026500                 mov-data > ws-ultimo-mov
026600                 MOVE mov-data TO ws-ultimo-mov
026700             END-IF
027700             MOVE "S" TO ws-fim-movimento
027800         ELSE
027900             IF (arq-tipo = "D" OR arq-tipo = "S" OR
028000                 arq-tipo = "T" OR arq-tipo = "E" OR
028050                 arq-tipo = "C") AND
028100                 arq-data > ws-ultimo-mov
028200                 MOVE arq-data TO ws-ultimo-mov
028300             END-IF
030200         END-REWRITE
030300 END-WRITE.
030400 ADD 1 TO ws-qtd-marcadas.
030405 PERFORM AVISAR-DORMENCIA.
030410 MOVE saldo TO ws-saldo-calc.
030500 ADD ws-saldo-calc TO ws-total-dormente.
030600 MOVE cod-agencia  TO srt-cod-agencia.
030900 MOVE ws-ultimo-mov TO srt-ultimo-mov.
031000 MOVE ws-saldo-calc TO srt-saldo.
031100 RELEASE SORT-REC.
031110
031111******************************************************************
031112* Aviso ao cliente da conta marcada dormente: vai para a fila
031113* F-EVENTO (sempre EXTEND) do job NOTIFICA, com a data do ultimo
031114* movimento do cliente.
031115******************************************************************
031116 AVISAR-DORMENCIA.
031117 MOVE "DO" TO evt-tipo.
031118 MOVE cod-conta TO evt-cod-conta.
031119 MOVE ZEROES TO evt-valor.
031120 MOVE ws-ultimo-mov TO ws-evt-ultimo-mov.
031121 MOVE WS-EVT-DORMENTE TO evt-complemento.
031122 PERFORM GRAVAR-EVENTO.
031123
031124 GRAVAR-EVENTO.
031125 OPEN EXTEND F-EVENTO.
031126 IF ARQ-OK-EVT = "35" THEN
031127     OPEN OUTPUT F-EVENTO
031128 END-IF.
031129 IF ARQ-OK-EVT NOT = "00"
031130     DISPLAY "Erro na fila de avisos: " ARQ-OK-EVT
031131 ELSE
031132     MOVE ws-data-sistema TO evt-data
031133     ACCEPT ws-evt-hora FROM TIME
031134     MOVE ws-evt-hhmmss TO evt-hora
031135     MOVE "DORMENTE" TO evt-origem
031136     WRITE DADOS-EVENTO
031137     CLOSE F-EVENTO
031138 END-IF.
031200
031300 IMPRIMIR-RELATORIO.
031400 DISPLAY "======================================================".
