000100******************************************************************
000200 IDENTIFICATION DIVISION.
000300******************************************************************
000400 PROGRAM-ID. COAFENV.
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
001500     SELECT F-ALERTA ASSIGN TO disk
001600        ORGANIZATION IS INDEXED
001700        ACCESS IS DYNAMIC
001800        RECORD KEY IS alr-numero
001900           FILE STATUS ARQ-OK-ALR.
002000
002100     SELECT F-ALRMOV ASSIGN TO disk
002200        ORGANIZATION IS INDEXED
002300        ACCESS IS DYNAMIC
002400        RECORD KEY IS alm-chave
002500           FILE STATUS ARQ-OK-ALM.
002600
002700     SELECT F-COAFREG ASSIGN TO disk
002800        ORGANIZATION IS INDEXED
002900        ACCESS IS DYNAMIC
003000        RECORD KEY IS cof-chave
003100           FILE STATUS ARQ-OK-COF.
003200
003300     SELECT F-COAF ASSIGN TO disk
003400        ORGANIZATION IS LINE SEQUENTIAL
003500           FILE STATUS ARQ-OK-CMU.
003600
003700     SELECT F-DIACTL ASSIGN TO disk
003800        ORGANIZATION IS LINE SEQUENTIAL
003900           FILE STATUS ARQ-OK-DIA.
004000
004100******************************************************************
004200 DATA DIVISION.
004300******************************************************************
004400 FILE SECTION.
004500     COPY ALERTAS.
004600     COPY ALERTMOV.
004700     COPY COAFREG.
004800     COPY DIACTL.
004900
005000*    Comunicacao ao COAF: registro "H" de cabecalho (data da
005100*    remessa), um "D" por movimento comunicado (alerta, data do
005200*    alerta, CPF e nome, regra que disparou, agencia, conta,
005300*    sequencia, data, tipo e valor do movimento) e um "T" de
005400*    fechamento com a quantidade de movimentos, a de alertas e o
005500*    valor total comunicado. Valor sempre positivo: o tipo diz se
005600*    foi entrada ou saida.
005700 FD F-COAF LABEL RECORD STANDARD
005800     VALUE OF FILE-ID IS "F-COAF.txt".
005900 01 REG-COAF.
006000     02 cmu-tipo-reg        PIC X(1).
006100     02 cmu-dados           PIC X(93).
006200 01 REG-COAF-H REDEFINES REG-COAF.
006300     02 FILLER              PIC X(1).
006400     02 cmu-h-data          PIC 9(8).
006500     02 FILLER              PIC X(85).
006600 01 REG-COAF-D REDEFINES REG-COAF.
006700     02 FILLER              PIC X(1).
006800     02 cmu-d-alerta        PIC 9(7).
006900     02 cmu-d-data-alerta   PIC 9(8).
007000     02 cmu-d-cpf           PIC 9(11).
007100     02 cmu-d-nome          PIC X(30).
007200     02 cmu-d-regra         PIC X(1).
007300     02 cmu-d-cod-agencia   PIC 9(5).
007400     02 cmu-d-cod-conta     PIC 9(5).
007500     02 cmu-d-sequencia     PIC 9(6).
007600     02 cmu-d-data          PIC 9(8).
007700     02 cmu-d-tipo          PIC X(1).
007800     02 cmu-d-valor         PIC 9(9)V99.
007900 01 REG-COAF-T REDEFINES REG-COAF.
008000     02 FILLER              PIC X(1).
008100     02 cmu-t-qtd           PIC 9(7).
008200     02 cmu-t-qtd-alertas   PIC 9(7).
008300     02 cmu-t-total         PIC 9(13)V99.
008400     02 FILLER              PIC X(64).
008500
008600 WORKING-STORAGE SECTION.
008700 01 ARQ-OK-ALR         PIC X(02) VALUE ZEROES.
008800 01 ARQ-OK-ALM         PIC X(02) VALUE ZEROES.
008900 01 ARQ-OK-COF         PIC X(02) VALUE ZEROES.
009000 01 ARQ-OK-CMU         PIC X(02) VALUE ZEROES.
009100 01 ARQ-OK-DIA         PIC X(02) VALUE ZEROES.
009200 01 ws-data-sistema    PIC 9(8) VALUE ZEROES.
009300 01 ws-arquivos-ok     PIC X VALUE "S".
009400 01 ws-fim-alertas     PIC X VALUE "N".
009500 01 ws-fim-movimentos  PIC X VALUE "N".
009600 01 ws-valor-abs       PIC 9(9)V99 VALUE ZEROES.
009700
009800 01 WS-RESUMO.
009900     02 ws-qtd-lidos        PIC 9(7) VALUE ZEROES.
010000     02 ws-qtd-alertas      PIC 9(7) VALUE ZEROES.
010100     02 ws-qtd-comunicados  PIC 9(7) VALUE ZEROES.
010200     02 ws-qtd-ja-comunicados PIC 9(7) VALUE ZEROES.
010300     02 ws-total-comunicado PIC 9(13)V99 VALUE ZEROES.
010400     02 ws-total-edit       PIC $--.---.---.---.--9,99.
010500
010600******************************************************************
010700* Comunicacao ao COAF dos alertas de PLD que a compliance marcou
010800* como reportaveis no ALERTAPLD: cada movimento do alerta vai uma
010900* linha ao arquivo de remessa e entra no registro acumulado
011000* F-COAFREG (chave conta + sequencia do razao), de modo que um
011100* movimento que ja seguiu para o COAF, por este ou por outro
011200* alerta, nunca e comunicado de novo. O alerta fica "C"
011300* (comunicado) com a data da remessa.
011400******************************************************************
011500 PROCEDURE DIVISION.
011600******************************************************************
011700 PRINCIPAL.
011800 ACCEPT ws-data-sistema FROM DATE YYYYMMDD.
011900 PERFORM LER-DIA-CONTABIL.
012000 PERFORM ABRIR-ARQUIVOS.
012100 IF ws-arquivos-ok = "S"
012200     MOVE ZEROES TO alr-numero
012300     START F-ALERTA KEY IS NOT LESS THAN alr-numero
012400         INVALID KEY
012500             MOVE "S" TO ws-fim-alertas
012600     END-START
012700     PERFORM PROCESSAR-ALERTAS UNTIL ws-fim-alertas = "S"
012800     PERFORM GRAVAR-TOTALIZADOR
012900 END-IF.
013000 PERFORM FECHAR-ARQUIVOS.
013100 PERFORM EXIBIR-RESUMO.
013200 STOP RUN.
013300
013400******************************************************************
013500* Data contabil (DIACTL): a remessa sai com a data do dia em
013600* curso. Sem o arquivo segue na data da maquina.
013700******************************************************************
013800 LER-DIA-CONTABIL.
013900 OPEN INPUT F-DIACTL.
014000 IF ARQ-OK-DIA = "00"
014100     READ F-DIACTL
014200         AT END CONTINUE
014300         NOT AT END
014400             IF dct-situacao = "A"
014500                 MOVE dct-data TO ws-data-sistema
014600             END-IF
014700     END-READ
014800     CLOSE F-DIACTL
014900 END-IF.
015000
015100******************************************************************
015200* Sem alertas ou sem os movimentos deles nao ha o que comunicar.
015300* O registro acumulado nasce vazio na primeira remessa.
015400******************************************************************
015500 ABRIR-ARQUIVOS.
015600 OPEN I-O F-ALERTA.
015700 IF ARQ-OK-ALR NOT = "00"
015800     DISPLAY "Arquivo de alertas nao encontrado! Erro: "
015900             ARQ-OK-ALR
016000     MOVE "N" TO ws-arquivos-ok
016100 END-IF.
016200 OPEN INPUT F-ALRMOV.
016300 IF ARQ-OK-ALM NOT = "00"
016400     DISPLAY "Erro ao abrir movimentos de alertas: " ARQ-OK-ALM
016500     MOVE "N" TO ws-arquivos-ok
016600 END-IF.
016700 OPEN I-O F-COAFREG.
016800 IF ARQ-OK-COF = "35" THEN
016900     CLOSE F-COAFREG
017000     OPEN OUTPUT F-COAFREG
017100     CLOSE F-COAFREG
017200     OPEN I-O F-COAFREG
017300 END-IF.
017400 IF ARQ-OK-COF NOT = "00"
017500     DISPLAY "Erro ao abrir o registro COAF: " ARQ-OK-COF
017600     MOVE "N" TO ws-arquivos-ok
017700 END-IF.
017800 IF ws-arquivos-ok = "S"
017900     OPEN OUTPUT F-COAF
018000     IF ARQ-OK-CMU NOT = "00"
018100         DISPLAY "Erro ao abrir a remessa COAF: " ARQ-OK-CMU
018200         MOVE "N" TO ws-arquivos-ok
018300     ELSE
018400         PERFORM GRAVAR-CABECALHO
018500     END-IF
018600 END-IF.
018700
018800 FECHAR-ARQUIVOS.
018900 CLOSE F-ALERTA.
019000 CLOSE F-ALRMOV.
019100 CLOSE F-COAFREG.
019200 IF ws-arquivos-ok = "S"
019300     CLOSE F-COAF
019400 END-IF.
019500
019600 GRAVAR-CABECALHO.
019700 MOVE SPACES TO REG-COAF.
019800 MOVE "H" TO cmu-tipo-reg.
019900 MOVE ws-data-sistema TO cmu-h-data.
020000 WRITE REG-COAF.
020100
020200 GRAVAR-TOTALIZADOR.
020300 MOVE SPACES TO REG-COAF.
020400 MOVE "T" TO cmu-tipo-reg.
020500 MOVE ws-qtd-comunicados TO cmu-t-qtd.
020600 MOVE ws-qtd-alertas TO cmu-t-qtd-alertas.
020700 MOVE ws-total-comunicado TO cmu-t-total.
020800 WRITE REG-COAF.
020900
021000 PROCESSAR-ALERTAS.
021100 READ F-ALERTA NEXT RECORD
021200     AT END
021300         MOVE "S" TO ws-fim-alertas
021400     NOT AT END
021500         ADD 1 TO ws-qtd-lidos
021600         IF alr-situacao = "R"
021700             PERFORM COMUNICAR-ALERTA
021800         END-IF
021900 END-READ.
022000
022100******************************************************************
022200* Movimentos do alerta, na ordem em que o MONITPLD os gravou. O
022300* que ja consta do registro acumulado e so contado.
022400******************************************************************
022500 COMUNICAR-ALERTA.
022600 ADD 1 TO ws-qtd-alertas.
022700 MOVE alr-numero TO alm-numero.
022800 MOVE ZEROES TO alm-item.
022900 MOVE "N" TO ws-fim-movimentos.
023000 START F-ALRMOV KEY IS NOT LESS THAN alm-chave
023100     INVALID KEY
023200         MOVE "S" TO ws-fim-movimentos
023300 END-START.
023400 PERFORM UNTIL ws-fim-movimentos = "S"
023500     READ F-ALRMOV NEXT RECORD
023600         AT END
023700             MOVE "S" TO ws-fim-movimentos
023800         NOT AT END
023900             IF alm-numero NOT = alr-numero
024000                 MOVE "S" TO ws-fim-movimentos
024100             ELSE
024200                 PERFORM COMUNICAR-MOVIMENTO
024300             END-IF
024400     END-READ
024500 END-PERFORM.
024600 MOVE "C" TO alr-situacao.
024700 MOVE ws-data-sistema TO alr-data-envio.
024800 REWRITE DADOS-ALERTA
024900     INVALID KEY
025000         DISPLAY "Erro ao marcar alerta comunicado: " alr-numero
025100 END-REWRITE.
025200
025300 COMUNICAR-MOVIMENTO.
025400 MOVE alm-cod-conta TO cof-cod-conta.
025500 MOVE alm-sequencia TO cof-sequencia.
025600 READ F-COAFREG
025700     INVALID KEY
025800         PERFORM GRAVAR-DETALHE
025900     NOT INVALID KEY
026000         ADD 1 TO ws-qtd-ja-comunicados
026100 END-READ.
026200
026300 GRAVAR-DETALHE.
026400 IF alm-valor < ZEROES
026500     COMPUTE ws-valor-abs = alm-valor * -1
026600 ELSE
026700     MOVE alm-valor TO ws-valor-abs
026800 END-IF.
026900 MOVE SPACES TO REG-COAF.
027000 MOVE "D" TO cmu-tipo-reg.
027100 MOVE alr-numero      TO cmu-d-alerta.
027200 MOVE alr-data        TO cmu-d-data-alerta.
027300 MOVE alr-cpf         TO cmu-d-cpf.
027400 MOVE alr-nome        TO cmu-d-nome.
027500 MOVE alr-regra       TO cmu-d-regra.
027600 MOVE alm-cod-agencia TO cmu-d-cod-agencia.
027700 MOVE alm-cod-conta   TO cmu-d-cod-conta.
027800 MOVE alm-sequencia   TO cmu-d-sequencia.
027900 MOVE alm-data        TO cmu-d-data.
028000 MOVE alm-tipo        TO cmu-d-tipo.
028100 MOVE ws-valor-abs    TO cmu-d-valor.
028200 WRITE REG-COAF.
028300 MOVE alm-cod-conta   TO cof-cod-conta.
028400 MOVE alm-sequencia   TO cof-sequencia.
028500 MOVE alr-numero      TO cof-alerta.
028600 MOVE ws-data-sistema TO cof-data-envio.
028700 WRITE DADOS-COAFREG
028800     INVALID KEY
028900         DISPLAY "Erro ao gravar registro COAF! Conta: "
029000                 alm-cod-conta " seq " alm-sequencia
029100 END-WRITE.
029200 ADD 1 TO ws-qtd-comunicados.
029300 ADD ws-valor-abs TO ws-total-comunicado.
029400
029500 EXIBIR-RESUMO.
029600 DISPLAY "======================================================".
029700 DISPLAY "REMESSA COAF - " ws-data-sistema.
029800 DISPLAY "Alertas lidos:              " ws-qtd-lidos.
029900 DISPLAY "Alertas comunicados:        " ws-qtd-alertas.
030000 DISPLAY "Movimentos comunicados:     " ws-qtd-comunicados.
030100 DISPLAY "Ja comunicados (omitidos):  " ws-qtd-ja-comunicados.
030200 MOVE ws-total-comunicado TO ws-total-edit.
030300 DISPLAY "Valor comunicado:           " ws-total-edit.
030400 DISPLAY "======================================================".
