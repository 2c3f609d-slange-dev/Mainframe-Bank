000100******************************************************************
000200 IDENTIFICATION DIVISION.
000300******************************************************************
000400 PROGRAM-ID. RELLOTE.
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
001500     SELECT F-LOTECTL ASSIGN TO disk
001600        ORGANIZATION IS INDEXED
001700        ACCESS IS DYNAMIC
001800        RECORD KEY IS lct-chave
001900           FILE STATUS ARQ-OK-LCT.
002000
002100******************************************************************
002200 DATA DIVISION.
002300******************************************************************
002400 FILE SECTION.
002500     COPY LOTECTL.
002600
002700 WORKING-STORAGE SECTION.
002800     COPY LOTEJOBS.
002900 01 ws-fim-arquivo      PIC X VALUE "N".
003000 01 ws-data-relatorio   PIC 9(8) VALUE ZEROES.
003100 01 ws-achou            PIC X VALUE "N".
003200 01 ws-hora-trab        PIC 9(6) VALUE ZEROES.
003300 01 WS-HORA-TRAB-PARTES REDEFINES ws-hora-trab.
003400     02 ws-ht-hh         PIC 9(2).
003500     02 ws-ht-mm         PIC 9(2).
003600     02 ws-ht-ss         PIC 9(2).
003700 01 WS-HORA-EDIT.
003800     02 ws-he-hh         PIC 9(2).
003900     02 FILLER           PIC X(1) VALUE ":".
004000     02 ws-he-mm         PIC 9(2).
004100     02 FILLER           PIC X(1) VALUE ":".
004200     02 ws-he-ss         PIC 9(2).
004300
004400*    Linha de um passo: job (com "*" se obrigatorio), situacao,
004500*    inicio, fim e as quantidades lidas, gravadas e rejeitadas.
004600 01 WS-LINHA-PASSO.
004700     02 lin-job          PIC X(10).
004800     02 lin-obrigatorio  PIC X(1).
004900     02 FILLER           PIC X(1) VALUE SPACES.
005000     02 lin-situacao     PIC X(13).
005100     02 FILLER           PIC X(1) VALUE SPACES.
005200     02 lin-inicio       PIC X(8).
005300     02 FILLER           PIC X(1) VALUE SPACES.
005400     02 lin-fim          PIC X(8).
005500     02 lin-lidos        PIC Z(8)9.
005600     02 lin-gravados     PIC Z(8)9.
005700     02 lin-rejeitados   PIC Z(8)9.
005800
005900*    Segunda linha, so quando ha motivo, forcamento ou reexecucao.
006000 01 WS-LINHA-DETALHE.
006100     02 FILLER           PIC X(12) VALUE SPACES.
006200     02 lin-mensagem     PIC X(40).
006300     02 lin-forcado      PIC X(9).
006400     02 FILLER           PIC X(7) VALUE " exec: ".
006500     02 lin-execucoes    PIC ZZ9.
006600
006700 01 WS-RESUMO.
006800     02 ws-qtd-concluidos   PIC 9(3) VALUE ZEROES.
006900     02 ws-qtd-falhas       PIC 9(3) VALUE ZEROES.
007000     02 ws-qtd-recusados    PIC 9(3) VALUE ZEROES.
007100     02 ws-qtd-incompletos  PIC 9(3) VALUE ZEROES.
007200     02 ws-qtd-nao-rodados  PIC 9(3) VALUE ZEROES.
007300     02 ws-qtd-forcados     PIC 9(3) VALUE ZEROES.
007400     02 ws-qtd-pendentes    PIC 9(3) VALUE ZEROES.
007500
007600******************************************************************
007700* Situacao da cadeia noturna (F-LOTECTL) para a equipe da manha:
007800* cada passo da tabela LOTEJOBS, na ordem da noite, com inicio,
007900* fim, quantidades, falhas, recusas e passos nao rodados, e se o
008000* DIACONTAB ja pode fechar o dia. Pede a data da noite no console
008100* (0 = a ultima data registrada no controle).
008200******************************************************************
008300 PROCEDURE DIVISION.
008400******************************************************************
008500 PRINCIPAL.
008600 DISPLAY "Data da noite (AAAAMMDD, 0 = ultima registrada): ".
008700 ACCEPT ws-data-relatorio.
008800 OPEN INPUT F-LOTECTL.
008900 IF ARQ-OK-LCT NOT = "00"
009000     DISPLAY "Controle de lotes indisponivel! Erro: " ARQ-OK-LCT
009100     STOP RUN
009200 END-IF.
009300 IF ws-data-relatorio = ZEROES
009400     PERFORM BUSCAR-ULTIMA-DATA
009500 END-IF.
009600 IF ws-data-relatorio = ZEROES
009700     DISPLAY "Nenhuma execucao registrada no controle de lotes."
009800 ELSE
009900     PERFORM IMPRIMIR-CABECALHO
010000     PERFORM IMPRIMIR-PASSO
010100         VARYING ws-lj-idx FROM 1 BY 1 UNTIL ws-lj-idx > ws-lj-qtd
010200     PERFORM EXIBIR-RESUMO
010300 END-IF.
010400 CLOSE F-LOTECTL.
010500 STOP RUN.
010600
010700*    A chave comeca pela data: o ultimo registro lido e o da noite
010800*    mais recente.
010900 BUSCAR-ULTIMA-DATA.
011000 MOVE "N" TO ws-fim-arquivo.
011100 PERFORM UNTIL ws-fim-arquivo = "S"
011200     READ F-LOTECTL NEXT RECORD
011300         AT END
011400             MOVE "S" TO ws-fim-arquivo
011500         NOT AT END
011600             MOVE lct-data TO ws-data-relatorio
011700     END-READ
011800 END-PERFORM.
011900
012000 IMPRIMIR-CABECALHO.
012100 DISPLAY "======================================================".
012200 DISPLAY "   SITUACAO DA CADEIA NOTURNA - " ws-data-relatorio.
012300 DISPLAY "======================================================".
012400 DISPLAY "Job         Situacao      Inicio   Fim         Lidos"
012500         " Gravados  Rejeit.".
012600 DISPLAY "------------------------------------------------------".
012700
012800 IMPRIMIR-PASSO.
012900 MOVE SPACES TO WS-LINHA-PASSO.
013000 MOVE ws-lj-job (ws-lj-idx) TO lin-job.
013100 IF ws-lj-obrigatorio (ws-lj-idx) = "S"
013200     MOVE "*" TO lin-obrigatorio
013300 END-IF.
013400 MOVE ws-data-relatorio TO lct-data.
013500 MOVE ws-lj-job (ws-lj-idx) TO lct-job.
013600 READ F-LOTECTL
013700     INVALID KEY
013800         MOVE "N" TO ws-achou
013900     NOT INVALID KEY
014000         MOVE "S" TO ws-achou
014100 END-READ.
014200 IF ws-achou = "N"
014300     MOVE "NAO EXECUTADO" TO lin-situacao
014400     ADD 1 TO ws-qtd-nao-rodados
014500     PERFORM CONTAR-PENDENTE
014600     DISPLAY WS-LINHA-PASSO
014700 ELSE
014800     PERFORM FORMATAR-PASSO
014900     DISPLAY WS-LINHA-PASSO
015000     IF lct-mensagem NOT = SPACES OR lct-forcado = "S" OR
015100        lct-execucoes > 1
015200         MOVE lct-mensagem TO lin-mensagem
015300         IF lct-forcado = "S"
015400             MOVE " FORCADO " TO lin-forcado
015500             ADD 1 TO ws-qtd-forcados
015600         ELSE
015700             MOVE SPACES TO lin-forcado
015800         END-IF
015900         MOVE lct-execucoes TO lin-execucoes
016000         DISPLAY WS-LINHA-DETALHE
016100     END-IF
016200 END-IF.
016300
016400 FORMATAR-PASSO.
016500 EVALUATE lct-situacao
016600     WHEN "C"
016700         MOVE "CONCLUIDO" TO lin-situacao
016800         ADD 1 TO ws-qtd-concluidos
016900     WHEN "F"
017000         MOVE "FALHOU" TO lin-situacao
017100         ADD 1 TO ws-qtd-falhas
017200         PERFORM CONTAR-PENDENTE
017300     WHEN "R"
017400         MOVE "RECUSADO" TO lin-situacao
017500         ADD 1 TO ws-qtd-recusados
017600         PERFORM CONTAR-PENDENTE
017700     WHEN OTHER
017800         MOVE "INCOMPLETO" TO lin-situacao
017900         ADD 1 TO ws-qtd-incompletos
018000         PERFORM CONTAR-PENDENTE
018100 END-EVALUATE.
018200 MOVE lct-hora-inicio TO ws-hora-trab.
018300 PERFORM EDITAR-HORA.
018400 MOVE WS-HORA-EDIT TO lin-inicio.
018500 IF lct-hora-fim NOT = ZEROES
018600     MOVE lct-hora-fim TO ws-hora-trab
018700     PERFORM EDITAR-HORA
018800     MOVE WS-HORA-EDIT TO lin-fim
018900 END-IF.
019000 MOVE lct-qtd-lidos TO lin-lidos.
019100 MOVE lct-qtd-gravados TO lin-gravados.
019200 MOVE lct-qtd-rejeitados TO lin-rejeitados.
019300
019400 EDITAR-HORA.
019500 MOVE ws-ht-hh TO ws-he-hh.
019600 MOVE ws-ht-mm TO ws-he-mm.
019700 MOVE ws-ht-ss TO ws-he-ss.
019800
019900*    Mesma regra do DIACONTAB, que nao segura a si mesmo: conta
020000*    os demais passos obrigatorios nao concluidos e o passo
020050*    opcional que ficou em execucao (E) ou com falha (F) na data.
020100 CONTAR-PENDENTE.
020200 IF ws-lj-job (ws-lj-idx) NOT = "DIACONTAB"
020300     IF ws-lj-obrigatorio (ws-lj-idx) = "S"
020400         ADD 1 TO ws-qtd-pendentes
020410     ELSE
020420         IF ws-achou = "S" AND
020430            (lct-situacao = "E" OR lct-situacao = "F")
020440             ADD 1 TO ws-qtd-pendentes
020450         END-IF
020460     END-IF
020500 END-IF.
020600
020700 EXIBIR-RESUMO.
020800 DISPLAY "------------------------------------------------------".
020900 DISPLAY "* = passo obrigatorio para o fechamento do dia".
021000 DISPLAY "Concluidos:      " ws-qtd-concluidos.
021100 DISPLAY "Com falha:       " ws-qtd-falhas.
021200 DISPLAY "Recusados:       " ws-qtd-recusados.
021300 DISPLAY "Incompletos:     " ws-qtd-incompletos.
021400 DISPLAY "Nao executados:  " ws-qtd-nao-rodados.
021500 DISPLAY "Forcados:        " ws-qtd-forcados.
021600 IF ws-qtd-pendentes = ZEROES
021700     DISPLAY "Passos da noite em ordem - o dia pode fechar."
021800 ELSE
021900     DISPLAY "** PASSOS PENDENTES OU INCOMPLETOS: "
021950             ws-qtd-pendentes
022000             " - DIACONTAB nao fecha o dia **"
022100 END-IF.
022200 DISPLAY "======================================================".
