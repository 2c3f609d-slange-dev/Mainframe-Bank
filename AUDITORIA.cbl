002600        RECORD KEY IS mov-chave
002700           FILE STATUS ARQ-OK-MOV.
002800
002810     SELECT F-TITULAR ASSIGN TO disk
002820        ORGANIZATION IS INDEXED
002830        ACCESS IS DYNAMIC
002840        RECORD KEY IS tit-chave
002850        ALTERNATE RECORD KEY tit-cpf
002860           WITH DUPLICATES
002870           FILE STATUS ARQ-OK-TIT.
002880
002900     SELECT SORT-CPF ASSIGN TO "SORTWK1".
003000
003100******************************************************************
003400 FILE SECTION.
003500     COPY CADASTRO.
003600     COPY MOVIMENTO.
003610     COPY TITULAR.
003700
003800 SD SORT-CPF.
003900 01 SORT-REC.
004000     02 srt-cpf          PIC 9(11).
004100     02 srt-cod-conta    PIC 9(5).
004200     02 srt-nome         PIC A(30).
004210     02 srt-papel        PIC X(1).
004300
004400 WORKING-STORAGE SECTION.
004500 01 ARQ-OK              PIC X(02) VALUE ZEROES.
004600 01 ARQ-OK-MOV          PIC X(02) VALUE ZEROES.
004610 01 ARQ-OK-TIT          PIC X(02) VALUE ZEROES.
004620 01 ws-fim-titulares    PIC X VALUE "N".
004700 01 ws-fim-arquivo      PIC X VALUE "N".
004800 01 ws-fim-movimento    PIC X VALUE "N".
004900 01 ws-data-sistema     PIC 9(8) VALUE ZEROES.
006700     02 ws-qtd-div-seq     PIC 9(7) VALUE ZEROES.
006800     02 ws-qtd-orfas       PIC 9(7) VALUE ZEROES.
006900     02 ws-qtd-cpf-dup     PIC 9(7) VALUE ZEROES.
006910     02 ws-qtd-vinculos    PIC 9(7) VALUE ZEROES.
007000     02 ws-qtd-excecoes    PIC 9(7) VALUE ZEROES.
007100
007200******************************************************************
021000******************************************************************
021100* Verificacao 4 - ordena as contas ativas por CPF e aponta o
021200* mesmo CPF em mais de uma conta ativa com nomes diferentes.
021210* Entram tambem os co-titulares e procuradores (F-TITULAR) das
021220* contas ativas: o mesmo CPF em varias contas nesses papeis e
021230* legitimo e so e contado; a comparacao de nomes vale apenas
021240* entre contas em que o CPF e o titular principal.
021300******************************************************************
021400 CARREGAR-CPFS-ATIVOS.
021500 OPEN INPUT F-CADASTRO.
022300                 MOVE cpf       TO srt-cpf
022400                 MOVE cod-conta TO srt-cod-conta
022500                 MOVE nome      TO srt-nome
022510                 MOVE "T"       TO srt-papel
022600                 RELEASE SORT-REC
022700             END-IF
022800     END-READ
022900 END-PERFORM.
022910 OPEN INPUT F-TITULAR.
022920 IF ARQ-OK-TIT = "00"
022930     PERFORM CARREGAR-COTITULARES
022940     CLOSE F-TITULAR
022950 END-IF.
023000 CLOSE F-CADASTRO.
023006
023012 CARREGAR-COTITULARES.
023018 MOVE "N" TO ws-fim-titulares.
023024 PERFORM UNTIL ws-fim-titulares = "S"
023030     READ F-TITULAR NEXT RECORD
023036         AT END
023042             MOVE "S" TO ws-fim-titulares
023048         NOT AT END
023054             IF tit-papel NOT = "T"
023060                 PERFORM LIBERAR-COTITULAR
023066             END-IF
023072     END-READ
023078 END-PERFORM.
023084
023090 LIBERAR-COTITULAR.
023096 MOVE tit-cod-conta TO cod-conta.
023102 READ F-CADASTRO
023108     INVALID KEY
023114         CONTINUE
023120     NOT INVALID KEY
023126         IF status-conta = "A"
023132             MOVE tit-cpf       TO srt-cpf
023138             MOVE tit-cod-conta TO srt-cod-conta
023144             MOVE SPACES        TO srt-nome
023150             MOVE tit-papel     TO srt-papel
023156             RELEASE SORT-REC
023162         END-IF
023168 END-READ.
023174
023200 VERIFICAR-CPFS-DUPLICADOS.
023300 MOVE ZEROES TO ws-cpf-anterior.
023400 MOVE ZEROES TO ws-conta-anterior.
024400 END-PERFORM.
024500
024600 COMPARAR-CPF.
024610 IF srt-papel NOT = "T"
024620     ADD 1 TO ws-qtd-vinculos
024630 ELSE
024700     IF srt-cpf = ws-cpf-anterior AND
024710        srt-nome NOT = ws-nome-anterior
024800         DISPLAY "CPF DUPLICADO      cpf " srt-cpf
024900                 " contas " ws-conta-anterior " e " srt-cod-conta
025000                 " com nomes diferentes"
025100         ADD 1 TO ws-qtd-cpf-dup
025200         ADD 1 TO ws-qtd-excecoes
025300     END-IF
025400     MOVE srt-cpf       TO ws-cpf-anterior
025500     MOVE srt-cod-conta TO ws-conta-anterior
025600     MOVE srt-nome      TO ws-nome-anterior
025610 END-IF.
025700
025800 EXIBIR-RESUMO.
025900 DISPLAY "======================================================".
026200 DISPLAY "Divergencias de sequencia:      " ws-qtd-div-seq.
026300 DISPLAY "Contas com movimentos orfaos:   " ws-qtd-orfas.
026400 DISPLAY "CPFs duplicados (nomes difer.): " ws-qtd-cpf-dup.
026410 DISPLAY "Co-titulares/procuradores:      " ws-qtd-vinculos.
026500 DISPLAY "Total de excecoes:              " ws-qtd-excecoes.
026600 IF ws-qtd-excecoes = ZEROES
026700     DISPLAY "Nenhuma excecao encontrada - arquivos integros."
