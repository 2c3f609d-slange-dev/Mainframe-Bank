000100******************************************************************
000200 IDENTIFICATION DIVISION.
000300******************************************************************
000400 PROGRAM-ID. INFORME.
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
002900     SELECT F-MOVARQ ASSIGN TO disk
003000        ORGANIZATION IS INDEXED
003100        ACCESS IS DYNAMIC
003200        RECORD KEY IS arq-chave
003300           FILE STATUS ARQ-OK-ARQ.
003400
003500     SELECT F-SALDOHIST ASSIGN TO disk
003600        ORGANIZATION IS INDEXED
003700        ACCESS IS DYNAMIC
003800        RECORD KEY IS sdh-chave
003900           FILE STATUS ARQ-OK-SDH.
004000
004100     SELECT F-CLIENTE ASSIGN TO disk
004200        ORGANIZATION IS INDEXED
004300        ACCESS IS DYNAMIC
004400        RECORD KEY IS cli-cpf
004500           FILE STATUS ARQ-OK-CLI.
004600
004700     SELECT F-TITULAR ASSIGN TO disk
004800        ORGANIZATION IS INDEXED
004900        ACCESS IS DYNAMIC
005000        RECORD KEY IS tit-chave
005100        ALTERNATE RECORD KEY tit-cpf
005200           WITH DUPLICATES
005300           FILE STATUS ARQ-OK-TIT.
005400
005500     SELECT F-DIACTL ASSIGN TO disk
005600        ORGANIZATION IS LINE SEQUENTIAL
005700           FILE STATUS ARQ-OK-DIA.
005800
005900     SELECT F-INFORME ASSIGN TO disk
006000        ORGANIZATION IS LINE SEQUENTIAL
006100           FILE STATUS ARQ-OK-INF.
006200
006300     SELECT F-DIRF ASSIGN TO disk
006400        ORGANIZATION IS LINE SEQUENTIAL
006500           FILE STATUS ARQ-OK-DRF.
006600
006700     SELECT SORT-INF ASSIGN TO "SORTWK1".
006800
006900******************************************************************
007000 DATA DIVISION.
007100******************************************************************
007200 FILE SECTION.
007300     COPY CADASTRO.
007400     COPY MOVIMENTO.
007500     COPY MOVARQ.
007600     COPY SALDOHIST.
007700     COPY CLIENTES.
007800     COPY TITULAR.
007900     COPY DIACTL.
008000
008100*    Informes de rendimentos prontos para impressao/envio: um
008200*    bloco de linhas por CPF, separados por linha de "=".
008300 FD F-INFORME LABEL RECORD STANDARD
008400     VALUE OF FILE-ID IS "F-INFREN.txt".
008500 01 REG-INFORME           PIC X(80).
008600
008700*    Declaracao a Receita com os mesmos totais do informe: "H" de
008800*    cabecalho (ano-calendario e data de geracao), um "D" por CPF
008900*    (nome, quantidade de contas, saldos em 31/12 do ano anterior
009000*    e do ano-calendario, rendimento bruto e IR retido) e um "T"
009100*    com a quantidade de CPFs e os totais de rendimento e IR.
009200 FD F-DIRF LABEL RECORD STANDARD
009300     VALUE OF FILE-ID IS "F-DIRF.txt".
009400 01 REG-DIRF.
009500     02 drf-tipo-reg        PIC X(1).
009600     02 drf-dados           PIC X(99).
009700 01 REG-DIRF-H REDEFINES REG-DIRF.
009800     02 FILLER              PIC X(1).
009900     02 drf-h-ano           PIC 9(4).
010000     02 drf-h-data          PIC 9(8).
010100     02 FILLER              PIC X(87).
010200 01 REG-DIRF-D REDEFINES REG-DIRF.
010300     02 FILLER              PIC X(1).
010400     02 drf-d-cpf           PIC 9(11).
010500     02 drf-d-nome          PIC X(30).
010600     02 drf-d-qtd-contas    PIC 9(3).
010700     02 drf-d-saldo-ant     PIC S9(11)V99
010800                            SIGN IS LEADING SEPARATE CHARACTER.
010900     02 drf-d-saldo-atual   PIC S9(11)V99
011000                            SIGN IS LEADING SEPARATE CHARACTER.
011100     02 drf-d-rendimento    PIC 9(11)V99.
011200     02 drf-d-imposto       PIC 9(11)V99.
011300 01 REG-DIRF-T REDEFINES REG-DIRF.
011400     02 FILLER              PIC X(1).
011500     02 drf-t-qtd           PIC 9(7).
011600     02 drf-t-rendimento    PIC 9(13)V99.
011700     02 drf-t-imposto       PIC 9(13)V99.
011800     02 FILLER              PIC X(62).
011900
012000 SD SORT-INF.
012100 01 SORT-REC.
012200     02 srt-cpf          PIC 9(11).
012300     02 srt-cod-conta    PIC 9(5).
012400     02 srt-papel        PIC X(1).
012500
012600 WORKING-STORAGE SECTION.
012700 01 ARQ-OK             PIC X(02) VALUE ZEROES.
012800 01 ARQ-OK-MOV         PIC X(02) VALUE ZEROES.
012900 01 ARQ-OK-ARQ         PIC X(02) VALUE ZEROES.
013000 01 ARQ-OK-SDH         PIC X(02) VALUE ZEROES.
013100 01 ARQ-OK-CLI         PIC X(02) VALUE ZEROES.
013200 01 ARQ-OK-TIT         PIC X(02) VALUE ZEROES.
013300 01 ARQ-OK-DIA         PIC X(02) VALUE ZEROES.
013400 01 ARQ-OK-INF         PIC X(02) VALUE ZEROES.
013500 01 ARQ-OK-DRF         PIC X(02) VALUE ZEROES.
013600 01 ws-arquivos-ok     PIC X VALUE "S".
013700 01 ws-morto-aberto    PIC X VALUE "N".
013800 01 ws-historico-aberto PIC X VALUE "N".
013900 01 ws-titular-aberto  PIC X VALUE "N".
014000 01 ws-fim-cadastro    PIC X VALUE "N".
014100 01 ws-fim-titulares   PIC X VALUE "N".
014200 01 ws-fim-sort        PIC X VALUE "N".
014300 01 ws-fim-movimento   PIC X VALUE "N".
014400 01 ws-fim-hist        PIC X VALUE "N".
014500 01 ws-data-sistema    PIC 9(8) VALUE ZEROES.
014600 01 WS-DATA-SIST-PARTES REDEFINES ws-data-sistema.
014700     02 ws-sist-ano    PIC 9(4).
014800     02 ws-sist-mesdia PIC 9(4).
014900 01 ws-ano-base        PIC 9(4) VALUE ZEROES.
015000
015100*    Datas de corte do informe: 01/01 e 31/12 do ano-calendario e
015200*    31/12 do ano anterior; o saldo de fim de ano vem da ultima
015300*    fotografia do SALDODIA em dezembro.
015400 01 WS-DATA-INI-BASE.
015500     02 ws-dib-ano      PIC 9(4) VALUE ZEROES.
015600     02 FILLER          PIC 9(4) VALUE 0101.
015700 01 ws-data-ini-base-n REDEFINES WS-DATA-INI-BASE PIC 9(8).
015800 01 WS-DATA-FIM-BASE.
015900     02 ws-dfb-ano      PIC 9(4) VALUE ZEROES.
016000     02 FILLER          PIC 9(4) VALUE 1231.
016100 01 ws-data-fim-base-n REDEFINES WS-DATA-FIM-BASE PIC 9(8).
016200 01 WS-DATA-FIM-ANT.
016300     02 ws-dfa-ano      PIC 9(4) VALUE ZEROES.
016400     02 FILLER          PIC 9(4) VALUE 1231.
016500 01 ws-data-fim-ant-n REDEFINES WS-DATA-FIM-ANT PIC 9(8).
016600 01 WS-DATA-DEZEMBRO.
016700     02 ws-dez-ano      PIC 9(4) VALUE ZEROES.
016800     02 FILLER          PIC 9(4) VALUE 1201.
016900 01 ws-data-dezembro-n REDEFINES WS-DATA-DEZEMBRO PIC 9(8).
017000 01 ws-data-corte      PIC 9(8) VALUE ZEROES.
017100 01 WS-DATA-CORTE-PARTES REDEFINES ws-data-corte.
017200     02 ws-corte-ano    PIC 9(4).
017300     02 FILLER          PIC 9(4).
017400
017500*    Apuracao de uma conta.
017600 01 ws-saldo-ant-mov   PIC S9(11)V99 VALUE ZEROES.
017700 01 ws-saldo-atual-mov PIC S9(11)V99 VALUE ZEROES.
017800 01 ws-saldo-ant       PIC S9(11)V99 VALUE ZEROES.
017900 01 ws-saldo-atual     PIC S9(11)V99 VALUE ZEROES.
018000 01 ws-rendimento      PIC S9(11)V99 VALUE ZEROES.
018100 01 ws-imposto         PIC S9(11)V99 VALUE ZEROES.
018200 01 ws-saldo-hist      PIC S9(11)V99 VALUE ZEROES.
018300 01 ws-hist-achado     PIC X VALUE "N".
018400 01 ws-mov-data        PIC 9(8) VALUE ZEROES.
018500 01 ws-mov-tipo        PIC X(1) VALUE SPACES.
018600 01 ws-mov-valor       PIC S9(9)V99 VALUE ZEROES.
018700
018800*    Grupo (CPF) em montagem.
018900 01 ws-grp-cpf         PIC 9(11) VALUE ZEROES.
019000 01 ws-grp-ativo       PIC X VALUE "N".
019100 01 ws-grp-valido      PIC X VALUE "N".
019200 01 ws-grp-nome        PIC X(30) VALUE SPACES.
019300 01 ws-grp-qtd-contas  PIC 9(3) VALUE ZEROES.
019400 01 ws-grp-saldo-ant   PIC S9(11)V99 VALUE ZEROES.
019500 01 ws-grp-saldo-atual PIC S9(11)V99 VALUE ZEROES.
019600 01 ws-grp-rendimento  PIC S9(11)V99 VALUE ZEROES.
019700 01 ws-grp-imposto     PIC S9(11)V99 VALUE ZEROES.
019800 01 ws-grp-co-titular  PIC X VALUE "N".
019900
020000*    Linhas do informe.
020100 01 WS-LIN-SEPARADOR   PIC X(80) VALUE ALL "=".
020200 01 WS-LIN-TITULO.
020300     02 FILLER          PIC X(54) VALUE
020400        "INFORME DE RENDIMENTOS FINANCEIROS - ANO-CALENDARIO ".
020500     02 ws-lt-ano       PIC 9(4).
020600     02 FILLER          PIC X(22) VALUE SPACES.
020700 01 WS-LIN-BENEFICIARIO.
020800     02 FILLER          PIC X(14) VALUE "BENEFICIARIO: ".
020900     02 ws-lb-nome      PIC X(30).
021000     02 FILLER          PIC X(7) VALUE "  CPF: ".
021100     02 ws-lb-cpf       PIC 999.999.999B99.
021200     02 FILLER          PIC X(15) VALUE SPACES.
021300 01 WS-LIN-CABECALHO.
021400     02 FILLER          PIC X(11) VALUE "AGENC CONTA".
021500     02 FILLER          PIC X(15) VALUE "    SALDO 31/12".
021600     02 FILLER          PIC X(15) VALUE "    SALDO 31/12".
021700     02 FILLER          PIC X(15) VALUE "     RENDIMENTO".
021800     02 FILLER          PIC X(15) VALUE "      IR RETIDO".
021900     02 FILLER          PIC X(9) VALUE SPACES.
022000 01 WS-LIN-CAB-DATAS.
022100     02 FILLER          PIC X(21) VALUE SPACES.
022200     02 ws-lcd-ano-ant  PIC 9(4).
022300     02 FILLER          PIC X(11) VALUE SPACES.
022400     02 ws-lcd-ano-base PIC 9(4).
022500     02 FILLER          PIC X(15) VALUE "          BRUTO".
022600     02 FILLER          PIC X(25) VALUE SPACES.
022700 01 WS-LIN-DETALHE.
022800     02 ws-ld-agencia   PIC 9(5).
022900     02 FILLER          PIC X(1) VALUE SPACES.
023000     02 ws-ld-conta     PIC 9(5).
023100     02 ws-ld-saldo-ant PIC ---.---.--9,99.
023200     02 FILLER          PIC X(1) VALUE SPACES.
023300     02 ws-ld-saldo-atual PIC ---.---.--9,99.
023400     02 FILLER          PIC X(1) VALUE SPACES.
023500     02 ws-ld-rendimento PIC ---.---.--9,99.
023600     02 FILLER          PIC X(1) VALUE SPACES.
023700     02 ws-ld-imposto   PIC ---.---.--9,99.
023800     02 FILLER          PIC X(1) VALUE SPACES.
023900     02 ws-ld-marca     PIC X(7).
024000 01 WS-LIN-TOTAL.
024100     02 FILLER          PIC X(11) VALUE "TOTAL      ".
024200     02 ws-lt-saldo-ant PIC ---.---.--9,99.
024300     02 FILLER          PIC X(1) VALUE SPACES.
024400     02 ws-lt-saldo-atual PIC ---.---.--9,99.
024500     02 FILLER          PIC X(1) VALUE SPACES.
024600     02 ws-lt-rendimento PIC ---.---.--9,99.
024700     02 FILLER          PIC X(1) VALUE SPACES.
024800     02 ws-lt-imposto   PIC ---.---.--9,99.
024900     02 FILLER          PIC X(8) VALUE SPACES.
025000 01 WS-LIN-NOTA-IR     PIC X(80) VALUE
025100     "Rendimentos de conta corrente com IR retido na fonte.".
025200 01 WS-LIN-NOTA-CT     PIC X(80) VALUE
025300     "CO-TIT: conta conjunta - rendimento informado ao titular.".
025400
025500 01 WS-RESUMO.
025600     02 ws-qtd-contas-lidas PIC 9(7) VALUE ZEROES.
025700     02 ws-qtd-informes     PIC 9(7) VALUE ZEROES.
025800     02 ws-qtd-sem-cliente  PIC 9(7) VALUE ZEROES.
025900     02 ws-qtd-contas-inf   PIC 9(7) VALUE ZEROES.
026000     02 ws-total-rendimento PIC S9(13)V99 VALUE ZEROES.
026100     02 ws-total-imposto    PIC S9(13)V99 VALUE ZEROES.
026200     02 ws-total-edit       PIC $--.---.---.---.--9,99.
026300
026400******************************************************************
026500* Informe de rendimentos anual: depois da virada do ano, um
026600* informe por CPF de F-CLIENTE com todas as contas que ele detem
026700* (titular do cadastro ou co-titular em F-TITULAR), o saldo em
026800* 31/12 do ano anterior e do ano-calendario, os juros creditados
026900* ("J" positivo) e o IR retido ("I") no ano. Rendimento e imposto
027000* de conta conjunta entram nos totais so do titular, para nao
027100* serem declarados duas vezes. Gera tambem a declaracao a Receita
027200* com os mesmos totais.
027300******************************************************************
027400 PROCEDURE DIVISION.
027500******************************************************************
027600 PRINCIPAL.
027700 ACCEPT ws-data-sistema FROM DATE YYYYMMDD.
027800 PERFORM LER-DIA-CONTABIL.
027900 PERFORM DEFINIR-ANO-BASE.
028000 PERFORM ABRIR-ARQUIVOS.
028100 IF ws-arquivos-ok = "S"
028200     PERFORM GRAVAR-CABECALHO-DIRF
028300     SORT SORT-INF
028400         ON ASCENDING KEY srt-cpf srt-cod-conta
028500         INPUT PROCEDURE IS CARREGAR-CONTAS-INF
028600         OUTPUT PROCEDURE IS EMITIR-INFORMES
028700     PERFORM GRAVAR-TOTALIZADOR-DIRF
028800 END-IF.
028900 PERFORM FECHAR-ARQUIVOS.
029000 PERFORM EXIBIR-RESUMO.
029100 STOP RUN.
029200
029300******************************************************************
029400* Data contabil (DIACTL): so define o ano-calendario padrao. Sem
029500* o arquivo segue na data da maquina.
029600******************************************************************
029700 LER-DIA-CONTABIL.
029800 OPEN INPUT F-DIACTL.
029900 IF ARQ-OK-DIA = "00"
030000     READ F-DIACTL
030100         AT END CONTINUE
030200         NOT AT END
030300             IF dct-situacao = "A"
030400                 MOVE dct-data TO ws-data-sistema
030500             END-IF
030600     END-READ
030700     CLOSE F-DIACTL
030800 END-IF.
030900
031000******************************************************************
031100* Ano-calendario pedido no console; zero (ou ENTER) assume o ano
031200* anterior ao da data contabil - o job roda depois da virada.
031300******************************************************************
031400 DEFINIR-ANO-BASE.
031500 DISPLAY "Ano-calendario do informe (AAAA, 0 = ano anterior): ".
031600 ACCEPT ws-ano-base.
031700 IF ws-ano-base = ZEROES OR ws-ano-base > ws-sist-ano
031800     COMPUTE ws-ano-base = ws-sist-ano - 1
031900 END-IF.
032000 MOVE ws-ano-base TO ws-dib-ano.
032100 MOVE ws-ano-base TO ws-dfb-ano.
032200 COMPUTE ws-dfa-ano = ws-ano-base - 1.
032300
032400******************************************************************
032500* Sem o arquivo morto os movimentos arquivados entram pelo
032600* lancamento "P" de saldo anterior; sem o historico de saldos o
032700* saldo de 31/12 e reconstituido pelos movimentos.
032800******************************************************************
032900 ABRIR-ARQUIVOS.
033000 OPEN INPUT F-CADASTRO.
033100 IF ARQ-OK NOT = "00"
033200     DISPLAY "Erro ao abrir o cadastro: " ARQ-OK
033300     MOVE "N" TO ws-arquivos-ok
033400 END-IF.
033500 OPEN INPUT F-MOVIMENTO.
033600 IF ARQ-OK-MOV NOT = "00"
033700     DISPLAY "Erro ao abrir o razao: " ARQ-OK-MOV
033800     MOVE "N" TO ws-arquivos-ok
033900 END-IF.
034000 OPEN INPUT F-CLIENTE.
034100 IF ARQ-OK-CLI NOT = "00"
034200     DISPLAY "Clientes indisponiveis! Erro: " ARQ-OK-CLI
034300     MOVE "N" TO ws-arquivos-ok
034400 END-IF.
034500 OPEN INPUT F-MOVARQ.
034600 IF ARQ-OK-ARQ = "00"
034700     MOVE "S" TO ws-morto-aberto
034800 END-IF.
034900 OPEN INPUT F-SALDOHIST.
035000 IF ARQ-OK-SDH = "00"
035100     MOVE "S" TO ws-historico-aberto
035200 END-IF.
035300 OPEN INPUT F-TITULAR.
035400 IF ARQ-OK-TIT = "00"
035500     MOVE "S" TO ws-titular-aberto
035600 ELSE
035700     DISPLAY "Titulares indisponiveis (" ARQ-OK-TIT
035800             ") - informe so das contas do titular."
035900 END-IF.
036000 IF ws-arquivos-ok = "S"
036100     OPEN OUTPUT F-INFORME
036200     OPEN OUTPUT F-DIRF
036210     IF ARQ-OK-INF NOT = "00" OR ARQ-OK-DRF NOT = "00"
036220         DISPLAY "Erro ao criar o informe/declaracao: "
036230                 ARQ-OK-INF " / " ARQ-OK-DRF
036240         IF ARQ-OK-INF = "00"
036250             CLOSE F-INFORME
036260         END-IF
036270         IF ARQ-OK-DRF = "00"
036280             CLOSE F-DIRF
036290         END-IF
036291         MOVE "N" TO ws-arquivos-ok
036292     END-IF
036300 END-IF.
036400
036500 FECHAR-ARQUIVOS.
036600 CLOSE F-CADASTRO.
036700 CLOSE F-MOVIMENTO.
036800 CLOSE F-CLIENTE.
036900 IF ws-morto-aberto = "S"
037000     CLOSE F-MOVARQ
037100 END-IF.
037200 IF ws-historico-aberto = "S"
037300     CLOSE F-SALDOHIST
037400 END-IF.
037500 IF ws-titular-aberto = "S"
037600     CLOSE F-TITULAR
037700 END-IF.
037800 IF ws-arquivos-ok = "S"
037900     CLOSE F-INFORME
038000     CLOSE F-DIRF
038100 END-IF.
038200
038300 GRAVAR-CABECALHO-DIRF.
038400 MOVE SPACES TO REG-DIRF.
038500 MOVE "H" TO drf-tipo-reg.
038600 MOVE ws-ano-base TO drf-h-ano.
038700 MOVE ws-data-sistema TO drf-h-data.
038800 WRITE REG-DIRF.
038900
039000 GRAVAR-TOTALIZADOR-DIRF.
039100 MOVE SPACES TO REG-DIRF.
039200 MOVE "T" TO drf-tipo-reg.
039300 MOVE ws-qtd-informes TO drf-t-qtd.
039400 MOVE ws-total-rendimento TO drf-t-rendimento.
039500 MOVE ws-total-imposto TO drf-t-imposto.
039600 WRITE REG-DIRF.
039700
039800******************************************************************
039900* Entrada do sort: cada conta do cadastro sob o CPF titular ("T")
040000* e cada co-titularidade de F-TITULAR ("C"). Procurador movimenta
040100* mas nao e dono: nao entra.
040200******************************************************************
040300 CARREGAR-CONTAS-INF.
040400 MOVE ZEROES TO cod-conta.
040500 MOVE "N" TO ws-fim-cadastro.
040600 START F-CADASTRO KEY IS NOT LESS THAN cod-conta
040700     INVALID KEY
040800         MOVE "S" TO ws-fim-cadastro
040900 END-START.
041000 PERFORM UNTIL ws-fim-cadastro = "S"
041100     READ F-CADASTRO NEXT RECORD
041200         AT END
041300             MOVE "S" TO ws-fim-cadastro
041400         NOT AT END
041500             IF cpf NOT = ZEROES
041600                 MOVE cpf       TO srt-cpf
041700                 MOVE cod-conta TO srt-cod-conta
041800                 MOVE "T"       TO srt-papel
041900                 RELEASE SORT-REC
042000             END-IF
042100     END-READ
042200 END-PERFORM.
042300 IF ws-titular-aberto = "S"
042400     MOVE ZEROES TO tit-cod-conta
042500     MOVE ZEROES TO tit-cpf
042600     MOVE "N" TO ws-fim-titulares
042700     START F-TITULAR KEY IS NOT LESS THAN tit-chave
042800         INVALID KEY
042900             MOVE "S" TO ws-fim-titulares
043000     END-START
043100     PERFORM UNTIL ws-fim-titulares = "S"
043200         READ F-TITULAR NEXT RECORD
043300             AT END
043400                 MOVE "S" TO ws-fim-titulares
043500             NOT AT END
043600                 IF tit-papel = "C"
043700                     MOVE tit-cpf       TO srt-cpf
043800                     MOVE tit-cod-conta TO srt-cod-conta
043900                     MOVE "C"           TO srt-papel
044000                     RELEASE SORT-REC
044100                 END-IF
044200         END-READ
044300     END-PERFORM
044400 END-IF.
044500
044600******************************************************************
044700* Saida do sort: quebra por CPF. O informe so sai para CPF com
044800* cadastro em F-CLIENTE.
044900******************************************************************
045000 EMITIR-INFORMES.
045100 MOVE "N" TO ws-grp-ativo.
045200 MOVE "N" TO ws-fim-sort.
045300 PERFORM UNTIL ws-fim-sort = "S"
045400     RETURN SORT-INF
045500         AT END
045600             MOVE "S" TO ws-fim-sort
045700         NOT AT END
045800             PERFORM TRATAR-CONTA-INF
045900     END-RETURN
046000 END-PERFORM.
046100 PERFORM FECHAR-INFORME.
046200
046300 TRATAR-CONTA-INF.
046400 ADD 1 TO ws-qtd-contas-lidas.
046500 IF ws-grp-ativo = "N" OR srt-cpf NOT = ws-grp-cpf
046600     PERFORM FECHAR-INFORME
046700     PERFORM ABRIR-INFORME
046800 END-IF.
046900 IF ws-grp-valido = "S"
047000     MOVE srt-cod-conta TO cod-conta
047100     READ F-CADASTRO
047200         INVALID KEY
047300             CONTINUE
047400         NOT INVALID KEY
047500             PERFORM APURAR-CONTA
047600             PERFORM LISTAR-CONTA
047700     END-READ
047800 END-IF.
047900
048000 ABRIR-INFORME.
048100 MOVE "S" TO ws-grp-ativo.
048200 MOVE srt-cpf TO ws-grp-cpf.
048300 MOVE ZEROES TO ws-grp-qtd-contas.
048400 MOVE ZEROES TO ws-grp-saldo-ant.
048500 MOVE ZEROES TO ws-grp-saldo-atual.
048600 MOVE ZEROES TO ws-grp-rendimento.
048700 MOVE ZEROES TO ws-grp-imposto.
048800 MOVE "N" TO ws-grp-co-titular.
048900 MOVE srt-cpf TO cli-cpf.
049000 READ F-CLIENTE
049100     INVALID KEY
049200         MOVE "N" TO ws-grp-valido
049300         ADD 1 TO ws-qtd-sem-cliente
049400     NOT INVALID KEY
049500         MOVE "S" TO ws-grp-valido
049600         MOVE cli-nome TO ws-grp-nome
049700         PERFORM IMPRIMIR-CABECALHO-INFORME
049800 END-READ.
049900
050000 IMPRIMIR-CABECALHO-INFORME.
050100 WRITE REG-INFORME FROM WS-LIN-SEPARADOR.
050200 MOVE ws-ano-base TO ws-lt-ano.
050300 WRITE REG-INFORME FROM WS-LIN-TITULO.
050400 MOVE ws-grp-nome TO ws-lb-nome.
050500 MOVE ws-grp-cpf  TO ws-lb-cpf.
050600 WRITE REG-INFORME FROM WS-LIN-BENEFICIARIO.
050700 MOVE SPACES TO REG-INFORME.
050800 WRITE REG-INFORME.
050900 WRITE REG-INFORME FROM WS-LIN-CABECALHO.
051000 MOVE ws-dfa-ano TO ws-lcd-ano-ant.
051100 MOVE ws-ano-base TO ws-lcd-ano-base.
051200 WRITE REG-INFORME FROM WS-LIN-CAB-DATAS.
051300
051400 FECHAR-INFORME.
051500 IF ws-grp-ativo = "S" AND ws-grp-valido = "S"
051600     MOVE ws-grp-saldo-ant   TO ws-lt-saldo-ant
051700     MOVE ws-grp-saldo-atual TO ws-lt-saldo-atual
051800     MOVE ws-grp-rendimento  TO ws-lt-rendimento
051900     MOVE ws-grp-imposto     TO ws-lt-imposto
052000     WRITE REG-INFORME FROM WS-LIN-TOTAL
052100     MOVE SPACES TO REG-INFORME
052200     WRITE REG-INFORME
052300     WRITE REG-INFORME FROM WS-LIN-NOTA-IR
052400     IF ws-grp-co-titular = "S"
052500         WRITE REG-INFORME FROM WS-LIN-NOTA-CT
052600     END-IF
052700     PERFORM GRAVAR-DETALHE-DIRF
052800     ADD 1 TO ws-qtd-informes
052900     ADD ws-grp-rendimento TO ws-total-rendimento
053000     ADD ws-grp-imposto    TO ws-total-imposto
053100 END-IF.
053200 MOVE "N" TO ws-grp-valido.
053300
053400 GRAVAR-DETALHE-DIRF.
053500 MOVE SPACES TO REG-DIRF.
053600 MOVE "D" TO drf-tipo-reg.
053700 MOVE ws-grp-cpf         TO drf-d-cpf.
053800 MOVE ws-grp-nome        TO drf-d-nome.
053900 MOVE ws-grp-qtd-contas  TO drf-d-qtd-contas.
054000 MOVE ws-grp-saldo-ant   TO drf-d-saldo-ant.
054100 MOVE ws-grp-saldo-atual TO drf-d-saldo-atual.
054200 MOVE ws-grp-rendimento  TO drf-d-rendimento.
054300 MOVE ws-grp-imposto     TO drf-d-imposto.
054400 WRITE REG-DIRF.
054500
054600******************************************************************
054700* Uma linha por conta. Conta conjunta em que o CPF e co-titular
054800* aparece com a marca CO-TIT e fica fora dos totais.
054900******************************************************************
055000 LISTAR-CONTA.
055100 MOVE cod-agencia     TO ws-ld-agencia.
055200 MOVE cod-conta       TO ws-ld-conta.
055300 MOVE ws-saldo-ant    TO ws-ld-saldo-ant.
055400 MOVE ws-saldo-atual  TO ws-ld-saldo-atual.
055500 MOVE ws-rendimento   TO ws-ld-rendimento.
055600 MOVE ws-imposto      TO ws-ld-imposto.
055700 IF srt-papel = "C"
055800     MOVE "CO-TIT " TO ws-ld-marca
055900     MOVE "S" TO ws-grp-co-titular
056000 ELSE
056100     MOVE SPACES TO ws-ld-marca
056200     ADD 1 TO ws-grp-qtd-contas
056300     ADD ws-saldo-ant   TO ws-grp-saldo-ant
056400     ADD ws-saldo-atual TO ws-grp-saldo-atual
056500     ADD ws-rendimento  TO ws-grp-rendimento
056600     ADD ws-imposto     TO ws-grp-imposto
056700 END-IF.
056800 WRITE REG-INFORME FROM WS-LIN-DETALHE.
056900 ADD 1 TO ws-qtd-contas-inf.
057000
057100******************************************************************
057200* Apuracao da conta no ano-calendario. Saldo em 31/12: a ultima
057300* fotografia de dezembro do SALDODIA; sem ela, a soma dos
057400* movimentos ate a data - razao vivo mais arquivo morto, com o
057500* "P" de saldo anterior ignorado porque ele e a propria soma do
057600* que esta arquivado (sem o arquivo morto, o "P" entra).
057700* Rendimento: juros creditados ("J" positivo; o negativo e
057800* tarifa). Imposto: os lancamentos "I" do ano.
057900******************************************************************
058000 APURAR-CONTA.
058100 MOVE ZEROES TO ws-saldo-ant-mov.
058200 MOVE ZEROES TO ws-saldo-atual-mov.
058300 MOVE ZEROES TO ws-rendimento.
058400 MOVE ZEROES TO ws-imposto.
058500 MOVE cod-conta TO mov-cod-conta.
058600 MOVE ZEROES TO mov-sequencia.
058700 MOVE "N" TO ws-fim-movimento.
058800 START F-MOVIMENTO KEY IS NOT LESS THAN mov-chave
058900     INVALID KEY
059000         MOVE "S" TO ws-fim-movimento
059100 END-START.
059200 PERFORM VARRER-RAZAO UNTIL ws-fim-movimento = "S".
059300 IF ws-morto-aberto = "S"
059400     MOVE cod-conta TO arq-cod-conta
059500     MOVE ZEROES TO arq-sequencia
059600     MOVE "N" TO ws-fim-movimento
059700     START F-MOVARQ KEY IS NOT LESS THAN arq-chave
059800         INVALID KEY
059900             MOVE "S" TO ws-fim-movimento
060000     END-START
060100     PERFORM VARRER-ARQUIVO-MORTO UNTIL ws-fim-movimento = "S"
060200 END-IF.
060300 MOVE ws-saldo-ant-mov TO ws-saldo-ant.
060400 MOVE ws-data-fim-ant-n TO ws-data-corte.
060500 PERFORM BUSCAR-SALDO-HISTORICO.
060600 IF ws-hist-achado = "S"
060700     MOVE ws-saldo-hist TO ws-saldo-ant
060800 END-IF.
060900 MOVE ws-saldo-atual-mov TO ws-saldo-atual.
061000 MOVE ws-data-fim-base-n TO ws-data-corte.
061100 PERFORM BUSCAR-SALDO-HISTORICO.
061200 IF ws-hist-achado = "S"
061300     MOVE ws-saldo-hist TO ws-saldo-atual
061400 END-IF.
061500
061600 VARRER-RAZAO.
061700 READ F-MOVIMENTO NEXT RECORD
061800     AT END
061900         MOVE "S" TO ws-fim-movimento
062000     NOT AT END
062100         IF mov-cod-conta NOT = cod-conta
062200             MOVE "S" TO ws-fim-movimento
062300         ELSE
062400             IF mov-tipo NOT = "P" OR ws-morto-aberto = "N"
062500                 MOVE mov-data  TO ws-mov-data
062600                 MOVE mov-tipo  TO ws-mov-tipo
062700                 MOVE mov-valor TO ws-mov-valor
062800                 PERFORM ACUMULAR-MOVIMENTO
062900             END-IF
063000         END-IF
063100 END-READ.
063200
063300 VARRER-ARQUIVO-MORTO.
063400 READ F-MOVARQ NEXT RECORD
063500     AT END
063600         MOVE "S" TO ws-fim-movimento
063700     NOT AT END
063800         IF arq-cod-conta NOT = cod-conta
063900             MOVE "S" TO ws-fim-movimento
064000         ELSE
064100             MOVE arq-data  TO ws-mov-data
064200             MOVE arq-tipo  TO ws-mov-tipo
064300             MOVE arq-valor TO ws-mov-valor
064400             PERFORM ACUMULAR-MOVIMENTO
064500         END-IF
064600 END-READ.
064700
064800 ACUMULAR-MOVIMENTO.
064900 IF ws-mov-data NOT > ws-data-fim-ant-n
065000     ADD ws-mov-valor TO ws-saldo-ant-mov
065100 END-IF.
065200 IF ws-mov-data NOT > ws-data-fim-base-n
065300     ADD ws-mov-valor TO ws-saldo-atual-mov
065400     IF ws-mov-data NOT < ws-data-ini-base-n
065500         IF ws-mov-tipo = "J" AND ws-mov-valor > ZEROES
065600             ADD ws-mov-valor TO ws-rendimento
065700         END-IF
065800         IF ws-mov-tipo = "I"
065900             SUBTRACT ws-mov-valor FROM ws-imposto
066000         END-IF
066100     END-IF
066200 END-IF.
066300
066400******************************************************************
066500* Ultima fotografia do SALDODIA em dezembro ate ws-data-corte
066600* (31/12 cai as vezes em dia sem fechamento).
066700******************************************************************
066800 BUSCAR-SALDO-HISTORICO.
066900 MOVE "N" TO ws-hist-achado.
067000 IF ws-historico-aberto = "S"
067100     MOVE ws-corte-ano TO ws-dez-ano
067200     MOVE cod-conta TO sdh-conta
067300     MOVE ws-data-dezembro-n TO sdh-data
067400     MOVE "N" TO ws-fim-hist
067500     START F-SALDOHIST KEY IS NOT LESS THAN sdh-chave
067600         INVALID KEY
067700             MOVE "S" TO ws-fim-hist
067800     END-START
067900     PERFORM UNTIL ws-fim-hist = "S"
068000         READ F-SALDOHIST NEXT RECORD
068100             AT END
068200                 MOVE "S" TO ws-fim-hist
068300             NOT AT END
068400                 IF sdh-conta NOT = cod-conta OR
068500                     sdh-data > ws-data-corte
068600                     MOVE "S" TO ws-fim-hist
068700                 ELSE
068800                     MOVE sdh-saldo TO ws-saldo-hist
068900                     MOVE "S" TO ws-hist-achado
069000                 END-IF
069100         END-READ
069200     END-PERFORM
069300 END-IF.
069400
069500 EXIBIR-RESUMO.
069600 DISPLAY "======================================================".
069700 DISPLAY "INFORME DE RENDIMENTOS - ANO-CALENDARIO " ws-ano-base.
069800 DISPLAY "Contas/titularidades lidas: " ws-qtd-contas-lidas.
069900 DISPLAY "Informes emitidos:          " ws-qtd-informes.
070000 DISPLAY "Contas nos informes:        " ws-qtd-contas-inf.
070100 DISPLAY "CPFs sem cadastro cliente:  " ws-qtd-sem-cliente.
070200 MOVE ws-total-rendimento TO ws-total-edit.
070300 DISPLAY "Rendimento bruto declarado: " ws-total-edit.
070400 MOVE ws-total-imposto TO ws-total-edit.
070500 DISPLAY "IR retido declarado:        " ws-total-edit.
070600 DISPLAY "======================================================".
