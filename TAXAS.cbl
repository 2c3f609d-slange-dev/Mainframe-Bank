001700        ACCESS IS DYNAMIC
001800        RECORD KEY IS taxa-chave
001900           FILE STATUS ARQ-OK-TAX.
001901
001902     SELECT F-ALIQIR ASSIGN TO disk
001903        ORGANIZATION IS INDEXED
001904        ACCESS IS DYNAMIC
001905        RECORD KEY IS alq-vigencia
001906           FILE STATUS ARQ-OK-ALQ.
001910
001920     SELECT F-OPERADOR ASSIGN TO disk
001930        ORGANIZATION IS INDEXED
002300******************************************************************
002400 FILE SECTION.
002500     COPY TABTAXAS.
002505     COPY ALIQIR.
002510     COPY OPERADORES.
002520     COPY AUDITLOG.
002600
003900 01 ws-taxa-existe     PIC X VALUE "N".
004000 01 ws-fim-lista       PIC X VALUE "N".
004100 01 ws-qtd-listadas    PIC 9(5) VALUE ZEROES.
004110 01 ARQ-OK-ALQ         PIC X(02) VALUE ZEROES.
004120 01 ws-alq-vigencia    PIC 9(8) VALUE ZEROES.
004130 01 ws-alq-percent     PIC 9(2)V9(4) VALUE ZEROES.
004140 01 ws-alq-atual       PIC 9(2)V9(4) VALUE ZEROES.
004150 01 ws-alq-atual-x     PIC X(30) VALUE SPACES.
004160 01 ws-alq-existe      PIC X VALUE "N".
004200
004300*    Taxas da antiga tabela interna do JUROS, usadas pela carga
004400*    inicial do arquivo com vigencia aberta (19000101).
006400     03 LINE 05 COL 01 VALUE "(1) INCLUIR/ALTERAR TAXA          ".
006500     03 LINE 06 COL 01 VALUE "(2) LISTAR TAXAS                  ".
006600     03 LINE 07 COL 01 VALUE "(3) CARGA INICIAL (TABELA ANTIGA) ".
006700     03 LINE 08 COL 01 VALUE "(4) INCLUIR/ALTERAR ALIQUOTA IR   ".
006800     03 LINE 09 COL 01 VALUE "(5) LISTAR ALIQUOTAS IR           ".
006810     03 LINE 10 COL 01 VALUE "(S) SAIR                          ".
006820     03 LINE 11 COL 01 VALUE "OPCAO:                            ".
006900
007000 01 TELA-TAXA.
007100     03 BLANK SCREEN.
007600     03 LINE 05 COL 01 VALUE "Vigente a partir de (AAAAMMDD): ".
007700     03 LINE 06 COL 01 VALUE "Percentual mensal (ex +15000 =".
007800     03 LINE 07 COL 01 VALUE "+1,5000 pct, -50000 a +50000): ".
007810
007820 01 TELA-ALIQUOTA.
007830     03 BLANK SCREEN.
007840     03 LINE 01 COL 01 VALUE "**********************************".
007850     03 LINE 02 COL 01 VALUE "    ALIQUOTA DE IR SOBRE JUROS".
007860     03 LINE 03 COL 01 VALUE "**********************************".
007870     03 LINE 05 COL 01 VALUE "Vigente a partir de (AAAAMMDD): ".
007880     03 LINE 06 COL 01 VALUE "Aliquota (ex 150000 =".
007890     03 LINE 07 COL 01 VALUE "15,0000 pct, 0 a 50): ".
007900
008000******************************************************************
008100 PROCEDURE DIVISION.
008800 MENU-PRINCIPAL.
008900 INITIALIZE opcao.
009000 DISPLAY TELA-MENU.
009100 ACCEPT opcao AT 1108.
009200 EVALUATE opcao
009300     WHEN "1" PERFORM MANUTENCAO-TAXA
009400     WHEN "2" PERFORM LISTAR-TAXAS
009500     WHEN "3" PERFORM CARGA-INICIAL
009510     WHEN "4" PERFORM MANUTENCAO-ALIQUOTA
009520     WHEN "5" PERFORM LISTAR-ALIQUOTAS
009600     WHEN "S" PERFORM SAIR
009700     WHEN "s" PERFORM SAIR
009800     WHEN OTHER DISPLAY " Opcao invalida"
024300 DISPLAY "Carga inicial concluida.".
024400 DISPLAY "ENTER para continuar ".
024500 ACCEPT continua.
024501
024502******************************************************************
024503* Aliquota do IR retido na fonte sobre os juros creditados pelo
024504* JUROS, por data de inicio de vigencia (F-ALIQIR). Mesma regra
024505* de gravacao e auditoria das taxas; a chave e a vigencia.
024506******************************************************************
024507 ABRIR-F-ALIQIR.
024508 OPEN I-O F-ALIQIR.
024509 IF ARQ-OK-ALQ = "35" THEN
024510     CLOSE F-ALIQIR
024511     OPEN OUTPUT F-ALIQIR
024512     CLOSE F-ALIQIR
024513     OPEN I-O F-ALIQIR
024514 END-IF.
024515 IF ARQ-OK-ALQ NOT = "00"
024516     DISPLAY "Erro ao abrir aliquotas: " ARQ-OK-ALQ
024517 END-IF.
024518
024519 MANUTENCAO-ALIQUOTA.
024520 DISPLAY TELA-ALIQUOTA.
024521 PERFORM ABRIR-F-ALIQIR.
024522 MOVE "f" TO prosseguir.
024523 PERFORM ENTRADA-VIGENCIA-ALIQUOTA UNTIL prosseguir = "v".
024524 MOVE "f" TO prosseguir.
024525 PERFORM ENTRADA-ALIQUOTA UNTIL prosseguir = "v".
024526 PERFORM VERIFICAR-ALIQUOTA-EXISTENTE.
024527 MOVE "f" TO prosseguir.
024528 PERFORM PERGUNTA-SALVAR-ALIQUOTA UNTIL prosseguir = "v".
024529 CLOSE F-ALIQIR.
024530
024531 ENTRADA-VIGENCIA-ALIQUOTA.
024532 INITIALIZE ws-alq-vigencia.
024533 ACCEPT ws-alq-vigencia AT 0533.
024534 IF ws-alq-vigencia = ZEROES
024535     DISPLAY "Data deve ser diferente de zero!" AT 0543
024536 ELSE
024537     DISPLAY "                                " AT 0543
024538     MOVE "v" TO prosseguir
024539 END-IF.
024540
024541 ENTRADA-ALIQUOTA.
024542 INITIALIZE ws-alq-percent.
024543 ACCEPT ws-alq-percent AT 0723.
024544 IF ws-alq-percent > 50
024545     DISPLAY "Fora da faixa aceita (0 a 50)!" AT 0740
024546 ELSE
024547     DISPLAY "                              " AT 0740
024548     MOVE "v" TO prosseguir
024549 END-IF.
024550
024551 VERIFICAR-ALIQUOTA-EXISTENTE.
024552 MOVE "N" TO ws-alq-existe.
024553 MOVE SPACES TO ws-alq-atual-x.
024554 MOVE ws-alq-vigencia TO alq-vigencia.
024555 READ F-ALIQIR
024556     INVALID KEY
024557         CONTINUE
024558     NOT INVALID KEY
024559         MOVE "S" TO ws-alq-existe
024560         MOVE alq-percent TO ws-alq-atual
024561         MOVE ws-alq-atual TO ws-alq-atual-x
024562         DISPLAY "Ja cadastrada com " ws-alq-atual AT 0901
024563 END-READ.
024564
024565 PERGUNTA-SALVAR-ALIQUOTA.
024566 INITIALIZE opcao.
024567 DISPLAY "Salvar a aliquota? (S/N): " AT 1101.
024568 ACCEPT opcao AT 1128.
024569 IF opcao = "s" OR "S"
024570     PERFORM GRAVAR-ALIQUOTA
024571     MOVE "v" TO prosseguir
024572 ELSE
024573     IF opcao = "n" OR "N"
024574         DISPLAY "Aliquota nao foi salva.    " AT 1131
024575         MOVE "v" TO prosseguir
024576     ELSE
024577         DISPLAY "Opcao invalida!            " AT 1131
024578         MOVE "f" TO prosseguir
024579     END-IF
024580 END-IF.
024581
024582 GRAVAR-ALIQUOTA.
024583 MOVE ws-alq-vigencia TO alq-vigencia.
024584 MOVE ws-alq-percent  TO alq-percent.
024585 IF ws-alq-existe = "S"
024586     REWRITE DADOS-ALIQIR
024587         INVALID KEY
024588             DISPLAY "Erro ao alterar aliquota!  " AT 1131
024589         NOT INVALID KEY
024590             DISPLAY "Aliquota alterada.         " AT 1131
024591             PERFORM REGISTRAR-AUDITORIA-ALIQUOTA
024592     END-REWRITE
024593 ELSE
024594     WRITE DADOS-ALIQIR
024595         INVALID KEY
024596             DISPLAY "Erro ao gravar aliquota!   " AT 1131
024597         NOT INVALID KEY
024598             DISPLAY "Aliquota incluida.         " AT 1131
024599             MOVE "(nova)" TO ws-alq-atual-x
024600             PERFORM REGISTRAR-AUDITORIA-ALIQUOTA
024601     END-WRITE
024602 END-IF.
024603
024604 REGISTRAR-AUDITORIA-ALIQUOTA.
024605 MOVE "F-ALIQIR" TO aud-arquivo.
024606 MOVE ws-alq-vigencia TO aud-chave.
024607 MOVE "alq-percent" TO aud-campo.
024608 MOVE ws-alq-atual-x TO aud-valor-ant.
024609 MOVE ws-alq-percent TO aud-valor-novo.
024610 PERFORM GRAVAR-AUDITORIA.
024611
024612 LISTAR-ALIQUOTAS.
024613 PERFORM ABRIR-F-ALIQIR.
024614 MOVE ZEROES TO alq-vigencia.
024615 MOVE ZEROES TO ws-qtd-listadas.
024616 DISPLAY SPACES.
024617 DISPLAY "======================================================".
024618 DISPLAY "VIGENCIA   ALIQUOTA IR".
024619 MOVE "N" TO ws-fim-lista.
024620 START F-ALIQIR KEY IS NOT LESS THAN alq-vigencia
024621     INVALID KEY
024622         MOVE "S" TO ws-fim-lista
024623 END-START.
024624 PERFORM UNTIL ws-fim-lista = "S"
024625     READ F-ALIQIR NEXT RECORD
024626         AT END
024627             MOVE "S" TO ws-fim-lista
024628         NOT AT END
024629             DISPLAY alq-vigencia "   " alq-percent
024630             ADD 1 TO ws-qtd-listadas
024631     END-READ
024632 END-PERFORM.
024633 DISPLAY "Aliquotas cadastradas: " ws-qtd-listadas.
024634 DISPLAY "======================================================".
024635 CLOSE F-ALIQIR.
024636 DISPLAY "ENTER para continuar ".
024637 ACCEPT continua.
024638
024700******************************************************************
024800 SAIR.
024900     MOVE "v" TO fim.
