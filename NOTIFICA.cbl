000100******************************************************************
000200 IDENTIFICATION DIVISION.
000300******************************************************************
000400 PROGRAM-ID. NOTIFICA.
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
001500     SELECT F-EVENTO ASSIGN TO disk
001600        ORGANIZATION IS LINE SEQUENTIAL
001700           FILE STATUS ARQ-OK-EVT.
001800
001900     SELECT F-CADASTRO ASSIGN TO disk
002000        ORGANIZATION IS INDEXED
002100        ACCESS IS DYNAMIC
002200        RECORD KEY IS cod-conta
002300        ALTERNATE RECORD KEY nome
002400           WITH DUPLICATES
002500           FILE STATUS ARQ-OK.
002600
002700     SELECT F-CLIENTE ASSIGN TO disk
002800        ORGANIZATION IS INDEXED
002900        ACCESS IS DYNAMIC
003000        RECORD KEY IS cli-cpf
003100           FILE STATUS ARQ-OK-CLI.
003200
003300     SELECT F-PARNOT ASSIGN TO disk
003400        ORGANIZATION IS LINE SEQUENTIAL
003500           FILE STATUS ARQ-OK-PNT.
003600
003700     SELECT F-NOTRES ASSIGN TO disk
003800        ORGANIZATION IS INDEXED
003900        ACCESS IS DYNAMIC
004000        RECORD KEY IS nrs-ordem
004100        ALTERNATE RECORD KEY nrs-cod-conta
004200           WITH DUPLICATES
004300           FILE STATUS ARQ-OK-NRS.
004400
004500     SELECT F-AVISOS ASSIGN TO disk
004600        ORGANIZATION IS LINE SEQUENTIAL
004700           FILE STATUS ARQ-OK-AVS.
004800
004900     SELECT F-NOTSUM ASSIGN TO disk
005000        ORGANIZATION IS LINE SEQUENTIAL
005100           FILE STATUS ARQ-OK-SUM.
005200
005300     SELECT F-DIACTL ASSIGN TO disk
005400        ORGANIZATION IS LINE SEQUENTIAL
005500           FILE STATUS ARQ-OK-DIA.
005600
005700     SELECT F-LOTECTL ASSIGN TO disk
005800        ORGANIZATION IS INDEXED
005900        ACCESS IS DYNAMIC
006000        RECORD KEY IS lct-chave
006100           FILE STATUS ARQ-OK-LCT.
006200
006300******************************************************************
006400 DATA DIVISION.
006500******************************************************************
006600 FILE SECTION.
006700     COPY EVENTOS.
006800     COPY CADASTRO.
006900     COPY CLIENTES.
007000     COPY PARAMNOT.
007100     COPY NOTIFRES.
007200     COPY DIACTL.
007300     COPY LOTECTL.
007400
007500*    Arquivo para o provedor de mensagens: registro "H" de
007600*    cabecalho (data contabil), um "D" por mensagem (canal S = SMS
007700*    com o celular no destino, E = e-mail com o endereco) e um "T"
007800*    de fechamento com as quantidades por canal.
007900 FD F-AVISOS LABEL RECORD STANDARD
008000     VALUE OF FILE-ID IS "F-AVISOS.txt".
008100 01 REG-AVISO.
008200     02 avs-tipo-reg      PIC X(1).
008300     02 avs-dados         PIC X(199).
008400 01 REG-AVISO-H REDEFINES REG-AVISO.
008500     02 FILLER            PIC X(1).
008600     02 avs-h-data        PIC 9(8).
008700     02 FILLER            PIC X(191).
008800 01 REG-AVISO-D REDEFINES REG-AVISO.
008900     02 FILLER            PIC X(1).
009000     02 avs-d-canal       PIC X(1).
009100     02 avs-d-destino     PIC X(50).
009200     02 avs-d-cpf         PIC 9(11).
009300     02 avs-d-nome        PIC X(30).
009400     02 avs-d-evento      PIC X(2).
009500     02 avs-d-conta       PIC 9(5).
009600     02 avs-d-valor       PIC 9(9)V99.
009700     02 avs-d-data        PIC 9(8).
009800     02 avs-d-hora        PIC 9(6).
009900     02 avs-d-mensagem    PIC X(70).
010000     02 FILLER            PIC X(5).
010100 01 REG-AVISO-T REDEFINES REG-AVISO.
010200     02 FILLER            PIC X(1).
010300     02 avs-t-qtd-sms     PIC 9(7).
010400     02 avs-t-qtd-email   PIC 9(7).
010500     02 avs-t-qtd-total   PIC 9(7).
010600     02 FILLER            PIC X(178).
010700
010800*    Resumo diario dos avisos para a operacao: uma linha por
010900*    evento tratado (enviado por qual canal ou suprimido por qual
011000*    motivo) e os totais por tipo de evento e por motivo de
011100*    supressao.
011200 FD F-NOTSUM LABEL RECORD STANDARD
011300     VALUE OF FILE-ID IS "F-NOTSUM.txt".
011400 01 REG-NOTSUM            PIC X(80).
011500
011600 WORKING-STORAGE SECTION.
011700 01 ARQ-OK             PIC X(02) VALUE ZEROES.
011800 01 ARQ-OK-EVT         PIC X(02) VALUE ZEROES.
011900 01 ARQ-OK-CLI         PIC X(02) VALUE ZEROES.
012000 01 ARQ-OK-PNT         PIC X(02) VALUE ZEROES.
012100 01 ARQ-OK-NRS         PIC X(02) VALUE ZEROES.
012200 01 ARQ-OK-AVS         PIC X(02) VALUE ZEROES.
012300 01 ARQ-OK-SUM         PIC X(02) VALUE ZEROES.
012400 01 ARQ-OK-DIA         PIC X(02) VALUE ZEROES.
012500 01 ws-fim-arquivo     PIC X VALUE "N".
012600 01 ws-arquivos-ok     PIC X VALUE "N".
012700 01 ws-data-sistema    PIC 9(8) VALUE ZEROES.
012800     COPY LOTEJOBS.
012900
013000*    Minimos por tipo de evento (copia de F-PARNOT).
013100 01 WS-MINIMOS.
013200     02 ws-min-saque       PIC 9(9)V99 VALUE ZEROES.
013300     02 ws-min-negativo    PIC 9(9)V99 VALUE ZEROES.
013400     02 ws-min-devolucao   PIC 9(9)V99 VALUE ZEROES.
013500     02 ws-min-ordem       PIC 9(9)V99 VALUE ZEROES.
013600 01 ws-minimo          PIC 9(9)V99 VALUE ZEROES.
013700
013800*    Evento em tratamento.
013900 01 ws-evt-ordem       PIC 9(9) VALUE ZEROES.
014000 01 ws-nrs-existe      PIC X VALUE "N".
014100 01 ws-motivo          PIC X(2) VALUE SPACES.
014200 01 ws-canal           PIC X(1) VALUE SPACES.
014300 01 ws-envia-sms       PIC X VALUE "N".
014400 01 ws-envia-email     PIC X VALUE "N".
014500 01 ws-cpf             PIC 9(11) VALUE ZEROES.
014600 01 ws-nome            PIC X(30) VALUE SPACES.
014700 01 ws-celular         PIC 9(11) VALUE ZEROES.
014800 01 ws-celular-x REDEFINES ws-celular PIC X(11).
014900 01 ws-mensagem        PIC X(70) VALUE SPACES.
015000 01 ws-valor-msg       PIC ZZZ.ZZZ.ZZ9,99.
015100 01 ws-qtd-brancos     PIC 9(2) VALUE ZEROES.
015200 01 ws-ini-valor       PIC 9(2) VALUE ZEROES.
015300
015400*    Tipos de evento da fila (EVENTOS) com os contadores do
015500*    resumo; a ultima posicao acumula tipo desconhecido.
015600 01 WS-TIPOS-INIT.
015700     02 FILLER PIC X(18) VALUE "SQSAQUE           ".
015800     02 FILLER PIC X(18) VALUE "NGENTRADA LIMITE  ".
015900     02 FILLER PIC X(18) VALUE "DVTRF DEVOLVIDA   ".
016000     02 FILLER PIC X(18) VALUE "OFORDEM NAO EXEC  ".
016100     02 FILLER PIC X(18) VALUE "BLBLOQUEIO        ".
016200     02 FILLER PIC X(18) VALUE "DBDESBLOQUEIO     ".
016300     02 FILLER PIC X(18) VALUE "DODORMENCIA       ".
016400     02 FILLER PIC X(18) VALUE "  OUTROS          ".
016500 01 WS-TIPOS REDEFINES WS-TIPOS-INIT.
016600     02 ws-tp-item OCCURS 8 TIMES.
016700         03 ws-tp-codigo     PIC X(2).
016800         03 ws-tp-descricao  PIC X(16).
016900 01 WS-TIPOS-TOTAIS.
017000     02 ws-tt-item OCCURS 8 TIMES.
017100         03 ws-tt-eventos    PIC 9(7).
017200         03 ws-tt-enviados   PIC 9(7).
017300         03 ws-tt-sms        PIC 9(7).
017400         03 ws-tt-email      PIC 9(7).
017500         03 ws-tt-suprimidos PIC 9(7).
017600 01 ws-tp-qtd          PIC 9(2) VALUE 7.
017700 01 ws-tp-idx          PIC 9(2) VALUE ZEROES.
017800 01 ws-tp-atual        PIC 9(2) VALUE ZEROES.
017900
018000*    Motivos de supressao (NOTIFRES).
018100 01 WS-MOTIVOS-INIT.
018200     02 FILLER PIC X(22) VALUE "CTCONTA INEXISTENTE".
018300     02 FILLER PIC X(22) VALUE "CLSEM CADASTRO CLIENTE".
018400     02 FILLER PIC X(22) VALUE "INCLIENTE INATIVO".
018500     02 FILLER PIC X(22) VALUE "VMABAIXO DO MINIMO".
018600     02 FILLER PIC X(22) VALUE "OPSEM ACEITE/CONTATO".
018700     02 FILLER PIC X(22) VALUE "TPTIPO DESCONHECIDO".
018800 01 WS-MOTIVOS REDEFINES WS-MOTIVOS-INIT.
018900     02 ws-mt-item OCCURS 6 TIMES.
019000         03 ws-mt-codigo     PIC X(2).
019100         03 ws-mt-descricao  PIC X(20).
019200 01 WS-MOTIVOS-TOTAIS.
019300     02 ws-mt-qtd-item PIC 9(7) OCCURS 6 TIMES.
019400 01 ws-mt-qtd          PIC 9(2) VALUE 6.
019500 01 ws-mt-idx          PIC 9(2) VALUE ZEROES.
019600 01 ws-mt-atual        PIC 9(2) VALUE ZEROES.
019700
019800 01 WS-RESUMO.
019900     02 ws-qtd-fila        PIC 9(7) VALUE ZEROES.
020000     02 ws-qtd-anteriores  PIC 9(7) VALUE ZEROES.
020100     02 ws-qtd-tratados    PIC 9(7) VALUE ZEROES.
020200     02 ws-qtd-enviados    PIC 9(7) VALUE ZEROES.
020300     02 ws-qtd-suprimidos  PIC 9(7) VALUE ZEROES.
020400     02 ws-qtd-sms         PIC 9(7) VALUE ZEROES.
020500     02 ws-qtd-email       PIC 9(7) VALUE ZEROES.
020600
020700*    Linhas do resumo diario.
020800 01 WS-LIN-SEPARADOR   PIC X(80) VALUE ALL "=".
020900 01 WS-LIN-TRACO       PIC X(80) VALUE ALL "-".
021000 01 WS-LIN-TITULO.
021100     02 FILLER          PIC X(40) VALUE
021200        "RESUMO DOS AVISOS AO CLIENTE - DATA ".
021300     02 ws-lt-data      PIC 9(8).
021400     02 FILLER          PIC X(32) VALUE SPACES.
021500 01 WS-LIN-CABECALHO.
021600     02 FILLER          PIC X(40) VALUE
021700        "ORDEM     DATA     HORA   CONTA TP      ".
021800     02 FILLER          PIC X(40) VALUE
021900        "        VALOR SITUACAO  CANAL / MOTIVO  ".
022000 01 WS-LIN-DETALHE.
022100     02 ws-ld-ordem     PIC 9(9).
022200     02 FILLER          PIC X(1) VALUE SPACES.
022300     02 ws-ld-data      PIC 9(8).
022400     02 FILLER          PIC X(1) VALUE SPACES.
022500     02 ws-ld-hora      PIC 9(6).
022600     02 FILLER          PIC X(1) VALUE SPACES.
022700     02 ws-ld-conta     PIC 9(5).
022800     02 FILLER          PIC X(1) VALUE SPACES.
022900     02 ws-ld-tipo      PIC X(2).
023000     02 FILLER          PIC X(1) VALUE SPACES.
023100     02 ws-ld-valor     PIC ZZZ.ZZZ.ZZ9,99.
023200     02 FILLER          PIC X(1) VALUE SPACES.
023300     02 ws-ld-situacao  PIC X(9).
023400     02 FILLER          PIC X(1) VALUE SPACES.
023500     02 ws-ld-canal     PIC X(20).
023600 01 WS-LIN-CAB-TIPOS.
023700     02 FILLER          PIC X(40) VALUE
023800        "TIPO DE EVENTO    EVENTOS ENVIADOS      ".
023900     02 FILLER          PIC X(40) VALUE
024000        " SMS   E-MAIL SUPRIMIDOS                ".
024100 01 WS-LIN-TIPO.
024200     02 ws-lp-descricao PIC X(16).
024300     02 FILLER          PIC X(1) VALUE SPACES.
024400     02 ws-lp-eventos   PIC Z.ZZZ.ZZ9.
024500     02 ws-lp-enviados  PIC Z.ZZZ.ZZ9.
024600     02 ws-lp-sms       PIC Z.ZZZ.ZZ9.
024700     02 ws-lp-email     PIC Z.ZZZ.ZZ9.
024800     02 ws-lp-suprimidos PIC Z.ZZZ.ZZ9.
024900     02 FILLER          PIC X(18) VALUE SPACES.
025000 01 WS-LIN-CAB-MOTIVOS PIC X(80) VALUE
025100     "SUPRIMIDOS POR MOTIVO".
025200 01 WS-LIN-MOTIVO.
025300     02 ws-lm-codigo    PIC X(2).
025400     02 FILLER          PIC X(1) VALUE SPACES.
025500     02 ws-lm-descricao PIC X(20).
025600     02 ws-lm-qtd       PIC Z.ZZZ.ZZ9.
025700     02 FILLER          PIC X(48) VALUE SPACES.
025800 01 WS-LIN-TOTAL.
025900     02 ws-lg-rotulo    PIC X(40).
026000     02 ws-lg-qtd       PIC Z.ZZZ.ZZ9.
026100     02 FILLER          PIC X(31) VALUE SPACES.
026200
026300******************************************************************
026400* Avisos ao cliente: le a fila F-EVENTO gravada durante o dia
026500* pelos programas de movimento, resolve cada evento para o cliente
026600* (conta -> CPF -> F-CLIENTE), aplica o valor minimo do tipo
026700* (F-PARNOT) e os aceites do cliente, e grava o arquivo do
026800* provedor de mensagens (F-AVISOS.txt, uma linha por canal). Cada
026900* evento tratado fica em F-NOTRES (enviado ou suprimido e por que)
027000* e sai no resumo diario F-NOTSUM.txt. Evento ja tratado numa
027100* noite anterior nao e reenviado; reprocessar a mesma noite
027200* refaz os avisos dela.
027300******************************************************************
027400 PROCEDURE DIVISION.
027500******************************************************************
027600 PRINCIPAL.
027700 ACCEPT ws-data-sistema FROM DATE YYYYMMDD.
027800 PERFORM LER-DIA-CONTABIL.
027900 MOVE "NOTIFICA" TO ws-lote-job.
028000 PERFORM INICIAR-CONTROLE-LOTE.
028100 IF ws-lote-liberado = "N"
028200     STOP RUN
028300 END-IF.
028400 INITIALIZE WS-TIPOS-TOTAIS.
028500 INITIALIZE WS-MOTIVOS-TOTAIS.
028600 PERFORM LER-MINIMOS.
028700 PERFORM ABRIR-ARQUIVOS.
028800 IF ws-arquivos-ok = "S"
028900     PERFORM GRAVAR-CABECALHO
029000     PERFORM PROCESSAR-EVENTOS
029100         UNTIL ws-fim-arquivo = "S"
029200     PERFORM GRAVAR-TOTALIZADOR
029300     PERFORM GRAVAR-RESUMO
029400     PERFORM FECHAR-ARQUIVOS
029500 END-IF.
029600 PERFORM EXIBIR-RESUMO.
029700 MOVE ws-qtd-tratados TO ws-lote-qtd-lidos.
029800 MOVE ws-qtd-enviados TO ws-lote-qtd-gravados.
029900 MOVE ws-qtd-suprimidos TO ws-lote-qtd-rejeitados.
030000 PERFORM FINALIZAR-CONTROLE-LOTE.
030100 STOP RUN.
030200
030300******************************************************************
030400* Data contabil (DIACTL): os avisos saem sob a data contabil,
030500* nao a da maquina. Sem o arquivo segue na data da maquina.
030600******************************************************************
030700 LER-DIA-CONTABIL.
030800 OPEN INPUT F-DIACTL.
030900 IF ARQ-OK-DIA = "00"
031000     READ F-DIACTL
031100         AT END CONTINUE
031200         NOT AT END
031300             MOVE dct-data TO ws-data-sistema
031400     END-READ
031500     CLOSE F-DIACTL
031600 END-IF.
031700
031800*    Sem F-PARNOT todos os minimos ficam zerados (avisa tudo).
031900 LER-MINIMOS.
032000 OPEN INPUT F-PARNOT.
032100 IF ARQ-OK-PNT = "00"
032200     READ F-PARNOT
032300         AT END CONTINUE
032400         NOT AT END
032500             MOVE pnt-min-saque     TO ws-min-saque
032600             MOVE pnt-min-negativo  TO ws-min-negativo
032700             MOVE pnt-min-devolucao TO ws-min-devolucao
032800             MOVE pnt-min-ordem     TO ws-min-ordem
032900     END-READ
033000     CLOSE F-PARNOT
033100 END-IF.
033200
033300******************************************************************
033400* Sem a fila nao ha o que avisar. Sem o cadastro de contas ou de
033500* clientes o job falha (e nao suprime os eventos a toa): eles
033600* ficam para a proxima execucao.
033700******************************************************************
033800 ABRIR-ARQUIVOS.
033900 MOVE "N" TO ws-arquivos-ok.
034000 OPEN INPUT F-EVENTO.
034100 IF ARQ-OK-EVT NOT = "00"
034200     DISPLAY "Sem eventos a avisar (" ARQ-OK-EVT ")."
034300 ELSE
034400     OPEN INPUT F-CADASTRO
034500     OPEN INPUT F-CLIENTE
034600     IF ARQ-OK NOT = "00" OR ARQ-OK-CLI NOT = "00"
034700         DISPLAY "Erro ao abrir cadastros: " ARQ-OK " / "
034800                 ARQ-OK-CLI
034900         MOVE "F" TO ws-lote-situacao
035000         MOVE "CADASTRO INDISPONIVEL" TO ws-lote-mensagem
035100         CLOSE F-EVENTO
035200         CLOSE F-CADASTRO
035300         CLOSE F-CLIENTE
035400     ELSE
035500         PERFORM ABRIR-RESULTADOS
035600     END-IF
035700 END-IF.
035800
035900 ABRIR-RESULTADOS.
036000 OPEN I-O F-NOTRES.
036100 IF ARQ-OK-NRS = "35" THEN
036200     CLOSE F-NOTRES
036300     OPEN OUTPUT F-NOTRES
036400     CLOSE F-NOTRES
036500     OPEN I-O F-NOTRES
036600 END-IF.
036700 OPEN OUTPUT F-AVISOS.
036800 OPEN OUTPUT F-NOTSUM.
036900 IF ARQ-OK-NRS NOT = "00" OR ARQ-OK-AVS NOT = "00"
037000         OR ARQ-OK-SUM NOT = "00"
037100     DISPLAY "Erro ao criar os arquivos de aviso: " ARQ-OK-NRS
037200             " / " ARQ-OK-AVS " / " ARQ-OK-SUM
037300     MOVE "F" TO ws-lote-situacao
037400     MOVE "ERRO NOS ARQUIVOS DE AVISO" TO ws-lote-mensagem
037500     CLOSE F-EVENTO
037600     CLOSE F-CADASTRO
037700     CLOSE F-CLIENTE
037800     CLOSE F-NOTRES
037900     CLOSE F-AVISOS
038000     CLOSE F-NOTSUM
038100 ELSE
038200     MOVE "S" TO ws-arquivos-ok
038300     MOVE ws-data-sistema TO ws-lt-data
038400     WRITE REG-NOTSUM FROM WS-LIN-SEPARADOR
038500     WRITE REG-NOTSUM FROM WS-LIN-TITULO
038600     WRITE REG-NOTSUM FROM WS-LIN-SEPARADOR
038700     WRITE REG-NOTSUM FROM WS-LIN-CABECALHO
038800     WRITE REG-NOTSUM FROM WS-LIN-TRACO
038900 END-IF.
039000
039100 FECHAR-ARQUIVOS.
039200 CLOSE F-EVENTO.
039300 CLOSE F-CADASTRO.
039400 CLOSE F-CLIENTE.
039500 CLOSE F-NOTRES.
039600 CLOSE F-AVISOS.
039700 CLOSE F-NOTSUM.
039800
039900 GRAVAR-CABECALHO.
040000 MOVE SPACES TO REG-AVISO.
040100 MOVE "H" TO avs-tipo-reg.
040200 MOVE ws-data-sistema TO avs-h-data.
040300 WRITE REG-AVISO.
040400
040500*    A posicao do evento na fila e a chave em F-NOTRES.
040600 PROCESSAR-EVENTOS.
040700 READ F-EVENTO
040800     AT END
040900         MOVE "S" TO ws-fim-arquivo
041000     NOT AT END
041100         ADD 1 TO ws-evt-ordem
041200         ADD 1 TO ws-qtd-fila
041300         PERFORM TRATAR-EVENTO
041400 END-READ.
041500
041600 TRATAR-EVENTO.
041700 MOVE ws-evt-ordem TO nrs-ordem.
041800 READ F-NOTRES
041900     INVALID KEY
042000         MOVE "N" TO ws-nrs-existe
042100     NOT INVALID KEY
042200         MOVE "S" TO ws-nrs-existe
042300 END-READ.
042400 IF ws-nrs-existe = "S" AND nrs-data-proc NOT = ws-data-sistema
042500     ADD 1 TO ws-qtd-anteriores
042600 ELSE
042700     ADD 1 TO ws-qtd-tratados
042800     PERFORM RESOLVER-EVENTO
042900     PERFORM GRAVAR-RESULTADO
043000     PERFORM ACUMULAR-EVENTO
043100     PERFORM LISTAR-EVENTO
043200 END-IF.
043300
043400******************************************************************
043500* Cada etapa so roda se a anterior nao deu motivo de supressao:
043600* tipo, conta, cliente, valor minimo e, por fim, os canais.
043700******************************************************************
043800 RESOLVER-EVENTO.
043900 MOVE SPACES TO ws-motivo.
044000 MOVE SPACES TO ws-canal.
044100 MOVE "N" TO ws-envia-sms.
044200 MOVE "N" TO ws-envia-email.
044300 MOVE ZEROES TO ws-cpf.
044400 MOVE SPACES TO ws-nome.
044500 PERFORM LOCALIZAR-TIPO.
044600 IF ws-motivo = SPACES
044700     PERFORM LOCALIZAR-CONTA
044800 END-IF.
044900 IF ws-motivo = SPACES
045000     PERFORM LOCALIZAR-CLIENTE
045100 END-IF.
045200 IF ws-motivo = SPACES
045300     PERFORM VERIFICAR-MINIMO
045400 END-IF.
045500 IF ws-motivo = SPACES
045600     PERFORM ESCOLHER-CANAIS
045700 END-IF.
045800 IF ws-motivo = SPACES
045900     PERFORM MONTAR-MENSAGEM
046000     IF ws-envia-sms = "S"
046100         PERFORM GRAVAR-AVISO-SMS
046200     END-IF
046300     IF ws-envia-email = "S"
046400         PERFORM GRAVAR-AVISO-EMAIL
046500     END-IF
046600 END-IF.
046700
046800 LOCALIZAR-TIPO.
046900 MOVE 8 TO ws-tp-atual.
047000 PERFORM VARYING ws-tp-idx FROM 1 BY 1 UNTIL ws-tp-idx > ws-tp-qtd
047100     IF ws-tp-codigo (ws-tp-idx) = evt-tipo
047200         MOVE ws-tp-idx TO ws-tp-atual
047300     END-IF
047400 END-PERFORM.
047500 IF ws-tp-atual = 8
047600     MOVE "TP" TO ws-motivo
047700 END-IF.
047800
047900 LOCALIZAR-CONTA.
048000 MOVE evt-cod-conta TO cod-conta.
048100 READ F-CADASTRO
048200     INVALID KEY
048300         MOVE "CT" TO ws-motivo
048400     NOT INVALID KEY
048500         MOVE cpf TO ws-cpf
048600 END-READ.
048700
048800 LOCALIZAR-CLIENTE.
048900 MOVE ws-cpf TO cli-cpf.
049000 READ F-CLIENTE
049100     INVALID KEY
049200         MOVE "CL" TO ws-motivo
049300     NOT INVALID KEY
049400         IF cli-situacao = "I"
049500             MOVE "IN" TO ws-motivo
049600         ELSE
049700             MOVE cli-nome TO ws-nome
049800         END-IF
049900 END-READ.
050000
050100*    Bloqueio, desbloqueio e dormencia nao tem valor: sempre
050200*    avisam.
050300 VERIFICAR-MINIMO.
050400 EVALUATE evt-tipo
050500     WHEN "SQ"
050600         MOVE ws-min-saque TO ws-minimo
050700     WHEN "NG"
050800         MOVE ws-min-negativo TO ws-minimo
050900     WHEN "DV"
051000         MOVE ws-min-devolucao TO ws-minimo
051100     WHEN "OF"
051200         MOVE ws-min-ordem TO ws-minimo
051300     WHEN OTHER
051400         MOVE ZEROES TO ws-minimo
051500 END-EVALUATE.
051600 IF evt-valor < ws-minimo
051700     MOVE "VM" TO ws-motivo
051800 END-IF.
051900
052000 ESCOLHER-CANAIS.
052100 IF cli-aceita-sms = "S" AND cli-celular NOT = ZEROES
052200     MOVE "S" TO ws-envia-sms
052300 END-IF.
052400 IF cli-aceita-email = "S" AND cli-email NOT = SPACES
052500     MOVE "S" TO ws-envia-email
052600 END-IF.
052700 IF ws-envia-sms = "S" AND ws-envia-email = "S"
052800     MOVE "A" TO ws-canal
052900 ELSE
053000     IF ws-envia-sms = "S"
053100         MOVE "S" TO ws-canal
053200     ELSE
053300         IF ws-envia-email = "S"
053400             MOVE "E" TO ws-canal
053500         ELSE
053600             MOVE "OP" TO ws-motivo
053700         END-IF
053800     END-IF
053900 END-IF.
054000
054100*    Texto da mensagem, o mesmo nos dois canais; o valor sai sem
054200*    os brancos a esquerda da edicao.
054300 MONTAR-MENSAGEM.
054400 MOVE SPACES TO ws-mensagem.
054500 MOVE evt-valor TO ws-valor-msg.
054600 MOVE ZEROES TO ws-qtd-brancos.
054700 INSPECT ws-valor-msg TALLYING ws-qtd-brancos FOR LEADING SPACES.
054800 COMPUTE ws-ini-valor = ws-qtd-brancos + 1.
054900 EVALUATE evt-tipo
055000     WHEN "SQ"
055100         STRING "SAQUE DE R$ " DELIMITED BY SIZE
055200                ws-valor-msg (ws-ini-valor:) DELIMITED BY SIZE
055300                " NA CONTA " DELIMITED BY SIZE
055400                evt-cod-conta DELIMITED BY SIZE
055500                INTO ws-mensagem
055600     WHEN "NG"
055700         STRING "CONTA " DELIMITED BY SIZE
055800                evt-cod-conta DELIMITED BY SIZE
055900                " ENTROU NO LIMITE - EM USO R$ " DELIMITED BY SIZE
056000                ws-valor-msg (ws-ini-valor:) DELIMITED BY SIZE
056100                INTO ws-mensagem
056200     WHEN "DV"
056300         STRING "TRANSFERENCIA DEVOLVIDA - R$ " DELIMITED BY SIZE
056400                ws-valor-msg (ws-ini-valor:) DELIMITED BY SIZE
056500                " CREDITADO NA CONTA " DELIMITED BY SIZE
056600                evt-cod-conta DELIMITED BY SIZE
056700                INTO ws-mensagem
056800     WHEN "OF"
056900         STRING "ORDEM PERMANENTE NAO EXECUTADA NA CONTA "
057000                    DELIMITED BY SIZE
057100                evt-cod-conta DELIMITED BY SIZE
057200                " - " DELIMITED BY SIZE
057300                evt-complemento DELIMITED BY SIZE
057400                INTO ws-mensagem
057500     WHEN "BL"
057600         STRING "CONTA " DELIMITED BY SIZE
057700                evt-cod-conta DELIMITED BY SIZE
057800                " BLOQUEADA - PROCURE SUA AGENCIA"
057900                    DELIMITED BY SIZE
058000                INTO ws-mensagem
058100     WHEN "DB"
058200         STRING "CONTA " DELIMITED BY SIZE
058300                evt-cod-conta DELIMITED BY SIZE
058400                " DESBLOQUEADA" DELIMITED BY SIZE
058500                INTO ws-mensagem
058600     WHEN "DO"
058700         STRING "CONTA " DELIMITED BY SIZE
058800                evt-cod-conta DELIMITED BY SIZE
058900                " INATIVA POR FALTA DE MOVIMENTO - PROCURE SUA"
059000                    DELIMITED BY SIZE
059100                " AGENCIA" DELIMITED BY SIZE
059200                INTO ws-mensagem
059300 END-EVALUATE.
059400
059500 GRAVAR-AVISO-SMS.
059600 PERFORM PREENCHER-AVISO.
059700 MOVE "S" TO avs-d-canal.
059800 MOVE cli-celular TO ws-celular.
059900 MOVE ws-celular-x TO avs-d-destino.
060000 WRITE REG-AVISO.
060100 ADD 1 TO ws-qtd-sms.
060200 ADD 1 TO ws-tt-sms (ws-tp-atual).
060300
060400 GRAVAR-AVISO-EMAIL.
060500 PERFORM PREENCHER-AVISO.
060600 MOVE "E" TO avs-d-canal.
060700 MOVE cli-email TO avs-d-destino.
060800 WRITE REG-AVISO.
060900 ADD 1 TO ws-qtd-email.
061000 ADD 1 TO ws-tt-email (ws-tp-atual).
061100
061200 PREENCHER-AVISO.
061300 MOVE SPACES TO REG-AVISO.
061400 MOVE "D" TO avs-tipo-reg.
061500 MOVE ws-cpf        TO avs-d-cpf.
061600 MOVE ws-nome       TO avs-d-nome.
061700 MOVE evt-tipo      TO avs-d-evento.
061800 MOVE evt-cod-conta TO avs-d-conta.
061900 MOVE evt-valor     TO avs-d-valor.
062000 MOVE evt-data      TO avs-d-data.
062100 MOVE evt-hora      TO avs-d-hora.
062200 MOVE ws-mensagem   TO avs-d-mensagem.
062300
062400*    Reprocessamento da mesma noite regrava o resultado do evento.
062500 GRAVAR-RESULTADO.
062600 MOVE ws-evt-ordem    TO nrs-ordem.
062700 MOVE evt-cod-conta   TO nrs-cod-conta.
062800 MOVE ws-cpf          TO nrs-cpf.
062900 MOVE evt-tipo        TO nrs-tipo.
063000 MOVE evt-data        TO nrs-data-evento.
063100 MOVE evt-hora        TO nrs-hora-evento.
063200 MOVE evt-valor       TO nrs-valor.
063300 MOVE ws-data-sistema TO nrs-data-proc.
063400 IF ws-motivo = SPACES
063500     MOVE "E" TO nrs-situacao
063600     MOVE ws-canal TO nrs-canal
063700 ELSE
063800     MOVE "S" TO nrs-situacao
063900     MOVE SPACES TO nrs-canal
064000 END-IF.
064100 MOVE ws-motivo TO nrs-motivo.
064200 IF ws-nrs-existe = "S"
064300     REWRITE DADOS-NOTRES
064400         INVALID KEY
064500             DISPLAY "Erro ao regravar resultado: " nrs-ordem
064600     END-REWRITE
064700 ELSE
064800     WRITE DADOS-NOTRES
064900         INVALID KEY
065000             DISPLAY "Erro ao gravar resultado: " nrs-ordem
065100     END-WRITE
065200 END-IF.
065300
065400 ACUMULAR-EVENTO.
065500 ADD 1 TO ws-tt-eventos (ws-tp-atual).
065600 IF ws-motivo = SPACES
065700     ADD 1 TO ws-qtd-enviados
065800     ADD 1 TO ws-tt-enviados (ws-tp-atual)
065900 ELSE
066000     ADD 1 TO ws-qtd-suprimidos
066100     ADD 1 TO ws-tt-suprimidos (ws-tp-atual)
066200     MOVE ZEROES TO ws-mt-atual
066300     PERFORM VARYING ws-mt-idx FROM 1 BY 1
066400             UNTIL ws-mt-idx > ws-mt-qtd
066500         IF ws-mt-codigo (ws-mt-idx) = ws-motivo
066600             MOVE ws-mt-idx TO ws-mt-atual
066700         END-IF
066800     END-PERFORM
066900     IF ws-mt-atual NOT = ZEROES
067000         ADD 1 TO ws-mt-qtd-item (ws-mt-atual)
067100     END-IF
067200 END-IF.
067300
067400 LISTAR-EVENTO.
067500 MOVE ws-evt-ordem  TO ws-ld-ordem.
067600 MOVE evt-data      TO ws-ld-data.
067700 MOVE evt-hora      TO ws-ld-hora.
067800 MOVE evt-cod-conta TO ws-ld-conta.
067900 MOVE evt-tipo      TO ws-ld-tipo.
068000 MOVE evt-valor     TO ws-ld-valor.
068100 IF ws-motivo = SPACES
068200     MOVE "ENVIADO" TO ws-ld-situacao
068300     EVALUATE ws-canal
068400         WHEN "S"
068500             MOVE "SMS" TO ws-ld-canal
068600         WHEN "E"
068700             MOVE "E-MAIL" TO ws-ld-canal
068800         WHEN OTHER
068900             MOVE "SMS E E-MAIL" TO ws-ld-canal
069000     END-EVALUATE
069100 ELSE
069200     MOVE "SUPRIMIDO" TO ws-ld-situacao
069300     MOVE ws-motivo TO ws-ld-canal
069400     IF ws-mt-atual NOT = ZEROES
069500         MOVE ws-mt-descricao (ws-mt-atual) TO ws-ld-canal
069600     END-IF
069700 END-IF.
069800 WRITE REG-NOTSUM FROM WS-LIN-DETALHE.
069900
070000 GRAVAR-TOTALIZADOR.
070100 MOVE SPACES TO REG-AVISO.
070200 MOVE "T" TO avs-tipo-reg.
070300 MOVE ws-qtd-sms   TO avs-t-qtd-sms.
070400 MOVE ws-qtd-email TO avs-t-qtd-email.
070500 COMPUTE avs-t-qtd-total = ws-qtd-sms + ws-qtd-email.
070600 WRITE REG-AVISO.
070700
070800******************************************************************
070900* Fecho do resumo diario: totais por tipo de evento, suprimidos
071000* por motivo e os totais gerais.
071100******************************************************************
071200 GRAVAR-RESUMO.
071300 WRITE REG-NOTSUM FROM WS-LIN-SEPARADOR.
071400 WRITE REG-NOTSUM FROM WS-LIN-CAB-TIPOS.
071500 WRITE REG-NOTSUM FROM WS-LIN-TRACO.
071600 PERFORM VARYING ws-tp-idx FROM 1 BY 1 UNTIL ws-tp-idx > 8
071700     IF ws-tt-eventos (ws-tp-idx) > ZEROES
071800         MOVE ws-tp-descricao (ws-tp-idx) TO ws-lp-descricao
071900         MOVE ws-tt-eventos (ws-tp-idx) TO ws-lp-eventos
072000         MOVE ws-tt-enviados (ws-tp-idx) TO ws-lp-enviados
072100         MOVE ws-tt-sms (ws-tp-idx) TO ws-lp-sms
072200         MOVE ws-tt-email (ws-tp-idx) TO ws-lp-email
072300         MOVE ws-tt-suprimidos (ws-tp-idx) TO ws-lp-suprimidos
072400         WRITE REG-NOTSUM FROM WS-LIN-TIPO
072500     END-IF
072600 END-PERFORM.
072700 WRITE REG-NOTSUM FROM WS-LIN-SEPARADOR.
072800 WRITE REG-NOTSUM FROM WS-LIN-CAB-MOTIVOS.
072900 WRITE REG-NOTSUM FROM WS-LIN-TRACO.
073000 PERFORM VARYING ws-mt-idx FROM 1 BY 1 UNTIL ws-mt-idx > ws-mt-qtd
073100     MOVE ws-mt-codigo (ws-mt-idx) TO ws-lm-codigo
073200     MOVE ws-mt-descricao (ws-mt-idx) TO ws-lm-descricao
073300     MOVE ws-mt-qtd-item (ws-mt-idx) TO ws-lm-qtd
073400     WRITE REG-NOTSUM FROM WS-LIN-MOTIVO
073500 END-PERFORM.
073600 WRITE REG-NOTSUM FROM WS-LIN-SEPARADOR.
073700 MOVE "EVENTOS NA FILA" TO ws-lg-rotulo.
073800 MOVE ws-qtd-fila TO ws-lg-qtd.
073900 WRITE REG-NOTSUM FROM WS-LIN-TOTAL.
074000 MOVE "JA TRATADOS EM NOITES ANTERIORES" TO ws-lg-rotulo.
074100 MOVE ws-qtd-anteriores TO ws-lg-qtd.
074200 WRITE REG-NOTSUM FROM WS-LIN-TOTAL.
074300 MOVE "TRATADOS NESTA DATA" TO ws-lg-rotulo.
074400 MOVE ws-qtd-tratados TO ws-lg-qtd.
074500 WRITE REG-NOTSUM FROM WS-LIN-TOTAL.
074600 MOVE "  ENVIADOS" TO ws-lg-rotulo.
074700 MOVE ws-qtd-enviados TO ws-lg-qtd.
074800 WRITE REG-NOTSUM FROM WS-LIN-TOTAL.
074900 MOVE "  SUPRIMIDOS" TO ws-lg-rotulo.
075000 MOVE ws-qtd-suprimidos TO ws-lg-qtd.
075100 WRITE REG-NOTSUM FROM WS-LIN-TOTAL.
075200 MOVE "MENSAGENS SMS" TO ws-lg-rotulo.
075300 MOVE ws-qtd-sms TO ws-lg-qtd.
075400 WRITE REG-NOTSUM FROM WS-LIN-TOTAL.
075500 MOVE "MENSAGENS E-MAIL" TO ws-lg-rotulo.
075600 MOVE ws-qtd-email TO ws-lg-qtd.
075700 WRITE REG-NOTSUM FROM WS-LIN-TOTAL.
075800 WRITE REG-NOTSUM FROM WS-LIN-SEPARADOR.
075900
076000 EXIBIR-RESUMO.
076100 DISPLAY "======================================================".
076200 DISPLAY "AVISOS AO CLIENTE - " ws-data-sistema.
076300 DISPLAY "Eventos na fila:        " ws-qtd-fila.
076400 DISPLAY "Ja tratados antes:      " ws-qtd-anteriores.
076500 DISPLAY "Tratados nesta data:    " ws-qtd-tratados.
076600 DISPLAY "Enviados:               " ws-qtd-enviados.
076700 DISPLAY "Suprimidos:             " ws-qtd-suprimidos.
076800 DISPLAY "Mensagens SMS:          " ws-qtd-sms.
076900 DISPLAY "Mensagens e-mail:       " ws-qtd-email.
077000 DISPLAY "======================================================".
077100
077200
077300******************************************************************
077400* Controle da cadeia noturna (LOTECTL/LOTEJOBS): o job so roda
077500* com todos os predecessores concluidos na data contabil e se
077600* ainda nao concluiu nela; LOTE_FORCAR=S passa por cima das duas
077700* recusas e fica registrado. Sem o arquivo de controle o job
077800* segue, como antes da implantacao.
077900******************************************************************
078000 INICIAR-CONTROLE-LOTE.
078100 MOVE "S" TO ws-lote-liberado.
078200 MOVE "N" TO ws-lote-forcado.
078300 MOVE SPACES TO ws-lote-mensagem.
078400 ACCEPT ws-lote-forcar FROM ENVIRONMENT "LOTE_FORCAR".
078500 PERFORM ABRIR-CONTROLE-LOTE.
078600 IF ws-lote-controle-ok = "S"
078700     PERFORM VERIFICAR-PREDECESSORES
078800     MOVE ws-data-sistema TO lct-data
078900     MOVE ws-lote-job TO lct-job
079000     READ F-LOTECTL
079100         INVALID KEY
079200             MOVE "N" TO ws-lote-registro
079300         NOT INVALID KEY
079400             MOVE "S" TO ws-lote-registro
079500             IF lct-situacao = "C" AND ws-lote-liberado = "S"
079600                 MOVE "N" TO ws-lote-liberado
079700                 MOVE "JA CONCLUIDO NESTA DATA"
079800                     TO ws-lote-mensagem
079900             END-IF
080000     END-READ
080100     IF ws-lote-liberado = "N" AND ws-lote-forcar = "S"
080200         MOVE "S" TO ws-lote-liberado
080300         MOVE "S" TO ws-lote-forcado
080400         DISPLAY "Execucao FORCADA: " ws-lote-mensagem
080500     END-IF
080600     IF ws-lote-liberado = "S"
080700         PERFORM REGISTRAR-INICIO-LOTE
080800     ELSE
080900         PERFORM REGISTRAR-RECUSA-LOTE
081000     END-IF
081100     CLOSE F-LOTECTL
081200 END-IF.
081300
081400 ABRIR-CONTROLE-LOTE.
081500 OPEN I-O F-LOTECTL.
081600 IF ARQ-OK-LCT = "35" THEN
081700     CLOSE F-LOTECTL
081800     OPEN OUTPUT F-LOTECTL
081900     CLOSE F-LOTECTL
082000     OPEN I-O F-LOTECTL
082100 END-IF.
082200 IF ARQ-OK-LCT = "00"
082300     MOVE "S" TO ws-lote-controle-ok
082400 ELSE
082500     MOVE "N" TO ws-lote-controle-ok
082600     DISPLAY "Controle de lotes indisponivel! Erro: " ARQ-OK-LCT
082700 END-IF.
082800
082900 VERIFICAR-PREDECESSORES.
083000 MOVE ZEROES TO ws-lj-proprio.
083100 PERFORM VARYING ws-lj-idx FROM 1 BY 1 UNTIL ws-lj-idx > ws-lj-qtd
083200     IF ws-lj-job (ws-lj-idx) = ws-lote-job
083300         MOVE ws-lj-idx TO ws-lj-proprio
083400     END-IF
083500 END-PERFORM.
083600 IF ws-lj-proprio NOT = ZEROES
083700     PERFORM VARYING ws-lj-pred FROM 1 BY 1 UNTIL ws-lj-pred > 3
083800         IF ws-lj-predecessor (ws-lj-proprio, ws-lj-pred)
083900                 NOT = SPACES
084000             MOVE ws-data-sistema TO lct-data
084100             MOVE ws-lj-predecessor (ws-lj-proprio, ws-lj-pred)
084200                 TO lct-job
084300             READ F-LOTECTL
084400                 INVALID KEY
084500                     MOVE SPACES TO lct-situacao
084600             END-READ
084700             IF lct-situacao NOT = "C"
084800                 MOVE "N" TO ws-lote-liberado
084900                 MOVE lct-job TO ws-lmp-job
085000                 MOVE WS-LOTE-MSG-PRED TO ws-lote-mensagem
085100                 DISPLAY "Predecessor " lct-job
085200                         " nao concluido em " ws-data-sistema
085300             END-IF
085400         END-IF
085500     END-PERFORM
085600 END-IF.
085700
085800 REGISTRAR-INICIO-LOTE.
085900 ACCEPT ws-lote-hora FROM TIME.
086000 MOVE "E" TO lct-situacao.
086100 MOVE ws-lote-hhmmss TO lct-hora-inicio.
086200 MOVE ZEROES TO lct-hora-fim.
086300 MOVE ZEROES TO lct-qtd-lidos.
086400 MOVE ZEROES TO lct-qtd-gravados.
086500 MOVE ZEROES TO lct-qtd-rejeitados.
086600 MOVE ws-lote-forcado TO lct-forcado.
086700 MOVE ws-lote-mensagem TO lct-mensagem.
086800 IF ws-lote-registro = "S"
086900     ADD 1 TO lct-execucoes
087000     REWRITE DADOS-LOTECTL
087100 ELSE
087200     MOVE 1 TO lct-execucoes
087300     WRITE DADOS-LOTECTL
087400 END-IF.
087500
087600*    Recusa nao apaga registro ja concluido: so anota a tentativa
087700*    quando o job ainda nao concluiu na data.
087800 REGISTRAR-RECUSA-LOTE.
087900 DISPLAY "Job " ws-lote-job " RECUSADO: " ws-lote-mensagem.
088000 DISPLAY "Para reprocessar mesmo assim, rode com LOTE_FORCAR=S.".
088100 IF ws-lote-registro = "N" OR lct-situacao NOT = "C"
088200     ACCEPT ws-lote-hora FROM TIME
088300     MOVE "R" TO lct-situacao
088400     MOVE ws-lote-hhmmss TO lct-hora-inicio
088500     MOVE ws-lote-hhmmss TO lct-hora-fim
088600     MOVE ws-lote-mensagem TO lct-mensagem
088700     MOVE "N" TO lct-forcado
088800     IF ws-lote-registro = "S"
088900         REWRITE DADOS-LOTECTL
089000     ELSE
089100         MOVE ZEROES TO lct-qtd-lidos
089200         MOVE ZEROES TO lct-qtd-gravados
089300         MOVE ZEROES TO lct-qtd-rejeitados
089400         MOVE ZEROES TO lct-execucoes
089500         WRITE DADOS-LOTECTL
089600     END-IF
089700 END-IF.
089800
089900 FINALIZAR-CONTROLE-LOTE.
090000 IF ws-lote-controle-ok = "S"
090100     OPEN I-O F-LOTECTL
090200     IF ARQ-OK-LCT = "00"
090300         MOVE ws-data-sistema TO lct-data
090400         MOVE ws-lote-job TO lct-job
090500         READ F-LOTECTL
090600             INVALID KEY
090700                 CONTINUE
090800             NOT INVALID KEY
090900                 ACCEPT ws-lote-hora FROM TIME
091000                 MOVE ws-lote-hhmmss TO lct-hora-fim
091100                 MOVE ws-lote-situacao TO lct-situacao
091200                 MOVE ws-lote-qtd-lidos TO lct-qtd-lidos
091300                 MOVE ws-lote-qtd-gravados TO lct-qtd-gravados
091400                 MOVE ws-lote-qtd-rejeitados TO lct-qtd-rejeitados
091500                 IF ws-lote-situacao NOT = "C"
091600                     MOVE ws-lote-mensagem TO lct-mensagem
091700                 END-IF
091800                 REWRITE DADOS-LOTECTL
091900         END-READ
092000         CLOSE F-LOTECTL
092100     END-IF
092200 END-IF.
