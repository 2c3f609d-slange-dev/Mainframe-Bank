003900     SELECT F-DIACTL ASSIGN TO disk
004000        ORGANIZATION IS LINE SEQUENTIAL
004100           FILE STATUS ARQ-OK-DIA.
004110
004120     SELECT F-LOTECTL ASSIGN TO disk
004130        ORGANIZATION IS INDEXED
004140        ACCESS IS DYNAMIC
004150        RECORD KEY IS lct-chave
004160           FILE STATUS ARQ-OK-LCT.
004200
004210     SELECT F-EVENTO ASSIGN TO disk
004211        ORGANIZATION IS LINE SEQUENTIAL
004212           FILE STATUS ARQ-OK-EVT.
004213
004300******************************************************************
004400 DATA DIVISION.
004500******************************************************************
004800     COPY MOVIMENTO.
004900     COPY TRFEXT.
005000     COPY DIACTL.
005010     COPY LOTECTL.
005020     COPY EVENTOS.
005100
005200*    Arquivo de retorno da camara: um registro por transferencia
005300*    da remessa, com codigo "00" = acatada pelo outro banco e
007100 01 ws-saldo-calc      PIC S9(9)V99 VALUE ZEROES.
007200 01 ws-mov-cod-conta   PIC 9(5) VALUE ZEROES.
007300 01 ws-valor-edit      PIC $---.---.---.--9,99.
007301 01 ARQ-OK-EVT         PIC X(02) VALUE ZEROES.
007302 01 ws-evt-hora        PIC 9(8) VALUE ZEROES.
007303 01 WS-EVT-HORA-PARTES REDEFINES ws-evt-hora.
007304     02 ws-evt-hhmmss     PIC 9(6).
007305     02 FILLER            PIC 9(2).
007310     COPY LOTEJOBS.
007400
007500*    Historico do estorno: numero da transferencia devolvida.
007600 01 WS-HISTORICO-DEVOL.
007700     02 FILLER             PIC X(8) VALUE "DEV TRF ".
007800     02 ws-hist-trf-numero PIC 9(6).
007900     02 FILLER             PIC X(6) VALUE SPACES.
007910
007911*    Complemento do aviso ao cliente: transferencia e motivo da
007912*    camara.
007913 01 WS-EVT-DEVOL.
007914     02 FILLER             PIC X(4) VALUE "TRF ".
007915     02 ws-evt-trf-numero  PIC 9(6).
007916     02 FILLER             PIC X(8) VALUE " MOTIVO ".
007917     02 ws-evt-trf-motivo  PIC X(2).
008000
008100 01 WS-RESUMO.
008200     02 ws-qtd-lidos        PIC 9(7) VALUE ZEROES.
010300             "retorno nao processado. Rode a abertura do dia."
010400     STOP RUN
010500 END-IF.
010510 MOVE "TRFRET" TO ws-lote-job.
010520 PERFORM INICIAR-CONTROLE-LOTE.
010530 IF ws-lote-liberado = "N"
010540     STOP RUN
010550 END-IF.
010600 DISPLAY "======================================================".
010700 DISPLAY "RETORNO DE TRANSF EXTERNAS - " ws-data-sistema.
010800 DISPLAY "======================================================".
011000 PERFORM PROCESSAR-RETORNO UNTIL ws-fim-arquivo = "S".
011100 PERFORM FECHAR-ARQUIVOS.
011200 PERFORM EXIBIR-RESUMO.
011210 MOVE ws-qtd-lidos TO ws-lote-qtd-lidos.
011220 COMPUTE ws-lote-qtd-gravados = ws-qtd-confirmadas
011230         + ws-qtd-devolvidas.
011240 MOVE ws-qtd-nao-achadas TO ws-lote-qtd-rejeitados.
011250 PERFORM FINALIZAR-CONTROLE-LOTE.
011300 STOP RUN.
011400
011500******************************************************************
013600 OPEN I-O F-CADASTRO.
013700 IF ARQ-OK NOT = "00"
013800     DISPLAY "Erro ao abrir o cadastro: " ARQ-OK
013810     MOVE "F" TO ws-lote-situacao
013820     MOVE "CADASTRO INDISPONIVEL" TO ws-lote-mensagem
013900     MOVE "S" TO ws-fim-arquivo
014000 END-IF.
014100 OPEN I-O F-MOVIMENTO.
014200 IF ARQ-OK-MOV NOT = "00"
014300     DISPLAY "Erro ao abrir o razao: " ARQ-OK-MOV
014400     MOVE "S" TO ws-fim-arquivo
014410     MOVE "F" TO ws-lote-situacao
014420     MOVE "RAZAO INDISPONIVEL" TO ws-lote-mensagem
014500 END-IF.
014600 OPEN I-O F-TRFEXT.
014700 IF ARQ-OK-TRF NOT = "00"
014800     DISPLAY "Transferencias externas indisponiveis: " ARQ-OK-TRF
014900     MOVE "S" TO ws-fim-arquivo
014910     MOVE "F" TO ws-lote-situacao
014920     MOVE "TRANSFERENCIAS EXTERNAS INDISPONIVEIS"
014930         TO ws-lote-mensagem
015000 END-IF.
015100 OPEN INPUT F-RETORNO.
015200 IF ARQ-OK-RET NOT = "00"
022100                 " motivo " ret-codigo
022200         ADD 1 TO ws-qtd-devolvidas
022300         ADD trf-valor TO ws-total-devolvido
022350         PERFORM AVISAR-DEVOLUCAO
022400 END-READ.
022500
022600 RECREDITAR-CLIENTE.
027000             END-IF
027100     END-READ
027200 END-PERFORM.
027210
027211******************************************************************
027212* Aviso ao cliente da transferencia devolvida: vai para a fila
027213* F-EVENTO (sempre EXTEND) do job NOTIFICA, com o valor
027214* re-creditado e o motivo da camara.
027215******************************************************************
027216 AVISAR-DEVOLUCAO.
027217 MOVE "DV" TO evt-tipo.
027218 MOVE trf-conta TO evt-cod-conta.
027219 MOVE trf-valor TO evt-valor.
027220 MOVE trf-numero TO ws-evt-trf-numero.
027221 MOVE ret-codigo TO ws-evt-trf-motivo.
027222 MOVE WS-EVT-DEVOL TO evt-complemento.
027223 PERFORM GRAVAR-EVENTO.
027224
027225 GRAVAR-EVENTO.
027226 OPEN EXTEND F-EVENTO.
027227 IF ARQ-OK-EVT = "35" THEN
027228     OPEN OUTPUT F-EVENTO
027229 END-IF.
027230 IF ARQ-OK-EVT NOT = "00"
027231     DISPLAY "Erro na fila de avisos: " ARQ-OK-EVT
027232 ELSE
027233     MOVE ws-data-sistema TO evt-data
027234     ACCEPT ws-evt-hora FROM TIME
027235     MOVE ws-evt-hhmmss TO evt-hora
027236     MOVE "TRFRET" TO evt-origem
027237     WRITE DADOS-EVENTO
027238     CLOSE F-EVENTO
027239 END-IF.
027300
027400 EXIBIR-RESUMO.
027500 DISPLAY "======================================================".
028000 MOVE ws-total-devolvido TO ws-total-dev-edit.
028100 DISPLAY "Valor total estornado:  " ws-total-dev-edit.
028200 DISPLAY "======================================================".
028300
028310******************************************************************
028320* Controle da cadeia noturna (LOTECTL/LOTEJOBS): o job so roda
028330* com todos os predecessores concluidos na data contabil e se
028340* ainda nao concluiu nela; LOTE_FORCAR=S passa por cima das duas
028350* recusas e fica registrado. Sem o arquivo de controle o job
028360* segue, como antes da implantacao.
028370******************************************************************
028380 INICIAR-CONTROLE-LOTE.
028390 MOVE "S" TO ws-lote-liberado.
028400 MOVE "N" TO ws-lote-forcado.
028410 MOVE SPACES TO ws-lote-mensagem.
028420 ACCEPT ws-lote-forcar FROM ENVIRONMENT "LOTE_FORCAR".
028430 PERFORM ABRIR-CONTROLE-LOTE.
028440 IF ws-lote-controle-ok = "S"
028450     PERFORM VERIFICAR-PREDECESSORES
028460     MOVE ws-data-sistema TO lct-data
028470     MOVE ws-lote-job TO lct-job
028480     READ F-LOTECTL
028490         INVALID KEY
028500             MOVE "N" TO ws-lote-registro
028510         NOT INVALID KEY
028520             MOVE "S" TO ws-lote-registro
028530             IF lct-situacao = "C" AND ws-lote-liberado = "S"
028540                 MOVE "N" TO ws-lote-liberado
028550                 MOVE "JA CONCLUIDO NESTA DATA"
028560                     TO ws-lote-mensagem
028570             END-IF
028580     END-READ
028590     IF ws-lote-liberado = "N" AND ws-lote-forcar = "S"
028600         MOVE "S" TO ws-lote-liberado
028610         MOVE "S" TO ws-lote-forcado
028620         DISPLAY "Execucao FORCADA: " ws-lote-mensagem
028630     END-IF
028640     IF ws-lote-liberado = "S"
028650         PERFORM REGISTRAR-INICIO-LOTE
028660     ELSE
028670         PERFORM REGISTRAR-RECUSA-LOTE
028680     END-IF
028690     CLOSE F-LOTECTL
028700 END-IF.
028710
028720 ABRIR-CONTROLE-LOTE.
028730 OPEN I-O F-LOTECTL.
028740 IF ARQ-OK-LCT = "35" THEN
028750     CLOSE F-LOTECTL
028760     OPEN OUTPUT F-LOTECTL
028770     CLOSE F-LOTECTL
028780     OPEN I-O F-LOTECTL
028790 END-IF.
028800 IF ARQ-OK-LCT = "00"
028810     MOVE "S" TO ws-lote-controle-ok
028820 ELSE
028830     MOVE "N" TO ws-lote-controle-ok
028840     DISPLAY "Controle de lotes indisponivel! Erro: " ARQ-OK-LCT
028850 END-IF.
028860
028870 VERIFICAR-PREDECESSORES.
028880 MOVE ZEROES TO ws-lj-proprio.
028890 PERFORM VARYING ws-lj-idx FROM 1 BY 1 UNTIL ws-lj-idx > ws-lj-qtd
028900     IF ws-lj-job (ws-lj-idx) = ws-lote-job
028910         MOVE ws-lj-idx TO ws-lj-proprio
028920     END-IF
028930 END-PERFORM.
028940 IF ws-lj-proprio NOT = ZEROES
028950     PERFORM VARYING ws-lj-pred FROM 1 BY 1 UNTIL ws-lj-pred > 3
028960         IF ws-lj-predecessor (ws-lj-proprio, ws-lj-pred)
028970                 NOT = SPACES
028980             MOVE ws-data-sistema TO lct-data
028990             MOVE ws-lj-predecessor (ws-lj-proprio, ws-lj-pred)
029000                 TO lct-job
029010             READ F-LOTECTL
029020                 INVALID KEY
029030                     MOVE SPACES TO lct-situacao
029040             END-READ
029050             IF lct-situacao NOT = "C"
029060                 MOVE "N" TO ws-lote-liberado
029070                 MOVE lct-job TO ws-lmp-job
029080                 MOVE WS-LOTE-MSG-PRED TO ws-lote-mensagem
029090                 DISPLAY "Predecessor " lct-job
029100                         " nao concluido em " ws-data-sistema
029110             END-IF
029120         END-IF
029130     END-PERFORM
029140 END-IF.
029150
029160 REGISTRAR-INICIO-LOTE.
029170 ACCEPT ws-lote-hora FROM TIME.
029180 MOVE "E" TO lct-situacao.
029190 MOVE ws-lote-hhmmss TO lct-hora-inicio.
029200 MOVE ZEROES TO lct-hora-fim.
029210 MOVE ZEROES TO lct-qtd-lidos.
029220 MOVE ZEROES TO lct-qtd-gravados.
029230 MOVE ZEROES TO lct-qtd-rejeitados.
029240 MOVE ws-lote-forcado TO lct-forcado.
029250 MOVE ws-lote-mensagem TO lct-mensagem.
029260 IF ws-lote-registro = "S"
029270     ADD 1 TO lct-execucoes
029280     REWRITE DADOS-LOTECTL
029290 ELSE
029300     MOVE 1 TO lct-execucoes
029310     WRITE DADOS-LOTECTL
029320 END-IF.
029330
029340*    Recusa nao apaga registro ja concluido: so anota a tentativa
029350*    quando o job ainda nao concluiu na data.
029360 REGISTRAR-RECUSA-LOTE.
029370 DISPLAY "Job " ws-lote-job " RECUSADO: " ws-lote-mensagem.
029380 DISPLAY "Para reprocessar mesmo assim, rode com LOTE_FORCAR=S.".
029390 IF ws-lote-registro = "N" OR lct-situacao NOT = "C"
029400     ACCEPT ws-lote-hora FROM TIME
029410     MOVE "R" TO lct-situacao
029420     MOVE ws-lote-hhmmss TO lct-hora-inicio
029430     MOVE ws-lote-hhmmss TO lct-hora-fim
029440     MOVE ws-lote-mensagem TO lct-mensagem
029450     MOVE "N" TO lct-forcado
029460     IF ws-lote-registro = "S"
029470         REWRITE DADOS-LOTECTL
029480     ELSE
029490         MOVE ZEROES TO lct-qtd-lidos
029500         MOVE ZEROES TO lct-qtd-gravados
029510         MOVE ZEROES TO lct-qtd-rejeitados
029520         MOVE ZEROES TO lct-execucoes
029530         WRITE DADOS-LOTECTL
029540     END-IF
029550 END-IF.
029560
029570 FINALIZAR-CONTROLE-LOTE.
029580 IF ws-lote-controle-ok = "S"
029590     OPEN I-O F-LOTECTL
029600     IF ARQ-OK-LCT = "00"
029610         MOVE ws-data-sistema TO lct-data
029620         MOVE ws-lote-job TO lct-job
029630         READ F-LOTECTL
029640             INVALID KEY
029650                 CONTINUE
029660             NOT INVALID KEY
029670                 ACCEPT ws-lote-hora FROM TIME
029680                 MOVE ws-lote-hhmmss TO lct-hora-fim
029690                 MOVE ws-lote-situacao TO lct-situacao
029700                 MOVE ws-lote-qtd-lidos TO lct-qtd-lidos
029710                 MOVE ws-lote-qtd-gravados TO lct-qtd-gravados
029720                 MOVE ws-lote-qtd-rejeitados TO lct-qtd-rejeitados
029730                 IF ws-lote-situacao NOT = "C"
029740                     MOVE ws-lote-mensagem TO lct-mensagem
029750                 END-IF
029760                 REWRITE DADOS-LOTECTL
029770         END-READ
029780         CLOSE F-LOTECTL
029790     END-IF
029800 END-IF.
