002500     SELECT F-DIACTL ASSIGN TO disk
002600        ORGANIZATION IS LINE SEQUENTIAL
002700           FILE STATUS ARQ-OK-DIA.
002710
002720     SELECT F-LOTECTL ASSIGN TO disk
002730        ORGANIZATION IS INDEXED
002740        ACCESS IS DYNAMIC
002750        RECORD KEY IS lct-chave
002760           FILE STATUS ARQ-OK-LCT.
002800
002900******************************************************************
003000 DATA DIVISION.
003200 FILE SECTION.
003300     COPY TRFEXT.
003400     COPY DIACTL.
003410     COPY LOTECTL.
003500
003600*    Remessa para a camara de compensacao: registro "H" de
003700*    cabecalho (data do corte), um "D" por transferencia e um
006600 01 ARQ-OK-DIA         PIC X(02) VALUE ZEROES.
006700 01 ws-fim-arquivo     PIC X VALUE "N".
006800 01 ws-data-sistema    PIC 9(8) VALUE ZEROES.
006810     COPY LOTEJOBS.
006900
007000 01 WS-RESUMO.
007100     02 ws-qtd-lidas       PIC 9(7) VALUE ZEROES.
008400 PRINCIPAL.
008500 ACCEPT ws-data-sistema FROM DATE YYYYMMDD.
008600 PERFORM LER-DIA-CONTABIL.
008610 MOVE "TRFENV" TO ws-lote-job.
008620 PERFORM INICIAR-CONTROLE-LOTE.
008630 IF ws-lote-liberado = "N"
008640     STOP RUN
008650 END-IF.
008700 PERFORM ABRIR-ARQUIVOS.
008800 IF ws-fim-arquivo = "N"
008900     PERFORM GRAVAR-CABECALHO
009300     PERFORM FECHAR-ARQUIVOS
009400 END-IF.
009500 PERFORM EXIBIR-RESUMO.
009510 MOVE ws-qtd-lidas TO ws-lote-qtd-lidos.
009520 MOVE ws-qtd-enviadas TO ws-lote-qtd-gravados.
009530 MOVE ZEROES TO ws-lote-qtd-rejeitados.
009540 PERFORM FINALIZAR-CONTROLE-LOTE.
009600 STOP RUN.
009700
009800******************************************************************
012200         DISPLAY "Erro ao criar a remessa: " ARQ-OK-REM
012300         CLOSE F-TRFEXT
012400         MOVE "S" TO ws-fim-arquivo
012410         MOVE "F" TO ws-lote-situacao
012420         MOVE "ERRO AO CRIAR A REMESSA" TO ws-lote-mensagem
012500     ELSE
012600         MOVE ZEROES TO trf-numero
012700         START F-TRFEXT KEY IS NOT LESS THAN trf-numero
018500 MOVE ws-total-enviado TO ws-total-env-edit.
018600 DISPLAY "Valor total enviado:    " ws-total-env-edit.
018700 DISPLAY "======================================================".
018800
018810******************************************************************
018820* Controle da cadeia noturna (LOTECTL/LOTEJOBS): o job so roda
018830* com todos os predecessores concluidos na data contabil e se
018840* ainda nao concluiu nela; LOTE_FORCAR=S passa por cima das duas
018850* recusas e fica registrado. Sem o arquivo de controle o job
018860* segue, como antes da implantacao.
018870******************************************************************
018880 INICIAR-CONTROLE-LOTE.
018890 MOVE "S" TO ws-lote-liberado.
018900 MOVE "N" TO ws-lote-forcado.
018910 MOVE SPACES TO ws-lote-mensagem.
018920 ACCEPT ws-lote-forcar FROM ENVIRONMENT "LOTE_FORCAR".
018930 PERFORM ABRIR-CONTROLE-LOTE.
018940 IF ws-lote-controle-ok = "S"
018950     PERFORM VERIFICAR-PREDECESSORES
018960     MOVE ws-data-sistema TO lct-data
018970     MOVE ws-lote-job TO lct-job
018980     READ F-LOTECTL
018990         INVALID KEY
019000             MOVE "N" TO ws-lote-registro
019010         NOT INVALID KEY
019020             MOVE "S" TO ws-lote-registro
019030             IF lct-situacao = "C" AND ws-lote-liberado = "S"
019040                 MOVE "N" TO ws-lote-liberado
019050                 MOVE "JA CONCLUIDO NESTA DATA"
019060                     TO ws-lote-mensagem
019070             END-IF
019080     END-READ
019090     IF ws-lote-liberado = "N" AND ws-lote-forcar = "S"
019100         MOVE "S" TO ws-lote-liberado
019110         MOVE "S" TO ws-lote-forcado
019120         DISPLAY "Execucao FORCADA: " ws-lote-mensagem
019130     END-IF
019140     IF ws-lote-liberado = "S"
019150         PERFORM REGISTRAR-INICIO-LOTE
019160     ELSE
019170         PERFORM REGISTRAR-RECUSA-LOTE
019180     END-IF
019190     CLOSE F-LOTECTL
019200 END-IF.
019210
019220 ABRIR-CONTROLE-LOTE.
019230 OPEN I-O F-LOTECTL.
019240 IF ARQ-OK-LCT = "35" THEN
019250     CLOSE F-LOTECTL
019260     OPEN OUTPUT F-LOTECTL
019270     CLOSE F-LOTECTL
019280     OPEN I-O F-LOTECTL
019290 END-IF.
019300 IF ARQ-OK-LCT = "00"
019310     MOVE "S" TO ws-lote-controle-ok
019320 ELSE
019330     MOVE "N" TO ws-lote-controle-ok
019340     DISPLAY "Controle de lotes indisponivel! Erro: " ARQ-OK-LCT
019350 END-IF.
019360
019370 VERIFICAR-PREDECESSORES.
019380 MOVE ZEROES TO ws-lj-proprio.
019390 PERFORM VARYING ws-lj-idx FROM 1 BY 1 UNTIL ws-lj-idx > ws-lj-qtd
019400     IF ws-lj-job (ws-lj-idx) = ws-lote-job
019410         MOVE ws-lj-idx TO ws-lj-proprio
019420     END-IF
019430 END-PERFORM.
019440 IF ws-lj-proprio NOT = ZEROES
019450     PERFORM VARYING ws-lj-pred FROM 1 BY 1 UNTIL ws-lj-pred > 3
019460         IF ws-lj-predecessor (ws-lj-proprio, ws-lj-pred)
019470                 NOT = SPACES
019480             MOVE ws-data-sistema TO lct-data
019490             MOVE ws-lj-predecessor (ws-lj-proprio, ws-lj-pred)
019500                 TO lct-job
019510             READ F-LOTECTL
019520                 INVALID KEY
019530                     MOVE SPACES TO lct-situacao
019540             END-READ
019550             IF lct-situacao NOT = "C"
019560                 MOVE "N" TO ws-lote-liberado
019570                 MOVE lct-job TO ws-lmp-job
019580                 MOVE WS-LOTE-MSG-PRED TO ws-lote-mensagem
019590                 DISPLAY "Predecessor " lct-job
019600                         " nao concluido em " ws-data-sistema
019610             END-IF
019620         END-IF
019630     END-PERFORM
019640 END-IF.
019650
019660 REGISTRAR-INICIO-LOTE.
019670 ACCEPT ws-lote-hora FROM TIME.
019680 MOVE "E" TO lct-situacao.
019690 MOVE ws-lote-hhmmss TO lct-hora-inicio.
019700 MOVE ZEROES TO lct-hora-fim.
019710 MOVE ZEROES TO lct-qtd-lidos.
019720 MOVE ZEROES TO lct-qtd-gravados.
019730 MOVE ZEROES TO lct-qtd-rejeitados.
019740 MOVE ws-lote-forcado TO lct-forcado.
019750 MOVE ws-lote-mensagem TO lct-mensagem.
019760 IF ws-lote-registro = "S"
019770     ADD 1 TO lct-execucoes
019780     REWRITE DADOS-LOTECTL
019790 ELSE
019800     MOVE 1 TO lct-execucoes
019810     WRITE DADOS-LOTECTL
019820 END-IF.
019830
019840*    Recusa nao apaga registro ja concluido: so anota a tentativa
019850*    quando o job ainda nao concluiu na data.
019860 REGISTRAR-RECUSA-LOTE.
019870 DISPLAY "Job " ws-lote-job " RECUSADO: " ws-lote-mensagem.
019880 DISPLAY "Para reprocessar mesmo assim, rode com LOTE_FORCAR=S.".
019890 IF ws-lote-registro = "N" OR lct-situacao NOT = "C"
019900     ACCEPT ws-lote-hora FROM TIME
019910     MOVE "R" TO lct-situacao
019920     MOVE ws-lote-hhmmss TO lct-hora-inicio
019930     MOVE ws-lote-hhmmss TO lct-hora-fim
019940     MOVE ws-lote-mensagem TO lct-mensagem
019950     MOVE "N" TO lct-forcado
019960     IF ws-lote-registro = "S"
019970         REWRITE DADOS-LOTECTL
019980     ELSE
019990         MOVE ZEROES TO lct-qtd-lidos
020000         MOVE ZEROES TO lct-qtd-gravados
020010         MOVE ZEROES TO lct-qtd-rejeitados
020020         MOVE ZEROES TO lct-execucoes
020030         WRITE DADOS-LOTECTL
020040     END-IF
020050 END-IF.
020060
020070 FINALIZAR-CONTROLE-LOTE.
020080 IF ws-lote-controle-ok = "S"
020090     OPEN I-O F-LOTECTL
020100     IF ARQ-OK-LCT = "00"
020110         MOVE ws-data-sistema TO lct-data
020120         MOVE ws-lote-job TO lct-job
020130         READ F-LOTECTL
020140             INVALID KEY
020150                 CONTINUE
020160             NOT INVALID KEY
020170                 ACCEPT ws-lote-hora FROM TIME
020180                 MOVE ws-lote-hhmmss TO lct-hora-fim
020190                 MOVE ws-lote-situacao TO lct-situacao
020200                 MOVE ws-lote-qtd-lidos TO lct-qtd-lidos
020210                 MOVE ws-lote-qtd-gravados TO lct-qtd-gravados
020220                 MOVE ws-lote-qtd-rejeitados TO lct-qtd-rejeitados
020230                 IF ws-lote-situacao NOT = "C"
020240                     MOVE ws-lote-mensagem TO lct-mensagem
020250                 END-IF
020260                 REWRITE DADOS-LOTECTL
020270         END-READ
020280         CLOSE F-LOTECTL
020290     END-IF
020300 END-IF.
