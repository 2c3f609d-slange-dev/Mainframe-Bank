002280     SELECT F-DIACTL ASSIGN TO disk
002281        ORGANIZATION IS LINE SEQUENTIAL
002282           FILE STATUS ARQ-OK-DIA.
002284
002286     SELECT F-LOTECTL ASSIGN TO disk
002288        ORGANIZATION IS INDEXED
002290        ACCESS IS DYNAMIC
002292        RECORD KEY IS lct-chave
002294           FILE STATUS ARQ-OK-LCT.
002300
002400******************************************************************
002500 DATA DIVISION.
002830     COPY CHECKCTL.
002840     COPY CALENDAR.
002850     COPY DIACTL.
002860     COPY LOTECTL.
002900
003000 WORKING-STORAGE SECTION.
003010 01 ARQ-OK             PIC X(02) VALUE ZEROES.
003086 01 ws-qtd-lidos-chk   PIC 9(5) VALUE ZEROES.
003090 01 ws-retomar-chk     PIC X VALUE "N".
003095 01 ws-mesmo-dia       PIC X VALUE "N".
003097     COPY LOTEJOBS.
003100
003200 01 ws-saldo-calc        PIC S9(9)V99 VALUE ZEROES.
003210 01 ws-net-movimentos-dia PIC S9(11)V99 VALUE ZEROES.
003840             "fechamento nao executado."
003850     STOP RUN
003860 END-IF.
003865 MOVE "CONTROLE" TO ws-lote-job.
003870 PERFORM INICIAR-CONTROLE-LOTE.
003875 IF ws-lote-liberado = "N"
003880     STOP RUN
003885 END-IF.
003900 PERFORM LER-CONTROLE-ANTERIOR.
003910 IF ws-data-sistema = ws-data-anterior THEN
003920     MOVE "S" TO ws-mesmo-dia
005810     PERFORM GRAVAR-CONTROLE-ATUAL
005820 END-IF.
005900 PERFORM EXIBIR-RESUMO.
005910 IF ws-diferenca NOT = ZEROES
005920     MOVE "F" TO ws-lote-situacao
005930     MOVE "DIVERGENCIA NA CONCILIACAO" TO ws-lote-mensagem
005940 END-IF.
005950 MOVE ws-qtd-contas TO ws-lote-qtd-lidos.
005960 MOVE ZEROES TO ws-lote-qtd-gravados.
005970 MOVE ZEROES TO ws-lote-qtd-rejeitados.
005980 PERFORM FINALIZAR-CONTROLE-LOTE.
006000 STOP RUN.
006100
006200 ABRIR-ARQUIVOS.
013900     END-IF
014000 END-IF.
014100 DISPLAY "======================================================".
014200
014210******************************************************************
014220* Controle da cadeia noturna (LOTECTL/LOTEJOBS): o job so roda
014230* com todos os predecessores concluidos na data contabil e se
014240* ainda nao concluiu nela; LOTE_FORCAR=S passa por cima das duas
014250* recusas e fica registrado. Sem o arquivo de controle o job
014260* segue, como antes da implantacao.
014270******************************************************************
014280 INICIAR-CONTROLE-LOTE.
014290 MOVE "S" TO ws-lote-liberado.
014300 MOVE "N" TO ws-lote-forcado.
014310 MOVE SPACES TO ws-lote-mensagem.
014320 ACCEPT ws-lote-forcar FROM ENVIRONMENT "LOTE_FORCAR".
014330 PERFORM ABRIR-CONTROLE-LOTE.
014340 IF ws-lote-controle-ok = "S"
014350     PERFORM VERIFICAR-PREDECESSORES
014360     MOVE ws-data-sistema TO lct-data
014370     MOVE ws-lote-job TO lct-job
014380     READ F-LOTECTL
014390         INVALID KEY
014400             MOVE "N" TO ws-lote-registro
014410         NOT INVALID KEY
014420             MOVE "S" TO ws-lote-registro
014430             IF lct-situacao = "C" AND ws-lote-liberado = "S"
014440                 MOVE "N" TO ws-lote-liberado
014450                 MOVE "JA CONCLUIDO NESTA DATA"
014460                     TO ws-lote-mensagem
014470             END-IF
014480     END-READ
014490     IF ws-lote-liberado = "N" AND ws-lote-forcar = "S"
014500         MOVE "S" TO ws-lote-liberado
014510         MOVE "S" TO ws-lote-forcado
014520         DISPLAY "Execucao FORCADA: " ws-lote-mensagem
014530     END-IF
014540     IF ws-lote-liberado = "S"
014550         PERFORM REGISTRAR-INICIO-LOTE
014560     ELSE
014570         PERFORM REGISTRAR-RECUSA-LOTE
014580     END-IF
014590     CLOSE F-LOTECTL
014600 END-IF.
014610
014620 ABRIR-CONTROLE-LOTE.
014630 OPEN I-O F-LOTECTL.
014640 IF ARQ-OK-LCT = "35" THEN
014650     CLOSE F-LOTECTL
014660     OPEN OUTPUT F-LOTECTL
014670     CLOSE F-LOTECTL
014680     OPEN I-O F-LOTECTL
014690 END-IF.
014700 IF ARQ-OK-LCT = "00"
014710     MOVE "S" TO ws-lote-controle-ok
014720 ELSE
014730     MOVE "N" TO ws-lote-controle-ok
014740     DISPLAY "Controle de lotes indisponivel! Erro: " ARQ-OK-LCT
014750 END-IF.
014760
014770 VERIFICAR-PREDECESSORES.
014780 MOVE ZEROES TO ws-lj-proprio.
014790 PERFORM VARYING ws-lj-idx FROM 1 BY 1 UNTIL ws-lj-idx > ws-lj-qtd
014800     IF ws-lj-job (ws-lj-idx) = ws-lote-job
014810         MOVE ws-lj-idx TO ws-lj-proprio
014820     END-IF
014830 END-PERFORM.
014840 IF ws-lj-proprio NOT = ZEROES
014850     PERFORM VARYING ws-lj-pred FROM 1 BY 1 UNTIL ws-lj-pred > 3
014860         IF ws-lj-predecessor (ws-lj-proprio, ws-lj-pred)
014870                 NOT = SPACES
014880             MOVE ws-data-sistema TO lct-data
014890             MOVE ws-lj-predecessor (ws-lj-proprio, ws-lj-pred)
014900                 TO lct-job
014910             READ F-LOTECTL
014920                 INVALID KEY
014930                     MOVE SPACES TO lct-situacao
014940             END-READ
014950             IF lct-situacao NOT = "C"
014960                 MOVE "N" TO ws-lote-liberado
014970                 MOVE lct-job TO ws-lmp-job
014980                 MOVE WS-LOTE-MSG-PRED TO ws-lote-mensagem
014990                 DISPLAY "Predecessor " lct-job
015000                         " nao concluido em " ws-data-sistema
015010             END-IF
015020         END-IF
015030     END-PERFORM
015040 END-IF.
015050
015060 REGISTRAR-INICIO-LOTE.
015070 ACCEPT ws-lote-hora FROM TIME.
015080 MOVE "E" TO lct-situacao.
015090 MOVE ws-lote-hhmmss TO lct-hora-inicio.
015100 MOVE ZEROES TO lct-hora-fim.
015110 MOVE ZEROES TO lct-qtd-lidos.
015120 MOVE ZEROES TO lct-qtd-gravados.
015130 MOVE ZEROES TO lct-qtd-rejeitados.
015140 MOVE ws-lote-forcado TO lct-forcado.
015150 MOVE ws-lote-mensagem TO lct-mensagem.
015160 IF ws-lote-registro = "S"
015170     ADD 1 TO lct-execucoes
015180     REWRITE DADOS-LOTECTL
015190 ELSE
015200     MOVE 1 TO lct-execucoes
015210     WRITE DADOS-LOTECTL
015220 END-IF.
015230
015240*    Recusa nao apaga registro ja concluido: so anota a tentativa
015250*    quando o job ainda nao concluiu na data.
015260 REGISTRAR-RECUSA-LOTE.
015270 DISPLAY "Job " ws-lote-job " RECUSADO: " ws-lote-mensagem.
015280 DISPLAY "Para reprocessar mesmo assim, rode com LOTE_FORCAR=S.".
015290 IF ws-lote-registro = "N" OR lct-situacao NOT = "C"
015300     ACCEPT ws-lote-hora FROM TIME
015310     MOVE "R" TO lct-situacao
015320     MOVE ws-lote-hhmmss TO lct-hora-inicio
015330     MOVE ws-lote-hhmmss TO lct-hora-fim
015340     MOVE ws-lote-mensagem TO lct-mensagem
015350     MOVE "N" TO lct-forcado
015360     IF ws-lote-registro = "S"
015370         REWRITE DADOS-LOTECTL
015380     ELSE
015390         MOVE ZEROES TO lct-qtd-lidos
015400         MOVE ZEROES TO lct-qtd-gravados
015410         MOVE ZEROES TO lct-qtd-rejeitados
015420         MOVE ZEROES TO lct-execucoes
015430         WRITE DADOS-LOTECTL
015440     END-IF
015450 END-IF.
015460
015470 FINALIZAR-CONTROLE-LOTE.
015480 IF ws-lote-controle-ok = "S"
015490     OPEN I-O F-LOTECTL
015500     IF ARQ-OK-LCT = "00"
015510         MOVE ws-data-sistema TO lct-data
015520         MOVE ws-lote-job TO lct-job
015530         READ F-LOTECTL
015540             INVALID KEY
015550                 CONTINUE
015560             NOT INVALID KEY
015570                 ACCEPT ws-lote-hora FROM TIME
015580                 MOVE ws-lote-hhmmss TO lct-hora-fim
015590                 MOVE ws-lote-situacao TO lct-situacao
015600                 MOVE ws-lote-qtd-lidos TO lct-qtd-lidos
015610                 MOVE ws-lote-qtd-gravados TO lct-qtd-gravados
015620                 MOVE ws-lote-qtd-rejeitados TO lct-qtd-rejeitados
015630                 IF ws-lote-situacao NOT = "C"
015640                     MOVE ws-lote-mensagem TO lct-mensagem
015650                 END-IF
015660                 REWRITE DADOS-LOTECTL
015670         END-READ
015680         CLOSE F-LOTECTL
015690     END-IF
015700 END-IF.
