003980        ACCESS IS DYNAMIC
003990        RECORD KEY IS trf-numero
003991           FILE STATUS ARQ-OK-TRF.
004001     SELECT F-BLOQJUD ASSIGN TO disk
004011        ORGANIZATION IS INDEXED
004021        ACCESS IS DYNAMIC
004031        RECORD KEY IS bjd-chave
004041        ALTERNATE RECORD KEY bjd-cod-conta
004051           WITH DUPLICATES
004061           FILE STATUS ARQ-OK-BJD.
004062
004063     SELECT F-LOTECTL ASSIGN TO disk
004064        ORGANIZATION IS INDEXED
004065        ACCESS IS DYNAMIC
004066        RECORD KEY IS lct-chave
004067           FILE STATUS ARQ-OK-LCT.
004071
004072     SELECT F-EVENTO ASSIGN TO disk
004073        ORGANIZATION IS LINE SEQUENTIAL
004074           FILE STATUS ARQ-OK-EVT.
004075
004100******************************************************************
004200 DATA DIVISION.
004300******************************************************************
004700     COPY CHECKLOT.
004710     COPY DIACTL.
004720     COPY TRFEXT.
004730     COPY BLOQJUD.
004735     COPY LOTECTL.
004737     COPY EVENTOS.
004740
004900 FD F-LOTE LABEL RECORD STANDARD
005000     VALUE OF FILE-ID IS "F-LOTE.txt".
005100 01 REG-LOTE.
007500 01 ARQ-OK-REJ         PIC X(02) VALUE ZEROES.
007600 01 ARQ-OK-CHK         PIC X(02) VALUE ZEROES.
007610 01 ARQ-OK-DIA         PIC X(02) VALUE ZEROES.
007612 01 ARQ-OK-BJD         PIC X(02) VALUE ZEROES.
007614 01 ws-fim-bloqjud     PIC X VALUE "N".
007616 01 ws-valor-bloqueado PIC S9(9)V99 VALUE ZEROES.
007620 01 ws-dia-aberto      PIC X VALUE "S".
007630 01 ARQ-OK-TRF         PIC X(02) VALUE ZEROES.
007640 01 ws-trfext-aberto   PIC X VALUE "N".
008700 01 ws-mov-contra-conta PIC 9(5) VALUE ZEROES.
008800 01 ws-qtd-pular-chk   PIC 9(7) VALUE ZEROES.
008810 01 ws-arquivos-ok     PIC X VALUE "S".
008811 01 ARQ-OK-EVT         PIC X(02) VALUE ZEROES.
008812 01 ws-saldo-anterior  PIC S9(9)V99 VALUE ZEROES.
008813 01 ws-evt-hora        PIC 9(8) VALUE ZEROES.
008814 01 WS-EVT-HORA-PARTES REDEFINES ws-evt-hora.
008815     02 ws-evt-hhmmss     PIC 9(6).
008816     02 FILLER            PIC 9(2).
008820     COPY LOTEJOBS.
008900
009000 01 WS-RESUMO.
009100     02 ws-qtd-lidos       PIC 9(7) VALUE ZEROES.
010240             "lote nao postado. Rode a abertura do dia."
010250     STOP RUN
010260 END-IF.
010265 MOVE "MOVLOTE" TO ws-lote-job.
010270 PERFORM INICIAR-CONTROLE-LOTE.
010275 IF ws-lote-liberado = "N"
010280     STOP RUN
010285 END-IF.
010300 PERFORM LER-CHECKPOINT-LOTE.
010400 IF chklot-job = "MOVLOTE"
010500     MOVE chklot-qtd-processados TO ws-qtd-pular-chk
011230 ELSE
011240     PERFORM FECHAR-ARQUIVOS
011250 END-IF.
011260 IF ws-arquivos-ok NOT = "S"
011270     MOVE "F" TO ws-lote-situacao
011280     MOVE "ARQUIVOS INDISPONIVEIS" TO ws-lote-mensagem
011290 END-IF.
011300 MOVE ws-qtd-lidos TO ws-lote-qtd-lidos.
011310 MOVE ws-qtd-aceitos TO ws-lote-qtd-gravados.
011320 MOVE ws-qtd-rejeitados TO ws-lote-qtd-rejeitados.
011330 PERFORM FINALIZAR-CONTROLE-LOTE.
011500 STOP RUN.
011600
011700 ABRIR-ARQUIVOS.
023350 END-IF.
023400
023500 VALIDAR-LIMITE.
023550 PERFORM SOMAR-BLOQUEIO-JUDICIAL.
023600 MOVE saldo TO ws-saldo-calc.
023700 COMPUTE ws-saldo-simulado = ws-saldo-calc - ws-valor-bloqueado
023750     + ws-mov-valor.
023800 IF ws-saldo-simulado < (limite-credito * -1) THEN
023900     MOVE "N" TO ws-limite-ok
024000 ELSE
025500         COMPUTE ws-mov-valor = lote-valor * -1
025600         PERFORM GRAVAR-MOVIMENTO
025700         PERFORM RECALCULAR-SALDO
025750         PERFORM AVISAR-SAQUE
025800     WHEN "T"
025900         PERFORM POSTAR-TRANSFERENCIA
025910     WHEN "E"
030000     NOT INVALID KEY
030100         PERFORM SOMAR-MOVIMENTOS
030200 END-START.
030250 MOVE saldo TO ws-saldo-anterior.
030300 MOVE ws-saldo-calc TO saldo.
030400 REWRITE DADOS-CADASTRO
030500     INVALID KEY
030600         DISPLAY "Erro ao atualizar saldo!"
030700 END-REWRITE.
030710 IF ws-saldo-anterior NOT < ZEROES AND ws-saldo-calc < ZEROES
030720     PERFORM AVISAR-SALDO-NEGATIVO
030730 END-IF.
030800
030900 SOMAR-MOVIMENTOS.
031000 MOVE "N" TO ws-fim-movimento.
032000             END-IF
032100     END-READ
032200 END-PERFORM.
032210
032211******************************************************************
032212* Avisos ao cliente: saque do lote e conta que entrou no limite
032213* vao para a fila F-EVENTO (sempre EXTEND) do job NOTIFICA.
032214******************************************************************
032215 AVISAR-SAQUE.
032216 MOVE "SQ" TO evt-tipo.
032217 MOVE cod-conta TO evt-cod-conta.
032218 MOVE lote-valor TO evt-valor.
032219 MOVE SPACES TO evt-complemento.
032220 PERFORM GRAVAR-EVENTO.
032221
032222 AVISAR-SALDO-NEGATIVO.
032223 MOVE "NG" TO evt-tipo.
032224 MOVE cod-conta TO evt-cod-conta.
032225 COMPUTE evt-valor = ws-saldo-calc * -1.
032226 MOVE SPACES TO evt-complemento.
032227 PERFORM GRAVAR-EVENTO.
032228
032229 GRAVAR-EVENTO.
032230 OPEN EXTEND F-EVENTO.
032231 IF ARQ-OK-EVT = "35" THEN
032232     OPEN OUTPUT F-EVENTO
032233 END-IF.
032234 IF ARQ-OK-EVT NOT = "00"
032235     DISPLAY "Erro na fila de avisos: " ARQ-OK-EVT
032236 ELSE
032237     MOVE ws-data-sistema TO evt-data
032238     ACCEPT ws-evt-hora FROM TIME
032239     MOVE ws-evt-hhmmss TO evt-hora
032240     MOVE "MOVLOTE" TO evt-origem
032241     WRITE DADOS-EVENTO
032242     CLOSE F-EVENTO
032243 END-IF.
032300
032400 GRAVAR-REJEITO.
032410*    Copia byte a byte do registro bruto: um campo numerico
034300 MOVE ws-total-aceito TO ws-total-aceito-edit.
034400 DISPLAY "Valor total aceito:   " ws-total-aceito-edit.
034500 DISPLAY "======================================================".
034600
034700******************************************************************
034800* Bloqueio judicial (SISBAJUD): soma o valor ainda bloqueado na
034900* conta do registro de cadastro (cod-conta) pelas ordens ativas
035000* de F-BLOQJUD. Sem o arquivo nao ha bloqueio. O debito so passa
035100* se couber no saldo menos o bloqueado; o limite de credito
035200* continua valendo por cima dele.
035300******************************************************************
035400 SOMAR-BLOQUEIO-JUDICIAL.
035500 MOVE ZEROES TO ws-valor-bloqueado.
035600 OPEN INPUT F-BLOQJUD.
035700 IF ARQ-OK-BJD = "00"
035800     MOVE cod-conta TO bjd-cod-conta
035900     MOVE "N" TO ws-fim-bloqjud
036000     START F-BLOQJUD KEY IS = bjd-cod-conta
036100         INVALID KEY
036200             MOVE "S" TO ws-fim-bloqjud
036300     END-START
036400     PERFORM UNTIL ws-fim-bloqjud = "S"
036500         READ F-BLOQJUD NEXT RECORD
036600             AT END
036700                 MOVE "S" TO ws-fim-bloqjud
036800             NOT AT END
036900                 IF bjd-cod-conta NOT = cod-conta
037000                     MOVE "S" TO ws-fim-bloqjud
037100                 ELSE
037200                     IF bjd-situacao = "A"
037300                         ADD bjd-valor-bloqueado
037400                             TO ws-valor-bloqueado
037500                     END-IF
037600                 END-IF
037700         END-READ
037800     END-PERFORM
037900     CLOSE F-BLOQJUD
038000 END-IF.
038100
038110******************************************************************
038120* Controle da cadeia noturna (LOTECTL/LOTEJOBS): o job so roda
038130* com todos os predecessores concluidos na data contabil e se
038140* ainda nao concluiu nela; LOTE_FORCAR=S passa por cima das duas
038150* recusas e fica registrado. Sem o arquivo de controle o job
038160* segue, como antes da implantacao.
038170******************************************************************
038180 INICIAR-CONTROLE-LOTE.
038190 MOVE "S" TO ws-lote-liberado.
038200 MOVE "N" TO ws-lote-forcado.
038210 MOVE SPACES TO ws-lote-mensagem.
038220 ACCEPT ws-lote-forcar FROM ENVIRONMENT "LOTE_FORCAR".
038230 PERFORM ABRIR-CONTROLE-LOTE.
038240 IF ws-lote-controle-ok = "S"
038250     PERFORM VERIFICAR-PREDECESSORES
038260     MOVE ws-data-sistema TO lct-data
038270     MOVE ws-lote-job TO lct-job
038280     READ F-LOTECTL
038290         INVALID KEY
038300             MOVE "N" TO ws-lote-registro
038310         NOT INVALID KEY
038320             MOVE "S" TO ws-lote-registro
038330             IF lct-situacao = "C" AND ws-lote-liberado = "S"
038340                 MOVE "N" TO ws-lote-liberado
038350                 MOVE "JA CONCLUIDO NESTA DATA"
038360                     TO ws-lote-mensagem
038370             END-IF
038380     END-READ
038390     IF ws-lote-liberado = "N" AND ws-lote-forcar = "S"
038400         MOVE "S" TO ws-lote-liberado
038410         MOVE "S" TO ws-lote-forcado
038420         DISPLAY "Execucao FORCADA: " ws-lote-mensagem
038430     END-IF
038440     IF ws-lote-liberado = "S"
038450         PERFORM REGISTRAR-INICIO-LOTE
038460     ELSE
038470         PERFORM REGISTRAR-RECUSA-LOTE
038480     END-IF
038490     CLOSE F-LOTECTL
038500 END-IF.
038510
038520 ABRIR-CONTROLE-LOTE.
038530 OPEN I-O F-LOTECTL.
038540 IF ARQ-OK-LCT = "35" THEN
038550     CLOSE F-LOTECTL
038560     OPEN OUTPUT F-LOTECTL
038570     CLOSE F-LOTECTL
038580     OPEN I-O F-LOTECTL
038590 END-IF.
038600 IF ARQ-OK-LCT = "00"
038610     MOVE "S" TO ws-lote-controle-ok
038620 ELSE
038630     MOVE "N" TO ws-lote-controle-ok
038640     DISPLAY "Controle de lotes indisponivel! Erro: " ARQ-OK-LCT
038650 END-IF.
038660
038670 VERIFICAR-PREDECESSORES.
038680 MOVE ZEROES TO ws-lj-proprio.
038690 PERFORM VARYING ws-lj-idx FROM 1 BY 1 UNTIL ws-lj-idx > ws-lj-qtd
038700     IF ws-lj-job (ws-lj-idx) = ws-lote-job
038710         MOVE ws-lj-idx TO ws-lj-proprio
038720     END-IF
038730 END-PERFORM.
038740 IF ws-lj-proprio NOT = ZEROES
038750     PERFORM VARYING ws-lj-pred FROM 1 BY 1 UNTIL ws-lj-pred > 3
038760         IF ws-lj-predecessor (ws-lj-proprio, ws-lj-pred)
038770                 NOT = SPACES
038780             MOVE ws-data-sistema TO lct-data
038790             MOVE ws-lj-predecessor (ws-lj-proprio, ws-lj-pred)
038800                 TO lct-job
038810             READ F-LOTECTL
038820                 INVALID KEY
038830                     MOVE SPACES TO lct-situacao
038840             END-READ
038850             IF lct-situacao NOT = "C"
038860                 MOVE "N" TO ws-lote-liberado
038870                 MOVE lct-job TO ws-lmp-job
038880                 MOVE WS-LOTE-MSG-PRED TO ws-lote-mensagem
038890                 DISPLAY "Predecessor " lct-job
038900                         " nao concluido em " ws-data-sistema
038910             END-IF
038920         END-IF
038930     END-PERFORM
038940 END-IF.
038950
038960 REGISTRAR-INICIO-LOTE.
038970 ACCEPT ws-lote-hora FROM TIME.
038980 MOVE "E" TO lct-situacao.
038990 MOVE ws-lote-hhmmss TO lct-hora-inicio.
039000 MOVE ZEROES TO lct-hora-fim.
039010 MOVE ZEROES TO lct-qtd-lidos.
039020 MOVE ZEROES TO lct-qtd-gravados.
039030 MOVE ZEROES TO lct-qtd-rejeitados.
039040 MOVE ws-lote-forcado TO lct-forcado.
039050 MOVE ws-lote-mensagem TO lct-mensagem.
039060 IF ws-lote-registro = "S"
039070     ADD 1 TO lct-execucoes
039080     REWRITE DADOS-LOTECTL
039090 ELSE
039100     MOVE 1 TO lct-execucoes
039110     WRITE DADOS-LOTECTL
039120 END-IF.
039130
039140*    Recusa nao apaga registro ja concluido: so anota a tentativa
039150*    quando o job ainda nao concluiu na data.
039160 REGISTRAR-RECUSA-LOTE.
039170 DISPLAY "Job " ws-lote-job " RECUSADO: " ws-lote-mensagem.
039180 DISPLAY "Para reprocessar mesmo assim, rode com LOTE_FORCAR=S.".
039190 IF ws-lote-registro = "N" OR lct-situacao NOT = "C"
039200     ACCEPT ws-lote-hora FROM TIME
039210     MOVE "R" TO lct-situacao
039220     MOVE ws-lote-hhmmss TO lct-hora-inicio
039230     MOVE ws-lote-hhmmss TO lct-hora-fim
039240     MOVE ws-lote-mensagem TO lct-mensagem
039250     MOVE "N" TO lct-forcado
039260     IF ws-lote-registro = "S"
039270         REWRITE DADOS-LOTECTL
039280     ELSE
039290         MOVE ZEROES TO lct-qtd-lidos
039300         MOVE ZEROES TO lct-qtd-gravados
039310         MOVE ZEROES TO lct-qtd-rejeitados
039320         MOVE ZEROES TO lct-execucoes
039330         WRITE DADOS-LOTECTL
039340     END-IF
039350 END-IF.
039360
039370 FINALIZAR-CONTROLE-LOTE.
039380 IF ws-lote-controle-ok = "S"
039390     OPEN I-O F-LOTECTL
039400     IF ARQ-OK-LCT = "00"
039410         MOVE ws-data-sistema TO lct-data
039420         MOVE ws-lote-job TO lct-job
039430         READ F-LOTECTL
039440             INVALID KEY
039450                 CONTINUE
039460             NOT INVALID KEY
039470                 ACCEPT ws-lote-hora FROM TIME
039480                 MOVE ws-lote-hhmmss TO lct-hora-fim
039490                 MOVE ws-lote-situacao TO lct-situacao
039500                 MOVE ws-lote-qtd-lidos TO lct-qtd-lidos
039510                 MOVE ws-lote-qtd-gravados TO lct-qtd-gravados
039520                 MOVE ws-lote-qtd-rejeitados TO lct-qtd-rejeitados
039530                 IF ws-lote-situacao NOT = "C"
039540                     MOVE ws-lote-mensagem TO lct-mensagem
039550                 END-IF
039560                 REWRITE DADOS-LOTECTL
039570         END-READ
039580         CLOSE F-LOTECTL
039590     END-IF
039600 END-IF.
