002900     SELECT F-DIACTL ASSIGN TO disk
003000        ORGANIZATION IS LINE SEQUENTIAL
003100           FILE STATUS ARQ-OK-DIA.
003110
003120     SELECT F-LOTECTL ASSIGN TO disk
003130        ORGANIZATION IS INDEXED
003140        ACCESS IS DYNAMIC
003150        RECORD KEY IS lct-chave
003160           FILE STATUS ARQ-OK-LCT.
003200
003300     SELECT SORT-NEGATIVOS ASSIGN TO "SORTWK1".
003400
003900     COPY CADASTRO.
004000     COPY SALDOHIST.
004100     COPY DIACTL.
004110     COPY LOTECTL.
004200
004300 SD SORT-NEGATIVOS.
004400 01 SORT-REC.
005800 01 ws-fim-arquivo     PIC X VALUE "N".
005900 01 ws-fim-hist        PIC X VALUE "N".
006000 01 ws-data-sistema    PIC 9(8) VALUE ZEROES.
006010     COPY LOTEJOBS.
006100 01 ws-saldo-calc      PIC S9(9)V99 VALUE ZEROES.
006200 01 ws-limite-calc     PIC S9(9)V99 VALUE ZEROES.
006300 01 ws-pct-uso         PIC 9(3) VALUE ZEROES.
010300 PRINCIPAL.
010400 ACCEPT ws-data-sistema FROM DATE YYYYMMDD.
010500 PERFORM LER-DIA-CONTABIL.
010510 MOVE "RELNEG" TO ws-lote-job.
010520 PERFORM INICIAR-CONTROLE-LOTE.
010530 IF ws-lote-liberado = "N"
010540     STOP RUN
010550 END-IF.
010600 SORT SORT-NEGATIVOS
010700     ON ASCENDING KEY srt-cod-agencia srt-cod-conta
010800     INPUT PROCEDURE IS CARREGAR-NEGATIVOS
010900     OUTPUT PROCEDURE IS IMPRIMIR-RELATORIO.
010910 MOVE ws-qtd-contas TO ws-lote-qtd-lidos.
010920 MOVE ws-qtd-negativas TO ws-lote-qtd-gravados.
010930 MOVE ZEROES TO ws-lote-qtd-rejeitados.
010940 PERFORM FINALIZAR-CONTROLE-LOTE.
011000 STOP RUN.
011100
011200******************************************************************
012900 IF ARQ-OK NOT = "00"
013000     DISPLAY "Erro ao abrir o cadastro: " ARQ-OK
013100     MOVE "S" TO ws-fim-arquivo
013110     MOVE "F" TO ws-lote-situacao
013120     MOVE "CADASTRO INDISPONIVEL" TO ws-lote-mensagem
013200 END-IF.
013300 OPEN INPUT F-SALDOHIST.
013400 IF ARQ-OK-SDH = "00"
032500 MOVE ws-total-negativo TO ws-total-neg-edit.
032600 DISPLAY "Exposicao total:        " ws-total-neg-edit.
032700 DISPLAY "======================================================".
032800
032810******************************************************************
032820* Controle da cadeia noturna (LOTECTL/LOTEJOBS): o job so roda
032830* com todos os predecessores concluidos na data contabil e se
032840* ainda nao concluiu nela; LOTE_FORCAR=S passa por cima das duas
032850* recusas e fica registrado. Sem o arquivo de controle o job
032860* segue, como antes da implantacao.
032870******************************************************************
032880 INICIAR-CONTROLE-LOTE.
032890 MOVE "S" TO ws-lote-liberado.
032900 MOVE "N" TO ws-lote-forcado.
032910 MOVE SPACES TO ws-lote-mensagem.
032920 ACCEPT ws-lote-forcar FROM ENVIRONMENT "LOTE_FORCAR".
032930 PERFORM ABRIR-CONTROLE-LOTE.
032940 IF ws-lote-controle-ok = "S"
032950     PERFORM VERIFICAR-PREDECESSORES
032960     MOVE ws-data-sistema TO lct-data
032970     MOVE ws-lote-job TO lct-job
032980     READ F-LOTECTL
032990         INVALID KEY
033000             MOVE "N" TO ws-lote-registro
033010         NOT INVALID KEY
033020             MOVE "S" TO ws-lote-registro
033030             IF lct-situacao = "C" AND ws-lote-liberado = "S"
033040                 MOVE "N" TO ws-lote-liberado
033050                 MOVE "JA CONCLUIDO NESTA DATA"
033060                     TO ws-lote-mensagem
033070             END-IF
033080     END-READ
033090     IF ws-lote-liberado = "N" AND ws-lote-forcar = "S"
033100         MOVE "S" TO ws-lote-liberado
033110         MOVE "S" TO ws-lote-forcado
033120         DISPLAY "Execucao FORCADA: " ws-lote-mensagem
033130     END-IF
033140     IF ws-lote-liberado = "S"
033150         PERFORM REGISTRAR-INICIO-LOTE
033160     ELSE
033170         PERFORM REGISTRAR-RECUSA-LOTE
033180     END-IF
033190     CLOSE F-LOTECTL
033200 END-IF.
033210
033220 ABRIR-CONTROLE-LOTE.
033230 OPEN I-O F-LOTECTL.
033240 IF ARQ-OK-LCT = "35" THEN
033250     CLOSE F-LOTECTL
033260     OPEN OUTPUT F-LOTECTL
033270     CLOSE F-LOTECTL
033280     OPEN I-O F-LOTECTL
033290 END-IF.
033300 IF ARQ-OK-LCT = "00"
033310     MOVE "S" TO ws-lote-controle-ok
033320 ELSE
033330     MOVE "N" TO ws-lote-controle-ok
033340     DISPLAY "Controle de lotes indisponivel! Erro: " ARQ-OK-LCT
033350 END-IF.
033360
033370 VERIFICAR-PREDECESSORES.
033380 MOVE ZEROES TO ws-lj-proprio.
033390 PERFORM VARYING ws-lj-idx FROM 1 BY 1 UNTIL ws-lj-idx > ws-lj-qtd
033400     IF ws-lj-job (ws-lj-idx) = ws-lote-job
033410         MOVE ws-lj-idx TO ws-lj-proprio
033420     END-IF
033430 END-PERFORM.
033440 IF ws-lj-proprio NOT = ZEROES
033450     PERFORM VARYING ws-lj-pred FROM 1 BY 1 UNTIL ws-lj-pred > 3
033460         IF ws-lj-predecessor (ws-lj-proprio, ws-lj-pred)
033470                 NOT = SPACES
033480             MOVE ws-data-sistema TO lct-data
033490             MOVE ws-lj-predecessor (ws-lj-proprio, ws-lj-pred)
033500                 TO lct-job
033510             READ F-LOTECTL
033520                 INVALID KEY
033530                     MOVE SPACES TO lct-situacao
033540             END-READ
033550             IF lct-situacao NOT = "C"
033560                 MOVE "N" TO ws-lote-liberado
033570                 MOVE lct-job TO ws-lmp-job
033580                 MOVE WS-LOTE-MSG-PRED TO ws-lote-mensagem
033590                 DISPLAY "Predecessor " lct-job
033600                         " nao concluido em " ws-data-sistema
033610             END-IF
033620         END-IF
033630     END-PERFORM
033640 END-IF.
033650
033660 REGISTRAR-INICIO-LOTE.
033670 ACCEPT ws-lote-hora FROM TIME.
033680 MOVE "E" TO lct-situacao.
033690 MOVE ws-lote-hhmmss TO lct-hora-inicio.
033700 MOVE ZEROES TO lct-hora-fim.
033710 MOVE ZEROES TO lct-qtd-lidos.
033720 MOVE ZEROES TO lct-qtd-gravados.
033730 MOVE ZEROES TO lct-qtd-rejeitados.
033740 MOVE ws-lote-forcado TO lct-forcado.
033750 MOVE ws-lote-mensagem TO lct-mensagem.
033760 IF ws-lote-registro = "S"
033770     ADD 1 TO lct-execucoes
033780     REWRITE DADOS-LOTECTL
033790 ELSE
033800     MOVE 1 TO lct-execucoes
033810     WRITE DADOS-LOTECTL
033820 END-IF.
033830
033840*    Recusa nao apaga registro ja concluido: so anota a tentativa
033850*    quando o job ainda nao concluiu na data.
033860 REGISTRAR-RECUSA-LOTE.
033870 DISPLAY "Job " ws-lote-job " RECUSADO: " ws-lote-mensagem.
033880 DISPLAY "Para reprocessar mesmo assim, rode com LOTE_FORCAR=S.".
033890 IF ws-lote-registro = "N" OR lct-situacao NOT = "C"
033900     ACCEPT ws-lote-hora FROM TIME
033910     MOVE "R" TO lct-situacao
033920     MOVE ws-lote-hhmmss TO lct-hora-inicio
033930     MOVE ws-lote-hhmmss TO lct-hora-fim
033940     MOVE ws-lote-mensagem TO lct-mensagem
033950     MOVE "N" TO lct-forcado
033960     IF ws-lote-registro = "S"
033970         REWRITE DADOS-LOTECTL
033980     ELSE
033990         MOVE ZEROES TO lct-qtd-lidos
034000         MOVE ZEROES TO lct-qtd-gravados
034010         MOVE ZEROES TO lct-qtd-rejeitados
034020         MOVE ZEROES TO lct-execucoes
034030         WRITE DADOS-LOTECTL
034040     END-IF
034050 END-IF.
034060
034070 FINALIZAR-CONTROLE-LOTE.
034080 IF ws-lote-controle-ok = "S"
034090     OPEN I-O F-LOTECTL
034100     IF ARQ-OK-LCT = "00"
034110         MOVE ws-data-sistema TO lct-data
034120         MOVE ws-lote-job TO lct-job
034130         READ F-LOTECTL
034140             INVALID KEY
034150                 CONTINUE
034160             NOT INVALID KEY
034170                 ACCEPT ws-lote-hora FROM TIME
034180                 MOVE ws-lote-hhmmss TO lct-hora-fim
034190                 MOVE ws-lote-situacao TO lct-situacao
034200                 MOVE ws-lote-qtd-lidos TO lct-qtd-lidos
034210                 MOVE ws-lote-qtd-gravados TO lct-qtd-gravados
034220                 MOVE ws-lote-qtd-rejeitados TO lct-qtd-rejeitados
034230                 IF ws-lote-situacao NOT = "C"
034240                     MOVE ws-lote-mensagem TO lct-mensagem
034250                 END-IF
034260                 REWRITE DADOS-LOTECTL
034270         END-READ
034280         CLOSE F-LOTECTL
034290     END-IF
034300 END-IF.
