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
003300******************************************************************
003400 DATA DIVISION.
003700     COPY CADASTRO.
003800     COPY SALDOHIST.
003900     COPY DIACTL.
003910     COPY LOTECTL.
004000
004100 WORKING-STORAGE SECTION.
004200 01 ARQ-OK             PIC X(02) VALUE ZEROES.
004400 01 ARQ-OK-DIA         PIC X(02) VALUE ZEROES.
004500 01 ws-fim-arquivo     PIC X VALUE "N".
004600 01 ws-data-sistema    PIC 9(8) VALUE ZEROES.
004610     COPY LOTEJOBS.
004700 01 ws-saldo-calc      PIC S9(9)V99 VALUE ZEROES.
004800
004900 01 WS-RESUMO.
006200 PRINCIPAL.
006300 ACCEPT ws-data-sistema FROM DATE YYYYMMDD.
006400 PERFORM LER-DIA-CONTABIL.
006410 MOVE "SALDODIA" TO ws-lote-job.
006420 PERFORM INICIAR-CONTROLE-LOTE.
006430 IF ws-lote-liberado = "N"
006440     STOP RUN
006450 END-IF.
006500 PERFORM ABRIR-ARQUIVOS.
006600 PERFORM FOTOGRAFAR-SALDOS UNTIL ws-fim-arquivo = "S".
006700 PERFORM FECHAR-ARQUIVOS.
006800 PERFORM EXIBIR-RESUMO.
006810 MOVE ws-qtd-lidas TO ws-lote-qtd-lidos.
006820 MOVE ws-qtd-gravadas TO ws-lote-qtd-gravados.
006830 MOVE ZEROES TO ws-lote-qtd-rejeitados.
006840 PERFORM FINALIZAR-CONTROLE-LOTE.
006900 STOP RUN.
007000
007100******************************************************************
008800 OPEN INPUT F-CADASTRO.
008900 IF ARQ-OK NOT = "00"
009000     DISPLAY "Erro ao abrir o cadastro: " ARQ-OK
009010     MOVE "F" TO ws-lote-situacao
009020     MOVE "CADASTRO INDISPONIVEL" TO ws-lote-mensagem
009100     MOVE "S" TO ws-fim-arquivo
009200 END-IF.
009300 OPEN I-O F-SALDOHIST.
013700 DISPLAY "Contas lidas:    " ws-qtd-lidas.
013800 DISPLAY "Saldos gravados: " ws-qtd-gravadas.
013900 DISPLAY "======================================================".
014000
014010******************************************************************
014020* Controle da cadeia noturna (LOTECTL/LOTEJOBS): o job so roda
014030* com todos os predecessores concluidos na data contabil e se
014040* ainda nao concluiu nela; LOTE_FORCAR=S passa por cima das duas
014050* recusas e fica registrado. Sem o arquivo de controle o job
014060* segue, como antes da implantacao.
014070******************************************************************
014080 INICIAR-CONTROLE-LOTE.
014090 MOVE "S" TO ws-lote-liberado.
014100 MOVE "N" TO ws-lote-forcado.
014110 MOVE SPACES TO ws-lote-mensagem.
014120 ACCEPT ws-lote-forcar FROM ENVIRONMENT "LOTE_FORCAR".
014130 PERFORM ABRIR-CONTROLE-LOTE.
014140 IF ws-lote-controle-ok = "S"
014150     PERFORM VERIFICAR-PREDECESSORES
014160     MOVE ws-data-sistema TO lct-data
014170     MOVE ws-lote-job TO lct-job
014180     READ F-LOTECTL
014190         INVALID KEY
014200             MOVE "N" TO ws-lote-registro
014210         NOT INVALID KEY
014220             MOVE "S" TO ws-lote-registro
014230             IF lct-situacao = "C" AND ws-lote-liberado = "S"
014240                 MOVE "N" TO ws-lote-liberado
014250                 MOVE "JA CONCLUIDO NESTA DATA"
014260                     TO ws-lote-mensagem
014270             END-IF
014280     END-READ
014290     IF ws-lote-liberado = "N" AND ws-lote-forcar = "S"
014300         MOVE "S" TO ws-lote-liberado
014310         MOVE "S" TO ws-lote-forcado
014320         DISPLAY "Execucao FORCADA: " ws-lote-mensagem
014330     END-IF
014340     IF ws-lote-liberado = "S"
014350         PERFORM REGISTRAR-INICIO-LOTE
014360     ELSE
014370         PERFORM REGISTRAR-RECUSA-LOTE
014380     END-IF
014390     CLOSE F-LOTECTL
014400 END-IF.
014410
014420 ABRIR-CONTROLE-LOTE.
014430 OPEN I-O F-LOTECTL.
014440 IF ARQ-OK-LCT = "35" THEN
014450     CLOSE F-LOTECTL
014460     OPEN OUTPUT F-LOTECTL
014470     CLOSE F-LOTECTL
014480     OPEN I-O F-LOTECTL
014490 END-IF.
014500 IF ARQ-OK-LCT = "00"
014510     MOVE "S" TO ws-lote-controle-ok
014520 ELSE
014530     MOVE "N" TO ws-lote-controle-ok
014540     DISPLAY "Controle de lotes indisponivel! Erro: " ARQ-OK-LCT
014550 END-IF.
014560
014570 VERIFICAR-PREDECESSORES.
014580 MOVE ZEROES TO ws-lj-proprio.
014590 PERFORM VARYING ws-lj-idx FROM 1 BY 1 UNTIL ws-lj-idx > ws-lj-qtd
014600     IF ws-lj-job (ws-lj-idx) = ws-lote-job
014610         MOVE ws-lj-idx TO ws-lj-proprio
014620     END-IF
014630 END-PERFORM.
014640 IF ws-lj-proprio NOT = ZEROES
014650     PERFORM VARYING ws-lj-pred FROM 1 BY 1 UNTIL ws-lj-pred > 3
014660         IF ws-lj-predecessor (ws-lj-proprio, ws-lj-pred)
014670                 NOT = SPACES
014680             MOVE ws-data-sistema TO lct-data
014690             MOVE ws-lj-predecessor (ws-lj-proprio, ws-lj-pred)
014700                 TO lct-job
014710             READ F-LOTECTL
014720                 INVALID KEY
014730                     MOVE SPACES TO lct-situacao
014740             END-READ
014750             IF lct-situacao NOT = "C"
014760                 MOVE "N" TO ws-lote-liberado
014770                 MOVE lct-job TO ws-lmp-job
014780                 MOVE WS-LOTE-MSG-PRED TO ws-lote-mensagem
014790                 DISPLAY "Predecessor " lct-job
014800                         " nao concluido em " ws-data-sistema
014810             END-IF
014820         END-IF
014830     END-PERFORM
014840 END-IF.
014850
014860 REGISTRAR-INICIO-LOTE.
014870 ACCEPT ws-lote-hora FROM TIME.
014880 MOVE "E" TO lct-situacao.
014890 MOVE ws-lote-hhmmss TO lct-hora-inicio.
014900 MOVE ZEROES TO lct-hora-fim.
014910 MOVE ZEROES TO lct-qtd-lidos.
014920 MOVE ZEROES TO lct-qtd-gravados.
014930 MOVE ZEROES TO lct-qtd-rejeitados.
014940 MOVE ws-lote-forcado TO lct-forcado.
014950 MOVE ws-lote-mensagem TO lct-mensagem.
014960 IF ws-lote-registro = "S"
014970     ADD 1 TO lct-execucoes
014980     REWRITE DADOS-LOTECTL
014990 ELSE
015000     MOVE 1 TO lct-execucoes
015010     WRITE DADOS-LOTECTL
015020 END-IF.
015030
015040*    Recusa nao apaga registro ja concluido: so anota a tentativa
015050*    quando o job ainda nao concluiu na data.
015060 REGISTRAR-RECUSA-LOTE.
015070 DISPLAY "Job " ws-lote-job " RECUSADO: " ws-lote-mensagem.
015080 DISPLAY "Para reprocessar mesmo assim, rode com LOTE_FORCAR=S.".
015090 IF ws-lote-registro = "N" OR lct-situacao NOT = "C"
015100     ACCEPT ws-lote-hora FROM TIME
015110     MOVE "R" TO lct-situacao
015120     MOVE ws-lote-hhmmss TO lct-hora-inicio
015130     MOVE ws-lote-hhmmss TO lct-hora-fim
015140     MOVE ws-lote-mensagem TO lct-mensagem
015150     MOVE "N" TO lct-forcado
015160     IF ws-lote-registro = "S"
015170         REWRITE DADOS-LOTECTL
015180     ELSE
015190         MOVE ZEROES TO lct-qtd-lidos
015200         MOVE ZEROES TO lct-qtd-gravados
015210         MOVE ZEROES TO lct-qtd-rejeitados
015220         MOVE ZEROES TO lct-execucoes
015230         WRITE DADOS-LOTECTL
015240     END-IF
015250 END-IF.
015260
015270 FINALIZAR-CONTROLE-LOTE.
015280 IF ws-lote-controle-ok = "S"
015290     OPEN I-O F-LOTECTL
015300     IF ARQ-OK-LCT = "00"
015310         MOVE ws-data-sistema TO lct-data
015320         MOVE ws-lote-job TO lct-job
015330         READ F-LOTECTL
015340             INVALID KEY
015350                 CONTINUE
015360             NOT INVALID KEY
015370                 ACCEPT ws-lote-hora FROM TIME
015380                 MOVE ws-lote-hhmmss TO lct-hora-fim
015390                 MOVE ws-lote-situacao TO lct-situacao
015400                 MOVE ws-lote-qtd-lidos TO lct-qtd-lidos
015410                 MOVE ws-lote-qtd-gravados TO lct-qtd-gravados
015420                 MOVE ws-lote-qtd-rejeitados TO lct-qtd-rejeitados
015430                 IF ws-lote-situacao NOT = "C"
015440                     MOVE ws-lote-mensagem TO lct-mensagem
015450                 END-IF
015460                 REWRITE DADOS-LOTECTL
015470         END-READ
015480         CLOSE F-LOTECTL
015490     END-IF
015500 END-IF.
