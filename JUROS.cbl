003000        ORGANIZATION IS LINE SEQUENTIAL
003100           FILE STATUS ARQ-OK-CHK.
003110
003111     SELECT F-ALIQIR ASSIGN TO disk
003112        ORGANIZATION IS INDEXED
003113        ACCESS IS DYNAMIC
003114        RECORD KEY IS alq-vigencia
003115           FILE STATUS ARQ-OK-ALQ.
003116
003120     SELECT F-TAXAS ASSIGN TO disk
003130        ORGANIZATION IS INDEXED
003140        ACCESS IS DYNAMIC
003150        RECORD KEY IS taxa-chave
003160           FILE STATUS ARQ-OK-TAX.
003170
003171     SELECT F-LOTECTL ASSIGN TO disk
003172        ORGANIZATION IS INDEXED
003173        ACCESS IS DYNAMIC
003174        RECORD KEY IS lct-chave
003175           FILE STATUS ARQ-OK-LCT.
003176
003180     SELECT F-CALENDARIO ASSIGN TO disk
003181        ORGANIZATION IS INDEXED
003182        ACCESS IS DYNAMIC
003920     COPY CALENDAR.
003930     COPY DIACTL.
003940     COPY SALDOHIST.
003950     COPY ALIQIR.
003960     COPY LOTECTL.
004000
004100 WORKING-STORAGE SECTION.
004200 01 ARQ-OK             PIC X(02) VALUE ZEROES.
004450 01 ws-dia-aberto      PIC X VALUE "S".
004460 01 ARQ-OK-SDH         PIC X(02) VALUE ZEROES.
004470 01 ws-historico-ok    PIC X VALUE "N".
004472 01 ARQ-OK-ALQ         PIC X(02) VALUE ZEROES.
004474 01 ws-aliquota-ir     PIC 9(2)V9(4) VALUE ZEROES.
004476 01 ws-fim-aliquota    PIC X VALUE "N".
004478 01 ws-valor-imposto   PIC S9(9)V99 VALUE ZEROES.
004480*    Historico do lancamento de IR retido (tipo "I"): aponta a
004482*    sequencia do credito de juros que o originou.
004484 01 WS-HIST-IMPOSTO.
004486     02 FILLER            PIC X(11) VALUE "IRRF JUROS ".
004488     02 ws-hi-sequencia   PIC 9(6).
004490     02 FILLER            PIC X(3) VALUE SPACES.
004495     COPY LOTEJOBS.
004500 01 ws-fim-arquivo     PIC X VALUE "N".
004600 01 ws-fim-movimento   PIC X VALUE "N".
004610 01 ws-fim-taxa        PIC X VALUE "N".
007200     02 ws-total-debitado   PIC S9(11)V99 VALUE ZEROES.
007300     02 ws-qtd-ignorados    PIC 9(7) VALUE ZEROES.
007350     02 ws-qtd-sem-taxa     PIC 9(7) VALUE ZEROES.
007360     02 ws-qtd-retidos      PIC 9(7) VALUE ZEROES.
007370     02 ws-total-retido     PIC S9(11)V99 VALUE ZEROES.
007400
007500******************************************************************
007600 PROCEDURE DIVISION.
007940             "juros/tarifas nao lancados."
007950     STOP RUN
007960 END-IF.
007965 MOVE "JUROS" TO ws-lote-job.
007970 PERFORM INICIAR-CONTROLE-LOTE.
007975 IF ws-lote-liberado = "N"
007980     STOP RUN
007985 END-IF.
008000 PERFORM LER-CHECKPOINT-JUROS.
008100 IF chkjur-job = "JUROS" AND chkjur-cod-conta NOT = ZEROES
008200     MOVE chkjur-cod-conta TO cod-conta
009500 PERFORM SALVAR-CHECKPOINT-JUROS.
009600 PERFORM FECHAR-ARQUIVOS.
009700 PERFORM EXIBIR-RESUMO.
009710 COMPUTE ws-lote-qtd-lidos = ws-qtd-creditados + ws-qtd-debitados
009720         + ws-qtd-ignorados + ws-qtd-sem-taxa.
009730 COMPUTE ws-lote-qtd-gravados = ws-qtd-creditados
009740         + ws-qtd-debitados + ws-qtd-retidos.
009750 COMPUTE ws-lote-qtd-rejeitados = ws-qtd-ignorados
009760         + ws-qtd-sem-taxa.
009770 PERFORM FINALIZAR-CONTROLE-LOTE.
009800 STOP RUN.
009900
010000 ABRIR-ARQUIVOS.
010110 IF ARQ-OK NOT = "00"
010120     DISPLAY "Erro ao abrir o cadastro: " ARQ-OK
010130     MOVE "S" TO ws-fim-arquivo
010132     MOVE "F" TO ws-lote-situacao
010134     MOVE "CADASTRO INDISPONIVEL" TO ws-lote-mensagem
010140 END-IF.
010200 OPEN I-O F-MOVIMENTO.
010300 IF ARQ-OK-MOV = "35" THEN
010802     DISPLAY "Erro ao abrir o razao: " ARQ-OK-MOV
010803     MOVE "S" TO ws-fim-arquivo
010804 END-IF.
010805 IF ARQ-OK-MOV NOT = "00"
010806     MOVE "F" TO ws-lote-situacao
010807     MOVE "RAZAO INDISPONIVEL" TO ws-lote-mensagem
010808 END-IF.
010810 OPEN INPUT F-TAXAS.
010820 IF ARQ-OK-TAX NOT = "00" THEN
010830     DISPLAY "Tabela de taxas indisponivel! Erro: " ARQ-OK-TAX
010840     DISPLAY "Cadastre as taxas pela manutencao TAXAS."
010850     CLOSE F-CADASTRO
010860     CLOSE F-MOVIMENTO
010862     MOVE "F" TO ws-lote-situacao
010864     MOVE "TABELA DE TAXAS INDISPONIVEL" TO ws-lote-mensagem
010866     PERFORM FINALIZAR-CONTROLE-LOTE
010870     STOP RUN
010880 END-IF.
010881*    Historico de saldos (SALDODIA): com ele a taxa aplica sobre
010887 ELSE
010888     MOVE "N" TO ws-historico-ok
010889 END-IF.
010891 PERFORM ABRIR-ALIQUOTA-IR.
010893
010900
011000 FECHAR-ARQUIVOS.
011100 CLOSE F-CADASTRO.
011211 IF ws-historico-ok = "S"
011212     CLOSE F-SALDOHIST
011213 END-IF.
011215 CLOSE F-ALIQIR.
011220
011221******************************************************************
011222* Data contabil e situacao do dia (DIACTL): com o controle
017300         INVALID KEY
017400             DISPLAY "Erro ao gravar lancamento de juros/tarifa!"
017500     END-WRITE
017510     IF ws-valor-ajuste > ZEROES
017520         PERFORM RETER-IMPOSTO
017530     END-IF
017600     PERFORM RECALCULAR-SALDO
017700     PERFORM ATUALIZAR-RESUMO
017800 END-IF.
021600     ADD 1 TO ws-qtd-debitados
021700     SUBTRACT ws-valor-ajuste FROM ws-total-debitado
021800 END-IF.
021801
021802******************************************************************
021804* Aliquota de IR na fonte: sem a tabela o credito de juros sairia
021806* sem retencao, entao o ciclo nao roda, como sem F-TAXAS. Sem
021808* aliquota vigente na data a retencao e zero.
021810******************************************************************
021812 ABRIR-ALIQUOTA-IR.
021813 OPEN INPUT F-ALIQIR.
021814 IF ARQ-OK-ALQ NOT = "00" THEN
021815     DISPLAY "Tabela de aliquota de IR indisponivel! Erro: "
021816             ARQ-OK-ALQ
021817     DISPLAY "Cadastre a aliquota pela manutencao TAXAS."
021818     CLOSE F-CADASTRO
021819     CLOSE F-MOVIMENTO
021820     CLOSE F-TAXAS
021821     IF ws-historico-ok = "S"
021822         CLOSE F-SALDOHIST
021823     END-IF
021824     MOVE "F" TO ws-lote-situacao
021825     MOVE "TABELA DE ALIQUOTA IR INDISPONIVEL"
021826         TO ws-lote-mensagem
021827     PERFORM FINALIZAR-CONTROLE-LOTE
021828     STOP RUN
021829 END-IF.
021830 PERFORM BUSCAR-ALIQUOTA-IR.
021831
021838******************************************************************
021840* Aliquota de IR vigente na data do processamento: a do registro
021842* de F-ALIQIR com a maior vigencia que nao passe da data.
021844******************************************************************
021846 BUSCAR-ALIQUOTA-IR.
021848 MOVE ZEROES TO ws-aliquota-ir.
021850 MOVE ZEROES TO alq-vigencia.
021852 MOVE "N" TO ws-fim-aliquota.
021854 START F-ALIQIR KEY IS NOT LESS THAN alq-vigencia
021856     INVALID KEY
021858         MOVE "S" TO ws-fim-aliquota
021860 END-START.
021862 PERFORM UNTIL ws-fim-aliquota = "S"
021864     READ F-ALIQIR NEXT RECORD
021866         AT END
021868             MOVE "S" TO ws-fim-aliquota
021870         NOT AT END
021872             IF alq-vigencia > ws-data-sistema
021874                 MOVE "S" TO ws-fim-aliquota
021876             ELSE
021878                 MOVE alq-percent TO ws-aliquota-ir
021880             END-IF
021882     END-READ
021884 END-PERFORM.
021886
021888******************************************************************
021890* IR na fonte sobre o credito de juros: lancamento proprio (tipo
021892* "I", debito) logo apos o "J", com o historico apontando a
021894* sequencia do credito. Tarifa (J negativo) nao sofre retencao.
021896******************************************************************
021898 RETER-IMPOSTO.
021900 COMPUTE ws-valor-imposto ROUNDED =
021902     ws-valor-ajuste * ws-aliquota-ir / 100.
021904 IF ws-valor-imposto > ZEROES
021906     MOVE ultima-sequencia TO ws-hi-sequencia
021908     ADD 1 TO ultima-sequencia
021910     MOVE cod-conta        TO mov-cod-conta
021912     MOVE ultima-sequencia TO mov-sequencia
021914     MOVE ws-data-sistema  TO mov-data
021916     MOVE "I"              TO mov-tipo
021918     COMPUTE mov-valor = ws-valor-imposto * -1
021920     MOVE ZEROES           TO mov-contra-conta
021922     MOVE WS-HIST-IMPOSTO  TO mov-historico
021924     WRITE DADOS-MOVIMENTO
021926         INVALID KEY
021928             DISPLAY "Erro ao gravar IR retido! Conta: " cod-conta
021930         NOT INVALID KEY
021932             ADD 1 TO ws-qtd-retidos
021934             ADD ws-valor-imposto TO ws-total-retido
021936     END-WRITE
021938 END-IF.
021940
022000 EXIBIR-RESUMO.
022100 DISPLAY "======================================================".
022200 DISPLAY "RESUMO LANCAMENTO JUROS/TARIFAS - " ws-data-sistema.
022800         ws-qtd-ignorados.
022810 DISPLAY "Contas sem taxa cadastrada:        "
022820         ws-qtd-sem-taxa.
022830 DISPLAY "Contas com IR retido:              "
022840         ws-qtd-retidos.
022850 DISPLAY "Total de IR retido:                "
022860         ws-total-retido.
022900 DISPLAY "======================================================".
023000
023010******************************************************************
023020* Controle da cadeia noturna (LOTECTL/LOTEJOBS): o job so roda
023030* com todos os predecessores concluidos na data contabil e se
023040* ainda nao concluiu nela; LOTE_FORCAR=S passa por cima das duas
023050* recusas e fica registrado. Sem o arquivo de controle o job
023060* segue, como antes da implantacao.
023070******************************************************************
023080 INICIAR-CONTROLE-LOTE.
023090 MOVE "S" TO ws-lote-liberado.
023100 MOVE "N" TO ws-lote-forcado.
023110 MOVE SPACES TO ws-lote-mensagem.
023120 ACCEPT ws-lote-forcar FROM ENVIRONMENT "LOTE_FORCAR".
023130 PERFORM ABRIR-CONTROLE-LOTE.
023140 IF ws-lote-controle-ok = "S"
023150     PERFORM VERIFICAR-PREDECESSORES
023160     MOVE ws-data-sistema TO lct-data
023170     MOVE ws-lote-job TO lct-job
023180     READ F-LOTECTL
023190         INVALID KEY
023200             MOVE "N" TO ws-lote-registro
023210         NOT INVALID KEY
023220             MOVE "S" TO ws-lote-registro
023230             IF lct-situacao = "C" AND ws-lote-liberado = "S"
023240                 MOVE "N" TO ws-lote-liberado
023250                 MOVE "JA CONCLUIDO NESTA DATA"
023260                     TO ws-lote-mensagem
023270             END-IF
023280     END-READ
023290     IF ws-lote-liberado = "N" AND ws-lote-forcar = "S"
023300         MOVE "S" TO ws-lote-liberado
023310         MOVE "S" TO ws-lote-forcado
023320         DISPLAY "Execucao FORCADA: " ws-lote-mensagem
023330     END-IF
023340     IF ws-lote-liberado = "S"
023350         PERFORM REGISTRAR-INICIO-LOTE
023360     ELSE
023370         PERFORM REGISTRAR-RECUSA-LOTE
023380     END-IF
023390     CLOSE F-LOTECTL
023400 END-IF.
023410
023420 ABRIR-CONTROLE-LOTE.
023430 OPEN I-O F-LOTECTL.
023440 IF ARQ-OK-LCT = "35" THEN
023450     CLOSE F-LOTECTL
023460     OPEN OUTPUT F-LOTECTL
023470     CLOSE F-LOTECTL
023480     OPEN I-O F-LOTECTL
023490 END-IF.
023500 IF ARQ-OK-LCT = "00"
023510     MOVE "S" TO ws-lote-controle-ok
023520 ELSE
023530     MOVE "N" TO ws-lote-controle-ok
023540     DISPLAY "Controle de lotes indisponivel! Erro: " ARQ-OK-LCT
023550 END-IF.
023560
023570 VERIFICAR-PREDECESSORES.
023580 MOVE ZEROES TO ws-lj-proprio.
023590 PERFORM VARYING ws-lj-idx FROM 1 BY 1 UNTIL ws-lj-idx > ws-lj-qtd
023600     IF ws-lj-job (ws-lj-idx) = ws-lote-job
023610         MOVE ws-lj-idx TO ws-lj-proprio
023620     END-IF
023630 END-PERFORM.
023640 IF ws-lj-proprio NOT = ZEROES
023650     PERFORM VARYING ws-lj-pred FROM 1 BY 1 UNTIL ws-lj-pred > 3
023660         IF ws-lj-predecessor (ws-lj-proprio, ws-lj-pred)
023670                 NOT = SPACES
023680             MOVE ws-data-sistema TO lct-data
023690             MOVE ws-lj-predecessor (ws-lj-proprio, ws-lj-pred)
023700                 TO lct-job
023710             READ F-LOTECTL
023720                 INVALID KEY
023730                     MOVE SPACES TO lct-situacao
023740             END-READ
023750             IF lct-situacao NOT = "C"
023760                 MOVE "N" TO ws-lote-liberado
023770                 MOVE lct-job TO ws-lmp-job
023780                 MOVE WS-LOTE-MSG-PRED TO ws-lote-mensagem
023790                 DISPLAY "Predecessor " lct-job
023800                         " nao concluido em " ws-data-sistema
023810             END-IF
023820         END-IF
023830     END-PERFORM
023840 END-IF.
023850
023860 REGISTRAR-INICIO-LOTE.
023870 ACCEPT ws-lote-hora FROM TIME.
023880 MOVE "E" TO lct-situacao.
023890 MOVE ws-lote-hhmmss TO lct-hora-inicio.
023900 MOVE ZEROES TO lct-hora-fim.
023910 MOVE ZEROES TO lct-qtd-lidos.
023920 MOVE ZEROES TO lct-qtd-gravados.
023930 MOVE ZEROES TO lct-qtd-rejeitados.
023940 MOVE ws-lote-forcado TO lct-forcado.
023950 MOVE ws-lote-mensagem TO lct-mensagem.
023960 IF ws-lote-registro = "S"
023970     ADD 1 TO lct-execucoes
023980     REWRITE DADOS-LOTECTL
023990 ELSE
024000     MOVE 1 TO lct-execucoes
024010     WRITE DADOS-LOTECTL
024020 END-IF.
024030
024040*    Recusa nao apaga registro ja concluido: so anota a tentativa
024050*    quando o job ainda nao concluiu na data.
024060 REGISTRAR-RECUSA-LOTE.
024070 DISPLAY "Job " ws-lote-job " RECUSADO: " ws-lote-mensagem.
024080 DISPLAY "Para reprocessar mesmo assim, rode com LOTE_FORCAR=S.".
024090 IF ws-lote-registro = "N" OR lct-situacao NOT = "C"
024100     ACCEPT ws-lote-hora FROM TIME
024110     MOVE "R" TO lct-situacao
024120     MOVE ws-lote-hhmmss TO lct-hora-inicio
024130     MOVE ws-lote-hhmmss TO lct-hora-fim
024140     MOVE ws-lote-mensagem TO lct-mensagem
024150     MOVE "N" TO lct-forcado
024160     IF ws-lote-registro = "S"
024170         REWRITE DADOS-LOTECTL
024180     ELSE
024190         MOVE ZEROES TO lct-qtd-lidos
024200         MOVE ZEROES TO lct-qtd-gravados
024210         MOVE ZEROES TO lct-qtd-rejeitados
024220         MOVE ZEROES TO lct-execucoes
024230         WRITE DADOS-LOTECTL
024240     END-IF
024250 END-IF.
024260
024270 FINALIZAR-CONTROLE-LOTE.
024280 IF ws-lote-controle-ok = "S"
024290     OPEN I-O F-LOTECTL
024300     IF ARQ-OK-LCT = "00"
024310         MOVE ws-data-sistema TO lct-data
024320         MOVE ws-lote-job TO lct-job
024330         READ F-LOTECTL
024340             INVALID KEY
024350                 CONTINUE
024360             NOT INVALID KEY
024370                 ACCEPT ws-lote-hora FROM TIME
024380                 MOVE ws-lote-hhmmss TO lct-hora-fim
024390                 MOVE ws-lote-situacao TO lct-situacao
024400                 MOVE ws-lote-qtd-lidos TO lct-qtd-lidos
024410                 MOVE ws-lote-qtd-gravados TO lct-qtd-gravados
024420                 MOVE ws-lote-qtd-rejeitados TO lct-qtd-rejeitados
024430                 IF ws-lote-situacao NOT = "C"
024440                     MOVE ws-lote-mensagem TO lct-mensagem
024450                 END-IF
024460                 REWRITE DADOS-LOTECTL
024470         END-READ
024480         CLOSE F-LOTECTL
024490     END-IF
024500 END-IF.
