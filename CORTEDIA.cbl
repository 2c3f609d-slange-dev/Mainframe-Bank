003300     SELECT F-DIACTL ASSIGN TO disk
003400        ORGANIZATION IS LINE SEQUENTIAL
003500           FILE STATUS ARQ-OK-DIA.
003510
003520     SELECT F-LOTECTL ASSIGN TO disk
003530        ORGANIZATION IS INDEXED
003540        ACCESS IS DYNAMIC
003550        RECORD KEY IS lct-chave
003560           FILE STATUS ARQ-OK-LCT.
003600
003700******************************************************************
003800 DATA DIVISION.
004200     COPY MOVIMENTO.
004300     COPY MOVDIA.
004400     COPY DIACTL.
004410     COPY LOTECTL.
004500
004600 WORKING-STORAGE SECTION.
004700 01 ARQ-OK             PIC X(02) VALUE ZEROES.
005000 01 ARQ-OK-DIA         PIC X(02) VALUE ZEROES.
005100 01 ws-fim-arquivo     PIC X VALUE "N".
005200 01 ws-data-sistema    PIC 9(8) VALUE ZEROES.
005210     COPY LOTEJOBS.
005220 01 WS-LOTE-MSG-INCOMPLETO.
005230     02 FILLER             PIC X(6) VALUE "PASSO ".
005240     02 ws-lmi-job         PIC X(10) VALUE SPACES.
005250     02 FILLER             PIC X(10) VALUE "INCOMPLETO".
005300
005400 01 WS-RESUMO.
005500     02 ws-qtd-lidos       PIC 9(7) VALUE ZEROES.
006700 PRINCIPAL.
006800 ACCEPT ws-data-sistema FROM DATE YYYYMMDD.
006900 PERFORM LER-DIA-CONTABIL.
006910 MOVE "CORTEDIA" TO ws-lote-job.
006920 PERFORM INICIAR-CONTROLE-LOTE.
006930 IF ws-lote-liberado = "N"
006940     STOP RUN
006950 END-IF.
007000 PERFORM ABRIR-ARQUIVOS.
007100 PERFORM PROCESSAR-MOVIMENTOS UNTIL ws-fim-arquivo = "S".
007200 PERFORM FECHAR-ARQUIVOS.
007300 PERFORM EXIBIR-RESUMO.
007310 MOVE ws-qtd-lidos TO ws-lote-qtd-lidos.
007320 MOVE ws-qtd-extraidos TO ws-lote-qtd-gravados.
007330 MOVE ws-qtd-sem-cad TO ws-lote-qtd-rejeitados.
007340 PERFORM FINALIZAR-CONTROLE-LOTE.
007400 STOP RUN.
007500
007600******************************************************************
009500 OPEN INPUT F-CADASTRO.
009600 IF ARQ-OK NOT = "00"
009700     DISPLAY "Erro ao abrir o cadastro: " ARQ-OK
009710     MOVE "F" TO ws-lote-situacao
009720     MOVE "ARQUIVOS INDISPONIVEIS" TO ws-lote-mensagem
009800     MOVE "S" TO ws-fim-arquivo
009900 END-IF.
010000 OPEN INPUT F-MOVIMENTO.
010100 IF ARQ-OK-MOV NOT = "00"
010200     DISPLAY "Erro ao abrir o razao: " ARQ-OK-MOV
010210     MOVE "F" TO ws-lote-situacao
010220     MOVE "ARQUIVOS INDISPONIVEIS" TO ws-lote-mensagem
010300     MOVE "S" TO ws-fim-arquivo
010400 END-IF.
010500 OPEN OUTPUT F-MOVDIA.
010600 IF ARQ-OK-DIA-EXT NOT = "00"
010700     DISPLAY "Erro ao criar o extrato do dia: " ARQ-OK-DIA-EXT
010710     MOVE "F" TO ws-lote-situacao
010720     MOVE "ARQUIVOS INDISPONIVEIS" TO ws-lote-mensagem
010800     MOVE "S" TO ws-fim-arquivo
010900 END-IF.
011000
015400 DISPLAY "Movimentos extraidos:  " ws-qtd-extraidos.
015500 DISPLAY "Contas sem cadastro:   " ws-qtd-sem-cad.
015600 DISPLAY "======================================================".
015700
015710******************************************************************
015720* Controle da cadeia noturna (LOTECTL/LOTEJOBS): o job so roda
015730* com todos os predecessores concluidos na data contabil, sem
015740* passo anterior da tabela em execucao (E) ou com falha (F) nela,
015750* e se ainda nao concluiu nela; LOTE_FORCAR=S passa por cima das
015755* recusas e fica registrado. Sem o arquivo de controle o job
015760* segue, como antes da implantacao.
015770******************************************************************
015780 INICIAR-CONTROLE-LOTE.
015790 MOVE "S" TO ws-lote-liberado.
015800 MOVE "N" TO ws-lote-forcado.
015810 MOVE SPACES TO ws-lote-mensagem.
015820 ACCEPT ws-lote-forcar FROM ENVIRONMENT "LOTE_FORCAR".
015830 PERFORM ABRIR-CONTROLE-LOTE.
015840 IF ws-lote-controle-ok = "S"
015850     PERFORM VERIFICAR-PREDECESSORES
015855     PERFORM VERIFICAR-PASSOS-EM-ANDAMENTO
015860     MOVE ws-data-sistema TO lct-data
015870     MOVE ws-lote-job TO lct-job
015880     READ F-LOTECTL
015890         INVALID KEY
015900             MOVE "N" TO ws-lote-registro
015910         NOT INVALID KEY
015920             MOVE "S" TO ws-lote-registro
015930             IF lct-situacao = "C" AND ws-lote-liberado = "S"
015940                 MOVE "N" TO ws-lote-liberado
015950                 MOVE "JA CONCLUIDO NESTA DATA"
015960                     TO ws-lote-mensagem
015970             END-IF
015980     END-READ
015990     IF ws-lote-liberado = "N" AND ws-lote-forcar = "S"
016000         MOVE "S" TO ws-lote-liberado
016010         MOVE "S" TO ws-lote-forcado
016020         DISPLAY "Execucao FORCADA: " ws-lote-mensagem
016030     END-IF
016040     IF ws-lote-liberado = "S"
016050         PERFORM REGISTRAR-INICIO-LOTE
016060     ELSE
016070         PERFORM REGISTRAR-RECUSA-LOTE
016080     END-IF
016090     CLOSE F-LOTECTL
016100 END-IF.
016110
016120 ABRIR-CONTROLE-LOTE.
016130 OPEN I-O F-LOTECTL.
016140 IF ARQ-OK-LCT = "35" THEN
016150     CLOSE F-LOTECTL
016160     OPEN OUTPUT F-LOTECTL
016170     CLOSE F-LOTECTL
016180     OPEN I-O F-LOTECTL
016190 END-IF.
016200 IF ARQ-OK-LCT = "00"
016210     MOVE "S" TO ws-lote-controle-ok
016220 ELSE
016230     MOVE "N" TO ws-lote-controle-ok
016240     DISPLAY "Controle de lotes indisponivel! Erro: " ARQ-OK-LCT
016250 END-IF.
016260
016270 VERIFICAR-PREDECESSORES.
016280 MOVE ZEROES TO ws-lj-proprio.
016290 PERFORM VARYING ws-lj-idx FROM 1 BY 1 UNTIL ws-lj-idx > ws-lj-qtd
016300     IF ws-lj-job (ws-lj-idx) = ws-lote-job
016310         MOVE ws-lj-idx TO ws-lj-proprio
016320     END-IF
016330 END-PERFORM.
016340 IF ws-lj-proprio NOT = ZEROES
016350     PERFORM VARYING ws-lj-pred FROM 1 BY 1 UNTIL ws-lj-pred > 3
016360         IF ws-lj-predecessor (ws-lj-proprio, ws-lj-pred)
016370                 NOT = SPACES
016380             MOVE ws-data-sistema TO lct-data
016390             MOVE ws-lj-predecessor (ws-lj-proprio, ws-lj-pred)
016400                 TO lct-job
016410             READ F-LOTECTL
016420                 INVALID KEY
016430                     MOVE SPACES TO lct-situacao
016440             END-READ
016450             IF lct-situacao NOT = "C"
016460                 MOVE "N" TO ws-lote-liberado
016470                 MOVE lct-job TO ws-lmp-job
016480                 MOVE WS-LOTE-MSG-PRED TO ws-lote-mensagem
016490                 DISPLAY "Predecessor " lct-job
016500                         " nao concluido em " ws-data-sistema
016510             END-IF
016520         END-IF
016530     END-PERFORM
016540 END-IF.
016550
016560 REGISTRAR-INICIO-LOTE.
016570 ACCEPT ws-lote-hora FROM TIME.
016580 MOVE "E" TO lct-situacao.
016590 MOVE ws-lote-hhmmss TO lct-hora-inicio.
016600 MOVE ZEROES TO lct-hora-fim.
016610 MOVE ZEROES TO lct-qtd-lidos.
016620 MOVE ZEROES TO lct-qtd-gravados.
016630 MOVE ZEROES TO lct-qtd-rejeitados.
016640 MOVE ws-lote-forcado TO lct-forcado.
016650 MOVE ws-lote-mensagem TO lct-mensagem.
016660 IF ws-lote-registro = "S"
016670     ADD 1 TO lct-execucoes
016680     REWRITE DADOS-LOTECTL
016690 ELSE
016700     MOVE 1 TO lct-execucoes
016710     WRITE DADOS-LOTECTL
016720 END-IF.
016730
016740*    Recusa nao apaga registro ja concluido: so anota a tentativa
016750*    quando o job ainda nao concluiu na data.
016760 REGISTRAR-RECUSA-LOTE.
016770 DISPLAY "Job " ws-lote-job " RECUSADO: " ws-lote-mensagem.
016780 DISPLAY "Para reprocessar mesmo assim, rode com LOTE_FORCAR=S.".
016790 IF ws-lote-registro = "N" OR lct-situacao NOT = "C"
016800     ACCEPT ws-lote-hora FROM TIME
016810     MOVE "R" TO lct-situacao
016820     MOVE ws-lote-hhmmss TO lct-hora-inicio
016830     MOVE ws-lote-hhmmss TO lct-hora-fim
016840     MOVE ws-lote-mensagem TO lct-mensagem
016850     MOVE "N" TO lct-forcado
016860     IF ws-lote-registro = "S"
016870         REWRITE DADOS-LOTECTL
016880     ELSE
016890         MOVE ZEROES TO lct-qtd-lidos
016900         MOVE ZEROES TO lct-qtd-gravados
016910         MOVE ZEROES TO lct-qtd-rejeitados
016920         MOVE ZEROES TO lct-execucoes
016930         WRITE DADOS-LOTECTL
016940     END-IF
016950 END-IF.
016960
016970 FINALIZAR-CONTROLE-LOTE.
016980 IF ws-lote-controle-ok = "S"
016990     OPEN I-O F-LOTECTL
017000     IF ARQ-OK-LCT = "00"
017010         MOVE ws-data-sistema TO lct-data
017020         MOVE ws-lote-job TO lct-job
017030         READ F-LOTECTL
017040             INVALID KEY
017050                 CONTINUE
017060             NOT INVALID KEY
017070                 ACCEPT ws-lote-hora FROM TIME
017080                 MOVE ws-lote-hhmmss TO lct-hora-fim
017090                 MOVE ws-lote-situacao TO lct-situacao
017100                 MOVE ws-lote-qtd-lidos TO lct-qtd-lidos
017110                 MOVE ws-lote-qtd-gravados TO lct-qtd-gravados
017120                 MOVE ws-lote-qtd-rejeitados TO lct-qtd-rejeitados
017130                 IF ws-lote-situacao NOT = "C"
017140                     MOVE ws-lote-mensagem TO lct-mensagem
017150                 END-IF
017160                 REWRITE DADOS-LOTECTL
017170         END-READ
017180         CLOSE F-LOTECTL
017190     END-IF
017200 END-IF.
017210
017220******************************************************************
017230* Passo anterior da tabela, obrigatorio ou nao, que comecou na
017240* data e ficou em execucao (interrompido) ou com falha deixou
017250* lancamentos pela metade no razao: o corte os levaria ao JORNAL,
017260* ao EXTRATOGL e ao CONTROLE como se estivessem completos. Passo
017270* que nao rodou ou foi recusado nao segura o corte.
017280******************************************************************
017290 VERIFICAR-PASSOS-EM-ANDAMENTO.
017300 IF ws-lj-proprio NOT = ZEROES
017310     PERFORM VARYING ws-lj-idx FROM 1 BY 1
017320             UNTIL ws-lj-idx NOT < ws-lj-proprio
017330         MOVE ws-data-sistema TO lct-data
017340         MOVE ws-lj-job (ws-lj-idx) TO lct-job
017350         READ F-LOTECTL
017360             INVALID KEY
017370                 MOVE SPACES TO lct-situacao
017380         END-READ
017390         IF lct-situacao = "E" OR lct-situacao = "F"
017400             DISPLAY "Passo " lct-job " incompleto em "
017410                     ws-data-sistema ": " lct-situacao
017420             IF ws-lote-liberado = "S"
017430                 MOVE "N" TO ws-lote-liberado
017440                 MOVE lct-job TO ws-lmi-job
017450                 MOVE WS-LOTE-MSG-INCOMPLETO TO ws-lote-mensagem
017460             END-IF
017470         END-IF
017480     END-PERFORM
017490 END-IF.
