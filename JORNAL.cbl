001900     SELECT F-DIACTL ASSIGN TO disk
002000        ORGANIZATION IS LINE SEQUENTIAL
002100           FILE STATUS ARQ-OK-DIA.
002110
002120     SELECT F-LOTECTL ASSIGN TO disk
002130        ORGANIZATION IS INDEXED
002140        ACCESS IS DYNAMIC
002150        RECORD KEY IS lct-chave
002160           FILE STATUS ARQ-OK-LCT.
002800
002810     SELECT F-AGENCIA ASSIGN TO disk
002820        ORGANIZATION IS INDEXED
003500     COPY MOVDIA.
003600     COPY DIACTL.
003610     COPY AGENCIAS.
003620     COPY LOTECTL.
003700
003800 SD SORT-JORNAL.
003900 01 SORT-REC.
005000 01 ws-tipo-anterior    PIC X(1) VALUE SPACES.
005100 01 ws-primeira-leitura PIC X VALUE "S".
005200 01 ws-tipo-descricao   PIC X(15) VALUE SPACES.
005210     COPY LOTEJOBS.
005300
005400 01 ws-qtd-tipo         PIC 9(7) VALUE ZEROES.
005500 01 ws-total-tipo       PIC S9(11)V99 VALUE ZEROES.
006900 PRINCIPAL.
007000 ACCEPT ws-data-sistema FROM DATE YYYYMMDD.
007010 PERFORM LER-DIA-CONTABIL.
007020 MOVE "JORNAL" TO ws-lote-job.
007030 PERFORM INICIAR-CONTROLE-LOTE.
007040 IF ws-lote-liberado = "N"
007050     STOP RUN
007060 END-IF.
007100 SORT SORT-JORNAL
007200     ON ASCENDING KEY srt-cod-agencia srt-tipo
007300     INPUT PROCEDURE IS CARREGAR-MOVIMENTOS-DIA
007400     OUTPUT PROCEDURE IS IMPRIMIR-JORNAL.
007410 MOVE ws-qtd-movimentos TO ws-lote-qtd-lidos.
007420 MOVE ws-qtd-geral TO ws-lote-qtd-gravados.
007430 MOVE ws-qtd-nao-achados TO ws-lote-qtd-rejeitados.
007440 PERFORM FINALIZAR-CONTROLE-LOTE.
007500 STOP RUN.
007510
007520******************************************************************
008020     DISPLAY "Extrato do dia indisponivel (" ARQ-OK-DIA-EXT
008030             ") - rode o CORTEDIA antes do JORNAL."
008040     MOVE "S" TO ws-fim-arquivo
008050     MOVE "F" TO ws-lote-situacao
008060     MOVE "EXTRATO DO DIA INDISPONIVEL" TO ws-lote-mensagem
008080 END-IF.
008100 PERFORM UNTIL ws-fim-arquivo = "S"
008200     READ F-MOVDIA
017900     WHEN "P" MOVE "SALDO ANTERIOR " TO ws-tipo-descricao
017910     WHEN "B" MOVE "BLOQUEIO       " TO ws-tipo-descricao
017920     WHEN "L" MOVE "DESBLOQUEIO    " TO ws-tipo-descricao
017930     WHEN "V" MOVE "ESTORNO        " TO ws-tipo-descricao
017940     WHEN "C" MOVE "CHEQUE COMPENS " TO ws-tipo-descricao
017970     WHEN "K" MOVE "TRANSF JUDICIAL" TO ws-tipo-descricao
017980     WHEN "I" MOVE "IR RETIDO      " TO ws-tipo-descricao
017985     WHEN "F" MOVE "EMPRESTIMO     " TO ws-tipo-descricao
017990     WHEN "M" MOVE "PARCELA EMPREST" TO ws-tipo-descricao
018000     WHEN OTHER MOVE "OUTROS         " TO ws-tipo-descricao
018100 END-EVALUATE.
018200
020000 DISPLAY "Contas sem cadastro:    " ws-qtd-nao-achados.
020100 DISPLAY "TOTAL GERAL  qtd " ws-qtd-geral "  " ws-total-edit.
020200 DISPLAY "======================================================".
020300
020310******************************************************************
020320* Controle da cadeia noturna (LOTECTL/LOTEJOBS): o job so roda
020330* com todos os predecessores concluidos na data contabil e se
020340* ainda nao concluiu nela; LOTE_FORCAR=S passa por cima das duas
020350* recusas e fica registrado. Sem o arquivo de controle o job
020360* segue, como antes da implantacao.
020370******************************************************************
020380 INICIAR-CONTROLE-LOTE.
020390 MOVE "S" TO ws-lote-liberado.
020400 MOVE "N" TO ws-lote-forcado.
020410 MOVE SPACES TO ws-lote-mensagem.
020420 ACCEPT ws-lote-forcar FROM ENVIRONMENT "LOTE_FORCAR".
020430 PERFORM ABRIR-CONTROLE-LOTE.
020440 IF ws-lote-controle-ok = "S"
020450     PERFORM VERIFICAR-PREDECESSORES
020460     MOVE ws-data-sistema TO lct-data
020470     MOVE ws-lote-job TO lct-job
020480     READ F-LOTECTL
020490         INVALID KEY
020500             MOVE "N" TO ws-lote-registro
020510         NOT INVALID KEY
020520             MOVE "S" TO ws-lote-registro
020530             IF lct-situacao = "C" AND ws-lote-liberado = "S"
020540                 MOVE "N" TO ws-lote-liberado
020550                 MOVE "JA CONCLUIDO NESTA DATA"
020560                     TO ws-lote-mensagem
020570             END-IF
020580     END-READ
020590     IF ws-lote-liberado = "N" AND ws-lote-forcar = "S"
020600         MOVE "S" TO ws-lote-liberado
020610         MOVE "S" TO ws-lote-forcado
020620         DISPLAY "Execucao FORCADA: " ws-lote-mensagem
020630     END-IF
020640     IF ws-lote-liberado = "S"
020650         PERFORM REGISTRAR-INICIO-LOTE
020660     ELSE
020670         PERFORM REGISTRAR-RECUSA-LOTE
020680     END-IF
020690     CLOSE F-LOTECTL
020700 END-IF.
020710
020720 ABRIR-CONTROLE-LOTE.
020730 OPEN I-O F-LOTECTL.
020740 IF ARQ-OK-LCT = "35" THEN
020750     CLOSE F-LOTECTL
020760     OPEN OUTPUT F-LOTECTL
020770     CLOSE F-LOTECTL
020780     OPEN I-O F-LOTECTL
020790 END-IF.
020800 IF ARQ-OK-LCT = "00"
020810     MOVE "S" TO ws-lote-controle-ok
020820 ELSE
020830     MOVE "N" TO ws-lote-controle-ok
020840     DISPLAY "Controle de lotes indisponivel! Erro: " ARQ-OK-LCT
020850 END-IF.
020860
020870 VERIFICAR-PREDECESSORES.
020880 MOVE ZEROES TO ws-lj-proprio.
020890 PERFORM VARYING ws-lj-idx FROM 1 BY 1 UNTIL ws-lj-idx > ws-lj-qtd
020900     IF ws-lj-job (ws-lj-idx) = ws-lote-job
020910         MOVE ws-lj-idx TO ws-lj-proprio
020920     END-IF
020930 END-PERFORM.
020940 IF ws-lj-proprio NOT = ZEROES
020950     PERFORM VARYING ws-lj-pred FROM 1 BY 1 UNTIL ws-lj-pred > 3
020960         IF ws-lj-predecessor (ws-lj-proprio, ws-lj-pred)
020970                 NOT = SPACES
020980             MOVE ws-data-sistema TO lct-data
020990             MOVE ws-lj-predecessor (ws-lj-proprio, ws-lj-pred)
021000                 TO lct-job
021010             READ F-LOTECTL
021020                 INVALID KEY
021030                     MOVE SPACES TO lct-situacao
021040             END-READ
021050             IF lct-situacao NOT = "C"
021060                 MOVE "N" TO ws-lote-liberado
021070                 MOVE lct-job TO ws-lmp-job
021080                 MOVE WS-LOTE-MSG-PRED TO ws-lote-mensagem
021090                 DISPLAY "Predecessor " lct-job
021100                         " nao concluido em " ws-data-sistema
021110             END-IF
021120         END-IF
021130     END-PERFORM
021140 END-IF.
021150
021160 REGISTRAR-INICIO-LOTE.
021170 ACCEPT ws-lote-hora FROM TIME.
021180 MOVE "E" TO lct-situacao.
021190 MOVE ws-lote-hhmmss TO lct-hora-inicio.
021200 MOVE ZEROES TO lct-hora-fim.
021210 MOVE ZEROES TO lct-qtd-lidos.
021220 MOVE ZEROES TO lct-qtd-gravados.
021230 MOVE ZEROES TO lct-qtd-rejeitados.
021240 MOVE ws-lote-forcado TO lct-forcado.
021250 MOVE ws-lote-mensagem TO lct-mensagem.
021260 IF ws-lote-registro = "S"
021270     ADD 1 TO lct-execucoes
021280     REWRITE DADOS-LOTECTL
021290 ELSE
021300     MOVE 1 TO lct-execucoes
021310     WRITE DADOS-LOTECTL
021320 END-IF.
021330
021340*    Recusa nao apaga registro ja concluido: so anota a tentativa
021350*    quando o job ainda nao concluiu na data.
021360 REGISTRAR-RECUSA-LOTE.
021370 DISPLAY "Job " ws-lote-job " RECUSADO: " ws-lote-mensagem.
021380 DISPLAY "Para reprocessar mesmo assim, rode com LOTE_FORCAR=S.".
021390 IF ws-lote-registro = "N" OR lct-situacao NOT = "C"
021400     ACCEPT ws-lote-hora FROM TIME
021410     MOVE "R" TO lct-situacao
021420     MOVE ws-lote-hhmmss TO lct-hora-inicio
021430     MOVE ws-lote-hhmmss TO lct-hora-fim
021440     MOVE ws-lote-mensagem TO lct-mensagem
021450     MOVE "N" TO lct-forcado
021460     IF ws-lote-registro = "S"
021470         REWRITE DADOS-LOTECTL
021480     ELSE
021490         MOVE ZEROES TO lct-qtd-lidos
021500         MOVE ZEROES TO lct-qtd-gravados
021510         MOVE ZEROES TO lct-qtd-rejeitados
021520         MOVE ZEROES TO lct-execucoes
021530         WRITE DADOS-LOTECTL
021540     END-IF
021550 END-IF.
021560
021570 FINALIZAR-CONTROLE-LOTE.
021580 IF ws-lote-controle-ok = "S"
021590     OPEN I-O F-LOTECTL
021600     IF ARQ-OK-LCT = "00"
021610         MOVE ws-data-sistema TO lct-data
021620         MOVE ws-lote-job TO lct-job
021630         READ F-LOTECTL
021640             INVALID KEY
021650                 CONTINUE
021660             NOT INVALID KEY
021670                 ACCEPT ws-lote-hora FROM TIME
021680                 MOVE ws-lote-hhmmss TO lct-hora-fim
021690                 MOVE ws-lote-situacao TO lct-situacao
021700                 MOVE ws-lote-qtd-lidos TO lct-qtd-lidos
021710                 MOVE ws-lote-qtd-gravados TO lct-qtd-gravados
021720                 MOVE ws-lote-qtd-rejeitados TO lct-qtd-rejeitados
021730                 IF ws-lote-situacao NOT = "C"
021740                     MOVE ws-lote-mensagem TO lct-mensagem
021750                 END-IF
021760                 REWRITE DADOS-LOTECTL
021770         END-READ
021780         CLOSE F-LOTECTL
021790     END-IF
021800 END-IF.
