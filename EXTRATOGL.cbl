002180     SELECT F-EXTRATOGL ASSIGN TO disk
002190        ORGANIZATION IS LINE SEQUENTIAL
002200           FILE STATUS ARQ-OK-EXT.
002210
002220     SELECT F-LOTECTL ASSIGN TO disk
002230        ORGANIZATION IS INDEXED
002240        ACCESS IS DYNAMIC
002250        RECORD KEY IS lct-chave
002260           FILE STATUS ARQ-OK-LCT.
002300
002400******************************************************************
002500 DATA DIVISION.
002700 FILE SECTION.
002800     COPY MOVDIA.
002810     COPY DIACTL.
002815     COPY LOTECTL.
002820
002821*    Extrato contabil do dia: um registro por lancamento (acao =
002822*    tipo do movimento) e, no fim, um registro de total do IR
002823*    retido na fonte - conta e agencia zeradas, acao "I", nome
002824*    "TOTAL IR RETIDO" e o valor retido no dia (positivo), base do
002825*    repasse do imposto pela contabilidade.
002830 FD F-EXTRATOGL LABEL RECORD STANDARD
002840     VALUE OF FILE-ID IS "F-EXTRATOGL.txt".
002850 01 REG-EXTRATOGL.
003220 01 ARQ-OK-EXT         PIC X(02) VALUE ZEROES.
003230 01 ws-fim-arquivo     PIC X VALUE "N".
003240 01 ws-data-sistema    PIC 9(8) VALUE ZEROES.
003250     COPY LOTEJOBS.
003270
003300 01 WS-RESUMO.
003310     02 ws-qtd-movimentos  PIC 9(7) VALUE ZEROES.
003320     02 ws-qtd-extraidos   PIC 9(7) VALUE ZEROES.
003330     02 ws-qtd-nao-achados PIC 9(7) VALUE ZEROES.
003331     02 ws-qtd-estornos    PIC 9(7) VALUE ZEROES.
003332     02 ws-total-estornos  PIC S9(11)V99 VALUE ZEROES.
003333     02 ws-total-est-edit  PIC $--.---.---.---.--9,99.
003334     02 ws-qtd-ir-retido   PIC 9(7) VALUE ZEROES.
003335     02 ws-total-ir-retido PIC S9(11)V99 VALUE ZEROES.
003340
003400******************************************************************
003500 PROCEDURE DIVISION.
003700 PRINCIPAL.
003800 ACCEPT ws-data-sistema FROM DATE YYYYMMDD.
003810 PERFORM LER-DIA-CONTABIL.
003820 MOVE "EXTRATOGL" TO ws-lote-job.
003830 PERFORM INICIAR-CONTROLE-LOTE.
003840 IF ws-lote-liberado = "N"
003850     STOP RUN
003860 END-IF.
003900 PERFORM ABRIR-ARQUIVOS.
004000 PERFORM PROCESSAR-MOVIMENTOS UNTIL ws-fim-arquivo = "S".
004100 PERFORM FECHAR-ARQUIVOS.
004200 PERFORM EXIBIR-RESUMO.
004210 MOVE ws-qtd-movimentos TO ws-lote-qtd-lidos.
004220 MOVE ws-qtd-extraidos TO ws-lote-qtd-gravados.
004230 MOVE ws-qtd-nao-achados TO ws-lote-qtd-rejeitados.
004240 PERFORM FINALIZAR-CONTROLE-LOTE.
004300 STOP RUN.
004310
004320******************************************************************
004610 IF ARQ-OK-DIA-EXT NOT = "00"
004620     DISPLAY "Extrato do dia indisponivel (" ARQ-OK-DIA-EXT
004630             ") - rode o CORTEDIA antes do EXTRATOGL."
004632     MOVE "F" TO ws-lote-situacao
004634     MOVE "EXTRATO DO DIA INDISPONIVEL" TO ws-lote-mensagem
004640     MOVE "S" TO ws-fim-arquivo
004650 END-IF.
004800 OPEN OUTPUT F-EXTRATOGL.
005100 IF ARQ-OK-DIA-EXT = "00" OR ARQ-OK-DIA-EXT = "10"
005110     CLOSE F-MOVDIA
005120 END-IF.
005200 PERFORM GRAVAR-TOTAL-IR.
005300 CLOSE F-EXTRATOGL.
005400
005500 PROCESSAR-MOVIMENTOS.
008000     MOVE mvd-tipo        TO ext-acao
008100     WRITE REG-EXTRATOGL
008200     ADD 1 TO ws-qtd-extraidos
008210*    Estorno ("V") sai com acao propria no extrato e tem total
008220*    separado no resumo, para a conferencia com o jornal.
008230     IF mvd-tipo = "V"
008240         ADD 1 TO ws-qtd-estornos
008250         ADD mvd-valor TO ws-total-estornos
008260     END-IF
008265*    IR retido na fonte ("I") tem total proprio para o repasse
008270*    do imposto pela contabilidade.
008275     IF mvd-tipo = "I"
008280         ADD 1 TO ws-qtd-ir-retido
008285         SUBTRACT mvd-valor FROM ws-total-ir-retido
008290     END-IF
008300 END-IF.
008400
008410 GRAVAR-TOTAL-IR.
008420 MOVE ZEROES             TO ext-cod-conta.
008430 MOVE ZEROES             TO ext-cod-agencia.
008440 MOVE "TOTAL IR RETIDO"  TO ext-nome.
008450 MOVE ws-total-ir-retido TO ext-valor.
008460 MOVE "I"                TO ext-acao.
008470 WRITE REG-EXTRATOGL.
008480
008500 EXIBIR-RESUMO.
008600 DISPLAY "======================================================".
008700 DISPLAY "EXTRATO CONTABIL (GL) - " ws-data-sistema.
008800 DISPLAY "Movimentos lidos:        " ws-qtd-movimentos.
008900 DISPLAY "Lancamentos extraidos:   " ws-qtd-extraidos.
009000 DISPLAY "Contas nao encontradas:  " ws-qtd-nao-achados.
009010 DISPLAY "Estornos extraidos:      " ws-qtd-estornos.
009020 MOVE ws-total-estornos TO ws-total-est-edit.
009030 DISPLAY "Total de estornos:       " ws-total-est-edit.
009040 DISPLAY "Retencoes de IR:         " ws-qtd-ir-retido.
009050 MOVE ws-total-ir-retido TO ws-total-est-edit.
009060 DISPLAY "Total de IR retido:      " ws-total-est-edit.
009100 DISPLAY "======================================================".
009200
009210******************************************************************
009220* Controle da cadeia noturna (LOTECTL/LOTEJOBS): o job so roda
009230* com todos os predecessores concluidos na data contabil e se
009240* ainda nao concluiu nela; LOTE_FORCAR=S passa por cima das duas
009250* recusas e fica registrado. Sem o arquivo de controle o job
009260* segue, como antes da implantacao.
009270******************************************************************
009280 INICIAR-CONTROLE-LOTE.
009290 MOVE "S" TO ws-lote-liberado.
009300 MOVE "N" TO ws-lote-forcado.
009310 MOVE SPACES TO ws-lote-mensagem.
009320 ACCEPT ws-lote-forcar FROM ENVIRONMENT "LOTE_FORCAR".
009330 PERFORM ABRIR-CONTROLE-LOTE.
009340 IF ws-lote-controle-ok = "S"
009350     PERFORM VERIFICAR-PREDECESSORES
009360     MOVE ws-data-sistema TO lct-data
009370     MOVE ws-lote-job TO lct-job
009380     READ F-LOTECTL
009390         INVALID KEY
009400             MOVE "N" TO ws-lote-registro
009410         NOT INVALID KEY
009420             MOVE "S" TO ws-lote-registro
009430             IF lct-situacao = "C" AND ws-lote-liberado = "S"
009440                 MOVE "N" TO ws-lote-liberado
009450                 MOVE "JA CONCLUIDO NESTA DATA"
009460                     TO ws-lote-mensagem
009470             END-IF
009480     END-READ
009490     IF ws-lote-liberado = "N" AND ws-lote-forcar = "S"
009500         MOVE "S" TO ws-lote-liberado
009510         MOVE "S" TO ws-lote-forcado
009520         DISPLAY "Execucao FORCADA: " ws-lote-mensagem
009530     END-IF
009540     IF ws-lote-liberado = "S"
009550         PERFORM REGISTRAR-INICIO-LOTE
009560     ELSE
009570         PERFORM REGISTRAR-RECUSA-LOTE
009580     END-IF
009590     CLOSE F-LOTECTL
009600 END-IF.
009610
009620 ABRIR-CONTROLE-LOTE.
009630 OPEN I-O F-LOTECTL.
009640 IF ARQ-OK-LCT = "35" THEN
009650     CLOSE F-LOTECTL
009660     OPEN OUTPUT F-LOTECTL
009670     CLOSE F-LOTECTL
009680     OPEN I-O F-LOTECTL
009690 END-IF.
009700 IF ARQ-OK-LCT = "00"
009710     MOVE "S" TO ws-lote-controle-ok
009720 ELSE
009730     MOVE "N" TO ws-lote-controle-ok
009740     DISPLAY "Controle de lotes indisponivel! Erro: " ARQ-OK-LCT
009750 END-IF.
009760
009770 VERIFICAR-PREDECESSORES.
009780 MOVE ZEROES TO ws-lj-proprio.
009790 PERFORM VARYING ws-lj-idx FROM 1 BY 1 UNTIL ws-lj-idx > ws-lj-qtd
009800     IF ws-lj-job (ws-lj-idx) = ws-lote-job
009810         MOVE ws-lj-idx TO ws-lj-proprio
009820     END-IF
009830 END-PERFORM.
009840 IF ws-lj-proprio NOT = ZEROES
009850     PERFORM VARYING ws-lj-pred FROM 1 BY 1 UNTIL ws-lj-pred > 3
009860         IF ws-lj-predecessor (ws-lj-proprio, ws-lj-pred)
009870                 NOT = SPACES
009880             MOVE ws-data-sistema TO lct-data
009890             MOVE ws-lj-predecessor (ws-lj-proprio, ws-lj-pred)
009900                 TO lct-job
009910             READ F-LOTECTL
009920                 INVALID KEY
009930                     MOVE SPACES TO lct-situacao
009940             END-READ
009950             IF lct-situacao NOT = "C"
009960                 MOVE "N" TO ws-lote-liberado
009970                 MOVE lct-job TO ws-lmp-job
009980                 MOVE WS-LOTE-MSG-PRED TO ws-lote-mensagem
009990                 DISPLAY "Predecessor " lct-job
010000                         " nao concluido em " ws-data-sistema
010010             END-IF
010020         END-IF
010030     END-PERFORM
010040 END-IF.
010050
010060 REGISTRAR-INICIO-LOTE.
010070 ACCEPT ws-lote-hora FROM TIME.
010080 MOVE "E" TO lct-situacao.
010090 MOVE ws-lote-hhmmss TO lct-hora-inicio.
010100 MOVE ZEROES TO lct-hora-fim.
010110 MOVE ZEROES TO lct-qtd-lidos.
010120 MOVE ZEROES TO lct-qtd-gravados.
010130 MOVE ZEROES TO lct-qtd-rejeitados.
010140 MOVE ws-lote-forcado TO lct-forcado.
010150 MOVE ws-lote-mensagem TO lct-mensagem.
010160 IF ws-lote-registro = "S"
010170     ADD 1 TO lct-execucoes
010180     REWRITE DADOS-LOTECTL
010190 ELSE
010200     MOVE 1 TO lct-execucoes
010210     WRITE DADOS-LOTECTL
010220 END-IF.
010230
010240*    Recusa nao apaga registro ja concluido: so anota a tentativa
010250*    quando o job ainda nao concluiu na data.
010260 REGISTRAR-RECUSA-LOTE.
010270 DISPLAY "Job " ws-lote-job " RECUSADO: " ws-lote-mensagem.
010280 DISPLAY "Para reprocessar mesmo assim, rode com LOTE_FORCAR=S.".
010290 IF ws-lote-registro = "N" OR lct-situacao NOT = "C"
010300     ACCEPT ws-lote-hora FROM TIME
010310     MOVE "R" TO lct-situacao
010320     MOVE ws-lote-hhmmss TO lct-hora-inicio
010330     MOVE ws-lote-hhmmss TO lct-hora-fim
010340     MOVE ws-lote-mensagem TO lct-mensagem
010350     MOVE "N" TO lct-forcado
010360     IF ws-lote-registro = "S"
010370         REWRITE DADOS-LOTECTL
010380     ELSE
010390         MOVE ZEROES TO lct-qtd-lidos
010400         MOVE ZEROES TO lct-qtd-gravados
010410         MOVE ZEROES TO lct-qtd-rejeitados
010420         MOVE ZEROES TO lct-execucoes
010430         WRITE DADOS-LOTECTL
010440     END-IF
010450 END-IF.
010460
010470 FINALIZAR-CONTROLE-LOTE.
010480 IF ws-lote-controle-ok = "S"
010490     OPEN I-O F-LOTECTL
010500     IF ARQ-OK-LCT = "00"
010510         MOVE ws-data-sistema TO lct-data
010520         MOVE ws-lote-job TO lct-job
010530         READ F-LOTECTL
010540             INVALID KEY
010550                 CONTINUE
010560             NOT INVALID KEY
010570                 ACCEPT ws-lote-hora FROM TIME
010580                 MOVE ws-lote-hhmmss TO lct-hora-fim
010590                 MOVE ws-lote-situacao TO lct-situacao
010600                 MOVE ws-lote-qtd-lidos TO lct-qtd-lidos
010610                 MOVE ws-lote-qtd-gravados TO lct-qtd-gravados
010620                 MOVE ws-lote-qtd-rejeitados TO lct-qtd-rejeitados
010630                 IF ws-lote-situacao NOT = "C"
010640                     MOVE ws-lote-mensagem TO lct-mensagem
010650                 END-IF
010660                 REWRITE DADOS-LOTECTL
010670         END-READ
010680         CLOSE F-LOTECTL
010690     END-IF
010700 END-IF.
