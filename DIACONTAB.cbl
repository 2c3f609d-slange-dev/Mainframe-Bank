002200        RECORD KEY IS cal-data
002300           FILE STATUS ARQ-OK-CAL.
002400
002410     SELECT F-CAIXA ASSIGN TO disk
002420        ORGANIZATION IS INDEXED
002430        ACCESS IS DYNAMIC
002440        RECORD KEY IS cxa-chave
002450           FILE STATUS ARQ-OK-CXA.
002451
002452     SELECT F-LOTECTL ASSIGN TO disk
002453        ORGANIZATION IS INDEXED
002454        ACCESS IS DYNAMIC
002455        RECORD KEY IS lct-chave
002456           FILE STATUS ARQ-OK-LCT.
002460
002500******************************************************************
002600 DATA DIVISION.
002700******************************************************************
002800 FILE SECTION.
002900     COPY DIACTL.
003000     COPY CALENDAR.
003010     COPY CAIXA.
003020     COPY LOTECTL.
003100
003200 WORKING-STORAGE SECTION.
003300 01 ARQ-OK-DIA         PIC X(02) VALUE ZEROES.
005900 01 ws-zeller-t3       PIC 9(2) VALUE ZEROES.
006000 01 ws-zeller-h        PIC 9(2) VALUE ZEROES.
006100 01 ws-qtd-ajustes     PIC 9(2) VALUE ZEROES.
006110 01 ARQ-OK-CXA         PIC X(02) VALUE ZEROES.
006120 01 ws-pode-fechar     PIC X VALUE "S".
006130 01 ws-fim-caixa       PIC X VALUE "N".
006140 01 ws-qtd-caixas-abertos PIC 9(4) VALUE ZEROES.
006150 01 ws-qtd-passos-pendentes PIC 9(2) VALUE ZEROES.
006160     COPY LOTEJOBS.
006200
006300******************************************************************
006400* Abertura e fechamento do dia contabil. A abertura fixa a data
015100     IF ws-situacao-dia NOT = "A"
015200         DISPLAY "Dia " ws-data-contabil " ja esta fechado."
015300     ELSE
015400         PERFORM VALIDAR-FECHAMENTO
015500         IF ws-pode-fechar = "S"
015600             PERFORM ENCERRAR-DIA
015700         ELSE
015800             MOVE "R" TO ws-lote-situacao
015900             PERFORM REGISTRAR-FECHAMENTO-LOTE
016000             DISPLAY "Dia contabil " ws-data-contabil
016100                     " NAO fechado."
016200         END-IF
016400     END-IF
016500 END-IF.
016600
016601 ENCERRAR-DIA.
016602 PERFORM ABRIR-CALENDARIO.
016603 MOVE ws-data-contabil TO ws-data-teste.
016604 PERFORM SOMAR-UM-DIA.
016605 PERFORM AJUSTAR-DIA-UTIL.
016606 PERFORM FECHAR-CALENDARIO.
016607 DISPLAY "Dia contabil " ws-data-contabil " FECHADO.".
016608 MOVE "C" TO ws-lote-situacao.
016609 PERFORM REGISTRAR-FECHAMENTO-LOTE.
016610 MOVE ws-data-teste TO ws-data-contabil.
016611 MOVE "F" TO ws-situacao-dia.
016612 PERFORM GRAVAR-DIA-CONTABIL.
016613 DISPLAY "Proximo dia contabil: " ws-data-contabil.
016614
016615******************************************************************
016616* Condicoes para fechar o dia: nenhum caixa de operador pode
016617* estar aberto na data contabil (todo caixa precisa ter passado
016618* pela contagem de fim de expediente), e todo passo obrigatorio
016619* da cadeia noturna precisa constar como concluido no controle
016620* de lotes (F-LOTECTL), sem passo opcional em execucao ou com
016621* falha na data. LOTE_FORCAR=S dispensa apenas a verificacao dos
016622* passos; caixa aberto segura mesmo o fechamento forcado.
016623******************************************************************
016624 VALIDAR-FECHAMENTO.
016625 MOVE "S" TO ws-pode-fechar.
016626 MOVE SPACES TO ws-lote-mensagem.
016627 MOVE "N" TO ws-lote-forcado.
016628 PERFORM VERIFICAR-CAIXAS-ABERTOS.
016629 IF ws-qtd-caixas-abertos > ZEROES
016630     MOVE "N" TO ws-pode-fechar
016631     DISPLAY "Caixas ainda abertos no dia: " ws-qtd-caixas-abertos
016632     MOVE "CAIXAS ABERTOS NO DIA" TO ws-lote-mensagem
016633 END-IF.
016634 PERFORM VERIFICAR-PASSOS-LOTE.
016635 IF ws-qtd-passos-pendentes > ZEROES
016636     IF ws-lote-mensagem = SPACES
016637         MOVE "PASSOS PENDENTES OU INCOMPLETOS"
016638             TO ws-lote-mensagem
016639     ELSE
016640         MOVE "CAIXAS ABERTOS E PASSOS PENDENTES"
016641             TO ws-lote-mensagem
016642     END-IF
016643     ACCEPT ws-lote-forcar FROM ENVIRONMENT "LOTE_FORCAR"
016644     IF ws-lote-forcar = "S"
016645         MOVE "S" TO ws-lote-forcado
016646         DISPLAY "Fechamento FORCADO com passos pendentes."
016647     ELSE
016648         MOVE "N" TO ws-pode-fechar
016649         DISPLAY "Passos da noite pendentes ou incompletos: "
016650                 ws-qtd-passos-pendentes
016651     END-IF
016652 END-IF.
016653
016700 GRAVAR-DIA-CONTABIL.
016800 MOVE ws-data-contabil TO dct-data.
016900 MOVE ws-situacao-dia  TO dct-situacao.
028900     ADD 1 TO ws-qtd-ajustes
029000     PERFORM VERIFICAR-DIA-UTIL
029100 END-PERFORM.
029110
029120 VERIFICAR-CAIXAS-ABERTOS.
029130 MOVE ZEROES TO ws-qtd-caixas-abertos.
029140 OPEN INPUT F-CAIXA.
029150 IF ARQ-OK-CXA = "00"
029160     MOVE "N" TO ws-fim-caixa
029170     PERFORM UNTIL ws-fim-caixa = "S"
029180         READ F-CAIXA NEXT RECORD
029190             AT END
029200                 MOVE "S" TO ws-fim-caixa
029210             NOT AT END
029220                 IF cxa-data = ws-data-contabil AND
029230                    cxa-situacao = "A"
029240                     ADD 1 TO ws-qtd-caixas-abertos
029250                     DISPLAY "Caixa aberto: operador "
029260                             cxa-operador " agencia " cxa-agencia
029270                 END-IF
029280         END-READ
029290     END-PERFORM
029300     CLOSE F-CAIXA
029310 END-IF.
029320
029330******************************************************************
029340* Cadeia noturna (LOTECTL/LOTEJOBS): o dia so fecha com todos os
029350* passos obrigatorios da tabela concluidos na data contabil - um
029360* passo em execucao, com falha, recusado ou nao rodado segura o
029370* fechamento. Passo opcional que nao rodou ou foi recusado nao
029372* segura; o que ficou em execucao (E) ou com falha (F) na data
029374* deixou lancamentos pela metade e segura. Sem o arquivo de
029376* controle nenhum passo esta comprovado. LOTE_FORCAR=S fecha
029380* assim mesmo, e fica registrado.
029390******************************************************************
029400 VERIFICAR-PASSOS-LOTE.
029410 MOVE ZEROES TO ws-qtd-passos-pendentes.
029420 OPEN INPUT F-LOTECTL.
029430 IF ARQ-OK-LCT = "00"
029440     PERFORM VARYING ws-lj-idx FROM 1 BY 1
029450             UNTIL ws-lj-idx > ws-lj-qtd
029460         IF ws-lj-job (ws-lj-idx) NOT = "DIACONTAB"
029465             MOVE ws-data-contabil TO lct-data
029470             MOVE ws-lj-job (ws-lj-idx) TO lct-job
029475             READ F-LOTECTL
029480                 INVALID KEY
029485                     MOVE SPACES TO lct-situacao
029490             END-READ
029495             IF ws-lj-obrigatorio (ws-lj-idx) = "S"
029500                 IF lct-situacao NOT = "C"
029505                     ADD 1 TO ws-qtd-passos-pendentes
029510                     DISPLAY "Passo obrigatorio nao concluido: "
029515                             ws-lj-job (ws-lj-idx)
029520                 END-IF
029525             ELSE
029530                 IF lct-situacao = "E" OR lct-situacao = "F"
029535                     ADD 1 TO ws-qtd-passos-pendentes
029540                     DISPLAY "Passo opcional incompleto: "
029545                             ws-lj-job (ws-lj-idx)
029547                             " situacao " lct-situacao
029550                 END-IF
029555             END-IF
029560         END-IF
029600     END-PERFORM
029610     CLOSE F-LOTECTL
029620 ELSE
029630     MOVE 1 TO ws-qtd-passos-pendentes
029640     DISPLAY "Controle de lotes indisponivel! Erro: " ARQ-OK-LCT
029650 END-IF.
029660
029670 ABRIR-CONTROLE-LOTE.
029680 OPEN I-O F-LOTECTL.
029690 IF ARQ-OK-LCT = "35" THEN
029700     CLOSE F-LOTECTL
029710     OPEN OUTPUT F-LOTECTL
029720     CLOSE F-LOTECTL
029730     OPEN I-O F-LOTECTL
029740 END-IF.
029750 IF ARQ-OK-LCT = "00"
029760     MOVE "S" TO ws-lote-controle-ok
029770 ELSE
029780     MOVE "N" TO ws-lote-controle-ok
029790     DISPLAY "Controle de lotes indisponivel! Erro: " ARQ-OK-LCT
029800 END-IF.
029810
029820*    O proprio fechamento entra no controle sob a data fechada:
029830*    concluido (C) ou recusado (R), com o motivo.
029840 REGISTRAR-FECHAMENTO-LOTE.
029850 PERFORM ABRIR-CONTROLE-LOTE.
029860 IF ws-lote-controle-ok = "S"
029870     MOVE ws-data-contabil TO lct-data
029880     MOVE "DIACONTAB" TO lct-job
029890     READ F-LOTECTL
029900         INVALID KEY
029910             MOVE "N" TO ws-lote-registro
029920         NOT INVALID KEY
029930             MOVE "S" TO ws-lote-registro
029940     END-READ
029950     IF ws-lote-registro = "N"
029960         MOVE ws-data-contabil TO lct-data
029970         MOVE "DIACONTAB" TO lct-job
029980         MOVE ZEROES TO lct-execucoes
029990     END-IF
030000     ACCEPT ws-lote-hora FROM TIME
030010     MOVE ws-lote-situacao TO lct-situacao
030020     MOVE ws-lote-hhmmss TO lct-hora-inicio
030030     MOVE ws-lote-hhmmss TO lct-hora-fim
030040     MOVE ZEROES TO lct-qtd-lidos
030050     MOVE ZEROES TO lct-qtd-gravados
030060     MOVE ws-qtd-passos-pendentes TO lct-qtd-rejeitados
030070     ADD 1 TO lct-execucoes
030080     MOVE ws-lote-forcado TO lct-forcado
030090     MOVE ws-lote-mensagem TO lct-mensagem
030100     IF ws-lote-registro = "S"
030110         REWRITE DADOS-LOTECTL
030120     ELSE
030130         WRITE DADOS-LOTECTL
030140     END-IF
030150     CLOSE F-LOTECTL
030160 END-IF.
