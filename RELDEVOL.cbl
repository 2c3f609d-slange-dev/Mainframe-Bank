000100******************************************************************
000200 IDENTIFICATION DIVISION.
000300******************************************************************
000400 PROGRAM-ID. RELDEVOL.
000500
000600******************************************************************
000700 ENVIRONMENT DIVISION.
000800******************************************************************
000900 CONFIGURATION SECTION.
001000     SPECIAL-NAMES.
001100     DECIMAL-POINT IS COMMA.
001200
001300 INPUT-OUTPUT SECTION.
001400 FILE-CONTROL.
001500     SELECT F-CLIENTE ASSIGN TO disk
001600        ORGANIZATION IS INDEXED
001700        ACCESS IS DYNAMIC
001800        RECORD KEY IS cli-cpf
001900           FILE STATUS ARQ-OK-CLI.
002000
002100     SELECT SORT-DEVOL ASSIGN TO "SORTWK1".
002200
002300******************************************************************
002400 DATA DIVISION.
002500******************************************************************
002600 FILE SECTION.
002700     COPY CLIENTES.
002800
002900 SD SORT-DEVOL.
003000 01 SORT-REC.
003100     02 srt-qtd-devolucoes PIC 9(4).
003200     02 srt-cpf            PIC 9(11).
003300     02 srt-nome           PIC A(30).
003400     02 srt-data-ult-devol PIC 9(8).
003500
003600 WORKING-STORAGE SECTION.
003700 01 ARQ-OK-CLI          PIC X(02) VALUE ZEROES.
003800 01 ws-fim-arquivo      PIC X VALUE "N".
003900*    Reincidente: a partir da segunda devolucao somada no CPF.
004000 01 ws-minimo-reincidencia PIC 9(4) VALUE 2.
004100
004200 01 WS-RESUMO.
004300     02 ws-qtd-clientes     PIC 9(7) VALUE ZEROES.
004400     02 ws-qtd-reincidentes PIC 9(7) VALUE ZEROES.
004500     02 ws-qtd-devolucoes   PIC 9(9) VALUE ZEROES.
004600
004700******************************************************************
004800* Clientes com cheque devolvido por falta de fundos ou conta
004900* encerrada (contador somado pelo COMPENSA em F-CLIENTE), do
005000* maior numero de devolucoes para o menor; os reincidentes saem
005100* marcados.
005200******************************************************************
005300 PROCEDURE DIVISION.
005400******************************************************************
005500 PRINCIPAL.
005600 SORT SORT-DEVOL
005700     ON DESCENDING KEY srt-qtd-devolucoes
005800     ON ASCENDING KEY srt-cpf
005900     INPUT PROCEDURE IS CARREGAR-CLIENTES
006000     OUTPUT PROCEDURE IS IMPRIMIR-RELATORIO.
006100 STOP RUN.
006200
006300 CARREGAR-CLIENTES.
006400 OPEN INPUT F-CLIENTE.
006500 IF ARQ-OK-CLI NOT = "00"
006600     DISPLAY "Mestre de clientes indisponivel! Erro: " ARQ-OK-CLI
006700 ELSE
006800     MOVE "N" TO ws-fim-arquivo
006900     PERFORM UNTIL ws-fim-arquivo = "S"
007000         READ F-CLIENTE NEXT RECORD
007100             AT END
007200                 MOVE "S" TO ws-fim-arquivo
007300             NOT AT END
007400                 IF cli-qtd-devolucoes > ZEROES
007500                     PERFORM LIBERAR-CLIENTE
007600                 END-IF
007700         END-READ
007800     END-PERFORM
007900     CLOSE F-CLIENTE
008000 END-IF.
008100
008200 LIBERAR-CLIENTE.
008300 MOVE cli-qtd-devolucoes TO srt-qtd-devolucoes.
008400 MOVE cli-cpf            TO srt-cpf.
008500 MOVE cli-nome           TO srt-nome.
008600 MOVE cli-data-ult-devol TO srt-data-ult-devol.
008700 RELEASE SORT-REC.
008800
008900 IMPRIMIR-RELATORIO.
009000 DISPLAY "======================================================".
009100 DISPLAY "   CHEQUES DEVOLVIDOS POR CPF".
009200 DISPLAY "======================================================".
009300 DISPLAY "CPF          DEVOL ULT.DEVOL NOME".
009400 MOVE "N" TO ws-fim-arquivo.
009500 PERFORM UNTIL ws-fim-arquivo = "S"
009600     RETURN SORT-DEVOL
009700         AT END
009800             MOVE "S" TO ws-fim-arquivo
009900         NOT AT END
010000             PERFORM IMPRIMIR-CLIENTE
010100     END-RETURN
010200 END-PERFORM.
010300 DISPLAY "======================================================".
010400 DISPLAY "Clientes com devolucao: " ws-qtd-clientes.
010500 DISPLAY "Reincidentes:           " ws-qtd-reincidentes.
010600 DISPLAY "Devolucoes somadas:     " ws-qtd-devolucoes.
010700 DISPLAY "======================================================".
010800
010900 IMPRIMIR-CLIENTE.
011000 ADD 1 TO ws-qtd-clientes.
011100 ADD srt-qtd-devolucoes TO ws-qtd-devolucoes.
011200 IF srt-qtd-devolucoes NOT < ws-minimo-reincidencia
011300     ADD 1 TO ws-qtd-reincidentes
011400     DISPLAY srt-cpf "  " srt-qtd-devolucoes "  "
011500             srt-data-ult-devol " " srt-nome " REINCIDENTE"
011600 ELSE
011700     DISPLAY srt-cpf "  " srt-qtd-devolucoes "  "
011800             srt-data-ult-devol " " srt-nome
011900 END-IF.
