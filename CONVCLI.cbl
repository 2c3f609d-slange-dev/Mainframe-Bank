000100******************************************************************
000200 IDENTIFICATION DIVISION.
000300******************************************************************
000400 PROGRAM-ID. CONVCLI.
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
001500     SELECT F-CLIENTE-ANT ASSIGN TO disk
001600        ORGANIZATION IS INDEXED
001700        ACCESS IS DYNAMIC
001800        RECORD KEY IS ant-cpf
001900           FILE STATUS ARQ-OK-ANT.
002000
002100     SELECT F-CLIENTE ASSIGN TO disk
002200        ORGANIZATION IS INDEXED
002300        ACCESS IS DYNAMIC
002400        RECORD KEY IS cli-cpf
002500           FILE STATUS ARQ-OK-CLI.
002600
002700******************************************************************
002800 DATA DIVISION.
002900******************************************************************
003000 FILE SECTION.
003100
003200******************************************************************
003300* Layout ANTIGO de F-CLIENT.txt, anterior ao contador de cheques
003400* devolvidos e aos contatos para os avisos ao cliente. Conversao
003500* de uso unico: renomeie F-CLIENT.txt para F-CLIENT-ANT.txt (o
003600* job run_convcli.sh faz isso), rode este programa e o novo
003700* F-CLIENT.txt sai no layout atual com as devolucoes zeradas,
003710* sem celular e e-mail e com os aceites em "N".
003800******************************************************************
003900 FD F-CLIENTE-ANT LABEL RECORD STANDARD
004000     VALUE OF FILE-ID IS "F-CLIENT-ANT.txt".
004100 01 DADOS-CLIENTE-ANT.
004200     02 ant-cpf           PIC 9(11).
004300     02 ant-nome          PIC A(30).
004400     02 ant-data-cadastro PIC 9(8).
004500     02 ant-situacao      PIC X(1).
004600
004700     COPY CLIENTES.
004800
004900 WORKING-STORAGE SECTION.
005000 01 ARQ-OK-ANT         PIC X(02) VALUE ZEROES.
005100 01 ARQ-OK-CLI         PIC X(02) VALUE ZEROES.
005200 01 ws-fim-arquivo     PIC X VALUE "N".
005300
005400 01 WS-RESUMO.
005500     02 ws-qtd-lidos       PIC 9(7) VALUE ZEROES.
005600     02 ws-qtd-gravados    PIC 9(7) VALUE ZEROES.
005700
005800******************************************************************
005900 PROCEDURE DIVISION.
006000******************************************************************
006100 PRINCIPAL.
006200 OPEN INPUT F-CLIENTE-ANT.
006300 IF ARQ-OK-ANT NOT = "00"
006400     DISPLAY "Arquivo F-CLIENT-ANT.txt indisponivel! Erro: "
006500             ARQ-OK-ANT
006600     DISPLAY "Renomeie F-CLIENT.txt para F-CLIENT-ANT.txt e rode"
006700     DISPLAY "de novo (o job run_convcli.sh faz a renomeacao)."
006800     STOP RUN
006900 END-IF.
007000 OPEN OUTPUT F-CLIENTE.
007100 IF ARQ-OK-CLI NOT = "00"
007200     DISPLAY "Erro ao criar o novo F-CLIENT.txt: " ARQ-OK-CLI
007300     CLOSE F-CLIENTE-ANT
007400     STOP RUN
007500 END-IF.
007600 PERFORM CONVERTER-CLIENTES UNTIL ws-fim-arquivo = "S".
007700 CLOSE F-CLIENTE-ANT.
007800 CLOSE F-CLIENTE.
007900 PERFORM EXIBIR-RESUMO.
008000 STOP RUN.
008100
008200 CONVERTER-CLIENTES.
008300 READ F-CLIENTE-ANT NEXT RECORD
008400     AT END
008500         MOVE "S" TO ws-fim-arquivo
008600     NOT AT END
008700         ADD 1 TO ws-qtd-lidos
008800         PERFORM GRAVAR-CLIENTE-NOVO
008900 END-READ.
009000
009100 GRAVAR-CLIENTE-NOVO.
009200 MOVE ant-cpf           TO cli-cpf.
009300 MOVE ant-nome          TO cli-nome.
009400 MOVE ant-data-cadastro TO cli-data-cadastro.
009500 MOVE ant-situacao      TO cli-situacao.
009600 MOVE ZEROES            TO cli-qtd-devolucoes.
009700 MOVE ZEROES            TO cli-data-ult-devol.
009710 MOVE ZEROES            TO cli-celular.
009720 MOVE SPACES            TO cli-email.
009730 MOVE "N"               TO cli-aceita-sms.
009740 MOVE "N"               TO cli-aceita-email.
009800 WRITE DADOS-CLIENTE
009900     INVALID KEY
010000         DISPLAY "Erro ao gravar o cliente " ant-cpf
010100     NOT INVALID KEY
010200         ADD 1 TO ws-qtd-gravados
010300 END-WRITE.
010400
010500 EXIBIR-RESUMO.
010600 DISPLAY "======================================================".
010700 DISPLAY "CONVERSAO DE CLIENTES PARA O LAYOUT ATUAL".
010800 DISPLAY "Clientes lidos:    " ws-qtd-lidos.
010900 DISPLAY "Clientes gravados: " ws-qtd-gravados.
011000 DISPLAY "======================================================".
