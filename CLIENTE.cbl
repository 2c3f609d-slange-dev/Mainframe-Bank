004600 01 ws-cpf-dv2         PIC 9 VALUE ZEROES.
004700 01 ws-cpf-idx         PIC 9(2) VALUE ZEROES.
004800 01 ws-cpf-repetido    PIC X VALUE "N".
004810 01 ws-cli-celular     PIC 9(11) VALUE ZEROES.
004820 01 ws-cli-email       PIC X(50) VALUE SPACES.
004830 01 ws-cli-aceita-sms  PIC X(1) VALUE "N".
004840 01 ws-cli-aceita-email PIC X(1) VALUE "N".
004850 01 ws-qtd-arroba      PIC 9(2) VALUE ZEROES.
004860 01 ws-qtd-brancos     PIC 9(2) VALUE ZEROES.
004900
005000 SCREEN SECTION.
005100 01 TELA-MENU.
006700     03 LINE 04 COL 01 VALUE "CPF: ".
006800     03 LINE 05 COL 01 VALUE "Nome: ".
006900     03 LINE 06 COL 01 VALUE "Situacao (A=ativo I=inativo): ".
006910     03 LINE 07 COL 01 VALUE "Celular (DDD+numero): ".
006920     03 LINE 08 COL 01 VALUE "E-mail: ".
006930     03 LINE 09 COL 01 VALUE "Aceita aviso por SMS (S/N): ".
006940     03 LINE 10 COL 01 VALUE "Aceita aviso por e-mail (S/N): ".
007000
007100******************************************************************
007200 PROCEDURE DIVISION.
011000 PERFORM ENTRADA-NOME-CLIENTE UNTIL prosseguir = "v".
011100 MOVE "f" TO prosseguir.
011200 PERFORM ENTRADA-SITUACAO-CLIENTE UNTIL prosseguir = "v".
011210 MOVE "f" TO prosseguir.
011220 PERFORM ENTRADA-CELULAR-CLIENTE UNTIL prosseguir = "v".
011230 MOVE "f" TO prosseguir.
011240 PERFORM ENTRADA-EMAIL-CLIENTE UNTIL prosseguir = "v".
011250 MOVE "f" TO prosseguir.
011260 PERFORM ENTRADA-ACEITE-SMS UNTIL prosseguir = "v".
011270 MOVE "f" TO prosseguir.
011280 PERFORM ENTRADA-ACEITE-EMAIL UNTIL prosseguir = "v".
011300 MOVE "f" TO prosseguir.
011400 PERFORM PERGUNTA-SALVAR-CLIENTE UNTIL prosseguir = "v".
011500 CLOSE F-CLIENTE.
013400         CONTINUE
013500     NOT INVALID KEY
013600         MOVE "S" TO ws-cliente-existe
013700         DISPLAY "Ja cadastrado: " AT 1201
013800         DISPLAY cli-nome AT 1216
013900 END-READ.
014000
014100 ENTRADA-NOME-CLIENTE.
016000     DISPLAY "                  " AT 0635
016100     MOVE "v" TO prosseguir
016200 END-IF.
016210
016211******************************************************************
016212* Contatos dos avisos ao cliente (job NOTIFICA): celular com DDD
016213* (10 ou 11 digitos) e e-mail sao opcionais; o aceite de um canal
016214* so vale com o contato dele preenchido.
016215******************************************************************
016216 ENTRADA-CELULAR-CLIENTE.
016217 INITIALIZE ws-cli-celular.
016218 ACCEPT ws-cli-celular AT 0723.
016219 IF ws-cli-celular NOT = ZEROES AND
016220     ws-cli-celular < 1100000000
016221     DISPLAY "Celular invalido!" AT 0736
016222 ELSE
016223     DISPLAY "                 " AT 0736
016224     MOVE "v" TO prosseguir
016225 END-IF.
016226
016227 ENTRADA-EMAIL-CLIENTE.
016228 INITIALIZE ws-cli-email.
016229 ACCEPT ws-cli-email AT 0809.
016230 MOVE ZEROES TO ws-qtd-arroba.
016231 MOVE ZEROES TO ws-qtd-brancos.
016232 INSPECT ws-cli-email TALLYING ws-qtd-arroba FOR ALL "@".
016233 INSPECT ws-cli-email TALLYING ws-qtd-brancos FOR LEADING " ".
016234 IF ws-cli-email NOT = SPACES AND
016235     (ws-qtd-arroba NOT = 1 OR ws-qtd-brancos > 0 OR
016236      ws-cli-email (1:1) = "@")
016237     DISPLAY "E-mail invalido!" AT 0860
016238 ELSE
016239     DISPLAY "                " AT 0860
016240     MOVE "v" TO prosseguir
016241 END-IF.
016242
016243 ENTRADA-ACEITE-SMS.
016244 INITIALIZE ws-cli-aceita-sms.
016245 ACCEPT ws-cli-aceita-sms AT 0929.
016246 IF ws-cli-aceita-sms = "s" MOVE "S" TO ws-cli-aceita-sms END-IF.
016247 IF ws-cli-aceita-sms = "n" MOVE "N" TO ws-cli-aceita-sms END-IF.
016248 IF ws-cli-aceita-sms NOT = "S" AND NOT = "N"
016249     DISPLAY "Opcao invalida!      " AT 0935
016250 ELSE
016251     IF ws-cli-aceita-sms = "S" AND ws-cli-celular = ZEROES
016252         DISPLAY "Sem celular cadastrado!" AT 0935
016253     ELSE
016254         DISPLAY "                       " AT 0935
016255         MOVE "v" TO prosseguir
016256     END-IF
016257 END-IF.
016258
016259 ENTRADA-ACEITE-EMAIL.
016260 INITIALIZE ws-cli-aceita-email.
016261 ACCEPT ws-cli-aceita-email AT 1032.
016262 IF ws-cli-aceita-email = "s"
016263     MOVE "S" TO ws-cli-aceita-email
016264 END-IF.
016265 IF ws-cli-aceita-email = "n"
016266     MOVE "N" TO ws-cli-aceita-email
016267 END-IF.
016268 IF ws-cli-aceita-email NOT = "S" AND NOT = "N"
016269     DISPLAY "Opcao invalida!      " AT 1038
016270 ELSE
016271     IF ws-cli-aceita-email = "S" AND ws-cli-email = SPACES
016272         DISPLAY "Sem e-mail cadastrado!" AT 1038
016273     ELSE
016274         DISPLAY "                      " AT 1038
016275         MOVE "v" TO prosseguir
016276     END-IF
016277 END-IF.
016300
016400 PERGUNTA-SALVAR-CLIENTE.
016500 INITIALIZE opcao.
016600 DISPLAY "Salvar o cliente? (S/N): " AT 1401.
016700 ACCEPT opcao AT 1427.
016800 IF opcao = "s" OR "S"
016900     PERFORM GRAVAR-CLIENTE
017000     MOVE "v" TO prosseguir
017100 ELSE
017200     IF opcao = "n" OR "N"
017300         DISPLAY "Cliente nao foi salvo. " AT 1430
017400         MOVE "v" TO prosseguir
017500     ELSE
017600         DISPLAY "Opcao invalida!        " AT 1430
017700         MOVE "f" TO prosseguir
017800     END-IF
017900 END-IF.
018200 MOVE ws-cli-cpf      TO cli-cpf.
018300 MOVE ws-cli-nome     TO cli-nome.
018400 MOVE ws-cli-situacao TO cli-situacao.
018410 MOVE ws-cli-celular  TO cli-celular.
018420 MOVE ws-cli-email    TO cli-email.
018430 MOVE ws-cli-aceita-sms TO cli-aceita-sms.
018440 MOVE ws-cli-aceita-email TO cli-aceita-email.
018500 IF ws-cliente-existe = "S"
018600     REWRITE DADOS-CLIENTE
018700         INVALID KEY
018800             DISPLAY "Erro ao alterar cliente!" AT 1501
018900         NOT INVALID KEY
019000             DISPLAY "Cliente alterado.       " AT 1501
019100     END-REWRITE
019200 ELSE
019300     MOVE ws-data-sistema TO cli-data-cadastro
019310     MOVE ZEROES TO cli-qtd-devolucoes
019320     MOVE ZEROES TO cli-data-ult-devol
019400     WRITE DADOS-CLIENTE
019500         INVALID KEY
019600             DISPLAY "Erro ao gravar cliente! " AT 1501
019700         NOT INVALID KEY
019800             DISPLAY "Cliente incluido.       " AT 1501
019900     END-WRITE
020000 END-IF.
020100
025000 END-START.
025100 DISPLAY SPACES.
025200 DISPLAY "======================================================".
025300 DISPLAY "CPF          SIT  SMS EML NOME".
025400 PERFORM UNTIL ws-fim-lista = "S"
025500     READ F-CLIENTE NEXT RECORD
025600         AT END
025700             MOVE "S" TO ws-fim-lista
025800         NOT AT END
025900             DISPLAY cli-cpf "  " cli-situacao "    "
025910                     cli-aceita-sms "   " cli-aceita-email "   "
025920                     cli-nome
026000             ADD 1 TO ws-qtd-listados
026100     END-READ
026200 END-PERFORM.
