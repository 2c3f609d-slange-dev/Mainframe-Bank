      ******************************************************************
      * Registro de cheques (F-CHEQUE) - uma folha por registro, chave
      * conta + numero. A tela CHEQUE emite o talonario (faixa de
      * numeros seguida, todas as folhas com situacao "E") e grava a
      * sustacao pedida pelo correntista; o job COMPENSA paga ou
      * devolve cada cheque apresentado pela camara. Numero sem
      * registro e folha nao emitida (devolvida pelo motivo 35).
      * chq-situacao: E = emitida (em aberto), S = sustada,
      * P = paga.
      * chq-motivo-sustacao: F = furto/roubo, E = extravio,
      * D = desacordo comercial, C = cancelada pelo correntista.
      * chq-qtd-devolucoes conta as devolucoes por falta de fundos
      * (1 = motivo 11 na primeira, 2 = motivo 12 na segunda; depois
      * disso nova apresentacao e remessa nula, motivo 49).
      ******************************************************************
       FD F-CHEQUE LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "F-CHEQUE.txt".
       01 DADOS-CHEQUE.
           02 chq-chave.
               03 chq-cod-conta    PIC 9(5).
               03 chq-numero       PIC 9(6).
           02 chq-situacao         PIC X(1).
           02 chq-data-emissao     PIC 9(8).
           02 chq-talao-inicial    PIC 9(6).
           02 chq-talao-final      PIC 9(6).
           02 chq-operador         PIC 9(4).
           02 chq-motivo-sustacao  PIC X(1).
           02 chq-data-sustacao    PIC 9(8).
           02 chq-qtd-devolucoes   PIC 9(1).
           02 chq-ult-motivo-dev   PIC X(2).
           02 chq-data-ult-dev     PIC 9(8).
           02 chq-data-pagamento   PIC 9(8).
           02 chq-valor-pago       PIC S9(9)V99.
           02 chq-sequencia-mov    PIC 9(6).
