      ******************************************************************
      * Resultado dos avisos ao cliente (F-NOTRES) - um registro por
      * evento da fila F-EVENTO, gravado pelo job NOTIFICA: a chave e
      * a posicao do evento na fila (a fila so cresce, a posicao nao
      * muda). Responde "o cliente foi avisado?": canal e destino do
      * envio, ou o motivo da supressao. Evento ja tratado numa noite
      * anterior nao e reprocessado; reprocessar a mesma noite regrava.
      * nrs-situacao: E = enviado, S = suprimido.
      * nrs-canal (enviado): S = SMS, E = e-mail, A = ambos.
      * nrs-motivo (suprimido): CT = conta inexistente,
      *     CL = CPF sem cadastro de cliente, IN = cliente inativo,
      *     VM = abaixo do valor minimo do evento,
      *     OP = cliente sem aceite/contato para nenhum canal,
      *     TP = tipo de evento desconhecido.
      ******************************************************************
       FD F-NOTRES LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "F-NOTRES.txt".
       01 DADOS-NOTRES.
           02 nrs-ordem         PIC 9(9).
           02 nrs-cod-conta     PIC 9(5).
           02 nrs-cpf           PIC 9(11).
           02 nrs-tipo          PIC X(2).
           02 nrs-data-evento   PIC 9(8).
           02 nrs-hora-evento   PIC 9(6).
           02 nrs-valor         PIC 9(9)V99.
           02 nrs-data-proc     PIC 9(8).
           02 nrs-situacao      PIC X(1).
           02 nrs-canal         PIC X(1).
           02 nrs-motivo        PIC X(2).
