      * A consulta por CPF acha todas as contas do cliente qualquer
      * que tenha sido a digitacao do nome.
      * cli-situacao: A = ativo, I = inativo.
      * cli-qtd-devolucoes: cheques devolvidos por falta de fundos ou
      * conta encerrada (motivos 11, 12 e 13), somados pelo job
      * COMPENSA; o RELDEVOL lista os reincidentes.
      * Contatos para os avisos ao cliente (job NOTIFICA): celular com
      * DDD e e-mail, cada canal com o seu aceite (S/N) - sem aceite
      * ou sem o contato o canal nao recebe aviso.
      ******************************************************************
       FD F-CLIENTE LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "F-CLIENT.txt".
           02 cli-nome          PIC A(30).
           02 cli-data-cadastro PIC 9(8).
           02 cli-situacao      PIC X(1) VALUE "A".
           02 cli-qtd-devolucoes PIC 9(4) VALUE ZEROES.
           02 cli-data-ult-devol PIC 9(8) VALUE ZEROES.
           02 cli-celular       PIC 9(11) VALUE ZEROES.
           02 cli-email         PIC X(50) VALUE SPACES.
           02 cli-aceita-sms    PIC X(1) VALUE "N".
           02 cli-aceita-email  PIC X(1) VALUE "N".
