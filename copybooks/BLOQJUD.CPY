      ******************************************************************
      * Bloqueios judiciais de valor (F-BLOQJUD) - um registro por
      * ordem SISBAJUD e conta atingida, gravado pelo job SISBAJUD. O
      * valor bloqueado sai do saldo disponivel da conta: saque,
      * transferencia, ordem permanente e cheque so debitam o que
      * passar do total bloqueado (mais o limite de credito). A
      * conta continua ativa - o bloqueio total da conta segue sendo
      * status "B" com motivo "J".
      * A liberacao devolve o valor ao disponivel; a transferencia
      * judicial debita a conta (tipo "K") e credita a conta de
      * deposito judicial indicada na ordem.
      * bjd-situacao: A = ativo (ainda ha valor bloqueado),
      *               L = liberado, T = transferido (nada bloqueado).
      ******************************************************************
       FD F-BLOQJUD LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "F-BLQJUD.txt".
       01 DADOS-BLOQJUD.
           02 bjd-chave.
               03 bjd-ordem            PIC 9(15).
               03 bjd-cod-conta        PIC 9(5).
           02 bjd-cpf                  PIC 9(11).
           02 bjd-situacao             PIC X(1).
           02 bjd-valor-ordem          PIC S9(9)V99.
           02 bjd-valor-bloqueado      PIC S9(9)V99.
           02 bjd-valor-liberado       PIC S9(9)V99.
           02 bjd-valor-transferido    PIC S9(9)V99.
           02 bjd-data-bloqueio        PIC 9(8).
           02 bjd-data-baixa           PIC 9(8).
