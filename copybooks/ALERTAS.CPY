      ******************************************************************
      * Alertas de prevencao a lavagem de dinheiro (F-ALERTA) - um por
      * CPF e regra disparada, gravado pelo job MONITPLD; os
      * movimentos envolvidos ficam em F-ALRMOV. O analista de
      * compliance trabalha a fila pela tela ALERTAPLD, marcando cada
      * alerta como descartado ou reportavel; o COAFENV comunica os
      * reportaveis ao COAF e os marca como comunicados.
      * alr-regra: E = deposito em especie acima do valor, F =
      *            fracionamento logo abaixo do valor, R = repasse
      *            (entra e sai por transferencia externa).
      * alr-situacao: P = pendente de analise, D = descartado,
      *               R = reportavel, C = comunicado ao COAF.
      ******************************************************************
       FD F-ALERTA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "F-ALERTA.txt".
       01 DADOS-ALERTA.
           02 alr-numero            PIC 9(7).
           02 alr-data              PIC 9(8).
           02 alr-cpf               PIC 9(11).
           02 alr-nome              PIC X(30).
           02 alr-regra             PIC X(1).
           02 alr-valor-total       PIC S9(11)V99.
           02 alr-qtd-movimentos    PIC 9(3).
           02 alr-qtd-contas        PIC 9(3).
           02 alr-situacao          PIC X(1).
           02 alr-operador          PIC 9(4).
           02 alr-data-analise      PIC 9(8).
           02 alr-data-envio        PIC 9(8).
