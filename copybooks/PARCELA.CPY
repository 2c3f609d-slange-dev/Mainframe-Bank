      ******************************************************************
      * Cronograma de parcelas dos emprestimos (F-PARCELA) - gerado
      * pela tela EMPRESTIMO na contratacao (tabela Price: parcela
      * fixa, juros sobre o saldo devedor, amortizacao pela
      * diferenca; a ultima parcela absorve o arredondamento).
      * par-vencimento e o vencimento contratual; vencimento em dia
      * nao util rola para o proximo dia util na hora do debito, como
      * nas ordens permanentes. par-saldo-devedor e o saldo depois
      * desta parcela.
      * par-situacao: A = a vencer/em aberto, V = vencida (debito
      *               recusado por falta de saldo; o PARCELAS tenta de
      *               novo toda noite), P = paga.
      * par-data-vencida guarda o vencimento ja rolado para dia util,
      * base da contagem de dias em atraso e da mora.
      ******************************************************************
       FD F-PARCELA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "F-PARCEL.txt".
       01 DADOS-PARCELA.
           02 par-chave.
               03 par-numero-emp    PIC 9(6).
               03 par-numero        PIC 9(3).
           02 par-vencimento        PIC 9(8).
           02 par-valor             PIC 9(9)V99.
           02 par-amortizacao       PIC 9(9)V99.
           02 par-juros             PIC 9(9)V99.
           02 par-saldo-devedor     PIC 9(9)V99.
           02 par-situacao          PIC X(1) VALUE "A".
           02 par-data-vencida      PIC 9(8) VALUE ZEROES.
           02 par-dias-atraso       PIC 9(5) VALUE ZEROES.
           02 par-valor-mora        PIC 9(9)V99 VALUE ZEROES.
           02 par-data-pagamento    PIC 9(8) VALUE ZEROES.
