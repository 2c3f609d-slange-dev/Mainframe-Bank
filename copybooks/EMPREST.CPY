      ******************************************************************
      * Contratos de emprestimo pessoal (F-EMPREST) - um registro por
      * contrato, gravado pela tela EMPRESTIMO na contratacao: conta
      * e CPF do tomador, principal liberado (credito tipo "F" na
      * conta), taxa mensal, prazo em meses e primeiro vencimento. O
      * cronograma Price (parcela fixa) fica em F-PARCELA, e o job
      * noturno PARCELAS debita cada parcela no vencimento.
      * emp-taxa-mensal e emp-taxa-mora em % ao mes (1,9900 = 1,99%);
      * a mora corre pro rata dia (mes de 30 dias) sobre a parcela
      * vencida e nao paga, ate o debito passar.
      * emp-situacao: A = ativo, L = liquidado (todas as parcelas
      * pagas, marcado pelo PARCELAS).
      ******************************************************************
       FD F-EMPREST LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "F-EMPRES.txt".
       01 DADOS-EMPREST.
           02 emp-numero            PIC 9(6).
           02 emp-cod-conta         PIC 9(5).
           02 emp-cpf               PIC 9(11).
           02 emp-principal         PIC 9(9)V99.
           02 emp-taxa-mensal       PIC 9(2)V9(4).
           02 emp-taxa-mora         PIC 9(2)V9(4).
           02 emp-prazo             PIC 9(3).
           02 emp-primeiro-venc     PIC 9(8).
           02 emp-valor-parcela     PIC 9(9)V99.
           02 emp-data-contrato     PIC 9(8).
           02 emp-operador          PIC 9(4).
           02 emp-qtd-pagas         PIC 9(3) VALUE ZEROES.
           02 emp-situacao          PIC X(1) VALUE "A".
           02 emp-data-liquidacao   PIC 9(8) VALUE ZEROES.
