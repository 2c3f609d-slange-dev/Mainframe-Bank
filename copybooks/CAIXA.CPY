      ******************************************************************
      * Caixa (gaveta de numerario) do operador por dia contabil
      * (F-CAIXA). Aberto no sign-on da tela de conta corrente com o
      * troco inicial e fechado no fim do expediente com a contagem
      * cega do numerario. Entradas e saidas sao os depositos ("D") e
      * saques ("S") do operador no dia, apurados do razao pelo
      * carimbo " OP:nnnn" do historico (liberacao de pendente conta
      * para o caixa que capturou); estorno ("V") de deposito/saque do
      * proprio dia abate do lancamento original.
      * Esperado = abertura + entradas - saidas; diferenca = contado -
      * esperado (positiva e sobra, negativa e falta). O DIACONTAB nao
      * fecha o dia com caixa aberto.
      * cxa-situacao: A = aberto, F = fechado.
      ******************************************************************
       FD F-CAIXA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "F-CAIXA.txt".
       01 DADOS-CAIXA.
           02 cxa-chave.
               03 cxa-operador     PIC 9(4).
               03 cxa-data         PIC 9(8).
           02 cxa-agencia          PIC 9(5).
           02 cxa-situacao         PIC X(1).
           02 cxa-abertura         PIC S9(9)V99.
           02 cxa-entradas         PIC S9(9)V99.
           02 cxa-saidas           PIC S9(9)V99.
           02 cxa-esperado         PIC S9(9)V99.
           02 cxa-contado          PIC S9(9)V99.
           02 cxa-diferenca        PIC S9(9)V99.
           02 cxa-hora-abertura    PIC 9(6).
           02 cxa-hora-fechamento  PIC 9(6).
           02 cxa-operador-fech    PIC 9(4).
