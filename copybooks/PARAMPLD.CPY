      ******************************************************************
      * Parametros do monitoramento de prevencao a lavagem de dinheiro
      * (F-PARPLD) - registro unico lido pelo job MONITPLD e mantido
      * pela tela ALERTAPLD (so supervisor altera, com auditoria).
      * ppl-valor-especie: deposito ("D") a partir deste valor gera
      *     alerta de especie.
      * ppl-valor-fracao: piso da faixa "logo abaixo" do valor de
      *     especie; ppl-qtd-fracao depositos na faixa dentro da
      *     janela, somadas todas as contas do CPF, geram alerta de
      *     fracionamento.
      * ppl-dias-janela: dias corridos da janela movel, contando a
      *     data contabil.
      * ppl-valor-repasse / ppl-percent-repasse: creditos do CPF na
      *     janela a partir do valor, dos quais saiu ao menos o
      *     percentual por transferencia externa ("E"), geram alerta de
      *     repasse.
      * Valor, quantidade ou percentual zerado desliga a regra. Sem o
      * arquivo o monitoramento nao roda.
      ******************************************************************
       FD F-PARPLD LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "F-PARPLD.txt".
       01 DADOS-PARPLD.
           02 ppl-valor-especie     PIC 9(9)V99.
           02 ppl-valor-fracao      PIC 9(9)V99.
           02 ppl-qtd-fracao        PIC 9(3).
           02 ppl-dias-janela       PIC 9(3).
           02 ppl-valor-repasse     PIC 9(9)V99.
           02 ppl-percent-repasse   PIC 9(3).
