      ******************************************************************
      * Checkpoint do job COMPENSA - quantidade de cheques do arquivo
      * da compensacao ja tratados (pagos ou devolvidos) e os totais
      * de pagamento e de devolucao ja gravados. Pelo mesmo motivo do
      * MOVLOTE, um reinicio sem essa memoria pagaria de novo o que ja
      * foi pago (ou devolveria como "ja pago", motivo 49). Os totais
      * deixam o registro de fechamento do arquivo de devolucao, o
      * resumo e o controle da cadeia noturna corretos quando a
      * execucao e retomada. Arquivo proprio, nao compartilhado.
      ******************************************************************
       FD F-CHECKPOINT-CMP LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "F-CHKCMP.txt".
       01 DADOS-CHECKPOINT-CMP.
           02 chkcmp-job             PIC X(10).
           02 chkcmp-qtd-processados PIC 9(7).
           02 chkcmp-qtd-devolvidos  PIC 9(7).
           02 chkcmp-total-devolvido PIC 9(13)V99.
           02 chkcmp-qtd-pagos       PIC 9(7).
           02 chkcmp-total-pago      PIC 9(13)V99.
