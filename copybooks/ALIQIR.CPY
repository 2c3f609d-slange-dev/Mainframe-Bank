      ******************************************************************
      * Aliquota do imposto de renda retido na fonte sobre os juros
      * creditados (F-ALIQIR), com data de inicio de vigencia na chave:
      * vale a do registro com a maior vigencia que nao passe da data
      * do processamento, como em F-TAXAS. Percentual com quatro
      * decimais (150000 = 15,0000%). Mantido pela tela TAXAS e lido
      * pelo JUROS na retencao.
      ******************************************************************
       FD F-ALIQIR LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "F-ALIQIR.txt".
       01 DADOS-ALIQIR.
           02 alq-vigencia        PIC 9(8).
           02 alq-percent         PIC 9(2)V9(4).
