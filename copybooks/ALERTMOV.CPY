      ******************************************************************
      * Movimentos envolvidos em cada alerta de prevencao a lavagem
      * de dinheiro (F-ALRMOV) - gravados pelo job MONITPLD junto com
      * o alerta, lidos pela tela ALERTAPLD e pelo COAFENV. A chave do
      * razao (conta + sequencia) e a mesma do registro de
      * comunicacoes F-COAFREG.
      ******************************************************************
       FD F-ALRMOV LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "F-ALRMOV.txt".
       01 DADOS-ALRMOV.
           02 alm-chave.
               03 alm-numero        PIC 9(7).
               03 alm-item          PIC 9(3).
           02 alm-cod-conta         PIC 9(5).
           02 alm-sequencia         PIC 9(6).
           02 alm-data              PIC 9(8).
           02 alm-tipo              PIC X(1).
           02 alm-valor             PIC S9(9)V99.
           02 alm-cod-agencia       PIC 9(5).
