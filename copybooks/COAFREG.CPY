      ******************************************************************
      * Registro acumulado dos movimentos ja comunicados ao COAF
      * (F-COAFREG) - um registro por movimento do razao (conta +
      * sequencia) enviado pelo COAFENV, com o alerta e a data do
      * envio. Movimento que ja esta aqui nao vai de novo, mesmo que
      * apareca em outro alerta reportavel. So cresce.
      ******************************************************************
       FD F-COAFREG LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "F-COAFRG.txt".
       01 DADOS-COAFREG.
           02 cof-chave.
               03 cof-cod-conta     PIC 9(5).
               03 cof-sequencia     PIC 9(6).
           02 cof-alerta            PIC 9(7).
           02 cof-data-envio        PIC 9(8).
