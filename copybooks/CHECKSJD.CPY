      ******************************************************************
      * Checkpoint do job SISBAJUD - quantidade de ordens judiciais do
      * arquivo de entrada ja tratadas e os totais ja gravados na
      * resposta. Sem essa memoria um reinicio bloquearia ou
      * transferiria de novo o que ja foi cumprido. Os totais deixam o
      * registro de fechamento da resposta correto quando a execucao
      * e retomada. Arquivo proprio, nao compartilhado.
      ******************************************************************
       FD F-CHECKPOINT-SJD LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "F-CHKSJD.txt".
       01 DADOS-CHECKPOINT-SJD.
           02 chksjd-job             PIC X(10).
           02 chksjd-qtd-processados PIC 9(7).
           02 chksjd-qtd-respostas   PIC 9(7).
           02 chksjd-total-efetivado PIC 9(13)V99.
