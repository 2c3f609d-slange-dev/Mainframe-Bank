      ******************************************************************
      * Controle da cadeia noturna de lotes (F-LOTECTL) - um registro
      * por data contabil (dct-data) e job. Cada job grava aqui o
      * inicio (situacao E = em execucao), e no fim a hora, a situacao
      * (C = concluido, F = falhou) e as quantidades lidas, gravadas e
      * rejeitadas. Job recusado (predecessor nao concluido) fica com
      * situacao R e o motivo em lct-mensagem. Um registro que ficou em
      * E e de execucao interrompida. Os predecessores de cada job
      * estao na tabela LOTEJOBS; o DIACONTAB so fecha o dia com todos
      * os passos obrigatorios concluidos, e o RELLOTE lista a noite.
      ******************************************************************
       FD F-LOTECTL LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "F-LOTCTL.txt".
       01 DADOS-LOTECTL.
           02 lct-chave.
               03 lct-data          PIC 9(8).
               03 lct-job           PIC X(10).
           02 lct-situacao          PIC X(1).
           02 lct-hora-inicio       PIC 9(6).
           02 lct-hora-fim          PIC 9(6).
           02 lct-qtd-lidos         PIC 9(9).
           02 lct-qtd-gravados      PIC 9(9).
           02 lct-qtd-rejeitados    PIC 9(9).
           02 lct-execucoes         PIC 9(3).
           02 lct-forcado           PIC X(1).
           02 lct-mensagem          PIC X(40).
