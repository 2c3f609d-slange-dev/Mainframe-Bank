      ******************************************************************
      * Valores minimos dos avisos ao cliente (F-PARNOT) - registro
      * unico lido pelo job NOTIFICA e mantido pela tela APROVACAO
      * (so supervisor altera, com auditoria). Evento de valor abaixo
      * do minimo do seu tipo nao vira mensagem (fica suprimido no
      * resultado). Minimo zerado avisa qualquer valor; bloqueio,
      * desbloqueio e dormencia nao tem valor e sempre avisam. Sem o
      * arquivo todos os minimos valem zero.
      ******************************************************************
       FD F-PARNOT LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "F-PARNOT.txt".
       01 DADOS-PARNOT.
           02 pnt-min-saque         PIC 9(9)V99.
           02 pnt-min-negativo      PIC 9(9)V99.
           02 pnt-min-devolucao     PIC 9(9)V99.
           02 pnt-min-ordem         PIC 9(9)V99.
