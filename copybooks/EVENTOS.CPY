      ******************************************************************
      * Fila de eventos para aviso ao cliente (F-EVENTO) - cada
      * programa que gera um evento de interesse do cliente acrescenta
      * aqui um registro (sempre EXTEND - a fila so cresce); o job
      * noturno NOTIFICA le a fila, resolve os contatos do cliente e
      * grava o arquivo do provedor de mensagens.
      * evt-tipo: SQ = saque, NG = saldo entrou no limite (negativo),
      *     DV = transferencia externa devolvida (TRFRET),
      *     OF = ordem permanente nao executada (ORDENS),
      *     BL = conta bloqueada, DB = conta desbloqueada,
      *     DO = conta marcada dormente (DORMENTE).
      * evt-valor: valor do evento, sem sinal (saque, devolucao, ordem;
      *     no NG o quanto do limite ficou em uso); zero nos eventos
      *     sem valor (bloqueio, desbloqueio, dormencia).
      * evt-complemento: detalhe do evento (motivo do bloqueio, numero
      *     da ordem ou da transferencia).
      ******************************************************************
       FD F-EVENTO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "F-EVENTO.txt".
       01 DADOS-EVENTO.
           02 evt-data          PIC 9(8).
           02 evt-hora          PIC 9(6).
           02 evt-tipo          PIC X(2).
           02 evt-cod-conta     PIC 9(5).
           02 evt-valor         PIC 9(9)V99.
           02 evt-origem        PIC X(13).
           02 evt-complemento   PIC X(20).
