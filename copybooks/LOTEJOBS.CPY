      ******************************************************************
      * Tabela da cadeia noturna (WORKING-STORAGE) - os jobs na ordem
      * da noite, se o passo e obrigatorio para o fechamento do dia
      * (S/N) e ate tres predecessores que precisam estar concluidos
      * na mesma data contabil. Job opcional nunca e predecessor: pode
      * nao rodar numa noite sem arquivo para ele. Junto, os campos de
      * trabalho do registro em F-LOTECTL (LOTECTL). Execucao forcada
      * (reprocessar um job ja concluido, ou rodar sem predecessor):
      * variavel de ambiente LOTE_FORCAR=S, posta pelo script do job.
      ******************************************************************
       01 WS-LOTE-JOBS-INIT.
           02 FILLER PIC X(41) VALUE "MOVLOTE   N".
           02 FILLER PIC X(41) VALUE "ORDENS    N".
           02 FILLER PIC X(41) VALUE "PARCELAS  N".
           02 FILLER PIC X(41) VALUE "COMPENSA  N".
           02 FILLER PIC X(41) VALUE "TRFRET    N".
           02 FILLER PIC X(41) VALUE "SISBAJUD  N".
           02 FILLER PIC X(41) VALUE "JUROS     S".
           02 FILLER PIC X(41) VALUE "TRFENV    N".
           02 FILLER PIC X(41) VALUE "CORTEDIA  SJUROS".
           02 FILLER PIC X(41) VALUE "JORNAL    SCORTEDIA".
           02 FILLER PIC X(41) VALUE "EXTRATOGL SCORTEDIA".
           02 FILLER PIC X(41) VALUE "CONTROLE  SCORTEDIA".
           02 FILLER PIC X(41) VALUE "MONITPLD  NCORTEDIA".
           02 FILLER PIC X(41) VALUE "SALDODIA  SCONTROLE".
           02 FILLER PIC X(41) VALUE "RELNEG    NSALDODIA".
           02 FILLER PIC X(41) VALUE "NOTIFICA  NCORTEDIA".
           02 FILLER PIC X(41) VALUE "DIACONTAB S".
       01 WS-LOTE-JOBS REDEFINES WS-LOTE-JOBS-INIT.
           02 ws-lj-item OCCURS 17 TIMES.
               03 ws-lj-job          PIC X(10).
               03 ws-lj-obrigatorio  PIC X(1).
               03 ws-lj-predecessor  PIC X(10) OCCURS 3 TIMES.
       01 ws-lj-qtd              PIC 9(2) VALUE 17.
       01 ws-lj-idx              PIC 9(2) VALUE ZEROES.
       01 ws-lj-pred             PIC 9(2) VALUE ZEROES.
       01 ws-lj-proprio          PIC 9(2) VALUE ZEROES.
       01 ARQ-OK-LCT             PIC X(02) VALUE ZEROES.
       01 ws-lote-job            PIC X(10) VALUE SPACES.
       01 ws-lote-forcar         PIC X(1) VALUE SPACES.
       01 ws-lote-forcado        PIC X(1) VALUE "N".
       01 ws-lote-liberado       PIC X(1) VALUE "S".
       01 ws-lote-controle-ok    PIC X(1) VALUE "N".
       01 ws-lote-registro       PIC X(1) VALUE "N".
       01 ws-lote-situacao       PIC X(1) VALUE "C".
       01 ws-lote-mensagem       PIC X(40) VALUE SPACES.
       01 ws-lote-qtd-lidos      PIC 9(9) VALUE ZEROES.
       01 ws-lote-qtd-gravados   PIC 9(9) VALUE ZEROES.
       01 ws-lote-qtd-rejeitados PIC 9(9) VALUE ZEROES.
       01 ws-lote-hora           PIC 9(8) VALUE ZEROES.
       01 WS-LOTE-HORA-PARTES REDEFINES ws-lote-hora.
           02 ws-lote-hhmmss     PIC 9(6).
           02 FILLER             PIC 9(2).
       01 WS-LOTE-MSG-PRED.
           02 FILLER             PIC X(12) VALUE "PREDECESSOR ".
           02 ws-lmp-job         PIC X(10) VALUE SPACES.
           02 FILLER             PIC X(18) VALUE " NAO CONCLUIDO".
