      *                 MACHINE DATE (THIS UTILITY RUNS OUTSIDE THE
      *                 DAILY CHAIN), FOR THE MORNING OPERATIONS
      *                 REPORT (RELATEXEC).
      * 2026-10-15 RLC  CLIELOG AND ARCHIVE RECORD LAYOUTS EXTENDED
      *                 WITH LOG-DOCUMENTO (70 BYTES) TO MATCH
      *                 CLIENTES. ARCHIVES WRITTEN BEFORE THE CUTOVER
      *                 ARE CONVERTED ONCE WITH CONVERTELOG.
      * 2026-10-15 RLC  THE RETURN CODE IS SET AGAIN AFTER THE CLOSING
      *                 CALL TO REGISTRAEXEC, WHICH LEFT IT AT ZERO, SO
      *                 THE CALLER SEES THE RETURN CODE THE RUN ENDED
      *                 WITH.
      *-----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
           05  LOG-DECISAO       PICTURE X(10).
           05  LOG-MOTIVO        PICTURE X(01).
           05  LOG-DATA          PICTURE X(08).
           05  LOG-DOCUMENTO     PICTURE X(14).

       SD  ORDENACAO.
       01  REG-SRT.
           05  SRT-DECISAO       PICTURE X(10).
           05  SRT-MOTIVO        PICTURE X(01).
           05  SRT-DATA          PICTURE X(08).
           05  SRT-DOCUMENTO     PICTURE X(14).

       FD  LOG-ORDENADO.
       01  REG-ORD.
           05  ORD-DECISAO       PICTURE X(10).
           05  ORD-MOTIVO        PICTURE X(01).
           05  ORD-DATA          PICTURE X(08).
           05  ORD-DOCUMENTO     PICTURE X(14).

       FD  LOG-ARQUIVO.
       01  REG-ARQ.
           05  ARQ-DECISAO       PICTURE X(10).
           05  ARQ-MOTIVO        PICTURE X(01).
           05  ARQ-DATA          PICTURE X(08).
           05  ARQ-DOCUMENTO     PICTURE X(14).

       FD  LOG-NOVO.
       01  REG-NOV.
           05  NOV-DECISAO       PICTURE X(10).
           05  NOV-MOTIVO        PICTURE X(01).
           05  NOV-DATA          PICTURE X(08).
           05  NOV-DOCUMENTO     PICTURE X(14).

       FD  CLIENTES-APRM.
       01  REG-APRM.
           MOVE WRK-QTD-ARQUIVADOS TO WRK-JRN-GRAVADOS.
           MOVE RETURN-CODE        TO WRK-JRN-RETORNO.
           PERFORM 0500-REGISTRAR-EXECUCAO.
           MOVE WRK-JRN-RETORNO TO RETURN-CODE.
           STOP  RUN.
       0100-FIM. EXIT.
      *----------------------------------INICIAR
