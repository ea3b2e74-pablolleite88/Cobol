      *                 REGISTRAEXEC SUBPROGRAM, CARRYING THE DATA DE
      *                 MOVIMENTO BEING ADVANCED AND THE RETURN CODE,
      *                 FOR THE MORNING OPERATIONS REPORT (RELATEXEC).
      * 2026-10-15 RLC  STOP RUN REPLACED BY GOBACK SO THE PROGRAM CAN
      *                 BE CALLED AS A STEP BY THE NIGHTLY CHAIN
      *                 DRIVER (CADEIANOTURNA), WHICH CHECKS THE
      *                 RETURN CODE. RUN ON ITS OWN IT BEHAVES AS
      *                 BEFORE.
      * 2026-10-15 RLC  THE RETURN CODE IS SET AGAIN AFTER THE CLOSING
      *                 CALL TO REGISTRAEXEC, WHICH LEFT IT AT ZERO, SO
      *                 THE CALLER SEES THE RETURN CODE THE RUN ENDED
      *                 WITH.
      *-----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
           MOVE "F" TO WRK-JRN-TIPO.
           MOVE RETURN-CODE TO WRK-JRN-RETORNO.
           PERFORM 0500-REGISTRAR-EXECUCAO.
           MOVE WRK-JRN-RETORNO TO RETURN-CODE.
           GOBACK.
       0100-FIM. EXIT.
      *----------------------------------LER-DATA
       0200-LER-DATA          SECTION.
