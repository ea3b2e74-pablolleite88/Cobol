      *                 WHEN ABSENT), THE COUNT OF LOG RECORDS
      *                 SUMMARIZED AND THE RETURN CODE, FOR THE
      *                 MORNING OPERATIONS REPORT (RELATEXEC).
      * 2026-10-15 RLC  NEW CATEGORY REJ. SITUACAO FOR CLIENTS HELD
      *                 BACK FROM CLIEINT BECAUSE THE ACCOUNT IS
      *                 BLOCKED (MOTIVO "B") OR CLOSED (MOTIVO "E").
      * 2026-10-15 RLC  CLIELOG RECORD LAYOUTS EXTENDED WITH
      *                 LOG-DOCUMENTO (70 BYTES) TO MATCH CLIENTES.
      * 2026-10-15 RLC  STOP RUN REPLACED BY GOBACK SO THE PROGRAM CAN
      *                 BE CALLED AS A STEP BY THE NIGHTLY CHAIN
      *                 DRIVER (CADEIANOTURNA), WHICH CHECKS THE
      *                 RETURN CODE. RUN ON ITS OWN IT BEHAVES AS
      *                 BEFORE.
      * 2026-10-15 RLC  THE RUN NOW ENDS WITH AN EXPLICIT RETURN-CODE
      *                 0, ALSO RECORDED ON THE EXECUTION JOURNAL, SET
      *                 AGAIN AFTER THE CLOSING CALL TO REGISTRAEXEC.
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

       FD  LOG-RELATORIO.
       01  REG-SREL              PICTURE X(80).
           05  FILLER        PICTURE X(16) VALUE "REJ. TIPO CONTA".
           05  FILLER        PICTURE X(16) VALUE "REJ. DOCUMENTO".
           05  FILLER        PICTURE X(16) VALUE "REJ. DUPLICIDADE".
           05  FILLER        PICTURE X(16) VALUE "REJ. SITUACAO".
           05  FILLER        PICTURE X(16) VALUE "REJ. NAO CLASSIF".
       01  WRK-TAB-TITULOS-R REDEFINES WRK-TAB-TITULOS.
           05  WRK-TITULO    PICTURE X(16) OCCURS 7 TIMES.
       01  WRK-TOT-GRUPO.
           05  WRK-GRP-ITEM  OCCURS 7 TIMES.
               10  WRK-GRP-QTD   PICTURE 9(06)    COMP.
               10  WRK-GRP-VAL   PICTURE 9(13)V99 COMP.
       01  WRK-TOT-MES.
           05  WRK-MES-ITEM  OCCURS 7 TIMES.
               10  WRK-MES-QTD   PICTURE 9(06)    COMP.
               10  WRK-MES-VAL   PICTURE 9(13)V99 COMP.
       01  WRK-TOT-GERAL.
           05  WRK-GER-ITEM  OCCURS 7 TIMES.
               10  WRK-GER-QTD   PICTURE 9(06)    COMP.
               10  WRK-GER-VAL   PICTURE 9(13)V99 COMP.
       01  WRK-LINHA-CAB1.

           MOVE "F" TO WRK-JRN-TIPO.
           MOVE WRK-QTD-LIDOS TO WRK-JRN-LIDOS.
           MOVE 0 TO RETURN-CODE.
           MOVE RETURN-CODE TO WRK-JRN-RETORNO.
           PERFORM 0500-REGISTRAR-EXECUCAO.
           MOVE WRK-JRN-RETORNO TO RETURN-CODE.

           GOBACK.
       0100-FIM. EXIT.
      *----------------------------------LER-DATA-MOVIMENTO
       0205-LER-DATA-MOVIMENTO SECTION.
                       MOVE 4 TO WRK-BUCKET
                   WHEN "P"
                       MOVE 5 TO WRK-BUCKET
                   WHEN "B"
                   WHEN "E"
                       MOVE 6 TO WRK-BUCKET
                   WHEN OTHER
                       MOVE 7 TO WRK-BUCKET
               END-EVALUATE
           END-IF.

           WRITE REG-SREL FROM WRK-LINHA-GRUPO.
           PERFORM 0340-IMPRIMIR-CAT-GRUPO
               VARYING WRK-IDX-CAT FROM 1 BY 1
               UNTIL WRK-IDX-CAT > 7.
           MOVE SPACES TO REG-SREL.
           WRITE REG-SREL.

           WRITE REG-SREL FROM WRK-LINHA-MES.
           PERFORM 0350-IMPRIMIR-CAT-MES
               VARYING WRK-IDX-CAT FROM 1 BY 1
               UNTIL WRK-IDX-CAT > 7.
           WRITE REG-SREL FROM WRK-LINHA-TRACO.
           MOVE SPACES TO REG-SREL.
           WRITE REG-SREL.
           WRITE REG-SREL FROM WRK-LINHA-GERAL.
           PERFORM 0360-IMPRIMIR-CAT-GERAL
               VARYING WRK-IDX-CAT FROM 1 BY 1
               UNTIL WRK-IDX-CAT > 7.
           WRITE REG-SREL FROM WRK-LINHA-TRACO.

           CLOSE LOG-ORDENADO
