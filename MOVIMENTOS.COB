      *                 COMPLIANCE ON LISTINGS DISTRIBUTED TO THE
      *                 BRANCHES. MACHINE-READABLE FILES KEEP THE
      *                 FULL NUMBER.
      * 2026-10-15 RLC  EVERY APPLIED MOVEMENT IS NOW ALSO WRITTEN TO
      *                 THE PERMANENT MOVEMENT HISTORY (CLIEHMOV,
      *                 OPENED EXTEND) WITH THE DATA DE MOVIMENTO,
      *                 AGENCIA AND THE BALANCE BEFORE AND AFTER, SO
      *                 THE MONTH-END EXTRATOMES STATEMENT CAN BE
      *                 PRODUCED WITHOUT THE DAILY CLIEMREL LISTINGS.
      * 2026-10-15 RLC  MOVEMENTS NOW RESPECT THE ACCOUNT SITUATION ON
      *                 CLIEMST: ANY MOVEMENT AGAINST A CLOSED ACCOUNT
      *                 IS REJECTED (CONTA ENCER.) AND A DEBIT AGAINST
      *                 A BLOCKED ACCOUNT IS REJECTED (CONTA BLOQ.).
      *                 CREDITS TO A BLOCKED ACCOUNT ARE STILL POSTED.
      * 2026-10-15 RLC  NEW TRANSFER OPERATION (MOV-OPERACAO "T") THAT
      *                 CARRIES THE PAYER IN MOV-DOCUMENTO AND THE
      *                 PAYEE IN THE NEW MOV-DOCUMENTO-DESTINO FIELD
      *                 AT THE END OF THE CLIEMOV RECORD. BOTH SIDES
      *                 ARE VALIDATED BEFORE EITHER IS TOUCHED, SO THE
      *                 TRANSFER POSTS BOTH LEGS OR NEITHER; A FAILURE
      *                 ON EITHER SIDE REJECTS THE WHOLE TRANSFER WITH
      *                 THE REASON. BOTH LEGS ARE PRINTED TOGETHER ON
      *                 CLIEMREL AND WRITTEN TO CLIEHMOV WITH ORIGEM
      *                 "T". TRANSFERS HAVE THEIR OWN COUNT AND VALUE
      *                 IN THE TOTALS AND DO NOT ENTER THE CREDIT AND
      *                 DEBIT TOTALS.
      * 2026-10-15 RLC  MOV-AGENCIA IS NOW VALIDATED AGAINST THE AGENCY
      *                 MASTER (AGENCIAS, MAINTAINED BY MANUTAGENCIAS),
      *                 LOADED INTO A TABLE AT START: A MOVEMENT OR
      *                 TRANSFER FROM AN UNKNOWN AGENCY IS REJECTED
      *                 (AGENCIA INV.) AND ONE FROM AN INACTIVE AGENCY
      *                 IS REJECTED (AGENCIA INAT). WITHOUT THE MASTER
      *                 NOTHING IS POSTED AND THE RUN ENDS WITH
      *                 RETURN-CODE 8. EVERY APPLIED LEG AND EVERY
      *                 REJECTION IS ALSO WRITTEN, WITH ITS AGENCY AND
      *                 REGION, TO THE DAILY CLIEMAGE FILE FOR THE
      *                 PER-BRANCH SUMMARY (RESUMOAGENCIA).
      * 2026-10-15 RLC  STOP RUN REPLACED BY GOBACK SO THE PROGRAM CAN
      *                 BE CALLED AS A STEP BY THE NIGHTLY CHAIN
      *                 DRIVER (CADEIANOTURNA), WHICH CHECKS THE
      *                 RETURN CODE. RUN ON ITS OWN IT BEHAVES AS
      *                 BEFORE.
      * 2026-10-15 RLC  MOVEMENTS ARE NOW POSTED TO AN ACCOUNT OF THE
      *                 NEW ACCOUNT MASTER (CLIECTA) INSTEAD OF TO THE
      *                 CLIENT: CLIEMOV CARRIES MOV-CONTA (AND
      *                 MOV-CONTA-DESTINO FOR TRANSFERS). THE CHECK
      *                 DIGIT IS VALIDATED BY DIGITOCONTA (CONTA INV.),
      *                 THE ACCOUNT MUST EXIST (CONTA N/CAD.) AND
      *                 BELONG TO MOV-DOCUMENTO (TITULAR DIV.); THE
      *                 DESTINATION IS CHECKED THE SAME WAY AGAINST
      *                 MOV-DOCUMENTO-DESTINO (DEST.CTA INV, DEST.NAO
      *                 CAD, DEST.TIT.DIV). CLIEHMOV CARRIES THE
      *                 ACCOUNT AND THE REPORT LISTS IT IN PLACE OF
      *                 THE MASKED DOCUMENTO.
      * 2026-10-15 RLC  THE RETURN CODE IS SET AGAIN AFTER THE CLOSING
      *                 CALL TO REGISTRAEXEC, WHICH LEFT IT AT ZERO, SO
      *                 THE CALLER SEES THE RETURN CODE THE RUN ENDED
      *                 WITH.
      *-----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
           DECIMAL-POINT     IS COMMA.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
           SELECT CONTAS-FILE    ASSIGN TO "CLIECTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE   IS RANDOM
               RECORD KEY    IS CTA-CHAVE
               ALTERNATE RECORD KEY IS CTA-DOCUMENTO
                             WITH DUPLICATES.
           SELECT CLIENTES-MOV   ASSIGN TO "CLIEMOV"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLIENTES-MREL  ASSIGN TO "CLIEMREL"
           SELECT CLIENTES-MCTL  ASSIGN TO "CLIEMCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-MCTL.
           SELECT CLIENTES-HMOV  ASSIGN TO "CLIEHMOV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-HMOV.
           SELECT AGENCIAS-FILE  ASSIGN TO "AGENCIAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-AGE.
           SELECT CLIENTES-MAGE  ASSIGN TO "CLIEMAGE"
               ORGANIZATION IS SEQUENTIAL.

       DATA                  DIVISION.
       FILE                  SECTION.
       FD  CONTAS-FILE.
       01  REG-CONTA.
           05  CTA-CHAVE.
               10  CTA-AGENCIA   PICTURE X(04).
               10  CTA-NUMERO    PICTURE 9(06).
               10  CTA-DIGITO    PICTURE 9.
           05  CTA-DOCUMENTO     PICTURE X(14).
           05  CTA-TIPO-CONTA    PICTURE 9.
           05  CTA-SALDO         PICTURE S9(10)  COMP.
           05  CTA-SITUACAO      PICTURE X(01).
               88  CONTA-ATIVA               VALUE "A".
               88  CONTA-BLOQUEADA           VALUE "B".
               88  CONTA-ENCERRADA           VALUE "E".
           05  CTA-MOTIVO-BLOQUEIO PICTURE X(01).
           05  CTA-DATA-SITUACAO PICTURE 9(08).
           05  CTA-DATA-ABERTURA PICTURE 9(08).

       FD  CLIENTES-MOV.
       01  REG-MOV.
           05  MOV-OPERACAO      PICTURE X(01).
               88  MOV-DEBITO                  VALUE "D".
               88  MOV-CREDITO                 VALUE "C".
               88  MOV-TRANSFERENCIA           VALUE "T".
           05  MOV-VALOR         PICTURE 9(10).
           05  MOV-AGENCIA       PICTURE X(04).
           05  MOV-DOCUMENTO-DESTINO PICTURE X(14).
           05  MOV-CONTA.
               10  MOV-CONTA-AGENCIA   PICTURE X(04).
               10  MOV-CONTA-NUMERO    PICTURE 9(06).
               10  MOV-CONTA-DIGITO    PICTURE 9.
           05  MOV-CONTA-DESTINO.
               10  MOV-DESTINO-AGENCIA PICTURE X(04).
               10  MOV-DESTINO-NUMERO  PICTURE 9(06).
               10  MOV-DESTINO-DIGITO  PICTURE 9.

       FD  CLIENTES-MREL.
       01  REG-MREL              PICTURE X(80).
           05  MCTL-QTD-REGISTROS PICTURE 9(08).
           05  MCTL-HASH-SALDO    PICTURE S9(13).

       FD  CLIENTES-HMOV.
       01  REG-HMOV.
           05  HMOV-DOCUMENTO     PICTURE X(14).
           05  HMOV-DATA-MOVIMENTO PICTURE 9(08).
           05  HMOV-SEQUENCIA     PICTURE 9(06).
           05  HMOV-ORIGEM        PICTURE X(01).
           05  HMOV-OPERACAO      PICTURE X(01).
           05  HMOV-AGENCIA       PICTURE X(04).
           05  HMOV-VALOR         PICTURE 9(10).
           05  HMOV-SALDO-ANT     PICTURE S9(10)  COMP.
           05  HMOV-SALDO-NOVO    PICTURE S9(10)  COMP.
           05  HMOV-CONTA.
               10  HMOV-CONTA-AGENCIA PICTURE X(04).
               10  HMOV-CONTA-NUMERO  PICTURE 9(06).
               10  HMOV-CONTA-DIGITO  PICTURE 9.

       FD  AGENCIAS-FILE.
       01  REG-AGENCIA.
           05  AGE-CODIGO        PICTURE X(04).
           05  AGE-NOME          PICTURE X(30).
           05  AGE-REGIAO        PICTURE X(10).
           05  AGE-SITUACAO      PICTURE X(01).

       FD  CLIENTES-MAGE.
       01  REG-MAGE.
           05  MAG-DATA-MOVIMENTO PICTURE X(08).
           05  MAG-REGIAO         PICTURE X(10).
           05  MAG-AGENCIA        PICTURE X(04).
           05  MAG-OPERACAO       PICTURE X(01).
           05  MAG-RESULTADO      PICTURE X(01).
           05  MAG-VALOR          PICTURE 9(10).

       WORKING-STORAGE       SECTION.
       01  WRK-FIM-MOV       PICTURE X(01)   VALUE "N".
           88  FIM-MOV                       VALUE "S".
       01  WRK-CONTA-EXISTE  PICTURE X(01)   VALUE "N".
           88  CONTA-EXISTE                  VALUE "S".
       01  WRK-CONTA-VALIDA  PICTURE X(01)   VALUE "N".
           88  CONTA-VALIDA                  VALUE "S".
       01  WRK-CTA-TESTE.
           05  WRK-CTA-TESTE-AGENCIA PICTURE X(04).
           05  WRK-CTA-TESTE-NUMERO  PICTURE X(06).
           05  WRK-CTA-TESTE-DIGITO  PICTURE X(01).
       01  WRK-DIGITO-CALCULADO PICTURE X(01) VALUE SPACE.
       01  WRK-MOV-VALIDO    PICTURE X(01)   VALUE "S".
           88  MOV-VALIDO                    VALUE "S".
       01  WRK-MOTIVO        PICTURE X(22)   VALUE SPACES.
       01  WRK-QTD-REJEITADOS PICTURE 9(06)  COMP VALUE ZEROS.
       01  WRK-TOTAL-CREDITO PICTURE 9(12)   COMP VALUE ZEROS.
       01  WRK-TOTAL-DEBITO  PICTURE 9(12)   COMP VALUE ZEROS.
       01  WRK-QTD-TRANSFERENCIAS PICTURE 9(06) COMP VALUE ZEROS.
       01  WRK-TOTAL-TRANSFERIDO PICTURE 9(12) COMP VALUE ZEROS.
       01  WRK-ORI-EXISTE    PICTURE X(01)   VALUE "N".
           88  ORI-EXISTE                    VALUE "S".
       01  WRK-ORI-SALDO     PICTURE S9(10)  COMP VALUE ZEROS.
       01  WRK-DST-EXISTE    PICTURE X(01)   VALUE "N".
           88  DST-EXISTE                    VALUE "S".
       01  WRK-DST-SALDO     PICTURE S9(10)  COMP VALUE ZEROS.
       01  WRK-PERNA-DOCUMENTO PICTURE X(14) VALUE SPACES.
       01  WRK-PERNA-CONTA   PICTURE X(11)   VALUE SPACES.
       01  WRK-PERNA-OPERACAO PICTURE X(01)  VALUE SPACES.
       01  WRK-PERNA-MOTIVO  PICTURE X(12)   VALUE SPACES.
       01  WRK-STATUS-AGE    PICTURE X(02)   VALUE SPACES.
       01  WRK-FIM-AGE       PICTURE X(01)   VALUE "N".
           88  FIM-AGE                       VALUE "S".
       01  WRK-QTD-AGE       PICTURE 9(04)   COMP VALUE ZEROS.
       01  WRK-TAB-AGENCIAS.
           05  WRK-AGE-ITEM   OCCURS 1 TO 999 TIMES
                              DEPENDING ON WRK-QTD-AGE
                              ASCENDING KEY WRK-AGE-CODIGO
                              INDEXED BY WRK-IDX-AGE.
               10  WRK-AGE-CODIGO   PICTURE X(04).
               10  WRK-AGE-REGIAO   PICTURE X(10).
               10  WRK-AGE-SITUACAO PICTURE X(01).
       01  WRK-AGENCIA-SITUACAO PICTURE X(01) VALUE SPACES.
           88  AGENCIA-ATIVA                 VALUE "A".
           88  AGENCIA-INATIVA               VALUE "I".
           88  AGENCIA-NAO-CADASTRADA        VALUE SPACES.
       01  WRK-AGENCIA-REGIAO PICTURE X(10)  VALUE SPACES.
       01  WRK-MAG-OPERACAO  PICTURE X(01)   VALUE SPACES.
       01  WRK-MAG-RESULTADO PICTURE X(01)   VALUE SPACES.
       01  WRK-QTD-ED        PICTURE ZZZ.ZZ9.
       01  WRK-VALOR-ED      PICTURE ZZZ.ZZZ.ZZZ.ZZ9.
       01  WRK-LINHA-CAB1.
           05  CAB1-DATA PICTURE X(08).
           05  FILLER    PICTURE X(31)  VALUE SPACES.
       01  WRK-LINHA-CAB2.
           05  FILLER    PICTURE X(15)  VALUE "CONTA".
           05  FILLER    PICTURE X(05)  VALUE "AGEN ".
           05  FILLER    PICTURE X(03)  VALUE "OP ".
           05  FILLER    PICTURE X(15)  VALUE "SALDO ANTERIOR".
           05  FILLER    PICTURE X(15)  VALUE "    SALDO NOVO".
           05  FILLER    PICTURE X(12)  VALUE "MOTIVO".
       01  WRK-LINHA-DET.
           05  DET-CONTA.
               10  DET-CTA-AGENCIA PICTURE X(04).
               10  FILLER          PICTURE X(01) VALUE SPACES.
               10  DET-CTA-NUMERO  PICTURE X(06).
               10  FILLER          PICTURE X(01) VALUE "-".
               10  DET-CTA-DIGITO  PICTURE X(01).
           05  FILLER        PICTURE X(02) VALUE SPACES.
           05  DET-AGENCIA   PICTURE X(04).
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DET-OPERACAO  PICTURE X(01).
           05  TOT-TITULO    PICTURE X(30).
           05  TOT-QTD       PICTURE ZZZ.ZZ9.
           05  FILLER        PICTURE X(43) VALUE SPACES.
       01  WRK-LINHA-TOT-VAL.
           05  TOV-TITULO    PICTURE X(30).
           05  TOV-VALOR     PICTURE ZZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER        PICTURE X(35) VALUE SPACES.
       01  WRK-STATUS-MCTL   PICTURE X(02)   VALUE SPACES.
       01  WRK-CTL-DELTA-HASH PICTURE S9(13) COMP VALUE ZEROS.
       01  WRK-STATUS-HMOV   PICTURE X(02)   VALUE SPACES.
       01  WRK-HMOV-SEQUENCIA PICTURE 9(06)  VALUE ZEROS.
       01  WRK-JRN-PROGRAMA  PICTURE X(16)   VALUE "MOVIMENTOS".
       01  WRK-JRN-TIPO      PICTURE X(01)   VALUE "I".
       01  WRK-JRN-DATA      PICTURE 9(08)   VALUE ZEROS.
           PERFORM 0300-PROCESSAR UNTIL FIM-MOV.
           PERFORM 0400-FINALIZAR.

           EVALUATE TRUE
               WHEN WRK-QTD-AGE EQUAL ZEROS
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-QTD-REJEITADOS GREATER ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           MOVE "F" TO WRK-JRN-TIPO.
           MOVE WRK-QTD-MOV TO WRK-JRN-LIDOS.
           COMPUTE WRK-JRN-GRAVADOS = WRK-QTD-CREDITOS +
               WRK-QTD-DEBITOS + WRK-QTD-TRANSFERENCIAS.
           MOVE WRK-QTD-REJEITADOS TO WRK-JRN-REJEITADOS.
           MOVE RETURN-CODE TO WRK-JRN-RETORNO.
           PERFORM 0500-REGISTRAR-EXECUCAO.
           MOVE WRK-JRN-RETORNO TO RETURN-CODE.
           GOBACK.
       0100-FIM. EXIT.
      *----------------------------------INICIAR
       0200-INICIAR           SECTION.

           OPEN I-O    CONTAS-FILE.
           OPEN INPUT  CLIENTES-MOV.
           OPEN OUTPUT CLIENTES-MREL.
           OPEN OUTPUT CLIENTES-MAGE.
           OPEN EXTEND CLIENTES-HMOV.
           IF WRK-STATUS-HMOV EQUAL "35"
               OPEN OUTPUT CLIENTES-HMOV
           END-IF.
           PERFORM 0205-LER-DATA-MOVIMENTO.
           IF WRK-DATA-EXECUCAO IS NUMERIC
               MOVE WRK-DATA-EXECUCAO TO WRK-JRN-DATA
           MOVE SPACES TO REG-MREL.
           WRITE REG-MREL.

           PERFORM 0210-CARREGAR-AGENCIAS.
           IF WRK-QTD-AGE EQUAL ZEROS
               DISPLAY "CADASTRO DE AGENCIAS (AGENCIAS) AUSENTE OU "
                       "VAZIO - NENHUM MOVIMENTO LANCADO."
               MOVE "CADASTRO DE AGENCIAS AUSENTE - NADA LANCADO"
                                       TO REG-MREL
               WRITE REG-MREL
               MOVE "S" TO WRK-FIM-MOV
           ELSE
               PERFORM 0260-LER-MOVIMENTO
           END-IF.

       0200-FIM. EXIT.
      *----------------------------------LER-DATA-MOVIMENTO
           END-IF.

       0205-FIM. EXIT.
      *----------------------------------CARREGAR-AGENCIAS
       0210-CARREGAR-AGENCIAS SECTION.

           OPEN INPUT AGENCIAS-FILE.
           IF WRK-STATUS-AGE EQUAL "00"
               READ AGENCIAS-FILE
                   AT END
                       MOVE "S" TO WRK-FIM-AGE
               END-READ
               PERFORM 0215-GRAVAR-AGENCIA
                   UNTIL FIM-AGE OR WRK-QTD-AGE EQUAL 999
               CLOSE AGENCIAS-FILE
           END-IF.

       0210-FIM. EXIT.
      *----------------------------------GRAVAR-AGENCIA
       0215-GRAVAR-AGENCIA    SECTION.

           ADD 1 TO WRK-QTD-AGE.
           SET WRK-IDX-AGE TO WRK-QTD-AGE.
           MOVE AGE-CODIGO   TO WRK-AGE-CODIGO   (WRK-IDX-AGE).
           MOVE AGE-REGIAO   TO WRK-AGE-REGIAO   (WRK-IDX-AGE).
           MOVE AGE-SITUACAO TO WRK-AGE-SITUACAO (WRK-IDX-AGE).

           READ AGENCIAS-FILE
               AT END
                   MOVE "S" TO WRK-FIM-AGE
           END-READ.

       0215-FIM. EXIT.
      *----------------------------------LER-MOVIMENTO
       0260-LER-MOVIMENTO     SECTION.


           ADD 1 TO WRK-QTD-MOV.
           MOVE SPACES TO WRK-MOTIVO.
           PERFORM 0305-BUSCAR-AGENCIA.
           IF MOV-TRANSFERENCIA
               PERFORM 0350-PROCESSAR-TRANSFERENCIA
           ELSE
               MOVE MOV-CONTA TO WRK-CTA-TESTE
               PERFORM 0315-VALIDAR-DIGITO-CONTA
               MOVE MOV-CONTA TO CTA-CHAVE
               PERFORM 0310-LER-CONTA
               PERFORM 0320-VALIDAR-MOVIMENTO
               IF MOV-VALIDO
                   PERFORM 0330-APLICAR-MOVIMENTO
               ELSE
                   PERFORM 0375-REPORTAR-REJEICAO
               END-IF
           END-IF.

           PERFORM 0260-LER-MOVIMENTO.

       0300-FIM. EXIT.
      *----------------------------------BUSCAR-AGENCIA
       0305-BUSCAR-AGENCIA    SECTION.

           MOVE SPACES TO WRK-AGENCIA-SITUACAO
                          WRK-AGENCIA-REGIAO.
           SEARCH ALL WRK-AGE-ITEM
               AT END
                   MOVE SPACES TO WRK-AGENCIA-SITUACAO
               WHEN WRK-AGE-CODIGO (WRK-IDX-AGE) EQUAL MOV-AGENCIA
                   MOVE WRK-AGE-SITUACAO (WRK-IDX-AGE)
                                       TO WRK-AGENCIA-SITUACAO
                   MOVE WRK-AGE-REGIAO   (WRK-IDX-AGE)
                                       TO WRK-AGENCIA-REGIAO
           END-SEARCH.
           IF NOT AGENCIA-ATIVA AND NOT AGENCIA-INATIVA
               MOVE SPACES TO WRK-AGENCIA-SITUACAO
           END-IF.

       0305-FIM. EXIT.
      *----------------------------------LER-CONTA
       0310-LER-CONTA         SECTION.

           READ CONTAS-FILE
               INVALID KEY
                   MOVE "N" TO WRK-CONTA-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WRK-CONTA-EXISTE
           END-READ.

       0310-FIM. EXIT.
      *----------------------------------VALIDAR-DIGITO-CONTA
       0315-VALIDAR-DIGITO-CONTA SECTION.

           MOVE "S" TO WRK-CONTA-VALIDA.
           CALL "DIGITOCONTA" USING WRK-CTA-TESTE-AGENCIA
                                    WRK-CTA-TESTE-NUMERO
                                    WRK-DIGITO-CALCULADO.
           IF WRK-DIGITO-CALCULADO EQUAL SPACE
              OR WRK-DIGITO-CALCULADO NOT EQUAL WRK-CTA-TESTE-DIGITO
               MOVE "N" TO WRK-CONTA-VALIDA
           END-IF.

       0315-FIM. EXIT.
      *----------------------------------VALIDAR-MOVIMENTO
       0320-VALIDAR-MOVIMENTO SECTION.

           MOVE "S" TO WRK-MOV-VALIDO.

           IF AGENCIA-NAO-CADASTRADA
               MOVE "AGENCIA INV." TO WRK-MOTIVO
               MOVE "N" TO WRK-MOV-VALIDO
           END-IF.

           IF MOV-VALIDO AND AGENCIA-INATIVA
               MOVE "AGENCIA INAT" TO WRK-MOTIVO
               MOVE "N" TO WRK-MOV-VALIDO
           END-IF.

           IF MOV-VALIDO AND NOT CONTA-VALIDA
               MOVE "CONTA INV." TO WRK-MOTIVO
               MOVE "N" TO WRK-MOV-VALIDO
           END-IF.

           IF MOV-VALIDO AND NOT CONTA-EXISTE
               MOVE "CONTA N/CAD." TO WRK-MOTIVO
               MOVE "N" TO WRK-MOV-VALIDO
           END-IF.

           IF MOV-VALIDO AND CTA-DOCUMENTO NOT EQUAL MOV-DOCUMENTO
               MOVE "TITULAR DIV." TO WRK-MOTIVO
               MOVE "N" TO WRK-MOV-VALIDO
           END-IF.

               MOVE "N" TO WRK-MOV-VALIDO
           END-IF.

           IF MOV-VALIDO AND CONTA-ENCERRADA
               MOVE "CONTA ENCER." TO WRK-MOTIVO
               MOVE "N" TO WRK-MOV-VALIDO
           END-IF.

           IF MOV-VALIDO AND MOV-DEBITO AND CONTA-BLOQUEADA
               MOVE "CONTA BLOQ." TO WRK-MOTIVO
               MOVE "N" TO WRK-MOV-VALIDO
           END-IF.

           IF MOV-VALIDO AND
              (MOV-VALOR IS NOT NUMERIC OR MOV-VALOR EQUAL ZEROS)
               MOVE "VALOR INVALIDO" TO WRK-MOTIVO
           END-IF.

           IF MOV-VALIDO AND MOV-DEBITO AND
              MOV-VALOR GREATER CTA-SALDO
               MOVE "SALDO INSUFICIENTE" TO WRK-MOTIVO
               MOVE "N" TO WRK-MOV-VALIDO
           END-IF.
      *----------------------------------APLICAR-MOVIMENTO
       0330-APLICAR-MOVIMENTO SECTION.

           MOVE CTA-SALDO TO WRK-SALDO-ANT.
           IF MOV-CREDITO
               COMPUTE WRK-SALDO-NOVO = CTA-SALDO + MOV-VALOR
               ADD 1         TO WRK-QTD-CREDITOS
               ADD MOV-VALOR TO WRK-TOTAL-CREDITO
               ADD MOV-VALOR TO WRK-CTL-DELTA-HASH
           ELSE
               COMPUTE WRK-SALDO-NOVO = CTA-SALDO - MOV-VALOR
               ADD 1         TO WRK-QTD-DEBITOS
               ADD MOV-VALOR TO WRK-TOTAL-DEBITO
               SUBTRACT MOV-VALOR FROM WRK-CTL-DELTA-HASH
           END-IF.
           MOVE WRK-SALDO-NOVO TO CTA-SALDO.
           REWRITE REG-CONTA.
           PERFORM 0340-GRAVAR-HISTORICO.

           MOVE MOV-CONTA-AGENCIA TO DET-CTA-AGENCIA.
           MOVE MOV-CONTA-NUMERO  TO DET-CTA-NUMERO.
           MOVE MOV-CONTA-DIGITO  TO DET-CTA-DIGITO.
           MOVE MOV-AGENCIA    TO DET-AGENCIA.
           MOVE MOV-OPERACAO   TO DET-OPERACAO.
           MOVE WRK-SALDO-ANT  TO DET-SALDO-ANT.
           MOVE SPACES         TO DET-MOTIVO.
           WRITE REG-MREL FROM WRK-LINHA-DET.

           MOVE MOV-OPERACAO   TO WRK-MAG-OPERACAO.
           MOVE "A"            TO WRK-MAG-RESULTADO.
           PERFORM 0345-GRAVAR-RESUMO-AGENCIA.

       0330-FIM. EXIT.
      *----------------------------------GRAVAR-HISTORICO
       0340-GRAVAR-HISTORICO  SECTION.

           ADD 1 TO WRK-HMOV-SEQUENCIA.
           MOVE MOV-DOCUMENTO      TO HMOV-DOCUMENTO.
           MOVE WRK-DATA-EXECUCAO  TO HMOV-DATA-MOVIMENTO.
           MOVE WRK-HMOV-SEQUENCIA TO HMOV-SEQUENCIA.
           MOVE "M"                TO HMOV-ORIGEM.
           MOVE MOV-OPERACAO       TO HMOV-OPERACAO.
           MOVE MOV-AGENCIA        TO HMOV-AGENCIA.
           MOVE MOV-VALOR          TO HMOV-VALOR.
           MOVE WRK-SALDO-ANT      TO HMOV-SALDO-ANT.
           MOVE WRK-SALDO-NOVO     TO HMOV-SALDO-NOVO.
           MOVE MOV-CONTA          TO HMOV-CONTA.
           WRITE REG-HMOV.

       0340-FIM. EXIT.
      *----------------------------------GRAVAR-RESUMO-AGENCIA
       0345-GRAVAR-RESUMO-AGENCIA SECTION.

           MOVE WRK-DATA-EXECUCAO  TO MAG-DATA-MOVIMENTO.
           MOVE WRK-AGENCIA-REGIAO TO MAG-REGIAO.
           MOVE MOV-AGENCIA        TO MAG-AGENCIA.
           MOVE WRK-MAG-OPERACAO   TO MAG-OPERACAO.
           MOVE WRK-MAG-RESULTADO  TO MAG-RESULTADO.
           IF MOV-VALOR IS NUMERIC
               MOVE MOV-VALOR      TO MAG-VALOR
           ELSE
               MOVE ZEROS          TO MAG-VALOR
           END-IF.
           WRITE REG-MAGE.

       0345-FIM. EXIT.
      *----------------------------------PROCESSAR-TRANSFERENCIA
       0350-PROCESSAR-TRANSFERENCIA SECTION.

           MOVE "S" TO WRK-MOV-VALIDO.
           MOVE MOV-CONTA TO WRK-CTA-TESTE.
           PERFORM 0315-VALIDAR-DIGITO-CONTA.
           MOVE MOV-CONTA TO CTA-CHAVE.
           PERFORM 0310-LER-CONTA.
           MOVE WRK-CONTA-EXISTE   TO WRK-ORI-EXISTE.
           MOVE CTA-SALDO          TO WRK-ORI-SALDO.
           PERFORM 0352-VALIDAR-ORIGEM.

           MOVE MOV-CONTA-DESTINO TO WRK-CTA-TESTE.
           PERFORM 0315-VALIDAR-DIGITO-CONTA.
           MOVE MOV-CONTA-DESTINO TO CTA-CHAVE.
           PERFORM 0310-LER-CONTA.
           MOVE WRK-CONTA-EXISTE   TO WRK-DST-EXISTE.
           MOVE CTA-SALDO          TO WRK-DST-SALDO.
           IF MOV-VALIDO
               PERFORM 0354-VALIDAR-DESTINO
           END-IF.

           IF MOV-VALIDO
               PERFORM 0356-APLICAR-TRANSFERENCIA
           ELSE
               PERFORM 0376-REPORTAR-REJ-TRANSF
           END-IF.

       0350-FIM. EXIT.
      *----------------------------------VALIDAR-ORIGEM
       0352-VALIDAR-ORIGEM    SECTION.

           EVALUATE TRUE
               WHEN AGENCIA-NAO-CADASTRADA
                   MOVE "AGENCIA INV." TO WRK-MOTIVO
               WHEN AGENCIA-INATIVA
                   MOVE "AGENCIA INAT" TO WRK-MOTIVO
               WHEN NOT CONTA-VALIDA
                   MOVE "CONTA INV." TO WRK-MOTIVO
               WHEN NOT CONTA-EXISTE
                   MOVE "CONTA N/CAD." TO WRK-MOTIVO
               WHEN CTA-DOCUMENTO NOT EQUAL MOV-DOCUMENTO
                   MOVE "TITULAR DIV." TO WRK-MOTIVO
               WHEN CONTA-ENCERRADA
                   MOVE "CONTA ENCER." TO WRK-MOTIVO
               WHEN CONTA-BLOQUEADA
                   MOVE "CONTA BLOQ." TO WRK-MOTIVO
               WHEN MOV-VALOR IS NOT NUMERIC OR MOV-VALOR EQUAL ZEROS
                   MOVE "VALOR INVALIDO" TO WRK-MOTIVO
               WHEN MOV-VALOR GREATER CTA-SALDO
                   MOVE "SALDO INSUFICIENTE" TO WRK-MOTIVO
           END-EVALUATE.

           IF WRK-MOTIVO NOT EQUAL SPACES
               MOVE "N" TO WRK-MOV-VALIDO
           END-IF.

       0352-FIM. EXIT.
      *----------------------------------VALIDAR-DESTINO
       0354-VALIDAR-DESTINO   SECTION.

           EVALUATE TRUE
               WHEN MOV-CONTA-DESTINO EQUAL MOV-CONTA
                   MOVE "MESMA CONTA" TO WRK-MOTIVO
               WHEN NOT CONTA-VALIDA
                   MOVE "DEST.CTA INV" TO WRK-MOTIVO
               WHEN NOT DST-EXISTE
                   MOVE "DEST.NAO CAD" TO WRK-MOTIVO
               WHEN CTA-DOCUMENTO NOT EQUAL MOV-DOCUMENTO-DESTINO
                   MOVE "DEST.TIT.DIV" TO WRK-MOTIVO
               WHEN CONTA-ENCERRADA
                   MOVE "DEST.ENCER." TO WRK-MOTIVO
           END-EVALUATE.

           IF WRK-MOTIVO NOT EQUAL SPACES
               MOVE "N" TO WRK-MOV-VALIDO
           END-IF.

       0354-FIM. EXIT.
      *----------------------------------APLICAR-TRANSFERENCIA
       0356-APLICAR-TRANSFERENCIA SECTION.

           MOVE MOV-CONTA TO CTA-CHAVE.
           READ CONTAS-FILE
               INVALID KEY
                   MOVE "N" TO WRK-ORI-EXISTE
           END-READ.
           MOVE CTA-SALDO TO WRK-SALDO-ANT.
           COMPUTE WRK-SALDO-NOVO = CTA-SALDO - MOV-VALOR.
           MOVE WRK-SALDO-NOVO TO CTA-SALDO.
           REWRITE REG-CONTA.
           MOVE MOV-DOCUMENTO  TO WRK-PERNA-DOCUMENTO.
           MOVE MOV-CONTA      TO WRK-PERNA-CONTA.
           MOVE "D"            TO WRK-PERNA-OPERACAO.
           MOVE "TRANSF.ENV."  TO WRK-PERNA-MOTIVO.
           PERFORM 0358-GRAVAR-PERNA.

           MOVE MOV-CONTA-DESTINO TO CTA-CHAVE.
           READ CONTAS-FILE
               INVALID KEY
                   MOVE "N" TO WRK-DST-EXISTE
           END-READ.
           MOVE CTA-SALDO TO WRK-SALDO-ANT.
           COMPUTE WRK-SALDO-NOVO = CTA-SALDO + MOV-VALOR.
           MOVE WRK-SALDO-NOVO TO CTA-SALDO.
           REWRITE REG-CONTA.
           MOVE MOV-DOCUMENTO-DESTINO TO WRK-PERNA-DOCUMENTO.
           MOVE MOV-CONTA-DESTINO     TO WRK-PERNA-CONTA.
           MOVE "C"            TO WRK-PERNA-OPERACAO.
           MOVE "TRANSF.REC."  TO WRK-PERNA-MOTIVO.
           PERFORM 0358-GRAVAR-PERNA.

           ADD 1         TO WRK-QTD-TRANSFERENCIAS.
           ADD MOV-VALOR TO WRK-TOTAL-TRANSFERIDO.

       0356-FIM. EXIT.
      *----------------------------------GRAVAR-PERNA
       0358-GRAVAR-PERNA      SECTION.

           ADD 1 TO WRK-HMOV-SEQUENCIA.
           MOVE WRK-PERNA-DOCUMENTO TO HMOV-DOCUMENTO.
           MOVE WRK-DATA-EXECUCAO  TO HMOV-DATA-MOVIMENTO.
           MOVE WRK-HMOV-SEQUENCIA TO HMOV-SEQUENCIA.
           MOVE "T"                TO HMOV-ORIGEM.
           MOVE WRK-PERNA-OPERACAO TO HMOV-OPERACAO.
           MOVE MOV-AGENCIA        TO HMOV-AGENCIA.
           MOVE MOV-VALOR          TO HMOV-VALOR.
           MOVE WRK-SALDO-ANT      TO HMOV-SALDO-ANT.
           MOVE WRK-SALDO-NOVO     TO HMOV-SALDO-NOVO.
           MOVE WRK-PERNA-CONTA    TO HMOV-CONTA.
           WRITE REG-HMOV.

           MOVE WRK-PERNA-CONTA  TO WRK-CTA-TESTE.
           MOVE WRK-CTA-TESTE-AGENCIA TO DET-CTA-AGENCIA.
           MOVE WRK-CTA-TESTE-NUMERO  TO DET-CTA-NUMERO.
           MOVE WRK-CTA-TESTE-DIGITO  TO DET-CTA-DIGITO.
           MOVE MOV-AGENCIA      TO DET-AGENCIA.
           MOVE MOV-OPERACAO     TO DET-OPERACAO.
           MOVE WRK-SALDO-ANT    TO DET-SALDO-ANT.
           MOVE MOV-VALOR        TO DET-VALOR.
           MOVE WRK-SALDO-NOVO   TO DET-SALDO-NOVO.
           MOVE WRK-PERNA-MOTIVO TO DET-MOTIVO.
           WRITE REG-MREL FROM WRK-LINHA-DET.

           MOVE WRK-PERNA-OPERACAO TO WRK-MAG-OPERACAO.
           MOVE "A"                TO WRK-MAG-RESULTADO.
           PERFORM 0345-GRAVAR-RESUMO-AGENCIA.

       0358-FIM. EXIT.
      *----------------------------------REPORTAR-REJEICAO
       0375-REPORTAR-REJEICAO SECTION.

           ADD 1 TO WRK-QTD-REJEITADOS.
           MOVE MOV-CONTA-AGENCIA TO DET-CTA-AGENCIA.
           MOVE MOV-CONTA-NUMERO  TO DET-CTA-NUMERO.
           MOVE MOV-CONTA-DIGITO  TO DET-CTA-DIGITO.
           MOVE MOV-AGENCIA    TO DET-AGENCIA.
           MOVE MOV-OPERACAO   TO DET-OPERACAO.
           IF CONTA-EXISTE
               MOVE CTA-SALDO  TO DET-SALDO-ANT
           ELSE
               MOVE ZEROS      TO DET-SALDO-ANT
           END-IF.
           MOVE WRK-MOTIVO     TO DET-MOTIVO.
           WRITE REG-MREL FROM WRK-LINHA-DET.

           MOVE MOV-OPERACAO   TO WRK-MAG-OPERACAO.
           MOVE "R"            TO WRK-MAG-RESULTADO.
           PERFORM 0345-GRAVAR-RESUMO-AGENCIA.

       0375-FIM. EXIT.
      *----------------------------------REPORTAR-REJ-TRANSF
       0376-REPORTAR-REJ-TRANSF SECTION.

           ADD 1 TO WRK-QTD-REJEITADOS.
           MOVE MOV-CONTA-AGENCIA TO DET-CTA-AGENCIA.
           MOVE MOV-CONTA-NUMERO  TO DET-CTA-NUMERO.
           MOVE MOV-CONTA-DIGITO  TO DET-CTA-DIGITO.
           MOVE MOV-AGENCIA    TO DET-AGENCIA.
           MOVE MOV-OPERACAO   TO DET-OPERACAO.
           IF ORI-EXISTE
               MOVE WRK-ORI-SALDO TO DET-SALDO-ANT
           ELSE
               MOVE ZEROS         TO DET-SALDO-ANT
           END-IF.
           IF MOV-VALOR IS NUMERIC
               MOVE MOV-VALOR  TO DET-VALOR
           ELSE
               MOVE ZEROS      TO DET-VALOR
           END-IF.
           MOVE ZEROS          TO DET-SALDO-NOVO.
           MOVE WRK-MOTIVO     TO DET-MOTIVO.
           WRITE REG-MREL FROM WRK-LINHA-DET.

           MOVE MOV-DESTINO-AGENCIA TO DET-CTA-AGENCIA.
           MOVE MOV-DESTINO-NUMERO  TO DET-CTA-NUMERO.
           MOVE MOV-DESTINO-DIGITO  TO DET-CTA-DIGITO.
           IF DST-EXISTE
               MOVE WRK-DST-SALDO TO DET-SALDO-ANT
           ELSE
               MOVE ZEROS         TO DET-SALDO-ANT
           END-IF.
           WRITE REG-MREL FROM WRK-LINHA-DET.

           MOVE MOV-OPERACAO   TO WRK-MAG-OPERACAO.
           MOVE "R"            TO WRK-MAG-RESULTADO.
           PERFORM 0345-GRAVAR-RESUMO-AGENCIA.

       0376-FIM. EXIT.
      *----------------------------------FINALIZAR
       0400-FINALIZAR         SECTION.

           MOVE "DEBITOS APLICADOS .........: " TO TOT-TITULO.
           MOVE WRK-QTD-DEBITOS    TO TOT-QTD.
           WRITE REG-MREL FROM WRK-LINHA-TOT.
           MOVE "TRANSFERENCIAS APLICADAS ..: " TO TOT-TITULO.
           MOVE WRK-QTD-TRANSFERENCIAS TO TOT-QTD.
           WRITE REG-MREL FROM WRK-LINHA-TOT.
           MOVE "VALOR TRANSFERIDO .........: " TO TOV-TITULO.
           MOVE WRK-TOTAL-TRANSFERIDO TO TOV-VALOR.
           WRITE REG-MREL FROM WRK-LINHA-TOT-VAL.
           MOVE "MOVIMENTOS REJEITADOS .....: " TO TOT-TITULO.
           MOVE WRK-QTD-REJEITADOS TO TOT-QTD.
           WRITE REG-MREL FROM WRK-LINHA-TOT.

           CLOSE CONTAS-FILE
                 CLIENTES-MOV
                 CLIENTES-MREL
                 CLIENTES-MAGE
                 CLIENTES-HMOV.

           PERFORM 0510-ATUALIZAR-CONTROLE.

           DISPLAY "TOTAL CREDITADO ...........: " WRK-VALOR-ED.
           MOVE WRK-TOTAL-DEBITO  TO WRK-VALOR-ED.
           DISPLAY "TOTAL DEBITADO ............: " WRK-VALOR-ED.
           MOVE WRK-QTD-TRANSFERENCIAS TO WRK-QTD-ED.
           DISPLAY "TRANSFERENCIAS APLICADAS ..: " WRK-QTD-ED.
           MOVE WRK-TOTAL-TRANSFERIDO TO WRK-VALOR-ED.
           DISPLAY "TOTAL TRANSFERIDO .........: " WRK-VALOR-ED.

       0400-FIM. EXIT.
      *----------------------------------REGISTRAR-EXECUCAO
