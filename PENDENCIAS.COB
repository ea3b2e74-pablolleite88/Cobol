      *                 COMPLIANCE ON LISTINGS DISTRIBUTED TO THE
      *                 BRANCHES. MACHINE-READABLE FILES KEEP THE
      *                 FULL NUMBER.
      * 2026-10-15 RLC  STOP RUN REPLACED BY GOBACK SO THE PROGRAM CAN
      *                 BE CALLED AS A STEP BY THE NIGHTLY CHAIN
      *                 DRIVER (CADEIANOTURNA), WHICH CHECKS THE
      *                 RETURN CODE. RUN ON ITS OWN IT BEHAVES AS
      *                 BEFORE.
      * 2026-10-15 RLC  A CLIENT MAY NOW HOLD SEVERAL ACCOUNTS. EVERY
      *                 PENDING ITEM NOW CARRIES ITS ACCOUNT (CLIEPEND,
      *                 CLIEPACU, CLIEPNOV), THE CLIERET ANSWER CARRIES
      *                 IT TOO, AND ALL FILES ARE NOW MATCHED IN
      *                 ASCENDING ACCOUNT ORDER INSTEAD OF DOCUMENTO.
      *                 THE CLIERTRN RETRANSMISSION FOLLOWS THE NEW
      *                 CLIEINT LAYOUT (INT-CONTA) AND THE REPORT
      *                 SHOWS THE ACCOUNT.
      * 2026-10-15 RLC  THE RETURN CODE IS SET AGAIN AFTER THE CLOSING
      *                 CALL TO REGISTRAEXEC, WHICH LEFT IT AT ZERO, SO
      *                 THE CALLER SEES THE RETURN CODE THE RUN ENDED
      *                 WITH.
      *-----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
           05  PEND-SALDO        PICTURE 9(10)V99.
           05  PEND-TIPO-CONTA   PICTURE 9.
           05  PEND-DATA         PICTURE X(08).
           05  PEND-CONTA.
               10  PEND-CONTA-AGENCIA PICTURE X(04).
               10  PEND-CONTA-NUMERO PICTURE 9(06).
               10  PEND-CONTA-DIGITO PICTURE 9.

       FD  CLIENTES-PACU.
       01  REG-PACU.
           05  PACU-SALDO        PICTURE 9(10)V99.
           05  PACU-TIPO-CONTA   PICTURE 9.
           05  PACU-DATA         PICTURE X(08).
           05  PACU-CONTA.
               10  PACU-CONTA-AGENCIA PICTURE X(04).
               10  PACU-CONTA-NUMERO PICTURE 9(06).
               10  PACU-CONTA-DIGITO PICTURE 9.

       FD  CLIENTES-RET.
       01  REG-RET.
           05  RET-SITUACAO      PICTURE X(01).
           05  RET-COD-MOTIVO    PICTURE X(03).
           05  FILLER            PICTURE X(04).
           05  RET-CONTA.
               10  RET-CONTA-AGENCIA PICTURE X(04).
               10  RET-CONTA-NUMERO PICTURE 9(06).
               10  RET-CONTA-DIGITO PICTURE 9.
       01  REG-RET-CAB.
           05  RTC-TIPO-REG      PICTURE X(01).
           05  RTC-ID-ARQUIVO    PICTURE X(08).
           05  RTC-DATA-GERACAO  PICTURE 9(08).
           05  RTC-SEQ-RESPONDIDA PICTURE 9(06).
           05  FILLER            PICTURE X(11).
       01  REG-RET-TRL.
           05  RTT-TIPO-REG      PICTURE X(01).
           05  RTT-QTD-REG       PICTURE 9(06).
           05  RTT-HASH-DOCUMENTO PICTURE 9(15).
           05  FILLER            PICTURE X(12).

       FD  CLIENTES-PNOV.
       01  REG-PNOV.
           05  PNOV-SALDO        PICTURE 9(10)V99.
           05  PNOV-TIPO-CONTA   PICTURE 9.
           05  PNOV-DATA         PICTURE X(08).
           05  PNOV-CONTA.
               10  PNOV-CONTA-AGENCIA PICTURE X(04).
               10  PNOV-CONTA-NUMERO PICTURE 9(06).
               10  PNOV-CONTA-DIGITO PICTURE 9.

       FD  CLIENTES-RTRN.
       01  REG-INT.
           05  INT-SALDO         PICTURE 9(10)V99.
           05  INT-TIPO-CONTA    PICTURE 9.
           05  INT-DATA-LIQUIDACAO PICTURE 9(08).
           05  INT-CONTA.
               10  INT-CONTA-AGENCIA PICTURE X(04).
               10  INT-CONTA-NUMERO PICTURE 9(06).
               10  INT-CONTA-DIGITO PICTURE 9.
       01  REG-INT-CAB.
           05  CAB-TIPO-REG      PICTURE X(01).
           05  CAB-ID-ARQUIVO    PICTURE X(08).
           05  CAB-DATA-GERACAO  PICTURE 9(08).
           05  CAB-SEQ-GERACAO   PICTURE 9(06).
           05  FILLER            PICTURE X(44).
       01  REG-INT-TRL.
           05  TRL-TIPO-REG      PICTURE X(01).
           05  TRL-QTD-REG       PICTURE 9(06).
           05  TRL-HASH-SALDO    PICTURE 9(13)V99.
           05  FILLER            PICTURE X(45).

       FD  CLIENTES-PREL.
       01  REG-PREL              PICTURE X(80).
           05  DAT-DATA-MOVIMENTO PICTURE 9(08).

       WORKING-STORAGE       SECTION.
       01  WRK-CHAVE-NOVO    PICTURE X(11)   VALUE SPACES.
       01  WRK-CHAVE-ACU     PICTURE X(11)   VALUE SPACES.
       01  WRK-CHAVE-RET     PICTURE X(11)   VALUE SPACES.
       01  WRK-STATUS-PEND   PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-PACU   PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-RET    PICTURE X(02)   VALUE SPACES.
           05  WRK-ATU-SALDO     PICTURE 9(10)V99.
           05  WRK-ATU-TIPO      PICTURE 9.
           05  WRK-ATU-DATA      PICTURE X(08).
           05  WRK-ATU-CONTA.
               10  WRK-ATU-CTA-AGENCIA PICTURE X(04).
               10  WRK-ATU-CTA-NUMERO PICTURE 9(06).
               10  WRK-ATU-CTA-DIGITO PICTURE 9.
       01  WRK-IDADE         PICTURE 9(02)   VALUE ZEROS.
       01  WRK-DATA-IDADE    PICTURE 9(08)   VALUE ZEROS.
       01  WRK-DATA-PROXIMA  PICTURE 9(08)   VALUE ZEROS.
           05  FILLER    PICTURE X(33)  VALUE SPACES.
       01  WRK-LINHA-CAB2.
           05  FILLER    PICTURE X(15)  VALUE "DOCUMENTO".
           05  FILLER    PICTURE X(14)  VALUE "CONTA".
           05  FILLER    PICTURE X(15)  VALUE "NOME".
           05  FILLER    PICTURE X(08)  VALUE "DATA ENV".
           05  FILLER    PICTURE X(06)  VALUE " IDADE".
           05  FILLER    PICTURE X(14)  VALUE "SITUACAO".
           05  FILLER    PICTURE X(08)  VALUE "ALERTA".
       01  WRK-LINHA-DET.
           05  DET-DOCUMENTO PICTURE X(14).
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DET-CONTA.
               10  DET-CTA-AGENCIA PICTURE X(04).
               10  FILLER          PICTURE X(01) VALUE SPACE.
               10  DET-CTA-NUMERO  PICTURE X(06).
               10  FILLER          PICTURE X(01) VALUE "-".
               10  DET-CTA-DIGITO  PICTURE X(01).
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DET-NOME      PICTURE X(14).
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DET-DATA      PICTURE X(08).
           05  FILLER        PICTURE X(03) VALUE SPACES.
           05  DET-IDADE     PICTURE Z9.
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DET-SITUACAO  PICTURE X(13).
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DET-ALERTA    PICTURE X(08).
       01  WRK-LINHA-TOT.
           05  TOT-TITULO    PICTURE X(30).
           05  TOT-QTD       PICTURE ZZZ.ZZ9.
           MOVE WRK-QTD-MANTIDOS TO WRK-JRN-GRAVADOS.
           MOVE RETURN-CODE      TO WRK-JRN-RETORNO.
           PERFORM 0500-REGISTRAR-EXECUCAO.
           MOVE WRK-JRN-RETORNO TO RETURN-CODE.
           GOBACK.
       0100-FIM. EXIT.
      *----------------------------------INICIAR
       0200-INICIAR           SECTION.
                   AT END
                       MOVE HIGH-VALUES    TO WRK-CHAVE-NOVO
                   NOT AT END
                       MOVE PEND-CONTA     TO WRK-CHAVE-NOVO
                       ADD 1 TO WRK-QTD-NOVOS
               END-READ
           ELSE
                   AT END
                       MOVE HIGH-VALUES    TO WRK-CHAVE-ACU
                   NOT AT END
                       MOVE PACU-CONTA     TO WRK-CHAVE-ACU
                       ADD 1 TO WRK-QTD-ACUMULADOS
               END-READ
           ELSE
                           WHEN "9"
                               CONTINUE
                           WHEN OTHER
                               MOVE RET-CONTA     TO WRK-CHAVE-RET
                               MOVE "S"           TO WRK-RET-PRONTO
                       END-EVALUATE
               END-READ
           PERFORM 0305-ESCOLHER-PENDENTE.
           PERFORM 0315-AVANCAR-RETORNO
               UNTIL WRK-CHAVE-RET GREATER THAN OR EQUAL
                                            WRK-ATU-CONTA.

           IF WRK-CHAVE-RET EQUAL WRK-ATU-CONTA
               PERFORM 0330-BAIXAR-PENDENTE
           ELSE
               PERFORM 0340-MANTER-PENDENTE
               MOVE PACU-SALDO      TO WRK-ATU-SALDO
               MOVE PACU-TIPO-CONTA TO WRK-ATU-TIPO
               MOVE PACU-DATA       TO WRK-ATU-DATA
               MOVE PACU-CONTA      TO WRK-ATU-CONTA
               IF WRK-CHAVE-NOVO EQUAL WRK-CHAVE-ACU
                   PERFORM 0250-LER-PENDENTE-NOVO
               END-IF
               MOVE PEND-SALDO      TO WRK-ATU-SALDO
               MOVE PEND-TIPO-CONTA TO WRK-ATU-TIPO
               MOVE PEND-DATA       TO WRK-ATU-DATA
               MOVE PEND-CONTA      TO WRK-ATU-CONTA
               PERFORM 0250-LER-PENDENTE-NOVO
           END-IF.

           CALL "MASCARADOC" USING WRK-ATU-DOCUMENTO
                                    WRK-DOC-MASCARADO.
           MOVE WRK-DOC-MASCARADO TO DET-DOCUMENTO.
           MOVE WRK-ATU-CTA-AGENCIA TO DET-CTA-AGENCIA.
           MOVE WRK-ATU-CTA-NUMERO  TO DET-CTA-NUMERO.
           MOVE WRK-ATU-CTA-DIGITO  TO DET-CTA-DIGITO.
           MOVE WRK-ATU-NOME      TO DET-NOME.
           MOVE WRK-ATU-DATA      TO DET-DATA.
           MOVE WRK-IDADE         TO DET-IDADE.
           MOVE WRK-ATU-SALDO     TO PNOV-SALDO.
           MOVE WRK-ATU-TIPO      TO PNOV-TIPO-CONTA.
           MOVE WRK-ATU-DATA      TO PNOV-DATA.
           MOVE WRK-ATU-CONTA     TO PNOV-CONTA.
           WRITE REG-PNOV.

           CALL "MASCARADOC" USING WRK-ATU-DOCUMENTO
                                    WRK-DOC-MASCARADO.
           MOVE WRK-DOC-MASCARADO TO DET-DOCUMENTO.
           MOVE WRK-ATU-CTA-AGENCIA TO DET-CTA-AGENCIA.
           MOVE WRK-ATU-CTA-NUMERO  TO DET-CTA-NUMERO.
           MOVE WRK-ATU-CTA-DIGITO  TO DET-CTA-DIGITO.
           MOVE WRK-ATU-NOME      TO DET-NOME.
           MOVE WRK-ATU-DATA      TO DET-DATA.
           MOVE WRK-IDADE         TO DET-IDADE.
           MOVE WRK-ATU-SALDO     TO INT-SALDO.
           MOVE WRK-ATU-TIPO      TO INT-TIPO-CONTA.
           MOVE WRK-DATA-LIQUIDACAO TO INT-DATA-LIQUIDACAO.
           MOVE WRK-ATU-CONTA     TO INT-CONTA.
           WRITE REG-INT.
           ADD 1             TO WRK-QTD-RTRN.
           ADD WRK-ATU-SALDO TO WRK-HASH-SALDO.
