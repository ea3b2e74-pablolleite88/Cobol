      *                 EXTRACT WAS NOT READ THROUGH AND A FALSE
      *                 "TRAILER AUSENTE" ABOUT IT SENT OPERATIONS
      *                 AFTER THE WRONG FILE.
      * 2026-10-15 RLC  STOP RUN REPLACED BY GOBACK SO THE PROGRAM CAN
      *                 BE CALLED AS A STEP BY THE NIGHTLY CHAIN
      *                 DRIVER (CADEIANOTURNA), WHICH CHECKS THE
      *                 RETURN CODE. RUN ON ITS OWN IT BEHAVES AS
      *                 BEFORE.
      * 2026-10-15 RLC  A CLIENT MAY NOW HOLD SEVERAL ACCOUNTS AND
      *                 CLIEINT CARRIES ONE DETAIL PER ACCOUNT
      *                 (INT-CONTA), IN ACCOUNT ORDER. CORE BANKING
      *                 NOW ANSWERS EACH ACCOUNT ON ITS OWN: THE
      *                 CLIERET DETAIL CARRIES THE ACCOUNT (RET-CONTA)
      *                 AND THE MATCH IS NOW BY ACCOUNT INSTEAD OF
      *                 DOCUMENTO. CLIEPEND CARRIES THE ACCOUNT
      *                 (PEND-CONTA) AND THE REPORT SHOWS IT.
      * 2026-10-15 RLC  THE RETURN CODE IS SET AGAIN AFTER THE CLOSING
      *                 CALL TO REGISTRAEXEC, WHICH LEFT IT AT ZERO, SO
      *                 THE CALLER SEES THE RETURN CODE THE RUN ENDED
      *                 WITH.
      *-----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
           05  INT-SALDO         PICTURE 9(10)V99.
           05  INT-TIPO-CONTA    PICTURE 9.
           05  INT-DATA-LIQUIDACAO PICTURE 9(08).
           05  INT-CONTA.
               10  INT-CONTA-AGENCIA PICTURE X(04).
               10  INT-CONTA-NUMERO  PICTURE 9(06).
               10  INT-CONTA-DIGITO  PICTURE 9.
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

       FD  CLIENTES-RET.
       01  REG-RET.
               88  RET-REJEITADA               VALUE "R".
           05  RET-COD-MOTIVO    PICTURE X(03).
           05  FILLER            PICTURE X(04).
           05  RET-CONTA.
               10  RET-CONTA-AGENCIA PICTURE X(04).
               10  RET-CONTA-NUMERO  PICTURE 9(06).
               10  RET-CONTA-DIGITO  PICTURE 9.
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

       FD  CLIENTES-PEND.
       01  REG-PEND.
           05  PEND-SALDO        PICTURE 9(10)V99.
           05  PEND-TIPO-CONTA   PICTURE 9.
           05  PEND-DATA         PICTURE X(08).
           05  PEND-CONTA.
               10  PEND-CONTA-AGENCIA PICTURE X(04).
               10  PEND-CONTA-NUMERO PICTURE 9(06).
               10  PEND-CONTA-DIGITO PICTURE 9.

       FD  CLIENTES-CREL.
       01  REG-CREL              PICTURE X(80).
           05  DAT-DATA-MOVIMENTO PICTURE 9(08).

       WORKING-STORAGE       SECTION.
       01  WRK-CHAVE-INT     PICTURE X(11)   VALUE SPACES.
       01  WRK-CHAVE-RET     PICTURE X(11)   VALUE SPACES.
       01  WRK-EXT-PRONTO    PICTURE X(01)   VALUE "N".
           88  EXT-PRONTO                    VALUE "S".
       01  WRK-TRAILER-LIDO  PICTURE X(01)   VALUE "N".
           05  FILLER    PICTURE X(35)  VALUE SPACES.
       01  WRK-LINHA-CAB2.
           05  FILLER    PICTURE X(16)  VALUE "DOCUMENTO".
           05  FILLER    PICTURE X(15)  VALUE "CONTA".
           05  FILLER    PICTURE X(22)  VALUE "NOME".
           05  FILLER    PICTURE X(18)  VALUE "SITUACAO".
           05  FILLER    PICTURE X(09)  VALUE "MOT.BANCO".
       01  WRK-LINHA-DET.
           05  DET-DOCUMENTO PICTURE X(14).
           05  FILLER        PICTURE X(02) VALUE SPACES.
           05  DET-CONTA.
               10  DET-CTA-AGENCIA PICTURE X(04).
               10  FILLER          PICTURE X(01) VALUE SPACE.
               10  DET-CTA-NUMERO  PICTURE X(06).
               10  FILLER          PICTURE X(01) VALUE "-".
               10  DET-CTA-DIGITO  PICTURE X(01).
           05  FILLER        PICTURE X(02) VALUE SPACES.
           05  DET-NOME      PICTURE X(20).
           05  FILLER        PICTURE X(02) VALUE SPACES.
           05  DET-SITUACAO  PICTURE X(16).
           05  FILLER        PICTURE X(02) VALUE SPACES.
           05  DET-MOTIVO    PICTURE X(03).
           05  FILLER        PICTURE X(06) VALUE SPACES.
       01  WRK-LINHA-TOT.
           05  TOT-TITULO    PICTURE X(30).
           05  TOT-QTD       PICTURE ZZZ.ZZ9.
           MOVE WRK-QTD-DIVERG   TO WRK-JRN-REJEITADOS.
           MOVE RETURN-CODE      TO WRK-JRN-RETORNO.
           PERFORM 0500-REGISTRAR-EXECUCAO.
           MOVE WRK-JRN-RETORNO TO RETURN-CODE.

           GOBACK.
       0100-FIM. EXIT.
      *----------------------------------INICIAR
       0200-INICIAR           SECTION.
                           MOVE HIGH-VALUES    TO WRK-CHAVE-INT
                           MOVE "S"            TO WRK-EXT-PRONTO
                       WHEN OTHER
                           MOVE INT-CONTA      TO WRK-CHAVE-INT
                           ADD 1         TO WRK-QTD-ENVIADOS
                           ADD INT-SALDO TO WRK-HASH-SALDO
                           MOVE "S"            TO WRK-EXT-PRONTO
                       WHEN "9"
                           CONTINUE
                       WHEN OTHER
                           MOVE RET-CONTA     TO WRK-CHAVE-RET
                           MOVE "S"           TO WRK-RET-PRONTO
                   END-EVALUATE
           END-READ.
           CALL "MASCARADOC" USING INT-DOCUMENTO
                                    WRK-DOC-MASCARADO.
           MOVE WRK-DOC-MASCARADO TO DET-DOCUMENTO.
           MOVE INT-CONTA-AGENCIA TO DET-CTA-AGENCIA.
           MOVE INT-CONTA-NUMERO  TO DET-CTA-NUMERO.
           MOVE INT-CONTA-DIGITO  TO DET-CTA-DIGITO.
           MOVE INT-NOME      TO DET-NOME.
           IF RET-CONFIRMADA
               ADD 1 TO WRK-QTD-CONFIRM
           CALL "MASCARADOC" USING INT-DOCUMENTO
                                    WRK-DOC-MASCARADO.
           MOVE WRK-DOC-MASCARADO TO DET-DOCUMENTO.
           MOVE INT-CONTA-AGENCIA TO DET-CTA-AGENCIA.
           MOVE INT-CONTA-NUMERO  TO DET-CTA-NUMERO.
           MOVE INT-CONTA-DIGITO  TO DET-CTA-DIGITO.
           MOVE INT-NOME      TO DET-NOME.
           MOVE "SEM RESPOSTA"    TO DET-SITUACAO.
           MOVE SPACES        TO DET-MOTIVO.
           MOVE INT-SALDO      TO PEND-SALDO.
           MOVE INT-TIPO-CONTA TO PEND-TIPO-CONTA.
           MOVE WRK-DATA-EXECUCAO TO PEND-DATA.
           MOVE INT-CONTA      TO PEND-CONTA.
           WRITE REG-PEND.

       0330-FIM. EXIT.
           CALL "MASCARADOC" USING RET-DOCUMENTO
                                    WRK-DOC-MASCARADO.
           MOVE WRK-DOC-MASCARADO TO DET-DOCUMENTO.
           MOVE RET-CONTA-AGENCIA TO DET-CTA-AGENCIA.
           MOVE RET-CONTA-NUMERO  TO DET-CTA-NUMERO.
           MOVE RET-CONTA-DIGITO  TO DET-CTA-DIGITO.
           MOVE SPACES        TO DET-NOME.
           MOVE "NAO ENVIADA"     TO DET-SITUACAO.
           MOVE RET-COD-MOTIVO TO DET-MOTIVO.
