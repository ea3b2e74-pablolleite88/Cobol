      *                 COMPLIANCE ON LISTINGS DISTRIBUTED TO THE
      *                 BRANCHES. MACHINE-READABLE FILES KEEP THE
      *                 FULL NUMBER.
      * 2026-10-15 RLC  THE BEFORE-IMAGE NOW CARRIES THE ACCOUNT
      *                 SITUATION, BLOCK REASON AND SITUATION DATE,
      *                 WHICH ARE RESTORED WITH THE REST OF THE
      *                 RECORD. THE BLOCK (B), UNBLOCK (D) AND CLOSE
      *                 (N) TRANSACTIONS ARE REVERSED BY REWRITING
      *                 THE SITUATION AS IT STOOD BEFORE THEM.
      * 2026-10-15 RLC  EVERY REVERSAL THAT CHANGES A SALDO IS NOW ALSO
      *                 WRITTEN TO THE PERMANENT MOVEMENT HISTORY
      *                 (CLIEHMOV, OPENED EXTEND, ORIGEM "A" - AJUSTE
      *                 CADASTRAL), DATED WITH THE CURRENT DATA DE
      *                 MOVIMENTO FROM CLIEDAT (MACHINE DATE WHEN THE
      *                 CONTROL FILE IS ABSENT), SO THE DAILY
      *                 ACCOUNTING INTERFACE (CONTABILIZA) SEES THE
      *                 CHANGE TO THE CLIEMCTL HASH TOTAL.
      * 2026-10-15 RLC  CLIENT AND ACCOUNT SEPARATED (CLIEMST AND
      *                 CLIECTA). THE BEFORE-IMAGE NOW CARRIES THE
      *                 ACCOUNT AND ITS OPENING DATE, AND EACH
      *                 REVERSAL ACTS ON THE ACCOUNT: AN INCLUSION (I)
      *                 DELETES THE ACCOUNT AND THE CLIENT WHEN IT HAS
      *                 NO OTHER ACCOUNT, AN OPENING (C) DELETES THE
      *                 ACCOUNT ONLY, AN ALTERATION RESTORES THE NOME
      *                 ON THE CLIENT AND TIPO-CONTA AND SALDO ON THE
      *                 ACCOUNT, AN EXCLUSION WRITES THE ACCOUNT BACK
      *                 (AND THE CLIENT, WHEN IT WENT WITH ITS LAST
      *                 ACCOUNT) AND B, D AND N RESTORE THE ACCOUNT
      *                 SITUATION. AN ACCOUNT FOUND UNDER ANOTHER
      *                 DOCUMENTO IS REPORTED AS AN ERROR. CLIEHMOV
      *                 CARRIES THE ACCOUNT, CLIEMCTL COUNTS ACCOUNTS
      *                 AND THE REPORT SHOWS THE ACCOUNT.
      * 2026-10-15 RLC  THE REVERSAL OF AN INCLUSION OR OPENING AND THE
      *                 REVERSAL OF AN ALTERATION ARE NOW JOURNALED TO
      *                 CLIEBIMG THEMSELVES (OPENED EXTEND), DATED WITH
      *                 THE CURRENT DATA DE MOVIMENTO: AN EXCLUSION
      *                 (E) IMAGE OF THE ACCOUNT IS WRITTEN BEFORE IT
      *                 IS DELETED AND AN ALTERATION (A) IMAGE BEFORE
      *                 IT IS RESTORED. CONTABILIZA THUS FINDS THE
      *                 TIPO-CONTA OF A DELETED ACCOUNT AND RECLASSIFIES
      *                 A REVERSED TIPO-CONTA CHANGE, AND ANONIMIZACLIE
      *                 SEES A CLIENT REMOVED BY A REVERSAL AS EXCLUDED.
      * 2026-10-15 RLC  THE RETURN CODE IS SET AGAIN AFTER THE CLOSING
      *                 CALL TO REGISTRAEXEC, WHICH LEFT IT AT ZERO, SO
      *                 THE CALLER SEES THE RETURN CODE THE RUN ENDED
      *                 WITH.
      *-----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE   IS RANDOM
               RECORD KEY    IS REG-DOCUMENTO.
           SELECT CONTAS-FILE    ASSIGN TO "CLIECTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS CTA-CHAVE
               ALTERNATE RECORD KEY IS CTA-DOCUMENTO WITH DUPLICATES.
           SELECT CLIENTES-BIMG  ASSIGN TO "CLIEBIMG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-BIMG.
           SELECT CLIENTES-MCTL  ASSIGN TO "CLIEMCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-MCTL.
           SELECT CLIENTES-HMOV  ASSIGN TO "CLIEHMOV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-HMOV.
           SELECT CLIENTES-DAT   ASSIGN TO "CLIEDAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-DAT.

       DATA                  DIVISION.
       FILE                  SECTION.
       FD  CLIENTES-FILE.
       01  REG-CLIENTES.
           05  REG-NOME          PICTURE X(20).
           05  REG-DOCUMENTO     PICTURE X(14).

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

       FD  CLIENTES-BIMG.
       01  REG-BIMG.
           05  BIM-DATA-MOVIMENTO PICTURE 9(08).
           05  BIM-NOME-ANTES     PICTURE X(20).
           05  BIM-SALDO-ANTES    PICTURE S9(10)  COMP.
           05  BIM-TIPO-ANTES     PICTURE 9.
           05  BIM-SITUACAO-ANTES PICTURE X(01).
           05  BIM-MOTIVO-BLQ-ANTES PICTURE X(01).
           05  BIM-DATA-SIT-ANTES PICTURE 9(08).
           05  BIM-CONTA.
               10  BIM-CONTA-AGENCIA PICTURE X(04).
               10  BIM-CONTA-NUMERO  PICTURE 9(06).
               10  BIM-CONTA-DIGITO  PICTURE 9.
           05  BIM-DATA-ABERT-ANTES PICTURE 9(08).

       FD  CLIENTES-EREL.
       01  REG-EREL              PICTURE X(80).
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

       FD  CLIENTES-DAT.
       01  REG-DAT.
           05  DAT-DATA-MOVIMENTO PICTURE 9(08).

       WORKING-STORAGE       SECTION.
       01  WRK-FIM-BIMG      PICTURE X(01)   VALUE "N".
           88  FIM-BIMG                      VALUE "S".
       01  WRK-STATUS-BIMG   PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-MCTL   PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-HMOV   PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-DAT    PICTURE X(02)   VALUE SPACES.
       01  WRK-DATA-EXECUCAO PICTURE X(08)   VALUE SPACES.
       01  WRK-HMOV-SEQUENCIA PICTURE 9(06)  VALUE ZEROS.
       01  WRK-BIM-SEQUENCIA PICTURE 9(06)   VALUE ZEROS.
       01  WRK-SALDO-ANTES   PICTURE S9(10)  COMP VALUE ZEROS.
       01  WRK-SALDO-DEPOIS  PICTURE S9(10)  COMP VALUE ZEROS.
       01  WRK-DATA-TXT      PICTURE X(08)   VALUE SPACES.
       01  WRK-DATA-ESTORNO  PICTURE 9(08)   VALUE ZEROS.
       01  WRK-ERRO-DATA     PICTURE X(01)   VALUE "N".
           88  ERRO-DATA                     VALUE "S".
       01  WRK-CLIENTE-EXISTE PICTURE X(01)  VALUE "N".
           88  CLIENTE-EXISTE                VALUE "S".
       01  WRK-CONTA-EXISTE  PICTURE X(01)   VALUE "N".
           88  CONTA-EXISTE                  VALUE "S".
       01  WRK-CONTA-TITULAR PICTURE X(01)   VALUE "N".
           88  CONTA-DO-TITULAR              VALUE "S".
       01  WRK-OUTRAS-CONTAS PICTURE X(01)   VALUE "N".
           88  TEM-OUTRAS-CONTAS             VALUE "S".
       01  WRK-QTD-IMAGENS   PICTURE 9(04)   COMP VALUE ZEROS.
       01  WRK-TAB-IMAGENS.
           05  WRK-IMG-ITEM  OCCURS 5000 TIMES
               10  WRK-IMG-NOME      PICTURE X(20).
               10  WRK-IMG-SALDO     PICTURE S9(10) COMP.
               10  WRK-IMG-TIPO      PICTURE 9.
               10  WRK-IMG-SITUACAO  PICTURE X(01).
               10  WRK-IMG-MOTIVO-BLQ PICTURE X(01).
               10  WRK-IMG-DATA-SIT  PICTURE 9(08).
               10  WRK-IMG-CONTA.
                   15  WRK-IMG-CTA-AGENCIA PICTURE X(04).
                   15  WRK-IMG-CTA-NUMERO  PICTURE 9(06).
                   15  WRK-IMG-CTA-DIGITO  PICTURE 9.
               10  WRK-IMG-DATA-ABERT PICTURE 9(08).
       01  WRK-TABELA-CHEIA  PICTURE X(01)   VALUE "N".
           88  TABELA-CHEIA                  VALUE "S".
       01  WRK-CTL-DELTA-QTD PICTURE S9(08)  COMP VALUE ZEROS.
           05  CAB1-DATA PICTURE 9(08).
           05  FILLER    PICTURE X(31)  VALUE SPACES.
       01  WRK-LINHA-CAB2.
           05  FILLER    PICTURE X(16)  VALUE "DOCUMENTO".
           05  FILLER    PICTURE X(15)  VALUE "CONTA".
           05  FILLER    PICTURE X(04)  VALUE "OPER".
           05  FILLER    PICTURE X(24)  VALUE "ACAO DE ESTORNO".
           05  FILLER    PICTURE X(21)  VALUE "  SALDO RESTAURADO".
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
           05  DET-OPERACAO  PICTURE X(01).
           05  FILLER        PICTURE X(03) VALUE SPACES.
           05  DET-ACAO      PICTURE X(22).
           05  FILLER        PICTURE X(02) VALUE SPACES.
           05  DET-SALDO     PICTURE -Z.ZZZ.ZZZ.ZZ9.
           05  FILLER        PICTURE X(07) VALUE SPACES.
       01  WRK-LINHA-TOT.
           05  TOT-TITULO    PICTURE X(30).
           05  TOT-QTD       PICTURE ZZZ.ZZ9.
           MOVE WRK-QTD-ERROS      TO WRK-JRN-REJEITADOS.
           MOVE RETURN-CODE        TO WRK-JRN-RETORNO.
           PERFORM 0500-REGISTRAR-EXECUCAO.
           MOVE WRK-JRN-RETORNO TO RETURN-CODE.
           STOP  RUN.
       0100-FIM. EXIT.
      *----------------------------------INICIAR
           END-IF.

           IF NOT ERRO-DATA
               PERFORM 0205-LER-DATA-MOVIMENTO
               OPEN I-O    CLIENTES-FILE
                           CONTAS-FILE
               OPEN OUTPUT CLIENTES-EREL
               OPEN EXTEND CLIENTES-BIMG
               OPEN EXTEND CLIENTES-HMOV
               IF WRK-STATUS-HMOV EQUAL "35"
                   OPEN OUTPUT CLIENTES-HMOV
               END-IF
               MOVE WRK-DATA-ESTORNO TO CAB1-DATA
               WRITE REG-EREL FROM WRK-LINHA-CAB1
               WRITE REG-EREL FROM WRK-LINHA-CAB2
           END-IF.

       0200-FIM. EXIT.
      *----------------------------------LER-DATA-MOVIMENTO
       0205-LER-DATA-MOVIMENTO SECTION.

           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
           OPEN INPUT CLIENTES-DAT.
           IF WRK-STATUS-DAT EQUAL "00"
               READ CLIENTES-DAT
                   NOT AT END
                       IF DAT-DATA-MOVIMENTO IS NUMERIC
                           MOVE DAT-DATA-MOVIMENTO
                                               TO WRK-DATA-EXECUCAO
                       END-IF
               END-READ
               CLOSE CLIENTES-DAT
           END-IF.

       0205-FIM. EXIT.
      *----------------------------------CARREGAR-IMAGENS
       0220-CARREGAR-IMAGENS  SECTION.

                       TO WRK-IMG-SALDO     (WRK-IDX-IMG)
                   MOVE BIM-TIPO-ANTES
                       TO WRK-IMG-TIPO      (WRK-IDX-IMG)
                   MOVE BIM-SITUACAO-ANTES
                       TO WRK-IMG-SITUACAO  (WRK-IDX-IMG)
                   MOVE BIM-MOTIVO-BLQ-ANTES
                       TO WRK-IMG-MOTIVO-BLQ (WRK-IDX-IMG)
                   MOVE BIM-DATA-SIT-ANTES
                       TO WRK-IMG-DATA-SIT  (WRK-IDX-IMG)
                   MOVE BIM-CONTA
                       TO WRK-IMG-CONTA     (WRK-IDX-IMG)
                   MOVE BIM-DATA-ABERT-ANTES
                       TO WRK-IMG-DATA-ABERT (WRK-IDX-IMG)
               ELSE
                   MOVE "S" TO WRK-TABELA-CHEIA
               END-IF
           PERFORM 0310-LER-MASTER.
           EVALUATE WRK-IMG-OPERACAO (WRK-IDX-IMG)
               WHEN "I"
               WHEN "C"
                   PERFORM 0320-DESFAZER-INCLUSAO
               WHEN "A"
                   PERFORM 0330-DESFAZER-ALTERACAO
               WHEN "E"
                   PERFORM 0340-DESFAZER-EXCLUSAO
               WHEN "B"
               WHEN "D"
               WHEN "N"
                   PERFORM 0345-DESFAZER-SITUACAO
               WHEN OTHER
                   MOVE "OPERACAO DESCONHECIDA" TO DET-ACAO
                   PERFORM 0360-REPORTAR-ERRO
                   MOVE "S" TO WRK-CLIENTE-EXISTE
           END-READ.

           MOVE "N" TO WRK-CONTA-TITULAR.
           MOVE WRK-IMG-CONTA (WRK-IDX-IMG) TO CTA-CHAVE.
           READ CONTAS-FILE
               INVALID KEY
                   MOVE "N" TO WRK-CONTA-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WRK-CONTA-EXISTE
                   IF CTA-DOCUMENTO EQUAL
                                   WRK-IMG-DOCUMENTO (WRK-IDX-IMG)
                       MOVE "S" TO WRK-CONTA-TITULAR
                   END-IF
           END-READ.

       0310-FIM. EXIT.
      *----------------------------------DESFAZER-INCLUSAO
       0320-DESFAZER-INCLUSAO SECTION.

           EVALUATE TRUE
               WHEN NOT CONTA-EXISTE
                   MOVE "CONTA JA AUSENTE" TO DET-ACAO
                   PERFORM 0360-REPORTAR-ERRO
               WHEN NOT CONTA-DO-TITULAR
                   MOVE "CONTA DE OUTRO TITULAR" TO DET-ACAO
                   PERFORM 0360-REPORTAR-ERRO
               WHEN OTHER
                   MOVE "E" TO BIM-OPERACAO
                   PERFORM 0347-GRAVAR-IMAGEM
                   SUBTRACT 1 FROM WRK-CTL-DELTA-QTD
                   SUBTRACT CTA-SALDO FROM WRK-CTL-DELTA-HASH
                   MOVE CTA-SALDO TO WRK-SALDO-ANTES
                   MOVE ZEROS     TO WRK-SALDO-DEPOIS
                   DELETE CONTAS-FILE
                   PERFORM 0348-GRAVAR-HISTORICO
                   IF WRK-IMG-OPERACAO (WRK-IDX-IMG) EQUAL "I"
                       PERFORM 0325-VERIFICAR-OUTRAS-CONTAS
                       IF CLIENTE-EXISTE AND NOT TEM-OUTRAS-CONTAS
                           DELETE CLIENTES-FILE
                       END-IF
                       MOVE "INCLUSAO EXCLUIDA" TO DET-ACAO
                   ELSE
                       MOVE "ABERTURA EXCLUIDA" TO DET-ACAO
                   END-IF
                   MOVE ZEROS TO DET-SALDO
                   PERFORM 0350-REPORTAR-ESTORNO
           END-EVALUATE.

       0320-FIM. EXIT.
      *----------------------------------VERIFICAR-OUTRAS-CONTAS
       0325-VERIFICAR-OUTRAS-CONTAS SECTION.

           MOVE WRK-IMG-DOCUMENTO (WRK-IDX-IMG) TO CTA-DOCUMENTO.
           START CONTAS-FILE KEY IS EQUAL CTA-DOCUMENTO
               INVALID KEY
                   MOVE "N" TO WRK-OUTRAS-CONTAS
               NOT INVALID KEY
                   MOVE "S" TO WRK-OUTRAS-CONTAS
           END-START.

       0325-FIM. EXIT.
      *----------------------------------DESFAZER-ALTERACAO
       0330-DESFAZER-ALTERACAO SECTION.

           EVALUATE TRUE
               WHEN NOT CLIENTE-EXISTE
                   MOVE "CLIENTE NAO ENCONTRADO" TO DET-ACAO
                   PERFORM 0360-REPORTAR-ERRO
               WHEN NOT CONTA-EXISTE
                   MOVE "CONTA NAO ENCONTRADA" TO DET-ACAO
                   PERFORM 0360-REPORTAR-ERRO
               WHEN NOT CONTA-DO-TITULAR
                   MOVE "CONTA DE OUTRO TITULAR" TO DET-ACAO
                   PERFORM 0360-REPORTAR-ERRO
               WHEN OTHER
                   MOVE "A" TO BIM-OPERACAO
                   PERFORM 0347-GRAVAR-IMAGEM
                   COMPUTE WRK-CTL-DELTA-HASH = WRK-CTL-DELTA-HASH
                       + WRK-IMG-SALDO (WRK-IDX-IMG) - CTA-SALDO
                   MOVE CTA-SALDO TO WRK-SALDO-ANTES
                   MOVE WRK-IMG-SALDO (WRK-IDX-IMG)
                                   TO WRK-SALDO-DEPOIS
                   PERFORM 0348-GRAVAR-HISTORICO
                   MOVE WRK-IMG-NOME  (WRK-IDX-IMG) TO REG-NOME
                   REWRITE REG-CLIENTES
                   MOVE WRK-IMG-SALDO (WRK-IDX-IMG) TO CTA-SALDO
                   MOVE WRK-IMG-TIPO  (WRK-IDX-IMG) TO CTA-TIPO-CONTA
                   PERFORM 0346-RESTAURAR-SITUACAO
                   REWRITE REG-CONTA
                   MOVE "ALTERACAO RESTAURADA" TO DET-ACAO
                   MOVE WRK-IMG-SALDO (WRK-IDX-IMG) TO DET-SALDO
                   PERFORM 0350-REPORTAR-ESTORNO
           END-EVALUATE.

       0330-FIM. EXIT.
      *----------------------------------DESFAZER-EXCLUSAO
       0340-DESFAZER-EXCLUSAO SECTION.

           IF CONTA-EXISTE
               MOVE "CONTA JA EXISTE" TO DET-ACAO
               PERFORM 0360-REPORTAR-ERRO
           ELSE
      *        A CONTA PODE TER LEVADO O CLIENTE JUNTO NA EXCLUSAO
               IF NOT CLIENTE-EXISTE
                   MOVE WRK-IMG-NOME      (WRK-IDX-IMG) TO REG-NOME
                   MOVE WRK-IMG-DOCUMENTO (WRK-IDX-IMG)
                                           TO REG-DOCUMENTO
                   WRITE REG-CLIENTES
               END-IF
               MOVE WRK-IMG-CONTA     (WRK-IDX-IMG) TO CTA-CHAVE
               MOVE WRK-IMG-DOCUMENTO (WRK-IDX-IMG) TO CTA-DOCUMENTO
               MOVE WRK-IMG-SALDO     (WRK-IDX-IMG) TO CTA-SALDO
               MOVE WRK-IMG-TIPO      (WRK-IDX-IMG) TO CTA-TIPO-CONTA
               MOVE WRK-IMG-DATA-ABERT (WRK-IDX-IMG)
                                           TO CTA-DATA-ABERTURA
               PERFORM 0346-RESTAURAR-SITUACAO
               WRITE REG-CONTA
               ADD 1 TO WRK-CTL-DELTA-QTD
               ADD CTA-SALDO TO WRK-CTL-DELTA-HASH
               MOVE ZEROS     TO WRK-SALDO-ANTES
               MOVE CTA-SALDO TO WRK-SALDO-DEPOIS
               PERFORM 0348-GRAVAR-HISTORICO
               MOVE "EXCLUSAO REINCLUIDA" TO DET-ACAO
               MOVE WRK-IMG-SALDO (WRK-IDX-IMG) TO DET-SALDO
               PERFORM 0350-REPORTAR-ESTORNO
           END-IF.

       0340-FIM. EXIT.
      *----------------------------------DESFAZER-SITUACAO
       0345-DESFAZER-SITUACAO SECTION.

           EVALUATE TRUE
               WHEN NOT CONTA-EXISTE
                   MOVE "CONTA NAO ENCONTRADA" TO DET-ACAO
                   PERFORM 0360-REPORTAR-ERRO
               WHEN NOT CONTA-DO-TITULAR
                   MOVE "CONTA DE OUTRO TITULAR" TO DET-ACAO
                   PERFORM 0360-REPORTAR-ERRO
               WHEN OTHER
                   PERFORM 0346-RESTAURAR-SITUACAO
                   REWRITE REG-CONTA
                   MOVE "SITUACAO RESTAURADA" TO DET-ACAO
                   MOVE CTA-SALDO TO DET-SALDO
                   PERFORM 0350-REPORTAR-ESTORNO
           END-EVALUATE.

       0345-FIM. EXIT.
      *----------------------------------RESTAURAR-SITUACAO
       0346-RESTAURAR-SITUACAO SECTION.

           MOVE WRK-IMG-SITUACAO   (WRK-IDX-IMG) TO CTA-SITUACAO.
           MOVE WRK-IMG-MOTIVO-BLQ (WRK-IDX-IMG)
                                   TO CTA-MOTIVO-BLOQUEIO.
           MOVE WRK-IMG-DATA-SIT   (WRK-IDX-IMG) TO CTA-DATA-SITUACAO.

       0346-FIM. EXIT.
      *----------------------------------GRAVAR-IMAGEM
       0347-GRAVAR-IMAGEM     SECTION.

           ADD 1 TO WRK-BIM-SEQUENCIA.
           MOVE WRK-DATA-EXECUCAO   TO BIM-DATA-MOVIMENTO.
           MOVE WRK-BIM-SEQUENCIA   TO BIM-SEQUENCIA.
           MOVE WRK-IMG-DOCUMENTO (WRK-IDX-IMG) TO BIM-DOCUMENTO.
           IF CLIENTE-EXISTE
               MOVE REG-NOME        TO BIM-NOME-ANTES
           ELSE
               MOVE WRK-IMG-NOME (WRK-IDX-IMG) TO BIM-NOME-ANTES
           END-IF.
           MOVE CTA-SALDO           TO BIM-SALDO-ANTES.
           MOVE CTA-TIPO-CONTA      TO BIM-TIPO-ANTES.
           MOVE CTA-SITUACAO        TO BIM-SITUACAO-ANTES.
           MOVE CTA-MOTIVO-BLOQUEIO TO BIM-MOTIVO-BLQ-ANTES.
           MOVE CTA-DATA-SITUACAO   TO BIM-DATA-SIT-ANTES.
           MOVE CTA-CHAVE           TO BIM-CONTA.
           MOVE CTA-DATA-ABERTURA   TO BIM-DATA-ABERT-ANTES.
           WRITE REG-BIMG.

       0347-FIM. EXIT.
      *----------------------------------GRAVAR-HISTORICO
       0348-GRAVAR-HISTORICO  SECTION.

           IF WRK-SALDO-DEPOIS NOT EQUAL WRK-SALDO-ANTES
               ADD 1 TO WRK-HMOV-SEQUENCIA
               MOVE WRK-IMG-DOCUMENTO (WRK-IDX-IMG)
                                       TO HMOV-DOCUMENTO
               MOVE WRK-DATA-EXECUCAO  TO HMOV-DATA-MOVIMENTO
               MOVE WRK-HMOV-SEQUENCIA TO HMOV-SEQUENCIA
               MOVE "A"                TO HMOV-ORIGEM
               MOVE SPACES             TO HMOV-AGENCIA
               IF WRK-SALDO-DEPOIS GREATER WRK-SALDO-ANTES
                   MOVE "C"            TO HMOV-OPERACAO
                   COMPUTE HMOV-VALOR =
                           WRK-SALDO-DEPOIS - WRK-SALDO-ANTES
               ELSE
                   MOVE "D"            TO HMOV-OPERACAO
                   COMPUTE HMOV-VALOR =
                           WRK-SALDO-ANTES - WRK-SALDO-DEPOIS
               END-IF
               MOVE WRK-SALDO-ANTES    TO HMOV-SALDO-ANT
               MOVE WRK-SALDO-DEPOIS   TO HMOV-SALDO-NOVO
               MOVE WRK-IMG-CONTA (WRK-IDX-IMG) TO HMOV-CONTA
               WRITE REG-HMOV
           END-IF.

       0348-FIM. EXIT.
      *----------------------------------REPORTAR-ESTORNO
       0350-REPORTAR-ESTORNO  SECTION.

           CALL "MASCARADOC" USING
               WRK-IMG-DOCUMENTO (WRK-IDX-IMG) WRK-DOC-MASCARADO.
           MOVE WRK-DOC-MASCARADO TO DET-DOCUMENTO.
           MOVE WRK-IMG-CTA-AGENCIA (WRK-IDX-IMG) TO DET-CTA-AGENCIA.
           MOVE WRK-IMG-CTA-NUMERO  (WRK-IDX-IMG) TO DET-CTA-NUMERO.
           MOVE WRK-IMG-CTA-DIGITO  (WRK-IDX-IMG) TO DET-CTA-DIGITO.
           MOVE WRK-IMG-OPERACAO  (WRK-IDX-IMG) TO DET-OPERACAO.
           WRITE REG-EREL FROM WRK-LINHA-DET.

           CALL "MASCARADOC" USING
               WRK-IMG-DOCUMENTO (WRK-IDX-IMG) WRK-DOC-MASCARADO.
           MOVE WRK-DOC-MASCARADO TO DET-DOCUMENTO.
           MOVE WRK-IMG-CTA-AGENCIA (WRK-IDX-IMG) TO DET-CTA-AGENCIA.
           MOVE WRK-IMG-CTA-NUMERO  (WRK-IDX-IMG) TO DET-CTA-NUMERO.
           MOVE WRK-IMG-CTA-DIGITO  (WRK-IDX-IMG) TO DET-CTA-DIGITO.
           MOVE WRK-IMG-OPERACAO  (WRK-IDX-IMG) TO DET-OPERACAO.
           MOVE ZEROS TO DET-SALDO.
           WRITE REG-EREL FROM WRK-LINHA-DET.
           WRITE REG-EREL FROM WRK-LINHA-TOT.

           CLOSE CLIENTES-FILE
                 CONTAS-FILE
                 CLIENTES-EREL
                 CLIENTES-BIMG
                 CLIENTES-HMOV.

           PERFORM 0510-ATUALIZAR-CONTROLE.

