      *                 REGISTRAEXEC SUBPROGRAM, CARRYING THE DATA DE
      *                 MOVIMENTO, RECORD COUNTS AND RETURN CODE FOR
      *                 THE MORNING OPERATIONS REPORT (RELATEXEC).
      * 2026-10-15 RLC  A CLIENT WHOSE ACCOUNT IS BLOCKED OR CLOSED ON
      *                 CLIEMST (REG-SITUACAO "B" OR "E") IS NEVER SENT
      *                 ON CLIEINT. THE DECISION IS LOGGED AS REJEITADO
      *                 WITH MOTIVO "B" (BLOQUEADA) OR "E" (ENCERRADA)
      *                 BUT THE RECORD IS NOT WRITTEN TO CLIESUS, SINCE
      *                 THERE IS NOTHING TO CORRECT; IT IS PICKED UP
      *                 AGAIN ON THE FIRST FULL PASS AFTER IT IS
      *                 UNBLOCKED. THESE WITHHOLDINGS DO NOT SET
      *                 RETURN-CODE 4. A RECYCLED SUSPENSE RECORD HAS
      *                 ITS CURRENT SITUATION LOOKED UP BY A KEYED
      *                 READ BEFORE THE DECISION IS MADE.
      * 2026-10-15 RLC  CLIELOG LAYOUT CUTOVER: LOG-DOCUMENTO APPENDED
      *                 AFTER LOG-DATA GREW THE RECORD FROM 56 TO 70
      *                 BYTES, SO A CLIENT'S DECISION HISTORY CAN BE
      *                 TRACED BY DOCUMENTO (CONSULTACLIE). THE LIVE
      *                 LOG AND EVERY CLIELAAAA ARCHIVE MUST BE
      *                 CONVERTED ONCE WITH CONVERTELOG BEFORE THE
      *                 FIRST RUN OF THIS VERSION; CONVERTED RECORDS
      *                 CARRY A BLANK DOCUMENTO.
      * 2026-10-15 RLC  STOP RUN REPLACED BY GOBACK SO THE PROGRAM CAN
      *                 BE CALLED AS A STEP BY THE NIGHTLY CHAIN
      *                 DRIVER (CADEIANOTURNA), WHICH CHECKS THE
      *                 RETURN CODE. RUN ON ITS OWN IT BEHAVES AS
      *                 BEFORE.
      * 2026-10-15 RLC  THE MINIMUM-BALANCE TABLE (CLIEPRM) IS NOW
      *                 EFFECTIVE-DATED AND MAINTAINED BY MANUTPARAM:
      *                 EACH TIPO-CONTA MAY HAVE SEVERAL FLOORS, EACH
      *                 WITH ITS DATA DE VIGENCIA, AND THE FLOOR USED
      *                 IS THE ONE IN FORCE ON THE DATA DE MOVIMENTO.
      * 2026-10-15 RLC  A CLIENT MAY NOW HOLD SEVERAL ACCOUNTS. THE
      *                 PASS IS NOW OVER THE ACCOUNT MASTER (CLIECTA,
      *                 KEYED ON AGENCIA/NUMERO/DIGITO), ONE DECISION
      *                 PER ACCOUNT ON ITS OWN TIPO-CONTA AND SALDO;
      *                 THE NOME COMES FROM CLIEMST BY DOCUMENTO. THE
      *                 SEQUENCE CHECK AND THE CHECKPOINT (CLIECKP) ARE
      *                 NOW ON THE ACCOUNT KEY. CLIEINT AND CLIESUS
      *                 CARRY THE ACCOUNT (INT-CONTA, SUS-CONTA); THE
      *                 CLIEINT HEADER AND TRAILER GREW TO MATCH. A
      *                 RECYCLED SUSPENSE RECORD HAS ITS SITUATION
      *                 LOOKED UP ON CLIECTA BY ACCOUNT KEY. CLIEMST
      *                 IS NOW OPENED WITH RANDOM ACCESS AND READ BY
      *                 DOCUMENTO FOR THE NOME ONLY.
      * 2026-10-15 RLC  THE RETURN CODE IS SET AGAIN AFTER THE CLOSING
      *                 CALL TO REGISTRAEXEC, WHICH LEFT IT AT ZERO, SO
      *                 THE CALLER SEES THE RETURN CODE THE RUN ENDED
      *                 WITH.
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
       FILE-CONTROL.
           SELECT CLIENTES-FILE  ASSIGN TO "CLIEMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE   IS RANDOM
               RECORD KEY    IS REG-DOCUMENTO.
           SELECT CONTAS-FILE    ASSIGN TO "CLIECTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS CTA-CHAVE
               ALTERNATE RECORD KEY IS CTA-DOCUMENTO WITH DUPLICATES.
           SELECT CLIENTES-LOG   ASSIGN TO "CLIELOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-LOG.
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

       FD  CLIENTES-LOG.
       01  REG-LOG.
           05  LOG-NOME          PICTURE X(20).
           05  LOG-DECISAO       PICTURE X(10).
           05  LOG-MOTIVO        PICTURE X(01).
           05  LOG-DATA          PICTURE X(08).
           05  LOG-DOCUMENTO     PICTURE X(14).

       FD  CLIENTES-PARM.
       01  REG-PARM.
           05  PARM-TIPO-CONTA   PICTURE 9.
           05  PARM-DATA-VIGENCIA PICTURE 9(08).
           05  PARM-SALDO-MIN    PICTURE S9(10)  COMP.

       FD  CLIENTES-CKP.
       01  REG-CKP.
           05  CKP-CHAVE         PICTURE X(11).

       FD  CLIENTES-INT.
       01  REG-INT.
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

       FD  CLIENTES-SUS.
       01  REG-SUS.
           05  SUS-DOCUMENTO     PICTURE X(14).
           05  SUS-MOTIVO        PICTURE X(01).
           05  SUS-DATA          PICTURE X(08).
           05  SUS-CONTA.
               10  SUS-CONTA-AGENCIA PICTURE X(04).
               10  SUS-CONTA-NUMERO  PICTURE 9(06).
               10  SUS-CONTA-DIGITO  PICTURE 9.

       FD  CLIENTES-SUSE.
       01  REG-SUSE.
           05  SUSE-DOCUMENTO    PICTURE X(14).
           05  SUSE-MOTIVO       PICTURE X(01).
           05  SUSE-DATA         PICTURE X(08).
           05  SUSE-CONTA.
               10  SUSE-CONTA-AGENCIA PICTURE X(04).
               10  SUSE-CONTA-NUMERO PICTURE 9(06).
               10  SUSE-CONTA-DIGITO PICTURE 9.

       FD  CLIENTES-CTL.
       01  REG-CTL.
       01  WRK-SALDO         PICTURE S9(10)  COMP VALUE ZEROS.
       01  WRK-SALDO-ED      PICTURE Z.ZZZ.ZZZ.ZZ9,99.
       01  WRK-TIPO-CONTA    PICTURE 9.
       01  WRK-SITUACAO      PICTURE X(01)   VALUE SPACES.
           88  SITUACAO-BLOQUEADA            VALUE "B".
           88  SITUACAO-ENCERRADA            VALUE "E".
           88  SITUACAO-RESTRITA             VALUE "B" "E".
       01  WRK-FIM-ARQUIVO   PICTURE X(01)   VALUE "N".
           88  FIM-ARQUIVO                   VALUE "S".
       01  WRK-SALDO-MINIMO  PICTURE S9(10)  COMP VALUE ZEROS.
       01  WRK-QTD-PARM      PICTURE 9(02)   COMP VALUE ZEROS.
       01  WRK-PARM-ULTIMO-TIPO PICTURE X(01) VALUE SPACES.
       01  WRK-FIM-PARM      PICTURE X(01)   VALUE "N".
           88  FIM-PARM                      VALUE "S".
       01  WRK-TAB-PARM.
           88  TIPO-VALIDO                   VALUE "S".
       01  WRK-DATA-EXECUCAO PICTURE X(08)   VALUE SPACES.
       01  WRK-DECISAO       PICTURE X(10)   VALUE SPACES.
       01  WRK-CONTA.
           05  WRK-CONTA-AGENCIA PICTURE X(04) VALUE SPACES.
           05  WRK-CONTA-NUMERO  PICTURE 9(06) VALUE ZEROS.
           05  WRK-CONTA-DIGITO  PICTURE 9     VALUE ZERO.
       01  WRK-DOCUMENTO     PICTURE X(14)   VALUE SPACES.
       01  WRK-DOC-DIGITOS   REDEFINES WRK-DOCUMENTO.
           05  WRK-DOC-DIGITO PICTURE 9      OCCURS 14 TIMES.
       01  WRK-DATA-LIQUIDACAO PICTURE 9(08) VALUE ZEROS.
       01  WRK-QTD-INT       PICTURE 9(06)   COMP VALUE ZEROS.
       01  WRK-HASH-SALDO    PICTURE 9(13)V99 COMP VALUE ZEROS.
       01  WRK-CKP-CHAVE     PICTURE X(11)   VALUE SPACES.
       01  WRK-CKP-EXISTE    PICTURE X(01)   VALUE "N".
           88  CKP-EXISTE                    VALUE "S".
       01  WRK-RESPOSTA      PICTURE X(01)   VALUE "N".
       01  WRK-QTD-REJ-TIPO    PICTURE 9(06) COMP VALUE ZEROS.
       01  WRK-QTD-REJ-DOC     PICTURE 9(06) COMP VALUE ZEROS.
       01  WRK-QTD-REJ-DUPL    PICTURE 9(06) COMP VALUE ZEROS.
       01  WRK-QTD-REJ-SITUACAO PICTURE 9(06) COMP VALUE ZEROS.
       01  WRK-CONTA-ANTERIOR  PICTURE X(11)  VALUE LOW-VALUES.
       01  WRK-TOTAL-APROVADO  PICTURE S9(12) COMP VALUE ZEROS.
       01  WRK-TOTAL-APROV-ED  PICTURE Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-QTD-ED          PICTURE ZZZ.ZZ9.
           MOVE WRK-QTD-PROCESSADOS TO WRK-JRN-LIDOS.
           MOVE WRK-QTD-APROVADOS   TO WRK-JRN-GRAVADOS.
           COMPUTE WRK-JRN-REJEITADOS = WRK-QTD-REJ-SALDO +
               WRK-QTD-REJ-TIPO + WRK-QTD-REJ-DOC + WRK-QTD-REJ-DUPL +
               WRK-QTD-REJ-SITUACAO.
           MOVE RETURN-CODE TO WRK-JRN-RETORNO.
           PERFORM 0500-REGISTRAR-EXECUCAO.
           MOVE WRK-JRN-RETORNO TO RETURN-CODE.

           GOBACK.
       0100-FIM. EXIT.
      *----------------------------------INICIAR
       0200-INICIAR           SECTION.
           PERFORM 0205-LER-CONTROLE.
           IF MODO-RECICLAGEM
               OPEN INPUT CLIENTES-SUSE
           END-IF.
           OPEN INPUT CLIENTES-FILE.
           OPEN INPUT CONTAS-FILE.
           OPEN EXTEND CLIENTES-LOG.
           IF WRK-STATUS-LOG EQUAL "35"
               OPEN OUTPUT CLIENTES-LOG
               IF CKP-EXISTE AND RETOMAR-PROCESSO
                   PERFORM 0250-LER-CLIENTE
                       UNTIL FIM-ARQUIVO OR
                             WRK-CONTA EQUAL WRK-CKP-CHAVE
                   IF NOT FIM-ARQUIVO
                       PERFORM 0250-LER-CLIENTE
                   END-IF
           END-IF.

           IF CKP-EXISTE
               DISPLAY "CHECKPOINT ENCONTRADO. ULTIMA CONTA PROCESS"
                       "ADA: " WRK-CKP-CHAVE
               IF MODO-NAO-ASSISTIDO
                   MOVE WRK-CTL-RETOMAR TO WRK-RESPOSTA
                   DISPLAY "MODO NAO ASSISTIDO - DECISAO DO ARQUIVO "
      *----------------------------------GRAVAR-PARM
       0220-GRAVAR-PARM       SECTION.

      *    A TABELA VEM EM ORDEM DE TIPO E VIGENCIA: PARA CADA TIPO
      *    FICA O ULTIMO VALOR EM VIGOR NA DATA DE MOVIMENTO
           IF PARM-DATA-VIGENCIA NOT GREATER WRK-DATA-EXECUCAO
               IF PARM-TIPO-CONTA NOT EQUAL WRK-PARM-ULTIMO-TIPO
                   ADD 1 TO WRK-QTD-PARM
                   MOVE PARM-TIPO-CONTA TO WRK-PARM-ULTIMO-TIPO
               END-IF
               SET WRK-IDX-PARM TO WRK-QTD-PARM
               MOVE PARM-TIPO-CONTA TO WRK-PARM-TIPO (WRK-IDX-PARM)
               MOVE PARM-SALDO-MIN  TO WRK-PARM-MIN  (WRK-IDX-PARM)
           END-IF.

           READ CLIENTES-PARM
               AT END
                       MOVE SUSE-SALDO      TO WRK-SALDO
                       MOVE SUSE-TIPO-CONTA TO WRK-TIPO-CONTA
                       MOVE SUSE-DOCUMENTO  TO WRK-DOCUMENTO
                       MOVE SUSE-CONTA      TO WRK-CONTA
                       PERFORM 0255-BUSCAR-SITUACAO
               END-READ
           ELSE
               READ CONTAS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       MOVE CTA-SALDO      TO WRK-SALDO
                       MOVE CTA-TIPO-CONTA TO WRK-TIPO-CONTA
                       MOVE CTA-DOCUMENTO  TO WRK-DOCUMENTO
                       MOVE CTA-CHAVE      TO WRK-CONTA
                       MOVE CTA-SITUACAO   TO WRK-SITUACAO
                       PERFORM 0260-BUSCAR-NOME
               END-READ
           END-IF.

       0250-FIM. EXIT.
      *----------------------------------BUSCAR-SITUACAO
       0255-BUSCAR-SITUACAO   SECTION.

           MOVE WRK-CONTA TO CTA-CHAVE.
           READ CONTAS-FILE
               INVALID KEY
                   MOVE SPACES       TO WRK-SITUACAO
               NOT INVALID KEY
                   MOVE CTA-SITUACAO TO WRK-SITUACAO
           END-READ.

       0255-FIM. EXIT.
      *----------------------------------BUSCAR-NOME
       0260-BUSCAR-NOME       SECTION.

           MOVE WRK-DOCUMENTO TO REG-DOCUMENTO.
           READ CLIENTES-FILE
               INVALID KEY
                   MOVE SPACES   TO WRK-NOME
               NOT INVALID KEY
                   MOVE REG-NOME TO WRK-NOME
           END-READ.

       0260-FIM. EXIT.

      *----------------------------------PROCESSAR
       0300-PROCESSAR         SECTION.
           MOVE SPACES    TO WRK-MOTIVO-REJ.
           PERFORM 0280-VALIDAR-DOCUMENTO.

           IF WRK-CONTA LESS THAN OR EQUAL WRK-CONTA-ANTERIOR
               DISPLAY "CONTA DUPLICADA OU FORA DE ORDEM"
               MOVE "REJEITADO" TO WRK-DECISAO
               MOVE "P" TO WRK-MOTIVO-REJ
               ADD 1 TO WRK-QTD-REJ-DUPL
                   MOVE "D" TO WRK-MOTIVO-REJ
                   ADD 1 TO WRK-QTD-REJ-DOC
               ELSE
                   IF SITUACAO-RESTRITA
                       PERFORM 0358-REJEITAR-SITUACAO
                   ELSE
                       PERFORM 0360-VALIDAR-SALDO-TIPO
                   END-IF
               END-IF
           END-IF.
           IF WRK-CONTA GREATER THAN WRK-CONTA-ANTERIOR
               MOVE WRK-CONTA TO WRK-CONTA-ANTERIOR
           END-IF.

           IF WRK-DECISAO EQUAL "REJEITADO" AND
              WRK-MOTIVO-REJ NOT EQUAL "B" AND
              WRK-MOTIVO-REJ NOT EQUAL "E"
               PERFORM 0355-GRAVAR-SUSPENSO
           END-IF.

       0370-GRAVAR-CHECKPOINT SECTION.

           OPEN OUTPUT CLIENTES-CKP.
           MOVE WRK-CONTA TO CKP-CHAVE.
           WRITE REG-CKP.
           CLOSE CLIENTES-CKP.

       0370-FIM. EXIT.
      *----------------------------------REJEITAR-SITUACAO
       0358-REJEITAR-SITUACAO SECTION.

           IF SITUACAO-BLOQUEADA
               DISPLAY "CONTA BLOQUEADA"
               MOVE "B" TO WRK-MOTIVO-REJ
           ELSE
               DISPLAY "CONTA ENCERRADA"
               MOVE "E" TO WRK-MOTIVO-REJ
           END-IF.
           MOVE "REJEITADO" TO WRK-DECISAO.
           ADD 1 TO WRK-QTD-REJ-SITUACAO.

       0358-FIM. EXIT.
      *----------------------------------VALIDAR-SALDO-TIPO
       0360-VALIDAR-SALDO-TIPO SECTION.

           MOVE WRK-SALDO      TO INT-SALDO.
           MOVE WRK-TIPO-CONTA TO INT-TIPO-CONTA.
           MOVE WRK-DATA-LIQUIDACAO TO INT-DATA-LIQUIDACAO.
           MOVE WRK-CONTA      TO INT-CONTA.
           WRITE REG-INT.
           ADD 1 TO WRK-QTD-INT.
           ADD WRK-SALDO TO WRK-HASH-SALDO.
           MOVE WRK-DOCUMENTO  TO SUS-DOCUMENTO.
           MOVE WRK-MOTIVO-REJ TO SUS-MOTIVO.
           MOVE WRK-DATA-EXECUCAO TO SUS-DATA.
           MOVE WRK-CONTA      TO SUS-CONTA.
           WRITE REG-SUS.

       0355-FIM. EXIT.
           MOVE WRK-DECISAO    TO LOG-DECISAO.
           MOVE WRK-MOTIVO-REJ TO LOG-MOTIVO.
           MOVE WRK-DATA-EXECUCAO TO LOG-DATA.
           MOVE WRK-DOCUMENTO  TO LOG-DOCUMENTO.
           WRITE REG-LOG.

       0350-FIM. EXIT.

           IF MODO-RECICLAGEM
               CLOSE CLIENTES-SUSE
           END-IF.
           CLOSE CLIENTES-FILE.
           CLOSE CONTAS-FILE.
           CLOSE CLIENTES-LOG.
           IF EXECUTOU-PROCESSO
               PERFORM 0410-GRAVAR-TRAILER
           DISPLAY "------------------------------".
           DISPLAY "------   TOTAIS DE CONTROLE  --".
           MOVE WRK-QTD-PROCESSADOS TO WRK-QTD-ED.
           DISPLAY "CONTAS PROCESSADAS ........: " WRK-QTD-ED.
           MOVE WRK-QTD-APROVADOS   TO WRK-QTD-ED.
           DISPLAY "CONTAS APROVADAS ..........: " WRK-QTD-ED.
           MOVE WRK-QTD-REJ-SALDO   TO WRK-QTD-ED.
           DISPLAY "REJEITADOS POR SALDO ......: " WRK-QTD-ED.
           MOVE WRK-QTD-REJ-TIPO    TO WRK-QTD-ED.
           DISPLAY "REJEITADOS POR DOCUMENTO ..: " WRK-QTD-ED.
           MOVE WRK-QTD-REJ-DUPL    TO WRK-QTD-ED.
           DISPLAY "REJEITADOS POR DUPLICIDADE : " WRK-QTD-ED.
           MOVE WRK-QTD-REJ-SITUACAO TO WRK-QTD-ED.
           DISPLAY "RETIDOS POR SITUACAO CONTA : " WRK-QTD-ED.
           DISPLAY "SOMA SALDOS APROVADOS .....: " WRK-TOTAL-APROV-ED.
           DISPLAY "------------------------------".
           DISPLAY "------   FIM   ---------------".
