      *                 COMPLIANCE ON LISTINGS DISTRIBUTED TO THE
      *                 BRANCHES. MACHINE-READABLE FILES KEEP THE
      *                 FULL NUMBER.
      * 2026-10-15 RLC  CLIEMST NOW CARRIES THE ACCOUNT SITUATION
      *                 (REG-SITUACAO: A ATIVA, B BLOQUEADA, E
      *                 ENCERRADA) WITH THE BLOCK REASON (J JUDICIAL,
      *                 F FRAUDE, A ADMINISTRATIVO) AND THE DATE OF
      *                 THE LAST CHANGE. NEW TRANSACTIONS: B BLOCKS AN
      *                 ACTIVE ACCOUNT (REASON IN TRN-MOTIVO-BLOQUEIO),
      *                 D UNBLOCKS A BLOCKED ONE AND N CLOSES AN
      *                 UNBLOCKED ACCOUNT WITH ZERO SALDO. INCLUSIONS
      *                 START ACTIVE; A CLOSED ACCOUNT CANNOT BE
      *                 ALTERED AND A BLOCKED ONE CANNOT BE EXCLUDED.
      *                 THE SITUATION IS PART OF THE CLIEBIMG
      *                 BEFORE-IMAGE, SO ESTORNAMANUT CAN REVERSE THE
      *                 NEW TRANSACTIONS TOO.
      * 2026-10-15 RLC  STOP RUN REPLACED BY GOBACK SO THE PROGRAM CAN
      *                 BE CALLED AS A STEP BY THE NIGHTLY CHAIN
      *                 DRIVER (CADEIANOTURNA), WHICH CHECKS THE
      *                 RETURN CODE. RUN ON ITS OWN IT BEHAVES AS
      *                 BEFORE.
      * 2026-10-15 RLC  EVERY INCLUSION, ALTERATION OR EXCLUSION THAT
      *                 CHANGES A SALDO IS NOW ALSO WRITTEN TO THE
      *                 PERMANENT MOVEMENT HISTORY (CLIEHMOV, OPENED
      *                 EXTEND, ORIGEM "A" - AJUSTE CADASTRAL) WITH
      *                 THE BALANCE BEFORE AND AFTER, SO THE DAILY
      *                 ACCOUNTING INTERFACE (CONTABILIZA) SEES EVERY
      *                 CHANGE TO THE CLIEMCTL HASH TOTAL.
      * 2026-10-15 RLC  THE MINIMUM-BALANCE TABLE (CLIEPRM) IS NOW
      *                 EFFECTIVE-DATED AND MAINTAINED BY MANUTPARAM:
      *                 EACH TIPO-CONTA MAY HAVE SEVERAL FLOORS, EACH
      *                 WITH ITS DATA DE VIGENCIA, AND THE FLOOR USED
      *                 IS THE ONE IN FORCE ON THE DATA DE MOVIMENTO.
      * 2026-10-15 RLC  CLIENT AND ACCOUNT SEPARATED: CLIEMST NOW HOLDS
      *                 ONLY NOME AND DOCUMENTO AND EACH ACCOUNT IS A
      *                 RECORD OF THE NEW CLIECTA (AGENCIA, NUMERO AND
      *                 CHECK DIGIT, WITH ITS OWN TIPO-CONTA, SALDO AND
      *                 SITUATION). CLIETRN CARRIES THE ACCOUNT, WHOSE
      *                 CHECK DIGIT IS VALIDATED BY DIGITOCONTA. I
      *                 INCLUDES THE CLIENT WITH ITS FIRST ACCOUNT AND
      *                 THE NEW OPERATION C OPENS ANOTHER ACCOUNT FOR
      *                 AN EXISTING CLIENT, BOTH IN AN ACTIVE AGENCY OF
      *                 AGENCIAS. A, E, B, D AND N ACT ON THE ACCOUNT
      *                 GIVEN, WHICH MUST BELONG TO TRN-DOCUMENTO; E
      *                 ALSO EXCLUDES THE CLIENT WHEN IT WAS ITS LAST
      *                 ACCOUNT. CLIEBIMG AND CLIEHMOV CARRY THE
      *                 ACCOUNT AND CLIEMCTL NOW COUNTS ACCOUNTS.
      * 2026-10-15 RLC  AN ALTERATION THAT WOULD CHANGE THE SALDO OF A
      *                 BLOCKED ACCOUNT IS NOW REJECTED (CONTA
      *                 BLOQUEADA); NOME AND TIPO-CONTA MAY STILL BE
      *                 ALTERED WHEN THE SALDO IS UNCHANGED. THE
      *                 CLIEBIMG IMAGE OF AN INCLUSION OR ACCOUNT
      *                 OPENING NOW CARRIES THE TIPO-CONTA OPENED.
      * 2026-10-15 RLC  THE RUN NOW ENDS WITH AN EXPLICIT RETURN-CODE
      *                 0, ALSO RECORDED ON THE EXECUTION JOURNAL, SET
      *                 AGAIN AFTER THE CLOSING CALL TO REGISTRAEXEC.
      *-----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE   IS RANDOM
               RECORD KEY    IS REG-DOCUMENTO.
           SELECT OPTIONAL CONTAS-FILE ASSIGN TO "CLIECTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS CTA-CHAVE
               ALTERNATE RECORD KEY IS CTA-DOCUMENTO
                             WITH DUPLICATES.
           SELECT AGENCIAS-FILE  ASSIGN TO "AGENCIAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-AGE.
           SELECT CLIENTES-TRN   ASSIGN TO "CLIETRN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLIENTES-PARM  ASSIGN TO "CLIEPRM"
           SELECT CLIENTES-BIMG  ASSIGN TO "CLIEBIMG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-BIMG.
           SELECT CLIENTES-HMOV  ASSIGN TO "CLIEHMOV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-HMOV.

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

       FD  AGENCIAS-FILE.
       01  REG-AGENCIA.
           05  AGE-CODIGO        PICTURE X(04).
           05  AGE-NOME          PICTURE X(30).
           05  AGE-REGIAO        PICTURE X(10).
           05  AGE-SITUACAO      PICTURE X(01).

       FD  CLIENTES-TRN.
       01  REG-TRN.
           05  TRN-OPERACAO      PICTURE X(01).
           05  TRN-NOME          PICTURE X(20).
           05  TRN-SALDO         PICTURE 9(10).
           05  TRN-TIPO-CONTA    PICTURE 9.
           05  TRN-MOTIVO-BLOQUEIO PICTURE X(01).
               88  MOTIVO-BLOQUEIO-VALIDO    VALUE "J" "F" "A".
           05  TRN-CONTA.
               10  TRN-CONTA-AGENCIA PICTURE X(04).
               10  TRN-CONTA-NUMERO  PICTURE 9(06).
               10  TRN-CONTA-DIGITO  PICTURE 9.

       FD  CLIENTES-PARM.
       01  REG-PARM.
           05  PARM-TIPO-CONTA   PICTURE 9.
           05  PARM-DATA-VIGENCIA PICTURE 9(08).
           05  PARM-SALDO-MIN    PICTURE S9(10)  COMP.

       FD  CLIENTES-REL.
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

       WORKING-STORAGE       SECTION.
       01  WRK-FIM-TRN       PICTURE X(01)   VALUE "N".
       01  WRK-FIM-PARM      PICTURE X(01)   VALUE "N".
           88  FIM-PARM                      VALUE "S".
       01  WRK-QTD-PARM      PICTURE 9(02)   COMP VALUE ZEROS.
       01  WRK-PARM-ULTIMO-TIPO PICTURE X(01) VALUE SPACES.
       01  WRK-TAB-PARM.
           05  WRK-PARM-ITEM  OCCURS 1 TO 9 TIMES
                              DEPENDING ON WRK-QTD-PARM
               10  WRK-PARM-MIN   PICTURE S9(10)  COMP.
       01  WRK-CLIENTE-EXISTE PICTURE X(01)  VALUE "N".
           88  CLIENTE-EXISTE                VALUE "S".
       01  WRK-CONTA-EXISTE  PICTURE X(01)   VALUE "N".
           88  CONTA-EXISTE                  VALUE "S".
       01  WRK-OUTRAS-CONTAS PICTURE X(01)   VALUE "N".
           88  TEM-OUTRAS-CONTAS             VALUE "S".
       01  WRK-DIGITO-CALCULADO PICTURE X(01) VALUE SPACE.
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
               10  WRK-AGE-SITUACAO PICTURE X(01).
       01  WRK-AGENCIA-SITUACAO PICTURE X(01) VALUE SPACES.
           88  AGENCIA-ATIVA                 VALUE "A".
           88  AGENCIA-INATIVA               VALUE "I".
           88  AGENCIA-NAO-CADASTRADA        VALUE SPACES.
       01  WRK-TRN-VALIDA    PICTURE X(01)   VALUE "S".
           88  TRN-VALIDA                    VALUE "S".
       01  WRK-TIPO-VALIDO   PICTURE X(01)   VALUE "N".
       01  WRK-IDX-DV        PICTURE 9(02)   COMP VALUE ZEROS.
       01  WRK-QTD-TRN       PICTURE 9(06)   COMP VALUE ZEROS.
       01  WRK-QTD-INCLUIDAS PICTURE 9(06)   COMP VALUE ZEROS.
       01  WRK-QTD-ABERTAS   PICTURE 9(06)   COMP VALUE ZEROS.
       01  WRK-QTD-ALTERADAS PICTURE 9(06)   COMP VALUE ZEROS.
       01  WRK-QTD-EXCLUIDAS PICTURE 9(06)   COMP VALUE ZEROS.
       01  WRK-QTD-BLOQUEADAS PICTURE 9(06)  COMP VALUE ZEROS.
       01  WRK-QTD-DESBLOQUEADAS PICTURE 9(06) COMP VALUE ZEROS.
       01  WRK-QTD-ENCERRADAS PICTURE 9(06)  COMP VALUE ZEROS.
       01  WRK-QTD-REJEITADAS PICTURE 9(06)  COMP VALUE ZEROS.
       01  WRK-QTD-ED        PICTURE ZZZ.ZZ9.
       01  WRK-LINHA-CAB1.
           05  FILLER    PICTURE X(28)  VALUE SPACES.
       01  WRK-LINHA-CAB2.
           05  FILLER    PICTURE X(15)  VALUE "DOCUMENTO".
           05  FILLER    PICTURE X(02)  VALUE "OP".
           05  FILLER    PICTURE X(14)  VALUE "CONTA".
           05  FILLER    PICTURE X(17)  VALUE "NOME".
           05  FILLER    PICTURE X(10)  VALUE "RESULTADO".
           05  FILLER    PICTURE X(22)  VALUE "MOTIVO".
       01  WRK-LINHA-DET.
           05  DET-DOCUMENTO PICTURE X(14).
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DET-OPERACAO  PICTURE X(01).
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DET-CONTA.
               10  DET-CTA-AGENCIA PICTURE X(04).
               10  FILLER          PICTURE X(01) VALUE SPACES.
               10  DET-CTA-NUMERO  PICTURE X(06).
               10  FILLER          PICTURE X(01) VALUE "-".
               10  DET-CTA-DIGITO  PICTURE X(01).
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DET-NOME      PICTURE X(16).
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DET-RESULTADO PICTURE X(09).
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DET-MOTIVO    PICTURE X(22).
       01  WRK-LINHA-TOT.
           05  TOT-TITULO    PICTURE X(30).
           05  TOT-QTD       PICTURE ZZZ.ZZ9.
       01  WRK-STATUS-BIMG   PICTURE X(02)   VALUE SPACES.
       01  WRK-BIM-SEQUENCIA PICTURE 9(06)   VALUE ZEROS.
       01  WRK-SALDO-ANTES   PICTURE S9(10)  COMP VALUE ZEROS.
       01  WRK-SALDO-DEPOIS  PICTURE S9(10)  COMP VALUE ZEROS.
       01  WRK-STATUS-HMOV   PICTURE X(02)   VALUE SPACES.
       01  WRK-HMOV-SEQUENCIA PICTURE 9(06)  VALUE ZEROS.
       01  WRK-CTL-DELTA-QTD PICTURE S9(08)  COMP VALUE ZEROS.
       01  WRK-CTL-DELTA-HASH PICTURE S9(13) COMP VALUE ZEROS.
       01  WRK-DOC-MASCARADO PICTURE X(14) VALUE SPACES.
           MOVE "F" TO WRK-JRN-TIPO.
           MOVE WRK-QTD-TRN TO WRK-JRN-LIDOS.
           COMPUTE WRK-JRN-GRAVADOS = WRK-QTD-INCLUIDAS +
               WRK-QTD-ABERTAS + WRK-QTD-ALTERADAS + WRK-QTD-EXCLUIDAS +
               WRK-QTD-BLOQUEADAS + WRK-QTD-DESBLOQUEADAS +
               WRK-QTD-ENCERRADAS.
           MOVE WRK-QTD-REJEITADAS TO WRK-JRN-REJEITADOS.
           MOVE 0 TO RETURN-CODE.
           MOVE RETURN-CODE TO WRK-JRN-RETORNO.
           PERFORM 0500-REGISTRAR-EXECUCAO.
           MOVE WRK-JRN-RETORNO TO RETURN-CODE.

           GOBACK.
       0100-FIM. EXIT.
      *----------------------------------INICIAR
       0200-INICIAR           SECTION.

           OPEN I-O    CLIENTES-FILE.
           OPEN I-O    CONTAS-FILE.
           OPEN INPUT  CLIENTES-TRN.
           OPEN OUTPUT CLIENTES-REL.
           OPEN EXTEND CLIENTES-BIMG.
           IF WRK-STATUS-BIMG EQUAL "35"
               OPEN OUTPUT CLIENTES-BIMG
           END-IF.
           OPEN EXTEND CLIENTES-HMOV.
           IF WRK-STATUS-HMOV EQUAL "35"
               OPEN OUTPUT CLIENTES-HMOV
           END-IF.
           PERFORM 0205-LER-DATA-MOVIMENTO.
           IF WRK-DATA-EXECUCAO IS NUMERIC
               MOVE WRK-DATA-EXECUCAO TO WRK-JRN-DATA
           END-IF.
           PERFORM 0500-REGISTRAR-EXECUCAO.
           PERFORM 0210-CARREGAR-PARAMETROS.
           PERFORM 0230-CARREGAR-AGENCIAS.

           MOVE WRK-DATA-EXECUCAO TO CAB1-DATA.
           WRITE REG-REL FROM WRK-LINHA-CAB1.
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
           END-READ.

       0220-FIM. EXIT.
      *----------------------------------CARREGAR-AGENCIAS
       0230-CARREGAR-AGENCIAS SECTION.

           OPEN INPUT AGENCIAS-FILE.
           IF WRK-STATUS-AGE EQUAL "00"
               READ AGENCIAS-FILE
                   AT END
                       MOVE "S" TO WRK-FIM-AGE
               END-READ
               PERFORM 0235-GRAVAR-AGENCIA
                   UNTIL FIM-AGE OR WRK-QTD-AGE EQUAL 999
               CLOSE AGENCIAS-FILE
           END-IF.

       0230-FIM. EXIT.
      *----------------------------------GRAVAR-AGENCIA
       0235-GRAVAR-AGENCIA    SECTION.

           ADD 1 TO WRK-QTD-AGE.
           SET WRK-IDX-AGE TO WRK-QTD-AGE.
           MOVE AGE-CODIGO   TO WRK-AGE-CODIGO   (WRK-IDX-AGE).
           MOVE AGE-SITUACAO TO WRK-AGE-SITUACAO (WRK-IDX-AGE).

           READ AGENCIAS-FILE
               AT END
                   MOVE "S" TO WRK-FIM-AGE
           END-READ.

       0235-FIM. EXIT.
      *----------------------------------LER-TRANSACAO
       0260-LER-TRANSACAO     SECTION.

           ADD 1 TO WRK-QTD-TRN.
           MOVE SPACES TO WRK-MOTIVO.
           PERFORM 0310-LER-MASTER.
           PERFORM 0315-LER-CONTA.

           EVALUATE TRN-OPERACAO
               WHEN "I"
                   PERFORM 0340-INCLUIR-CLIENTE
               WHEN "C"
                   PERFORM 0341-ABRIR-CONTA
               WHEN "A"
                   PERFORM 0350-ALTERAR-CLIENTE
               WHEN "E"
                   PERFORM 0355-EXCLUIR-CLIENTE
               WHEN "B"
                   PERFORM 0356-BLOQUEAR-CONTA
               WHEN "D"
                   PERFORM 0357-DESBLOQUEAR-CONTA
               WHEN "N"
                   PERFORM 0358-ENCERRAR-CONTA
               WHEN OTHER
                   MOVE "OPERACAO INVALIDA" TO WRK-MOTIVO
                   PERFORM 0375-REPORTAR-REJEICAO
           END-READ.

       0310-FIM. EXIT.
      *----------------------------------LER-CONTA
       0315-LER-CONTA         SECTION.

           MOVE TRN-CONTA TO CTA-CHAVE.
           READ CONTAS-FILE
               INVALID KEY
                   MOVE "N" TO WRK-CONTA-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WRK-CONTA-EXISTE
           END-READ.

       0315-FIM. EXIT.
      *----------------------------------INCLUIR-CLIENTE
       0340-INCLUIR-CLIENTE   SECTION.

           IF CLIENTE-EXISTE
               MOVE "CLIENTE JA CADASTRADO" TO WRK-MOTIVO
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
               PERFORM 0360-VALIDAR-TRANSACAO
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
               PERFORM 0390-VALIDAR-CONTA-NOVA
           END-IF.

           IF WRK-MOTIVO NOT EQUAL SPACES
               PERFORM 0375-REPORTAR-REJEICAO
           ELSE
               MOVE TRN-NOME       TO REG-NOME
               MOVE TRN-DOCUMENTO  TO REG-DOCUMENTO
               WRITE REG-CLIENTES
               MOVE SPACES TO BIM-NOME-ANTES
               PERFORM 0342-CRIAR-CONTA
               ADD 1 TO WRK-QTD-INCLUIDAS
               PERFORM 0370-REPORTAR-APLICADA
           END-IF.

       0340-FIM. EXIT.
      *----------------------------------ABRIR-CONTA
       0341-ABRIR-CONTA       SECTION.

           IF NOT CLIENTE-EXISTE
               MOVE "CLIENTE NAO CADASTRADO" TO WRK-MOTIVO
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
               PERFORM 0360-VALIDAR-TRANSACAO
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
               PERFORM 0390-VALIDAR-CONTA-NOVA
           END-IF.

           IF WRK-MOTIVO NOT EQUAL SPACES
               PERFORM 0375-REPORTAR-REJEICAO
           ELSE
               MOVE REG-NOME TO BIM-NOME-ANTES
               PERFORM 0342-CRIAR-CONTA
               ADD 1 TO WRK-QTD-ABERTAS
               PERFORM 0370-REPORTAR-APLICADA
           END-IF.

       0341-FIM. EXIT.
      *----------------------------------CRIAR-CONTA
       0342-CRIAR-CONTA       SECTION.

           MOVE TRN-CONTA         TO CTA-CHAVE.
           MOVE TRN-DOCUMENTO     TO CTA-DOCUMENTO.
           MOVE TRN-TIPO-CONTA    TO CTA-TIPO-CONTA.
           MOVE TRN-SALDO         TO CTA-SALDO.
           MOVE "A"               TO CTA-SITUACAO.
           MOVE SPACES            TO CTA-MOTIVO-BLOQUEIO.
           MOVE WRK-DATA-EXECUCAO TO CTA-DATA-SITUACAO.
           MOVE WRK-DATA-EXECUCAO TO CTA-DATA-ABERTURA.
           WRITE REG-CONTA.

           MOVE ZEROS  TO BIM-SALDO-ANTES.
           MOVE CTA-TIPO-CONTA TO BIM-TIPO-ANTES.
           MOVE SPACES TO BIM-SITUACAO-ANTES.
           MOVE SPACES TO BIM-MOTIVO-BLQ-ANTES.
           MOVE ZEROS  TO BIM-DATA-SIT-ANTES.
           MOVE ZEROS  TO BIM-DATA-ABERT-ANTES.
           PERFORM 0345-GRAVAR-IMAGEM.
           MOVE ZEROS     TO WRK-SALDO-ANTES.
           MOVE CTA-SALDO TO WRK-SALDO-DEPOIS.
           PERFORM 0346-GRAVAR-HISTORICO.
           ADD 1 TO WRK-CTL-DELTA-QTD.
           ADD CTA-SALDO TO WRK-CTL-DELTA-HASH.

       0342-FIM. EXIT.
      *----------------------------------ALTERAR-CLIENTE
       0350-ALTERAR-CLIENTE   SECTION.

           IF NOT CLIENTE-EXISTE
               MOVE "CLIENTE NAO CADASTRADO" TO WRK-MOTIVO
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
               PERFORM 0391-VALIDAR-CONTA-CLIENTE
           END-IF.
           EVALUATE TRUE
               WHEN WRK-MOTIVO NOT EQUAL SPACES
                   CONTINUE
               WHEN CONTA-ENCERRADA
                   MOVE "CONTA ENCERRADA" TO WRK-MOTIVO
               WHEN CONTA-BLOQUEADA AND TRN-SALDO NOT EQUAL CTA-SALDO
                   MOVE "CONTA BLOQUEADA" TO WRK-MOTIVO
           END-EVALUATE.
           IF WRK-MOTIVO EQUAL SPACES
               PERFORM 0360-VALIDAR-TRANSACAO
           END-IF.

           IF WRK-MOTIVO NOT EQUAL SPACES
               PERFORM 0375-REPORTAR-REJEICAO
           ELSE
               MOVE CTA-SALDO      TO WRK-SALDO-ANTES
               PERFORM 0344-GUARDAR-ANTES
               MOVE TRN-NOME       TO REG-NOME
               REWRITE REG-CLIENTES
               MOVE TRN-SALDO      TO CTA-SALDO
               MOVE TRN-TIPO-CONTA TO CTA-TIPO-CONTA
               REWRITE REG-CONTA
               PERFORM 0345-GRAVAR-IMAGEM
               MOVE CTA-SALDO TO WRK-SALDO-DEPOIS
               PERFORM 0346-GRAVAR-HISTORICO
               COMPUTE WRK-CTL-DELTA-HASH = WRK-CTL-DELTA-HASH
                   + CTA-SALDO - WRK-SALDO-ANTES
               ADD 1 TO WRK-QTD-ALTERADAS
               PERFORM 0370-REPORTAR-APLICADA
           END-IF.

       0350-FIM. EXIT.

           IF NOT CLIENTE-EXISTE
               MOVE "CLIENTE NAO CADASTRADO" TO WRK-MOTIVO
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
               PERFORM 0391-VALIDAR-CONTA-CLIENTE
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES AND CONTA-BLOQUEADA
               MOVE "CONTA BLOQUEADA" TO WRK-MOTIVO
           END-IF.

           IF WRK-MOTIVO NOT EQUAL SPACES
               PERFORM 0375-REPORTAR-REJEICAO
           ELSE
               PERFORM 0344-GUARDAR-ANTES
               SUBTRACT 1 FROM WRK-CTL-DELTA-QTD
               SUBTRACT CTA-SALDO FROM WRK-CTL-DELTA-HASH
               MOVE CTA-SALDO TO WRK-SALDO-ANTES
               MOVE ZEROS     TO WRK-SALDO-DEPOIS
               DELETE CONTAS-FILE
      *        A ULTIMA CONTA DO TITULAR LEVA O CLIENTE JUNTO
               PERFORM 0347-VERIFICAR-OUTRAS-CONTAS
               IF NOT TEM-OUTRAS-CONTAS
                   DELETE CLIENTES-FILE
               END-IF
               PERFORM 0345-GRAVAR-IMAGEM
               PERFORM 0346-GRAVAR-HISTORICO
               ADD 1 TO WRK-QTD-EXCLUIDAS
               PERFORM 0370-REPORTAR-APLICADA
           END-IF.

       0355-FIM. EXIT.
      *----------------------------------BLOQUEAR-CONTA
       0356-BLOQUEAR-CONTA    SECTION.

           IF NOT CLIENTE-EXISTE
               MOVE "CLIENTE NAO CADASTRADO" TO WRK-MOTIVO
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
               PERFORM 0391-VALIDAR-CONTA-CLIENTE
           END-IF.
           EVALUATE TRUE
               WHEN WRK-MOTIVO NOT EQUAL SPACES
                   CONTINUE
               WHEN CONTA-ENCERRADA
                   MOVE "CONTA ENCERRADA" TO WRK-MOTIVO
               WHEN CONTA-BLOQUEADA
                   MOVE "CONTA JA BLOQUEADA" TO WRK-MOTIVO
               WHEN NOT MOTIVO-BLOQUEIO-VALIDO
                   MOVE "MOTIVO BLOQ INVALIDO" TO WRK-MOTIVO
           END-EVALUATE.

           IF WRK-MOTIVO NOT EQUAL SPACES
               PERFORM 0375-REPORTAR-REJEICAO
           ELSE
               PERFORM 0344-GUARDAR-ANTES
               MOVE "B"                 TO CTA-SITUACAO
               MOVE TRN-MOTIVO-BLOQUEIO TO CTA-MOTIVO-BLOQUEIO
               MOVE WRK-DATA-EXECUCAO   TO CTA-DATA-SITUACAO
               REWRITE REG-CONTA
               PERFORM 0345-GRAVAR-IMAGEM
               ADD 1 TO WRK-QTD-BLOQUEADAS
               PERFORM 0370-REPORTAR-APLICADA
           END-IF.

       0356-FIM. EXIT.
      *----------------------------------DESBLOQUEAR-CONTA
       0357-DESBLOQUEAR-CONTA SECTION.

           IF NOT CLIENTE-EXISTE
               MOVE "CLIENTE NAO CADASTRADO" TO WRK-MOTIVO
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
               PERFORM 0391-VALIDAR-CONTA-CLIENTE
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES AND NOT CONTA-BLOQUEADA
               MOVE "CONTA NAO BLOQUEADA" TO WRK-MOTIVO
           END-IF.

           IF WRK-MOTIVO NOT EQUAL SPACES
               PERFORM 0375-REPORTAR-REJEICAO
           ELSE
               PERFORM 0344-GUARDAR-ANTES
               MOVE "A"                 TO CTA-SITUACAO
               MOVE SPACES              TO CTA-MOTIVO-BLOQUEIO
               MOVE WRK-DATA-EXECUCAO   TO CTA-DATA-SITUACAO
               REWRITE REG-CONTA
               PERFORM 0345-GRAVAR-IMAGEM
               ADD 1 TO WRK-QTD-DESBLOQUEADAS
               PERFORM 0370-REPORTAR-APLICADA
           END-IF.

       0357-FIM. EXIT.
      *----------------------------------ENCERRAR-CONTA
       0358-ENCERRAR-CONTA    SECTION.

           IF NOT CLIENTE-EXISTE
               MOVE "CLIENTE NAO CADASTRADO" TO WRK-MOTIVO
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
               PERFORM 0391-VALIDAR-CONTA-CLIENTE
           END-IF.
           EVALUATE TRUE
               WHEN WRK-MOTIVO NOT EQUAL SPACES
                   CONTINUE
               WHEN CONTA-ENCERRADA
                   MOVE "CONTA JA ENCERRADA" TO WRK-MOTIVO
               WHEN CONTA-BLOQUEADA
                   MOVE "CONTA BLOQUEADA" TO WRK-MOTIVO
               WHEN CTA-SALDO NOT EQUAL ZEROS
                   MOVE "SALDO NAO ZERADO" TO WRK-MOTIVO
           END-EVALUATE.

           IF WRK-MOTIVO NOT EQUAL SPACES
               PERFORM 0375-REPORTAR-REJEICAO
           ELSE
               PERFORM 0344-GUARDAR-ANTES
               MOVE "E"                 TO CTA-SITUACAO
               MOVE SPACES              TO CTA-MOTIVO-BLOQUEIO
               MOVE WRK-DATA-EXECUCAO   TO CTA-DATA-SITUACAO
               REWRITE REG-CONTA
               PERFORM 0345-GRAVAR-IMAGEM
               ADD 1 TO WRK-QTD-ENCERRADAS
               PERFORM 0370-REPORTAR-APLICADA
           END-IF.

       0358-FIM. EXIT.
      *----------------------------------GUARDAR-ANTES
       0344-GUARDAR-ANTES     SECTION.

           MOVE REG-NOME            TO BIM-NOME-ANTES.
           MOVE CTA-SALDO           TO BIM-SALDO-ANTES.
           MOVE CTA-TIPO-CONTA      TO BIM-TIPO-ANTES.
           MOVE CTA-SITUACAO        TO BIM-SITUACAO-ANTES.
           MOVE CTA-MOTIVO-BLOQUEIO TO BIM-MOTIVO-BLQ-ANTES.
           MOVE CTA-DATA-SITUACAO   TO BIM-DATA-SIT-ANTES.
           MOVE CTA-DATA-ABERTURA   TO BIM-DATA-ABERT-ANTES.

       0344-FIM. EXIT.
      *----------------------------------GRAVAR-IMAGEM
       0345-GRAVAR-IMAGEM     SECTION.

           MOVE WRK-BIM-SEQUENCIA TO BIM-SEQUENCIA.
           MOVE TRN-OPERACAO      TO BIM-OPERACAO.
           MOVE TRN-DOCUMENTO     TO BIM-DOCUMENTO.
           MOVE TRN-CONTA         TO BIM-CONTA.
           WRITE REG-BIMG.

       0345-FIM. EXIT.
      *----------------------------------GRAVAR-HISTORICO
       0346-GRAVAR-HISTORICO  SECTION.

           IF WRK-SALDO-DEPOIS NOT EQUAL WRK-SALDO-ANTES
               ADD 1 TO WRK-HMOV-SEQUENCIA
               MOVE TRN-DOCUMENTO      TO HMOV-DOCUMENTO
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
               MOVE TRN-CONTA          TO HMOV-CONTA
               WRITE REG-HMOV
           END-IF.

       0346-FIM. EXIT.
      *----------------------------------VERIFICAR-OUTRAS-CONTAS
       0347-VERIFICAR-OUTRAS-CONTAS SECTION.

           MOVE TRN-DOCUMENTO TO CTA-DOCUMENTO.
           START CONTAS-FILE KEY IS EQUAL CTA-DOCUMENTO
               INVALID KEY
                   MOVE "N" TO WRK-OUTRAS-CONTAS
               NOT INVALID KEY
                   MOVE "S" TO WRK-OUTRAS-CONTAS
           END-START.

       0347-FIM. EXIT.
      *----------------------------------VALIDAR-TRANSACAO
       0360-VALIDAR-TRANSACAO SECTION.

               MOVE "N" TO WRK-TRN-VALIDA
           END-IF.

      *    NA ABERTURA DE CONTA O NOME VEM DO CADASTRO DO CLIENTE
           IF TRN-VALIDA AND TRN-NOME EQUAL SPACES
                         AND TRN-OPERACAO NOT EQUAL "C"
               MOVE "NOME INVALIDO" TO WRK-MOTIVO
               MOVE "N" TO WRK-TRN-VALIDA
           END-IF.
           END-IF.

       0384-FIM. EXIT.
      *----------------------------------VALIDAR-CONTA-NOVA
       0390-VALIDAR-CONTA-NOVA SECTION.

           PERFORM 0392-VALIDAR-DIGITO-CONTA.
           IF WRK-MOTIVO EQUAL SPACES
               PERFORM 0393-BUSCAR-AGENCIA
               EVALUATE TRUE
                   WHEN AGENCIA-NAO-CADASTRADA
                       MOVE "AGENCIA INVALIDA" TO WRK-MOTIVO
                   WHEN NOT AGENCIA-ATIVA
                       MOVE "AGENCIA INATIVA" TO WRK-MOTIVO
                   WHEN CONTA-EXISTE
                       MOVE "CONTA JA CADASTRADA" TO WRK-MOTIVO
               END-EVALUATE
           END-IF.

       0390-FIM. EXIT.
      *----------------------------------VALIDAR-CONTA-CLIENTE
       0391-VALIDAR-CONTA-CLIENTE SECTION.

           PERFORM 0392-VALIDAR-DIGITO-CONTA.
           EVALUATE TRUE
               WHEN WRK-MOTIVO NOT EQUAL SPACES
                   CONTINUE
               WHEN NOT CONTA-EXISTE
                   MOVE "CONTA NAO CADASTRADA" TO WRK-MOTIVO
               WHEN CTA-DOCUMENTO NOT EQUAL TRN-DOCUMENTO
                   MOVE "CONTA DE OUTRO TITULAR" TO WRK-MOTIVO
           END-EVALUATE.

       0391-FIM. EXIT.
      *----------------------------------VALIDAR-DIGITO-CONTA
       0392-VALIDAR-DIGITO-CONTA SECTION.

           CALL "DIGITOCONTA" USING TRN-CONTA-AGENCIA
                                    TRN-CONTA-NUMERO
                                    WRK-DIGITO-CALCULADO.
           IF WRK-DIGITO-CALCULADO EQUAL SPACE
              OR TRN-CONTA-DIGITO IS NOT NUMERIC
              OR WRK-DIGITO-CALCULADO NOT EQUAL TRN-CONTA-DIGITO
               MOVE "CONTA INVALIDA" TO WRK-MOTIVO
           END-IF.

       0392-FIM. EXIT.
      *----------------------------------BUSCAR-AGENCIA
       0393-BUSCAR-AGENCIA    SECTION.

           MOVE SPACES TO WRK-AGENCIA-SITUACAO.
           IF WRK-QTD-AGE GREATER ZEROS
               SEARCH ALL WRK-AGE-ITEM
                   AT END
                       MOVE SPACES TO WRK-AGENCIA-SITUACAO
                   WHEN WRK-AGE-CODIGO (WRK-IDX-AGE)
                                       EQUAL TRN-CONTA-AGENCIA
                       MOVE WRK-AGE-SITUACAO (WRK-IDX-AGE)
                                       TO WRK-AGENCIA-SITUACAO
               END-SEARCH
           END-IF.

       0393-FIM. EXIT.
      *----------------------------------REPORTAR-APLICADA
       0370-REPORTAR-APLICADA SECTION.

                                    WRK-DOC-MASCARADO.
           MOVE WRK-DOC-MASCARADO TO DET-DOCUMENTO.
           MOVE TRN-OPERACAO  TO DET-OPERACAO.
           MOVE TRN-CONTA-AGENCIA TO DET-CTA-AGENCIA.
           MOVE TRN-CONTA-NUMERO  TO DET-CTA-NUMERO.
           MOVE TRN-CONTA-DIGITO  TO DET-CTA-DIGITO.
           MOVE TRN-NOME      TO DET-NOME.
           MOVE "APLICADA"    TO DET-RESULTADO.
           MOVE SPACES        TO DET-MOTIVO.
                                    WRK-DOC-MASCARADO.
           MOVE WRK-DOC-MASCARADO TO DET-DOCUMENTO.
           MOVE TRN-OPERACAO  TO DET-OPERACAO.
           MOVE TRN-CONTA-AGENCIA TO DET-CTA-AGENCIA.
           MOVE TRN-CONTA-NUMERO  TO DET-CTA-NUMERO.
           MOVE TRN-CONTA-DIGITO  TO DET-CTA-DIGITO.
           MOVE TRN-NOME      TO DET-NOME.
           MOVE "REJEITADA"   TO DET-RESULTADO.
           MOVE WRK-MOTIVO    TO DET-MOTIVO.
           MOVE "INCLUSOES APLICADAS .......: " TO TOT-TITULO.
           MOVE WRK-QTD-INCLUIDAS  TO TOT-QTD.
           WRITE REG-REL FROM WRK-LINHA-TOT.
           MOVE "ABERTURAS DE CONTA ........: " TO TOT-TITULO.
           MOVE WRK-QTD-ABERTAS    TO TOT-QTD.
           WRITE REG-REL FROM WRK-LINHA-TOT.
           MOVE "ALTERACOES APLICADAS ......: " TO TOT-TITULO.
           MOVE WRK-QTD-ALTERADAS  TO TOT-QTD.
           WRITE REG-REL FROM WRK-LINHA-TOT.
           MOVE "EXCLUSOES APLICADAS .......: " TO TOT-TITULO.
           MOVE WRK-QTD-EXCLUIDAS  TO TOT-QTD.
           WRITE REG-REL FROM WRK-LINHA-TOT.
           MOVE "BLOQUEIOS APLICADOS .......: " TO TOT-TITULO.
           MOVE WRK-QTD-BLOQUEADAS TO TOT-QTD.
           WRITE REG-REL FROM WRK-LINHA-TOT.
           MOVE "DESBLOQUEIOS APLICADOS ....: " TO TOT-TITULO.
           MOVE WRK-QTD-DESBLOQUEADAS TO TOT-QTD.
           WRITE REG-REL FROM WRK-LINHA-TOT.
           MOVE "ENCERRAMENTOS APLICADOS ...: " TO TOT-TITULO.
           MOVE WRK-QTD-ENCERRADAS TO TOT-QTD.
           WRITE REG-REL FROM WRK-LINHA-TOT.
           MOVE "TRANSACOES REJEITADAS .....: " TO TOT-TITULO.
           MOVE WRK-QTD-REJEITADAS TO TOT-QTD.
           WRITE REG-REL FROM WRK-LINHA-TOT.

           CLOSE CLIENTES-FILE
                 CONTAS-FILE
                 CLIENTES-TRN
                 CLIENTES-REL
                 CLIENTES-BIMG
                 CLIENTES-HMOV.

           PERFORM 0510-ATUALIZAR-CONTROLE.

