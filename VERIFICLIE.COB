      *                 COMPLIANCE ON LISTINGS DISTRIBUTED TO THE
      *                 BRANCHES. MACHINE-READABLE FILES KEEP THE
      *                 FULL NUMBER.
      * 2026-10-15 RLC  THE ACCOUNT SITUATION IS NOW CHECKED TOO: IT
      *                 MUST BE A, B OR E, A BLOCKED ACCOUNT MUST
      *                 CARRY A BLOCK REASON OF J, F OR A, AND A
      *                 CLOSED ACCOUNT MUST HAVE ZERO SALDO.
      * 2026-10-15 RLC  THE MINIMUM-BALANCE TABLE (CLIEPRM) IS NOW
      *                 EFFECTIVE-DATED AND MAINTAINED BY MANUTPARAM:
      *                 EACH TIPO-CONTA MAY HAVE SEVERAL FLOORS, EACH
      *                 WITH ITS DATA DE VIGENCIA, AND THE FLOOR USED
      *                 IS THE ONE IN FORCE ON THE DATA DE MOVIMENTO.
      * 2026-10-15 RLC  THE PASS NOW RUNS OVER THE NEW ACCOUNT MASTER
      *                 (CLIECTA) IN ACCOUNT ORDER, SINCE CLIEMST HOLDS
      *                 ONLY NOME AND DOCUMENTO. EACH ACCOUNT IS ALSO
      *                 CHECKED FOR ITS CHECK DIGIT (DIGITOCONTA) AND
      *                 FOR A TITULAR ON CLIEMST. CLIEMCTL NOW COUNTS
      *                 ACCOUNTS AND HASHES THEIR SALDOS; THE REPORT
      *                 LISTS THE ACCOUNT.
      * 2026-10-15 RLC  THE RETURN CODE IS SET AGAIN AFTER THE CLOSING
      *                 CALL TO REGISTRAEXEC, WHICH LEFT IT AT ZERO, SO
      *                 THE CALLER SEES THE RETURN CODE THE RUN ENDED
      *                 WITH.
      *-----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       FILE-CONTROL.
           SELECT CLIENTES-FILE ASSIGN TO "CLIEMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE   IS RANDOM
               RECORD KEY    IS REG-DOCUMENTO.
           SELECT CONTAS-FILE    ASSIGN TO "CLIECTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE   IS SEQUENTIAL
               RECORD KEY    IS CTA-CHAVE
               ALTERNATE RECORD KEY IS CTA-DOCUMENTO
                             WITH DUPLICATES.
           SELECT CLIENTES-PARM  ASSIGN TO "CLIEPRM"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLIENTES-MCTL  ASSIGN TO "CLIEMCTL"
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

       FD  CLIENTES-PARM.
       01  REG-PARM.
           05  PARM-TIPO-CONTA   PICTURE 9.
           05  PARM-DATA-VIGENCIA PICTURE 9(08).
           05  PARM-SALDO-MIN    PICTURE S9(10)  COMP.

       FD  CLIENTES-MCTL.
       01  WRK-STATUS-DAT    PICTURE X(02)   VALUE SPACES.
       01  WRK-DATA-EXECUCAO PICTURE X(08)   VALUE SPACES.
       01  WRK-QTD-PARM      PICTURE 9(02)   COMP VALUE ZEROS.
       01  WRK-PARM-ULTIMO-TIPO PICTURE X(01) VALUE SPACES.
       01  WRK-TAB-PARM.
           05  WRK-PARM-ITEM  OCCURS 1 TO 9 TIMES
                              DEPENDING ON WRK-QTD-PARM
       01  WRK-DV-RESTO      PICTURE 9(02)   COMP VALUE ZEROS.
       01  WRK-DV-RESULTADO  PICTURE 9(01)   VALUE ZERO.
       01  WRK-IDX-DV        PICTURE 9(02)   COMP VALUE ZEROS.
       01  WRK-CHAVE-ANTERIOR PICTURE X(11)  VALUE LOW-VALUES.
       01  WRK-DIGITO-CALCULADO PICTURE X(01) VALUE SPACE.
       01  WRK-CLIENTE-EXISTE PICTURE X(01)  VALUE "N".
           88  CLIENTE-EXISTE                VALUE "S".
       01  WRK-QTD-LIDOS     PICTURE 9(08)   COMP VALUE ZEROS.
       01  WRK-HASH-SALDO    PICTURE S9(13)  COMP VALUE ZEROS.
       01  WRK-QTD-ERROS     PICTURE 9(06)   COMP VALUE ZEROS.
       01  WRK-JRN-RETORNO   PICTURE 9(02)   VALUE ZEROS.
       01  WRK-LINHA-CAB1.
           05  FILLER    PICTURE X(36)
               VALUE "VERIFICACAO DE INTEGRIDADE DO CLIECT".
           05  FILLER    PICTURE X(10)  VALUE "A - DATA: ".
           05  CAB1-DATA PICTURE X(08).
           05  FILLER    PICTURE X(26)  VALUE SPACES.
       01  WRK-LINHA-DET.
           05  DET-DOCUMENTO PICTURE X(14).
           05  FILLER        PICTURE X(02) VALUE SPACES.
           05  DET-CONTA.
               10  DET-CTA-AGENCIA PICTURE X(04).
               10  FILLER          PICTURE X(01) VALUE SPACES.
               10  DET-CTA-NUMERO  PICTURE X(06).
               10  FILLER          PICTURE X(01) VALUE "-".
               10  DET-CTA-DIGITO  PICTURE X(01).
           05  FILLER        PICTURE X(02) VALUE SPACES.
           05  DET-MOTIVO    PICTURE X(30).
           05  FILLER        PICTURE X(19) VALUE SPACES.
       01  WRK-LINHA-TOT.
           05  TOT-TITULO    PICTURE X(30).
           05  TOT-QTD       PICTURE ZZZ.ZZZ.ZZ9.
           MOVE WRK-QTD-ERROS TO WRK-JRN-REJEITADOS.
           MOVE RETURN-CODE   TO WRK-JRN-RETORNO.
           PERFORM 0500-REGISTRAR-EXECUCAO.
           MOVE WRK-JRN-RETORNO TO RETURN-CODE.
           STOP  RUN.
       0100-FIM. EXIT.
      *----------------------------------INICIAR
           PERFORM 0500-REGISTRAR-EXECUCAO.

           OPEN INPUT  CLIENTES-FILE.
           OPEN INPUT  CONTAS-FILE.
           OPEN OUTPUT CLIENTES-VREL.
           PERFORM 0210-CARREGAR-PARAMETROS.
           PERFORM 0220-LER-CONTROLE.
           MOVE SPACES TO REG-VREL.
           WRITE REG-VREL.

           PERFORM 0250-LER-CONTA.

       0200-FIM. EXIT.
      *----------------------------------LER-DATA-MOVIMENTO
      *----------------------------------GRAVAR-PARM
       0215-GRAVAR-PARM       SECTION.

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
           END-IF.

       0220-FIM. EXIT.
      *----------------------------------LER-CONTA
       0250-LER-CONTA         SECTION.

           READ CONTAS-FILE
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
               NOT AT END
      *----------------------------------PROCESSAR
       0300-PROCESSAR         SECTION.

           MOVE CTA-DOCUMENTO TO WRK-DOCUMENTO.
           PERFORM 0280-VALIDAR-DOCUMENTO.
           IF NOT DOC-VALIDO
               MOVE "DOCUMENTO INVALIDO" TO DET-MOTIVO
               PERFORM 0360-REPORTAR-ERRO
           END-IF.

           CALL "DIGITOCONTA" USING CTA-AGENCIA CTA-NUMERO
                                    WRK-DIGITO-CALCULADO.
           IF WRK-DIGITO-CALCULADO EQUAL SPACE
              OR WRK-DIGITO-CALCULADO NOT EQUAL CTA-DIGITO
               MOVE "DIGITO DA CONTA INVALIDO" TO DET-MOTIVO
               PERFORM 0360-REPORTAR-ERRO
           END-IF.

           PERFORM 0320-LER-TITULAR.
           IF NOT CLIENTE-EXISTE
               MOVE "TITULAR NAO CADASTRADO" TO DET-MOTIVO
               PERFORM 0360-REPORTAR-ERRO
           END-IF.

           PERFORM 0310-VALIDAR-TIPO-CONTA.
           IF NOT TIPO-VALIDO
               MOVE "TIPO CONTA FORA DA TABELA" TO DET-MOTIVO
               PERFORM 0360-REPORTAR-ERRO
           END-IF.

           EVALUATE TRUE
               WHEN NOT CONTA-ATIVA AND NOT CONTA-BLOQUEADA AND
                    NOT CONTA-ENCERRADA
                   MOVE "SITUACAO DA CONTA INVALIDA" TO DET-MOTIVO
                   PERFORM 0360-REPORTAR-ERRO
               WHEN CONTA-BLOQUEADA AND
                    CTA-MOTIVO-BLOQUEIO NOT EQUAL "J" AND
                    CTA-MOTIVO-BLOQUEIO NOT EQUAL "F" AND
                    CTA-MOTIVO-BLOQUEIO NOT EQUAL "A"
                   MOVE "MOTIVO DE BLOQUEIO INVALIDO" TO DET-MOTIVO
                   PERFORM 0360-REPORTAR-ERRO
               WHEN CONTA-ENCERRADA AND CTA-SALDO IS NUMERIC AND
                    CTA-SALDO NOT EQUAL ZEROS
                   MOVE "CONTA ENCERRADA COM SALDO" TO DET-MOTIVO
                   PERFORM 0360-REPORTAR-ERRO
           END-EVALUATE.

           IF CTA-SALDO IS NOT NUMERIC
               MOVE "SALDO NAO NUMERICO" TO DET-MOTIVO
               PERFORM 0360-REPORTAR-ERRO
           ELSE
               ADD CTA-SALDO TO WRK-HASH-SALDO
           END-IF.

           IF CTA-CHAVE NOT GREATER WRK-CHAVE-ANTERIOR
               MOVE "CHAVE FORA DE SEQUENCIA" TO DET-MOTIVO
               PERFORM 0360-REPORTAR-ERRO
           ELSE
               MOVE CTA-CHAVE TO WRK-CHAVE-ANTERIOR
           END-IF.

           PERFORM 0250-LER-CONTA.

       0300-FIM. EXIT.
      *----------------------------------VALIDAR-TIPO-CONTA
               AT END
                   MOVE "N" TO WRK-TIPO-VALIDO
               WHEN WRK-PARM-TIPO (WRK-IDX-PARM)
                                   EQUAL CTA-TIPO-CONTA
                   MOVE "S" TO WRK-TIPO-VALIDO
           END-SEARCH.

       0310-FIM. EXIT.
      *----------------------------------LER-TITULAR
       0320-LER-TITULAR       SECTION.

           MOVE CTA-DOCUMENTO TO REG-DOCUMENTO.
           READ CLIENTES-FILE
               INVALID KEY
                   MOVE "N" TO WRK-CLIENTE-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WRK-CLIENTE-EXISTE
           END-READ.

       0320-FIM. EXIT.
      *----------------------------------REPORTAR-ERRO
       0360-REPORTAR-ERRO     SECTION.

           ADD 1 TO WRK-QTD-ERROS.
           CALL "MASCARADOC" USING CTA-DOCUMENTO
                                    WRK-DOC-MASCARADO.
           MOVE WRK-DOC-MASCARADO TO DET-DOCUMENTO.
           MOVE CTA-AGENCIA TO DET-CTA-AGENCIA.
           MOVE CTA-NUMERO  TO DET-CTA-NUMERO.
           MOVE CTA-DIGITO  TO DET-CTA-DIGITO.
           WRITE REG-VREL FROM WRK-LINHA-DET.

       0360-FIM. EXIT.

           MOVE SPACES TO REG-VREL.
           WRITE REG-VREL.
           MOVE "CONTAS LIDAS ..............: " TO TOT-TITULO.
           MOVE WRK-QTD-LIDOS TO TOT-QTD.
           WRITE REG-VREL FROM WRK-LINHA-TOT.
           MOVE "CONTAS COM ERRO ...........: " TO TOT-TITULO.
           MOVE WRK-QTD-ERROS TO TOT-QTD.
           WRITE REG-VREL FROM WRK-LINHA-TOT.
           MOVE "HASH DE SALDO APURADO .....: " TO HSH-TITULO.
           END-IF.

           CLOSE CLIENTES-FILE
                 CONTAS-FILE
                 CLIENTES-VREL.

           MOVE WRK-QTD-LIDOS TO WRK-QTD-ED.
           DISPLAY "CONTAS LIDAS ..............: " WRK-QTD-ED.
           MOVE WRK-QTD-ERROS TO WRK-QTD-ED.
           DISPLAY "CONTAS COM ERRO ...........: " WRK-QTD-ED.

       0400-FIM. EXIT.
      *----------------------------------INICIALIZAR-CONTROLE
