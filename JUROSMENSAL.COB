      *                 COMPLIANCE ON LISTINGS DISTRIBUTED TO THE
      *                 BRANCHES. MACHINE-READABLE FILES KEEP THE
      *                 FULL NUMBER.
      * 2026-10-15 RLC  EVERY JUROS CREDIT IS NOW ALSO WRITTEN TO THE
      *                 PERMANENT MOVEMENT HISTORY (CLIEHMOV, OPENED
      *                 EXTEND, ORIGEM "J") WITH THE BALANCE BEFORE
      *                 AND AFTER, FOR THE MONTH-END EXTRATOMES
      *                 CLIENT STATEMENT.
      * 2026-10-15 RLC  CLOSED ACCOUNTS (REG-SITUACAO "E") NO LONGER
      *                 ACCRUE INTEREST; THEY ARE COUNTED AND LISTED
      *                 IN THE TOTALS AS CONTAS ENCERRADAS. BLOCKED
      *                 ACCOUNTS STILL ACCRUE.
      * 2026-10-15 RLC  STOP RUN REPLACED BY GOBACK SO THE PROGRAM CAN
      *                 BE CALLED AS A STEP BY THE NIGHTLY CHAIN
      *                 DRIVER (CADEIANOTURNA), WHICH CHECKS THE
      *                 RETURN CODE. RUN ON ITS OWN IT BEHAVES AS
      *                 BEFORE.
      * 2026-10-15 RLC  THE RATES TABLE (CLIEJPRM) IS NOW EFFECTIVE-
      *                 DATED AND MAINTAINED BY MANUTPARAM. THE RATE
      *                 APPLIED TO EACH TIPO-CONTA IS THE ONE IN FORCE
      *                 IN THE COMPETENCIA; WHEN THE RATE CHANGED
      *                 DURING THE MONTH, EACH RATE IS WEIGHTED BY THE
      *                 CALENDAR DAYS IT WAS IN FORCE (PRO RATA DIE)
      *                 AND THE RESULTING EFFECTIVE RATE IS USED. THE
      *                 EFFECTIVE RATES ARE LISTED ON CLIEJREL, WITH
      *                 THE PRO-RATED ONES FLAGGED.
      * 2026-10-15 RLC  JUROS ARE NOW CREDITED PER ACCOUNT: THE PASS
      *                 RUNS OVER THE NEW ACCOUNT MASTER (CLIECTA) IN
      *                 ACCOUNT ORDER INSTEAD OF OVER CLIEMST, EACH
      *                 ACCOUNT WITH ITS OWN TIPO-CONTA AND SALDO.
      *                 CLIEHMOV AND THE REPORT CARRY THE ACCOUNT.
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
               ACCESS MODE   IS SEQUENTIAL
               RECORD KEY    IS CTA-CHAVE
               ALTERNATE RECORD KEY IS CTA-DOCUMENTO
                             WITH DUPLICATES.
           SELECT CLIENTES-JPRM  ASSIGN TO "CLIEJPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-JPRM.
           SELECT CLIENTES-MCTL  ASSIGN TO "CLIEMCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-MCTL.
           SELECT CLIENTES-HMOV  ASSIGN TO "CLIEHMOV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-HMOV.

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

       FD  CLIENTES-JPRM.
       01  REG-JPRM.
           05  JPRM-TIPO-CONTA   PICTURE 9.
           05  JPRM-DATA-VIGENCIA PICTURE 9(08).
           05  JPRM-TAXA-MENSAL  PICTURE 9(02)V9(04).

       FD  CLIENTES-JCTL.
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

       WORKING-STORAGE       SECTION.
       01  WRK-FIM-ARQUIVO   PICTURE X(01)   VALUE "N".
           88  FIM-ARQUIVO                   VALUE "S".
       01  WRK-DATA-EXECUCAO-R REDEFINES WRK-DATA-EXECUCAO.
           05  WRK-EXEC-COMPETENCIA PICTURE 9(06).
           05  FILLER            PICTURE 9(02).
       01  WRK-DATA-EXECUCAO-R2 REDEFINES WRK-DATA-EXECUCAO.
           05  WRK-EXEC-ANO      PICTURE 9(04).
           05  WRK-EXEC-MES      PICTURE 9(02).
           05  FILLER            PICTURE 9(02).
       01  WRK-DATA-SEGUINTE PICTURE 9(08)   VALUE ZEROS.
       01  WRK-DATA-SEGUINTE-R REDEFINES WRK-DATA-SEGUINTE.
           05  WRK-SEG-COMPETENCIA PICTURE 9(06).
                              ASCENDING KEY WRK-JPRM-TIPO
                              INDEXED BY WRK-IDX-JPRM.
               10  WRK-JPRM-TIPO PICTURE 9.
               10  WRK-JPRM-TAXA PICTURE 9(02)V9(08).
               10  WRK-JPRM-PRORATA PICTURE X(01).
       01  WRK-TAXA-ATUAL    PICTURE 9(02)V9(08) VALUE ZEROS.
      *    APURACAO DA TAXA EFETIVA DA COMPETENCIA POR TIPO-CONTA
       01  WRK-VIGENCIA      PICTURE 9(08)   VALUE ZEROS.
       01  WRK-VIGENCIA-R    REDEFINES WRK-VIGENCIA.
           05  WRK-VIG-COMPETENCIA PICTURE 9(06).
           05  WRK-VIG-DIA       PICTURE 9(02).
       01  WRK-TIPO-CORRENTE PICTURE X(01)   VALUE SPACES.
       01  WRK-TAXA-VIGENTE  PICTURE 9(02)V9(04) VALUE ZEROS.
       01  WRK-DIA-VIGENTE   PICTURE 9(02)   VALUE ZEROS.
       01  WRK-DIA-INICIO    PICTURE 9(02)   VALUE ZEROS.
       01  WRK-SOMA-TAXA-DIAS PICTURE 9(05)V9(04) VALUE ZEROS.
       01  WRK-TEVE-MUDANCA  PICTURE X(01)   VALUE "N".
       01  WRK-DIAS-NO-MES   PICTURE 9(02)   VALUE ZEROS.
       01  WRK-QUOC-ANO      PICTURE 9(04)   COMP VALUE ZEROS.
       01  WRK-RESTO-4       PICTURE 9(04)   COMP VALUE ZEROS.
       01  WRK-RESTO-100     PICTURE 9(04)   COMP VALUE ZEROS.
       01  WRK-RESTO-400     PICTURE 9(04)   COMP VALUE ZEROS.
       01  WRK-TAXA-ACHADA   PICTURE X(01)   VALUE "N".
           88  TAXA-ACHADA                   VALUE "S".
       01  WRK-JUROS         PICTURE S9(10)  COMP VALUE ZEROS.
               10  WRK-TOT-JUROS PICTURE S9(12) COMP.
       01  WRK-QTD-LIDOS     PICTURE 9(06)   COMP VALUE ZEROS.
       01  WRK-QTD-ACRESCIDOS PICTURE 9(06)  COMP VALUE ZEROS.
       01  WRK-QTD-ENCERRADAS PICTURE 9(06)  COMP VALUE ZEROS.
       01  WRK-TOTAL-JUROS   PICTURE S9(12)  COMP VALUE ZEROS.
       01  WRK-QTD-ED        PICTURE ZZZ.ZZ9.
       01  WRK-JUROS-ED      PICTURE -ZZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER    PICTURE X(33)  VALUE SPACES.
       01  WRK-LINHA-CAB2.
           05  FILLER    PICTURE X(15)  VALUE "DOCUMENTO".
           05  FILLER    PICTURE X(15)  VALUE "CONTA".
           05  FILLER    PICTURE X(03)  VALUE "TP ".
           05  FILLER    PICTURE X(15)  VALUE "SALDO ANTERIOR".
           05  FILLER    PICTURE X(15)  VALUE "         JUROS".
           05  FILLER    PICTURE X(17)  VALUE "    SALDO NOVO".
       01  WRK-LINHA-DET.
           05  DET-DOCUMENTO PICTURE X(14).
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DET-CONTA.
               10  DET-CTA-AGENCIA PICTURE X(04).
               10  FILLER          PICTURE X(01) VALUE SPACES.
               10  DET-CTA-NUMERO  PICTURE X(06).
               10  FILLER          PICTURE X(01) VALUE "-".
               10  DET-CTA-DIGITO  PICTURE X(01).
           05  FILLER        PICTURE X(02) VALUE SPACES.
           05  DET-TIPO      PICTURE 9.
           05  FILLER        PICTURE X(02) VALUE SPACES.
           05  DET-SALDO-ANT PICTURE -Z.ZZZ.ZZZ.ZZ9.
           05  DET-JUROS     PICTURE -Z.ZZZ.ZZZ.ZZ9.
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DET-SALDO-NOVO PICTURE -Z.ZZZ.ZZZ.ZZ9.
           05  FILLER        PICTURE X(03) VALUE SPACES.
       01  WRK-LINHA-TIPO.
           05  FILLER    PICTURE X(12)  VALUE "TIPO CONTA: ".
           05  TIP-TIPO  PICTURE 9.
           05  FILLER    PICTURE X(09)  VALUE "  JUROS: ".
           05  TIP-JUROS PICTURE -ZZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER    PICTURE X(26)  VALUE SPACES.
       01  WRK-LINHA-TAXA.
           05  FILLER    PICTURE X(12)  VALUE "TIPO CONTA: ".
           05  TXA-TIPO  PICTURE 9.
           05  FILLER    PICTURE X(17)  VALUE "  TAXA EFETIVA: ".
           05  TXA-TAXA  PICTURE Z9,99999999.
           05  FILLER    PICTURE X(04)  VALUE " %  ".
           05  TXA-PRORATA PICTURE X(08).
           05  FILLER    PICTURE X(27)  VALUE SPACES.
       01  WRK-LINHA-TOT.
           05  TOT-TITULO    PICTURE X(30).
           05  TOT-QTD       PICTURE ZZZ.ZZ9.
       01  WRK-STATUS-MCTL   PICTURE X(02)   VALUE SPACES.
       01  WRK-CTL-DELTA-HASH PICTURE S9(13) COMP VALUE ZEROS.
       01  WRK-DOC-MASCARADO PICTURE X(14) VALUE SPACES.
       01  WRK-STATUS-HMOV   PICTURE X(02)   VALUE SPACES.
       01  WRK-HMOV-SEQUENCIA PICTURE 9(06)  VALUE ZEROS.
       01  WRK-JRN-PROGRAMA  PICTURE X(16)   VALUE "JUROSMENSAL".
       01  WRK-JRN-TIPO      PICTURE X(01)   VALUE "I".
       01  WRK-JRN-DATA      PICTURE 9(08)   VALUE ZEROS.
           MOVE WRK-QTD-ACRESCIDOS TO WRK-JRN-GRAVADOS.
           MOVE RETURN-CODE        TO WRK-JRN-RETORNO.
           PERFORM 0500-REGISTRAR-EXECUCAO.
           MOVE WRK-JRN-RETORNO TO RETURN-CODE.
           GOBACK.
       0100-FIM. EXIT.
      *----------------------------------INICIAR
       0200-INICIAR           SECTION.
               PERFORM 0230-CARREGAR-TAXAS
           END-IF.
           IF EXECUTAR-ACRESCIMO
               OPEN I-O    CONTAS-FILE
               OPEN OUTPUT CLIENTES-JREL
               OPEN EXTEND CLIENTES-HMOV
               IF WRK-STATUS-HMOV EQUAL "35"
                   OPEN OUTPUT CLIENTES-HMOV
               END-IF
               MOVE WRK-EXEC-COMPETENCIA TO CAB1-COMPETENCIA
               WRITE REG-JREL FROM WRK-LINHA-CAB1
               WRITE REG-JREL FROM WRK-LINHA-CAB2
               MOVE SPACES TO REG-JREL
               WRITE REG-JREL
               INITIALIZE WRK-TAB-TOTAIS
               PERFORM 0250-LER-CONTA
           END-IF.

       0200-FIM. EXIT.
      *----------------------------------CARREGAR-TAXAS
       0230-CARREGAR-TAXAS    SECTION.

           PERFORM 0232-CALCULAR-DIAS-MES.
           OPEN INPUT CLIENTES-JPRM.
           IF WRK-STATUS-JPRM EQUAL "00"
               READ CLIENTES-JPRM
                       MOVE "S" TO WRK-FIM-JPRM
               END-READ
               PERFORM 0235-GRAVAR-TAXA UNTIL FIM-JPRM
               IF WRK-TIPO-CORRENTE NOT EQUAL SPACES
                   PERFORM 0237-FECHAR-TIPO
               END-IF
               CLOSE CLIENTES-JPRM
           ELSE
               MOVE "S" TO WRK-FIM-JPRM
           END-IF.

       0230-FIM. EXIT.
      *----------------------------------CALCULAR-DIAS-MES
       0232-CALCULAR-DIAS-MES SECTION.

           EVALUATE WRK-EXEC-MES
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WRK-DIAS-NO-MES
               WHEN 2
                   DIVIDE WRK-EXEC-ANO BY 4
                       GIVING WRK-QUOC-ANO REMAINDER WRK-RESTO-4
                   DIVIDE WRK-EXEC-ANO BY 100
                       GIVING WRK-QUOC-ANO REMAINDER WRK-RESTO-100
                   DIVIDE WRK-EXEC-ANO BY 400
                       GIVING WRK-QUOC-ANO REMAINDER WRK-RESTO-400
                   IF (WRK-RESTO-4 EQUAL ZERO AND
                       WRK-RESTO-100 NOT EQUAL ZERO) OR
                      WRK-RESTO-400 EQUAL ZERO
                       MOVE 29 TO WRK-DIAS-NO-MES
                   ELSE
                       MOVE 28 TO WRK-DIAS-NO-MES
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WRK-DIAS-NO-MES
           END-EVALUATE.

       0232-FIM. EXIT.
      *----------------------------------GRAVAR-TAXA
       0235-GRAVAR-TAXA       SECTION.

      *    A TABELA VEM EM ORDEM DE TIPO E VIGENCIA. CADA TAXA VALE DO
      *    DIA DA SUA VIGENCIA (OU DO DIA 1, SE ANTERIOR A COMPETENCIA)
      *    ATE A VESPERA DA TAXA SEGUINTE; VIGENCIAS POSTERIORES A
      *    COMPETENCIA SAO IGNORADAS
           MOVE JPRM-DATA-VIGENCIA TO WRK-VIGENCIA.
           IF WRK-VIG-COMPETENCIA NOT GREATER WRK-EXEC-COMPETENCIA
               IF JPRM-TIPO-CONTA NOT EQUAL WRK-TIPO-CORRENTE
                   IF WRK-TIPO-CORRENTE NOT EQUAL SPACES
                       PERFORM 0237-FECHAR-TIPO
                   END-IF
                   MOVE JPRM-TIPO-CONTA TO WRK-TIPO-CORRENTE
                   MOVE ZEROS TO WRK-TAXA-VIGENTE
                                 WRK-SOMA-TAXA-DIAS
                   MOVE 1     TO WRK-DIA-VIGENTE
                   MOVE "N"   TO WRK-TEVE-MUDANCA
               END-IF
               IF WRK-VIG-COMPETENCIA LESS WRK-EXEC-COMPETENCIA
                   MOVE 1 TO WRK-DIA-INICIO
               ELSE
                   MOVE WRK-VIG-DIA TO WRK-DIA-INICIO
               END-IF
               IF WRK-DIA-INICIO GREATER WRK-DIA-VIGENTE
                   COMPUTE WRK-SOMA-TAXA-DIAS = WRK-SOMA-TAXA-DIAS +
                       WRK-TAXA-VIGENTE *
                       (WRK-DIA-INICIO - WRK-DIA-VIGENTE)
                   MOVE WRK-DIA-INICIO TO WRK-DIA-VIGENTE
                   MOVE "S" TO WRK-TEVE-MUDANCA
               END-IF
               MOVE JPRM-TAXA-MENSAL TO WRK-TAXA-VIGENTE
           END-IF.

           READ CLIENTES-JPRM
               AT END
           END-READ.

       0235-FIM. EXIT.
      *----------------------------------FECHAR-TIPO
       0237-FECHAR-TIPO       SECTION.

           COMPUTE WRK-SOMA-TAXA-DIAS = WRK-SOMA-TAXA-DIAS +
               WRK-TAXA-VIGENTE *
               (WRK-DIAS-NO-MES - WRK-DIA-VIGENTE + 1).
           ADD 1 TO WRK-QTD-JPRM.
           SET WRK-IDX-JPRM TO WRK-QTD-JPRM.
           MOVE WRK-TIPO-CORRENTE TO WRK-JPRM-TIPO (WRK-IDX-JPRM).
           COMPUTE WRK-JPRM-TAXA (WRK-IDX-JPRM) ROUNDED =
               WRK-SOMA-TAXA-DIAS / WRK-DIAS-NO-MES.
           MOVE WRK-TEVE-MUDANCA  TO WRK-JPRM-PRORATA (WRK-IDX-JPRM).

       0237-FIM. EXIT.
      *----------------------------------LER-CONTA
       0250-LER-CONTA         SECTION.

           READ CONTAS-FILE
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
               NOT AT END
      *----------------------------------PROCESSAR
       0300-PROCESSAR         SECTION.

           IF CONTA-ENCERRADA
               ADD 1 TO WRK-QTD-ENCERRADAS
           ELSE
               PERFORM 0310-BUSCAR-TAXA
               IF TAXA-ACHADA AND CTA-SALDO GREATER ZEROS
                   PERFORM 0320-ACRESCER-JUROS
               END-IF
           END-IF.

           PERFORM 0250-LER-CONTA.

       0300-FIM. EXIT.
      *----------------------------------BUSCAR-TAXA
               AT END
                   MOVE "N" TO WRK-TAXA-ACHADA
               WHEN WRK-JPRM-TIPO (WRK-IDX-JPRM)
                                   EQUAL CTA-TIPO-CONTA
                   MOVE "S" TO WRK-TAXA-ACHADA
                   MOVE WRK-JPRM-TAXA (WRK-IDX-JPRM)
                                   TO WRK-TAXA-ATUAL
      *----------------------------------ACRESCER-JUROS
       0320-ACRESCER-JUROS    SECTION.

           MOVE CTA-SALDO TO WRK-SALDO-ANT.
           COMPUTE WRK-JUROS ROUNDED =
               CTA-SALDO * WRK-TAXA-ATUAL / 100.
           IF WRK-JUROS GREATER ZEROS
               ADD WRK-JUROS TO CTA-SALDO
               REWRITE REG-CONTA
               PERFORM 0325-GRAVAR-HISTORICO
               ADD 1 TO WRK-QTD-ACRESCIDOS
               ADD WRK-JUROS TO WRK-TOTAL-JUROS
               ADD WRK-JUROS TO WRK-CTL-DELTA-HASH
               SET WRK-IDX-TOT TO CTA-TIPO-CONTA
               ADD 1         TO WRK-TOT-QTD   (WRK-IDX-TOT)
               ADD WRK-JUROS TO WRK-TOT-JUROS (WRK-IDX-TOT)
               PERFORM 0330-REPORTAR-ACRESCIMO
           END-IF.

       0320-FIM. EXIT.
      *----------------------------------GRAVAR-HISTORICO
       0325-GRAVAR-HISTORICO  SECTION.

           ADD 1 TO WRK-HMOV-SEQUENCIA.
           MOVE CTA-DOCUMENTO      TO HMOV-DOCUMENTO.
           MOVE WRK-DATA-EXECUCAO  TO HMOV-DATA-MOVIMENTO.
           MOVE WRK-HMOV-SEQUENCIA TO HMOV-SEQUENCIA.
           MOVE "J"                TO HMOV-ORIGEM.
           MOVE "C"                TO HMOV-OPERACAO.
           MOVE SPACES             TO HMOV-AGENCIA.
           MOVE WRK-JUROS          TO HMOV-VALOR.
           MOVE WRK-SALDO-ANT      TO HMOV-SALDO-ANT.
           MOVE CTA-SALDO          TO HMOV-SALDO-NOVO.
           MOVE CTA-CHAVE          TO HMOV-CONTA.
           WRITE REG-HMOV.

       0325-FIM. EXIT.
      *----------------------------------REPORTAR-ACRESCIMO
       0330-REPORTAR-ACRESCIMO SECTION.

           CALL "MASCARADOC" USING CTA-DOCUMENTO
                                    WRK-DOC-MASCARADO.
           MOVE WRK-DOC-MASCARADO TO DET-DOCUMENTO.
           MOVE CTA-AGENCIA    TO DET-CTA-AGENCIA.
           MOVE CTA-NUMERO     TO DET-CTA-NUMERO.
           MOVE CTA-DIGITO     TO DET-CTA-DIGITO.
           MOVE CTA-TIPO-CONTA TO DET-TIPO.
           MOVE WRK-SALDO-ANT  TO DET-SALDO-ANT.
           MOVE WRK-JUROS      TO DET-JUROS.
           MOVE CTA-SALDO      TO DET-SALDO-NOVO.
           WRITE REG-JREL FROM WRK-LINHA-DET.

       0330-FIM. EXIT.

           MOVE SPACES TO REG-JREL.
           WRITE REG-JREL.
           MOVE "TAXAS EFETIVAS DA COMPETENCIA" TO REG-JREL.
           WRITE REG-JREL.
           PERFORM 0415-LISTAR-TAXA
               VARYING WRK-IDX-JPRM FROM 1 BY 1
               UNTIL WRK-IDX-JPRM GREATER WRK-QTD-JPRM.

           MOVE SPACES TO REG-JREL.
           WRITE REG-JREL.
           MOVE "CONTAS LIDAS ..............: " TO TOT-TITULO.
           MOVE WRK-QTD-LIDOS      TO TOT-QTD.
           WRITE REG-JREL FROM WRK-LINHA-TOT.
           MOVE "CONTAS ACRESCIDAS .........: " TO TOT-TITULO.
           MOVE WRK-QTD-ACRESCIDOS TO TOT-QTD.
           WRITE REG-JREL FROM WRK-LINHA-TOT.
           MOVE "CONTAS ENCERRADAS .........: " TO TOT-TITULO.
           MOVE WRK-QTD-ENCERRADAS TO TOT-QTD.
           WRITE REG-JREL FROM WRK-LINHA-TOT.

           CLOSE CONTAS-FILE
                 CLIENTES-JREL
                 CLIENTES-HMOV.

           PERFORM 0420-GRAVAR-COMPETENCIA.
           PERFORM 0510-ATUALIZAR-CONTROLE.
           END-IF.

       0410-FIM. EXIT.
      *----------------------------------LISTAR-TAXA
       0415-LISTAR-TAXA       SECTION.

           MOVE WRK-JPRM-TIPO (WRK-IDX-JPRM) TO TXA-TIPO.
           MOVE WRK-JPRM-TAXA (WRK-IDX-JPRM) TO TXA-TAXA.
           IF WRK-JPRM-PRORATA (WRK-IDX-JPRM) EQUAL "S"
               MOVE "PRO RATA" TO TXA-PRORATA
           ELSE
               MOVE SPACES     TO TXA-PRORATA
           END-IF.
           WRITE REG-JREL FROM WRK-LINHA-TAXA.

       0415-FIM. EXIT.
      *----------------------------------GRAVAR-COMPETENCIA
       0420-GRAVAR-COMPETENCIA SECTION.

