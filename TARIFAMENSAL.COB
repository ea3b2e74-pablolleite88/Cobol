       IDENTIFICATION        DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. TARIFAMENSAL.
       AUTHOR. SEU-NOME.
       DATE-WRITTEN. 2026-10-15.
      * MODIFICATION HISTORY
      * 2026-10-15 RLC  INITIAL VERSION: MONTH-END ACCOUNT MAINTENANCE
      *                 FEE (TARIFA) OVER THE CLIEMST MASTER, REPLACING
      *                 THE FEES COMPUTED BY HAND AND KEYED BACK AS
      *                 CLIEMOV DEBITS. THE FEE AND THE WAIVER
      *                 THRESHOLD PER TIPO-CONTA COME FROM THE CLIETPRM
      *                 PARAMETER FILE (A COMPANION TO CLIEPRM AND
      *                 CLIEJPRM); AN ACCOUNT WHOSE SALDO IS ABOVE THE
      *                 THRESHOLD IS WAIVED, AND AN ACCOUNT WHOSE SALDO
      *                 DOES NOT COVER THE FEE IS CHARGED ONLY DOWN TO
      *                 ZERO, THE UNCOLLECTED PART BEING REPORTED.
      *                 CLOSED ACCOUNTS ARE NOT CHARGED, AND NEITHER
      *                 ARE BLOCKED ONES, WHICH TAKE NO DEBITS. THE
      *                 SAME SAFEGUARDS AS JUROSMENSAL APPLY: THE RUN
      *                 IS GATED TO THE LAST BUSINESS DAY OF THE MONTH,
      *                 THE CLIETCTL CONTROL FILE RECORDS THE LAST
      *                 CHARGED COMPETENCIA AND A SECOND RUN FOR IT IS
      *                 REFUSED (RETURN-CODE 8), CLIEMCTL IS KEPT
      *                 CURRENT AND EVERY FEE IS WRITTEN TO CLIEHMOV
      *                 (ORIGEM "F"). EVERY CHARGE IS LISTED ON
      *                 CLIETREL WITH A TOTALS PAGE PER TIPO-CONTA FOR
      *                 THE ACCOUNTING ENTRY. A RUN WITH UNCOLLECTED
      *                 FEES ENDS WITH RETURN-CODE 4.
      * 2026-10-15 RLC  THE FEE IS NOW CHARGED PER ACCOUNT: THE PASS
      *                 RUNS OVER THE NEW ACCOUNT MASTER (CLIECTA) IN
      *                 ACCOUNT ORDER INSTEAD OF OVER CLIEMST, EACH
      *                 ACCOUNT WITH ITS OWN TIPO-CONTA, SALDO AND
      *                 SITUATION. CLIEHMOV AND THE REPORT CARRY THE
      *                 ACCOUNT.
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
       SPECIAL-NAMES.
           DECIMAL-POINT     IS COMMA.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
           SELECT CONTAS-FILE    ASSIGN TO "CLIECTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE   IS SEQUENTIAL
               RECORD KEY    IS CTA-CHAVE
               ALTERNATE RECORD KEY IS CTA-DOCUMENTO
                             WITH DUPLICATES.
           SELECT CLIENTES-TPRM  ASSIGN TO "CLIETPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-TPRM.
           SELECT CLIENTES-TCTL  ASSIGN TO "CLIETCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-TCTL.
           SELECT CLIENTES-TREL  ASSIGN TO "CLIETREL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLIENTES-DAT   ASSIGN TO "CLIEDAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-DAT.
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

       FD  CLIENTES-TPRM.
       01  REG-TPRM.
           05  TPRM-TIPO-CONTA   PICTURE 9.
           05  TPRM-VALOR-TARIFA PICTURE 9(08).
           05  TPRM-SALDO-ISENCAO PICTURE S9(10) COMP.

       FD  CLIENTES-TCTL.
       01  REG-TCTL.
           05  TCTL-COMPETENCIA  PICTURE 9(06).

       FD  CLIENTES-TREL.
       01  REG-TREL              PICTURE X(80).

       FD  CLIENTES-DAT.
       01  REG-DAT.
           05  DAT-DATA-MOVIMENTO PICTURE 9(08).

       FD  CLIENTES-MCTL.
       01  REG-MCTL.
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
       01  WRK-FIM-TPRM      PICTURE X(01)   VALUE "N".
           88  FIM-TPRM                      VALUE "S".
       01  WRK-STATUS-TPRM   PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-TCTL   PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-DAT    PICTURE X(02)   VALUE SPACES.
       01  WRK-ERRO-DATA     PICTURE X(01)   VALUE "N".
           88  ERRO-DATA                     VALUE "S".
       01  WRK-EXECUTAR      PICTURE X(01)   VALUE "N".
           88  EXECUTAR-COBRANCA             VALUE "S".
       01  WRK-DATA-EXECUCAO PICTURE 9(08)   VALUE ZEROS.
       01  WRK-DATA-EXECUCAO-R REDEFINES WRK-DATA-EXECUCAO.
           05  WRK-EXEC-COMPETENCIA PICTURE 9(06).
           05  FILLER            PICTURE 9(02).
       01  WRK-DATA-SEGUINTE PICTURE 9(08)   VALUE ZEROS.
       01  WRK-DATA-SEGUINTE-R REDEFINES WRK-DATA-SEGUINTE.
           05  WRK-SEG-COMPETENCIA PICTURE 9(06).
           05  FILLER            PICTURE 9(02).
       01  WRK-QTD-UM-DIA    PICTURE 9(02)   VALUE 1.
       01  WRK-DIA-SEMANA    PICTURE X(10)   VALUE SPACES.
       01  WRK-DIA-UTIL      PICTURE X(01)   VALUE "S".
           88  DIA-UTIL                      VALUE "S".
       01  WRK-ULTIMA-COMPETENCIA PICTURE 9(06) VALUE ZEROS.
       01  WRK-TCTL-VAZIO    PICTURE X(01)   VALUE "N".
           88  TCTL-VAZIO                    VALUE "S".
       01  WRK-QTD-TPRM      PICTURE 9(02)   COMP VALUE ZEROS.
       01  WRK-TAB-TPRM.
           05  WRK-TPRM-ITEM  OCCURS 1 TO 9 TIMES
                              DEPENDING ON WRK-QTD-TPRM
                              ASCENDING KEY WRK-TPRM-TIPO
                              INDEXED BY WRK-IDX-TPRM.
               10  WRK-TPRM-TIPO    PICTURE 9.
               10  WRK-TPRM-TARIFA  PICTURE 9(08).
               10  WRK-TPRM-ISENCAO PICTURE S9(10) COMP.
       01  WRK-TARIFA-ACHADA PICTURE X(01)   VALUE "N".
           88  TARIFA-ACHADA                 VALUE "S".
       01  WRK-TARIFA-ATUAL  PICTURE 9(08)   VALUE ZEROS.
       01  WRK-ISENCAO-ATUAL PICTURE S9(10)  COMP VALUE ZEROS.
       01  WRK-COBRADO       PICTURE S9(10)  COMP VALUE ZEROS.
       01  WRK-PENDENTE      PICTURE S9(10)  COMP VALUE ZEROS.
       01  WRK-SALDO-ANT     PICTURE S9(10)  COMP VALUE ZEROS.
       01  WRK-TAB-TOTAIS.
           05  WRK-TOT-ITEM  OCCURS 9 TIMES INDEXED BY WRK-IDX-TOT.
               10  WRK-TOT-QTD      PICTURE 9(06)  COMP.
               10  WRK-TOT-ISENTAS  PICTURE 9(06)  COMP.
               10  WRK-TOT-COBRADO  PICTURE S9(12) COMP.
               10  WRK-TOT-PENDENTE PICTURE S9(12) COMP.
       01  WRK-QTD-LIDOS     PICTURE 9(06)   COMP VALUE ZEROS.
       01  WRK-QTD-TARIFADAS PICTURE 9(06)   COMP VALUE ZEROS.
       01  WRK-QTD-ISENTAS   PICTURE 9(06)   COMP VALUE ZEROS.
       01  WRK-QTD-PARCIAIS  PICTURE 9(06)   COMP VALUE ZEROS.
       01  WRK-QTD-SEM-TARIFA PICTURE 9(06)  COMP VALUE ZEROS.
       01  WRK-QTD-ENCERRADAS PICTURE 9(06)  COMP VALUE ZEROS.
       01  WRK-QTD-BLOQUEADAS PICTURE 9(06)  COMP VALUE ZEROS.
       01  WRK-TOTAL-COBRADO PICTURE S9(12)  COMP VALUE ZEROS.
       01  WRK-TOTAL-PENDENTE PICTURE S9(12) COMP VALUE ZEROS.
       01  WRK-QTD-ED        PICTURE ZZZ.ZZ9.
       01  WRK-VALOR-ED      PICTURE -ZZZ.ZZZ.ZZZ.ZZ9.
       01  WRK-LINHA-CAB1.
           05  FILLER    PICTURE X(35)
               VALUE "COBRANCA MENSAL DE TARIFA - COMPETE".
           05  FILLER    PICTURE X(06)  VALUE "NCIA: ".
           05  CAB1-COMPETENCIA PICTURE 9(06).
           05  FILLER    PICTURE X(33)  VALUE SPACES.
       01  WRK-LINHA-CAB2.
           05  FILLER    PICTURE X(15)  VALUE "DOCUMENTO".
           05  FILLER    PICTURE X(14)  VALUE "CONTA".
           05  FILLER    PICTURE X(01)  VALUE "T".
           05  FILLER    PICTURE X(15)  VALUE " SALDO ANTERIOR".
           05  FILLER    PICTURE X(11)  VALUE "    COBRADO".
           05  FILLER    PICTURE X(11)  VALUE "NAO COBRADO".
           05  FILLER    PICTURE X(13)  VALUE "   SALDO NOVO".
       01  WRK-LINHA-DET.
           05  DET-DOCUMENTO PICTURE X(14).
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DET-CONTA.
               10  DET-CTA-AGENCIA PICTURE X(04).
               10  FILLER          PICTURE X(01) VALUE SPACES.
               10  DET-CTA-NUMERO  PICTURE X(06).
               10  FILLER          PICTURE X(01) VALUE "-".
               10  DET-CTA-DIGITO  PICTURE X(01).
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DET-TIPO      PICTURE 9.
           05  DET-SALDO-ANT PICTURE -Z.ZZZ.ZZZ.ZZ9.
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DET-COBRADO   PICTURE ZZ.ZZZ.ZZ9.
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DET-PENDENTE  PICTURE ZZ.ZZZ.ZZ9.
           05  DET-SALDO-NOVO PICTURE -Z.ZZZ.ZZZ.ZZ9.
       01  WRK-LINHA-TIPO.
           05  FILLER    PICTURE X(12)  VALUE "TIPO CONTA: ".
           05  TIP-TIPO  PICTURE 9.
           05  FILLER    PICTURE X(06)  VALUE " COBR ".
           05  TIP-QTD   PICTURE ZZZ.ZZ9.
           05  FILLER    PICTURE X(07)  VALUE " ISENT ".
           05  TIP-ISENTAS PICTURE ZZZ.ZZ9.
           05  FILLER    PICTURE X(07)  VALUE " VALOR ".
           05  TIP-COBRADO PICTURE ZZZ.ZZZ.ZZ9.
           05  FILLER    PICTURE X(06)  VALUE " PEND ".
           05  TIP-PENDENTE PICTURE ZZZ.ZZZ.ZZ9.
           05  FILLER    PICTURE X(05)  VALUE SPACES.
       01  WRK-LINHA-TOT.
           05  TOT-TITULO    PICTURE X(30).
           05  TOT-QTD       PICTURE ZZZ.ZZ9.
           05  FILLER        PICTURE X(43) VALUE SPACES.
       01  WRK-LINHA-TOT-VAL.
           05  TOV-TITULO    PICTURE X(30).
           05  TOV-VALOR     PICTURE -ZZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER        PICTURE X(34) VALUE SPACES.
       01  WRK-STATUS-MCTL   PICTURE X(02)   VALUE SPACES.
       01  WRK-CTL-DELTA-HASH PICTURE S9(13) COMP VALUE ZEROS.
       01  WRK-DOC-MASCARADO PICTURE X(14) VALUE SPACES.
       01  WRK-STATUS-HMOV   PICTURE X(02)   VALUE SPACES.
       01  WRK-HMOV-SEQUENCIA PICTURE 9(06)  VALUE ZEROS.
       01  WRK-JRN-PROGRAMA  PICTURE X(16)   VALUE "TARIFAMENSAL".
       01  WRK-JRN-TIPO      PICTURE X(01)   VALUE "I".
       01  WRK-JRN-DATA      PICTURE 9(08)   VALUE ZEROS.
       01  WRK-JRN-LIDOS     PICTURE 9(06)   VALUE ZEROS.
       01  WRK-JRN-GRAVADOS  PICTURE 9(06)   VALUE ZEROS.
       01  WRK-JRN-REJEITADOS PICTURE 9(06)  VALUE ZEROS.
       01  WRK-JRN-RETORNO   PICTURE 9(02)   VALUE ZEROS.

       PROCEDURE             DIVISION.

       0100-PRINCIPAL         SECTION.
           PERFORM 0200-INICIAR.
           IF EXECUTAR-COBRANCA
               PERFORM 0300-PROCESSAR UNTIL FIM-ARQUIVO
               PERFORM 0400-FINALIZAR
           END-IF.

           EVALUATE TRUE
               WHEN ERRO-DATA
                   MOVE 12 TO RETURN-CODE
               WHEN NOT EXECUTAR-COBRANCA
                   MOVE 8  TO RETURN-CODE
               WHEN WRK-QTD-PARCIAIS GREATER ZERO
                   MOVE 4  TO RETURN-CODE
               WHEN OTHER
                   MOVE 0  TO RETURN-CODE
           END-EVALUATE.

           MOVE "F" TO WRK-JRN-TIPO.
           MOVE WRK-QTD-LIDOS      TO WRK-JRN-LIDOS.
           MOVE WRK-QTD-TARIFADAS  TO WRK-JRN-GRAVADOS.
           MOVE WRK-QTD-PARCIAIS   TO WRK-JRN-REJEITADOS.
           MOVE RETURN-CODE        TO WRK-JRN-RETORNO.
           PERFORM 0500-REGISTRAR-EXECUCAO.
           MOVE WRK-JRN-RETORNO TO RETURN-CODE.
           GOBACK.
       0100-FIM. EXIT.
      *----------------------------------INICIAR
       0200-INICIAR           SECTION.

           PERFORM 0205-LER-DATA-MOVIMENTO.
           MOVE WRK-DATA-EXECUCAO TO WRK-JRN-DATA.
           PERFORM 0500-REGISTRAR-EXECUCAO.
           IF NOT ERRO-DATA
               PERFORM 0215-VERIFICAR-ULTIMO-DIA
           END-IF.
           IF NOT ERRO-DATA AND EXECUTAR-COBRANCA
               PERFORM 0225-VERIFICAR-COMPETENCIA
           END-IF.
           IF EXECUTAR-COBRANCA
               PERFORM 0230-CARREGAR-TARIFAS
           END-IF.
           IF EXECUTAR-COBRANCA
               OPEN I-O    CONTAS-FILE
               OPEN OUTPUT CLIENTES-TREL
               OPEN EXTEND CLIENTES-HMOV
               IF WRK-STATUS-HMOV EQUAL "35"
                   OPEN OUTPUT CLIENTES-HMOV
               END-IF
               MOVE WRK-EXEC-COMPETENCIA TO CAB1-COMPETENCIA
               WRITE REG-TREL FROM WRK-LINHA-CAB1
               WRITE REG-TREL FROM WRK-LINHA-CAB2
               MOVE SPACES TO REG-TREL
               WRITE REG-TREL
               INITIALIZE WRK-TAB-TOTAIS
               PERFORM 0250-LER-CONTA
           END-IF.

       0200-FIM. EXIT.
      *----------------------------------LER-DATA-MOVIMENTO
       0205-LER-DATA-MOVIMENTO SECTION.

           OPEN INPUT CLIENTES-DAT.
           IF WRK-STATUS-DAT EQUAL "00"
               READ CLIENTES-DAT
                   AT END
                       MOVE "S" TO WRK-ERRO-DATA
                   NOT AT END
                       IF DAT-DATA-MOVIMENTO IS NUMERIC
                           MOVE DAT-DATA-MOVIMENTO
                                               TO WRK-DATA-EXECUCAO
                       ELSE
                           MOVE "S" TO WRK-ERRO-DATA
                       END-IF
               END-READ
               CLOSE CLIENTES-DAT
           ELSE
               MOVE "S" TO WRK-ERRO-DATA
           END-IF.

           IF ERRO-DATA
               DISPLAY "ARQUIVO DE DATA DE MOVIMENTO (CLIEDAT) "
                       "AUSENTE OU INVALIDO. EXECUCAO CANCELADA."
           END-IF.

       0205-FIM. EXIT.
      *----------------------------------VERIFICAR-ULTIMO-DIA
       0215-VERIFICAR-ULTIMO-DIA SECTION.

           MOVE "N" TO WRK-EXECUTAR.
           CALL "DIADASEMANA" USING WRK-DATA-EXECUCAO WRK-DIA-SEMANA
                                     WRK-DIA-UTIL.
           IF NOT DIA-UTIL
               DISPLAY "DATA DE MOVIMENTO " WRK-DATA-EXECUCAO
                       " NAO E DIA UTIL - TARIFA NAO COBRADA."
           ELSE
               CALL "SOMADIASUTEIS" USING WRK-DATA-EXECUCAO
                                           WRK-QTD-UM-DIA
                                           WRK-DATA-SEGUINTE
               EVALUATE TRUE
                   WHEN WRK-DATA-SEGUINTE EQUAL ZEROS
                       DISPLAY "CALENDARIO DE FERIADOS SEM COBERTURA"
                               " - EXECUCAO CANCELADA."
                       MOVE "S" TO WRK-ERRO-DATA
                   WHEN WRK-SEG-COMPETENCIA EQUAL
                                            WRK-EXEC-COMPETENCIA
                       DISPLAY "DATA DE MOVIMENTO " WRK-DATA-EXECUCAO
                               " NAO E O ULTIMO DIA UTIL DO MES - "
                               "TARIFA NAO COBRADA."
                   WHEN OTHER
                       MOVE "S" TO WRK-EXECUTAR
               END-EVALUATE
           END-IF.

       0215-FIM. EXIT.
      *----------------------------------VERIFICAR-COMPETENCIA
       0225-VERIFICAR-COMPETENCIA SECTION.

           OPEN INPUT CLIENTES-TCTL.
           IF WRK-STATUS-TCTL EQUAL "00"
               READ CLIENTES-TCTL
                   NOT AT END
                       IF TCTL-COMPETENCIA IS NUMERIC
                           MOVE TCTL-COMPETENCIA
                                       TO WRK-ULTIMA-COMPETENCIA
                       END-IF
               END-READ
               CLOSE CLIENTES-TCTL
           END-IF.

           IF WRK-ULTIMA-COMPETENCIA EQUAL WRK-EXEC-COMPETENCIA
               DISPLAY "COMPETENCIA " WRK-EXEC-COMPETENCIA
                       " JA TARIFADA - EXECUCAO RECUSADA."
               MOVE "N" TO WRK-EXECUTAR
           END-IF.

       0225-FIM. EXIT.
      *----------------------------------CARREGAR-TARIFAS
       0230-CARREGAR-TARIFAS  SECTION.

           OPEN INPUT CLIENTES-TPRM.
           IF WRK-STATUS-TPRM EQUAL "00"
               READ CLIENTES-TPRM
                   AT END
                       MOVE "S" TO WRK-FIM-TPRM
               END-READ
               PERFORM 0235-GRAVAR-TARIFA UNTIL FIM-TPRM
               CLOSE CLIENTES-TPRM
           ELSE
               MOVE "S" TO WRK-FIM-TPRM
           END-IF.

           IF WRK-QTD-TPRM EQUAL ZEROS
               DISPLAY "TABELA DE TARIFAS (CLIETPRM) AUSENTE OU VAZIA"
                       " - TARIFA NAO COBRADA."
               MOVE "N" TO WRK-EXECUTAR
           END-IF.

       0230-FIM. EXIT.
      *----------------------------------GRAVAR-TARIFA
       0235-GRAVAR-TARIFA     SECTION.

           ADD 1 TO WRK-QTD-TPRM.
           SET WRK-IDX-TPRM TO WRK-QTD-TPRM.
           MOVE TPRM-TIPO-CONTA    TO WRK-TPRM-TIPO    (WRK-IDX-TPRM).
           MOVE TPRM-VALOR-TARIFA  TO WRK-TPRM-TARIFA  (WRK-IDX-TPRM).
           MOVE TPRM-SALDO-ISENCAO TO WRK-TPRM-ISENCAO (WRK-IDX-TPRM).

           READ CLIENTES-TPRM
               AT END
                   MOVE "S" TO WRK-FIM-TPRM
           END-READ.

       0235-FIM. EXIT.
      *----------------------------------LER-CONTA
       0250-LER-CONTA         SECTION.

           READ CONTAS-FILE
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
           END-READ.

       0250-FIM. EXIT.
      *----------------------------------PROCESSAR
       0300-PROCESSAR         SECTION.

           EVALUATE TRUE
               WHEN CONTA-ENCERRADA
                   ADD 1 TO WRK-QTD-ENCERRADAS
               WHEN CONTA-BLOQUEADA
                   ADD 1 TO WRK-QTD-BLOQUEADAS
               WHEN OTHER
                   PERFORM 0310-BUSCAR-TARIFA
                   EVALUATE TRUE
                       WHEN NOT TARIFA-ACHADA
                           ADD 1 TO WRK-QTD-SEM-TARIFA
                       WHEN CTA-SALDO GREATER WRK-ISENCAO-ATUAL
                           ADD 1 TO WRK-QTD-ISENTAS
                           SET WRK-IDX-TOT TO CTA-TIPO-CONTA
                           ADD 1 TO WRK-TOT-ISENTAS (WRK-IDX-TOT)
                       WHEN OTHER
                           PERFORM 0320-COBRAR-TARIFA
                   END-EVALUATE
           END-EVALUATE.

           PERFORM 0250-LER-CONTA.

       0300-FIM. EXIT.
      *----------------------------------BUSCAR-TARIFA
       0310-BUSCAR-TARIFA     SECTION.

           MOVE "N"   TO WRK-TARIFA-ACHADA.
           MOVE ZEROS TO WRK-TARIFA-ATUAL.
           MOVE ZEROS TO WRK-ISENCAO-ATUAL.
           SET WRK-IDX-TPRM TO 1.
           SEARCH ALL WRK-TPRM-ITEM
               AT END
                   MOVE "N" TO WRK-TARIFA-ACHADA
               WHEN WRK-TPRM-TIPO (WRK-IDX-TPRM)
                                   EQUAL CTA-TIPO-CONTA
                   MOVE "S" TO WRK-TARIFA-ACHADA
                   MOVE WRK-TPRM-TARIFA  (WRK-IDX-TPRM)
                                   TO WRK-TARIFA-ATUAL
                   MOVE WRK-TPRM-ISENCAO (WRK-IDX-TPRM)
                                   TO WRK-ISENCAO-ATUAL
           END-SEARCH.

       0310-FIM. EXIT.
      *----------------------------------COBRAR-TARIFA
       0320-COBRAR-TARIFA     SECTION.

           MOVE CTA-SALDO TO WRK-SALDO-ANT.
           EVALUATE TRUE
               WHEN CTA-SALDO NOT LESS WRK-TARIFA-ATUAL
                   MOVE WRK-TARIFA-ATUAL TO WRK-COBRADO
               WHEN CTA-SALDO GREATER ZEROS
                   MOVE CTA-SALDO        TO WRK-COBRADO
               WHEN OTHER
                   MOVE ZEROS            TO WRK-COBRADO
           END-EVALUATE.
           COMPUTE WRK-PENDENTE = WRK-TARIFA-ATUAL - WRK-COBRADO.

           IF WRK-COBRADO GREATER ZEROS
               SUBTRACT WRK-COBRADO FROM CTA-SALDO
               REWRITE REG-CONTA
               PERFORM 0325-GRAVAR-HISTORICO
               SUBTRACT WRK-COBRADO FROM WRK-CTL-DELTA-HASH
           END-IF.

           ADD 1 TO WRK-QTD-TARIFADAS.
           IF WRK-PENDENTE GREATER ZEROS
               ADD 1 TO WRK-QTD-PARCIAIS
           END-IF.
           ADD WRK-COBRADO  TO WRK-TOTAL-COBRADO.
           ADD WRK-PENDENTE TO WRK-TOTAL-PENDENTE.
           SET WRK-IDX-TOT TO CTA-TIPO-CONTA.
           ADD 1            TO WRK-TOT-QTD      (WRK-IDX-TOT).
           ADD WRK-COBRADO  TO WRK-TOT-COBRADO  (WRK-IDX-TOT).
           ADD WRK-PENDENTE TO WRK-TOT-PENDENTE (WRK-IDX-TOT).
           PERFORM 0330-REPORTAR-COBRANCA.

       0320-FIM. EXIT.
      *----------------------------------GRAVAR-HISTORICO
       0325-GRAVAR-HISTORICO  SECTION.

           ADD 1 TO WRK-HMOV-SEQUENCIA.
           MOVE CTA-DOCUMENTO      TO HMOV-DOCUMENTO.
           MOVE WRK-DATA-EXECUCAO  TO HMOV-DATA-MOVIMENTO.
           MOVE WRK-HMOV-SEQUENCIA TO HMOV-SEQUENCIA.
           MOVE "F"                TO HMOV-ORIGEM.
           MOVE "D"                TO HMOV-OPERACAO.
           MOVE SPACES             TO HMOV-AGENCIA.
           MOVE WRK-COBRADO        TO HMOV-VALOR.
           MOVE WRK-SALDO-ANT      TO HMOV-SALDO-ANT.
           MOVE CTA-SALDO          TO HMOV-SALDO-NOVO.
           MOVE CTA-CHAVE          TO HMOV-CONTA.
           WRITE REG-HMOV.

       0325-FIM. EXIT.
      *----------------------------------REPORTAR-COBRANCA
       0330-REPORTAR-COBRANCA SECTION.

           CALL "MASCARADOC" USING CTA-DOCUMENTO
                                    WRK-DOC-MASCARADO.
           MOVE WRK-DOC-MASCARADO TO DET-DOCUMENTO.
           MOVE CTA-AGENCIA    TO DET-CTA-AGENCIA.
           MOVE CTA-NUMERO     TO DET-CTA-NUMERO.
           MOVE CTA-DIGITO     TO DET-CTA-DIGITO.
           MOVE CTA-TIPO-CONTA TO DET-TIPO.
           MOVE WRK-SALDO-ANT  TO DET-SALDO-ANT.
           MOVE WRK-COBRADO    TO DET-COBRADO.
           MOVE WRK-PENDENTE   TO DET-PENDENTE.
           MOVE CTA-SALDO      TO DET-SALDO-NOVO.
           WRITE REG-TREL FROM WRK-LINHA-DET.

       0330-FIM. EXIT.
      *----------------------------------FINALIZAR
       0400-FINALIZAR         SECTION.

           MOVE SPACES TO REG-TREL.
           WRITE REG-TREL.
           MOVE "TOTAIS POR TIPO DE CONTA" TO REG-TREL.
           WRITE REG-TREL.
           PERFORM 0410-TOTALIZAR-TIPO
               VARYING WRK-IDX-TOT FROM 1 BY 1
               UNTIL WRK-IDX-TOT GREATER 9.

           MOVE SPACES TO REG-TREL.
           WRITE REG-TREL.
           MOVE "CONTAS LIDAS ..............: " TO TOT-TITULO.
           MOVE WRK-QTD-LIDOS      TO TOT-QTD.
           WRITE REG-TREL FROM WRK-LINHA-TOT.
           MOVE "CONTAS TARIFADAS ..........: " TO TOT-TITULO.
           MOVE WRK-QTD-TARIFADAS  TO TOT-QTD.
           WRITE REG-TREL FROM WRK-LINHA-TOT.
           MOVE "COBRADAS PARCIALMENTE .....: " TO TOT-TITULO.
           MOVE WRK-QTD-PARCIAIS   TO TOT-QTD.
           WRITE REG-TREL FROM WRK-LINHA-TOT.
           MOVE "CONTAS ISENTAS ............: " TO TOT-TITULO.
           MOVE WRK-QTD-ISENTAS    TO TOT-QTD.
           WRITE REG-TREL FROM WRK-LINHA-TOT.
           MOVE "TIPO CONTA SEM TARIFA .....: " TO TOT-TITULO.
           MOVE WRK-QTD-SEM-TARIFA TO TOT-QTD.
           WRITE REG-TREL FROM WRK-LINHA-TOT.
           MOVE "CONTAS BLOQUEADAS .........: " TO TOT-TITULO.
           MOVE WRK-QTD-BLOQUEADAS TO TOT-QTD.
           WRITE REG-TREL FROM WRK-LINHA-TOT.
           MOVE "CONTAS ENCERRADAS .........: " TO TOT-TITULO.
           MOVE WRK-QTD-ENCERRADAS TO TOT-QTD.
           WRITE REG-TREL FROM WRK-LINHA-TOT.
           MOVE "TOTAL DE TARIFA COBRADA ...: " TO TOV-TITULO.
           MOVE WRK-TOTAL-COBRADO  TO TOV-VALOR.
           WRITE REG-TREL FROM WRK-LINHA-TOT-VAL.
           MOVE "TOTAL NAO COBRADO .........: " TO TOV-TITULO.
           MOVE WRK-TOTAL-PENDENTE TO TOV-VALOR.
           WRITE REG-TREL FROM WRK-LINHA-TOT-VAL.

           CLOSE CONTAS-FILE
                 CLIENTES-TREL
                 CLIENTES-HMOV.

           PERFORM 0420-GRAVAR-COMPETENCIA.
           PERFORM 0510-ATUALIZAR-CONTROLE.

           MOVE WRK-QTD-TARIFADAS TO WRK-QTD-ED.
           DISPLAY "CONTAS TARIFADAS ..........: " WRK-QTD-ED.
           MOVE WRK-TOTAL-COBRADO TO WRK-VALOR-ED.
           DISPLAY "TOTAL DE TARIFA COBRADA ...: " WRK-VALOR-ED.
           MOVE WRK-TOTAL-PENDENTE TO WRK-VALOR-ED.
           DISPLAY "TOTAL NAO COBRADO .........: " WRK-VALOR-ED.

       0400-FIM. EXIT.
      *----------------------------------TOTALIZAR-TIPO
       0410-TOTALIZAR-TIPO    SECTION.

           IF WRK-TOT-QTD (WRK-IDX-TOT) GREATER ZEROS OR
              WRK-TOT-ISENTAS (WRK-IDX-TOT) GREATER ZEROS
               SET TIP-TIPO TO WRK-IDX-TOT
               MOVE WRK-TOT-QTD      (WRK-IDX-TOT) TO TIP-QTD
               MOVE WRK-TOT-ISENTAS  (WRK-IDX-TOT) TO TIP-ISENTAS
               MOVE WRK-TOT-COBRADO  (WRK-IDX-TOT) TO TIP-COBRADO
               MOVE WRK-TOT-PENDENTE (WRK-IDX-TOT) TO TIP-PENDENTE
               WRITE REG-TREL FROM WRK-LINHA-TIPO
           END-IF.

       0410-FIM. EXIT.
      *----------------------------------GRAVAR-COMPETENCIA
       0420-GRAVAR-COMPETENCIA SECTION.

           OPEN I-O CLIENTES-TCTL.
           IF WRK-STATUS-TCTL EQUAL "00"
               READ CLIENTES-TCTL
                   AT END
                       MOVE "S" TO WRK-TCTL-VAZIO
                   NOT AT END
                       MOVE WRK-EXEC-COMPETENCIA
                                       TO TCTL-COMPETENCIA
                       REWRITE REG-TCTL
               END-READ
               CLOSE CLIENTES-TCTL
           ELSE
               MOVE "S" TO WRK-TCTL-VAZIO
           END-IF.

           IF TCTL-VAZIO
               OPEN OUTPUT CLIENTES-TCTL
               MOVE WRK-EXEC-COMPETENCIA TO TCTL-COMPETENCIA
               WRITE REG-TCTL
               CLOSE CLIENTES-TCTL
           END-IF.

       0420-FIM. EXIT.
      *----------------------------------REGISTRAR-EXECUCAO
       0500-REGISTRAR-EXECUCAO SECTION.

           CALL "REGISTRAEXEC" USING WRK-JRN-PROGRAMA WRK-JRN-TIPO
                                      WRK-JRN-DATA WRK-JRN-LIDOS
                                      WRK-JRN-GRAVADOS
                                      WRK-JRN-REJEITADOS
                                      WRK-JRN-RETORNO.

       0500-FIM. EXIT.
      *----------------------------------ATUALIZAR-CONTROLE
       0510-ATUALIZAR-CONTROLE SECTION.

           OPEN I-O CLIENTES-MCTL.
           IF WRK-STATUS-MCTL EQUAL "00"
               READ CLIENTES-MCTL
                   AT END
                       DISPLAY "CONTROLE DO CADASTRO (CLIEMCTL) "
                               "VAZIO - NAO ATUALIZADO."
                   NOT AT END
                       ADD WRK-CTL-DELTA-HASH
                                       TO MCTL-HASH-SALDO
                       REWRITE REG-MCTL
               END-READ
               CLOSE CLIENTES-MCTL
           ELSE
               DISPLAY "CONTROLE DO CADASTRO (CLIEMCTL) AUSENTE - "
                       "NAO ATUALIZADO. EXECUTAR VERIFICLIE."
           END-IF.

       0510-FIM. EXIT.
