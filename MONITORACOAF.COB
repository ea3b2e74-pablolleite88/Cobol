       IDENTIFICATION        DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. MONITORACOAF.
       AUTHOR. SEU-NOME.
       DATE-WRITTEN. 2026-10-15.
      * MODIFICATION HISTORY
      * 2026-10-15 RLC  INITIAL VERSION: DAILY SUSPICIOUS-MOVEMENT
      *                 MONITORING FOR COAF REPORTING, REPLACING THE
      *                 MANUAL SCAN OF THE CLIEMREL LISTINGS. THE DAY'S
      *                 CLIEMOV MOVEMENTS (PROPOSED AS WELL AS POSTED;
      *                 A TRANSFER COUNTS FOR BOTH PAYER AND PAYEE) ARE
      *                 ANALYSED TOGETHER WITH THE CLIEHMOV HISTORY OF
      *                 THE PREVIOUS BUSINESS DAYS OF A ROLLING WINDOW,
      *                 COUNTED BACK WITH THE DIADASEMANA CALENDAR.
      *                 THREE OCCURRENCES ARE FLAGGED: A SINGLE
      *                 MOVEMENT OF THE DAY AT OR ABOVE THE REPORTABLE
      *                 LIMIT (V); STRUCTURING, WHERE SEVERAL
      *                 MOVEMENTS OF ONE DOCUMENTO EACH IN THE BAND
      *                 JUST UNDER THE LIMIT ADD UP TO MORE THAN THE
      *                 LIMIT WITHIN THE WINDOW, AT LEAST ONE OF THEM
      *                 TODAY (F); AND A DAY'S VOLUME OUT OF PROPORTION
      *                 TO THE CLIENT'S REG-SALDO (A). LIMIT, BAND,
      *                 WINDOW, MINIMUM COUNT AND VOLUME FACTOR COME
      *                 FROM THE CLIECPRM PARAMETER RECORD. OUTPUT IS
      *                 THE COMPLIANCE REPORT CLIEOREL, WITH THE
      *                 DOCUMENTO MASKED THROUGH MASCARADOC, AND THE
      *                 OCCURRENCES FILE CLIECOAF WITH THE FULL
      *                 DOCUMENTO FOR THE REGULATORY SUBMISSION. ENDS
      *                 WITH RETURN-CODE 4 WHEN ANY OCCURRENCE WAS
      *                 FLAGGED, 8 WHEN THE PARAMETERS ARE MISSING OR
      *                 INVALID AND 12 ON A DATE OR CALENDAR ERROR.
      * 2026-10-15 RLC  A CLIENT MAY NOW HOLD SEVERAL ACCOUNTS. THE
      *                 MONITORING STAYS PER DOCUMENTO; THE VOLUME
      *                 REFERENCE IS NOW THE SUM OF THE POSITIVE
      *                 BALANCES OF ALL THE DOCUMENTO'S ACCOUNTS ON THE
      *                 ACCOUNT MASTER (CLIECTA), READ THROUGH ITS
      *                 CTA-DOCUMENTO ALTERNATE KEY. CLIEMOV AND
      *                 CLIEHMOV CARRY THE ACCOUNT.
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
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS CTA-CHAVE
               ALTERNATE RECORD KEY IS CTA-DOCUMENTO
                             WITH DUPLICATES.
           SELECT CLIENTES-MOV   ASSIGN TO "CLIEMOV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-MOV.
           SELECT OPTIONAL CLIENTES-HMOV ASSIGN TO "CLIEHMOV"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLIENTES-CPRM  ASSIGN TO "CLIECPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-CPRM.
           SELECT MOV-SELECAO    ASSIGN TO "COAFSELE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MOV-ORDENADO   ASSIGN TO "COAFORDN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ORDENACAO      ASSIGN TO "SORTWK".
           SELECT CLIENTES-CREL  ASSIGN TO "CLIEOREL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLIENTES-COAF  ASSIGN TO "CLIECOAF"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLIENTES-DAT   ASSIGN TO "CLIEDAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-DAT.

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
           05  MOV-DOCUMENTO     PICTURE X(14).
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

       FD  CLIENTES-HMOV.
       01  REG-HMOV.
           05  HMOV-DOCUMENTO     PICTURE X(14).
           05  HMOV-DATA-MOVIMENTO PICTURE 9(08).
           05  HMOV-SEQUENCIA     PICTURE 9(06).
           05  HMOV-ORIGEM        PICTURE X(01).
               88  HMOV-MOVIMENTO             VALUE "M".
               88  HMOV-TRANSFERENCIA         VALUE "T".
           05  HMOV-OPERACAO      PICTURE X(01).
           05  HMOV-AGENCIA       PICTURE X(04).
           05  HMOV-VALOR         PICTURE 9(10).
           05  HMOV-SALDO-ANT     PICTURE S9(10)  COMP.
           05  HMOV-SALDO-NOVO    PICTURE S9(10)  COMP.
           05  HMOV-CONTA.
               10  HMOV-CONTA-AGENCIA PICTURE X(04).
               10  HMOV-CONTA-NUMERO  PICTURE 9(06).
               10  HMOV-CONTA-DIGITO  PICTURE 9.

       FD  CLIENTES-CPRM.
       01  REG-CPRM.
           05  CPRM-VALOR-LIMITE  PICTURE 9(10).
           05  CPRM-PERC-FAIXA    PICTURE 9(03).
           05  CPRM-DIAS-JANELA   PICTURE 9(02).
           05  CPRM-QTD-MINIMA    PICTURE 9(02).
           05  CPRM-FATOR-VOLUME  PICTURE 9(03).
           05  CPRM-VOLUME-MINIMO PICTURE 9(10).

       FD  MOV-SELECAO.
       01  REG-SEL.
           05  SEL-DOCUMENTO      PICTURE X(14).
           05  SEL-DATA-MOVIMENTO PICTURE 9(08).
           05  SEL-SEQUENCIA      PICTURE 9(06).
           05  SEL-FONTE          PICTURE X(01).
           05  SEL-OPERACAO       PICTURE X(01).
           05  SEL-VALOR          PICTURE 9(10).

       SD  ORDENACAO.
       01  REG-SRT.
           05  SRT-DOCUMENTO      PICTURE X(14).
           05  SRT-DATA-MOVIMENTO PICTURE 9(08).
           05  SRT-SEQUENCIA      PICTURE 9(06).
           05  SRT-FONTE          PICTURE X(01).
           05  SRT-OPERACAO       PICTURE X(01).
           05  SRT-VALOR          PICTURE 9(10).

       FD  MOV-ORDENADO.
       01  REG-ORD.
           05  ORD-DOCUMENTO      PICTURE X(14).
           05  ORD-DATA-MOVIMENTO PICTURE 9(08).
           05  ORD-SEQUENCIA      PICTURE 9(06).
           05  ORD-FONTE          PICTURE X(01).
               88  ORD-DO-DIA                 VALUE "D".
           05  ORD-OPERACAO       PICTURE X(01).
           05  ORD-VALOR          PICTURE 9(10).

       FD  CLIENTES-CREL.
       01  REG-CREL              PICTURE X(80).

       FD  CLIENTES-COAF.
       01  REG-COAF.
           05  OCO-DATA-MOVIMENTO PICTURE 9(08).
           05  OCO-DOCUMENTO      PICTURE X(14).
           05  OCO-TIPO           PICTURE X(01).
           05  OCO-QTD-MOVIMENTOS PICTURE 9(04).
           05  OCO-VALOR          PICTURE 9(12).
           05  OCO-REFERENCIA     PICTURE 9(12).
           05  OCO-DATA-INICIAL   PICTURE 9(08).

       FD  CLIENTES-DAT.
       01  REG-DAT.
           05  DAT-DATA-MOVIMENTO PICTURE 9(08).

       WORKING-STORAGE       SECTION.
       01  WRK-FIM-MOV       PICTURE X(01)   VALUE "N".
           88  FIM-MOV                       VALUE "S".
       01  WRK-FIM-HMOV      PICTURE X(01)   VALUE "N".
           88  FIM-HMOV                      VALUE "S".
       01  WRK-FIM-CONTAS    PICTURE X(01)   VALUE "N".
           88  FIM-CONTAS                    VALUE "S".
       01  WRK-STATUS-MOV    PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-CPRM   PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-DAT    PICTURE X(02)   VALUE SPACES.
       01  WRK-ERRO-DATA     PICTURE X(01)   VALUE "N".
           88  ERRO-DATA                     VALUE "S".
       01  WRK-ERRO-PARM     PICTURE X(01)   VALUE "N".
           88  ERRO-PARM                     VALUE "S".
       01  WRK-DATA-EXECUCAO PICTURE 9(08)   VALUE ZEROS.
       01  WRK-DATA-TRAB     PICTURE 9(08)   VALUE ZEROS.
       01  WRK-DATA-TRAB-R   REDEFINES WRK-DATA-TRAB.
           05  WRK-ANO           PICTURE 9(04).
           05  WRK-MES           PICTURE 9(02).
           05  WRK-DIA           PICTURE 9(02).
       01  WRK-DIAS-NO-MES   PICTURE 9(02)   VALUE ZEROS.
       01  WRK-QUOC-ANO      PICTURE 9(04)   COMP VALUE ZEROS.
       01  WRK-RESTO-4       PICTURE 9(04)   COMP VALUE ZEROS.
       01  WRK-RESTO-100     PICTURE 9(04)   COMP VALUE ZEROS.
       01  WRK-RESTO-400     PICTURE 9(04)   COMP VALUE ZEROS.
       01  WRK-DIA-SEMANA    PICTURE X(10)   VALUE SPACES.
       01  WRK-DIA-UTIL      PICTURE X(01)   VALUE "S".
           88  DIA-UTIL                      VALUE "S".
       01  WRK-DIAS-CONTADOS PICTURE 9(02)   COMP VALUE ZEROS.
       01  WRK-QTD-RECUOS    PICTURE 9(03)   COMP VALUE ZEROS.
       01  WRK-INICIO-JANELA PICTURE 9(08)   VALUE ZEROS.
       01  WRK-VALOR-LIMITE  PICTURE 9(10)   VALUE ZEROS.
       01  WRK-LIMITE-FAIXA  PICTURE 9(10)   VALUE ZEROS.
       01  WRK-DIAS-JANELA   PICTURE 9(02)   VALUE ZEROS.
       01  WRK-QTD-MINIMA    PICTURE 9(02)   VALUE ZEROS.
       01  WRK-FATOR-VOLUME  PICTURE 9(03)   VALUE ZEROS.
       01  WRK-VOLUME-MINIMO PICTURE 9(10)   VALUE ZEROS.
       01  WRK-SEQ-DIA       PICTURE 9(06)   VALUE ZEROS.
       01  WRK-CHAVE-ORD     PICTURE X(14)   VALUE SPACES.
       01  WRK-CHAVE-ATUAL   PICTURE X(14)   VALUE SPACES.
       01  WRK-GRP-QTD-DIA   PICTURE 9(04)   COMP VALUE ZEROS.
       01  WRK-GRP-VOLUME-DIA PICTURE 9(12)  COMP VALUE ZEROS.
       01  WRK-GRP-QTD-FAIXA PICTURE 9(04)   COMP VALUE ZEROS.
       01  WRK-GRP-TOTAL-FAIXA PICTURE 9(12) COMP VALUE ZEROS.
       01  WRK-GRP-INICIO-FAIXA PICTURE 9(08) VALUE ZEROS.
       01  WRK-GRP-FAIXA-HOJE PICTURE X(01)  VALUE "N".
           88  FAIXA-HOJE                    VALUE "S".
       01  WRK-SALDO-REFERENCIA PICTURE 9(12) COMP VALUE ZEROS.
       01  WRK-VOLUME-LIMITE PICTURE 9(15)   COMP VALUE ZEROS.
       01  WRK-QTD-MOV-DIA   PICTURE 9(06)   COMP VALUE ZEROS.
       01  WRK-QTD-MOV-JANELA PICTURE 9(06)  COMP VALUE ZEROS.
       01  WRK-QTD-IGNORADOS PICTURE 9(06)   COMP VALUE ZEROS.
       01  WRK-QTD-DOCUMENTOS PICTURE 9(06)  COMP VALUE ZEROS.
       01  WRK-QTD-OCO-VALOR PICTURE 9(06)   COMP VALUE ZEROS.
       01  WRK-QTD-OCO-FRACAO PICTURE 9(06)  COMP VALUE ZEROS.
       01  WRK-QTD-OCO-VOLUME PICTURE 9(06)  COMP VALUE ZEROS.
       01  WRK-QTD-OCORRENCIAS PICTURE 9(06) COMP VALUE ZEROS.
       01  WRK-QTD-ED        PICTURE ZZZ.ZZ9.
       01  WRK-LINHA-CAB1.
           05  FILLER    PICTURE X(36)
               VALUE "MONITORAMENTO COAF - MOVIMENTOS DE ".
           05  CAB1-DATA PICTURE 9(08).
           05  FILLER    PICTURE X(11)  VALUE " - JANELA: ".
           05  CAB1-INICIO PICTURE 9(08).
           05  FILLER    PICTURE X(03)  VALUE " A ".
           05  CAB1-FIM  PICTURE 9(08).
           05  FILLER    PICTURE X(06)  VALUE SPACES.
       01  WRK-LINHA-CAB2.
           05  FILLER    PICTURE X(16)  VALUE "DOCUMENTO".
           05  FILLER    PICTURE X(21)  VALUE "OCORRENCIA".
           05  FILLER    PICTURE X(06)  VALUE " QTD".
           05  FILLER    PICTURE X(17)  VALUE "          VALOR".
           05  FILLER    PICTURE X(20)  VALUE "     REFERENCIA".
       01  WRK-LINHA-DET.
           05  DET-DOCUMENTO PICTURE X(14).
           05  FILLER        PICTURE X(02) VALUE SPACES.
           05  DET-OCORRENCIA PICTURE X(20).
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DET-QTD       PICTURE ZZZ9.
           05  FILLER        PICTURE X(02) VALUE SPACES.
           05  DET-VALOR     PICTURE ZZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER        PICTURE X(02) VALUE SPACES.
           05  DET-REFERENCIA PICTURE ZZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER        PICTURE X(05) VALUE SPACES.
       01  WRK-LINHA-TOT.
           05  TOT-TITULO    PICTURE X(30).
           05  TOT-QTD       PICTURE ZZZ.ZZ9.
           05  FILLER        PICTURE X(43) VALUE SPACES.
       01  WRK-DOC-MASCARADO PICTURE X(14) VALUE SPACES.
       01  WRK-JRN-PROGRAMA  PICTURE X(16)   VALUE "MONITORACOAF".
       01  WRK-JRN-TIPO      PICTURE X(01)   VALUE "I".
       01  WRK-JRN-DATA      PICTURE 9(08)   VALUE ZEROS.
       01  WRK-JRN-LIDOS     PICTURE 9(06)   VALUE ZEROS.
       01  WRK-JRN-GRAVADOS  PICTURE 9(06)   VALUE ZEROS.
       01  WRK-JRN-REJEITADOS PICTURE 9(06)  VALUE ZEROS.
       01  WRK-JRN-RETORNO   PICTURE 9(02)   VALUE ZEROS.

       PROCEDURE             DIVISION.

       0100-PRINCIPAL         SECTION.
           PERFORM 0200-INICIAR.
           IF NOT ERRO-DATA AND NOT ERRO-PARM
               PERFORM 0250-SELECIONAR-MOVIMENTOS
               SORT ORDENACAO
                   ON ASCENDING KEY SRT-DOCUMENTO SRT-DATA-MOVIMENTO
                                    SRT-SEQUENCIA
                   USING MOV-SELECAO
                   GIVING MOV-ORDENADO
               PERFORM 0280-ABRIR-ARQUIVOS
               PERFORM 0300-PROCESSAR
                   UNTIL WRK-CHAVE-ORD EQUAL HIGH-VALUES
               PERFORM 0400-FINALIZAR
           END-IF.

           EVALUATE TRUE
               WHEN ERRO-DATA
                   MOVE 12 TO RETURN-CODE
               WHEN ERRO-PARM
                   MOVE 8  TO RETURN-CODE
               WHEN WRK-QTD-OCORRENCIAS GREATER ZERO
                   MOVE 4  TO RETURN-CODE
               WHEN OTHER
                   MOVE 0  TO RETURN-CODE
           END-EVALUATE.

           MOVE "F" TO WRK-JRN-TIPO.
           MOVE WRK-QTD-MOV-DIA     TO WRK-JRN-LIDOS.
           MOVE WRK-QTD-OCORRENCIAS TO WRK-JRN-GRAVADOS.
           MOVE WRK-QTD-IGNORADOS   TO WRK-JRN-REJEITADOS.
           MOVE RETURN-CODE         TO WRK-JRN-RETORNO.
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
               PERFORM 0210-LER-PARAMETROS
           END-IF.
           IF NOT ERRO-DATA AND NOT ERRO-PARM
               PERFORM 0220-CALCULAR-JANELA
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
      *----------------------------------LER-PARAMETROS
       0210-LER-PARAMETROS    SECTION.

           OPEN INPUT CLIENTES-CPRM.
           IF WRK-STATUS-CPRM EQUAL "00"
               READ CLIENTES-CPRM
                   AT END
                       MOVE "S" TO WRK-ERRO-PARM
                   NOT AT END
                       IF CPRM-VALOR-LIMITE  IS NUMERIC AND
                          CPRM-PERC-FAIXA    IS NUMERIC AND
                          CPRM-DIAS-JANELA   IS NUMERIC AND
                          CPRM-QTD-MINIMA    IS NUMERIC AND
                          CPRM-FATOR-VOLUME  IS NUMERIC AND
                          CPRM-VOLUME-MINIMO IS NUMERIC
                           MOVE CPRM-VALOR-LIMITE  TO WRK-VALOR-LIMITE
                           MOVE CPRM-DIAS-JANELA   TO WRK-DIAS-JANELA
                           MOVE CPRM-QTD-MINIMA    TO WRK-QTD-MINIMA
                           MOVE CPRM-FATOR-VOLUME  TO WRK-FATOR-VOLUME
                           MOVE CPRM-VOLUME-MINIMO
                                               TO WRK-VOLUME-MINIMO
                           COMPUTE WRK-LIMITE-FAIXA =
                               CPRM-VALOR-LIMITE * CPRM-PERC-FAIXA
                                                 / 100
                       ELSE
                           MOVE "S" TO WRK-ERRO-PARM
                       END-IF
               END-READ
               CLOSE CLIENTES-CPRM
           ELSE
               MOVE "S" TO WRK-ERRO-PARM
           END-IF.

           IF NOT ERRO-PARM AND
              (WRK-VALOR-LIMITE EQUAL ZEROS OR
               CPRM-PERC-FAIXA GREATER 100 OR
               WRK-DIAS-JANELA EQUAL ZEROS OR
               WRK-QTD-MINIMA LESS 2)
               MOVE "S" TO WRK-ERRO-PARM
           END-IF.

           IF ERRO-PARM
               DISPLAY "PARAMETROS DE MONITORAMENTO (CLIECPRM) "
                       "AUSENTES OU INVALIDOS - MONITORAMENTO NAO "
                       "EXECUTADO."
           END-IF.

       0210-FIM. EXIT.
      *----------------------------------CALCULAR-JANELA
       0220-CALCULAR-JANELA   SECTION.

           MOVE WRK-DATA-EXECUCAO TO WRK-DATA-TRAB.
           MOVE 1     TO WRK-DIAS-CONTADOS.
           MOVE ZEROS TO WRK-QTD-RECUOS.
           PERFORM 0225-RECUAR-DIA
               UNTIL WRK-DIAS-CONTADOS NOT LESS WRK-DIAS-JANELA
                  OR WRK-QTD-RECUOS GREATER 366.

           IF WRK-QTD-RECUOS GREATER 366
               DISPLAY "CALENDARIO DE FERIADOS SEM COBERTURA PARA A "
                       "JANELA DE MONITORAMENTO - EXECUCAO CANCELADA."
               MOVE "S" TO WRK-ERRO-DATA
           ELSE
               MOVE WRK-DATA-TRAB TO WRK-INICIO-JANELA
           END-IF.

       0220-FIM. EXIT.
      *----------------------------------RECUAR-DIA
       0225-RECUAR-DIA        SECTION.

           IF WRK-DIA GREATER 1
               SUBTRACT 1 FROM WRK-DIA
           ELSE
               IF WRK-MES GREATER 1
                   SUBTRACT 1 FROM WRK-MES
               ELSE
                   MOVE 12 TO WRK-MES
                   SUBTRACT 1 FROM WRK-ANO
               END-IF
               PERFORM 0230-DIAS-NO-MES
               MOVE WRK-DIAS-NO-MES TO WRK-DIA
           END-IF.
           ADD 1 TO WRK-QTD-RECUOS.

           CALL "DIADASEMANA" USING WRK-DATA-TRAB WRK-DIA-SEMANA
                                     WRK-DIA-UTIL.
           IF DIA-UTIL
               ADD 1 TO WRK-DIAS-CONTADOS
           END-IF.

       0225-FIM. EXIT.
      *----------------------------------DIAS-NO-MES
       0230-DIAS-NO-MES       SECTION.

           EVALUATE WRK-MES
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WRK-DIAS-NO-MES
               WHEN 2
                   DIVIDE WRK-ANO BY 4
                       GIVING WRK-QUOC-ANO REMAINDER WRK-RESTO-4
                   DIVIDE WRK-ANO BY 100
                       GIVING WRK-QUOC-ANO REMAINDER WRK-RESTO-100
                   DIVIDE WRK-ANO BY 400
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

       0230-FIM. EXIT.
      *----------------------------------SELECIONAR-MOVIMENTOS
       0250-SELECIONAR-MOVIMENTOS SECTION.

           OPEN OUTPUT MOV-SELECAO.

           OPEN INPUT CLIENTES-HMOV.
           PERFORM 0255-LER-HISTORICO.
           PERFORM 0260-SELECIONAR-HISTORICO UNTIL FIM-HMOV.
           CLOSE CLIENTES-HMOV.

           OPEN INPUT CLIENTES-MOV.
           IF WRK-STATUS-MOV EQUAL "00"
               PERFORM 0265-LER-MOVIMENTO
               PERFORM 0270-SELECIONAR-DIA UNTIL FIM-MOV
               CLOSE CLIENTES-MOV
           ELSE
               DISPLAY "MOVIMENTOS DO DIA (CLIEMOV) AUSENTES - "
                       "SOMENTE A JANELA SERA CARREGADA."
           END-IF.

           CLOSE MOV-SELECAO.

       0250-FIM. EXIT.
      *----------------------------------LER-HISTORICO
       0255-LER-HISTORICO     SECTION.

           READ CLIENTES-HMOV
               AT END
                   MOVE "S" TO WRK-FIM-HMOV
           END-READ.

       0255-FIM. EXIT.
      *----------------------------------SELECIONAR-HISTORICO
       0260-SELECIONAR-HISTORICO SECTION.

           IF (HMOV-MOVIMENTO OR HMOV-TRANSFERENCIA) AND
              HMOV-DATA-MOVIMENTO NOT LESS WRK-INICIO-JANELA AND
              HMOV-DATA-MOVIMENTO LESS WRK-DATA-EXECUCAO
               MOVE HMOV-DOCUMENTO      TO SEL-DOCUMENTO
               MOVE HMOV-DATA-MOVIMENTO TO SEL-DATA-MOVIMENTO
               MOVE HMOV-SEQUENCIA      TO SEL-SEQUENCIA
               MOVE "H"                 TO SEL-FONTE
               MOVE HMOV-OPERACAO       TO SEL-OPERACAO
               MOVE HMOV-VALOR          TO SEL-VALOR
               WRITE REG-SEL
               ADD 1 TO WRK-QTD-MOV-JANELA
           END-IF.

           PERFORM 0255-LER-HISTORICO.

       0260-FIM. EXIT.
      *----------------------------------LER-MOVIMENTO
       0265-LER-MOVIMENTO     SECTION.

           READ CLIENTES-MOV
               AT END
                   MOVE "S" TO WRK-FIM-MOV
           END-READ.

       0265-FIM. EXIT.
      *----------------------------------SELECIONAR-DIA
       0270-SELECIONAR-DIA    SECTION.

           ADD 1 TO WRK-SEQ-DIA.
           IF (MOV-DEBITO OR MOV-CREDITO OR MOV-TRANSFERENCIA) AND
              MOV-VALOR IS NUMERIC AND MOV-VALOR GREATER ZEROS
               ADD 1 TO WRK-QTD-MOV-DIA
               MOVE MOV-DOCUMENTO     TO SEL-DOCUMENTO
               MOVE WRK-DATA-EXECUCAO TO SEL-DATA-MOVIMENTO
               MOVE WRK-SEQ-DIA       TO SEL-SEQUENCIA
               MOVE "D"               TO SEL-FONTE
               MOVE MOV-VALOR         TO SEL-VALOR
               IF MOV-TRANSFERENCIA
                   MOVE "D"           TO SEL-OPERACAO
                   WRITE REG-SEL
                   MOVE MOV-DOCUMENTO-DESTINO TO SEL-DOCUMENTO
                   MOVE "C"           TO SEL-OPERACAO
               ELSE
                   MOVE MOV-OPERACAO  TO SEL-OPERACAO
               END-IF
               WRITE REG-SEL
           ELSE
               ADD 1 TO WRK-QTD-IGNORADOS
           END-IF.

           PERFORM 0265-LER-MOVIMENTO.

       0270-FIM. EXIT.
      *----------------------------------ABRIR-ARQUIVOS
       0280-ABRIR-ARQUIVOS    SECTION.

           OPEN INPUT  CONTAS-FILE
                       MOV-ORDENADO.
           OPEN OUTPUT CLIENTES-CREL
                       CLIENTES-COAF.

           MOVE WRK-DATA-EXECUCAO TO CAB1-DATA
                                     CAB1-FIM.
           MOVE WRK-INICIO-JANELA TO CAB1-INICIO.
           WRITE REG-CREL FROM WRK-LINHA-CAB1.
           WRITE REG-CREL FROM WRK-LINHA-CAB2.
           MOVE SPACES TO REG-CREL.
           WRITE REG-CREL.

           PERFORM 0290-LER-ORDENADO.

       0280-FIM. EXIT.
      *----------------------------------LER-ORDENADO
       0290-LER-ORDENADO      SECTION.

           READ MOV-ORDENADO
               AT END
                   MOVE HIGH-VALUES   TO WRK-CHAVE-ORD
               NOT AT END
                   MOVE ORD-DOCUMENTO TO WRK-CHAVE-ORD
           END-READ.

       0290-FIM. EXIT.
      *----------------------------------PROCESSAR
       0300-PROCESSAR         SECTION.

           MOVE WRK-CHAVE-ORD TO WRK-CHAVE-ATUAL.
           MOVE ZEROS TO WRK-GRP-QTD-DIA
                         WRK-GRP-VOLUME-DIA
                         WRK-GRP-QTD-FAIXA
                         WRK-GRP-TOTAL-FAIXA
                         WRK-GRP-INICIO-FAIXA.
           MOVE "N"   TO WRK-GRP-FAIXA-HOJE.

           PERFORM 0310-TRATAR-MOVIMENTO
               UNTIL WRK-CHAVE-ORD NOT EQUAL WRK-CHAVE-ATUAL.

           IF WRK-GRP-QTD-DIA GREATER ZEROS
               ADD 1 TO WRK-QTD-DOCUMENTOS
               PERFORM 0330-AVALIAR-FRACIONAMENTO
               PERFORM 0340-AVALIAR-VOLUME
           END-IF.

       0300-FIM. EXIT.
      *----------------------------------TRATAR-MOVIMENTO
       0310-TRATAR-MOVIMENTO  SECTION.

           IF ORD-DO-DIA
               ADD 1         TO WRK-GRP-QTD-DIA
               ADD ORD-VALOR TO WRK-GRP-VOLUME-DIA
               IF ORD-VALOR NOT LESS WRK-VALOR-LIMITE
                   PERFORM 0320-OCORRENCIA-VALOR
               END-IF
           END-IF.

           IF ORD-VALOR LESS WRK-VALOR-LIMITE AND
              ORD-VALOR NOT LESS WRK-LIMITE-FAIXA
               IF WRK-GRP-QTD-FAIXA EQUAL ZEROS
                   MOVE ORD-DATA-MOVIMENTO TO WRK-GRP-INICIO-FAIXA
               END-IF
               ADD 1         TO WRK-GRP-QTD-FAIXA
               ADD ORD-VALOR TO WRK-GRP-TOTAL-FAIXA
               IF ORD-DO-DIA
                   MOVE "S" TO WRK-GRP-FAIXA-HOJE
               END-IF
           END-IF.

           PERFORM 0290-LER-ORDENADO.

       0310-FIM. EXIT.
      *----------------------------------OCORRENCIA-VALOR
       0320-OCORRENCIA-VALOR  SECTION.

           MOVE "V"                TO OCO-TIPO.
           MOVE 1                  TO OCO-QTD-MOVIMENTOS.
           MOVE ORD-VALOR          TO OCO-VALOR.
           MOVE WRK-VALOR-LIMITE   TO OCO-REFERENCIA.
           MOVE WRK-DATA-EXECUCAO  TO OCO-DATA-INICIAL.
           MOVE "VALOR ACIMA LIMITE" TO DET-OCORRENCIA.
           ADD 1 TO WRK-QTD-OCO-VALOR.
           PERFORM 0350-GRAVAR-OCORRENCIA.

       0320-FIM. EXIT.
      *----------------------------------AVALIAR-FRACIONAMENTO
       0330-AVALIAR-FRACIONAMENTO SECTION.

           IF FAIXA-HOJE AND
              WRK-GRP-QTD-FAIXA NOT LESS WRK-QTD-MINIMA AND
              WRK-GRP-TOTAL-FAIXA GREATER WRK-VALOR-LIMITE
               MOVE "F"                 TO OCO-TIPO
               MOVE WRK-GRP-QTD-FAIXA   TO OCO-QTD-MOVIMENTOS
               MOVE WRK-GRP-TOTAL-FAIXA TO OCO-VALOR
               MOVE WRK-VALOR-LIMITE    TO OCO-REFERENCIA
               MOVE WRK-GRP-INICIO-FAIXA TO OCO-DATA-INICIAL
               MOVE "FRACIONAMENTO"     TO DET-OCORRENCIA
               ADD 1 TO WRK-QTD-OCO-FRACAO
               PERFORM 0350-GRAVAR-OCORRENCIA
           END-IF.

       0330-FIM. EXIT.
      *----------------------------------AVALIAR-VOLUME
       0340-AVALIAR-VOLUME    SECTION.

           IF WRK-FATOR-VOLUME GREATER ZEROS AND
              WRK-GRP-VOLUME-DIA NOT LESS WRK-VOLUME-MINIMO
               PERFORM 0342-SOMAR-SALDOS
               COMPUTE WRK-VOLUME-LIMITE =
                   WRK-SALDO-REFERENCIA * WRK-FATOR-VOLUME
               IF WRK-GRP-VOLUME-DIA GREATER WRK-VOLUME-LIMITE
                   MOVE "A"                  TO OCO-TIPO
                   MOVE WRK-GRP-QTD-DIA      TO OCO-QTD-MOVIMENTOS
                   MOVE WRK-GRP-VOLUME-DIA   TO OCO-VALOR
                   MOVE WRK-SALDO-REFERENCIA TO OCO-REFERENCIA
                   MOVE WRK-DATA-EXECUCAO    TO OCO-DATA-INICIAL
                   MOVE "VOLUME ATIPICO"     TO DET-OCORRENCIA
                   ADD 1 TO WRK-QTD-OCO-VOLUME
                   PERFORM 0350-GRAVAR-OCORRENCIA
               END-IF
           END-IF.

       0340-FIM. EXIT.
      *----------------------------------SOMAR-SALDOS
       0342-SOMAR-SALDOS      SECTION.

           MOVE ZEROS           TO WRK-SALDO-REFERENCIA.
           MOVE "N"             TO WRK-FIM-CONTAS.
           MOVE WRK-CHAVE-ATUAL TO CTA-DOCUMENTO.
           START CONTAS-FILE KEY IS EQUAL CTA-DOCUMENTO
               INVALID KEY
                   MOVE "S" TO WRK-FIM-CONTAS
           END-START.
           PERFORM 0344-SOMAR-CONTA
               UNTIL FIM-CONTAS.

       0342-FIM. EXIT.
      *----------------------------------SOMAR-CONTA
       0344-SOMAR-CONTA       SECTION.

           READ CONTAS-FILE NEXT
               AT END
                   MOVE "S" TO WRK-FIM-CONTAS
               NOT AT END
                   IF CTA-DOCUMENTO NOT EQUAL WRK-CHAVE-ATUAL
                       MOVE "S" TO WRK-FIM-CONTAS
                   ELSE
                       IF CTA-SALDO GREATER ZEROS
                           ADD CTA-SALDO TO WRK-SALDO-REFERENCIA
                       END-IF
                   END-IF
           END-READ.

       0344-FIM. EXIT.
      *----------------------------------GRAVAR-OCORRENCIA
       0350-GRAVAR-OCORRENCIA SECTION.

           MOVE WRK-DATA-EXECUCAO TO OCO-DATA-MOVIMENTO.
           MOVE WRK-CHAVE-ATUAL   TO OCO-DOCUMENTO.
           WRITE REG-COAF.
           ADD 1 TO WRK-QTD-OCORRENCIAS.

           CALL "MASCARADOC" USING WRK-CHAVE-ATUAL
                                    WRK-DOC-MASCARADO.
           MOVE WRK-DOC-MASCARADO  TO DET-DOCUMENTO.
           MOVE OCO-QTD-MOVIMENTOS TO DET-QTD.
           MOVE OCO-VALOR          TO DET-VALOR.
           MOVE OCO-REFERENCIA     TO DET-REFERENCIA.
           WRITE REG-CREL FROM WRK-LINHA-DET.

       0350-FIM. EXIT.
      *----------------------------------FINALIZAR
       0400-FINALIZAR         SECTION.

           IF WRK-QTD-OCORRENCIAS EQUAL ZERO
               MOVE "NENHUMA OCORRENCIA A COMUNICAR" TO REG-CREL
               WRITE REG-CREL
           END-IF.
           MOVE SPACES TO REG-CREL.
           WRITE REG-CREL.
           MOVE "MOVIMENTOS DO DIA .........: " TO TOT-TITULO.
           MOVE WRK-QTD-MOV-DIA     TO TOT-QTD.
           WRITE REG-CREL FROM WRK-LINHA-TOT.
           MOVE "MOVIMENTOS DA JANELA ......: " TO TOT-TITULO.
           MOVE WRK-QTD-MOV-JANELA  TO TOT-QTD.
           WRITE REG-CREL FROM WRK-LINHA-TOT.
           MOVE "MOVIMENTOS IGNORADOS ......: " TO TOT-TITULO.
           MOVE WRK-QTD-IGNORADOS   TO TOT-QTD.
           WRITE REG-CREL FROM WRK-LINHA-TOT.
           MOVE "DOCUMENTOS ANALISADOS .....: " TO TOT-TITULO.
           MOVE WRK-QTD-DOCUMENTOS  TO TOT-QTD.
           WRITE REG-CREL FROM WRK-LINHA-TOT.
           MOVE "VALOR ACIMA DO LIMITE .....: " TO TOT-TITULO.
           MOVE WRK-QTD-OCO-VALOR   TO TOT-QTD.
           WRITE REG-CREL FROM WRK-LINHA-TOT.
           MOVE "FRACIONAMENTO .............: " TO TOT-TITULO.
           MOVE WRK-QTD-OCO-FRACAO  TO TOT-QTD.
           WRITE REG-CREL FROM WRK-LINHA-TOT.
           MOVE "VOLUME ATIPICO ............: " TO TOT-TITULO.
           MOVE WRK-QTD-OCO-VOLUME  TO TOT-QTD.
           WRITE REG-CREL FROM WRK-LINHA-TOT.
           MOVE "OCORRENCIAS ...............: " TO TOT-TITULO.
           MOVE WRK-QTD-OCORRENCIAS TO TOT-QTD.
           WRITE REG-CREL FROM WRK-LINHA-TOT.

           CLOSE CONTAS-FILE
                 MOV-ORDENADO
                 CLIENTES-CREL
                 CLIENTES-COAF.

           MOVE WRK-QTD-MOV-DIA     TO WRK-QTD-ED.
           DISPLAY "MOVIMENTOS DO DIA .........: " WRK-QTD-ED.
           MOVE WRK-QTD-OCORRENCIAS TO WRK-QTD-ED.
           DISPLAY "OCORRENCIAS ...............: " WRK-QTD-ED.

       0400-FIM. EXIT.
      *----------------------------------REGISTRAR-EXECUCAO
       0500-REGISTRAR-EXECUCAO SECTION.

           CALL "REGISTRAEXEC" USING WRK-JRN-PROGRAMA WRK-JRN-TIPO
                                      WRK-JRN-DATA WRK-JRN-LIDOS
                                      WRK-JRN-GRAVADOS
                                      WRK-JRN-REJEITADOS
                                      WRK-JRN-RETORNO.

       0500-FIM. EXIT.
