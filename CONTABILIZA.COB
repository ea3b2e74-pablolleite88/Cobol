       IDENTIFICATION        DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. CONTABILIZA.
       AUTHOR. SEU-NOME.
       DATE-WRITTEN. 2026-10-15.
      * MODIFICATION HISTORY
      * 2026-10-15 RLC  INITIAL VERSION: DAILY GENERAL-LEDGER INTERFACE
      *                 (LANCAMENTOS CONTABEIS). READS THE DAY'S
      *                 ENTRIES ON THE PERMANENT MOVEMENT HISTORY
      *                 (CLIEHMOV) - CREDITS AND DEBITS AND TRANSFER
      *                 LEGS FROM MOVIMENTOS, JUROS, TARIFAS AND THE
      *                 SALDO ADJUSTMENTS OF MANUTCLIENTES AND
      *                 ESTORNAMANUT - AND SUMS THE BALANCE CHANGE OF
      *                 EACH ONE BY EVENT TYPE AND TIPO-CONTA. THE
      *                 TIPO-CONTA COMES FROM CLIEMST, OR FROM THE
      *                 DAY'S CLIEBIMG BEFORE-IMAGE FOR A CLIENT
      *                 EXCLUDED TODAY; A TIPO-CONTA CHANGED BY TODAY'S
      *                 MAINTENANCE ON A NON-ZERO BALANCE GIVES A
      *                 RECLASSIFICATION EVENT. EACH EVENT/TIPO PAIR
      *                 IS MAPPED THROUGH THE CHART-OF-ACCOUNTS FILE
      *                 (CLIEGPRM: CLIENT DEPOSIT ACCOUNT AND
      *                 COUNTERPART ACCOUNT) INTO ONE BALANCED DEBIT/
      *                 CREDIT ENTRY ON CLIECTB, WHICH OPENS WITH A
      *                 HEADER (TIPO "0": FILE ID, DATE, GENERATION
      *                 SEQUENCE) AND CLOSES WITH A TRAILER (TIPO "9":
      *                 ENTRY COUNT, DEBIT AND CREDIT TOTALS AND THE
      *                 PROOF FLAG) IN THE STYLE OF CLIEINT. THE PROOF
      *                 REPORT (CLIEKREL) CHECKS THAT THE NET OF THE
      *                 ENTRIES EQUALS THE CHANGE OF THE CLIEMCTL HASH
      *                 TOTAL SINCE THE PREVIOUS GENERATION, KEPT WITH
      *                 THE DATE AND SEQUENCE ON CLIEGCTL. THE CONTROL
      *                 IS ADVANCED ONLY WHEN THE DAY PROVES, SO AN
      *                 UNBALANCED DAY CAN BE CORRECTED AND RERUN; A
      *                 DATE ALREADY GENERATED IS REFUSED. MUST RUN
      *                 AFTER THE LAST POSTING STEP OF THE DAY AND
      *                 BEFORE AVANCADATA. ENDS WITH RETURN-CODE 12
      *                 FOR A MISSING CLIEDAT, CLIEGPRM OR CLIEMCTL,
      *                 8 FOR A REFUSED DATE, AN EVENT WITHOUT ACCOUNT
      *                 OR A DAY THAT DOES NOT PROVE, AND 4 ON THE
      *                 FIRST RUN (NO PREVIOUS HASH TO PROVE AGAINST).
      * 2026-10-15 RLC  A CLIENT MAY NOW HOLD SEVERAL ACCOUNTS, EACH
      *                 WITH ITS OWN TIPO-CONTA. THE TIPO OF EACH
      *                 EVENT NOW COMES FROM THE ACCOUNT MASTER
      *                 (CLIECTA) BY THE ACCOUNT ON CLIEHMOV, OR FROM
      *                 THE CLIEBIMG BEFORE-IMAGE OF AN ACCOUNT
      *                 EXCLUDED ON THE DATE; RECLASSIFICATIONS ARE
      *                 FOUND BY ACCOUNT THE SAME WAY.
      * 2026-10-15 RLC  THE TIPO OF AN EVENT ON AN ACCOUNT NO LONGER ON
      *                 CLIECTA NOW COMES FROM THE LATEST EXCLUSION (E)
      *                 IMAGE OF THE ACCOUNT ON CLIEBIMG, WHATEVER ITS
      *                 DATE, WHICH ESTORNAMANUT ALSO WRITES WHEN IT
      *                 DELETES AN ACCOUNT. RECLASSIFICATION IS NOW
      *                 FOUND PER ACCOUNT FOR THE WHOLE DAY: THE SALDO
      *                 ON THE FIRST IMAGE OF THE DATE MOVES FROM ITS
      *                 TIPO TO THE TIPO THE ACCOUNT ENDS THE DAY WITH,
      *                 SO A TIPO CHANGE REVERSED BY ESTORNAMANUT IS
      *                 RECLASSIFIED AND A CHANGE REVERSED ON THE SAME
      *                 DAY NETS TO NOTHING. AN EVENT WHOSE TIPO CANNOT
      *                 BE FOUND, OR A DAY TOO LARGE FOR THE WORK
      *                 TABLES, NOW FAILS THE PROOF (RETURN-CODE 8).
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
               ACCESS MODE   IS RANDOM
               RECORD KEY    IS CTA-CHAVE
               ALTERNATE RECORD KEY IS CTA-DOCUMENTO WITH DUPLICATES
               FILE STATUS   IS WRK-STATUS-CTA.
           SELECT CLIENTES-HMOV  ASSIGN TO "CLIEHMOV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-HMOV.
           SELECT CLIENTES-BIMG  ASSIGN TO "CLIEBIMG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-BIMG.
           SELECT CLIENTES-GPRM  ASSIGN TO "CLIEGPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-GPRM.
           SELECT CLIENTES-GCTL  ASSIGN TO "CLIEGCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-GCTL.
           SELECT CLIENTES-MCTL  ASSIGN TO "CLIEMCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-MCTL.
           SELECT CLIENTES-CTB   ASSIGN TO "CLIECTB"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLIENTES-KREL  ASSIGN TO "CLIEKREL"
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
           05  CTA-MOTIVO-BLOQUEIO PICTURE X(01).
           05  CTA-DATA-SITUACAO PICTURE 9(08).
           05  CTA-DATA-ABERTURA PICTURE 9(08).

       FD  CLIENTES-HMOV.
       01  REG-HMOV.
           05  HMOV-DOCUMENTO     PICTURE X(14).
           05  HMOV-DATA-MOVIMENTO PICTURE 9(08).
           05  HMOV-SEQUENCIA     PICTURE 9(06).
           05  HMOV-ORIGEM        PICTURE X(01).
               88  HMOV-MOVIMENTO             VALUE "M".
               88  HMOV-TRANSFERENCIA         VALUE "T".
               88  HMOV-JUROS                 VALUE "J".
               88  HMOV-TARIFA                VALUE "F".
               88  HMOV-AJUSTE                VALUE "A".
           05  HMOV-OPERACAO      PICTURE X(01).
               88  HMOV-CREDITO               VALUE "C".
           05  HMOV-AGENCIA       PICTURE X(04).
           05  HMOV-VALOR         PICTURE 9(10).
           05  HMOV-SALDO-ANT     PICTURE S9(10)  COMP.
           05  HMOV-SALDO-NOVO    PICTURE S9(10)  COMP.
           05  HMOV-CONTA.
               10  HMOV-CONTA-AGENCIA PICTURE X(04).
               10  HMOV-CONTA-NUMERO  PICTURE 9(06).
               10  HMOV-CONTA-DIGITO  PICTURE 9.

       FD  CLIENTES-BIMG.
       01  REG-BIMG.
           05  BIM-DATA-MOVIMENTO PICTURE 9(08).
           05  BIM-SEQUENCIA      PICTURE 9(06).
           05  BIM-OPERACAO       PICTURE X(01).
           05  BIM-DOCUMENTO      PICTURE X(14).
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

       FD  CLIENTES-GPRM.
       01  REG-GPRM.
           05  GPRM-EVENTO       PICTURE X(02).
           05  GPRM-TIPO-CONTA   PICTURE 9.
           05  GPRM-CONTA-CLIENTE PICTURE X(12).
           05  GPRM-CONTA-CONTRA PICTURE X(12).

       FD  CLIENTES-GCTL.
       01  REG-GCTL.
           05  GCTL-DATA-MOVIMENTO PICTURE 9(08).
           05  GCTL-HASH-SALDO   PICTURE S9(13).
           05  GCTL-SEQ-GERACAO  PICTURE 9(06).

       FD  CLIENTES-MCTL.
       01  REG-MCTL.
           05  MCTL-QTD-REGISTROS PICTURE 9(08).
           05  MCTL-HASH-SALDO    PICTURE S9(13).

       FD  CLIENTES-CTB.
       01  REG-CTB.
           05  CTB-TIPO-REG      PICTURE X(01).
           05  CTB-DATA-MOVIMENTO PICTURE 9(08).
           05  CTB-EVENTO        PICTURE X(02).
           05  CTB-TIPO-CONTA    PICTURE 9.
           05  CTB-CONTA-DEBITO  PICTURE X(12).
           05  CTB-CONTA-CREDITO PICTURE X(12).
           05  CTB-VALOR         PICTURE 9(13)V99.
           05  CTB-QTD-EVENTOS   PICTURE 9(06).
           05  FILLER            PICTURE X(07).
       01  REG-CTB-CAB.
           05  CAB-TIPO-REG      PICTURE X(01).
           05  CAB-ID-ARQUIVO    PICTURE X(08).
           05  CAB-DATA-GERACAO  PICTURE 9(08).
           05  CAB-SEQ-GERACAO   PICTURE 9(06).
           05  FILLER            PICTURE X(41).
       01  REG-CTB-TRL.
           05  TRL-TIPO-REG      PICTURE X(01).
           05  TRL-QTD-REG       PICTURE 9(06).
           05  TRL-TOTAL-DEBITOS PICTURE 9(13)V99.
           05  TRL-TOTAL-CREDITOS PICTURE 9(13)V99.
           05  TRL-PROVA         PICTURE X(01).
           05  FILLER            PICTURE X(26).

       FD  CLIENTES-KREL.
       01  REG-KREL              PICTURE X(80).

       FD  CLIENTES-DAT.
       01  REG-DAT.
           05  DAT-DATA-MOVIMENTO PICTURE 9(08).

       WORKING-STORAGE       SECTION.
       01  WRK-STATUS-CTA    PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-HMOV   PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-BIMG   PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-GPRM   PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-GCTL   PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-MCTL   PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-DAT    PICTURE X(02)   VALUE SPACES.
       01  WRK-DATA-EXECUCAO PICTURE 9(08)   VALUE ZEROS.
       01  WRK-FIM-ARQUIVO   PICTURE X(01)   VALUE "N".
           88  FIM-ARQUIVO                   VALUE "S".
       01  WRK-ERRO-PARM     PICTURE X(01)   VALUE "N".
           88  ERRO-PARM                     VALUE "S".
       01  WRK-RECUSADA      PICTURE X(01)   VALUE "N".
           88  RECUSADA                      VALUE "S".
       01  WRK-TEM-BASE      PICTURE X(01)   VALUE "N".
           88  TEM-BASE                      VALUE "S".
       01  WRK-GCTL-VAZIO    PICTURE X(01)   VALUE "N".
           88  GCTL-VAZIO                    VALUE "S".
       01  WRK-CONTA-EXISTE  PICTURE X(01)   VALUE "N".
           88  CONTA-EXISTE                  VALUE "S".
       01  WRK-ACHOU         PICTURE X(01)   VALUE "N".
           88  ACHOU                         VALUE "S".
       01  WRK-PROVA         PICTURE X(01)   VALUE "N".
           88  PROVA-CONFERE                 VALUE "S".
           88  PROVA-INICIAL                 VALUE "I".
      *    CONTROLE DA INTERFACE (CLIEGCTL)
       01  WRK-GCTL-DATA     PICTURE 9(08)   VALUE ZEROS.
       01  WRK-HASH-ANTERIOR PICTURE S9(13)  VALUE ZEROS.
       01  WRK-HASH-ATUAL    PICTURE S9(13)  VALUE ZEROS.
       01  WRK-SEQ-GERACAO   PICTURE 9(06)   VALUE ZEROS.
       01  WRK-VARIACAO-HASH PICTURE S9(13)  COMP VALUE ZEROS.
       01  WRK-LIQUIDO-DIA   PICTURE S9(13)  COMP VALUE ZEROS.
       01  WRK-DELTA         PICTURE S9(13)  COMP VALUE ZEROS.
      *    TIPOS DE EVENTO CONTABIL
       01  WRK-TAB-EVENTOS.
           05  FILLER PICTURE X(16) VALUE "CRCREDITOS".
           05  FILLER PICTURE X(16) VALUE "DBDEBITOS".
           05  FILLER PICTURE X(16) VALUE "TRTRANSFERENCIAS".
           05  FILLER PICTURE X(16) VALUE "JUJUROS".
           05  FILLER PICTURE X(16) VALUE "TATARIFAS".
           05  FILLER PICTURE X(16) VALUE "AJAJUSTES CAD.".
           05  FILLER PICTURE X(16) VALUE "RCRECLASSIF.TIPO".
           05  FILLER PICTURE X(16) VALUE "OUOUTRAS ORIGENS".
       01  WRK-TAB-EVENTOS-R REDEFINES WRK-TAB-EVENTOS.
           05  WRK-EVT-ITEM  OCCURS 8 TIMES.
               10  WRK-EVT-CODIGO    PICTURE X(02).
               10  WRK-EVT-DESCRICAO PICTURE X(14).
       01  WRK-QTD-EVENTOS   PICTURE 9(02)   COMP VALUE 8.
       01  WRK-IDX-EVT       PICTURE 9(02)   COMP VALUE ZEROS.
       01  WRK-IDX-TIPO      PICTURE 9(02)   COMP VALUE ZEROS.
       01  WRK-TIPO-ATUAL    PICTURE 9       VALUE ZERO.
       01  WRK-TAB-ACUMULO.
           05  WRK-ACM-EVENTO OCCURS 8 TIMES.
               10  WRK-ACM-TIPO   OCCURS 10 TIMES.
                   15  WRK-ACM-QTD      PICTURE 9(06)  COMP.
                   15  WRK-ACM-LIQUIDO  PICTURE S9(13) COMP.
      *    PLANO DE CONTAS (CLIEGPRM)
       01  WRK-QTD-PLANO     PICTURE 9(03)   COMP VALUE ZEROS.
       01  WRK-MAX-PLANO     PICTURE 9(03)   COMP VALUE 100.
       01  WRK-TAB-PLANO.
           05  WRK-PLA-ITEM  OCCURS 100 TIMES
                             INDEXED BY WRK-IDX-PLA.
               10  WRK-PLA-EVENTO      PICTURE X(02).
               10  WRK-PLA-TIPO        PICTURE 9.
               10  WRK-PLA-CONTA-CLIENTE PICTURE X(12).
               10  WRK-PLA-CONTA-CONTRA  PICTURE X(12).
      *    CONTAS COM IMAGEM NA DATA (PRIMEIRA IMAGEM, CLIEBIMG)
       01  WRK-QTD-DIA       PICTURE 9(04)   COMP VALUE ZEROS.
       01  WRK-MAX-DIA       PICTURE 9(04)   COMP VALUE 2000.
       01  WRK-TAB-DIA.
           05  WRK-DIA-ITEM  OCCURS 2000 TIMES
                             INDEXED BY WRK-IDX-DIA.
               10  WRK-DIA-CONTA       PICTURE X(11).
               10  WRK-DIA-OPERACAO    PICTURE X(01).
               10  WRK-DIA-TIPO        PICTURE 9.
               10  WRK-DIA-SALDO       PICTURE S9(10) COMP.
               10  WRK-DIA-EXCLUIDA    PICTURE X(01).
               10  WRK-DIA-TIPO-EXCL   PICTURE 9.
      *    EVENTOS DE CONTAS FORA DO CLIECTA (TIPO PELA IMAGEM "E")
       01  WRK-QTD-PEND      PICTURE 9(04)   COMP VALUE ZEROS.
       01  WRK-MAX-PEND      PICTURE 9(04)   COMP VALUE 2000.
       01  WRK-TAB-PEND.
           05  WRK-PEN-ITEM  OCCURS 2000 TIMES
                             INDEXED BY WRK-IDX-PEN.
               10  WRK-PEN-CONTA       PICTURE X(11).
               10  WRK-PEN-EVENTO      PICTURE 9(02) COMP.
               10  WRK-PEN-QTD         PICTURE 9(06) COMP.
               10  WRK-PEN-LIQUIDO     PICTURE S9(13) COMP.
               10  WRK-PEN-ACHOU       PICTURE X(01).
               10  WRK-PEN-TIPO        PICTURE 9.
       01  WRK-TIPO-FINAL    PICTURE 9       VALUE ZERO.
       01  WRK-TABELA-CHEIA  PICTURE X(01)   VALUE "N".
           88  TABELA-CHEIA                  VALUE "S".
      *    TOTAIS
       01  WRK-QTD-HMOV-LIDOS PICTURE 9(08)  COMP VALUE ZEROS.
       01  WRK-QTD-HMOV-DIA  PICTURE 9(06)   COMP VALUE ZEROS.
       01  WRK-QTD-SEM-CADASTRO PICTURE 9(06) COMP VALUE ZEROS.
       01  WRK-QTD-LANCAMENTOS PICTURE 9(06) COMP VALUE ZEROS.
       01  WRK-QTD-SEM-CONTA PICTURE 9(04)   COMP VALUE ZEROS.
       01  WRK-TOTAL-DEBITOS PICTURE 9(13)V99 VALUE ZEROS.
       01  WRK-TOTAL-CREDITOS PICTURE 9(13)V99 VALUE ZEROS.
       01  WRK-VALOR-LANC    PICTURE 9(13)V99 VALUE ZEROS.
       01  WRK-QTD-ED        PICTURE ZZZ.ZZ9.
       01  WRK-LINHA-CAB1.
           05  FILLER    PICTURE X(35)
               VALUE "INTERFACE CONTABIL - LANCAMENTOS - ".
           05  FILLER    PICTURE X(06)  VALUE "DATA: ".
           05  CAB1-DATA PICTURE 9(08).
           05  FILLER    PICTURE X(06)  VALUE "  SEQ ".
           05  CAB1-SEQ  PICTURE 9(06).
           05  FILLER    PICTURE X(19)  VALUE SPACES.
       01  WRK-LINHA-CAB2.
           05  FILLER    PICTURE X(18)  VALUE "EV DESCRICAO".
           05  FILLER    PICTURE X(03)  VALUE "TP ".
           05  FILLER    PICTURE X(13)  VALUE "CONTA DEBITO".
           05  FILLER    PICTURE X(13)  VALUE "CONTA CREDITO".
           05  FILLER    PICTURE X(17)  VALUE "            VALOR".
           05  FILLER    PICTURE X(07)  VALUE "    QTD".
           05  FILLER    PICTURE X(09)  VALUE SPACES.
       01  WRK-LINHA-DET.
           05  DET-EVENTO    PICTURE X(02).
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DET-DESCRICAO PICTURE X(14).
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DET-TIPO      PICTURE 9.
           05  FILLER        PICTURE X(02) VALUE SPACES.
           05  DET-CONTA-DEBITO PICTURE X(12).
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DET-CONTA-CREDITO PICTURE X(12).
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DET-VALOR     PICTURE Z.ZZZ.ZZZ.ZZ9,99.
           05  DET-QTD       PICTURE ZZZ.ZZ9.
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DET-OBS       PICTURE X(09).
       01  WRK-LINHA-PROVA.
           05  PRV-TITULO    PICTURE X(30).
           05  PRV-VALOR     PICTURE -Z.ZZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER        PICTURE X(32) VALUE SPACES.
       01  WRK-LINHA-TOT.
           05  TOT-TITULO    PICTURE X(30).
           05  TOT-QTD       PICTURE ZZZ.ZZ9.
           05  FILLER        PICTURE X(43) VALUE SPACES.
       01  WRK-JRN-PROGRAMA  PICTURE X(16)   VALUE "CONTABILIZA".
       01  WRK-JRN-TIPO      PICTURE X(01)   VALUE "I".
       01  WRK-JRN-DATA      PICTURE 9(08)   VALUE ZEROS.
       01  WRK-JRN-LIDOS     PICTURE 9(06)   VALUE ZEROS.
       01  WRK-JRN-GRAVADOS  PICTURE 9(06)   VALUE ZEROS.
       01  WRK-JRN-REJEITADOS PICTURE 9(06)  VALUE ZEROS.
       01  WRK-JRN-RETORNO   PICTURE 9(02)   VALUE ZEROS.

       PROCEDURE             DIVISION.

       0100-PRINCIPAL         SECTION.
           PERFORM 0200-INICIAR.
           IF NOT ERRO-PARM AND NOT RECUSADA
               PERFORM 0300-APURAR-EVENTOS
               PERFORM 0350-GERAR-LANCAMENTOS
               PERFORM 0380-PROVAR-DIA
               PERFORM 0400-FINALIZAR
           END-IF.

           EVALUATE TRUE
               WHEN ERRO-PARM
                   MOVE 12 TO RETURN-CODE
               WHEN RECUSADA
                   MOVE 8  TO RETURN-CODE
               WHEN WRK-QTD-SEM-CONTA GREATER ZERO
                   MOVE 8  TO RETURN-CODE
               WHEN WRK-QTD-SEM-CADASTRO GREATER ZERO
                   MOVE 8  TO RETURN-CODE
               WHEN PROVA-INICIAL
                   MOVE 4  TO RETURN-CODE
               WHEN NOT PROVA-CONFERE
                   MOVE 8  TO RETURN-CODE
               WHEN OTHER
                   MOVE 0  TO RETURN-CODE
           END-EVALUATE.

           MOVE "F" TO WRK-JRN-TIPO.
           MOVE WRK-QTD-HMOV-DIA    TO WRK-JRN-LIDOS.
           MOVE WRK-QTD-LANCAMENTOS TO WRK-JRN-GRAVADOS.
           MOVE WRK-QTD-SEM-CONTA   TO WRK-JRN-REJEITADOS.
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
           IF NOT ERRO-PARM
               PERFORM 0210-CARREGAR-PLANO
           END-IF.
           IF NOT ERRO-PARM
               PERFORM 0220-LER-CONTROLES
           END-IF.

           IF NOT ERRO-PARM AND NOT RECUSADA
               ADD 1 TO WRK-SEQ-GERACAO
               OPEN OUTPUT CLIENTES-CTB
                           CLIENTES-KREL
               MOVE SPACES    TO REG-CTB-CAB
               MOVE "0"       TO CAB-TIPO-REG
               MOVE "CLIECTB" TO CAB-ID-ARQUIVO
               MOVE WRK-DATA-EXECUCAO TO CAB-DATA-GERACAO
               MOVE WRK-SEQ-GERACAO   TO CAB-SEQ-GERACAO
               WRITE REG-CTB-CAB
               MOVE WRK-DATA-EXECUCAO TO CAB1-DATA
               MOVE WRK-SEQ-GERACAO   TO CAB1-SEQ
               WRITE REG-KREL FROM WRK-LINHA-CAB1
               WRITE REG-KREL FROM WRK-LINHA-CAB2
               MOVE SPACES TO REG-KREL
               WRITE REG-KREL
           END-IF.

       0200-FIM. EXIT.
      *----------------------------------LER-DATA-MOVIMENTO
       0205-LER-DATA-MOVIMENTO SECTION.

           OPEN INPUT CLIENTES-DAT.
           IF WRK-STATUS-DAT EQUAL "00"
               READ CLIENTES-DAT
                   AT END
                       MOVE "S" TO WRK-ERRO-PARM
                   NOT AT END
                       IF DAT-DATA-MOVIMENTO IS NUMERIC
                           MOVE DAT-DATA-MOVIMENTO
                                               TO WRK-DATA-EXECUCAO
                       ELSE
                           MOVE "S" TO WRK-ERRO-PARM
                       END-IF
               END-READ
               CLOSE CLIENTES-DAT
           ELSE
               MOVE "S" TO WRK-ERRO-PARM
           END-IF.

           IF ERRO-PARM
               DISPLAY "ARQUIVO DE DATA DE MOVIMENTO (CLIEDAT) "
                       "AUSENTE OU INVALIDO. EXECUCAO CANCELADA."
           END-IF.

       0205-FIM. EXIT.
      *----------------------------------CARREGAR-PLANO
       0210-CARREGAR-PLANO    SECTION.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT CLIENTES-GPRM.
           IF WRK-STATUS-GPRM EQUAL "00"
               PERFORM 0212-LER-PLANO
               PERFORM 0214-GUARDAR-PLANO
                   UNTIL FIM-ARQUIVO OR ERRO-PARM
               CLOSE CLIENTES-GPRM
           END-IF.

           IF WRK-QTD-PLANO EQUAL ZERO
               MOVE "S" TO WRK-ERRO-PARM
           END-IF.

           IF ERRO-PARM
               DISPLAY "PLANO DE CONTAS (CLIEGPRM) AUSENTE OU "
                       "INVALIDO. EXECUCAO CANCELADA."
           END-IF.

       0210-FIM. EXIT.
      *----------------------------------LER-PLANO
       0212-LER-PLANO         SECTION.

           READ CLIENTES-GPRM
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       0212-FIM. EXIT.
      *----------------------------------GUARDAR-PLANO
       0214-GUARDAR-PLANO     SECTION.

           IF GPRM-EVENTO EQUAL SPACES OR
              GPRM-TIPO-CONTA IS NOT NUMERIC OR
              GPRM-CONTA-CLIENTE EQUAL SPACES OR
              GPRM-CONTA-CONTRA EQUAL SPACES OR
              WRK-QTD-PLANO NOT LESS WRK-MAX-PLANO
               MOVE "S" TO WRK-ERRO-PARM
           ELSE
               ADD 1 TO WRK-QTD-PLANO
               SET WRK-IDX-PLA TO WRK-QTD-PLANO
               MOVE GPRM-EVENTO     TO WRK-PLA-EVENTO (WRK-IDX-PLA)
               MOVE GPRM-TIPO-CONTA TO WRK-PLA-TIPO (WRK-IDX-PLA)
               MOVE GPRM-CONTA-CLIENTE
                               TO WRK-PLA-CONTA-CLIENTE (WRK-IDX-PLA)
               MOVE GPRM-CONTA-CONTRA
                               TO WRK-PLA-CONTA-CONTRA (WRK-IDX-PLA)
               PERFORM 0212-LER-PLANO
           END-IF.

       0214-FIM. EXIT.
      *----------------------------------LER-CONTROLES
       0220-LER-CONTROLES     SECTION.

           OPEN INPUT CLIENTES-GCTL.
           IF WRK-STATUS-GCTL EQUAL "00"
               READ CLIENTES-GCTL
                   NOT AT END
                       IF GCTL-DATA-MOVIMENTO IS NUMERIC AND
                          GCTL-HASH-SALDO IS NUMERIC AND
                          GCTL-SEQ-GERACAO IS NUMERIC
                           MOVE "S"                 TO WRK-TEM-BASE
                           MOVE GCTL-DATA-MOVIMENTO TO WRK-GCTL-DATA
                           MOVE GCTL-HASH-SALDO  TO WRK-HASH-ANTERIOR
                           MOVE GCTL-SEQ-GERACAO TO WRK-SEQ-GERACAO
                       END-IF
               END-READ
               CLOSE CLIENTES-GCTL
           END-IF.

           IF TEM-BASE AND
              WRK-DATA-EXECUCAO NOT GREATER WRK-GCTL-DATA
               MOVE "S" TO WRK-RECUSADA
               DISPLAY "INTERFACE CONTABIL DA DATA " WRK-DATA-EXECUCAO
                       " JA GERADA (ULTIMA: " WRK-GCTL-DATA
                       ") - EXECUCAO RECUSADA."
           END-IF.

           OPEN INPUT CLIENTES-MCTL.
           IF WRK-STATUS-MCTL EQUAL "00"
               READ CLIENTES-MCTL
                   AT END
                       MOVE "S" TO WRK-ERRO-PARM
                   NOT AT END
                       MOVE MCTL-HASH-SALDO TO WRK-HASH-ATUAL
               END-READ
               CLOSE CLIENTES-MCTL
           ELSE
               MOVE "S" TO WRK-ERRO-PARM
           END-IF.

           IF ERRO-PARM
               DISPLAY "CONTROLE DO CADASTRO (CLIEMCTL) AUSENTE - "
                       "EXECUCAO CANCELADA."
           END-IF.

       0220-FIM. EXIT.
      *----------------------------------APURAR-EVENTOS
       0300-APURAR-EVENTOS    SECTION.

           INITIALIZE WRK-TAB-ACUMULO.
           OPEN INPUT CONTAS-FILE.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT CLIENTES-HMOV.
           IF WRK-STATUS-HMOV EQUAL "00"
               PERFORM 0320-LER-HISTORICO
               PERFORM 0325-TRATAR-HISTORICO UNTIL FIM-ARQUIVO
               CLOSE CLIENTES-HMOV
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT CLIENTES-BIMG.
           IF WRK-STATUS-BIMG EQUAL "00"
               PERFORM 0305-LER-IMAGEM
               PERFORM 0310-TRATAR-IMAGEM UNTIL FIM-ARQUIVO
               CLOSE CLIENTES-BIMG
           END-IF.

           PERFORM 0315-VERIFICAR-RECLASSIFICACAO
               VARYING WRK-IDX-DIA FROM 1 BY 1
               UNTIL WRK-IDX-DIA GREATER WRK-QTD-DIA.
           PERFORM 0335-ACUMULAR-PENDENTE
               VARYING WRK-IDX-PEN FROM 1 BY 1
               UNTIL WRK-IDX-PEN GREATER WRK-QTD-PEND.

           CLOSE CONTAS-FILE.

           IF TABELA-CHEIA
               DISPLAY "TABELA DE CONTAS DO DIA CHEIA - PROVA NAO "
                       "PODE SER FEITA."
           END-IF.

       0300-FIM. EXIT.
      *----------------------------------LER-IMAGEM
       0305-LER-IMAGEM        SECTION.

           READ CLIENTES-BIMG
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       0305-FIM. EXIT.
      *----------------------------------TRATAR-IMAGEM
       0310-TRATAR-IMAGEM     SECTION.

      *    A ULTIMA IMAGEM "E" DA CONTA, DE QUALQUER DATA, DA O TIPO
           IF BIM-OPERACAO EQUAL "E" AND WRK-QTD-PEND GREATER ZERO
               PERFORM 0312-RESOLVER-PENDENTE
                   VARYING WRK-IDX-PEN FROM 1 BY 1
                   UNTIL WRK-IDX-PEN GREATER WRK-QTD-PEND
           END-IF.
           IF BIM-DATA-MOVIMENTO EQUAL WRK-DATA-EXECUCAO
               PERFORM 0313-GUARDAR-IMAGEM-DIA
           END-IF.
           PERFORM 0305-LER-IMAGEM.

       0310-FIM. EXIT.
      *----------------------------------RESOLVER-PENDENTE
       0312-RESOLVER-PENDENTE SECTION.

           IF WRK-PEN-CONTA (WRK-IDX-PEN) EQUAL BIM-CONTA
               MOVE "S"            TO WRK-PEN-ACHOU (WRK-IDX-PEN)
               MOVE BIM-TIPO-ANTES TO WRK-PEN-TIPO (WRK-IDX-PEN)
           END-IF.

       0312-FIM. EXIT.
      *----------------------------------GUARDAR-IMAGEM-DIA
       0313-GUARDAR-IMAGEM-DIA SECTION.

           MOVE "N" TO WRK-ACHOU.
           SET WRK-IDX-DIA TO 1.
           SEARCH WRK-DIA-ITEM VARYING WRK-IDX-DIA
               AT END
                   CONTINUE
               WHEN WRK-IDX-DIA GREATER WRK-QTD-DIA
                   SET WRK-IDX-DIA TO WRK-MAX-DIA
               WHEN WRK-DIA-CONTA (WRK-IDX-DIA) EQUAL BIM-CONTA
                   MOVE "S" TO WRK-ACHOU
           END-SEARCH.

           IF NOT ACHOU
               IF WRK-QTD-DIA LESS WRK-MAX-DIA
                   ADD 1 TO WRK-QTD-DIA
                   SET WRK-IDX-DIA TO WRK-QTD-DIA
                   MOVE BIM-CONTA    TO WRK-DIA-CONTA (WRK-IDX-DIA)
                   MOVE BIM-OPERACAO TO WRK-DIA-OPERACAO (WRK-IDX-DIA)
                   MOVE BIM-TIPO-ANTES
                                     TO WRK-DIA-TIPO (WRK-IDX-DIA)
                   MOVE BIM-SALDO-ANTES
                                     TO WRK-DIA-SALDO (WRK-IDX-DIA)
                   MOVE "N"          TO WRK-DIA-EXCLUIDA (WRK-IDX-DIA)
                   MOVE "S" TO WRK-ACHOU
               ELSE
                   MOVE "S" TO WRK-TABELA-CHEIA
               END-IF
           END-IF.

           IF ACHOU AND BIM-OPERACAO EQUAL "E"
               MOVE "S"            TO WRK-DIA-EXCLUIDA (WRK-IDX-DIA)
               MOVE BIM-TIPO-ANTES TO WRK-DIA-TIPO-EXCL (WRK-IDX-DIA)
           END-IF.

       0313-FIM. EXIT.
      *----------------------------------VERIFICAR-RECLASSIFICACAO
       0315-VERIFICAR-RECLASSIFICACAO SECTION.

      *    O SALDO DA PRIMEIRA IMAGEM DO DIA PASSA DO TIPO QUE A CONTA
      *    TINHA ANTES DELA PARA O TIPO COM QUE A CONTA TERMINA O DIA
           IF WRK-DIA-OPERACAO (WRK-IDX-DIA) NOT EQUAL "I" AND
              WRK-DIA-OPERACAO (WRK-IDX-DIA) NOT EQUAL "C" AND
              WRK-DIA-SALDO (WRK-IDX-DIA) NOT EQUAL ZEROS
               MOVE WRK-DIA-CONTA (WRK-IDX-DIA) TO CTA-CHAVE
               READ CONTAS-FILE
                   INVALID KEY
                       MOVE WRK-DIA-EXCLUIDA (WRK-IDX-DIA)
                                               TO WRK-ACHOU
                       MOVE WRK-DIA-TIPO-EXCL (WRK-IDX-DIA)
                                               TO WRK-TIPO-FINAL
                   NOT INVALID KEY
                       MOVE "S"            TO WRK-ACHOU
                       MOVE CTA-TIPO-CONTA TO WRK-TIPO-FINAL
               END-READ
               IF ACHOU AND
                  WRK-TIPO-FINAL NOT EQUAL WRK-DIA-TIPO (WRK-IDX-DIA)
                   MOVE 7 TO WRK-IDX-EVT
                   MOVE WRK-DIA-TIPO (WRK-IDX-DIA) TO WRK-TIPO-ATUAL
                   COMPUTE WRK-DELTA =
                           ZERO - WRK-DIA-SALDO (WRK-IDX-DIA)
                   PERFORM 0340-ACUMULAR
                   MOVE WRK-TIPO-FINAL TO WRK-TIPO-ATUAL
                   MOVE WRK-DIA-SALDO (WRK-IDX-DIA) TO WRK-DELTA
                   PERFORM 0340-ACUMULAR
               END-IF
           END-IF.

       0315-FIM. EXIT.
      *----------------------------------LER-HISTORICO
       0320-LER-HISTORICO     SECTION.

           READ CLIENTES-HMOV
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QTD-HMOV-LIDOS
           END-READ.

       0320-FIM. EXIT.
      *----------------------------------TRATAR-HISTORICO
       0325-TRATAR-HISTORICO  SECTION.

           IF HMOV-DATA-MOVIMENTO EQUAL WRK-DATA-EXECUCAO
               ADD 1 TO WRK-QTD-HMOV-DIA
               EVALUATE TRUE
                   WHEN HMOV-MOVIMENTO AND HMOV-CREDITO
                       MOVE 1 TO WRK-IDX-EVT
                   WHEN HMOV-MOVIMENTO
                       MOVE 2 TO WRK-IDX-EVT
                   WHEN HMOV-TRANSFERENCIA
                       MOVE 3 TO WRK-IDX-EVT
                   WHEN HMOV-JUROS
                       MOVE 4 TO WRK-IDX-EVT
                   WHEN HMOV-TARIFA
                       MOVE 5 TO WRK-IDX-EVT
                   WHEN HMOV-AJUSTE
                       MOVE 6 TO WRK-IDX-EVT
                   WHEN OTHER
                       MOVE 8 TO WRK-IDX-EVT
               END-EVALUATE
               COMPUTE WRK-DELTA = HMOV-SALDO-NOVO - HMOV-SALDO-ANT
               PERFORM 0330-IDENTIFICAR-TIPO
               IF CONTA-EXISTE
                   PERFORM 0340-ACUMULAR
               ELSE
                   PERFORM 0332-GUARDAR-PENDENTE
               END-IF
           END-IF.
           PERFORM 0320-LER-HISTORICO.

       0325-FIM. EXIT.
      *----------------------------------IDENTIFICAR-TIPO
       0330-IDENTIFICAR-TIPO  SECTION.

           MOVE ZERO TO WRK-TIPO-ATUAL.
           MOVE HMOV-CONTA TO CTA-CHAVE.
           READ CONTAS-FILE
               INVALID KEY
                   MOVE "N" TO WRK-CONTA-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WRK-CONTA-EXISTE
                   MOVE CTA-TIPO-CONTA TO WRK-TIPO-ATUAL
           END-READ.

       0330-FIM. EXIT.
      *----------------------------------GUARDAR-PENDENTE
       0332-GUARDAR-PENDENTE  SECTION.

           MOVE "N" TO WRK-ACHOU.
           SET WRK-IDX-PEN TO 1.
           SEARCH WRK-PEN-ITEM VARYING WRK-IDX-PEN
               AT END
                   CONTINUE
               WHEN WRK-IDX-PEN GREATER WRK-QTD-PEND
                   SET WRK-IDX-PEN TO WRK-MAX-PEND
               WHEN WRK-PEN-CONTA (WRK-IDX-PEN) EQUAL HMOV-CONTA AND
                    WRK-PEN-EVENTO (WRK-IDX-PEN) EQUAL WRK-IDX-EVT
                   MOVE "S" TO WRK-ACHOU
           END-SEARCH.

           IF NOT ACHOU
               IF WRK-QTD-PEND LESS WRK-MAX-PEND
                   ADD 1 TO WRK-QTD-PEND
                   SET WRK-IDX-PEN TO WRK-QTD-PEND
                   MOVE HMOV-CONTA  TO WRK-PEN-CONTA (WRK-IDX-PEN)
                   MOVE WRK-IDX-EVT TO WRK-PEN-EVENTO (WRK-IDX-PEN)
                   MOVE ZEROS       TO WRK-PEN-QTD (WRK-IDX-PEN)
                                       WRK-PEN-LIQUIDO (WRK-IDX-PEN)
                   MOVE "N"         TO WRK-PEN-ACHOU (WRK-IDX-PEN)
                   MOVE ZERO        TO WRK-PEN-TIPO (WRK-IDX-PEN)
                   MOVE "S" TO WRK-ACHOU
               ELSE
                   MOVE "S" TO WRK-TABELA-CHEIA
                   ADD 1 TO WRK-QTD-SEM-CADASTRO
               END-IF
           END-IF.

           IF ACHOU
               ADD 1         TO WRK-PEN-QTD (WRK-IDX-PEN)
               ADD WRK-DELTA TO WRK-PEN-LIQUIDO (WRK-IDX-PEN)
           END-IF.

       0332-FIM. EXIT.
      *----------------------------------ACUMULAR-PENDENTE
       0335-ACUMULAR-PENDENTE SECTION.

           IF WRK-PEN-ACHOU (WRK-IDX-PEN) EQUAL "S"
               MOVE WRK-PEN-EVENTO (WRK-IDX-PEN) TO WRK-IDX-EVT
               COMPUTE WRK-IDX-TIPO = WRK-PEN-TIPO (WRK-IDX-PEN) + 1
               ADD WRK-PEN-QTD (WRK-IDX-PEN)
                   TO WRK-ACM-QTD (WRK-IDX-EVT WRK-IDX-TIPO)
               ADD WRK-PEN-LIQUIDO (WRK-IDX-PEN)
                   TO WRK-ACM-LIQUIDO (WRK-IDX-EVT WRK-IDX-TIPO)
           ELSE
               ADD WRK-PEN-QTD (WRK-IDX-PEN) TO WRK-QTD-SEM-CADASTRO
           END-IF.

       0335-FIM. EXIT.
      *----------------------------------ACUMULAR
       0340-ACUMULAR          SECTION.

           COMPUTE WRK-IDX-TIPO = WRK-TIPO-ATUAL + 1.
           ADD 1 TO WRK-ACM-QTD (WRK-IDX-EVT WRK-IDX-TIPO).
           ADD WRK-DELTA TO WRK-ACM-LIQUIDO (WRK-IDX-EVT WRK-IDX-TIPO).

       0340-FIM. EXIT.
      *----------------------------------GERAR-LANCAMENTOS
       0350-GERAR-LANCAMENTOS SECTION.

           PERFORM 0355-GERAR-EVENTO
               VARYING WRK-IDX-EVT FROM 1 BY 1
               UNTIL WRK-IDX-EVT GREATER WRK-QTD-EVENTOS.

       0350-FIM. EXIT.
      *----------------------------------GERAR-EVENTO
       0355-GERAR-EVENTO      SECTION.

           PERFORM 0360-GERAR-LANCAMENTO
               VARYING WRK-IDX-TIPO FROM 1 BY 1
               UNTIL WRK-IDX-TIPO GREATER 10.

       0355-FIM. EXIT.
      *----------------------------------GERAR-LANCAMENTO
       0360-GERAR-LANCAMENTO  SECTION.

           IF WRK-ACM-QTD (WRK-IDX-EVT WRK-IDX-TIPO) GREATER ZERO AND
              WRK-ACM-LIQUIDO (WRK-IDX-EVT WRK-IDX-TIPO)
                                                 NOT EQUAL ZERO
               COMPUTE WRK-TIPO-ATUAL = WRK-IDX-TIPO - 1
               ADD WRK-ACM-LIQUIDO (WRK-IDX-EVT WRK-IDX-TIPO)
                                               TO WRK-LIQUIDO-DIA
               IF WRK-ACM-LIQUIDO (WRK-IDX-EVT WRK-IDX-TIPO)
                                                    LESS ZERO
                   COMPUTE WRK-VALOR-LANC = ZERO -
                       WRK-ACM-LIQUIDO (WRK-IDX-EVT WRK-IDX-TIPO)
               ELSE
                   MOVE WRK-ACM-LIQUIDO (WRK-IDX-EVT WRK-IDX-TIPO)
                                               TO WRK-VALOR-LANC
               END-IF
               MOVE WRK-EVT-CODIGO (WRK-IDX-EVT)    TO DET-EVENTO
               MOVE WRK-EVT-DESCRICAO (WRK-IDX-EVT) TO DET-DESCRICAO
               MOVE WRK-TIPO-ATUAL  TO DET-TIPO
               MOVE WRK-VALOR-LANC  TO DET-VALOR
               MOVE WRK-ACM-QTD (WRK-IDX-EVT WRK-IDX-TIPO) TO DET-QTD
               PERFORM 0365-BUSCAR-CONTA
               IF ACHOU
                   PERFORM 0370-GRAVAR-LANCAMENTO
               ELSE
                   ADD 1 TO WRK-QTD-SEM-CONTA
                   MOVE SPACES      TO DET-CONTA-DEBITO
                                       DET-CONTA-CREDITO
                   MOVE "SEM CONTA" TO DET-OBS
               END-IF
               WRITE REG-KREL FROM WRK-LINHA-DET
           END-IF.

       0360-FIM. EXIT.
      *----------------------------------BUSCAR-CONTA
       0365-BUSCAR-CONTA      SECTION.

           MOVE "N" TO WRK-ACHOU.
           SET WRK-IDX-PLA TO 1.
           SEARCH WRK-PLA-ITEM VARYING WRK-IDX-PLA
               AT END
                   CONTINUE
               WHEN WRK-IDX-PLA GREATER WRK-QTD-PLANO
                   SET WRK-IDX-PLA TO WRK-MAX-PLANO
               WHEN WRK-PLA-EVENTO (WRK-IDX-PLA) EQUAL
                                       WRK-EVT-CODIGO (WRK-IDX-EVT)
                AND WRK-PLA-TIPO (WRK-IDX-PLA) EQUAL WRK-TIPO-ATUAL
                   MOVE "S" TO WRK-ACHOU
           END-SEARCH.

       0365-FIM. EXIT.
      *----------------------------------GRAVAR-LANCAMENTO
       0370-GRAVAR-LANCAMENTO SECTION.

           MOVE SPACES TO REG-CTB.
           MOVE "1"               TO CTB-TIPO-REG.
           MOVE WRK-DATA-EXECUCAO TO CTB-DATA-MOVIMENTO.
           MOVE WRK-EVT-CODIGO (WRK-IDX-EVT) TO CTB-EVENTO.
           MOVE WRK-TIPO-ATUAL    TO CTB-TIPO-CONTA.
      *    SALDOS DOS CLIENTES AUMENTARAM: CREDITO NA CONTA DE
      *    DEPOSITOS DO TIPO; DIMINUIRAM: DEBITO NA CONTA DE DEPOSITOS
           IF WRK-ACM-LIQUIDO (WRK-IDX-EVT WRK-IDX-TIPO) LESS ZERO
               MOVE WRK-PLA-CONTA-CLIENTE (WRK-IDX-PLA)
                                       TO CTB-CONTA-DEBITO
               MOVE WRK-PLA-CONTA-CONTRA (WRK-IDX-PLA)
                                       TO CTB-CONTA-CREDITO
           ELSE
               MOVE WRK-PLA-CONTA-CONTRA (WRK-IDX-PLA)
                                       TO CTB-CONTA-DEBITO
               MOVE WRK-PLA-CONTA-CLIENTE (WRK-IDX-PLA)
                                       TO CTB-CONTA-CREDITO
           END-IF.
           MOVE WRK-VALOR-LANC    TO CTB-VALOR.
           MOVE WRK-ACM-QTD (WRK-IDX-EVT WRK-IDX-TIPO)
                                   TO CTB-QTD-EVENTOS.
           WRITE REG-CTB.

           ADD 1 TO WRK-QTD-LANCAMENTOS.
           ADD WRK-VALOR-LANC TO WRK-TOTAL-DEBITOS
                                 WRK-TOTAL-CREDITOS.
           MOVE CTB-CONTA-DEBITO  TO DET-CONTA-DEBITO.
           MOVE CTB-CONTA-CREDITO TO DET-CONTA-CREDITO.
           MOVE SPACES            TO DET-OBS.

       0370-FIM. EXIT.
      *----------------------------------PROVAR-DIA
       0380-PROVAR-DIA        SECTION.

           IF TEM-BASE
               COMPUTE WRK-VARIACAO-HASH =
                       WRK-HASH-ATUAL - WRK-HASH-ANTERIOR
               IF WRK-VARIACAO-HASH EQUAL WRK-LIQUIDO-DIA AND
                  WRK-QTD-SEM-CONTA EQUAL ZERO AND
                  WRK-QTD-SEM-CADASTRO EQUAL ZERO AND
                  NOT TABELA-CHEIA
                   MOVE "S" TO WRK-PROVA
               ELSE
                   MOVE "N" TO WRK-PROVA
               END-IF
           ELSE
               MOVE WRK-LIQUIDO-DIA TO WRK-VARIACAO-HASH
               COMPUTE WRK-HASH-ANTERIOR =
                       WRK-HASH-ATUAL - WRK-LIQUIDO-DIA
               IF WRK-QTD-SEM-CONTA EQUAL ZERO AND
                  WRK-QTD-SEM-CADASTRO EQUAL ZERO AND
                  NOT TABELA-CHEIA
                   MOVE "I" TO WRK-PROVA
               ELSE
                   MOVE "N" TO WRK-PROVA
               END-IF
           END-IF.

           MOVE SPACES TO REG-CTB-TRL.
           MOVE "9"                 TO TRL-TIPO-REG.
           MOVE WRK-QTD-LANCAMENTOS TO TRL-QTD-REG.
           MOVE WRK-TOTAL-DEBITOS   TO TRL-TOTAL-DEBITOS.
           MOVE WRK-TOTAL-CREDITOS  TO TRL-TOTAL-CREDITOS.
           MOVE WRK-PROVA           TO TRL-PROVA.
           WRITE REG-CTB-TRL.

       0380-FIM. EXIT.
      *----------------------------------FINALIZAR
       0400-FINALIZAR         SECTION.

           MOVE SPACES TO REG-KREL.
           WRITE REG-KREL.
           MOVE "HASH CLIEMCTL ANTERIOR ....: " TO PRV-TITULO.
           MOVE WRK-HASH-ANTERIOR  TO PRV-VALOR.
           WRITE REG-KREL FROM WRK-LINHA-PROVA.
           MOVE "HASH CLIEMCTL ATUAL .......: " TO PRV-TITULO.
           MOVE WRK-HASH-ATUAL     TO PRV-VALOR.
           WRITE REG-KREL FROM WRK-LINHA-PROVA.
           MOVE "VARIACAO DO HASH NO DIA ...: " TO PRV-TITULO.
           MOVE WRK-VARIACAO-HASH  TO PRV-VALOR.
           WRITE REG-KREL FROM WRK-LINHA-PROVA.
           MOVE "LIQUIDO DOS LANCAMENTOS ...: " TO PRV-TITULO.
           MOVE WRK-LIQUIDO-DIA    TO PRV-VALOR.
           WRITE REG-KREL FROM WRK-LINHA-PROVA.
           MOVE "TOTAL A DEBITO ............: " TO PRV-TITULO.
           MOVE WRK-TOTAL-DEBITOS  TO PRV-VALOR.
           WRITE REG-KREL FROM WRK-LINHA-PROVA.
           MOVE "TOTAL A CREDITO ...........: " TO PRV-TITULO.
           MOVE WRK-TOTAL-CREDITOS TO PRV-VALOR.
           WRITE REG-KREL FROM WRK-LINHA-PROVA.
           MOVE SPACES TO REG-KREL.
           WRITE REG-KREL.
           MOVE "MOVIMENTOS DO DIA .........: " TO TOT-TITULO.
           MOVE WRK-QTD-HMOV-DIA     TO TOT-QTD.
           WRITE REG-KREL FROM WRK-LINHA-TOT.
           MOVE "LANCAMENTOS GERADOS .......: " TO TOT-TITULO.
           MOVE WRK-QTD-LANCAMENTOS  TO TOT-QTD.
           WRITE REG-KREL FROM WRK-LINHA-TOT.
           MOVE "EVENTOS SEM CONTA NO PLANO : " TO TOT-TITULO.
           MOVE WRK-QTD-SEM-CONTA    TO TOT-QTD.
           WRITE REG-KREL FROM WRK-LINHA-TOT.
           MOVE "MOVIMENTOS SEM CADASTRO ...: " TO TOT-TITULO.
           MOVE WRK-QTD-SEM-CADASTRO TO TOT-QTD.
           WRITE REG-KREL FROM WRK-LINHA-TOT.
           MOVE SPACES TO REG-KREL.
           EVALUATE TRUE
               WHEN PROVA-CONFERE
                   MOVE "PROVA: LANCAMENTOS CONFEREM COM O CLIEMCTL"
                                       TO REG-KREL
               WHEN PROVA-INICIAL
                   MOVE "PROVA: SEM BASE ANTERIOR - HASH INICIAL ASSU"
                                       TO REG-KREL
                   MOVE "MIDO" TO REG-KREL (45:4)
               WHEN OTHER
                   MOVE "PROVA: NAO CONFERE - ARQUIVO NAO DEVE SER EN"
                                       TO REG-KREL
                   MOVE "VIADO AO CONTABIL" TO REG-KREL (45:17)
           END-EVALUATE.
           WRITE REG-KREL.

           CLOSE CLIENTES-CTB
                 CLIENTES-KREL.

           IF PROVA-CONFERE OR PROVA-INICIAL
               PERFORM 0410-GRAVAR-CONTROLE
           ELSE
               DISPLAY "INTERFACE CONTABIL NAO CONFERE COM O CLIEMCTL "
                       "- CORRIGIR E REEXECUTAR."
           END-IF.

           MOVE WRK-QTD-LANCAMENTOS TO WRK-QTD-ED.
           DISPLAY "LANCAMENTOS GERADOS .......: " WRK-QTD-ED.

       0400-FIM. EXIT.
      *----------------------------------GRAVAR-CONTROLE
       0410-GRAVAR-CONTROLE   SECTION.

           OPEN I-O CLIENTES-GCTL.
           IF WRK-STATUS-GCTL EQUAL "00"
               READ CLIENTES-GCTL
                   AT END
                       MOVE "S" TO WRK-GCTL-VAZIO
                   NOT AT END
                       MOVE WRK-DATA-EXECUCAO TO GCTL-DATA-MOVIMENTO
                       MOVE WRK-HASH-ATUAL    TO GCTL-HASH-SALDO
                       MOVE WRK-SEQ-GERACAO   TO GCTL-SEQ-GERACAO
                       REWRITE REG-GCTL
               END-READ
               CLOSE CLIENTES-GCTL
           ELSE
               MOVE "S" TO WRK-GCTL-VAZIO
           END-IF.

           IF GCTL-VAZIO
               OPEN OUTPUT CLIENTES-GCTL
               MOVE WRK-DATA-EXECUCAO TO GCTL-DATA-MOVIMENTO
               MOVE WRK-HASH-ATUAL    TO GCTL-HASH-SALDO
               MOVE WRK-SEQ-GERACAO   TO GCTL-SEQ-GERACAO
               WRITE REG-GCTL
               CLOSE CLIENTES-GCTL
           END-IF.

       0410-FIM. EXIT.
      *----------------------------------REGISTRAR-EXECUCAO
       0500-REGISTRAR-EXECUCAO SECTION.

           CALL "REGISTRAEXEC" USING WRK-JRN-PROGRAMA WRK-JRN-TIPO
                                      WRK-JRN-DATA WRK-JRN-LIDOS
                                      WRK-JRN-GRAVADOS
                                      WRK-JRN-REJEITADOS
                                      WRK-JRN-RETORNO.

       0500-FIM. EXIT.
