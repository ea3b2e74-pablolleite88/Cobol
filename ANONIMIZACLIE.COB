       IDENTIFICATION        DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. ANONIMIZACLIE.
       AUTHOR. SEU-NOME.
       DATE-WRITTEN. 2026-10-15.
      * MODIFICATION HISTORY
      * 2026-10-15 RLC  INITIAL VERSION: PERIODIC LGPD ANONYMIZATION
      *                 PASS OVER THE CLIENT CHAIN. A CLIENT IS
      *                 ELIGIBLE WHEN ITS LAST ENTRY ON THE
      *                 MAINTENANCE BEFORE-IMAGE JOURNAL (CLIEBIMG) IS
      *                 AN EXCLUSION (OPERACAO "E") DATED BEFORE THE
      *                 RETENTION CUTOFF READ FROM CLIELPRM, AND THE
      *                 DOCUMENTO IS NO LONGER ON CLIEMST. EVERY
      *                 ELIGIBLE CLIENT RECEIVES ONE PSEUDONYMOUS
      *                 TOKEN ("ANON" + SEQUENCE KEPT ON CLIELCTL)
      *                 THAT REPLACES ITS NAME AND DOCUMENTO ON
      *                 CLIEBIMG, ON THE YEARLY ARCHIVES (CLIELAAAA,
      *                 FROM THE FIRST YEAR ON CLIELPRM), ON THE LIVE
      *                 CLIELOG, ON CLIESUS, ON CLIEPACU AND ON THE
      *                 MOVEMENT JOURNAL (CLIEHMOV). LOG
      *                 RECORDS WRITTEN BEFORE LOG-DOCUMENTO EXISTED
      *                 ARE MATCHED BY THE EXCLUDED NAME, BUT ONLY
      *                 WHEN NO OTHER CLIENT (ON CLIEMST OR AMONG THE
      *                 ELIGIBLE) CARRIES THE SAME NAME. ONLY NAMES
      *                 AND DOCUMENTOS CHANGE: NO RECORD IS ADDED OR
      *                 REMOVED AND NO VALUE IS TOUCHED, SO RESUMOLOG
      *                 FIGURES AND THE ARQUIVALOG HASH PROOFS STILL
      *                 RECONCILE. EACH FILE IS REWRITTEN IN PLACE
      *                 (CLIEPACU IS RE-SORTED BY DOCUMENTO, AS
      *                 PENDENCIAS REQUIRES) AND THEN RECOUNTED AND
      *                 HASH-TOTALED; THE CLIELREL REPORT SHOWS THE
      *                 PROOF PER FILE. NO LIST OF DOCUMENTO AND
      *                 TOKEN IS KEPT. ENDS WITH RETURN-CODE 12 WHEN
      *                 CLIELPRM IS MISSING OR INVALID, 8 WHEN ANY
      *                 FILE DOES NOT RECONCILE AND 4 WHEN THE
      *                 ELIGIBLE TABLE FILLED UP AND CLIENTS WERE LEFT
      *                 FOR THE NEXT RUN.
      * 2026-10-15 RLC  CLIEMST NOW HOLDS ONLY NOME AND DOCUMENTO AND
      *                 CLIEBIMG, CLIESUS AND CLIEPACU CARRY THE
      *                 ACCOUNT. ELIGIBILITY IS UNCHANGED: AN EXCLUSION
      *                 OF THE LAST ACCOUNT ALSO REMOVES THE CLIENT
      *                 FROM CLIEMST. THE ACCOUNT NUMBER IS NOT
      *                 PERSONAL DATA AND IS KEPT; CLIEPACU IS NOW
      *                 RE-SORTED BY ACCOUNT, THE ORDER PENDENCIAS
      *                 NOW REQUIRES.
      * 2026-10-15 RLC  THE MOVEMENT JOURNAL (CLIEHMOV) IS NOW ALSO
      *                 ANONYMIZED: HMOV-DOCUMENTO OF AN ELIGIBLE
      *                 CLIENT IS REPLACED BY ITS TOKEN IN PLACE, AND
      *                 THE RECORD COUNT AND THE TOTAL OF HMOV-VALOR,
      *                 HMOV-SALDO-ANT AND HMOV-SALDO-NOVO ARE PROVED
      *                 BEFORE AND AFTER LIKE THE OTHER FILES.
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
           SELECT CLIENTES-FILE  ASSIGN TO "CLIEMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS REG-DOCUMENTO
               FILE STATUS   IS WRK-STATUS-MST.
           SELECT CLIENTES-BIMG  ASSIGN TO "CLIEBIMG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-BIMG.
           SELECT BIMG-ORDENADO  ASSIGN TO "LGPDBORD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLIENTES-LOG   ASSIGN TO "CLIELOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-LOG.
           SELECT LOG-ARQUIVO    ASSIGN TO WRK-NOME-ARQUIVO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-ARQ.
           SELECT CLIENTES-SUS   ASSIGN TO "CLIESUS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-SUS.
           SELECT CLIENTES-PACU  ASSIGN TO "CLIEPACU"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-PACU.
           SELECT CLIENTES-HMOV  ASSIGN TO "CLIEHMOV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-HMOV.
           SELECT PACU-TRABALHO  ASSIGN TO "LGPDPACU"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ORDENACAO      ASSIGN TO "SORTWK".
           SELECT ORDENACAO-PACU ASSIGN TO "SORTWK2".
           SELECT CLIENTES-LPRM  ASSIGN TO "CLIELPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-LPRM.
           SELECT CLIENTES-LCTL  ASSIGN TO "CLIELCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-LCTL.
           SELECT CLIENTES-LREL  ASSIGN TO "CLIELREL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLIENTES-DAT   ASSIGN TO "CLIEDAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-DAT.

       DATA                  DIVISION.
       FILE                  SECTION.
       FD  CLIENTES-FILE.
       01  REG-CLIENTE.
           05  REG-NOME          PICTURE X(20).
           05  REG-DOCUMENTO     PICTURE X(14).

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

       SD  ORDENACAO.
       01  REG-SRT.
           05  SRT-DATA-MOVIMENTO PICTURE 9(08).
           05  SRT-SEQUENCIA      PICTURE 9(06).
           05  SRT-OPERACAO       PICTURE X(01).
           05  SRT-DOCUMENTO      PICTURE X(14).
           05  SRT-NOME-ANTES     PICTURE X(20).
           05  SRT-SALDO-ANTES    PICTURE S9(10)  COMP.
           05  SRT-TIPO-ANTES     PICTURE 9.
           05  SRT-SITUACAO-ANTES PICTURE X(01).
           05  SRT-MOTIVO-BLQ-ANTES PICTURE X(01).
           05  SRT-DATA-SIT-ANTES PICTURE 9(08).
           05  SRT-CONTA.
               10  SRT-CONTA-AGENCIA PICTURE X(04).
               10  SRT-CONTA-NUMERO  PICTURE 9(06).
               10  SRT-CONTA-DIGITO  PICTURE 9.
           05  SRT-DATA-ABERT-ANTES PICTURE 9(08).

       FD  BIMG-ORDENADO.
       01  REG-ORD.
           05  ORD-DATA-MOVIMENTO PICTURE 9(08).
           05  ORD-SEQUENCIA      PICTURE 9(06).
           05  ORD-OPERACAO       PICTURE X(01).
           05  ORD-DOCUMENTO      PICTURE X(14).
           05  ORD-NOME-ANTES     PICTURE X(20).
           05  ORD-SALDO-ANTES    PICTURE S9(10)  COMP.
           05  ORD-TIPO-ANTES     PICTURE 9.
           05  ORD-SITUACAO-ANTES PICTURE X(01).
           05  ORD-MOTIVO-BLQ-ANTES PICTURE X(01).
           05  ORD-DATA-SIT-ANTES PICTURE 9(08).
           05  ORD-CONTA.
               10  ORD-CONTA-AGENCIA PICTURE X(04).
               10  ORD-CONTA-NUMERO  PICTURE 9(06).
               10  ORD-CONTA-DIGITO  PICTURE 9.
           05  ORD-DATA-ABERT-ANTES PICTURE 9(08).

       FD  CLIENTES-LOG.
       01  REG-LOG.
           05  LOG-NOME          PICTURE X(20).
           05  LOG-SALDO-ED      PICTURE Z.ZZZ.ZZZ.ZZ9,99.
           05  LOG-TIPO-CONTA    PICTURE 9.
           05  LOG-DECISAO       PICTURE X(10).
           05  LOG-MOTIVO        PICTURE X(01).
           05  LOG-DATA          PICTURE X(08).
           05  LOG-DOCUMENTO     PICTURE X(14).

       FD  LOG-ARQUIVO.
       01  REG-ARQ.
           05  ARQ-NOME          PICTURE X(20).
           05  ARQ-SALDO-ED      PICTURE Z.ZZZ.ZZZ.ZZ9,99.
           05  ARQ-TIPO-CONTA    PICTURE 9.
           05  ARQ-DECISAO       PICTURE X(10).
           05  ARQ-MOTIVO        PICTURE X(01).
           05  ARQ-DATA          PICTURE X(08).
           05  ARQ-DOCUMENTO     PICTURE X(14).

       FD  CLIENTES-SUS.
       01  REG-SUS.
           05  SUS-NOME          PICTURE X(20).
           05  SUS-SALDO         PICTURE S9(10)  COMP.
           05  SUS-TIPO-CONTA    PICTURE 9.
           05  SUS-DOCUMENTO     PICTURE X(14).
           05  SUS-MOTIVO        PICTURE X(01).
           05  SUS-DATA          PICTURE X(08).
           05  SUS-CONTA.
               10  SUS-CONTA-AGENCIA PICTURE X(04).
               10  SUS-CONTA-NUMERO  PICTURE 9(06).
               10  SUS-CONTA-DIGITO  PICTURE 9.

       FD  CLIENTES-PACU.
       01  REG-PACU.
           05  PACU-NOME         PICTURE X(20).
           05  PACU-DOCUMENTO    PICTURE X(14).
           05  PACU-SALDO        PICTURE 9(10)V99.
           05  PACU-TIPO-CONTA   PICTURE 9.
           05  PACU-DATA         PICTURE X(08).
           05  PACU-CONTA.
               10  PACU-CONTA-AGENCIA PICTURE X(04).
               10  PACU-CONTA-NUMERO  PICTURE 9(06).
               10  PACU-CONTA-DIGITO  PICTURE 9.

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

       FD  PACU-TRABALHO.
       01  REG-WPAC.
           05  WPAC-NOME         PICTURE X(20).
           05  WPAC-DOCUMENTO    PICTURE X(14).
           05  WPAC-SALDO        PICTURE 9(10)V99.
           05  WPAC-TIPO-CONTA   PICTURE 9.
           05  WPAC-DATA         PICTURE X(08).
           05  WPAC-CONTA.
               10  WPAC-CONTA-AGENCIA PICTURE X(04).
               10  WPAC-CONTA-NUMERO  PICTURE 9(06).
               10  WPAC-CONTA-DIGITO  PICTURE 9.

       SD  ORDENACAO-PACU.
       01  REG-SPAC.
           05  SPAC-NOME         PICTURE X(20).
           05  SPAC-DOCUMENTO    PICTURE X(14).
           05  SPAC-SALDO        PICTURE 9(10)V99.
           05  SPAC-TIPO-CONTA   PICTURE 9.
           05  SPAC-DATA         PICTURE X(08).
           05  SPAC-CONTA.
               10  SPAC-CONTA-AGENCIA PICTURE X(04).
               10  SPAC-CONTA-NUMERO  PICTURE 9(06).
               10  SPAC-CONTA-DIGITO  PICTURE 9.

       FD  CLIENTES-LPRM.
       01  REG-LPRM.
           05  LPRM-DATA-CORTE   PICTURE 9(08).
           05  LPRM-ANO-INICIAL  PICTURE 9(04).

       FD  CLIENTES-LCTL.
       01  REG-LCTL.
           05  LCTL-SEQ-TOKEN    PICTURE 9(10).

       FD  CLIENTES-LREL.
       01  REG-LREL              PICTURE X(80).

       FD  CLIENTES-DAT.
       01  REG-DAT.
           05  DAT-DATA-MOVIMENTO PICTURE 9(08).

       WORKING-STORAGE       SECTION.
       01  WRK-STATUS-MST    PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-BIMG   PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-LOG    PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-ARQ    PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-SUS    PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-PACU   PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-HMOV   PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-LPRM   PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-LCTL   PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-DAT    PICTURE X(02)   VALUE SPACES.
       01  WRK-DATA-EXECUCAO PICTURE X(08)   VALUE SPACES.
       01  WRK-DATA-EXEC-NUM PICTURE 9(08)   VALUE ZEROS.
       01  WRK-DATA-EXEC-R   REDEFINES WRK-DATA-EXEC-NUM.
           05  WRK-EXEC-ANO      PICTURE 9(04).
           05  WRK-EXEC-MMDD     PICTURE 9(04).
       01  WRK-DATA-CORTE    PICTURE 9(08)   VALUE ZEROS.
       01  WRK-ANO-INICIAL   PICTURE 9(04)   VALUE ZEROS.
       01  WRK-ANO-ARQ       PICTURE 9(04)   VALUE ZEROS.
       01  WRK-ERRO-PARM     PICTURE X(01)   VALUE "N".
           88  ERRO-PARM                     VALUE "S".
       01  WRK-LCTL-VAZIO    PICTURE X(01)   VALUE "N".
           88  LCTL-VAZIO                    VALUE "S".
       01  WRK-FIM-ARQUIVO   PICTURE X(01)   VALUE "N".
           88  FIM-ARQUIVO                   VALUE "S".
       01  WRK-CLIENTE-EXISTE PICTURE X(01)  VALUE "N".
           88  CLIENTE-EXISTE                VALUE "S".
       01  WRK-ACHOU         PICTURE X(01)   VALUE "N".
           88  ACHOU                         VALUE "S".
       01  WRK-NOME-ARQUIVO.
           05  FILLER            PICTURE X(05) VALUE "CLIEL".
           05  WRK-NOME-ANO      PICTURE 9(04).
       01  WRK-NOME-CONFERIDO PICTURE X(09)  VALUE SPACES.
      *    GRUPO DO JORNAL ORDENADO POR DOCUMENTO, DATA E SEQUENCIA
       01  WRK-CHAVE-ORD     PICTURE X(14)   VALUE SPACES.
       01  WRK-GRP-DOCUMENTO PICTURE X(14)   VALUE SPACES.
       01  WRK-GRP-DOC-R     REDEFINES WRK-GRP-DOCUMENTO.
           05  WRK-GRP-PREFIXO   PICTURE X(04).
           05  FILLER            PICTURE X(10).
       01  WRK-GRP-NOME      PICTURE X(20)   VALUE SPACES.
       01  WRK-GRP-OPERACAO  PICTURE X(01)   VALUE SPACES.
       01  WRK-GRP-DATA      PICTURE 9(08)   VALUE ZEROS.
      *    PSEUDONIMO: "ANON" + SEQUENCIA DO CLIELCTL
       01  WRK-TOKEN.
           05  FILLER            PICTURE X(04) VALUE "ANON".
           05  WRK-TOKEN-SEQ     PICTURE 9(10) VALUE ZEROS.
       01  WRK-TOKEN-ATUAL   PICTURE X(14)   VALUE SPACES.
       01  WRK-QTD-ANON      PICTURE 9(04)   COMP VALUE ZEROS.
       01  WRK-MAX-ANON      PICTURE 9(04)   COMP VALUE 5000.
       01  WRK-TAB-ANON.
           05  WRK-ANON-ITEM  OCCURS 1 TO 5000 TIMES
                              DEPENDING ON WRK-QTD-ANON
                              ASCENDING KEY WRK-ANON-DOCUMENTO
                              INDEXED BY WRK-IDX-ANON WRK-IDX-HOM.
               10  WRK-ANON-DOCUMENTO PICTURE X(14).
               10  WRK-ANON-NOME      PICTURE X(20).
               10  WRK-ANON-TOKEN     PICTURE X(14).
               10  WRK-ANON-NOME-UNICO PICTURE X(01).
                   88  ANON-NOME-UNICO           VALUE "S".
      *    PROVA DE CONTAGEM E TOTAL POR ARQUIVO
       01  WRK-SALDO-NUM     PICTURE 9(10)V99 VALUE ZEROS.
       01  WRK-QTD-ANTES     PICTURE 9(08)   COMP VALUE ZEROS.
       01  WRK-HASH-ANTES    PICTURE S9(15)V99 COMP VALUE ZEROS.
       01  WRK-QTD-DEPOIS    PICTURE 9(08)   COMP VALUE ZEROS.
       01  WRK-HASH-DEPOIS   PICTURE S9(15)V99 COMP VALUE ZEROS.
       01  WRK-QTD-ALTERADOS PICTURE 9(08)   COMP VALUE ZEROS.
       01  WRK-QTD-LIDOS     PICTURE 9(08)   COMP VALUE ZEROS.
       01  WRK-QTD-ELEGIVEIS PICTURE 9(06)   COMP VALUE ZEROS.
       01  WRK-QTD-ADIADOS   PICTURE 9(06)   COMP VALUE ZEROS.
       01  WRK-QTD-HOMONIMOS PICTURE 9(06)   COMP VALUE ZEROS.
       01  WRK-QTD-ANONIMIZADOS PICTURE 9(08) COMP VALUE ZEROS.
       01  WRK-QTD-ERROS     PICTURE 9(04)   COMP VALUE ZEROS.
       01  WRK-QTD-ED        PICTURE ZZZ.ZZZ.ZZ9.
       01  WRK-LINHA-CAB1.
           05  FILLER    PICTURE X(35)
               VALUE "ANONIMIZACAO LGPD DE CLIENTES - COR".
           05  FILLER    PICTURE X(04)  VALUE "TE: ".
           05  CAB1-CORTE PICTURE 9(08).
           05  FILLER    PICTURE X(33)  VALUE SPACES.
       01  WRK-LINHA-ARQ.
           05  FILLER    PICTURE X(09)  VALUE "ARQUIVO: ".
           05  LARQ-ARQUIVO PICTURE X(09).
           05  FILLER    PICTURE X(08)  VALUE "  ANTES ".
           05  LARQ-ANTES PICTURE ZZZ.ZZZ.ZZ9.
           05  FILLER    PICTURE X(10)  VALUE "  ALTERAD.".
           05  FILLER    PICTURE X(01)  VALUE SPACES.
           05  LARQ-ALTERADOS PICTURE ZZZ.ZZZ.ZZ9.
           05  FILLER    PICTURE X(08)  VALUE "  APOS  ".
           05  LARQ-DEPOIS PICTURE ZZZ.ZZZ.ZZ9.
           05  FILLER    PICTURE X(01)  VALUE SPACES.
       01  WRK-LINHA-CONF.
           05  FILLER    PICTURE X(11)  VALUE SPACES.
           05  CONF-TEXTO PICTURE X(69).
       01  WRK-LINHA-TOT.
           05  TOT-TITULO    PICTURE X(30).
           05  TOT-QTD       PICTURE ZZZ.ZZZ.ZZ9.
           05  FILLER        PICTURE X(39) VALUE SPACES.
       01  WRK-JRN-PROGRAMA  PICTURE X(16)   VALUE "ANONIMIZACLIE".
       01  WRK-JRN-TIPO      PICTURE X(01)   VALUE "I".
       01  WRK-JRN-DATA      PICTURE 9(08)   VALUE ZEROS.
       01  WRK-JRN-LIDOS     PICTURE 9(06)   VALUE ZEROS.
       01  WRK-JRN-GRAVADOS  PICTURE 9(06)   VALUE ZEROS.
       01  WRK-JRN-REJEITADOS PICTURE 9(06)  VALUE ZEROS.
       01  WRK-JRN-RETORNO   PICTURE 9(02)   VALUE ZEROS.

       PROCEDURE             DIVISION.

       0100-PRINCIPAL         SECTION.
           PERFORM 0200-INICIAR.
           IF NOT ERRO-PARM
               PERFORM 0300-SELECIONAR-CLIENTES
               IF WRK-QTD-ANON GREATER ZERO
                   PERFORM 0320-VERIFICAR-HOMONIMOS
                   PERFORM 0330-ANONIMIZAR-IMAGENS
                   PERFORM 0340-ANONIMIZAR-ARQUIVOS
                   PERFORM 0350-ANONIMIZAR-LOG
                   PERFORM 0360-ANONIMIZAR-SUSPENSOS
                   PERFORM 0370-ANONIMIZAR-PENDENTES
                   PERFORM 0377-ANONIMIZAR-MOVIMENTOS
                   PERFORM 0410-GRAVAR-CONTROLE
               END-IF
               PERFORM 0400-FINALIZAR
           END-IF.

           EVALUATE TRUE
               WHEN ERRO-PARM
                   MOVE 12 TO RETURN-CODE
               WHEN WRK-QTD-ERROS GREATER ZERO
                   MOVE 8  TO RETURN-CODE
               WHEN WRK-QTD-ADIADOS GREATER ZERO
                   MOVE 4  TO RETURN-CODE
               WHEN OTHER
                   MOVE 0  TO RETURN-CODE
           END-EVALUATE.

           MOVE "F" TO WRK-JRN-TIPO.
           MOVE WRK-QTD-LIDOS        TO WRK-JRN-LIDOS.
           MOVE WRK-QTD-ANONIMIZADOS TO WRK-JRN-GRAVADOS.
           MOVE WRK-QTD-ADIADOS      TO WRK-JRN-REJEITADOS.
           MOVE RETURN-CODE          TO WRK-JRN-RETORNO.
           PERFORM 0500-REGISTRAR-EXECUCAO.
           MOVE WRK-JRN-RETORNO TO RETURN-CODE.
           STOP  RUN.
       0100-FIM. EXIT.
      *----------------------------------INICIAR
       0200-INICIAR           SECTION.

           PERFORM 0205-LER-DATA-MOVIMENTO.
           PERFORM 0500-REGISTRAR-EXECUCAO.
           PERFORM 0210-LER-PARAMETRO.
           IF NOT ERRO-PARM
               PERFORM 0215-LER-CONTROLE
               OPEN OUTPUT CLIENTES-LREL
               MOVE WRK-DATA-CORTE TO CAB1-CORTE
               WRITE REG-LREL FROM WRK-LINHA-CAB1
               MOVE SPACES TO REG-LREL
               WRITE REG-LREL
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
           MOVE WRK-DATA-EXECUCAO TO WRK-DATA-EXEC-NUM.
           MOVE WRK-DATA-EXEC-NUM TO WRK-JRN-DATA.

       0205-FIM. EXIT.
      *----------------------------------LER-PARAMETRO
       0210-LER-PARAMETRO     SECTION.

           OPEN INPUT CLIENTES-LPRM.
           IF WRK-STATUS-LPRM EQUAL "00"
               READ CLIENTES-LPRM
                   AT END
                       MOVE "S" TO WRK-ERRO-PARM
                   NOT AT END
                       IF LPRM-DATA-CORTE IS NUMERIC AND
                          LPRM-DATA-CORTE GREATER ZEROS AND
                          LPRM-DATA-CORTE LESS WRK-DATA-EXEC-NUM AND
                          LPRM-ANO-INICIAL IS NUMERIC AND
                          LPRM-ANO-INICIAL GREATER ZEROS AND
                          LPRM-ANO-INICIAL NOT GREATER WRK-EXEC-ANO
                           MOVE LPRM-DATA-CORTE  TO WRK-DATA-CORTE
                           MOVE LPRM-ANO-INICIAL TO WRK-ANO-INICIAL
                       ELSE
                           MOVE "S" TO WRK-ERRO-PARM
                       END-IF
               END-READ
               CLOSE CLIENTES-LPRM
           ELSE
               MOVE "S" TO WRK-ERRO-PARM
           END-IF.

           IF ERRO-PARM
               DISPLAY "PARAMETRO DE RETENCAO LGPD (CLIELPRM) "
                       "AUSENTE OU INVALIDO. EXECUCAO CANCELADA."
           END-IF.

       0210-FIM. EXIT.
      *----------------------------------LER-CONTROLE
       0215-LER-CONTROLE      SECTION.

           OPEN INPUT CLIENTES-LCTL.
           IF WRK-STATUS-LCTL EQUAL "00"
               READ CLIENTES-LCTL
                   NOT AT END
                       IF LCTL-SEQ-TOKEN IS NUMERIC
                           MOVE LCTL-SEQ-TOKEN TO WRK-TOKEN-SEQ
                       END-IF
               END-READ
               CLOSE CLIENTES-LCTL
           END-IF.

       0215-FIM. EXIT.
      *----------------------------------SELECIONAR-CLIENTES
       0300-SELECIONAR-CLIENTES SECTION.

           OPEN INPUT CLIENTES-BIMG.
           IF WRK-STATUS-BIMG EQUAL "00"
               CLOSE CLIENTES-BIMG
               SORT ORDENACAO
                   ON ASCENDING KEY SRT-DOCUMENTO
                                    SRT-DATA-MOVIMENTO
                                    SRT-SEQUENCIA
                   USING CLIENTES-BIMG
                   GIVING BIMG-ORDENADO
               OPEN INPUT BIMG-ORDENADO
                          CLIENTES-FILE
               PERFORM 0305-LER-ORDENADO
               PERFORM 0310-TRATAR-GRUPO
                   UNTIL WRK-CHAVE-ORD EQUAL HIGH-VALUES
               CLOSE BIMG-ORDENADO
                     CLIENTES-FILE
           END-IF.

       0300-FIM. EXIT.
      *----------------------------------LER-ORDENADO
       0305-LER-ORDENADO      SECTION.

           READ BIMG-ORDENADO
               AT END
                   MOVE HIGH-VALUES   TO WRK-CHAVE-ORD
               NOT AT END
                   MOVE ORD-DOCUMENTO TO WRK-CHAVE-ORD
           END-READ.

       0305-FIM. EXIT.
      *----------------------------------TRATAR-GRUPO
       0310-TRATAR-GRUPO      SECTION.

           MOVE WRK-CHAVE-ORD TO WRK-GRP-DOCUMENTO.
           MOVE SPACES        TO WRK-GRP-NOME.
           PERFORM 0312-ACUMULAR-GRUPO
               UNTIL WRK-CHAVE-ORD NOT EQUAL WRK-GRP-DOCUMENTO.

           IF WRK-GRP-OPERACAO EQUAL "E" AND
              WRK-GRP-DATA LESS WRK-DATA-CORTE AND
              WRK-GRP-PREFIXO NOT EQUAL "ANON" AND
              WRK-GRP-DOCUMENTO NOT EQUAL SPACES
               PERFORM 0314-VERIFICAR-CADASTRO
               IF NOT CLIENTE-EXISTE
                   PERFORM 0316-INCLUIR-ELEGIVEL
               END-IF
           END-IF.

       0310-FIM. EXIT.
      *----------------------------------ACUMULAR-GRUPO
       0312-ACUMULAR-GRUPO    SECTION.

           ADD 1 TO WRK-QTD-LIDOS.
           MOVE ORD-OPERACAO       TO WRK-GRP-OPERACAO.
           MOVE ORD-DATA-MOVIMENTO TO WRK-GRP-DATA.
           IF ORD-NOME-ANTES NOT EQUAL SPACES
               MOVE ORD-NOME-ANTES TO WRK-GRP-NOME
           END-IF.
           PERFORM 0305-LER-ORDENADO.

       0312-FIM. EXIT.
      *----------------------------------VERIFICAR-CADASTRO
       0314-VERIFICAR-CADASTRO SECTION.

           MOVE "N" TO WRK-CLIENTE-EXISTE.
           MOVE WRK-GRP-DOCUMENTO TO REG-DOCUMENTO.
           READ CLIENTES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WRK-CLIENTE-EXISTE
           END-READ.

       0314-FIM. EXIT.
      *----------------------------------INCLUIR-ELEGIVEL
       0316-INCLUIR-ELEGIVEL  SECTION.

           ADD 1 TO WRK-QTD-ELEGIVEIS.
           IF WRK-QTD-ANON NOT LESS WRK-MAX-ANON
               ADD 1 TO WRK-QTD-ADIADOS
           ELSE
               ADD 1 TO WRK-QTD-ANON
               ADD 1 TO WRK-TOKEN-SEQ
               MOVE WRK-GRP-DOCUMENTO TO
                                   WRK-ANON-DOCUMENTO (WRK-QTD-ANON)
               MOVE WRK-GRP-NOME      TO WRK-ANON-NOME (WRK-QTD-ANON)
               MOVE WRK-TOKEN         TO WRK-ANON-TOKEN (WRK-QTD-ANON)
               MOVE "S"       TO WRK-ANON-NOME-UNICO (WRK-QTD-ANON)
               IF WRK-GRP-NOME NOT EQUAL SPACES AND
                  WRK-QTD-ANON GREATER 1
                   PERFORM 0318-MARCAR-REPETIDO
               END-IF
           END-IF.

       0316-FIM. EXIT.
      *----------------------------------MARCAR-REPETIDO
       0318-MARCAR-REPETIDO   SECTION.

           SET WRK-IDX-HOM TO 1.
           SEARCH WRK-ANON-ITEM VARYING WRK-IDX-HOM
               AT END
                   CONTINUE
               WHEN WRK-IDX-HOM LESS WRK-QTD-ANON AND
                    WRK-ANON-NOME (WRK-IDX-HOM) EQUAL WRK-GRP-NOME
                   MOVE "N" TO WRK-ANON-NOME-UNICO (WRK-IDX-HOM)
                   MOVE "N" TO WRK-ANON-NOME-UNICO (WRK-QTD-ANON)
           END-SEARCH.

       0318-FIM. EXIT.
      *----------------------------------VERIFICAR-HOMONIMOS
       0320-VERIFICAR-HOMONIMOS SECTION.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT CLIENTES-FILE.
           IF WRK-STATUS-MST EQUAL "00"
               PERFORM 0322-LER-CADASTRO
               PERFORM 0324-COMPARAR-NOME UNTIL FIM-ARQUIVO
               CLOSE CLIENTES-FILE
           END-IF.

       0320-FIM. EXIT.
      *----------------------------------LER-CADASTRO
       0322-LER-CADASTRO      SECTION.

           READ CLIENTES-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       0322-FIM. EXIT.
      *----------------------------------COMPARAR-NOME
       0324-COMPARAR-NOME     SECTION.

           SET WRK-IDX-HOM TO 1.
           SEARCH WRK-ANON-ITEM VARYING WRK-IDX-HOM
               AT END
                   CONTINUE
               WHEN WRK-ANON-NOME (WRK-IDX-HOM) EQUAL REG-NOME
                   IF ANON-NOME-UNICO (WRK-IDX-HOM)
                       ADD 1 TO WRK-QTD-HOMONIMOS
                   END-IF
                   MOVE "N" TO WRK-ANON-NOME-UNICO (WRK-IDX-HOM)
           END-SEARCH.
           PERFORM 0322-LER-CADASTRO.

       0324-FIM. EXIT.
      *----------------------------------ANONIMIZAR-IMAGENS
       0330-ANONIMIZAR-IMAGENS SECTION.

           PERFORM 0395-ZERAR-PROVA.
           MOVE "CLIEBIMG" TO WRK-NOME-CONFERIDO.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN I-O CLIENTES-BIMG.
           IF WRK-STATUS-BIMG EQUAL "00"
               PERFORM 0332-LER-IMAGEM
               PERFORM 0334-TRATAR-IMAGEM UNTIL FIM-ARQUIVO
               CLOSE CLIENTES-BIMG
               MOVE "N" TO WRK-FIM-ARQUIVO
               OPEN INPUT CLIENTES-BIMG
               PERFORM 0332-LER-IMAGEM
               PERFORM 0336-SOMAR-IMAGEM UNTIL FIM-ARQUIVO
               CLOSE CLIENTES-BIMG
               PERFORM 0390-CONFERIR-ARQUIVO
           END-IF.

       0330-FIM. EXIT.
      *----------------------------------LER-IMAGEM
       0332-LER-IMAGEM        SECTION.

           READ CLIENTES-BIMG
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       0332-FIM. EXIT.
      *----------------------------------TRATAR-IMAGEM
       0334-TRATAR-IMAGEM     SECTION.

           ADD 1               TO WRK-QTD-ANTES.
           ADD BIM-SALDO-ANTES TO WRK-HASH-ANTES.
           MOVE BIM-DOCUMENTO TO WRK-GRP-DOCUMENTO.
           PERFORM 0381-PROCURAR-DOCUMENTO.
           IF ACHOU
               MOVE WRK-TOKEN-ATUAL TO BIM-DOCUMENTO
               IF BIM-NOME-ANTES NOT EQUAL SPACES
                   MOVE WRK-TOKEN-ATUAL TO BIM-NOME-ANTES
               END-IF
               REWRITE REG-BIMG
               ADD 1 TO WRK-QTD-ALTERADOS
           END-IF.
           PERFORM 0332-LER-IMAGEM.

       0334-FIM. EXIT.
      *----------------------------------SOMAR-IMAGEM
       0336-SOMAR-IMAGEM      SECTION.

           ADD 1               TO WRK-QTD-DEPOIS.
           ADD BIM-SALDO-ANTES TO WRK-HASH-DEPOIS.
           PERFORM 0332-LER-IMAGEM.

       0336-FIM. EXIT.
      *----------------------------------ANONIMIZAR-ARQUIVOS
       0340-ANONIMIZAR-ARQUIVOS SECTION.

           PERFORM 0342-ANONIMIZAR-ANO
               VARYING WRK-ANO-ARQ FROM WRK-ANO-INICIAL BY 1
               UNTIL WRK-ANO-ARQ GREATER WRK-EXEC-ANO.

       0340-FIM. EXIT.
      *----------------------------------ANONIMIZAR-ANO
       0342-ANONIMIZAR-ANO    SECTION.

           PERFORM 0395-ZERAR-PROVA.
           MOVE WRK-ANO-ARQ      TO WRK-NOME-ANO.
           MOVE WRK-NOME-ARQUIVO TO WRK-NOME-CONFERIDO.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN I-O LOG-ARQUIVO.
           IF WRK-STATUS-ARQ EQUAL "00"
               PERFORM 0344-LER-ANO
               PERFORM 0346-TRATAR-ANO UNTIL FIM-ARQUIVO
               CLOSE LOG-ARQUIVO
               MOVE "N" TO WRK-FIM-ARQUIVO
               OPEN INPUT LOG-ARQUIVO
               PERFORM 0344-LER-ANO
               PERFORM 0348-SOMAR-ANO UNTIL FIM-ARQUIVO
               CLOSE LOG-ARQUIVO
               PERFORM 0390-CONFERIR-ARQUIVO
           END-IF.

       0342-FIM. EXIT.
      *----------------------------------LER-ANO
       0344-LER-ANO           SECTION.

           READ LOG-ARQUIVO
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       0344-FIM. EXIT.
      *----------------------------------TRATAR-ANO
       0346-TRATAR-ANO        SECTION.

           ADD 1 TO WRK-QTD-ANTES.
           MOVE ARQ-SALDO-ED  TO WRK-SALDO-NUM.
           ADD WRK-SALDO-NUM  TO WRK-HASH-ANTES.
           PERFORM 0385-BUSCAR-DECISAO-ARQ.
           IF ACHOU
               MOVE WRK-TOKEN-ATUAL TO ARQ-NOME
                                       ARQ-DOCUMENTO
               REWRITE REG-ARQ
               ADD 1 TO WRK-QTD-ALTERADOS
           END-IF.
           PERFORM 0344-LER-ANO.

       0346-FIM. EXIT.
      *----------------------------------SOMAR-ANO
       0348-SOMAR-ANO         SECTION.

           ADD 1 TO WRK-QTD-DEPOIS.
           MOVE ARQ-SALDO-ED  TO WRK-SALDO-NUM.
           ADD WRK-SALDO-NUM  TO WRK-HASH-DEPOIS.
           PERFORM 0344-LER-ANO.

       0348-FIM. EXIT.
      *----------------------------------ANONIMIZAR-LOG
       0350-ANONIMIZAR-LOG    SECTION.

           PERFORM 0395-ZERAR-PROVA.
           MOVE "CLIELOG" TO WRK-NOME-CONFERIDO.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN I-O CLIENTES-LOG.
           IF WRK-STATUS-LOG EQUAL "00"
               PERFORM 0352-LER-LOG
               PERFORM 0354-TRATAR-LOG UNTIL FIM-ARQUIVO
               CLOSE CLIENTES-LOG
               MOVE "N" TO WRK-FIM-ARQUIVO
               OPEN INPUT CLIENTES-LOG
               PERFORM 0352-LER-LOG
               PERFORM 0356-SOMAR-LOG UNTIL FIM-ARQUIVO
               CLOSE CLIENTES-LOG
               PERFORM 0390-CONFERIR-ARQUIVO
           END-IF.

       0350-FIM. EXIT.
      *----------------------------------LER-LOG
       0352-LER-LOG           SECTION.

           READ CLIENTES-LOG
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       0352-FIM. EXIT.
      *----------------------------------TRATAR-LOG
       0354-TRATAR-LOG        SECTION.

           ADD 1 TO WRK-QTD-ANTES.
           MOVE LOG-SALDO-ED  TO WRK-SALDO-NUM.
           ADD WRK-SALDO-NUM  TO WRK-HASH-ANTES.
           PERFORM 0386-BUSCAR-DECISAO-LOG.
           IF ACHOU
               MOVE WRK-TOKEN-ATUAL TO LOG-NOME
                                       LOG-DOCUMENTO
               REWRITE REG-LOG
               ADD 1 TO WRK-QTD-ALTERADOS
           END-IF.
           PERFORM 0352-LER-LOG.

       0354-FIM. EXIT.
      *----------------------------------SOMAR-LOG
       0356-SOMAR-LOG         SECTION.

           ADD 1 TO WRK-QTD-DEPOIS.
           MOVE LOG-SALDO-ED  TO WRK-SALDO-NUM.
           ADD WRK-SALDO-NUM  TO WRK-HASH-DEPOIS.
           PERFORM 0352-LER-LOG.

       0356-FIM. EXIT.
      *----------------------------------ANONIMIZAR-SUSPENSOS
       0360-ANONIMIZAR-SUSPENSOS SECTION.

           PERFORM 0395-ZERAR-PROVA.
           MOVE "CLIESUS" TO WRK-NOME-CONFERIDO.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN I-O CLIENTES-SUS.
           IF WRK-STATUS-SUS EQUAL "00"
               PERFORM 0362-LER-SUSPENSO
               PERFORM 0364-TRATAR-SUSPENSO UNTIL FIM-ARQUIVO
               CLOSE CLIENTES-SUS
               MOVE "N" TO WRK-FIM-ARQUIVO
               OPEN INPUT CLIENTES-SUS
               PERFORM 0362-LER-SUSPENSO
               PERFORM 0366-SOMAR-SUSPENSO UNTIL FIM-ARQUIVO
               CLOSE CLIENTES-SUS
               PERFORM 0390-CONFERIR-ARQUIVO
           END-IF.

       0360-FIM. EXIT.
      *----------------------------------LER-SUSPENSO
       0362-LER-SUSPENSO      SECTION.

           READ CLIENTES-SUS
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       0362-FIM. EXIT.
      *----------------------------------TRATAR-SUSPENSO
       0364-TRATAR-SUSPENSO   SECTION.

           ADD 1         TO WRK-QTD-ANTES.
           ADD SUS-SALDO TO WRK-HASH-ANTES.
           MOVE SUS-DOCUMENTO TO WRK-GRP-DOCUMENTO.
           PERFORM 0381-PROCURAR-DOCUMENTO.
           IF ACHOU
               MOVE WRK-TOKEN-ATUAL TO SUS-NOME
                                       SUS-DOCUMENTO
               REWRITE REG-SUS
               ADD 1 TO WRK-QTD-ALTERADOS
           END-IF.
           PERFORM 0362-LER-SUSPENSO.

       0364-FIM. EXIT.
      *----------------------------------SOMAR-SUSPENSO
       0366-SOMAR-SUSPENSO    SECTION.

           ADD 1         TO WRK-QTD-DEPOIS.
           ADD SUS-SALDO TO WRK-HASH-DEPOIS.
           PERFORM 0362-LER-SUSPENSO.

       0366-FIM. EXIT.
      *----------------------------------ANONIMIZAR-PENDENTES
       0370-ANONIMIZAR-PENDENTES SECTION.

           PERFORM 0395-ZERAR-PROVA.
           MOVE "CLIEPACU" TO WRK-NOME-CONFERIDO.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT CLIENTES-PACU.
           IF WRK-STATUS-PACU EQUAL "00"
               OPEN OUTPUT PACU-TRABALHO
               PERFORM 0372-LER-PENDENTE
               PERFORM 0374-TRATAR-PENDENTE UNTIL FIM-ARQUIVO
               CLOSE CLIENTES-PACU
                     PACU-TRABALHO
               IF WRK-QTD-ALTERADOS GREATER ZERO
                   SORT ORDENACAO-PACU
                       ON ASCENDING KEY SPAC-CONTA
                       USING PACU-TRABALHO
                       GIVING CLIENTES-PACU
               END-IF
               MOVE "N" TO WRK-FIM-ARQUIVO
               OPEN INPUT CLIENTES-PACU
               PERFORM 0372-LER-PENDENTE
               PERFORM 0376-SOMAR-PENDENTE UNTIL FIM-ARQUIVO
               CLOSE CLIENTES-PACU
               PERFORM 0390-CONFERIR-ARQUIVO
           END-IF.

       0370-FIM. EXIT.
      *----------------------------------LER-PENDENTE
       0372-LER-PENDENTE      SECTION.

           READ CLIENTES-PACU
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       0372-FIM. EXIT.
      *----------------------------------TRATAR-PENDENTE
       0374-TRATAR-PENDENTE   SECTION.

           ADD 1          TO WRK-QTD-ANTES.
           ADD PACU-SALDO TO WRK-HASH-ANTES.
           MOVE REG-PACU  TO REG-WPAC.
           MOVE PACU-DOCUMENTO TO WRK-GRP-DOCUMENTO.
           PERFORM 0381-PROCURAR-DOCUMENTO.
           IF ACHOU
               MOVE WRK-TOKEN-ATUAL TO WPAC-NOME
                                       WPAC-DOCUMENTO
               ADD 1 TO WRK-QTD-ALTERADOS
           END-IF.
           WRITE REG-WPAC.
           PERFORM 0372-LER-PENDENTE.

       0374-FIM. EXIT.
      *----------------------------------SOMAR-PENDENTE
       0376-SOMAR-PENDENTE    SECTION.

           ADD 1          TO WRK-QTD-DEPOIS.
           ADD PACU-SALDO TO WRK-HASH-DEPOIS.
           PERFORM 0372-LER-PENDENTE.

       0376-FIM. EXIT.
      *----------------------------------ANONIMIZAR-MOVIMENTOS
       0377-ANONIMIZAR-MOVIMENTOS SECTION.

           PERFORM 0395-ZERAR-PROVA.
           MOVE "CLIEHMOV" TO WRK-NOME-CONFERIDO.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN I-O CLIENTES-HMOV.
           IF WRK-STATUS-HMOV EQUAL "00"
               PERFORM 0378-LER-MOVIMENTO
               PERFORM 0379-TRATAR-MOVIMENTO UNTIL FIM-ARQUIVO
               CLOSE CLIENTES-HMOV
               MOVE "N" TO WRK-FIM-ARQUIVO
               OPEN INPUT CLIENTES-HMOV
               PERFORM 0378-LER-MOVIMENTO
               PERFORM 0380-SOMAR-MOVIMENTO UNTIL FIM-ARQUIVO
               CLOSE CLIENTES-HMOV
               PERFORM 0390-CONFERIR-ARQUIVO
           END-IF.

       0377-FIM. EXIT.
      *----------------------------------LER-MOVIMENTO
       0378-LER-MOVIMENTO     SECTION.

           READ CLIENTES-HMOV
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       0378-FIM. EXIT.
      *----------------------------------TRATAR-MOVIMENTO
       0379-TRATAR-MOVIMENTO  SECTION.

           ADD 1               TO WRK-QTD-ANTES.
           ADD HMOV-VALOR
               HMOV-SALDO-ANT
               HMOV-SALDO-NOVO TO WRK-HASH-ANTES.
           MOVE HMOV-DOCUMENTO TO WRK-GRP-DOCUMENTO.
           PERFORM 0381-PROCURAR-DOCUMENTO.
           IF ACHOU
               MOVE WRK-TOKEN-ATUAL TO HMOV-DOCUMENTO
               REWRITE REG-HMOV
               ADD 1 TO WRK-QTD-ALTERADOS
           END-IF.
           PERFORM 0378-LER-MOVIMENTO.

       0379-FIM. EXIT.
      *----------------------------------SOMAR-MOVIMENTO
       0380-SOMAR-MOVIMENTO   SECTION.

           ADD 1               TO WRK-QTD-DEPOIS.
           ADD HMOV-VALOR
               HMOV-SALDO-ANT
               HMOV-SALDO-NOVO TO WRK-HASH-DEPOIS.
           PERFORM 0378-LER-MOVIMENTO.

       0380-FIM. EXIT.
      *----------------------------------PROCURAR-DOCUMENTO
       0381-PROCURAR-DOCUMENTO SECTION.

           MOVE "N" TO WRK-ACHOU.
           SEARCH ALL WRK-ANON-ITEM
               AT END
                   CONTINUE
               WHEN WRK-ANON-DOCUMENTO (WRK-IDX-ANON) EQUAL
                                               WRK-GRP-DOCUMENTO
                   MOVE "S" TO WRK-ACHOU
                   MOVE WRK-ANON-TOKEN (WRK-IDX-ANON)
                                            TO WRK-TOKEN-ATUAL
           END-SEARCH.

       0381-FIM. EXIT.
      *----------------------------------PROCURAR-NOME
       0383-PROCURAR-NOME     SECTION.

           MOVE "N" TO WRK-ACHOU.
           SET WRK-IDX-HOM TO 1.
           SEARCH WRK-ANON-ITEM VARYING WRK-IDX-HOM
               AT END
                   CONTINUE
               WHEN WRK-ANON-NOME (WRK-IDX-HOM) EQUAL WRK-GRP-NOME
                   IF ANON-NOME-UNICO (WRK-IDX-HOM)
                       MOVE "S" TO WRK-ACHOU
                       MOVE WRK-ANON-TOKEN (WRK-IDX-HOM)
                                            TO WRK-TOKEN-ATUAL
                   END-IF
           END-SEARCH.

       0383-FIM. EXIT.
      *----------------------------------BUSCAR-DECISAO-ARQ
       0385-BUSCAR-DECISAO-ARQ SECTION.

           MOVE "N" TO WRK-ACHOU.
           IF ARQ-DOCUMENTO EQUAL SPACES
               IF ARQ-NOME NOT EQUAL SPACES
                   MOVE ARQ-NOME TO WRK-GRP-NOME
                   PERFORM 0383-PROCURAR-NOME
               END-IF
           ELSE
               MOVE ARQ-DOCUMENTO TO WRK-GRP-DOCUMENTO
               PERFORM 0381-PROCURAR-DOCUMENTO
           END-IF.

       0385-FIM. EXIT.
      *----------------------------------BUSCAR-DECISAO-LOG
       0386-BUSCAR-DECISAO-LOG SECTION.

           MOVE "N" TO WRK-ACHOU.
           IF LOG-DOCUMENTO EQUAL SPACES
               IF LOG-NOME NOT EQUAL SPACES
                   MOVE LOG-NOME TO WRK-GRP-NOME
                   PERFORM 0383-PROCURAR-NOME
               END-IF
           ELSE
               MOVE LOG-DOCUMENTO TO WRK-GRP-DOCUMENTO
               PERFORM 0381-PROCURAR-DOCUMENTO
           END-IF.

       0386-FIM. EXIT.
      *----------------------------------CONFERIR-ARQUIVO
       0390-CONFERIR-ARQUIVO  SECTION.

           ADD WRK-QTD-ALTERADOS TO WRK-QTD-ANONIMIZADOS.
           MOVE WRK-NOME-CONFERIDO TO LARQ-ARQUIVO.
           MOVE WRK-QTD-ANTES      TO LARQ-ANTES.
           MOVE WRK-QTD-ALTERADOS  TO LARQ-ALTERADOS.
           MOVE WRK-QTD-DEPOIS     TO LARQ-DEPOIS.
           WRITE REG-LREL FROM WRK-LINHA-ARQ.

           IF WRK-QTD-DEPOIS  EQUAL WRK-QTD-ANTES AND
              WRK-HASH-DEPOIS EQUAL WRK-HASH-ANTES
               MOVE "CONTAGEM E TOTAL DE VALORES CONFERIDOS"
                                       TO CONF-TEXTO
           ELSE
               ADD 1 TO WRK-QTD-ERROS
               MOVE "CONTAGEM OU TOTAL DE VALORES NAO CONFERE"
                                       TO CONF-TEXTO
           END-IF.
           WRITE REG-LREL FROM WRK-LINHA-CONF.

       0390-FIM. EXIT.
      *----------------------------------ZERAR-PROVA
       0395-ZERAR-PROVA       SECTION.

           MOVE ZEROS TO WRK-QTD-ANTES  WRK-HASH-ANTES
                         WRK-QTD-DEPOIS WRK-HASH-DEPOIS
                         WRK-QTD-ALTERADOS.

       0395-FIM. EXIT.
      *----------------------------------FINALIZAR
       0400-FINALIZAR         SECTION.

           MOVE SPACES TO REG-LREL.
           WRITE REG-LREL.
           MOVE "CLIENTES ELEGIVEIS ........: " TO TOT-TITULO.
           MOVE WRK-QTD-ELEGIVEIS    TO TOT-QTD.
           WRITE REG-LREL FROM WRK-LINHA-TOT.
           MOVE "CLIENTES ANONIMIZADOS .....: " TO TOT-TITULO.
           MOVE WRK-QTD-ANON         TO TOT-QTD.
           WRITE REG-LREL FROM WRK-LINHA-TOT.
           MOVE "ADIADOS P/ PROXIMA EXECUCAO: " TO TOT-TITULO.
           MOVE WRK-QTD-ADIADOS      TO TOT-QTD.
           WRITE REG-LREL FROM WRK-LINHA-TOT.
           MOVE "NOMES COM HOMONIMO ATIVO ..: " TO TOT-TITULO.
           MOVE WRK-QTD-HOMONIMOS    TO TOT-QTD.
           WRITE REG-LREL FROM WRK-LINHA-TOT.
           MOVE "REGISTROS ALTERADOS .......: " TO TOT-TITULO.
           MOVE WRK-QTD-ANONIMIZADOS TO TOT-QTD.
           WRITE REG-LREL FROM WRK-LINHA-TOT.
           MOVE "ARQUIVOS QUE NAO CONFEREM .: " TO TOT-TITULO.
           MOVE WRK-QTD-ERROS        TO TOT-QTD.
           WRITE REG-LREL FROM WRK-LINHA-TOT.

           IF WRK-QTD-ERROS GREATER ZERO
               MOVE "DIVERGENCIA NA PROVA - RESTAURAR AS COPIAS DE "
                                       TO REG-LREL
               MOVE "SEGURANCA" TO REG-LREL (48:9)
               WRITE REG-LREL
               DISPLAY "DIVERGENCIA NA PROVA DA ANONIMIZACAO - "
                       "RESTAURAR AS COPIAS DE SEGURANCA"
           END-IF.

           CLOSE CLIENTES-LREL.

           MOVE WRK-QTD-ANON TO WRK-QTD-ED.
           DISPLAY "CLIENTES ANONIMIZADOS .....: " WRK-QTD-ED.

       0400-FIM. EXIT.
      *----------------------------------GRAVAR-CONTROLE
       0410-GRAVAR-CONTROLE   SECTION.

           OPEN I-O CLIENTES-LCTL.
           IF WRK-STATUS-LCTL EQUAL "00"
               READ CLIENTES-LCTL
                   AT END
                       MOVE "S" TO WRK-LCTL-VAZIO
                   NOT AT END
                       MOVE WRK-TOKEN-SEQ TO LCTL-SEQ-TOKEN
                       REWRITE REG-LCTL
               END-READ
               CLOSE CLIENTES-LCTL
           ELSE
               MOVE "S" TO WRK-LCTL-VAZIO
           END-IF.

           IF LCTL-VAZIO
               OPEN OUTPUT CLIENTES-LCTL
               MOVE WRK-TOKEN-SEQ TO LCTL-SEQ-TOKEN
               WRITE REG-LCTL
               CLOSE CLIENTES-LCTL
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
