       IDENTIFICATION        DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. CONVERTECTA.
       AUTHOR. SEU-NOME.
       DATE-WRITTEN. 2026-10-15.
      * MODIFICATION HISTORY
      * 2026-10-15 RLC  INITIAL VERSION: ONE-TIME CUTOVER STEP FOR THE
      *                 SEPARATION OF CLIENT AND ACCOUNT. READS THE
      *                 SINGLE-ACCOUNT MASTER (RENAMED CLIEMSTA BY
      *                 OPERATIONS) IN DOCUMENTO ORDER AND LOADS THE
      *                 NEW CLIENT MASTER CLIEMST (NOME AND DOCUMENTO)
      *                 AND THE NEW ACCOUNT MASTER CLIECTA, ONE
      *                 ACCOUNT PER CLIENT WITH ITS TIPO-CONTA, SALDO
      *                 AND SITUATION. ALL CONVERTED ACCOUNTS ARE
      *                 OPENED IN THE AGENCY TYPED BY THE OPERATOR
      *                 (WHICH MUST BE ACTIVE ON AGENCIAS), NUMBERED
      *                 FROM 000001 IN DOCUMENTO ORDER, WITH THE CHECK
      *                 DIGIT FROM DIGITOCONTA; THE LAST NUMBER USED IS
      *                 DISPLAYED SO THE BRANCHES NUMBER NEW ACCOUNTS
      *                 ABOVE IT. THE HISTORY FILES THAT NOW CARRY THE
      *                 ACCOUNT ARE COPIED TO THE NEW LAYOUT WITH THE
      *                 ACCOUNT OF THEIR DOCUMENTO (BLANK WHEN THE
      *                 CLIENT IS NO LONGER ON FILE): CLIEHMOV (OLD
      *                 FILE RENAMED CLIEHMOA), CLIEBIMG (CLIEBIMA),
      *                 CLIESUS (CLIESUSA) AND CLIEPACU (CLIEPACA). ANY
      *                 OF THESE MAY BE ABSENT. ACCOUNT COUNT AND SALDO
      *                 TOTAL ARE THOSE OF THE OLD MASTER, SO CLIEMCTL
      *                 STAYS VALID. RUN ONCE, AFTER A COMPLETE NIGHTLY
      *                 CHAIN AND BEFORE THE FIRST RUN OF ANY PROGRAM
      *                 OF THE NEW VERSION. ENDS WITH RETURN-CODE 12,
      *                 CONVERTING NOTHING, WHEN THE AGENCY IS INVALID.
      * 2026-10-15 RLC  CLIEMSTA AND CLIEBIMA ARE NOW READ IN THE
      *                 PRODUCTION LAYOUT (NOME, SALDO, TIPO-CONTA,
      *                 DOCUMENTO; NO ACCOUNT SITUATION), SO THIS IS
      *                 THE ONLY CUTOVER STEP FOR THE CLIENT FILES:
      *                 EVERY ACCOUNT IS LOADED ACTIVE WITH NO BLOCK
      *                 REASON AND NO SITUATION DATE, AND THE BEFORE-
      *                 IMAGE OF EVERY ALTERATION AND EXCLUSION IS
      *                 MARKED ACTIVE (BLANK FOR AN INCLUSION), SO
      *                 ESTORNAMANUT CAN STILL REVERSE A PRE-CUTOVER
      *                 DAY.
      *-----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT     IS COMMA.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
           SELECT MST-ANTIGO     ASSIGN TO "CLIEMSTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE   IS SEQUENTIAL
               RECORD KEY    IS MSA-DOCUMENTO.
           SELECT CLIENTES-FILE  ASSIGN TO "CLIEMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE   IS SEQUENTIAL
               RECORD KEY    IS REG-DOCUMENTO.
           SELECT CONTAS-FILE    ASSIGN TO "CLIECTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS CTA-CHAVE
               ALTERNATE RECORD KEY IS CTA-DOCUMENTO
                             WITH DUPLICATES.
           SELECT AGENCIAS-FILE  ASSIGN TO "AGENCIAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-AGE.
           SELECT HMOV-ANTIGO    ASSIGN TO "CLIEHMOA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-HMOA.
           SELECT CLIENTES-HMOV  ASSIGN TO "CLIEHMOV"
               ORGANIZATION IS SEQUENTIAL.
           SELECT BIMG-ANTIGO    ASSIGN TO "CLIEBIMA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-BIMA.
           SELECT CLIENTES-BIMG  ASSIGN TO "CLIEBIMG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUS-ANTIGO     ASSIGN TO "CLIESUSA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-SUSA.
           SELECT CLIENTES-SUS   ASSIGN TO "CLIESUS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PACU-ANTIGO    ASSIGN TO "CLIEPACA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-PACA.
           SELECT CLIENTES-PACU  ASSIGN TO "CLIEPACU"
               ORGANIZATION IS SEQUENTIAL.

       DATA                  DIVISION.
       FILE                  SECTION.
       FD  MST-ANTIGO.
       01  REG-MSTA.
           05  MSA-NOME          PICTURE X(20).
           05  MSA-SALDO         PICTURE S9(10)  COMP.
           05  MSA-TIPO-CONTA    PICTURE 9.
           05  MSA-DOCUMENTO     PICTURE X(14).

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
           05  CTA-MOTIVO-BLOQUEIO PICTURE X(01).
           05  CTA-DATA-SITUACAO PICTURE 9(08).
           05  CTA-DATA-ABERTURA PICTURE 9(08).

       FD  AGENCIAS-FILE.
       01  REG-AGENCIA.
           05  AGE-CODIGO        PICTURE X(04).
           05  AGE-NOME          PICTURE X(30).
           05  AGE-REGIAO        PICTURE X(10).
           05  AGE-SITUACAO      PICTURE X(01).

       FD  HMOV-ANTIGO.
       01  REG-HMOA.
           05  HMA-DOCUMENTO     PICTURE X(14).
           05  HMA-DATA-MOVIMENTO PICTURE 9(08).
           05  HMA-SEQUENCIA     PICTURE 9(06).
           05  HMA-ORIGEM        PICTURE X(01).
           05  HMA-OPERACAO      PICTURE X(01).
           05  HMA-AGENCIA       PICTURE X(04).
           05  HMA-VALOR         PICTURE 9(10).
           05  HMA-SALDO-ANT     PICTURE S9(10)  COMP.
           05  HMA-SALDO-NOVO    PICTURE S9(10)  COMP.

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

       FD  BIMG-ANTIGO.
       01  REG-BIMA.
           05  BIA-DATA-MOVIMENTO PICTURE 9(08).
           05  BIA-SEQUENCIA      PICTURE 9(06).
           05  BIA-OPERACAO       PICTURE X(01).
           05  BIA-DOCUMENTO      PICTURE X(14).
           05  BIA-NOME-ANTES     PICTURE X(20).
           05  BIA-SALDO-ANTES    PICTURE S9(10)  COMP.
           05  BIA-TIPO-ANTES     PICTURE 9.

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

       FD  SUS-ANTIGO.
       01  REG-SUSA.
           05  SUA-NOME          PICTURE X(20).
           05  SUA-SALDO         PICTURE S9(10)  COMP.
           05  SUA-TIPO-CONTA    PICTURE 9.
           05  SUA-DOCUMENTO     PICTURE X(14).
           05  SUA-MOTIVO        PICTURE X(01).
           05  SUA-DATA          PICTURE X(08).

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

       FD  PACU-ANTIGO.
       01  REG-PACA.
           05  PCA-NOME          PICTURE X(20).
           05  PCA-DOCUMENTO     PICTURE X(14).
           05  PCA-SALDO         PICTURE 9(10)V99.
           05  PCA-TIPO-CONTA    PICTURE 9.
           05  PCA-DATA          PICTURE X(08).

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

       WORKING-STORAGE       SECTION.
       01  WRK-FIM-MST       PICTURE X(01)   VALUE "N".
           88  FIM-MST                       VALUE "S".
       01  WRK-FIM-AGE       PICTURE X(01)   VALUE "N".
           88  FIM-AGE                       VALUE "S".
       01  WRK-FIM-HMOA      PICTURE X(01)   VALUE "N".
           88  FIM-HMOA                      VALUE "S".
       01  WRK-FIM-BIMA      PICTURE X(01)   VALUE "N".
           88  FIM-BIMA                      VALUE "S".
       01  WRK-FIM-SUSA      PICTURE X(01)   VALUE "N".
           88  FIM-SUSA                      VALUE "S".
       01  WRK-FIM-PACA      PICTURE X(01)   VALUE "N".
           88  FIM-PACA                      VALUE "S".
       01  WRK-STATUS-AGE    PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-HMOA   PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-BIMA   PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-SUSA   PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-PACA   PICTURE X(02)   VALUE SPACES.
       01  WRK-AGENCIA-CONVERSAO PICTURE X(04) VALUE SPACES.
       01  WRK-AGENCIA-VALIDA PICTURE X(01)  VALUE "N".
           88  AGENCIA-VALIDA                VALUE "S".
       01  WRK-NUMERO-CONTA  PICTURE 9(06)   VALUE ZEROS.
       01  WRK-DIGITO-CALCULADO PICTURE X(01) VALUE SPACES.
       01  WRK-DOC-PROCURADO PICTURE X(14)   VALUE SPACES.
       01  WRK-DOC-ANTERIOR  PICTURE X(14)   VALUE LOW-VALUES.
       01  WRK-CONTA-ACHADA  PICTURE X(11)   VALUE SPACES.
       01  WRK-QTD-CLIENTES  PICTURE 9(06)   COMP VALUE ZEROS.
       01  WRK-QTD-MOVIMENTOS PICTURE 9(08)  COMP VALUE ZEROS.
       01  WRK-QTD-IMAGENS   PICTURE 9(06)   COMP VALUE ZEROS.
       01  WRK-QTD-SUSPENSOS PICTURE 9(06)   COMP VALUE ZEROS.
       01  WRK-QTD-PENDENTES PICTURE 9(06)   COMP VALUE ZEROS.
       01  WRK-QTD-SEM-CONTA PICTURE 9(08)   COMP VALUE ZEROS.
       01  WRK-QTD-ED        PICTURE ZZZ.ZZ9.
       01  WRK-QTD-ED-LONGO  PICTURE ZZ.ZZZ.ZZ9.

       PROCEDURE             DIVISION.

       0100-PRINCIPAL         SECTION.
           PERFORM 0200-INICIAR.
           IF AGENCIA-VALIDA
               PERFORM 0300-CONVERTER-CLIENTE UNTIL FIM-MST
               CLOSE MST-ANTIGO
                     CLIENTES-FILE
                     CONTAS-FILE
               OPEN INPUT CONTAS-FILE
               PERFORM 0230-ABRIR-HISTORICOS
               PERFORM 0320-CONVERTER-MOVIMENTO UNTIL FIM-HMOA
               PERFORM 0330-CONVERTER-IMAGEM    UNTIL FIM-BIMA
               PERFORM 0340-CONVERTER-SUSPENSO  UNTIL FIM-SUSA
               PERFORM 0350-CONVERTER-PENDENTE  UNTIL FIM-PACA
               PERFORM 0400-FINALIZAR
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "AGENCIA " WRK-AGENCIA-CONVERSAO
                       " INEXISTENTE OU INATIVA EM AGENCIAS - "
                       "NADA FOI CONVERTIDO."
               MOVE 12 TO RETURN-CODE
           END-IF.

           STOP  RUN.
       0100-FIM. EXIT.
      *----------------------------------INICIAR
       0200-INICIAR           SECTION.

           DISPLAY "AGENCIA DAS CONTAS CONVERTIDAS (9999): ".
           ACCEPT WRK-AGENCIA-CONVERSAO.
           IF WRK-AGENCIA-CONVERSAO IS NUMERIC
               PERFORM 0210-VALIDAR-AGENCIA
           END-IF.

           IF AGENCIA-VALIDA
               OPEN INPUT  MST-ANTIGO
               OPEN OUTPUT CLIENTES-FILE
                           CONTAS-FILE
               PERFORM 0250-LER-CLIENTE
           END-IF.

       0200-FIM. EXIT.
      *----------------------------------VALIDAR-AGENCIA
       0210-VALIDAR-AGENCIA   SECTION.

           OPEN INPUT AGENCIAS-FILE.
           IF WRK-STATUS-AGE EQUAL "00"
               PERFORM 0215-LER-AGENCIA
                   UNTIL FIM-AGE OR AGENCIA-VALIDA
               CLOSE AGENCIAS-FILE
           END-IF.

       0210-FIM. EXIT.
      *----------------------------------LER-AGENCIA
       0215-LER-AGENCIA       SECTION.

           READ AGENCIAS-FILE
               AT END
                   MOVE "S" TO WRK-FIM-AGE
               NOT AT END
                   IF AGE-CODIGO EQUAL WRK-AGENCIA-CONVERSAO AND
                      AGE-SITUACAO EQUAL "A"
                       MOVE "S" TO WRK-AGENCIA-VALIDA
                   END-IF
           END-READ.

       0215-FIM. EXIT.
      *----------------------------------ABRIR-HISTORICOS
       0230-ABRIR-HISTORICOS  SECTION.

           OPEN INPUT  HMOV-ANTIGO.
           IF WRK-STATUS-HMOA EQUAL "00"
               OPEN OUTPUT CLIENTES-HMOV
               PERFORM 0260-LER-MOVIMENTO
           ELSE
               DISPLAY "HISTORICO ANTIGO (CLIEHMOA) AUSENTE - "
                       "NAO CONVERTIDO."
               MOVE "S" TO WRK-FIM-HMOA
           END-IF.

           OPEN INPUT  BIMG-ANTIGO.
           IF WRK-STATUS-BIMA EQUAL "00"
               OPEN OUTPUT CLIENTES-BIMG
               PERFORM 0265-LER-IMAGEM
           ELSE
               DISPLAY "JORNAL ANTIGO (CLIEBIMA) AUSENTE - "
                       "NAO CONVERTIDO."
               MOVE "S" TO WRK-FIM-BIMA
           END-IF.

           OPEN INPUT  SUS-ANTIGO.
           IF WRK-STATUS-SUSA EQUAL "00"
               OPEN OUTPUT CLIENTES-SUS
               PERFORM 0270-LER-SUSPENSO
           ELSE
               DISPLAY "SUSPENSOS ANTIGOS (CLIESUSA) AUSENTES - "
                       "NAO CONVERTIDOS."
               MOVE "S" TO WRK-FIM-SUSA
           END-IF.

           OPEN INPUT  PACU-ANTIGO.
           IF WRK-STATUS-PACA EQUAL "00"
               OPEN OUTPUT CLIENTES-PACU
               PERFORM 0275-LER-PENDENTE
           ELSE
               DISPLAY "PENDENCIAS ANTIGAS (CLIEPACA) AUSENTES - "
                       "NAO CONVERTIDAS."
               MOVE "S" TO WRK-FIM-PACA
           END-IF.

       0230-FIM. EXIT.
      *----------------------------------LER-CLIENTE
       0250-LER-CLIENTE       SECTION.

           READ MST-ANTIGO
               AT END
                   MOVE "S" TO WRK-FIM-MST
           END-READ.

       0250-FIM. EXIT.
      *----------------------------------LER-MOVIMENTO
       0260-LER-MOVIMENTO     SECTION.

           READ HMOV-ANTIGO
               AT END
                   MOVE "S" TO WRK-FIM-HMOA
           END-READ.

       0260-FIM. EXIT.
      *----------------------------------LER-IMAGEM
       0265-LER-IMAGEM        SECTION.

           READ BIMG-ANTIGO
               AT END
                   MOVE "S" TO WRK-FIM-BIMA
           END-READ.

       0265-FIM. EXIT.
      *----------------------------------LER-SUSPENSO
       0270-LER-SUSPENSO      SECTION.

           READ SUS-ANTIGO
               AT END
                   MOVE "S" TO WRK-FIM-SUSA
           END-READ.

       0270-FIM. EXIT.
      *----------------------------------LER-PENDENTE
       0275-LER-PENDENTE      SECTION.

           READ PACU-ANTIGO
               AT END
                   MOVE "S" TO WRK-FIM-PACA
           END-READ.

       0275-FIM. EXIT.
      *----------------------------------CONVERTER-CLIENTE
       0300-CONVERTER-CLIENTE SECTION.

           MOVE MSA-NOME       TO REG-NOME.
           MOVE MSA-DOCUMENTO  TO REG-DOCUMENTO.
           WRITE REG-CLIENTES.

           ADD 1 TO WRK-NUMERO-CONTA.
           MOVE WRK-AGENCIA-CONVERSAO TO CTA-AGENCIA.
           MOVE WRK-NUMERO-CONTA      TO CTA-NUMERO.
           CALL "DIGITOCONTA" USING CTA-AGENCIA CTA-NUMERO
                                     WRK-DIGITO-CALCULADO.
           MOVE WRK-DIGITO-CALCULADO  TO CTA-DIGITO.
           MOVE MSA-DOCUMENTO         TO CTA-DOCUMENTO.
           MOVE MSA-TIPO-CONTA        TO CTA-TIPO-CONTA.
           MOVE MSA-SALDO             TO CTA-SALDO.
           MOVE "A"                   TO CTA-SITUACAO.
           MOVE SPACES                TO CTA-MOTIVO-BLOQUEIO.
           MOVE ZEROS                 TO CTA-DATA-SITUACAO.
           MOVE ZEROS                 TO CTA-DATA-ABERTURA.
           WRITE REG-CONTA.
           ADD 1 TO WRK-QTD-CLIENTES.

           PERFORM 0250-LER-CLIENTE.

       0300-FIM. EXIT.
      *----------------------------------BUSCAR-CONTA
       0310-BUSCAR-CONTA      SECTION.

           IF WRK-DOC-PROCURADO NOT EQUAL WRK-DOC-ANTERIOR
               MOVE WRK-DOC-PROCURADO TO WRK-DOC-ANTERIOR
               MOVE WRK-DOC-PROCURADO TO CTA-DOCUMENTO
               READ CONTAS-FILE KEY IS CTA-DOCUMENTO
                   INVALID KEY
                       MOVE SPACES    TO WRK-CONTA-ACHADA
                   NOT INVALID KEY
                       MOVE CTA-CHAVE TO WRK-CONTA-ACHADA
               END-READ
           END-IF.
           IF WRK-CONTA-ACHADA EQUAL SPACES
               ADD 1 TO WRK-QTD-SEM-CONTA
           END-IF.

       0310-FIM. EXIT.
      *----------------------------------CONVERTER-MOVIMENTO
       0320-CONVERTER-MOVIMENTO SECTION.

           MOVE HMA-DOCUMENTO TO WRK-DOC-PROCURADO.
           PERFORM 0310-BUSCAR-CONTA.
           MOVE HMA-DOCUMENTO      TO HMOV-DOCUMENTO.
           MOVE HMA-DATA-MOVIMENTO TO HMOV-DATA-MOVIMENTO.
           MOVE HMA-SEQUENCIA      TO HMOV-SEQUENCIA.
           MOVE HMA-ORIGEM         TO HMOV-ORIGEM.
           MOVE HMA-OPERACAO       TO HMOV-OPERACAO.
           MOVE HMA-AGENCIA        TO HMOV-AGENCIA.
           MOVE HMA-VALOR          TO HMOV-VALOR.
           MOVE HMA-SALDO-ANT      TO HMOV-SALDO-ANT.
           MOVE HMA-SALDO-NOVO     TO HMOV-SALDO-NOVO.
           MOVE WRK-CONTA-ACHADA   TO HMOV-CONTA.
           WRITE REG-HMOV.
           ADD 1 TO WRK-QTD-MOVIMENTOS.

           PERFORM 0260-LER-MOVIMENTO.

       0320-FIM. EXIT.
      *----------------------------------CONVERTER-IMAGEM
       0330-CONVERTER-IMAGEM  SECTION.

           MOVE BIA-DOCUMENTO TO WRK-DOC-PROCURADO.
           PERFORM 0310-BUSCAR-CONTA.
           MOVE BIA-DATA-MOVIMENTO TO BIM-DATA-MOVIMENTO.
           MOVE BIA-SEQUENCIA      TO BIM-SEQUENCIA.
           MOVE BIA-OPERACAO       TO BIM-OPERACAO.
           MOVE BIA-DOCUMENTO      TO BIM-DOCUMENTO.
           MOVE BIA-NOME-ANTES     TO BIM-NOME-ANTES.
           MOVE BIA-SALDO-ANTES    TO BIM-SALDO-ANTES.
           MOVE BIA-TIPO-ANTES     TO BIM-TIPO-ANTES.
           IF BIA-OPERACAO EQUAL "I"
               MOVE SPACES         TO BIM-SITUACAO-ANTES
           ELSE
               MOVE "A"            TO BIM-SITUACAO-ANTES
           END-IF.
           MOVE SPACES             TO BIM-MOTIVO-BLQ-ANTES.
           MOVE ZEROS              TO BIM-DATA-SIT-ANTES.
           MOVE WRK-CONTA-ACHADA   TO BIM-CONTA.
           MOVE ZEROS              TO BIM-DATA-ABERT-ANTES.
           WRITE REG-BIMG.
           ADD 1 TO WRK-QTD-IMAGENS.

           PERFORM 0265-LER-IMAGEM.

       0330-FIM. EXIT.
      *----------------------------------CONVERTER-SUSPENSO
       0340-CONVERTER-SUSPENSO SECTION.

           MOVE SUA-DOCUMENTO TO WRK-DOC-PROCURADO.
           PERFORM 0310-BUSCAR-CONTA.
           MOVE SUA-NOME         TO SUS-NOME.
           MOVE SUA-SALDO        TO SUS-SALDO.
           MOVE SUA-TIPO-CONTA   TO SUS-TIPO-CONTA.
           MOVE SUA-DOCUMENTO    TO SUS-DOCUMENTO.
           MOVE SUA-MOTIVO       TO SUS-MOTIVO.
           MOVE SUA-DATA         TO SUS-DATA.
           MOVE WRK-CONTA-ACHADA TO SUS-CONTA.
           WRITE REG-SUS.
           ADD 1 TO WRK-QTD-SUSPENSOS.

           PERFORM 0270-LER-SUSPENSO.

       0340-FIM. EXIT.
      *----------------------------------CONVERTER-PENDENTE
       0350-CONVERTER-PENDENTE SECTION.

           MOVE PCA-DOCUMENTO TO WRK-DOC-PROCURADO.
           PERFORM 0310-BUSCAR-CONTA.
           MOVE PCA-NOME         TO PACU-NOME.
           MOVE PCA-DOCUMENTO    TO PACU-DOCUMENTO.
           MOVE PCA-SALDO        TO PACU-SALDO.
           MOVE PCA-TIPO-CONTA   TO PACU-TIPO-CONTA.
           MOVE PCA-DATA         TO PACU-DATA.
           MOVE WRK-CONTA-ACHADA TO PACU-CONTA.
           WRITE REG-PACU.
           ADD 1 TO WRK-QTD-PENDENTES.

           PERFORM 0275-LER-PENDENTE.

       0350-FIM. EXIT.
      *----------------------------------FINALIZAR
       0400-FINALIZAR         SECTION.

           CLOSE CONTAS-FILE.
           IF WRK-STATUS-HMOA EQUAL "00"
               CLOSE HMOV-ANTIGO
                     CLIENTES-HMOV
           END-IF.
           IF WRK-STATUS-BIMA EQUAL "00"
               CLOSE BIMG-ANTIGO
                     CLIENTES-BIMG
           END-IF.
           IF WRK-STATUS-SUSA EQUAL "00"
               CLOSE SUS-ANTIGO
                     CLIENTES-SUS
           END-IF.
           IF WRK-STATUS-PACA EQUAL "00"
               CLOSE PACU-ANTIGO
                     CLIENTES-PACU
           END-IF.

           MOVE WRK-QTD-CLIENTES   TO WRK-QTD-ED.
           DISPLAY "CLIENTES/CONTAS CONVERTIDOS: " WRK-QTD-ED.
           DISPLAY "ULTIMA CONTA NA AGENCIA ...: "
                   WRK-AGENCIA-CONVERSAO " " WRK-NUMERO-CONTA.
           MOVE WRK-QTD-MOVIMENTOS TO WRK-QTD-ED-LONGO.
           DISPLAY "MOVIMENTOS CONVERTIDOS ....: " WRK-QTD-ED-LONGO.
           MOVE WRK-QTD-IMAGENS    TO WRK-QTD-ED.
           DISPLAY "IMAGENS CONVERTIDAS .......: " WRK-QTD-ED.
           MOVE WRK-QTD-SUSPENSOS  TO WRK-QTD-ED.
           DISPLAY "SUSPENSOS CONVERTIDOS .....: " WRK-QTD-ED.
           MOVE WRK-QTD-PENDENTES  TO WRK-QTD-ED.
           DISPLAY "PENDENCIAS CONVERTIDAS ....: " WRK-QTD-ED.
           MOVE WRK-QTD-SEM-CONTA  TO WRK-QTD-ED-LONGO.
           DISPLAY "REGISTROS SEM CONTA .......: " WRK-QTD-ED-LONGO.

       0400-FIM. EXIT.
