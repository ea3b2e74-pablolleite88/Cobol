      *                 EXTEND RUNS SEE ONE CONSISTENT LAYOUT. RUN
      *                 ONCE, BEFORE THE FIRST RUN OF THE NEW
      *                 CLIENTES VERSION.
      * 2026-10-15 RLC  REWORKED FOR THE SECOND CLIELOG CUTOVER, WHICH
      *                 APPENDED LOG-DOCUMENTO AFTER LOG-DATA (RECORD
      *                 GREW FROM 56 TO 70 BYTES). THE INPUT IS NOW
      *                 THE 56-BYTE LAYOUT AND EVERY CONVERTED RECORD
      *                 CARRIES A BLANK DOCUMENTO. THE YEARLY ARCHIVES
      *                 (CLIELAAAA) MUST BE CONVERTED AS WELL, SO THE
      *                 OUTPUT NAME IS NOW ACCEPTED FROM THE CONSOLE:
      *                 BLANK WRITES CLIELOG, A YEAR (AAAA) WRITES
      *                 THAT YEAR'S ARCHIVE. OPERATIONS RENAMES EACH
      *                 FILE TO CLIELOGA AND RUNS THIS STEP ONCE PER
      *                 FILE, BEFORE THE FIRST RUN OF THE NEW
      *                 CLIENTES VERSION.
      *-----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       FILE-CONTROL.
           SELECT LOG-ANTIGO     ASSIGN TO "CLIELOGA"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLIENTES-LOG   ASSIGN TO WRK-NOME-DESTINO
               ORGANIZATION IS SEQUENTIAL.

       DATA                  DIVISION.
           05  LGA-SALDO-ED      PICTURE X(16).
           05  LGA-TIPO-CONTA    PICTURE 9.
           05  LGA-DECISAO       PICTURE X(10).
           05  LGA-MOTIVO        PICTURE X(01).
           05  LGA-DATA          PICTURE X(08).

       FD  CLIENTES-LOG.
           05  LOG-DECISAO       PICTURE X(10).
           05  LOG-MOTIVO        PICTURE X(01).
           05  LOG-DATA          PICTURE X(08).
           05  LOG-DOCUMENTO     PICTURE X(14).

       WORKING-STORAGE       SECTION.
       01  WRK-FIM-LOG       PICTURE X(01)   VALUE "N".
           88  FIM-LOG                       VALUE "S".
       01  WRK-QTD-CONVERTIDOS PICTURE 9(06) COMP VALUE ZEROS.
       01  WRK-QTD-ED        PICTURE ZZZ.ZZ9.
       01  WRK-ANO-TXT       PICTURE X(04)   VALUE SPACES.
       01  WRK-NOME-DESTINO  PICTURE X(09)   VALUE "CLIELOG".
       01  WRK-NOME-ARQUIVO.
           05  FILLER            PICTURE X(05) VALUE "CLIEL".
           05  WRK-NOME-ANO      PICTURE X(04).

       PROCEDURE             DIVISION.

      *----------------------------------INICIAR
       0200-INICIAR           SECTION.

           DISPLAY "INFORME O ANO DO ARQUIVO CLIELAAAA A CONVERTER "
                   "(BRANCO PARA O CLIELOG): ".
           ACCEPT WRK-ANO-TXT.
           IF WRK-ANO-TXT IS NUMERIC AND
              WRK-ANO-TXT NOT EQUAL "0000"
               MOVE WRK-ANO-TXT      TO WRK-NOME-ANO
               MOVE WRK-NOME-ARQUIVO TO WRK-NOME-DESTINO
           END-IF.
           DISPLAY "ARQUIVO DE SAIDA ..........: " WRK-NOME-DESTINO.

           OPEN INPUT  LOG-ANTIGO.
           OPEN OUTPUT CLIENTES-LOG.
           PERFORM 0250-LER-ANTIGO.
           MOVE LGA-SALDO-ED   TO LOG-SALDO-ED.
           MOVE LGA-TIPO-CONTA TO LOG-TIPO-CONTA.
           MOVE LGA-DECISAO    TO LOG-DECISAO.
           MOVE LGA-MOTIVO     TO LOG-MOTIVO.
           MOVE LGA-DATA       TO LOG-DATA.
           MOVE SPACES         TO LOG-DOCUMENTO.
           WRITE REG-LOG.
           ADD 1 TO WRK-QTD-CONVERTIDOS.

