       IDENTIFICATION        DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. DIGITOCONTA.
       AUTHOR. SEU-NOME.
       DATE-WRITTEN. 2026-10-15.
      * MODIFICATION HISTORY
      * 2026-10-15 RLC  INITIAL VERSION: SHARED CHECK-DIGIT ROUTINE FOR
      *                 THE ACCOUNT NUMBER (AGENCIA 9999 + CONTA
      *                 999999). MODULO 11 OVER THE TEN DIGITS, WEIGHTS
      *                 2 TO 9 FROM THE RIGHT, RESTARTING AT 2; A
      *                 RESULT OF 10 OR 11 GIVES DIGITO 0. EVERY
      *                 PROGRAM THAT OPENS, CONVERTS OR VALIDATES AN
      *                 ACCOUNT NUMBER CALLS THIS ONE ROUTINE SO THE
      *                 RULE CANNOT DRIFT BETWEEN PROGRAMS. RETURNS
      *                 SPACE WHEN AGENCIA OR NUMERO IS NOT NUMERIC.
      *-----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT     IS COMMA.

       DATA                  DIVISION.
       WORKING-STORAGE       SECTION.
       01  WRK-BASE          PICTURE X(10)   VALUE SPACES.
       01  WRK-BASE-DIGITOS  REDEFINES WRK-BASE.
           05  WRK-BASE-DIGITO PICTURE 9     OCCURS 10 TIMES.
       01  WRK-IDX-DIG       PICTURE 9(02)   COMP VALUE ZEROS.
       01  WRK-PESO          PICTURE 9(02)   COMP VALUE ZEROS.
       01  WRK-SOMA          PICTURE 9(05)   COMP VALUE ZEROS.
       01  WRK-QUOCIENTE     PICTURE 9(05)   COMP VALUE ZEROS.
       01  WRK-RESTO         PICTURE 9(02)   COMP VALUE ZEROS.
       01  WRK-RESULTADO     PICTURE 9(02)   VALUE ZEROS.

       LINKAGE SECTION.
       01  LK-AGENCIA        PICTURE X(04).
       01  LK-NUMERO         PICTURE X(06).
       01  LK-DIGITO         PICTURE X(01).

       PROCEDURE             DIVISION USING LK-AGENCIA
                                             LK-NUMERO
                                             LK-DIGITO.

       0100-PRINCIPAL         SECTION.
           MOVE SPACE TO LK-DIGITO.
           IF LK-AGENCIA IS NUMERIC AND LK-NUMERO IS NUMERIC
               MOVE LK-AGENCIA TO WRK-BASE (1:4)
               MOVE LK-NUMERO  TO WRK-BASE (5:6)
               PERFORM 0200-CALCULAR-DIGITO
               MOVE WRK-RESULTADO (2:1) TO LK-DIGITO
           END-IF.

           GOBACK.
       0100-FIM. EXIT.
      *----------------------------------CALCULAR-DIGITO
       0200-CALCULAR-DIGITO   SECTION.

           MOVE ZEROS TO WRK-SOMA.
           MOVE 2     TO WRK-PESO.
           PERFORM 0210-SOMAR-DIGITO
               VARYING WRK-IDX-DIG FROM 10 BY -1
               UNTIL WRK-IDX-DIG LESS 1.

           DIVIDE WRK-SOMA BY 11 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO.
           COMPUTE WRK-RESULTADO = 11 - WRK-RESTO.
           IF WRK-RESULTADO GREATER 9
               MOVE ZEROS TO WRK-RESULTADO
           END-IF.

       0200-FIM. EXIT.
      *----------------------------------SOMAR-DIGITO
       0210-SOMAR-DIGITO      SECTION.

           COMPUTE WRK-SOMA = WRK-SOMA +
               (WRK-BASE-DIGITO (WRK-IDX-DIG) * WRK-PESO).
           IF WRK-PESO EQUAL 9
               MOVE 2 TO WRK-PESO
           ELSE
               ADD 1 TO WRK-PESO
           END-IF.

       0210-FIM. EXIT.
