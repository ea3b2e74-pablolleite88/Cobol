       IDENTIFICATION        DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. CONVERTEPRM.
       AUTHOR. SEU-NOME.
       DATE-WRITTEN. 2026-10-15.
      * MODIFICATION HISTORY
      * 2026-10-15 RLC  INITIAL VERSION: ONE-TIME CUTOVER STEP FOR
      *                 THE EFFECTIVE-DATED PARAMETER TABLES. READS
      *                 THE OLD FLOORS TABLE (RENAMED CLIEPRMA BY
      *                 OPERATIONS) AND THE OLD RATES TABLE (RENAMED
      *                 CLIEJPRA) AND LOADS THE NEW CLIEPRM AND
      *                 CLIEJPRM, WHERE EVERY VALUE CARRIES ITS DATA
      *                 DE VIGENCIA. THE CURRENT VALUES ARE LOADED
      *                 WITH VIGENCIA 00000000 (IN FORCE SINCE
      *                 ALWAYS); LATER CHANGES ARE APPLIED ONLY
      *                 THROUGH MANUTPARAM. RUN ONCE, BEFORE THE FIRST
      *                 RUN OF MANUTPARAM AND OF THE NEW CLIENTES,
      *                 MANUTCLIENTES, VERIFICLIE AND JUROSMENSAL.
      *-----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT     IS COMMA.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
           SELECT PARM-ANTIGO    ASSIGN TO "CLIEPRMA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-PRMA.
           SELECT CLIENTES-PARM  ASSIGN TO "CLIEPRM"
               ORGANIZATION IS SEQUENTIAL.
           SELECT JPRM-ANTIGO    ASSIGN TO "CLIEJPRA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-JPRA.
           SELECT CLIENTES-JPRM  ASSIGN TO "CLIEJPRM"
               ORGANIZATION IS SEQUENTIAL.

       DATA                  DIVISION.
       FILE                  SECTION.
       FD  PARM-ANTIGO.
       01  REG-PRMA.
           05  PRA-TIPO-CONTA    PICTURE 9.
           05  PRA-SALDO-MIN     PICTURE S9(10)  COMP.

       FD  CLIENTES-PARM.
       01  REG-PARM.
           05  PARM-TIPO-CONTA   PICTURE 9.
           05  PARM-DATA-VIGENCIA PICTURE 9(08).
           05  PARM-SALDO-MIN    PICTURE S9(10)  COMP.

       FD  JPRM-ANTIGO.
       01  REG-JPRA.
           05  JPA-TIPO-CONTA    PICTURE 9.
           05  JPA-TAXA-MENSAL   PICTURE 9(02)V9(04).

       FD  CLIENTES-JPRM.
       01  REG-JPRM.
           05  JPRM-TIPO-CONTA   PICTURE 9.
           05  JPRM-DATA-VIGENCIA PICTURE 9(08).
           05  JPRM-TAXA-MENSAL  PICTURE 9(02)V9(04).

       WORKING-STORAGE       SECTION.
       01  WRK-FIM-PRMA      PICTURE X(01)   VALUE "N".
           88  FIM-PRMA                      VALUE "S".
       01  WRK-FIM-JPRA      PICTURE X(01)   VALUE "N".
           88  FIM-JPRA                      VALUE "S".
       01  WRK-STATUS-PRMA   PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-JPRA   PICTURE X(02)   VALUE SPACES.
       01  WRK-TEM-PRMA      PICTURE X(01)   VALUE "N".
           88  TEM-PRMA                      VALUE "S".
       01  WRK-TEM-JPRA      PICTURE X(01)   VALUE "N".
           88  TEM-JPRA                      VALUE "S".
       01  WRK-QTD-PISOS     PICTURE 9(04)   COMP VALUE ZEROS.
       01  WRK-QTD-TAXAS     PICTURE 9(04)   COMP VALUE ZEROS.
       01  WRK-QTD-ED        PICTURE ZZZ.ZZ9.

       PROCEDURE             DIVISION.

       0100-PRINCIPAL         SECTION.
           PERFORM 0200-INICIAR.
           PERFORM 0300-CONVERTER-PISO UNTIL FIM-PRMA.
           PERFORM 0350-CONVERTER-TAXA UNTIL FIM-JPRA.
           PERFORM 0400-FINALIZAR.

           STOP  RUN.
       0100-FIM. EXIT.
      *----------------------------------INICIAR
       0200-INICIAR           SECTION.

           OPEN INPUT  PARM-ANTIGO.
           IF WRK-STATUS-PRMA EQUAL "00"
               MOVE "S" TO WRK-TEM-PRMA
               OPEN OUTPUT CLIENTES-PARM
               PERFORM 0250-LER-PISO
           ELSE
               DISPLAY "TABELA ANTIGA DE SALDOS MINIMOS (CLIEPRMA) "
                       "AUSENTE - NAO CONVERTIDA."
               MOVE "S" TO WRK-FIM-PRMA
           END-IF.

           OPEN INPUT  JPRM-ANTIGO.
           IF WRK-STATUS-JPRA EQUAL "00"
               MOVE "S" TO WRK-TEM-JPRA
               OPEN OUTPUT CLIENTES-JPRM
               PERFORM 0260-LER-TAXA
           ELSE
               DISPLAY "TABELA ANTIGA DE TAXAS (CLIEJPRA) "
                       "AUSENTE - NAO CONVERTIDA."
               MOVE "S" TO WRK-FIM-JPRA
           END-IF.

       0200-FIM. EXIT.
      *----------------------------------LER-PISO
       0250-LER-PISO          SECTION.

           READ PARM-ANTIGO
               AT END
                   MOVE "S" TO WRK-FIM-PRMA
           END-READ.

       0250-FIM. EXIT.
      *----------------------------------LER-TAXA
       0260-LER-TAXA          SECTION.

           READ JPRM-ANTIGO
               AT END
                   MOVE "S" TO WRK-FIM-JPRA
           END-READ.

       0260-FIM. EXIT.
      *----------------------------------CONVERTER-PISO
       0300-CONVERTER-PISO    SECTION.

           MOVE PRA-TIPO-CONTA TO PARM-TIPO-CONTA.
           MOVE ZEROS          TO PARM-DATA-VIGENCIA.
           MOVE PRA-SALDO-MIN  TO PARM-SALDO-MIN.
           WRITE REG-PARM.
           ADD 1 TO WRK-QTD-PISOS.

           PERFORM 0250-LER-PISO.

       0300-FIM. EXIT.
      *----------------------------------CONVERTER-TAXA
       0350-CONVERTER-TAXA    SECTION.

           MOVE JPA-TIPO-CONTA  TO JPRM-TIPO-CONTA.
           MOVE ZEROS           TO JPRM-DATA-VIGENCIA.
           MOVE JPA-TAXA-MENSAL TO JPRM-TAXA-MENSAL.
           WRITE REG-JPRM.
           ADD 1 TO WRK-QTD-TAXAS.

           PERFORM 0260-LER-TAXA.

       0350-FIM. EXIT.
      *----------------------------------FINALIZAR
       0400-FINALIZAR         SECTION.

           IF TEM-PRMA
               CLOSE PARM-ANTIGO
                     CLIENTES-PARM
           END-IF.
           IF TEM-JPRA
               CLOSE JPRM-ANTIGO
                     CLIENTES-JPRM
           END-IF.

           MOVE WRK-QTD-PISOS TO WRK-QTD-ED.
           DISPLAY "SALDOS MINIMOS CONVERTIDOS : " WRK-QTD-ED.
           MOVE WRK-QTD-TAXAS TO WRK-QTD-ED.
           DISPLAY "TAXAS CONVERTIDAS .........: " WRK-QTD-ED.

       0400-FIM. EXIT.
