       IDENTIFICATION      DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. CONVERTEALUN.
       AUTHOR. SEU-NOME.
       DATE-WRITTEN. 2026-10-15.
      * MODIFICATION HISTORY
      * 2026-10-15 RLC  INITIAL VERSION: ONE-TIME CUTOVER STEP FOR
      *                 THE ALUNREG LAYOUT CHANGE THAT ADDED THE
      *                 STUDENT'S CURSO (MAT-CURSO) AFTER MAT-SITUACAO
      *                 (RECORD GREW FROM 43 TO 47 BYTES). READS THE
      *                 OLD-LAYOUT REGISTRY (RENAMED ALUNREGA BY
      *                 OPERATIONS) IN MATRICULA ORDER AND LOADS A
      *                 NEW-LAYOUT ALUNREG WITH A BLANK CURSO ON EVERY
      *                 STUDENT; THE SECRETARIAT THEN ASSIGNS EACH
      *                 CURSO THROUGH MANUTALUNOS ALTERATIONS. UNTIL
      *                 THEN AUDITACURSO LISTS THE STUDENT AS WITHOUT
      *                 A DEFINED CURSO. RUN ONCE, BEFORE THE FIRST
      *                 RUN OF ANY PROGRAM READING THE NEW LAYOUT.
      *-----------------------------------------------------------------
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT       IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT REG-ANTIGO     ASSIGN TO "ALUNREGA"
               ORGANIZATION IS INDEXED
               ACCESS MODE   IS SEQUENTIAL
               RECORD KEY    IS MTA-MATRICULA.
           SELECT ALUNOS-REG     ASSIGN TO "ALUNREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE   IS SEQUENTIAL
               RECORD KEY    IS MAT-MATRICULA.

       DATA                DIVISION.
       FILE                SECTION.
       FD  REG-ANTIGO.
       01  REG-MATRICULADO-A.
           05  MTA-MATRICULA     PIC 9(06).
           05  MTA-NOME          PIC X(30).
           05  MTA-TURMA         PIC X(06).
           05  MTA-SITUACAO      PIC X(01).

       FD  ALUNOS-REG.
       01  REG-MATRICULADO.
           05  MAT-MATRICULA     PIC 9(06).
           05  MAT-NOME          PIC X(30).
           05  MAT-TURMA         PIC X(06).
           05  MAT-SITUACAO      PIC X(01).
           05  MAT-CURSO         PIC X(04).

       WORKING-STORAGE     SECTION.
       01  WRK-FIM-REG     PIC X(01) VALUE "N".
           88  FIM-REG               VALUE "S".
       01  WRK-QTD-CONVERTIDOS PIC 9(06) COMP VALUE ZEROS.
       01  WRK-QTD-ED      PIC ZZZ.ZZ9.

       PROCEDURE           DIVISION.

       0100-PRINCIPAL       SECTION.
           PERFORM 0200-INICIAR.
           PERFORM 0300-CONVERTER UNTIL FIM-REG.
           PERFORM 0400-FINALIZAR.

           STOP RUN.
       0100-FIM. EXIT.
      *----------------------------------INICIAR
       0200-INICIAR         SECTION.

           OPEN INPUT  REG-ANTIGO.
           OPEN OUTPUT ALUNOS-REG.
           PERFORM 0250-LER-ANTIGO.

       0200-FIM. EXIT.
      *----------------------------------LER-ANTIGO
       0250-LER-ANTIGO      SECTION.

           READ REG-ANTIGO
               AT END
                   MOVE "S" TO WRK-FIM-REG
           END-READ.

       0250-FIM. EXIT.
      *----------------------------------CONVERTER
       0300-CONVERTER       SECTION.

           MOVE MTA-MATRICULA  TO MAT-MATRICULA.
           MOVE MTA-NOME       TO MAT-NOME.
           MOVE MTA-TURMA      TO MAT-TURMA.
           MOVE MTA-SITUACAO   TO MAT-SITUACAO.
           MOVE SPACES         TO MAT-CURSO.
           WRITE REG-MATRICULADO.
           ADD 1 TO WRK-QTD-CONVERTIDOS.

           PERFORM 0250-LER-ANTIGO.

       0300-FIM. EXIT.
      *----------------------------------FINALIZAR
       0400-FINALIZAR       SECTION.

           CLOSE REG-ANTIGO
                 ALUNOS-REG.

           MOVE WRK-QTD-CONVERTIDOS TO WRK-QTD-ED.
           DISPLAY "REGISTROS CONVERTIDOS .....: " WRK-QTD-ED.

       0400-FIM. EXIT.
