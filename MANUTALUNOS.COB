      *                 EACH TRANSACTION IS LISTED ON THE ALUNUREL
      *                 UPDATE REPORT AS APPLIED OR REJECTED WITH THE
      *                 REASON; ANY REJECTION ENDS WITH RETURN-CODE 4.
      * 2026-10-15 RLC  THE REGISTRY NOW CARRIES THE STUDENT'S CURSO
      *                 (MAT-CURSO, TRN-CURSO ON THE TRANSACTION),
      *                 REQUIRED ON EVERY INCLUSION AND ALTERATION AND
      *                 VALIDATED AGAINST THE CURRICULUM LOADED BY
      *                 MANUTCURRICULO (CURRMST); AN UNKNOWN CURSO IS
      *                 REJECTED AS CURSO INVALIDO. OLD REGISTRIES
      *                 MUST BE CONVERTED ONCE WITH CONVERTEALUN.
      *-----------------------------------------------------------------
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT ALUNOS-UREL  ASSIGN TO "ALUNUREL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CURRICULO-FILE ASSIGN TO "CURRMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CURR.

       DATA                DIVISION.
       FILE                SECTION.
           05  MAT-SITUACAO      PIC X(01).
               88  MAT-ATIVO               VALUE "A".
               88  MAT-INATIVO             VALUE "I".
           05  MAT-CURSO         PIC X(04).

       FD  ALUNOS-TRN.
       01  REG-TRN.
           05  TRN-NOME          PIC X(30).
           05  TRN-TURMA         PIC X(06).
           05  TRN-SITUACAO      PIC X(01).
           05  TRN-CURSO         PIC X(04).

       FD  ALUNOS-UREL.
       01  REG-UREL              PIC X(80).

       FD  CURRICULO-FILE.
       01  REG-CURRICULO.
           05  CUR-CURSO         PIC X(04).
           05  CUR-NOME          PIC X(30).
           05  CUR-CARGA-MINIMA  PIC 9(04).
           05  CUR-QTD-OBRIG     PIC 9(02).
           05  CUR-OBRIGATORIA   OCCURS 30 TIMES.
               10  CUR-OBR-CODIGO PIC 9(04).

       WORKING-STORAGE     SECTION.
       01  WRK-FIM-TRN     PIC X(01) VALUE "N".
           88  FIM-TRN               VALUE "S".
       01  WRK-TRN-VALIDA  PIC X(01) VALUE "S".
           88  TRN-VALIDA            VALUE "S".
       01  WRK-MOTIVO      PIC X(22) VALUE SPACES.
       01  WRK-STATUS-CURR PIC X(02) VALUE SPACES.
       01  WRK-FIM-CURR    PIC X(01) VALUE "N".
           88  FIM-CURR              VALUE "S".
       01  WRK-QTD-CURSOS  PIC 9(02) COMP VALUE ZEROS.
       01  WRK-TAB-CURSOS.
           05  WRK-CUR-ITEM OCCURS 20 TIMES
                            INDEXED BY WRK-IDX-CUR.
               10  WRK-CUR-CURSO PIC X(04).
       01  WRK-CURSO-ACHADO PIC X(01) VALUE "N".
           88  CURSO-ACHADO          VALUE "S".
       01  WRK-QTD-TRN     PIC 9(06) COMP VALUE ZEROS.
       01  WRK-QTD-INCLUIDOS PIC 9(06) COMP VALUE ZEROS.
       01  WRK-QTD-ALTERADOS PIC 9(06) COMP VALUE ZEROS.
      *----------------------------------INICIAR
       0200-INICIAR         SECTION.

           PERFORM 0210-CARREGAR-CURSOS.
           OPEN I-O    ALUNOS-REG.
           OPEN INPUT  ALUNOS-TRN.
           OPEN OUTPUT ALUNOS-UREL.
           PERFORM 0250-LER-TRANSACAO.

       0200-FIM. EXIT.
      *----------------------------------CARREGAR-CURSOS
       0210-CARREGAR-CURSOS SECTION.

           OPEN INPUT CURRICULO-FILE.
           IF WRK-STATUS-CURR EQUAL "00"
               PERFORM 0220-LER-CURSO
               PERFORM 0230-GUARDAR-CURSO UNTIL FIM-CURR
               CLOSE CURRICULO-FILE
           END-IF.
           IF WRK-QTD-CURSOS EQUAL ZEROS
               DISPLAY "CURRICULO DOS CURSOS (CURRMST) AUSENTE "
                       "OU VAZIO - TODO CURSO SERA REJEITADO."
           END-IF.

       0210-FIM. EXIT.
      *----------------------------------LER-CURSO
       0220-LER-CURSO       SECTION.

           READ CURRICULO-FILE
               AT END
                   MOVE "S" TO WRK-FIM-CURR
           END-READ.

       0220-FIM. EXIT.
      *----------------------------------GUARDAR-CURSO
       0230-GUARDAR-CURSO   SECTION.

           IF WRK-QTD-CURSOS LESS 20
               ADD 1 TO WRK-QTD-CURSOS
               SET WRK-IDX-CUR TO WRK-QTD-CURSOS
               MOVE CUR-CURSO TO WRK-CUR-CURSO (WRK-IDX-CUR)
           END-IF.
           PERFORM 0220-LER-CURSO.

       0230-FIM. EXIT.
      *----------------------------------LER-TRANSACAO
       0250-LER-TRANSACAO   SECTION.

                   MOVE TRN-NOME      TO MAT-NOME
                   MOVE TRN-TURMA     TO MAT-TURMA
                   MOVE TRN-SITUACAO  TO MAT-SITUACAO
                   MOVE TRN-CURSO     TO MAT-CURSO
                   WRITE REG-MATRICULADO
                   ADD 1 TO WRK-QTD-INCLUIDOS
                   PERFORM 0370-REPORTAR-APLICADA
                   MOVE TRN-NOME     TO MAT-NOME
                   MOVE TRN-TURMA    TO MAT-TURMA
                   MOVE TRN-SITUACAO TO MAT-SITUACAO
                   MOVE TRN-CURSO    TO MAT-CURSO
                   REWRITE REG-MATRICULADO
                   ADD 1 TO WRK-QTD-ALTERADOS
                   PERFORM 0370-REPORTAR-APLICADA
               MOVE "N" TO WRK-TRN-VALIDA
           END-IF.

           IF TRN-VALIDA
               PERFORM 0365-VERIFICAR-CURSO
               IF NOT CURSO-ACHADO
                   MOVE "CURSO INVALIDO" TO WRK-MOTIVO
                   MOVE "N" TO WRK-TRN-VALIDA
               END-IF
           END-IF.

       0360-FIM. EXIT.
      *----------------------------------VERIFICAR-CURSO
       0365-VERIFICAR-CURSO SECTION.

           MOVE "N" TO WRK-CURSO-ACHADO.
           IF TRN-CURSO NOT EQUAL SPACES AND
              WRK-QTD-CURSOS GREATER ZERO
               SET WRK-IDX-CUR TO 1
               SEARCH WRK-CUR-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-IDX-CUR GREATER WRK-QTD-CURSOS
                       CONTINUE
                   WHEN WRK-CUR-CURSO (WRK-IDX-CUR) EQUAL TRN-CURSO
                       MOVE "S" TO WRK-CURSO-ACHADO
               END-SEARCH
           END-IF.

       0365-FIM. EXIT.
      *----------------------------------REPORTAR-APLICADA
       0370-REPORTAR-APLICADA SECTION.

