      *                 OUTSIDE THE CATALOG IS REJECTED, SO MATEMATCA
      *                 CAN NO LONGER BECOME A SECOND SUBJECT IN THE
      *                 STATISTICS AND THE HISTORY.
      * 2026-10-15 RLC  ALUNREG LAYOUT CUTOVER: THE REGISTRY RECORD NOW
      *                 CARRIES THE STUDENT'S CURSO (MAT-CURSO) AFTER
      *                 MAT-SITUACAO; RECORD DESCRIPTION UPDATED TO
      *                 MATCH. OLD REGISTRIES MUST BE CONVERTED ONCE
      *                 WITH CONVERTEALUN.
      * 2026-10-15 RLC  DISCMST LAYOUT: THE CATALOG RECORD NOW CARRIES
      *                 UP TO THREE PREREQUISITE CODES AFTER THE CARGA
      *                 HORARIA (DIS-PRE-REQUISITO); RECORD
      *                 DESCRIPTION UPDATED TO MATCH.
      * 2026-10-15 RLC  EVERY RECORD MUST NOW MATCH AN ENROLLMENT OF
      *                 THE STUDENT IN THAT DISCIPLINA FOR THE CURRENT
      *                 TERM (INSCMST, LOADED BY CRITICAINSC; TERM READ
      *                 FROM ALUNPRM AS IN EXAMEFINAL); ONE WITHOUT IT
      *                 IS REJECTED AS SEM INSCR. NO PERIODO. A MISSING
      *                 TERM PARAMETER CANCELS THE RUN WITH
      *                 RETURN-CODE 16.
      *-----------------------------------------------------------------
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
           SELECT OPTIONAL DISCIPLINA-FILE ASSIGN TO "DISCMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DISC.
           SELECT OPTIONAL INSCRICAO-FILE ASSIGN TO "INSCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE   IS RANDOM
               RECORD KEY    IS INS-CHAVE.
           SELECT ALUNOS-PARM    ASSIGN TO "ALUNPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARM.

       DATA                DIVISION.
       FILE                SECTION.
           05  MAT-TURMA         PIC X(06).
           05  MAT-SITUACAO      PIC X(01).
               88  MAT-ATIVO               VALUE "A".
           05  MAT-CURSO         PIC X(04).

       FD  DISCIPLINA-FILE.
       01  REG-DISCIPLINA.
           05  DIS-CODIGO        PIC 9(04).
           05  DIS-NOME          PIC X(15).
           05  DIS-CARGA-HORARIA PIC 9(03).
           05  DIS-PRE-REQUISITOS.
               10  DIS-PRE-REQUISITO PIC 9(04) OCCURS 3 TIMES.

       FD  INSCRICAO-FILE.
       01  REG-INSCRICAO.
           05  INS-CHAVE.
               10  INS-MATRICULA PIC 9(06).
               10  INS-TERMO     PIC X(06).
               10  INS-DISCIPLINA PIC X(15).

       FD  ALUNOS-PARM.
       01  REG-PARM.
           05  PRM-TERMO         PIC X(06).

       WORKING-STORAGE     SECTION.
       01  WRK-STATUS-PARM PIC X(02) VALUE SPACES.
       01  WRK-TERMO       PIC X(06) VALUE SPACES.
       01  WRK-ERRO-PARM   PIC X(01) VALUE "N".
           88  ERRO-PARM             VALUE "S".
       01  WRK-FIM-ARQUIVO PIC X(01) VALUE "N".
           88  FIM-ARQUIVO           VALUE "S".
       01  WRK-REG-VALIDO  PIC X(01) VALUE "S".
               10  WRK-DSC-NOME PIC X(15).
       01  WRK-DISC-ACHADA PIC X(01) VALUE "N".
           88  DISC-ACHADA           VALUE "S".
       01  WRK-INSCRICAO-EXISTE PIC X(01) VALUE "N".
           88  INSCRICAO-EXISTE      VALUE "S".
       01  WRK-IDX-NOTA    PIC 9(02) COMP VALUE ZEROS.
       01  WRK-QTD-LIDOS   PIC 9(04) COMP VALUE ZEROS.
       01  WRK-QTD-VALIDOS PIC 9(04) COMP VALUE ZEROS.

       0100-PRINCIPAL       SECTION.
           PERFORM 0200-INICIAR.
           IF NOT ERRO-PARM
               PERFORM 0300-PROCESSAR UNTIL FIM-ARQUIVO
               PERFORM 0400-FINALIZAR
           ELSE
               MOVE 16 TO RETURN-CODE
           END-IF.

           STOP RUN.
       0100-FIM. EXIT.
      *----------------------------------INICIAR
       0200-INICIAR         SECTION.

           PERFORM 0205-LER-PARAMETRO.
           IF NOT ERRO-PARM
               OPEN INPUT  ALUNOS-FILE
                           ALUNOS-REG
                           INSCRICAO-FILE
               OPEN OUTPUT ALUNOS-VAL
                           ALUNOS-CRIT
               PERFORM 0210-CARREGAR-CATALOGO
               PERFORM 0250-LER-ALUNO
           END-IF.

       0200-FIM. EXIT.
      *----------------------------------LER-PARAMETRO
       0205-LER-PARAMETRO   SECTION.

           OPEN INPUT ALUNOS-PARM.
           IF WRK-STATUS-PARM EQUAL "00"
               READ ALUNOS-PARM
                   AT END
                       MOVE "S" TO WRK-ERRO-PARM
                   NOT AT END
                       MOVE PRM-TERMO TO WRK-TERMO
               END-READ
               CLOSE ALUNOS-PARM
           ELSE
               MOVE "S" TO WRK-ERRO-PARM
           END-IF.

           IF WRK-TERMO EQUAL SPACES
               MOVE "S" TO WRK-ERRO-PARM
           END-IF.

           IF ERRO-PARM
               DISPLAY "PARAMETRO DE PERIODO LETIVO (ALUNPRM) "
                       "AUSENTE OU INVALIDO. EXECUCAO CANCELADA."
           END-IF.

       0205-FIM. EXIT.
      *----------------------------------CARREGAR-CATALOGO
       0210-CARREGAR-CATALOGO SECTION.

               PERFORM 0325-VERIFICAR-DISCIPLINA
           END-IF.

           IF REG-VALIDO
               PERFORM 0327-VERIFICAR-INSCRICAO
           END-IF.

           IF REG-VALIDO
               PERFORM 0310-VALIDAR-NOTA
                   VARYING WRK-IDX-NOTA FROM 1 BY 1
           END-IF.

       0325-FIM. EXIT.
      *----------------------------------VERIFICAR-INSCRICAO
       0327-VERIFICAR-INSCRICAO SECTION.

           MOVE ALU-MATRICULA  TO INS-MATRICULA.
           MOVE WRK-TERMO      TO INS-TERMO.
           MOVE ALU-DISCIPLINA TO INS-DISCIPLINA.
           READ INSCRICAO-FILE
               INVALID KEY
                   MOVE "N" TO WRK-INSCRICAO-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WRK-INSCRICAO-EXISTE
           END-READ.

           IF NOT INSCRICAO-EXISTE
               MOVE "SEM INSCR. NO PERIODO" TO WRK-MOTIVO
               MOVE "N" TO WRK-REG-VALIDO
           END-IF.

       0327-FIM. EXIT.
      *----------------------------------GRAVAR-VALIDO
       0330-GRAVAR-VALIDO   SECTION.


           CLOSE ALUNOS-FILE
                 ALUNOS-REG
                 INSCRICAO-FILE
                 ALUNOS-VAL
                 ALUNOS-CRIT.

