      *                 COMPARISON STILL PRINTS BUT IS LEFT OUT OF
      *                 THE PER-TURMA SUMMARY, COUNTED ON A FOOTER
      *                 LINE OF ITS OWN.
      * 2026-10-15 RLC  ALUNREG LAYOUT CUTOVER: THE REGISTRY RECORD NOW
      *                 CARRIES THE STUDENT'S CURSO (MAT-CURSO) AFTER
      *                 MAT-SITUACAO; RECORD DESCRIPTION UPDATED TO
      *                 MATCH. OLD REGISTRIES MUST BE CONVERTED ONCE
      *                 WITH CONVERTEALUN.
      * 2026-10-15 RLC  DISCMST LAYOUT: THE CATALOG RECORD NOW CARRIES
      *                 UP TO THREE PREREQUISITE CODES AFTER THE CARGA
      *                 HORARIA (DIS-PRE-REQUISITO); RECORD
      *                 DESCRIPTION UPDATED TO MATCH.
      *-----------------------------------------------------------------
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
           05  MAT-NOME          PIC X(30).
           05  MAT-TURMA         PIC X(06).
           05  MAT-SITUACAO      PIC X(01).
           05  MAT-CURSO         PIC X(04).

       FD  DISCIPLINA-FILE.
       01  REG-DISCIPLINA.
           05  DIS-CODIGO        PIC 9(04).
           05  DIS-NOME          PIC X(15).
           05  DIS-CARGA-HORARIA PIC 9(03).
           05  DIS-PRE-REQUISITOS.
               10  DIS-PRE-REQUISITO PIC 9(04) OCCURS 3 TIMES.

       WORKING-STORAGE     SECTION.
       01  WRK-FIM-ORD     PIC X(01) VALUE "N".
