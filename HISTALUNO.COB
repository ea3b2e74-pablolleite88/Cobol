      *                 AFTER THE STATUS ON EACH DETAIL LINE. OLD
      *                 HISTORIES MUST BE CONVERTED ONCE WITH
      *                 CONVERTEHIST.
      * 2026-10-15 RLC  ALUNREG LAYOUT CUTOVER: THE REGISTRY RECORD NOW
      *                 CARRIES THE STUDENT'S CURSO (MAT-CURSO) AFTER
      *                 MAT-SITUACAO; RECORD DESCRIPTION UPDATED TO
      *                 MATCH. OLD REGISTRIES MUST BE CONVERTED ONCE
      *                 WITH CONVERTEALUN.
      *-----------------------------------------------------------------
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
           05  MAT-NOME          PIC X(30).
           05  MAT-TURMA         PIC X(06).
           05  MAT-SITUACAO      PIC X(01).
           05  MAT-CURSO         PIC X(04).

       WORKING-STORAGE     SECTION.
       01  WRK-FIM-ORD     PIC X(01) VALUE "N".
