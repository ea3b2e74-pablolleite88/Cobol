       IDENTIFICATION      DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. MANUTCURRICULO.
       AUTHOR. SEU-NOME.
       DATE-WRITTEN. 2026-10-15.
      * MODIFICATION HISTORY
      * 2026-10-15 RLC  INITIAL VERSION: LOADS AND VALIDATES THE
      *                 CURRICULUM (GRADE CURRICULAR) OF EVERY CURSO,
      *                 THE SAME WAY MANUTDISCIPLINAS LOADS THE
      *                 DISCIPLINE CATALOG. EACH CANDIDATE RECORD
      *                 (CURRTRN) CARRIES THE CURSO CODE AND NAME, THE
      *                 MINIMUM TOTAL CARGA HORARIA FOR CONCLUSION AND
      *                 UP TO 30 REQUIRED DISCIPLINE CODES. IT IS
      *                 CHECKED RECORD BY RECORD - NON-BLANK CURSO IN
      *                 STRICTLY ASCENDING ORDER, NON-BLANK NAME,
      *                 CARGA MINIMA GREATER THAN ZERO, 1 TO 30
      *                 REQUIRED DISCIPLINES, EACH ONE IN THE DISCMST
      *                 CATALOG AND NONE REPEATED, AT MOST 20 CURSOS -
      *                 AND A CRITIQUE REPORT (CURRREL) IS PRINTED.
      *                 ONLY WHEN EVERY RECORD PASSES IS THE CURRMST
      *                 CURRICULUM REWRITTEN; ANY ERROR LEAVES THE
      *                 CURRENT ONE UNTOUCHED AND ENDS WITH
      *                 RETURN-CODE 8. THE CURSO CODES ARE VALIDATED
      *                 BY MANUTALUNOS AND THE CURRICULUM DRIVES THE
      *                 AUDITACURSO CONCLUSION AUDIT.
      * 2026-10-15 RLC  DISCMST LAYOUT: THE CATALOG RECORD NOW CARRIES
      *                 UP TO THREE PREREQUISITE CODES AFTER THE CARGA
      *                 HORARIA (DIS-PRE-REQUISITO); RECORD
      *                 DESCRIPTION UPDATED TO MATCH.
      *-----------------------------------------------------------------
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT       IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT CURRICULO-TRN   ASSIGN TO "CURRTRN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CURRICULO-FILE  ASSIGN TO "CURRMST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CURRICULO-REL   ASSIGN TO "CURRREL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL DISCIPLINA-FILE ASSIGN TO "DISCMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DISC.

       DATA                DIVISION.
       FILE                SECTION.
       FD  CURRICULO-TRN.
       01  REG-CTRN.
           05  CTR-CURSO         PIC X(04).
           05  CTR-NOME          PIC X(30).
           05  CTR-CARGA-MINIMA  PIC 9(04).
           05  CTR-QTD-OBRIG     PIC 9(02).
           05  CTR-OBRIGATORIA   OCCURS 30 TIMES.
               10  CTR-OBR-CODIGO PIC 9(04).

       FD  CURRICULO-FILE.
       01  REG-CURRICULO.
           05  CUR-CURSO         PIC X(04).
           05  CUR-NOME          PIC X(30).
           05  CUR-CARGA-MINIMA  PIC 9(04).
           05  CUR-QTD-OBRIG     PIC 9(02).
           05  CUR-OBRIGATORIA   OCCURS 30 TIMES.
               10  CUR-OBR-CODIGO PIC 9(04).

       FD  CURRICULO-REL.
       01  REG-CREL              PIC X(80).

       FD  DISCIPLINA-FILE.
       01  REG-DISCIPLINA.
           05  DIS-CODIGO        PIC 9(04).
           05  DIS-NOME          PIC X(15).
           05  DIS-CARGA-HORARIA PIC 9(03).
           05  DIS-PRE-REQUISITOS.
               10  DIS-PRE-REQUISITO PIC 9(04) OCCURS 3 TIMES.

       WORKING-STORAGE     SECTION.
       01  WRK-FIM-TRN     PIC X(01) VALUE "N".
           88  FIM-TRN               VALUE "S".
       01  WRK-REG-VALIDO  PIC X(01) VALUE "S".
           88  REG-VALIDO            VALUE "S".
       01  WRK-MOTIVO      PIC X(22) VALUE SPACES.
       01  WRK-CURSO-ANTERIOR PIC X(04) VALUE SPACES.
       01  WRK-QTD-CURSOS  PIC 9(02) COMP VALUE ZEROS.
       01  WRK-STATUS-DISC PIC X(02) VALUE SPACES.
       01  WRK-FIM-DISC    PIC X(01) VALUE "N".
           88  FIM-DISC              VALUE "S".
       01  WRK-QTD-DISC    PIC 9(02) COMP VALUE ZEROS.
       01  WRK-TAB-DISC.
           05  WRK-DSC-ITEM OCCURS 50 TIMES
                            INDEXED BY WRK-IDX-DSC.
               10  WRK-DSC-CODIGO PIC 9(04).
       01  WRK-DISC-ACHADA PIC X(01) VALUE "N".
           88  DISC-ACHADA           VALUE "S".
       01  WRK-IDX-OBR     PIC 9(02) COMP VALUE ZEROS.
       01  WRK-IDX-ANT     PIC 9(02) COMP VALUE ZEROS.
       01  WRK-QTD-LIDOS   PIC 9(04) COMP VALUE ZEROS.
       01  WRK-QTD-ERROS   PIC 9(04) COMP VALUE ZEROS.
       01  WRK-QTD-GRAVADOS PIC 9(04) COMP VALUE ZEROS.
       01  WRK-QTD-ED      PIC ZZZ.ZZ9.
       01  WRK-LINHA-CAB1.
           05  FILLER    PIC X(34)
               VALUE "MANUTENCAO DO CURRICULO DOS CURSOS".
           05  FILLER    PIC X(46)  VALUE SPACES.
       01  WRK-LINHA-CAB2.
           05  FILLER    PIC X(06)  VALUE "CURSO".
           05  FILLER    PIC X(25)  VALUE "NOME".
           05  FILLER    PIC X(06)  VALUE "CARGA".
           05  FILLER    PIC X(04)  VALUE "QTD".
           05  FILLER    PIC X(11)  VALUE "RESULTADO".
           05  FILLER    PIC X(28)  VALUE "MOTIVO".
       01  WRK-LINHA-DET.
           05  DET-CURSO     PIC X(04).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  DET-NOME      PIC X(24).
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DET-CARGA     PIC ZZZ9.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  DET-QTD       PIC Z9.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  DET-RESULTADO PIC X(10).
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DET-MOTIVO    PIC X(22).
           05  FILLER        PIC X(06) VALUE SPACES.
       01  WRK-LINHA-TOT.
           05  TOT-TITULO    PIC X(30).
           05  TOT-QTD       PIC ZZZ.ZZ9.
           05  FILLER        PIC X(43) VALUE SPACES.

       PROCEDURE           DIVISION.

       0100-PRINCIPAL       SECTION.
           PERFORM 0200-INICIAR.
           PERFORM 0300-VALIDAR-CURSO UNTIL FIM-TRN.
           PERFORM 0400-FINALIZAR.

           IF WRK-QTD-ERROS GREATER ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
       0100-FIM. EXIT.
      *----------------------------------INICIAR
       0200-INICIAR         SECTION.

           PERFORM 0210-CARREGAR-CATALOGO.
           OPEN INPUT  CURRICULO-TRN.
           OPEN OUTPUT CURRICULO-REL.

           WRITE REG-CREL FROM WRK-LINHA-CAB1.
           WRITE REG-CREL FROM WRK-LINHA-CAB2.
           MOVE SPACES TO REG-CREL.
           WRITE REG-CREL.

           PERFORM 0250-LER-TRANSACAO.

       0200-FIM. EXIT.
      *----------------------------------CARREGAR-CATALOGO
       0210-CARREGAR-CATALOGO SECTION.

           OPEN INPUT DISCIPLINA-FILE.
           IF WRK-STATUS-DISC EQUAL "00"
               PERFORM 0220-LER-DISCIPLINA
               PERFORM 0230-GUARDAR-DISCIPLINA UNTIL FIM-DISC
               CLOSE DISCIPLINA-FILE
           END-IF.
           IF WRK-QTD-DISC EQUAL ZEROS
               DISPLAY "CATALOGO DE DISCIPLINAS (DISCMST) AUSENTE "
                       "OU VAZIO - TODO CURSO SERA REJEITADO."
           END-IF.

       0210-FIM. EXIT.
      *----------------------------------LER-DISCIPLINA
       0220-LER-DISCIPLINA  SECTION.

           READ DISCIPLINA-FILE
               AT END
                   MOVE "S" TO WRK-FIM-DISC
           END-READ.

       0220-FIM. EXIT.
      *----------------------------------GUARDAR-DISCIPLINA
       0230-GUARDAR-DISCIPLINA SECTION.

           IF WRK-QTD-DISC LESS 50
               ADD 1 TO WRK-QTD-DISC
               SET WRK-IDX-DSC TO WRK-QTD-DISC
               MOVE DIS-CODIGO TO WRK-DSC-CODIGO (WRK-IDX-DSC)
           END-IF.
           PERFORM 0220-LER-DISCIPLINA.

       0230-FIM. EXIT.
      *----------------------------------LER-TRANSACAO
       0250-LER-TRANSACAO   SECTION.

           READ CURRICULO-TRN
               AT END
                   MOVE "S" TO WRK-FIM-TRN
           END-READ.

       0250-FIM. EXIT.
      *----------------------------------VALIDAR-CURSO
       0300-VALIDAR-CURSO   SECTION.

           ADD 1 TO WRK-QTD-LIDOS.
           MOVE "S"    TO WRK-REG-VALIDO.
           MOVE SPACES TO WRK-MOTIVO.

           IF CTR-CURSO EQUAL SPACES
               MOVE "CURSO INVALIDO" TO WRK-MOTIVO
               MOVE "N" TO WRK-REG-VALIDO
           END-IF.

           IF REG-VALIDO AND CTR-CURSO NOT GREATER
                                       WRK-CURSO-ANTERIOR
               MOVE "FORA DE ORDEM/REPETIDO" TO WRK-MOTIVO
               MOVE "N" TO WRK-REG-VALIDO
           END-IF.

           IF REG-VALIDO AND CTR-NOME EQUAL SPACES
               MOVE "NOME AUSENTE" TO WRK-MOTIVO
               MOVE "N" TO WRK-REG-VALIDO
           END-IF.

           IF REG-VALIDO AND WRK-QTD-CURSOS NOT LESS 20
               MOVE "EXCEDE 20 CURSOS" TO WRK-MOTIVO
               MOVE "N" TO WRK-REG-VALIDO
           END-IF.

           IF REG-VALIDO AND
              (CTR-CARGA-MINIMA IS NOT NUMERIC OR
               CTR-CARGA-MINIMA EQUAL ZEROS)
               MOVE "CARGA MINIMA INVALIDA" TO WRK-MOTIVO
               MOVE "N" TO WRK-REG-VALIDO
           END-IF.

           IF REG-VALIDO AND
              (CTR-QTD-OBRIG IS NOT NUMERIC OR
               CTR-QTD-OBRIG LESS 1 OR CTR-QTD-OBRIG GREATER 30)
               MOVE "QTD OBRIGAT. INVALIDA" TO WRK-MOTIVO
               MOVE "N" TO WRK-REG-VALIDO
           END-IF.

           IF REG-VALIDO
               PERFORM 0310-VALIDAR-OBRIGATORIA
                   VARYING WRK-IDX-OBR FROM 1 BY 1
                   UNTIL WRK-IDX-OBR GREATER CTR-QTD-OBRIG
                      OR NOT REG-VALIDO
           END-IF.

           PERFORM 0330-REPORTAR-REGISTRO.
           IF REG-VALIDO
               MOVE CTR-CURSO TO WRK-CURSO-ANTERIOR
               ADD 1 TO WRK-QTD-CURSOS
           ELSE
               ADD 1 TO WRK-QTD-ERROS
           END-IF.

           PERFORM 0250-LER-TRANSACAO.

       0300-FIM. EXIT.
      *----------------------------------VALIDAR-OBRIGATORIA
       0310-VALIDAR-OBRIGATORIA SECTION.

           MOVE "N" TO WRK-DISC-ACHADA.
           IF CTR-OBR-CODIGO (WRK-IDX-OBR) IS NUMERIC AND
              WRK-QTD-DISC GREATER ZERO
               SET WRK-IDX-DSC TO 1
               SEARCH WRK-DSC-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-IDX-DSC GREATER WRK-QTD-DISC
                       CONTINUE
                   WHEN WRK-DSC-CODIGO (WRK-IDX-DSC)
                               EQUAL CTR-OBR-CODIGO (WRK-IDX-OBR)
                       MOVE "S" TO WRK-DISC-ACHADA
               END-SEARCH
           END-IF.

           IF NOT DISC-ACHADA
               MOVE "DISCIPLINA INVALIDA" TO WRK-MOTIVO
               MOVE "N" TO WRK-REG-VALIDO
           ELSE
               PERFORM 0320-COMPARAR-ANTERIOR
                   VARYING WRK-IDX-ANT FROM 1 BY 1
                   UNTIL WRK-IDX-ANT NOT LESS WRK-IDX-OBR
                      OR NOT REG-VALIDO
           END-IF.

       0310-FIM. EXIT.
      *----------------------------------COMPARAR-ANTERIOR
       0320-COMPARAR-ANTERIOR SECTION.

           IF CTR-OBR-CODIGO (WRK-IDX-ANT) EQUAL
              CTR-OBR-CODIGO (WRK-IDX-OBR)
               MOVE "DISCIPLINA REPETIDA" TO WRK-MOTIVO
               MOVE "N" TO WRK-REG-VALIDO
           END-IF.

       0320-FIM. EXIT.
      *----------------------------------REPORTAR-REGISTRO
       0330-REPORTAR-REGISTRO SECTION.

           MOVE CTR-CURSO TO DET-CURSO.
           MOVE CTR-NOME  TO DET-NOME.
           IF CTR-CARGA-MINIMA IS NUMERIC
               MOVE CTR-CARGA-MINIMA TO DET-CARGA
           ELSE
               MOVE ZEROS TO DET-CARGA
           END-IF.
           IF CTR-QTD-OBRIG IS NUMERIC
               MOVE CTR-QTD-OBRIG TO DET-QTD
           ELSE
               MOVE ZEROS TO DET-QTD
           END-IF.
           IF REG-VALIDO
               MOVE "ACEITA"    TO DET-RESULTADO
           ELSE
               MOVE "REJEITADA" TO DET-RESULTADO
           END-IF.
           MOVE WRK-MOTIVO TO DET-MOTIVO.
           WRITE REG-CREL FROM WRK-LINHA-DET.

       0330-FIM. EXIT.
      *----------------------------------GRAVAR-CURRICULO
       0340-GRAVAR-CURRICULO SECTION.

           MOVE "N" TO WRK-FIM-TRN.
           OPEN INPUT  CURRICULO-TRN.
           OPEN OUTPUT CURRICULO-FILE.
           PERFORM 0250-LER-TRANSACAO.
           PERFORM 0350-COPIAR-CURSO UNTIL FIM-TRN.
           CLOSE CURRICULO-TRN
                 CURRICULO-FILE.

       0340-FIM. EXIT.
      *----------------------------------COPIAR-CURSO
       0350-COPIAR-CURSO    SECTION.

           MOVE REG-CTRN TO REG-CURRICULO.
           WRITE REG-CURRICULO.
           ADD 1 TO WRK-QTD-GRAVADOS.
           PERFORM 0250-LER-TRANSACAO.

       0350-FIM. EXIT.
      *----------------------------------FINALIZAR
       0400-FINALIZAR       SECTION.

           CLOSE CURRICULO-TRN.
           IF WRK-QTD-ERROS EQUAL ZERO AND
              WRK-QTD-LIDOS GREATER ZERO
               PERFORM 0340-GRAVAR-CURRICULO
           END-IF.

           MOVE SPACES TO REG-CREL.
           WRITE REG-CREL.
           MOVE "REGISTROS LIDOS ...........: " TO TOT-TITULO.
           MOVE WRK-QTD-LIDOS     TO TOT-QTD.
           WRITE REG-CREL FROM WRK-LINHA-TOT.
           MOVE "REGISTROS COM ERRO ........: " TO TOT-TITULO.
           MOVE WRK-QTD-ERROS     TO TOT-QTD.
           WRITE REG-CREL FROM WRK-LINHA-TOT.
           MOVE "CURSOS GRAVADOS ...........: " TO TOT-TITULO.
           MOVE WRK-QTD-GRAVADOS  TO TOT-QTD.
           WRITE REG-CREL FROM WRK-LINHA-TOT.
           IF WRK-QTD-ERROS GREATER ZERO
               MOVE "CURRICULO NAO SUBSTITUIDO - CORRIGIR ERROS"
                                       TO REG-CREL
               WRITE REG-CREL
               DISPLAY "CURRICULO NAO SUBSTITUIDO - CORRIGIR ERROS"
           END-IF.
           CLOSE CURRICULO-REL.

           MOVE WRK-QTD-LIDOS TO WRK-QTD-ED.
           DISPLAY "REGISTROS LIDOS ...........: " WRK-QTD-ED.
           MOVE WRK-QTD-ERROS TO WRK-QTD-ED.
           DISPLAY "REGISTROS COM ERRO ........: " WRK-QTD-ED.
           MOVE WRK-QTD-GRAVADOS TO WRK-QTD-ED.
           DISPLAY "CURSOS GRAVADOS ...........: " WRK-QTD-ED.

       0400-FIM. EXIT.
