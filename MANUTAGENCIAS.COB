       IDENTIFICATION        DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. MANUTAGENCIAS.
       AUTHOR. SEU-NOME.
       DATE-WRITTEN. 2026-10-15.
      * MODIFICATION HISTORY
      * 2026-10-15 RLC  INITIAL VERSION: LOADS AND VALIDATES THE
      *                 AGENCY MASTER (AGENCIAS: CODE, NAME, REGION AND
      *                 ACTIVE FLAG) THAT MOVIMENTOS CHECKS MOV-AGENCIA
      *                 AGAINST AND RESUMOAGENCIA PRINTS FROM. THE
      *                 CANDIDATE FILE (AGETRN) IS CHECKED RECORD BY
      *                 RECORD - CODE PRESENT AND IN STRICTLY ASCENDING
      *                 ORDER (NO DUPLICATES), NAME AND REGION PRESENT,
      *                 FLAG A (ACTIVE) OR I (INACTIVE) - AND A
      *                 CRITIQUE REPORT (AGEREL) IS PRINTED. ONLY WHEN
      *                 EVERY RECORD PASSES IS THE AGENCIAS MASTER
      *                 REWRITTEN; ANY ERROR LEAVES THE CURRENT MASTER
      *                 UNTOUCHED AND ENDS WITH RETURN-CODE 8. AN
      *                 AGENCY THAT CLOSES IS KEPT WITH FLAG I SO ITS
      *                 MOVEMENTS ARE REJECTED RATHER THAN UNKNOWN.
      *-----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT     IS COMMA.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
           SELECT AGENCIAS-TRN   ASSIGN TO "AGETRN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AGENCIAS-FILE  ASSIGN TO "AGENCIAS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AGENCIAS-REL   ASSIGN TO "AGEREL"
               ORGANIZATION IS SEQUENTIAL.

       DATA                  DIVISION.
       FILE                  SECTION.
       FD  AGENCIAS-TRN.
       01  REG-ATRN.
           05  ATR-CODIGO        PICTURE X(04).
           05  ATR-NOME          PICTURE X(30).
           05  ATR-REGIAO        PICTURE X(10).
           05  ATR-SITUACAO      PICTURE X(01).
               88  ATR-SITUACAO-VALIDA       VALUE "A" "I".

       FD  AGENCIAS-FILE.
       01  REG-AGENCIA.
           05  AGE-CODIGO        PICTURE X(04).
           05  AGE-NOME          PICTURE X(30).
           05  AGE-REGIAO        PICTURE X(10).
           05  AGE-SITUACAO      PICTURE X(01).

       FD  AGENCIAS-REL.
       01  REG-AREL              PICTURE X(80).

       WORKING-STORAGE       SECTION.
       01  WRK-FIM-TRN       PICTURE X(01)   VALUE "N".
           88  FIM-TRN                       VALUE "S".
       01  WRK-REG-VALIDO    PICTURE X(01)   VALUE "S".
           88  REG-VALIDO                    VALUE "S".
       01  WRK-MOTIVO        PICTURE X(18)   VALUE SPACES.
       01  WRK-CODIGO-ANTERIOR PICTURE X(04) VALUE LOW-VALUES.
       01  WRK-QTD-LIDOS     PICTURE 9(04)   COMP VALUE ZEROS.
       01  WRK-QTD-ERROS     PICTURE 9(04)   COMP VALUE ZEROS.
       01  WRK-QTD-GRAVADOS  PICTURE 9(04)   COMP VALUE ZEROS.
       01  WRK-QTD-ED        PICTURE ZZZ.ZZ9.
       01  WRK-LINHA-CAB1.
           05  FILLER    PICTURE X(33)
               VALUE "MANUTENCAO DO CADASTRO DE AGENCIA".
           05  FILLER    PICTURE X(01)  VALUE "S".
           05  FILLER    PICTURE X(46)  VALUE SPACES.
       01  WRK-LINHA-CAB2.
           05  FILLER    PICTURE X(06)  VALUE "AGENC".
           05  FILLER    PICTURE X(31)  VALUE "NOME".
           05  FILLER    PICTURE X(11)  VALUE "REGIAO".
           05  FILLER    PICTURE X(03)  VALUE "S".
           05  FILLER    PICTURE X(11)  VALUE "RESULTADO".
           05  FILLER    PICTURE X(18)  VALUE "MOTIVO".
       01  WRK-LINHA-DET.
           05  DET-CODIGO    PICTURE X(04).
           05  FILLER        PICTURE X(02) VALUE SPACES.
           05  DET-NOME      PICTURE X(30).
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DET-REGIAO    PICTURE X(10).
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DET-SITUACAO  PICTURE X(01).
           05  FILLER        PICTURE X(02) VALUE SPACES.
           05  DET-RESULTADO PICTURE X(10).
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DET-MOTIVO    PICTURE X(18).
       01  WRK-LINHA-TOT.
           05  TOT-TITULO    PICTURE X(30).
           05  TOT-QTD       PICTURE ZZZ.ZZ9.
           05  FILLER        PICTURE X(43) VALUE SPACES.

       PROCEDURE             DIVISION.

       0100-PRINCIPAL         SECTION.
           PERFORM 0200-INICIAR.
           PERFORM 0300-VALIDAR-AGENCIA UNTIL FIM-TRN.
           PERFORM 0400-FINALIZAR.

           IF WRK-QTD-ERROS GREATER ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP  RUN.
       0100-FIM. EXIT.
      *----------------------------------INICIAR
       0200-INICIAR           SECTION.

           OPEN INPUT  AGENCIAS-TRN.
           OPEN OUTPUT AGENCIAS-REL.

           WRITE REG-AREL FROM WRK-LINHA-CAB1.
           WRITE REG-AREL FROM WRK-LINHA-CAB2.
           MOVE SPACES TO REG-AREL.
           WRITE REG-AREL.

           PERFORM 0250-LER-TRANSACAO.

       0200-FIM. EXIT.
      *----------------------------------LER-TRANSACAO
       0250-LER-TRANSACAO     SECTION.

           READ AGENCIAS-TRN
               AT END
                   MOVE "S" TO WRK-FIM-TRN
           END-READ.

       0250-FIM. EXIT.
      *----------------------------------VALIDAR-AGENCIA
       0300-VALIDAR-AGENCIA   SECTION.

           ADD 1 TO WRK-QTD-LIDOS.
           MOVE "S"    TO WRK-REG-VALIDO.
           MOVE SPACES TO WRK-MOTIVO.

           IF ATR-CODIGO EQUAL SPACES
               MOVE "CODIGO AUSENTE" TO WRK-MOTIVO
               MOVE "N" TO WRK-REG-VALIDO
           END-IF.

           IF REG-VALIDO AND ATR-CODIGO NOT GREATER WRK-CODIGO-ANTERIOR
               MOVE "FORA ORDEM/DUPLIC." TO WRK-MOTIVO
               MOVE "N" TO WRK-REG-VALIDO
           END-IF.

           IF REG-VALIDO AND ATR-NOME EQUAL SPACES
               MOVE "NOME AUSENTE" TO WRK-MOTIVO
               MOVE "N" TO WRK-REG-VALIDO
           END-IF.

           IF REG-VALIDO AND ATR-REGIAO EQUAL SPACES
               MOVE "REGIAO AUSENTE" TO WRK-MOTIVO
               MOVE "N" TO WRK-REG-VALIDO
           END-IF.

           IF REG-VALIDO AND NOT ATR-SITUACAO-VALIDA
               MOVE "SITUACAO INVALIDA" TO WRK-MOTIVO
               MOVE "N" TO WRK-REG-VALIDO
           END-IF.

           PERFORM 0330-REPORTAR-REGISTRO.
           IF REG-VALIDO
               MOVE ATR-CODIGO TO WRK-CODIGO-ANTERIOR
           ELSE
               ADD 1 TO WRK-QTD-ERROS
           END-IF.

           PERFORM 0250-LER-TRANSACAO.

       0300-FIM. EXIT.
      *----------------------------------REPORTAR-REGISTRO
       0330-REPORTAR-REGISTRO SECTION.

           MOVE ATR-CODIGO   TO DET-CODIGO.
           MOVE ATR-NOME     TO DET-NOME.
           MOVE ATR-REGIAO   TO DET-REGIAO.
           MOVE ATR-SITUACAO TO DET-SITUACAO.
           IF REG-VALIDO
               MOVE "ACEITA"    TO DET-RESULTADO
           ELSE
               MOVE "REJEITADA" TO DET-RESULTADO
           END-IF.
           MOVE WRK-MOTIVO TO DET-MOTIVO.
           WRITE REG-AREL FROM WRK-LINHA-DET.

       0330-FIM. EXIT.
      *----------------------------------GRAVAR-CADASTRO
       0340-GRAVAR-CADASTRO   SECTION.

           MOVE "N" TO WRK-FIM-TRN.
           OPEN INPUT  AGENCIAS-TRN.
           OPEN OUTPUT AGENCIAS-FILE.
           PERFORM 0250-LER-TRANSACAO.
           PERFORM 0350-COPIAR-AGENCIA UNTIL FIM-TRN.
           CLOSE AGENCIAS-TRN
                 AGENCIAS-FILE.

       0340-FIM. EXIT.
      *----------------------------------COPIAR-AGENCIA
       0350-COPIAR-AGENCIA    SECTION.

           MOVE ATR-CODIGO   TO AGE-CODIGO.
           MOVE ATR-NOME     TO AGE-NOME.
           MOVE ATR-REGIAO   TO AGE-REGIAO.
           MOVE ATR-SITUACAO TO AGE-SITUACAO.
           WRITE REG-AGENCIA.
           ADD 1 TO WRK-QTD-GRAVADOS.
           PERFORM 0250-LER-TRANSACAO.

       0350-FIM. EXIT.
      *----------------------------------FINALIZAR
       0400-FINALIZAR         SECTION.

           CLOSE AGENCIAS-TRN.
           IF WRK-QTD-ERROS EQUAL ZERO AND
              WRK-QTD-LIDOS GREATER ZERO
               PERFORM 0340-GRAVAR-CADASTRO
           END-IF.

           MOVE SPACES TO REG-AREL.
           WRITE REG-AREL.
           MOVE "REGISTROS LIDOS ...........: " TO TOT-TITULO.
           MOVE WRK-QTD-LIDOS     TO TOT-QTD.
           WRITE REG-AREL FROM WRK-LINHA-TOT.
           MOVE "REGISTROS COM ERRO ........: " TO TOT-TITULO.
           MOVE WRK-QTD-ERROS     TO TOT-QTD.
           WRITE REG-AREL FROM WRK-LINHA-TOT.
           MOVE "AGENCIAS GRAVADAS .........: " TO TOT-TITULO.
           MOVE WRK-QTD-GRAVADOS  TO TOT-QTD.
           WRITE REG-AREL FROM WRK-LINHA-TOT.
           IF WRK-QTD-ERROS GREATER ZERO
               MOVE "CADASTRO NAO SUBSTITUIDO - CORRIGIR ERROS"
                                       TO REG-AREL
               WRITE REG-AREL
               DISPLAY "CADASTRO NAO SUBSTITUIDO - CORRIGIR ERROS"
           END-IF.
           CLOSE AGENCIAS-REL.

           MOVE WRK-QTD-LIDOS TO WRK-QTD-ED.
           DISPLAY "REGISTROS LIDOS ...........: " WRK-QTD-ED.
           MOVE WRK-QTD-ERROS TO WRK-QTD-ED.
           DISPLAY "REGISTROS COM ERRO ........: " WRK-QTD-ED.
           MOVE WRK-QTD-GRAVADOS TO WRK-QTD-ED.
           DISPLAY "AGENCIAS GRAVADAS .........: " WRK-QTD-ED.

       0400-FIM. EXIT.
