      *                 LARGER CATALOG WOULD SILENTLY TURN ENTRY 51
      *                 ONWARD INTO DISCIPLINA INVALIDA REJECTIONS
      *                 AND UNWEIGHTED AVERAGES DOWNSTREAM.
      * 2026-10-15 RLC  EACH DISCIPLINE NOW CARRIES UP TO THREE
      *                 PREREQUISITE CODES (DTR/DIS-PRE-REQUISITO,
      *                 ZERO WHEN UNUSED), CHECKED BY THE CRITICAINSC
      *                 ENROLLMENT EDIT AGAINST THE STUDENT'S HISTMST
      *                 HISTORY. A PREREQUISITE MUST BE A LOWER CODE
      *                 ALREADY ACCEPTED EARLIER IN THE SAME LOAD, SO
      *                 AN UNKNOWN, SELF OR CIRCULAR PREREQUISITE IS
      *                 REJECTED (PRE-REQUISITO INVALIDO). THE CURRENT
      *                 CATALOG MUST BE RELOADED ONCE IN THE NEW
      *                 LAYOUT BEFORE THE CONSUMING PROGRAMS RUN.
      *-----------------------------------------------------------------
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
           05  DTR-CODIGO        PIC 9(04).
           05  DTR-NOME          PIC X(15).
           05  DTR-CARGA-HORARIA PIC 9(03).
           05  DTR-PRE-REQUISITOS.
               10  DTR-PRE-REQUISITO PIC 9(04) OCCURS 3 TIMES.

       FD  DISCIPLINA-FILE.
       01  REG-DISCIPLINA.
           05  DIS-CODIGO        PIC 9(04).
           05  DIS-NOME          PIC X(15).
           05  DIS-CARGA-HORARIA PIC 9(03).
           05  DIS-PRE-REQUISITOS.
               10  DIS-PRE-REQUISITO PIC 9(04) OCCURS 3 TIMES.

       FD  DISCIPLINA-REL.
       01  REG-DREL              PIC X(80).
           05  WRK-NOME-ITEM OCCURS 50 TIMES
                             INDEXED BY WRK-IDX-NOME.
               10  WRK-NOME-DISCIPLINA PIC X(15).
               10  WRK-CODIGO-DISCIPLINA PIC 9(04).
       01  WRK-IDX-PRE     PIC 9(01) COMP VALUE ZEROS.
       01  WRK-PRE-ACHADO  PIC X(01) VALUE "N".
           88  PRE-ACHADO            VALUE "S".
       01  WRK-NOME-DUPLICADO PIC X(01) VALUE "N".
           88  NOME-DUPLICADO           VALUE "S".
       01  WRK-TABELA-CHEIA PIC X(01) VALUE "N".
               MOVE "N" TO WRK-REG-VALIDO
           END-IF.

           IF REG-VALIDO
               PERFORM 0320-VERIFICAR-PRE-REQUISITO
                   VARYING WRK-IDX-PRE FROM 1 BY 1
                   UNTIL WRK-IDX-PRE GREATER 3
                      OR NOT REG-VALIDO
           END-IF.

           PERFORM 0330-REPORTAR-REGISTRO.
           IF REG-VALIDO
               MOVE DTR-CODIGO TO WRK-CODIGO-ANTERIOR
                   SET WRK-IDX-NOME TO WRK-QTD-NOMES
                   MOVE DTR-NOME
                       TO WRK-NOME-DISCIPLINA (WRK-IDX-NOME)
                   MOVE DTR-CODIGO
                       TO WRK-CODIGO-DISCIPLINA (WRK-IDX-NOME)
               ELSE
                   MOVE "S" TO WRK-TABELA-CHEIA
               END-IF
           END-IF.

       0310-FIM. EXIT.
      *----------------------------------VERIFICAR-PRE-REQUISITO
       0320-VERIFICAR-PRE-REQUISITO SECTION.

           MOVE "S" TO WRK-PRE-ACHADO.
           IF DTR-PRE-REQUISITO (WRK-IDX-PRE) IS NOT NUMERIC
               MOVE "N" TO WRK-PRE-ACHADO
           ELSE
               IF DTR-PRE-REQUISITO (WRK-IDX-PRE) NOT EQUAL ZEROS
                   MOVE "N" TO WRK-PRE-ACHADO
                   IF DTR-PRE-REQUISITO (WRK-IDX-PRE) LESS DTR-CODIGO
                       SET WRK-IDX-NOME TO 1
                       SEARCH WRK-NOME-ITEM
                           AT END
                               CONTINUE
                           WHEN WRK-IDX-NOME GREATER WRK-QTD-NOMES
                               CONTINUE
                           WHEN WRK-CODIGO-DISCIPLINA (WRK-IDX-NOME)
                                 EQUAL DTR-PRE-REQUISITO (WRK-IDX-PRE)
                               MOVE "S" TO WRK-PRE-ACHADO
                       END-SEARCH
                   END-IF
               END-IF
           END-IF.

           IF NOT PRE-ACHADO
               MOVE "PRE-REQUISITO INVALIDO" TO WRK-MOTIVO
               MOVE "N" TO WRK-REG-VALIDO
           END-IF.

       0320-FIM. EXIT.
      *----------------------------------REPORTAR-REGISTRO
       0330-REPORTAR-REGISTRO SECTION.

           MOVE DTR-CODIGO        TO DIS-CODIGO.
           MOVE DTR-NOME          TO DIS-NOME.
           MOVE DTR-CARGA-HORARIA TO DIS-CARGA-HORARIA.
           MOVE DTR-PRE-REQUISITOS TO DIS-PRE-REQUISITOS.
           WRITE REG-DISCIPLINA.
           ADD 1 TO WRK-QTD-GRAVADOS.
           PERFORM 0250-LER-TRANSACAO.
