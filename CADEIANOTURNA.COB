       IDENTIFICATION        DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. CADEIANOTURNA.
       AUTHOR. SEU-NOME.
       DATE-WRITTEN. 2026-10-15.
      * MODIFICATION HISTORY
      * 2026-10-15 RLC  INITIAL VERSION: NIGHTLY CHAIN DRIVER. READS
      *                 THE STEP TABLE (CLIEPASS: PROGRAM, HIGHEST
      *                 ACCEPTABLE RETURN CODE AND A MONTH-END-ONLY
      *                 FLAG) AND CALLS THE STEPS IN THE ORDER GIVEN,
      *                 NORMALLY MANUTCLIENTES, MOVIMENTOS, CLIENTES,
      *                 CONCILIA, PENDENCIAS, RESUMOLOG, JUROSMENSAL
      *                 (MONTH-END ONLY) AND AVANCADATA. A MONTH-END
      *                 STEP RUNS ONLY ON THE LAST BUSINESS DAY OF THE
      *                 MONTH (SAME RULE AS JUROSMENSAL) AND IS
      *                 OTHERWISE PASSED OVER. THE CHAIN STOPS AT THE
      *                 FIRST STEP WHOSE RETURN CODE EXCEEDS ITS LIMIT.
      *                 THE CLIECCTL CONTROL RECORD KEEPS THE LAST
      *                 COMPLETED DATA DE MOVIMENTO AND, FOR A CHAIN
      *                 IN PROGRESS, HOW MANY STEPS COMPLETED AND THE
      *                 STEP BEING RUN, REWRITTEN AROUND EVERY STEP. A
      *                 RERUN FOR THE SAME DATE RESUMES AT THE STEP
      *                 THAT FAILED, SO MOVIMENTOS IS NEVER POSTED
      *                 TWICE AND AVANCADATA NEVER SKIPS A DAY. A DATE
      *                 NOT LATER THAN THE LAST COMPLETED ONE IS
      *                 REFUSED WITH RETURN-CODE 8. A MISSING CLIEDAT,
      *                 AN EMPTY OR INVALID STEP TABLE, A TABLE THAT NO
      *                 LONGER MATCHES THE STEP TO BE RESUMED, OR AN
      *                 UNFINISHED CHAIN OF ANOTHER DATE END WITH
      *                 RETURN-CODE 12 AND NOTHING RUN. A STOPPED
      *                 CHAIN ENDS WITH RETURN-CODE 8; A COMPLETED
      *                 CHAIN WITH SOME STEP ABOVE ZERO BUT WITHIN ITS
      *                 LIMIT ENDS WITH RETURN-CODE 4.
      * 2026-10-15 RLC  THE RETURN CODE IS SET AGAIN AFTER THE CLOSING
      *                 CALL TO REGISTRAEXEC, WHICH LEFT IT AT ZERO, SO
      *                 THE CALLER SEES THE RETURN CODE THE RUN ENDED
      *                 WITH.
      *-----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT     IS COMMA.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
           SELECT CLIENTES-PASS  ASSIGN TO "CLIEPASS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-PASS.
           SELECT CLIENTES-CCTL  ASSIGN TO "CLIECCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-CCTL.
           SELECT CLIENTES-DAT   ASSIGN TO "CLIEDAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-DAT.

       DATA                  DIVISION.
       FILE                  SECTION.
       FD  CLIENTES-PASS.
       01  REG-PASS.
           05  PAS-PROGRAMA      PICTURE X(16).
           05  PAS-RC-MAXIMO     PICTURE 9(02).
           05  PAS-FIM-MES       PICTURE X(01).

       FD  CLIENTES-CCTL.
       01  REG-CCTL.
           05  CCT-DATA-CONCLUIDA PICTURE 9(08).
           05  CCT-DATA-ANDAMENTO PICTURE 9(08).
           05  CCT-PASSOS-CONCLUIDOS PICTURE 9(02).
           05  CCT-PROGRAMA-PASSO PICTURE X(16).
           05  CCT-RETORNO-PASSO PICTURE 9(02).

       FD  CLIENTES-DAT.
       01  REG-DAT.
           05  DAT-DATA-MOVIMENTO PICTURE 9(08).

       WORKING-STORAGE       SECTION.
       01  WRK-STATUS-PASS   PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-CCTL   PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-DAT    PICTURE X(02)   VALUE SPACES.
       01  WRK-FIM-PASS      PICTURE X(01)   VALUE "N".
           88  FIM-PASS                      VALUE "S".
       01  WRK-ERRO-PARM     PICTURE X(01)   VALUE "N".
           88  ERRO-PARM                     VALUE "S".
       01  WRK-RECUSADA      PICTURE X(01)   VALUE "N".
           88  RECUSADA                      VALUE "S".
       01  WRK-INTERROMPIDA  PICTURE X(01)   VALUE "N".
           88  INTERROMPIDA                  VALUE "S".
       01  WRK-CCTL-VAZIO    PICTURE X(01)   VALUE "N".
           88  CCTL-VAZIO                    VALUE "S".
       01  WRK-FIM-MES-APURADO PICTURE X(01) VALUE "N".
           88  FIM-MES-APURADO               VALUE "S".
       01  WRK-E-FIM-MES     PICTURE X(01)   VALUE "N".
           88  E-FIM-MES                     VALUE "S".
       01  WRK-DATA-MOVIMENTO PICTURE 9(08)  VALUE ZEROS.
       01  WRK-DATA-MOV-R    REDEFINES WRK-DATA-MOVIMENTO.
           05  WRK-MOV-COMPETENCIA PICTURE 9(06).
           05  FILLER            PICTURE 9(02).
       01  WRK-DATA-SEGUINTE PICTURE 9(08)   VALUE ZEROS.
       01  WRK-DATA-SEG-R    REDEFINES WRK-DATA-SEGUINTE.
           05  WRK-SEG-COMPETENCIA PICTURE 9(06).
           05  FILLER            PICTURE 9(02).
       01  WRK-QTD-UM-DIA    PICTURE 9(02)   VALUE 1.
       01  WRK-DIA-SEMANA    PICTURE X(10)   VALUE SPACES.
       01  WRK-DIA-UTIL      PICTURE X(01)   VALUE "S".
           88  DIA-UTIL                      VALUE "S".
      *    TABELA DE PASSOS DA CADEIA (CLIEPASS)
       01  WRK-QTD-PASSOS    PICTURE 9(02)   COMP VALUE ZEROS.
       01  WRK-MAX-PASSOS    PICTURE 9(02)   COMP VALUE 20.
       01  WRK-TAB-PASSOS.
           05  WRK-PASSO-ITEM    OCCURS 20 TIMES.
               10  WRK-PASSO-PROGRAMA PICTURE X(16).
               10  WRK-PASSO-RC-MAXIMO PICTURE 9(02).
               10  WRK-PASSO-FIM-MES PICTURE X(01).
                   88  PASSO-FIM-MES             VALUE "S".
       01  WRK-IDX-PASSO     PICTURE 9(02)   COMP VALUE ZEROS.
       01  WRK-PASSO-INICIAL PICTURE 9(02)   COMP VALUE 1.
       01  WRK-PASSO-ED      PICTURE Z9.
       01  WRK-PROGRAMA-ATUAL PICTURE X(16)  VALUE SPACES.
       01  WRK-RETORNO-PASSO PICTURE 9(02)   VALUE ZEROS.
      *    SITUACAO DA CADEIA (CLIECCTL)
       01  WRK-CONTROLE.
           05  WRK-CCT-DATA-CONCLUIDA PICTURE 9(08) VALUE ZEROS.
           05  WRK-CCT-DATA-ANDAMENTO PICTURE 9(08) VALUE ZEROS.
           05  WRK-CCT-PASSOS-CONCLUIDOS PICTURE 9(02) VALUE ZEROS.
           05  WRK-CCT-PROGRAMA-PASSO PICTURE X(16) VALUE SPACES.
           05  WRK-CCT-RETORNO-PASSO PICTURE 9(02) VALUE ZEROS.
       01  WRK-QTD-EXECUTADOS PICTURE 9(06)  COMP VALUE ZEROS.
       01  WRK-QTD-IGNORADOS PICTURE 9(06)   COMP VALUE ZEROS.
       01  WRK-QTD-AVISOS    PICTURE 9(06)   COMP VALUE ZEROS.
       01  WRK-JRN-PROGRAMA  PICTURE X(16)   VALUE "CADEIANOTURNA".
       01  WRK-JRN-TIPO      PICTURE X(01)   VALUE "I".
       01  WRK-JRN-DATA      PICTURE 9(08)   VALUE ZEROS.
       01  WRK-JRN-LIDOS     PICTURE 9(06)   VALUE ZEROS.
       01  WRK-JRN-GRAVADOS  PICTURE 9(06)   VALUE ZEROS.
       01  WRK-JRN-REJEITADOS PICTURE 9(06)  VALUE ZEROS.
       01  WRK-JRN-RETORNO   PICTURE 9(02)   VALUE ZEROS.

       PROCEDURE             DIVISION.

       0100-PRINCIPAL         SECTION.
           PERFORM 0200-INICIAR.
           IF NOT ERRO-PARM AND NOT RECUSADA
               PERFORM 0300-EXECUTAR-PASSO
                   VARYING WRK-IDX-PASSO FROM WRK-PASSO-INICIAL BY 1
                   UNTIL WRK-IDX-PASSO GREATER WRK-QTD-PASSOS
                      OR INTERROMPIDA
               PERFORM 0400-FINALIZAR
           END-IF.

           EVALUATE TRUE
               WHEN ERRO-PARM
                   MOVE 12 TO RETURN-CODE
               WHEN RECUSADA OR INTERROMPIDA
                   MOVE 8  TO RETURN-CODE
               WHEN WRK-QTD-AVISOS GREATER ZERO
                   MOVE 4  TO RETURN-CODE
               WHEN OTHER
                   MOVE 0  TO RETURN-CODE
           END-EVALUATE.

           MOVE "F" TO WRK-JRN-TIPO.
           MOVE WRK-QTD-PASSOS     TO WRK-JRN-LIDOS.
           MOVE WRK-QTD-EXECUTADOS TO WRK-JRN-GRAVADOS.
           IF INTERROMPIDA
               MOVE 1 TO WRK-JRN-REJEITADOS
           END-IF.
           MOVE RETURN-CODE        TO WRK-JRN-RETORNO.
           PERFORM 0500-REGISTRAR-EXECUCAO.
           MOVE WRK-JRN-RETORNO TO RETURN-CODE.
           STOP  RUN.
       0100-FIM. EXIT.
      *----------------------------------INICIAR
       0200-INICIAR           SECTION.

           PERFORM 0205-LER-DATA-MOVIMENTO.
           MOVE WRK-DATA-MOVIMENTO TO WRK-JRN-DATA.
           PERFORM 0500-REGISTRAR-EXECUCAO.
           IF NOT ERRO-PARM
               PERFORM 0210-CARREGAR-PASSOS
           END-IF.
           IF NOT ERRO-PARM
               PERFORM 0220-VERIFICAR-CONTROLE
           END-IF.

       0200-FIM. EXIT.
      *----------------------------------LER-DATA-MOVIMENTO
       0205-LER-DATA-MOVIMENTO SECTION.

           OPEN INPUT CLIENTES-DAT.
           IF WRK-STATUS-DAT EQUAL "00"
               READ CLIENTES-DAT
                   AT END
                       MOVE "S" TO WRK-ERRO-PARM
                   NOT AT END
                       IF DAT-DATA-MOVIMENTO IS NUMERIC AND
                          DAT-DATA-MOVIMENTO GREATER ZEROS
                           MOVE DAT-DATA-MOVIMENTO
                                               TO WRK-DATA-MOVIMENTO
                       ELSE
                           MOVE "S" TO WRK-ERRO-PARM
                       END-IF
               END-READ
               CLOSE CLIENTES-DAT
           ELSE
               MOVE "S" TO WRK-ERRO-PARM
           END-IF.

           IF ERRO-PARM
               DISPLAY "ARQUIVO DE DATA DE MOVIMENTO (CLIEDAT) "
                       "AUSENTE OU INVALIDO. CADEIA NAO INICIADA."
           END-IF.

       0205-FIM. EXIT.
      *----------------------------------CARREGAR-PASSOS
       0210-CARREGAR-PASSOS   SECTION.

           OPEN INPUT CLIENTES-PASS.
           IF WRK-STATUS-PASS EQUAL "00"
               PERFORM 0215-LER-PASSO
               PERFORM 0217-GUARDAR-PASSO
                   UNTIL FIM-PASS OR ERRO-PARM
               CLOSE CLIENTES-PASS
           END-IF.

           IF WRK-QTD-PASSOS EQUAL ZERO
               MOVE "S" TO WRK-ERRO-PARM
           END-IF.

           IF ERRO-PARM
               DISPLAY "TABELA DE PASSOS DA CADEIA (CLIEPASS) "
                       "AUSENTE OU INVALIDA. CADEIA NAO INICIADA."
           END-IF.

       0210-FIM. EXIT.
      *----------------------------------LER-PASSO
       0215-LER-PASSO         SECTION.

           READ CLIENTES-PASS
               AT END
                   MOVE "S" TO WRK-FIM-PASS
           END-READ.

       0215-FIM. EXIT.
      *----------------------------------GUARDAR-PASSO
       0217-GUARDAR-PASSO     SECTION.

           IF PAS-PROGRAMA EQUAL SPACES OR
              PAS-RC-MAXIMO IS NOT NUMERIC OR
              (PAS-FIM-MES NOT EQUAL "S" AND
               PAS-FIM-MES NOT EQUAL "N") OR
              WRK-QTD-PASSOS NOT LESS WRK-MAX-PASSOS
               MOVE "S" TO WRK-ERRO-PARM
           ELSE
               ADD 1 TO WRK-QTD-PASSOS
               MOVE PAS-PROGRAMA  TO
                               WRK-PASSO-PROGRAMA (WRK-QTD-PASSOS)
               MOVE PAS-RC-MAXIMO TO
                               WRK-PASSO-RC-MAXIMO (WRK-QTD-PASSOS)
               MOVE PAS-FIM-MES   TO
                               WRK-PASSO-FIM-MES (WRK-QTD-PASSOS)
               PERFORM 0215-LER-PASSO
           END-IF.

       0217-FIM. EXIT.
      *----------------------------------VERIFICAR-CONTROLE
       0220-VERIFICAR-CONTROLE SECTION.

           OPEN INPUT CLIENTES-CCTL.
           IF WRK-STATUS-CCTL EQUAL "00"
               READ CLIENTES-CCTL
                   NOT AT END
                       MOVE REG-CCTL TO WRK-CONTROLE
               END-READ
               CLOSE CLIENTES-CCTL
           END-IF.

           EVALUATE TRUE
               WHEN WRK-DATA-MOVIMENTO NOT GREATER
                                           WRK-CCT-DATA-CONCLUIDA
                   MOVE "S" TO WRK-RECUSADA
                   DISPLAY "CADEIA DA DATA " WRK-DATA-MOVIMENTO
                           " JA CONCLUIDA (ULTIMA CONCLUIDA: "
                           WRK-CCT-DATA-CONCLUIDA
                           ") - EXECUCAO RECUSADA."
               WHEN WRK-CCT-DATA-ANDAMENTO EQUAL WRK-DATA-MOVIMENTO
                   PERFORM 0225-PREPARAR-REINICIO
               WHEN WRK-CCT-DATA-ANDAMENTO NOT EQUAL ZEROS
                   MOVE "S" TO WRK-ERRO-PARM
                   DISPLAY "CADEIA DA DATA " WRK-CCT-DATA-ANDAMENTO
                           " NAO CONCLUIDA (PASSO "
                           WRK-CCT-PROGRAMA-PASSO
                           ") E CLIEDAT EM " WRK-DATA-MOVIMENTO
                           " - CADEIA NAO INICIADA."
               WHEN OTHER
                   MOVE WRK-DATA-MOVIMENTO TO WRK-CCT-DATA-ANDAMENTO
                   MOVE ZEROS              TO WRK-CCT-PASSOS-CONCLUIDOS
                                              WRK-CCT-RETORNO-PASSO
                   MOVE SPACES             TO WRK-CCT-PROGRAMA-PASSO
                   MOVE 1                  TO WRK-PASSO-INICIAL
                   DISPLAY "CADEIA DA DATA " WRK-DATA-MOVIMENTO
                           " INICIADA."
           END-EVALUATE.

       0220-FIM. EXIT.
      *----------------------------------PREPARAR-REINICIO
       0225-PREPARAR-REINICIO SECTION.

           COMPUTE WRK-PASSO-INICIAL = WRK-CCT-PASSOS-CONCLUIDOS + 1.
           MOVE WRK-PASSO-INICIAL TO WRK-PASSO-ED.

           IF WRK-PASSO-INICIAL NOT GREATER WRK-QTD-PASSOS AND
              WRK-CCT-PROGRAMA-PASSO NOT EQUAL SPACES AND
              WRK-CCT-PROGRAMA-PASSO NOT EQUAL
                          WRK-PASSO-PROGRAMA (WRK-PASSO-INICIAL)
               MOVE "S" TO WRK-ERRO-PARM
               DISPLAY "TABELA DE PASSOS ALTERADA: PASSO "
                       WRK-PASSO-ED " ERA " WRK-CCT-PROGRAMA-PASSO
                       " - REINICIO NAO EXECUTADO."
           ELSE
               DISPLAY "CADEIA DA DATA " WRK-DATA-MOVIMENTO
                       " REINICIADA NO PASSO " WRK-PASSO-ED
                       " (" WRK-CCT-PROGRAMA-PASSO ")."
           END-IF.

       0225-FIM. EXIT.
      *----------------------------------EXECUTAR-PASSO
       0300-EXECUTAR-PASSO    SECTION.

           MOVE WRK-PASSO-PROGRAMA (WRK-IDX-PASSO)
                                     TO WRK-PROGRAMA-ATUAL.
           MOVE WRK-IDX-PASSO        TO WRK-PASSO-ED.
           MOVE ZEROS                TO WRK-RETORNO-PASSO.

           IF PASSO-FIM-MES (WRK-IDX-PASSO) AND NOT FIM-MES-APURADO
               PERFORM 0310-APURAR-FIM-MES
           END-IF.

           EVALUATE TRUE
               WHEN PASSO-FIM-MES (WRK-IDX-PASSO) AND ERRO-PARM
                   MOVE 12 TO WRK-RETORNO-PASSO
                   PERFORM 0330-INTERROMPER-CADEIA
               WHEN PASSO-FIM-MES (WRK-IDX-PASSO) AND NOT E-FIM-MES
                   ADD 1 TO WRK-QTD-IGNORADOS
                   DISPLAY "PASSO " WRK-PASSO-ED " "
                           WRK-PROGRAMA-ATUAL
                           " IGNORADO - NAO E FIM DE MES."
                   PERFORM 0340-CONCLUIR-PASSO
               WHEN OTHER
                   PERFORM 0320-CHAMAR-PROGRAMA
           END-EVALUATE.

       0300-FIM. EXIT.
      *----------------------------------APURAR-FIM-MES
       0310-APURAR-FIM-MES    SECTION.

           MOVE "S" TO WRK-FIM-MES-APURADO.
           MOVE "N" TO WRK-E-FIM-MES.
           CALL "DIADASEMANA" USING WRK-DATA-MOVIMENTO WRK-DIA-SEMANA
                                     WRK-DIA-UTIL.
           IF DIA-UTIL
               CALL "SOMADIASUTEIS" USING WRK-DATA-MOVIMENTO
                                           WRK-QTD-UM-DIA
                                           WRK-DATA-SEGUINTE
               EVALUATE TRUE
                   WHEN WRK-DATA-SEGUINTE EQUAL ZEROS
                       DISPLAY "CALENDARIO DE FERIADOS SEM COBERTURA"
                               " - CADEIA INTERROMPIDA."
                       MOVE "S" TO WRK-ERRO-PARM
                   WHEN WRK-SEG-COMPETENCIA NOT EQUAL
                                            WRK-MOV-COMPETENCIA
                       MOVE "S" TO WRK-E-FIM-MES
               END-EVALUATE
           END-IF.

       0310-FIM. EXIT.
      *----------------------------------CHAMAR-PROGRAMA
       0320-CHAMAR-PROGRAMA   SECTION.

           MOVE WRK-PROGRAMA-ATUAL TO WRK-CCT-PROGRAMA-PASSO.
           MOVE ZEROS              TO WRK-CCT-RETORNO-PASSO.
           PERFORM 0450-GRAVAR-CONTROLE.

           DISPLAY "PASSO " WRK-PASSO-ED " " WRK-PROGRAMA-ATUAL
                   " INICIADO.".
           CALL WRK-PROGRAMA-ATUAL
               ON EXCEPTION
                   DISPLAY "PROGRAMA " WRK-PROGRAMA-ATUAL
                           " NAO ENCONTRADO."
                   MOVE 99 TO WRK-RETORNO-PASSO
               NOT ON EXCEPTION
                   MOVE RETURN-CODE TO WRK-RETORNO-PASSO
                   CANCEL WRK-PROGRAMA-ATUAL
           END-CALL.
           MOVE ZEROS TO RETURN-CODE.
           ADD 1 TO WRK-QTD-EXECUTADOS.

           IF WRK-RETORNO-PASSO GREATER
                           WRK-PASSO-RC-MAXIMO (WRK-IDX-PASSO)
               PERFORM 0330-INTERROMPER-CADEIA
           ELSE
               IF WRK-RETORNO-PASSO GREATER ZERO
                   ADD 1 TO WRK-QTD-AVISOS
               END-IF
               DISPLAY "PASSO " WRK-PASSO-ED " " WRK-PROGRAMA-ATUAL
                       " CONCLUIDO - RC " WRK-RETORNO-PASSO "."
               PERFORM 0340-CONCLUIR-PASSO
           END-IF.

       0320-FIM. EXIT.
      *----------------------------------INTERROMPER-CADEIA
       0330-INTERROMPER-CADEIA SECTION.

           MOVE "S" TO WRK-INTERROMPIDA.
           MOVE WRK-PROGRAMA-ATUAL TO WRK-CCT-PROGRAMA-PASSO.
           MOVE WRK-RETORNO-PASSO  TO WRK-CCT-RETORNO-PASSO.
           PERFORM 0450-GRAVAR-CONTROLE.

           DISPLAY "PASSO " WRK-PASSO-ED " " WRK-PROGRAMA-ATUAL
                   " TERMINOU COM RC " WRK-RETORNO-PASSO
                   " (LIMITE "
                   WRK-PASSO-RC-MAXIMO (WRK-IDX-PASSO)
                   ") - CADEIA INTERROMPIDA.".

       0330-FIM. EXIT.
      *----------------------------------CONCLUIR-PASSO
       0340-CONCLUIR-PASSO    SECTION.

           MOVE WRK-IDX-PASSO TO WRK-CCT-PASSOS-CONCLUIDOS.
           MOVE SPACES        TO WRK-CCT-PROGRAMA-PASSO.
           MOVE ZEROS         TO WRK-CCT-RETORNO-PASSO.
           PERFORM 0450-GRAVAR-CONTROLE.

       0340-FIM. EXIT.
      *----------------------------------FINALIZAR
       0400-FINALIZAR         SECTION.

           IF INTERROMPIDA
               DISPLAY "CORRIGIR A CAUSA E REEXECUTAR: A CADEIA "
                       "REINICIA NO PASSO " WRK-PASSO-ED " ("
                       WRK-PROGRAMA-ATUAL ")."
           ELSE
               MOVE WRK-DATA-MOVIMENTO TO WRK-CCT-DATA-CONCLUIDA
               MOVE ZEROS              TO WRK-CCT-DATA-ANDAMENTO
                                          WRK-CCT-PASSOS-CONCLUIDOS
                                          WRK-CCT-RETORNO-PASSO
               MOVE SPACES             TO WRK-CCT-PROGRAMA-PASSO
               PERFORM 0450-GRAVAR-CONTROLE
               DISPLAY "CADEIA DA DATA " WRK-DATA-MOVIMENTO
                       " CONCLUIDA."
           END-IF.

       0400-FIM. EXIT.
      *----------------------------------GRAVAR-CONTROLE
       0450-GRAVAR-CONTROLE   SECTION.

           MOVE "N" TO WRK-CCTL-VAZIO.
           OPEN I-O CLIENTES-CCTL.
           IF WRK-STATUS-CCTL EQUAL "00"
               READ CLIENTES-CCTL
                   AT END
                       MOVE "S" TO WRK-CCTL-VAZIO
                   NOT AT END
                       REWRITE REG-CCTL FROM WRK-CONTROLE
               END-READ
               CLOSE CLIENTES-CCTL
           ELSE
               MOVE "S" TO WRK-CCTL-VAZIO
           END-IF.

           IF CCTL-VAZIO
               OPEN OUTPUT CLIENTES-CCTL
               WRITE REG-CCTL FROM WRK-CONTROLE
               CLOSE CLIENTES-CCTL
           END-IF.

       0450-FIM. EXIT.
      *----------------------------------REGISTRAR-EXECUCAO
       0500-REGISTRAR-EXECUCAO SECTION.

           CALL "REGISTRAEXEC" USING WRK-JRN-PROGRAMA WRK-JRN-TIPO
                                      WRK-JRN-DATA WRK-JRN-LIDOS
                                      WRK-JRN-GRAVADOS
                                      WRK-JRN-REJEITADOS
                                      WRK-JRN-RETORNO.

       0500-FIM. EXIT.
