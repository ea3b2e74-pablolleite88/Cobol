       IDENTIFICATION      DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. CRITICAINSC.
       AUTHOR. SEU-NOME.
       DATE-WRITTEN. 2026-10-15.
      * MODIFICATION HISTORY
      * 2026-10-15 RLC  INITIAL VERSION: PER-TERM DISCIPLINE
      *                 ENROLLMENT EDIT. READS THE ENROLLMENT PEDIDOS
      *                 (INSCTRN: MATRICULA, TERMO, DISCIPLINA) SORTED
      *                 BY MATRICULA AND TERMO AND MATCHES THEM
      *                 AGAINST THE STUDENT'S HISTMST HISTORY. A
      *                 PEDIDO IS ACCEPTED ONLY WHEN THE STUDENT IS
      *                 REGISTERED AND ACTIVE ON ALUNREG, THE
      *                 DISCIPLINE IS IN THE DISCMST CATALOG, IT WAS
      *                 NOT ALREADY PASSED (APROVADO IN ANY TERM),
      *                 EVERY PREREQUISITE RECORDED ON THE CATALOG WAS
      *                 PASSED, THE STUDENT IS NOT ALREADY ENROLLED IN
      *                 IT FOR THAT TERM, AND THE TERM'S TOTAL CARGA
      *                 HORARIA (ENROLLMENTS ALREADY ON FILE PLUS THIS
      *                 ONE) STAYS WITHIN THE MAXIMUM READ FROM
      *                 INSCPRM. ACCEPTED PEDIDOS ARE ADDED TO THE
      *                 INSCMST ENROLLMENT FILE (INDEXED ON MATRICULA,
      *                 TERMO AND DISCIPLINA), WHICH CRITICAALUNOS AND
      *                 CRITICAFREQ CONSULT; REJECTED ONES GO TO THE
      *                 INSCCRIT CRITIQUE FILE WITH A REASON AND END
      *                 THE RUN WITH RETURN-CODE 4. A MISSING MAXIMUM
      *                 CANCELS THE RUN WITH RETURN-CODE 16.
      *-----------------------------------------------------------------
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT       IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT INSCRICAO-TRN  ASSIGN TO "INSCTRN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT INSCRICAO-ORD  ASSIGN TO "INSCORD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ORDENACAO      ASSIGN TO "SORTWK".
           SELECT HISTORICO-FILE ASSIGN TO "HISTMST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT HISTORICO-ORD  ASSIGN TO "HISTIORD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ORDENACAO-HIST ASSIGN TO "SORTWK2".
           SELECT OPTIONAL INSCRICAO-FILE ASSIGN TO "INSCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS INS-CHAVE.
           SELECT INSCRICAO-CRIT ASSIGN TO "INSCCRIT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT INSCRICAO-PRM  ASSIGN TO "INSCPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PRM.
           SELECT ALUNOS-REG     ASSIGN TO "ALUNREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE   IS RANDOM
               RECORD KEY    IS MAT-MATRICULA.
           SELECT OPTIONAL DISCIPLINA-FILE ASSIGN TO "DISCMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DISC.

       DATA                DIVISION.
       FILE                SECTION.
       FD  INSCRICAO-TRN.
       01  REG-ITRN.
           05  INT-MATRICULA     PIC 9(06).
           05  INT-TERMO         PIC X(06).
           05  INT-DISCIPLINA    PIC X(15).

       SD  ORDENACAO.
       01  REG-SRT.
           05  SRT-MATRICULA     PIC 9(06).
           05  SRT-TERMO         PIC X(06).
           05  SRT-DISCIPLINA    PIC X(15).

       FD  INSCRICAO-ORD.
       01  REG-IORD.
           05  INO-MATRICULA     PIC 9(06).
           05  INO-TERMO         PIC X(06).
           05  INO-DISCIPLINA    PIC X(15).

       FD  HISTORICO-FILE.
       01  REG-HIST.
           05  HIS-MATRICULA     PIC 9(06).
           05  HIS-TERMO         PIC X(06).
           05  HIS-DISCIPLINA    PIC X(15).
           05  HIS-MEDIA         PIC 9(03)V99.
           05  HIS-STATUS        PIC X(11).
           05  HIS-FREQUENCIA    PIC 9(03)V99.

       SD  ORDENACAO-HIST.
       01  REG-SRTH.
           05  SRTH-MATRICULA    PIC 9(06).
           05  SRTH-TERMO        PIC X(06).
           05  SRTH-DISCIPLINA   PIC X(15).
           05  SRTH-MEDIA        PIC 9(03)V99.
           05  SRTH-STATUS       PIC X(11).
           05  SRTH-FREQUENCIA   PIC 9(03)V99.

       FD  HISTORICO-ORD.
       01  REG-HORD.
           05  ORD-MATRICULA     PIC 9(06).
           05  ORD-TERMO         PIC X(06).
           05  ORD-DISCIPLINA    PIC X(15).
           05  ORD-MEDIA         PIC 9(03)V99.
           05  ORD-STATUS        PIC X(11).
           05  ORD-FREQUENCIA    PIC 9(03)V99.

       FD  INSCRICAO-FILE.
       01  REG-INSCRICAO.
           05  INS-CHAVE.
               10  INS-MATRICULA PIC 9(06).
               10  INS-TERMO     PIC X(06).
               10  INS-DISCIPLINA PIC X(15).

       FD  INSCRICAO-CRIT.
       01  REG-ICRIT.
           05  ICR-MATRICULA     PIC 9(06).
           05  FILLER            PIC X(02).
           05  ICR-TERMO         PIC X(06).
           05  FILLER            PIC X(02).
           05  ICR-DISCIPLINA    PIC X(15).
           05  FILLER            PIC X(02).
           05  ICR-MOTIVO        PIC X(22).
           05  FILLER            PIC X(01).

       FD  INSCRICAO-PRM.
       01  REG-PRM.
           05  IPR-CARGA-MAXIMA  PIC 9(03).

       FD  ALUNOS-REG.
       01  REG-MATRICULADO.
           05  MAT-MATRICULA     PIC 9(06).
           05  MAT-NOME          PIC X(30).
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

       WORKING-STORAGE     SECTION.
       01  WRK-FIM-ORD     PIC X(01) VALUE "N".
           88  FIM-ORD               VALUE "S".
       01  WRK-FIM-HIST    PIC X(01) VALUE "N".
           88  FIM-HIST              VALUE "S".
       01  WRK-FIM-INSC    PIC X(01) VALUE "N".
           88  FIM-INSC              VALUE "S".
       01  WRK-STATUS-PRM  PIC X(02) VALUE SPACES.
       01  WRK-ERRO-PARM   PIC X(01) VALUE "N".
           88  ERRO-PARM             VALUE "S".
       01  WRK-CARGA-MAXIMA PIC 9(03) VALUE ZEROS.
       01  WRK-REG-VALIDO  PIC X(01) VALUE "S".
           88  REG-VALIDO            VALUE "S".
       01  WRK-MOTIVO      PIC X(22) VALUE SPACES.
       01  WRK-MATRICULA-ANT PIC 9(06) VALUE ZEROS.
       01  WRK-PERIODO-ANT.
           05  WRK-PER-MATRICULA PIC 9(06) VALUE ZEROS.
           05  WRK-PER-TERMO     PIC X(06) VALUE SPACES.
       01  WRK-CARGA-PERIODO PIC 9(04) COMP VALUE ZEROS.
       01  WRK-ALUNO-EXISTE PIC X(01) VALUE "N".
           88  ALUNO-EXISTE          VALUE "S".
       01  WRK-INSCRICAO-EXISTE PIC X(01) VALUE "N".
           88  INSCRICAO-EXISTE      VALUE "S".
       01  WRK-STATUS-DISC PIC X(02) VALUE SPACES.
       01  WRK-FIM-DISC    PIC X(01) VALUE "N".
           88  FIM-DISC              VALUE "S".
       01  WRK-QTD-DISC    PIC 9(02) COMP VALUE ZEROS.
       01  WRK-TAB-DISC.
           05  WRK-DSC-ITEM OCCURS 50 TIMES
                            INDEXED BY WRK-IDX-DSC.
               10  WRK-DSC-CODIGO   PIC 9(04).
               10  WRK-DSC-NOME     PIC X(15).
               10  WRK-DSC-CARGA    PIC 9(03).
               10  WRK-DSC-PRE-REQUISITOS.
                   15  WRK-DSC-PRE-REQUISITO PIC 9(04)
                                     OCCURS 3 TIMES.
               10  WRK-DSC-APROVADA PIC X(01).
                   88  DSC-APROVADA           VALUE "S".
       01  WRK-DISC-ACHADA PIC X(01) VALUE "N".
           88  DISC-ACHADA           VALUE "S".
       01  WRK-POS-PEDIDA  PIC 9(02) COMP VALUE ZEROS.
       01  WRK-IDX-PRE     PIC 9(01) COMP VALUE ZEROS.
       01  WRK-CODIGO-PRE  PIC 9(04) VALUE ZEROS.
       01  WRK-QTD-LIDOS   PIC 9(06) COMP VALUE ZEROS.
       01  WRK-QTD-ACEITOS PIC 9(06) COMP VALUE ZEROS.
       01  WRK-QTD-INVALIDOS PIC 9(06) COMP VALUE ZEROS.
       01  WRK-QTD-ED      PIC ZZZ.ZZ9.

       PROCEDURE           DIVISION.

       0100-PRINCIPAL       SECTION.
           PERFORM 0200-INICIAR.
           IF NOT ERRO-PARM
               PERFORM 0300-PROCESSAR UNTIL FIM-ORD
               PERFORM 0400-FINALIZAR
           END-IF.

           EVALUATE TRUE
               WHEN ERRO-PARM
                   MOVE 16 TO RETURN-CODE
               WHEN WRK-QTD-INVALIDOS GREATER ZERO
                   MOVE 4  TO RETURN-CODE
               WHEN OTHER
                   MOVE 0  TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.
       0100-FIM. EXIT.
      *----------------------------------INICIAR
       0200-INICIAR         SECTION.

           PERFORM 0205-LER-PARAMETRO.
           IF NOT ERRO-PARM
               PERFORM 0210-CARREGAR-CATALOGO
               SORT ORDENACAO
                   ON ASCENDING KEY SRT-MATRICULA SRT-TERMO
                                    SRT-DISCIPLINA
                   USING INSCRICAO-TRN
                   GIVING INSCRICAO-ORD
               SORT ORDENACAO-HIST
                   ON ASCENDING KEY SRTH-MATRICULA SRTH-DISCIPLINA
                   USING HISTORICO-FILE
                   GIVING HISTORICO-ORD
               OPEN INPUT  INSCRICAO-ORD
                           HISTORICO-ORD
                           ALUNOS-REG
               OPEN I-O    INSCRICAO-FILE
               OPEN OUTPUT INSCRICAO-CRIT
               PERFORM 0390-LIMPAR-DISCIPLINA
                   VARYING WRK-IDX-DSC FROM 1 BY 1
                   UNTIL WRK-IDX-DSC GREATER WRK-QTD-DISC
               PERFORM 0255-LER-HISTORICO
               PERFORM 0250-LER-PEDIDO
           END-IF.

       0200-FIM. EXIT.
      *----------------------------------LER-PARAMETRO
       0205-LER-PARAMETRO   SECTION.

           OPEN INPUT INSCRICAO-PRM.
           IF WRK-STATUS-PRM EQUAL "00"
               READ INSCRICAO-PRM
                   AT END
                       MOVE "S" TO WRK-ERRO-PARM
                   NOT AT END
                       IF IPR-CARGA-MAXIMA IS NUMERIC AND
                          IPR-CARGA-MAXIMA GREATER ZEROS
                           MOVE IPR-CARGA-MAXIMA
                                       TO WRK-CARGA-MAXIMA
                       ELSE
                           MOVE "S" TO WRK-ERRO-PARM
                       END-IF
               END-READ
               CLOSE INSCRICAO-PRM
           ELSE
               MOVE "S" TO WRK-ERRO-PARM
           END-IF.

           IF ERRO-PARM
               DISPLAY "PARAMETRO DE CARGA MAXIMA (INSCPRM) "
                       "AUSENTE OU INVALIDO. EXECUCAO CANCELADA."
           END-IF.

       0205-FIM. EXIT.
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
                       "OU VAZIO - TODA DISCIPLINA SERA REJEITADA."
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
               MOVE DIS-NOME   TO WRK-DSC-NOME   (WRK-IDX-DSC)
               MOVE DIS-CARGA-HORARIA
                   TO WRK-DSC-CARGA (WRK-IDX-DSC)
               MOVE DIS-PRE-REQUISITOS
                   TO WRK-DSC-PRE-REQUISITOS (WRK-IDX-DSC)
           END-IF.
           PERFORM 0220-LER-DISCIPLINA.

       0230-FIM. EXIT.
      *----------------------------------LER-PEDIDO
       0250-LER-PEDIDO      SECTION.

           READ INSCRICAO-ORD
               AT END
                   MOVE "S" TO WRK-FIM-ORD
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
           END-READ.

       0250-FIM. EXIT.
      *----------------------------------LER-HISTORICO
       0255-LER-HISTORICO   SECTION.

           READ HISTORICO-ORD
               AT END
                   MOVE "S" TO WRK-FIM-HIST
           END-READ.

       0255-FIM. EXIT.
      *----------------------------------PROCESSAR
       0300-PROCESSAR       SECTION.

           MOVE "S"    TO WRK-REG-VALIDO.
           MOVE SPACES TO WRK-MOTIVO.

           IF INO-MATRICULA IS NOT NUMERIC
               MOVE "MATRICULA INVALIDA" TO WRK-MOTIVO
               MOVE "N" TO WRK-REG-VALIDO
           END-IF.

           IF REG-VALIDO AND
              INO-MATRICULA NOT EQUAL WRK-MATRICULA-ANT
               PERFORM 0310-CARREGAR-HISTORICO
               MOVE INO-MATRICULA TO WRK-MATRICULA-ANT
           END-IF.

           IF REG-VALIDO
               PERFORM 0320-VERIFICAR-MATRICULA
           END-IF.

           IF REG-VALIDO AND INO-TERMO EQUAL SPACES
               MOVE "PERIODO INVALIDO" TO WRK-MOTIVO
               MOVE "N" TO WRK-REG-VALIDO
           END-IF.

           IF REG-VALIDO
               PERFORM 0325-VERIFICAR-DISCIPLINA
           END-IF.

           IF REG-VALIDO AND DSC-APROVADA (WRK-POS-PEDIDA)
               MOVE "DISCIPLINA JA APROVADA" TO WRK-MOTIVO
               MOVE "N" TO WRK-REG-VALIDO
           END-IF.

           IF REG-VALIDO
               PERFORM 0330-VERIFICAR-PRE-REQUISITO
                   VARYING WRK-IDX-PRE FROM 1 BY 1
                   UNTIL WRK-IDX-PRE GREATER 3
                      OR NOT REG-VALIDO
           END-IF.

           IF REG-VALIDO
               PERFORM 0335-VERIFICAR-INSCRICAO
           END-IF.

           IF REG-VALIDO
               IF INO-MATRICULA NOT EQUAL WRK-PER-MATRICULA OR
                  INO-TERMO NOT EQUAL WRK-PER-TERMO
                   PERFORM 0340-SOMAR-CARGA-PERIODO
               END-IF
               IF WRK-CARGA-PERIODO + WRK-DSC-CARGA (WRK-POS-PEDIDA)
                                       GREATER WRK-CARGA-MAXIMA
                   MOVE "EXCEDE CARGA MAXIMA" TO WRK-MOTIVO
                   MOVE "N" TO WRK-REG-VALIDO
               END-IF
           END-IF.

           IF REG-VALIDO
               PERFORM 0360-GRAVAR-INSCRICAO
           ELSE
               PERFORM 0370-GRAVAR-CRITICA
           END-IF.

           PERFORM 0250-LER-PEDIDO.

       0300-FIM. EXIT.
      *----------------------------------CARREGAR-HISTORICO
       0310-CARREGAR-HISTORICO SECTION.

           PERFORM 0390-LIMPAR-DISCIPLINA
               VARYING WRK-IDX-DSC FROM 1 BY 1
               UNTIL WRK-IDX-DSC GREATER WRK-QTD-DISC.
           PERFORM 0315-LER-HISTORICO-ALUNO
               UNTIL FIM-HIST
                  OR ORD-MATRICULA GREATER INO-MATRICULA.

       0310-FIM. EXIT.
      *----------------------------------LER-HISTORICO-ALUNO
       0315-LER-HISTORICO-ALUNO SECTION.

           IF ORD-MATRICULA EQUAL INO-MATRICULA AND
              ORD-STATUS EQUAL "APROVADO"
               PERFORM 0317-BUSCAR-NOME-HISTORICO
               IF DISC-ACHADA
                   MOVE "S" TO WRK-DSC-APROVADA (WRK-IDX-DSC)
               END-IF
           END-IF.
           PERFORM 0255-LER-HISTORICO.

       0315-FIM. EXIT.
      *----------------------------------BUSCAR-NOME-HISTORICO
       0317-BUSCAR-NOME-HISTORICO SECTION.

           MOVE "N" TO WRK-DISC-ACHADA.
           IF WRK-QTD-DISC GREATER ZERO
               SET WRK-IDX-DSC TO 1
               SEARCH WRK-DSC-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-IDX-DSC GREATER WRK-QTD-DISC
                       CONTINUE
                   WHEN WRK-DSC-NOME (WRK-IDX-DSC)
                                       EQUAL ORD-DISCIPLINA
                       MOVE "S" TO WRK-DISC-ACHADA
               END-SEARCH
           END-IF.

       0317-FIM. EXIT.
      *----------------------------------VERIFICAR-MATRICULA
       0320-VERIFICAR-MATRICULA SECTION.

           MOVE INO-MATRICULA TO MAT-MATRICULA.
           READ ALUNOS-REG
               INVALID KEY
                   MOVE "N" TO WRK-ALUNO-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WRK-ALUNO-EXISTE
           END-READ.

           IF NOT ALUNO-EXISTE
               MOVE "MATRICULA SEM CADASTRO" TO WRK-MOTIVO
               MOVE "N" TO WRK-REG-VALIDO
           ELSE
               IF NOT MAT-ATIVO
                   MOVE "MATRICULA NAO ATIVA" TO WRK-MOTIVO
                   MOVE "N" TO WRK-REG-VALIDO
               END-IF
           END-IF.

       0320-FIM. EXIT.
      *----------------------------------VERIFICAR-DISCIPLINA
       0325-VERIFICAR-DISCIPLINA SECTION.

           MOVE "N" TO WRK-DISC-ACHADA.
           IF WRK-QTD-DISC GREATER ZERO
               SET WRK-IDX-DSC TO 1
               SEARCH WRK-DSC-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-IDX-DSC GREATER WRK-QTD-DISC
                       CONTINUE
                   WHEN WRK-DSC-NOME (WRK-IDX-DSC)
                                       EQUAL INO-DISCIPLINA
                       MOVE "S" TO WRK-DISC-ACHADA
               END-SEARCH
           END-IF.

           IF DISC-ACHADA
               SET WRK-POS-PEDIDA TO WRK-IDX-DSC
           ELSE
               MOVE "DISCIPLINA INVALIDA" TO WRK-MOTIVO
               MOVE "N" TO WRK-REG-VALIDO
           END-IF.

       0325-FIM. EXIT.
      *----------------------------------VERIFICAR-PRE-REQUISITO
       0330-VERIFICAR-PRE-REQUISITO SECTION.

           MOVE WRK-DSC-PRE-REQUISITO (WRK-POS-PEDIDA WRK-IDX-PRE)
                                       TO WRK-CODIGO-PRE.
           IF WRK-CODIGO-PRE NOT EQUAL ZEROS
               MOVE "N" TO WRK-DISC-ACHADA
               SET WRK-IDX-DSC TO 1
               SEARCH WRK-DSC-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-IDX-DSC GREATER WRK-QTD-DISC
                       CONTINUE
                   WHEN WRK-DSC-CODIGO (WRK-IDX-DSC)
                                       EQUAL WRK-CODIGO-PRE
                       MOVE "S" TO WRK-DISC-ACHADA
               END-SEARCH
               IF NOT DISC-ACHADA
                   MOVE "PRE-REQUISITO PENDENTE" TO WRK-MOTIVO
                   MOVE "N" TO WRK-REG-VALIDO
               ELSE
                   IF NOT DSC-APROVADA (WRK-IDX-DSC)
                       MOVE "PRE-REQUISITO PENDENTE" TO WRK-MOTIVO
                       MOVE "N" TO WRK-REG-VALIDO
                   END-IF
               END-IF
           END-IF.

       0330-FIM. EXIT.
      *----------------------------------VERIFICAR-INSCRICAO
       0335-VERIFICAR-INSCRICAO SECTION.

           MOVE INO-MATRICULA  TO INS-MATRICULA.
           MOVE INO-TERMO      TO INS-TERMO.
           MOVE INO-DISCIPLINA TO INS-DISCIPLINA.
           READ INSCRICAO-FILE
               INVALID KEY
                   MOVE "N" TO WRK-INSCRICAO-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WRK-INSCRICAO-EXISTE
           END-READ.

           IF INSCRICAO-EXISTE
               MOVE "JA INSCRITO NO PERIODO" TO WRK-MOTIVO
               MOVE "N" TO WRK-REG-VALIDO
           END-IF.

       0335-FIM. EXIT.
      *----------------------------------SOMAR-CARGA-PERIODO
       0340-SOMAR-CARGA-PERIODO SECTION.

           MOVE ZEROS          TO WRK-CARGA-PERIODO.
           MOVE INO-MATRICULA  TO WRK-PER-MATRICULA
                                  INS-MATRICULA.
           MOVE INO-TERMO      TO WRK-PER-TERMO
                                  INS-TERMO.
           MOVE LOW-VALUES     TO INS-DISCIPLINA.
           MOVE "N"            TO WRK-FIM-INSC.
           START INSCRICAO-FILE KEY IS NOT LESS THAN INS-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-INSC
           END-START.
           PERFORM 0345-SOMAR-INSCRICAO
               UNTIL FIM-INSC.

       0340-FIM. EXIT.
      *----------------------------------SOMAR-INSCRICAO
       0345-SOMAR-INSCRICAO SECTION.

           READ INSCRICAO-FILE NEXT
               AT END
                   MOVE "S" TO WRK-FIM-INSC
               NOT AT END
                   IF INS-MATRICULA NOT EQUAL WRK-PER-MATRICULA OR
                      INS-TERMO NOT EQUAL WRK-PER-TERMO
                       MOVE "S" TO WRK-FIM-INSC
                   ELSE
                       PERFORM 0347-SOMAR-CARGA
                   END-IF
           END-READ.

       0345-FIM. EXIT.
      *----------------------------------SOMAR-CARGA
       0347-SOMAR-CARGA     SECTION.

           MOVE "N" TO WRK-DISC-ACHADA.
           IF WRK-QTD-DISC GREATER ZERO
               SET WRK-IDX-DSC TO 1
               SEARCH WRK-DSC-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-IDX-DSC GREATER WRK-QTD-DISC
                       CONTINUE
                   WHEN WRK-DSC-NOME (WRK-IDX-DSC)
                                       EQUAL INS-DISCIPLINA
                       MOVE "S" TO WRK-DISC-ACHADA
               END-SEARCH
           END-IF.
           IF DISC-ACHADA
               ADD WRK-DSC-CARGA (WRK-IDX-DSC) TO WRK-CARGA-PERIODO
           END-IF.

       0347-FIM. EXIT.
      *----------------------------------GRAVAR-INSCRICAO
       0360-GRAVAR-INSCRICAO SECTION.

           MOVE INO-MATRICULA  TO INS-MATRICULA.
           MOVE INO-TERMO      TO INS-TERMO.
           MOVE INO-DISCIPLINA TO INS-DISCIPLINA.
           WRITE REG-INSCRICAO.
           ADD WRK-DSC-CARGA (WRK-POS-PEDIDA) TO WRK-CARGA-PERIODO.
           ADD 1 TO WRK-QTD-ACEITOS.

       0360-FIM. EXIT.
      *----------------------------------GRAVAR-CRITICA
       0370-GRAVAR-CRITICA  SECTION.

           MOVE SPACES         TO REG-ICRIT.
           MOVE INO-MATRICULA  TO ICR-MATRICULA.
           MOVE INO-TERMO      TO ICR-TERMO.
           MOVE INO-DISCIPLINA TO ICR-DISCIPLINA.
           MOVE WRK-MOTIVO     TO ICR-MOTIVO.
           WRITE REG-ICRIT.
           ADD 1 TO WRK-QTD-INVALIDOS.

       0370-FIM. EXIT.
      *----------------------------------LIMPAR-DISCIPLINA
       0390-LIMPAR-DISCIPLINA SECTION.

           MOVE "N" TO WRK-DSC-APROVADA (WRK-IDX-DSC).

       0390-FIM. EXIT.
      *----------------------------------FINALIZAR
       0400-FINALIZAR       SECTION.

           CLOSE INSCRICAO-ORD
                 HISTORICO-ORD
                 ALUNOS-REG
                 INSCRICAO-FILE
                 INSCRICAO-CRIT.

           MOVE WRK-QTD-LIDOS     TO WRK-QTD-ED.
           DISPLAY "PEDIDOS LIDOS ........: " WRK-QTD-ED.
           MOVE WRK-QTD-ACEITOS   TO WRK-QTD-ED.
           DISPLAY "INSCRICOES ACEITAS ...: " WRK-QTD-ED.
           MOVE WRK-QTD-INVALIDOS TO WRK-QTD-ED.
           DISPLAY "PEDIDOS CRITICADOS ...: " WRK-QTD-ED.

       0400-FIM. EXIT.
