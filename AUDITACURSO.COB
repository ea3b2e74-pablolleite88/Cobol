       IDENTIFICATION      DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. AUDITACURSO.
       AUTHOR. SEU-NOME.
       DATE-WRITTEN. 2026-10-15.
      * MODIFICATION HISTORY
      * 2026-10-15 RLC  INITIAL VERSION: CONCLUSION-OF-COURSE AUDIT,
      *                 REPLACING THE SECRETARIAT'S HAND CHECK OF
      *                 HISTALUNO PRINTOUTS. THE HISTMST HISTORY IS
      *                 SORTED BY MATRICULA AND DISCIPLINA AND EACH
      *                 STUDENT IS RUN AGAINST THE CURRICULUM OF THE
      *                 CURSO CARRIED ON THE ALUNREG REGISTRY
      *                 (CURRMST, LOADED BY MANUTCURRICULO). A
      *                 DISCIPLINE TAKEN MORE THAN ONCE COUNTS ONCE,
      *                 WITH ITS BEST RESULT: APROVADO IN ANY TERM
      *                 COMPLETES IT, AT THE HIGHEST MEDIA. THE
      *                 AUDIREL REPORT LISTS EVERY REQUIRED DISCIPLINE
      *                 AS CONCLUIDA, PENDENTE OR NAO CURSADA, THEN
      *                 THE OPTATIVAS PASSED OUTSIDE THE CURRICULUM,
      *                 AND THE CARGA HORARIA COMPLETED (DISCMST
      *                 CATALOG, EVERY PASSED DISCIPLINE) AGAINST THE
      *                 CURSO MINIMUM. A STUDENT WITH NO REQUIRED
      *                 DISCIPLINE PENDING AND THE MINIMUM MET IS
      *                 FLAGGED APTO A COLAR GRAU AND ALSO LISTED ON
      *                 THE SEPARATE APTOREL LIST USED TO ISSUE THE
      *                 DIPLOMAS. A STUDENT WITHOUT A REGISTRY ENTRY
      *                 OR WITHOUT A CURSO IN THE CURRICULUM ENDS THE
      *                 RUN WITH RETURN-CODE 4; A MISSING CURRICULUM
      *                 OR CATALOG CANCELS IT WITH RETURN-CODE 16.
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
           SELECT HISTORICO-FILE ASSIGN TO "HISTMST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT HISTORICO-ORD  ASSIGN TO "HISTCORD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ORDENACAO      ASSIGN TO "SORTWK".
           SELECT AUDITORIA-REL  ASSIGN TO "AUDIREL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT APTOS-REL      ASSIGN TO "APTOREL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ALUNOS-REG     ASSIGN TO "ALUNREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE   IS RANDOM
               RECORD KEY    IS MAT-MATRICULA.
           SELECT OPTIONAL DISCIPLINA-FILE ASSIGN TO "DISCMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DISC.
           SELECT OPTIONAL CURRICULO-FILE ASSIGN TO "CURRMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CURR.

       DATA                DIVISION.
       FILE                SECTION.
       FD  HISTORICO-FILE.
       01  REG-HIST.
           05  HIS-MATRICULA     PIC 9(06).
           05  HIS-TERMO         PIC X(06).
           05  HIS-DISCIPLINA    PIC X(15).
           05  HIS-MEDIA         PIC 9(03)V99.
           05  HIS-STATUS        PIC X(11).
           05  HIS-FREQUENCIA    PIC 9(03)V99.

       SD  ORDENACAO.
       01  REG-SRT.
           05  SRT-MATRICULA     PIC 9(06).
           05  SRT-TERMO         PIC X(06).
           05  SRT-DISCIPLINA    PIC X(15).
           05  SRT-MEDIA         PIC 9(03)V99.
           05  SRT-STATUS        PIC X(11).
           05  SRT-FREQUENCIA    PIC 9(03)V99.

       FD  HISTORICO-ORD.
       01  REG-ORD.
           05  ORD-MATRICULA     PIC 9(06).
           05  ORD-TERMO         PIC X(06).
           05  ORD-DISCIPLINA    PIC X(15).
           05  ORD-MEDIA         PIC 9(03)V99.
           05  ORD-STATUS        PIC X(11).
           05  ORD-FREQUENCIA    PIC 9(03)V99.

       FD  AUDITORIA-REL.
       01  REG-AREL              PIC X(80).

       FD  APTOS-REL.
       01  REG-APTO              PIC X(80).

       FD  ALUNOS-REG.
       01  REG-MATRICULADO.
           05  MAT-MATRICULA     PIC 9(06).
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

       FD  CURRICULO-FILE.
       01  REG-CURRICULO.
           05  CUR-CURSO         PIC X(04).
           05  CUR-NOME          PIC X(30).
           05  CUR-CARGA-MINIMA  PIC 9(04).
           05  CUR-QTD-OBRIG     PIC 9(02).
           05  CUR-OBRIGATORIA   OCCURS 30 TIMES.
               10  CUR-OBR-CODIGO PIC 9(04).

       WORKING-STORAGE     SECTION.
       01  WRK-FIM-ORD     PIC X(01) VALUE "N".
           88  FIM-ORD               VALUE "S".
       01  WRK-STATUS-DISC PIC X(02) VALUE SPACES.
       01  WRK-STATUS-CURR PIC X(02) VALUE SPACES.
       01  WRK-ERRO-PARM   PIC X(01) VALUE "N".
           88  ERRO-PARM             VALUE "S".
       01  WRK-FIM-DISC    PIC X(01) VALUE "N".
           88  FIM-DISC              VALUE "S".
       01  WRK-FIM-CURR    PIC X(01) VALUE "N".
           88  FIM-CURR              VALUE "S".
       01  WRK-QTD-DISC    PIC 9(02) COMP VALUE ZEROS.
       01  WRK-TAB-DISC.
           05  WRK-DSC-ITEM OCCURS 50 TIMES
                            INDEXED BY WRK-IDX-DSC.
               10  WRK-DSC-CODIGO   PIC 9(04).
               10  WRK-DSC-NOME     PIC X(15).
               10  WRK-DSC-CARGA    PIC 9(03).
               10  WRK-DSC-CURSOU   PIC X(01).
                   88  DSC-CURSOU             VALUE "S".
               10  WRK-DSC-APROVADA PIC X(01).
                   88  DSC-APROVADA           VALUE "S".
               10  WRK-DSC-OBRIGATORIA PIC X(01).
                   88  DSC-OBRIGATORIA        VALUE "S".
               10  WRK-DSC-TERMO    PIC X(06).
               10  WRK-DSC-MEDIA    PIC 9(03)V99.
       01  WRK-DISC-ACHADA PIC X(01) VALUE "N".
           88  DISC-ACHADA           VALUE "S".
       01  WRK-QTD-CURSOS  PIC 9(02) COMP VALUE ZEROS.
       01  WRK-TAB-CURSOS.
           05  WRK-CUR-ITEM OCCURS 20 TIMES
                            INDEXED BY WRK-IDX-CUR.
               10  WRK-CUR-CURSO    PIC X(04).
               10  WRK-CUR-NOME     PIC X(30).
               10  WRK-CUR-CARGA-MINIMA PIC 9(04).
               10  WRK-CUR-QTD-OBRIG PIC 9(02).
               10  WRK-CUR-OBR-CODIGO PIC 9(04) OCCURS 30 TIMES.
       01  WRK-CURSO-ACHADO PIC X(01) VALUE "N".
           88  CURSO-ACHADO          VALUE "S".
       01  WRK-IDX-OBR     PIC 9(02) COMP VALUE ZEROS.
       01  WRK-PRIMEIRO    PIC X(01) VALUE "S".
           88  PRIMEIRO-REG          VALUE "S".
       01  WRK-MATRICULA-ANT PIC 9(06) VALUE ZEROS.
       01  WRK-ALUNO-EXISTE PIC X(01) VALUE "N".
           88  ALUNO-EXISTE          VALUE "S".
       01  WRK-NOME-ALUNO  PIC X(30) VALUE SPACES.
       01  WRK-CURSO-ALUNO PIC X(04) VALUE SPACES.
       01  WRK-CARGA-CUMPRIDA PIC 9(04) COMP VALUE ZEROS.
       01  WRK-QTD-PENDENTES PIC 9(02) COMP VALUE ZEROS.
       01  WRK-QTD-FORA-CATALOGO PIC 9(02) COMP VALUE ZEROS.
       01  WRK-QTD-ALUNOS  PIC 9(06) COMP VALUE ZEROS.
       01  WRK-QTD-APTOS   PIC 9(06) COMP VALUE ZEROS.
       01  WRK-QTD-SEM-CADASTRO PIC 9(06) COMP VALUE ZEROS.
       01  WRK-QTD-SEM-CURSO PIC 9(06) COMP VALUE ZEROS.
       01  WRK-QTD-ED      PIC ZZZ.ZZ9.
       01  WRK-LINHA-CAB1.
           05  FILLER    PIC X(35)
               VALUE "AUDITORIA DE CONCLUSAO DE CURSO".
           05  FILLER    PIC X(45)  VALUE SPACES.
       01  WRK-LINHA-CAB2.
           05  FILLER    PIC X(08)  VALUE "  COD.".
           05  FILLER    PIC X(17)  VALUE "DISCIPLINA".
           05  FILLER    PIC X(13)  VALUE "TIPO".
           05  FILLER    PIC X(05)  VALUE "CH.".
           05  FILLER    PIC X(08)  VALUE "PERIODO".
           05  FILLER    PIC X(07)  VALUE "MEDIA".
           05  FILLER    PIC X(22)  VALUE "SITUACAO".
       01  WRK-LINHA-ALUNO.
           05  FILLER        PIC X(07) VALUE "ALUNO: ".
           05  ALN-MATRICULA PIC 9(06).
           05  FILLER        PIC X(01) VALUE SPACES.
           05  ALN-NOME      PIC X(30).
           05  FILLER        PIC X(08) VALUE " CURSO: ".
           05  ALN-CURSO     PIC X(04).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  ALN-NOME-CURSO PIC X(22).
       01  WRK-LINHA-DET.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  DET-CODIGO    PIC 9(04).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  DET-DISCIPLINA PIC X(15).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  DET-TIPO      PIC X(11).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  DET-CARGA     PIC ZZ9.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  DET-TERMO     PIC X(06).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  DET-MEDIA     PIC Z9,99 BLANK WHEN ZERO.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  DET-SITUACAO  PIC X(11).
           05  FILLER        PIC X(11) VALUE SPACES.
       01  WRK-LINHA-FORA.
           05  FILLER        PIC X(30)
               VALUE "  REGISTROS FORA DO CATALOGO: ".
           05  FOR-QTD       PIC Z9.
           05  FILLER        PIC X(48) VALUE SPACES.
       01  WRK-LINHA-CARGA.
           05  FILLER        PIC X(26)
               VALUE "  CARGA HORARIA CUMPRIDA: ".
           05  CRG-CUMPRIDA  PIC ZZZ9.
           05  FILLER        PIC X(04) VALUE " DE ".
           05  CRG-MINIMA    PIC ZZZ9.
           05  FILLER        PIC X(27)
               VALUE "   OBRIGATORIAS PENDENTES: ".
           05  CRG-PENDENTES PIC Z9.
           05  FILLER        PIC X(13) VALUE SPACES.
       01  WRK-LINHA-RESULTADO.
           05  FILLER        PIC X(13) VALUE "  RESULTADO: ".
           05  RES-RESULTADO PIC X(20).
           05  FILLER        PIC X(47) VALUE SPACES.
       01  WRK-LINHA-APT-CAB1.
           05  FILLER    PIC X(41)
               VALUE "RELACAO DE ALUNOS APTOS A COLACAO DE GRAU".
           05  FILLER    PIC X(39)  VALUE SPACES.
       01  WRK-LINHA-APT-CAB2.
           05  FILLER    PIC X(08)  VALUE "MATRIC.".
           05  FILLER    PIC X(32)  VALUE "NOME".
           05  FILLER    PIC X(30)  VALUE "CURSO".
           05  FILLER    PIC X(10)  VALUE "CARGA".
       01  WRK-LINHA-APT.
           05  APT-MATRICULA PIC 9(06).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  APT-NOME      PIC X(30).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  APT-CURSO     PIC X(04).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  APT-NOME-CURSO PIC X(22).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  APT-CARGA     PIC ZZZ9.
           05  FILLER        PIC X(06) VALUE SPACES.
       01  WRK-LINHA-TOT.
           05  TOT-TITULO    PIC X(30).
           05  TOT-QTD       PIC ZZZ.ZZ9.
           05  FILLER        PIC X(43) VALUE SPACES.

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
               WHEN WRK-QTD-SEM-CADASTRO GREATER ZERO OR
                    WRK-QTD-SEM-CURSO GREATER ZERO
                   MOVE 4  TO RETURN-CODE
               WHEN OTHER
                   MOVE 0  TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.
       0100-FIM. EXIT.
      *----------------------------------INICIAR
       0200-INICIAR         SECTION.

           PERFORM 0210-CARREGAR-CATALOGO.
           PERFORM 0230-CARREGAR-CURRICULO.
           IF NOT ERRO-PARM
               PERFORM 0395-LIMPAR-DISCIPLINA
                   VARYING WRK-IDX-DSC FROM 1 BY 1
                   UNTIL WRK-IDX-DSC GREATER WRK-QTD-DISC
               SORT ORDENACAO
                   ON ASCENDING KEY SRT-MATRICULA SRT-DISCIPLINA
                                    SRT-TERMO
                   USING HISTORICO-FILE
                   GIVING HISTORICO-ORD
               OPEN INPUT  HISTORICO-ORD
                           ALUNOS-REG
               OPEN OUTPUT AUDITORIA-REL
                           APTOS-REL

               WRITE REG-AREL FROM WRK-LINHA-CAB1
               WRITE REG-AREL FROM WRK-LINHA-CAB2
               MOVE SPACES TO REG-AREL
               WRITE REG-AREL
               WRITE REG-APTO FROM WRK-LINHA-APT-CAB1
               WRITE REG-APTO FROM WRK-LINHA-APT-CAB2
               MOVE SPACES TO REG-APTO
               WRITE REG-APTO

               PERFORM 0250-LER-HISTORICO
           END-IF.

       0200-FIM. EXIT.
      *----------------------------------CARREGAR-CATALOGO
       0210-CARREGAR-CATALOGO SECTION.

           OPEN INPUT DISCIPLINA-FILE.
           IF WRK-STATUS-DISC EQUAL "00"
               PERFORM 0215-LER-DISCIPLINA
               PERFORM 0220-GUARDAR-DISCIPLINA UNTIL FIM-DISC
               CLOSE DISCIPLINA-FILE
           END-IF.
           IF WRK-QTD-DISC EQUAL ZEROS
               MOVE "S" TO WRK-ERRO-PARM
               DISPLAY "CATALOGO DE DISCIPLINAS (DISCMST) "
                       "AUSENTE OU VAZIO. EXECUCAO CANCELADA."
           END-IF.

       0210-FIM. EXIT.
      *----------------------------------LER-DISCIPLINA
       0215-LER-DISCIPLINA  SECTION.

           READ DISCIPLINA-FILE
               AT END
                   MOVE "S" TO WRK-FIM-DISC
           END-READ.

       0215-FIM. EXIT.
      *----------------------------------GUARDAR-DISCIPLINA
       0220-GUARDAR-DISCIPLINA SECTION.

           IF WRK-QTD-DISC LESS 50
               ADD 1 TO WRK-QTD-DISC
               SET WRK-IDX-DSC TO WRK-QTD-DISC
               MOVE DIS-CODIGO TO WRK-DSC-CODIGO (WRK-IDX-DSC)
               MOVE DIS-NOME   TO WRK-DSC-NOME   (WRK-IDX-DSC)
               MOVE DIS-CARGA-HORARIA
                   TO WRK-DSC-CARGA (WRK-IDX-DSC)
           END-IF.
           PERFORM 0215-LER-DISCIPLINA.

       0220-FIM. EXIT.
      *----------------------------------CARREGAR-CURRICULO
       0230-CARREGAR-CURRICULO SECTION.

           OPEN INPUT CURRICULO-FILE.
           IF WRK-STATUS-CURR EQUAL "00"
               PERFORM 0235-LER-CURSO
               PERFORM 0240-GUARDAR-CURSO UNTIL FIM-CURR
               CLOSE CURRICULO-FILE
           END-IF.
           IF WRK-QTD-CURSOS EQUAL ZEROS
               MOVE "S" TO WRK-ERRO-PARM
               DISPLAY "CURRICULO DOS CURSOS (CURRMST) "
                       "AUSENTE OU VAZIO. EXECUCAO CANCELADA."
           END-IF.

       0230-FIM. EXIT.
      *----------------------------------LER-CURSO
       0235-LER-CURSO       SECTION.

           READ CURRICULO-FILE
               AT END
                   MOVE "S" TO WRK-FIM-CURR
           END-READ.

       0235-FIM. EXIT.
      *----------------------------------GUARDAR-CURSO
       0240-GUARDAR-CURSO   SECTION.

           IF WRK-QTD-CURSOS LESS 20
               ADD 1 TO WRK-QTD-CURSOS
               SET WRK-IDX-CUR TO WRK-QTD-CURSOS
               MOVE REG-CURRICULO TO WRK-CUR-ITEM (WRK-IDX-CUR)
           END-IF.
           PERFORM 0235-LER-CURSO.

       0240-FIM. EXIT.
      *----------------------------------LER-HISTORICO
       0250-LER-HISTORICO   SECTION.

           READ HISTORICO-ORD
               AT END
                   MOVE "S" TO WRK-FIM-ORD
           END-READ.

       0250-FIM. EXIT.
      *----------------------------------PROCESSAR
       0300-PROCESSAR       SECTION.

           IF PRIMEIRO-REG
               MOVE "N" TO WRK-PRIMEIRO
               MOVE ORD-MATRICULA TO WRK-MATRICULA-ANT
           END-IF.

           IF ORD-MATRICULA NOT EQUAL WRK-MATRICULA-ANT
               PERFORM 0350-FECHAR-ALUNO
               MOVE ORD-MATRICULA TO WRK-MATRICULA-ANT
           END-IF.

           PERFORM 0310-REGISTRAR-RESULTADO.
           PERFORM 0250-LER-HISTORICO.

       0300-FIM. EXIT.
      *----------------------------------REGISTRAR-RESULTADO
       0310-REGISTRAR-RESULTADO SECTION.

           MOVE "N" TO WRK-DISC-ACHADA.
           SET WRK-IDX-DSC TO 1.
           SEARCH WRK-DSC-ITEM
               AT END
                   CONTINUE
               WHEN WRK-IDX-DSC GREATER WRK-QTD-DISC
                   CONTINUE
               WHEN WRK-DSC-NOME (WRK-IDX-DSC) EQUAL ORD-DISCIPLINA
                   MOVE "S" TO WRK-DISC-ACHADA
           END-SEARCH.

           IF NOT DISC-ACHADA
               ADD 1 TO WRK-QTD-FORA-CATALOGO
           ELSE
               IF ORD-STATUS EQUAL "APROVADO"
                   IF NOT DSC-APROVADA (WRK-IDX-DSC) OR
                      ORD-MEDIA GREATER WRK-DSC-MEDIA (WRK-IDX-DSC)
                       MOVE "S"       TO WRK-DSC-APROVADA
                                                     (WRK-IDX-DSC)
                       MOVE ORD-TERMO TO WRK-DSC-TERMO (WRK-IDX-DSC)
                       MOVE ORD-MEDIA TO WRK-DSC-MEDIA (WRK-IDX-DSC)
                   END-IF
               ELSE
                   IF NOT DSC-APROVADA (WRK-IDX-DSC) AND
                      (NOT DSC-CURSOU (WRK-IDX-DSC) OR
                       ORD-MEDIA GREATER WRK-DSC-MEDIA (WRK-IDX-DSC))
                       MOVE ORD-TERMO TO WRK-DSC-TERMO (WRK-IDX-DSC)
                       MOVE ORD-MEDIA TO WRK-DSC-MEDIA (WRK-IDX-DSC)
                   END-IF
               END-IF
               MOVE "S" TO WRK-DSC-CURSOU (WRK-IDX-DSC)
           END-IF.

       0310-FIM. EXIT.
      *----------------------------------FECHAR-ALUNO
       0350-FECHAR-ALUNO    SECTION.

           ADD 1 TO WRK-QTD-ALUNOS.
           PERFORM 0355-BUSCAR-REGISTRO.
           PERFORM 0360-LOCALIZAR-CURSO.

           MOVE WRK-MATRICULA-ANT TO ALN-MATRICULA.
           MOVE WRK-NOME-ALUNO    TO ALN-NOME.
           MOVE WRK-CURSO-ALUNO   TO ALN-CURSO.
           IF CURSO-ACHADO
               MOVE WRK-CUR-NOME (WRK-IDX-CUR) TO ALN-NOME-CURSO
           ELSE
               MOVE SPACES TO ALN-NOME-CURSO
           END-IF.
           WRITE REG-AREL FROM WRK-LINHA-ALUNO.

           IF CURSO-ACHADO
               PERFORM 0370-AUDITAR-CURSO
           ELSE
               IF ALUNO-EXISTE
                   ADD 1 TO WRK-QTD-SEM-CURSO
               END-IF
               MOVE "  CURSO NAO DEFINIDO NO CURRICULO (CURRMST)"
                                       TO REG-AREL
               WRITE REG-AREL
           END-IF.
           MOVE SPACES TO REG-AREL.
           WRITE REG-AREL.

           PERFORM 0395-LIMPAR-DISCIPLINA
               VARYING WRK-IDX-DSC FROM 1 BY 1
               UNTIL WRK-IDX-DSC GREATER WRK-QTD-DISC.
           MOVE ZEROS TO WRK-QTD-FORA-CATALOGO.

       0350-FIM. EXIT.
      *----------------------------------BUSCAR-REGISTRO
       0355-BUSCAR-REGISTRO SECTION.

           MOVE WRK-MATRICULA-ANT TO MAT-MATRICULA.
           READ ALUNOS-REG
               INVALID KEY
                   MOVE "N" TO WRK-ALUNO-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WRK-ALUNO-EXISTE
           END-READ.
           IF ALUNO-EXISTE
               MOVE MAT-NOME  TO WRK-NOME-ALUNO
               MOVE MAT-CURSO TO WRK-CURSO-ALUNO
           ELSE
               MOVE "SEM CADASTRO" TO WRK-NOME-ALUNO
               MOVE SPACES         TO WRK-CURSO-ALUNO
               ADD 1 TO WRK-QTD-SEM-CADASTRO
           END-IF.

       0355-FIM. EXIT.
      *----------------------------------LOCALIZAR-CURSO
       0360-LOCALIZAR-CURSO SECTION.

           MOVE "N" TO WRK-CURSO-ACHADO.
           IF WRK-CURSO-ALUNO NOT EQUAL SPACES
               SET WRK-IDX-CUR TO 1
               SEARCH WRK-CUR-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-IDX-CUR GREATER WRK-QTD-CURSOS
                       CONTINUE
                   WHEN WRK-CUR-CURSO (WRK-IDX-CUR)
                                       EQUAL WRK-CURSO-ALUNO
                       MOVE "S" TO WRK-CURSO-ACHADO
               END-SEARCH
           END-IF.

       0360-FIM. EXIT.
      *----------------------------------AUDITAR-CURSO
       0370-AUDITAR-CURSO   SECTION.

           MOVE ZEROS TO WRK-CARGA-CUMPRIDA
                         WRK-QTD-PENDENTES.
           PERFORM 0375-AUDITAR-OBRIGATORIA
               VARYING WRK-IDX-OBR FROM 1 BY 1
               UNTIL WRK-IDX-OBR GREATER
                     WRK-CUR-QTD-OBRIG (WRK-IDX-CUR).
           PERFORM 0380-AUDITAR-OPTATIVA
               VARYING WRK-IDX-DSC FROM 1 BY 1
               UNTIL WRK-IDX-DSC GREATER WRK-QTD-DISC.

           IF WRK-QTD-FORA-CATALOGO GREATER ZERO
               MOVE WRK-QTD-FORA-CATALOGO TO FOR-QTD
               WRITE REG-AREL FROM WRK-LINHA-FORA
           END-IF.

           MOVE WRK-CARGA-CUMPRIDA TO CRG-CUMPRIDA.
           MOVE WRK-CUR-CARGA-MINIMA (WRK-IDX-CUR) TO CRG-MINIMA.
           MOVE WRK-QTD-PENDENTES  TO CRG-PENDENTES.
           WRITE REG-AREL FROM WRK-LINHA-CARGA.

           IF WRK-QTD-PENDENTES EQUAL ZERO AND
              WRK-CARGA-CUMPRIDA NOT LESS
                              WRK-CUR-CARGA-MINIMA (WRK-IDX-CUR)
               MOVE "APTO A COLAR GRAU" TO RES-RESULTADO
               ADD 1 TO WRK-QTD-APTOS
               PERFORM 0390-GRAVAR-APTO
           ELSE
               MOVE "NAO APTO"          TO RES-RESULTADO
           END-IF.
           WRITE REG-AREL FROM WRK-LINHA-RESULTADO.

       0370-FIM. EXIT.
      *----------------------------------AUDITAR-OBRIGATORIA
       0375-AUDITAR-OBRIGATORIA SECTION.

           MOVE "N" TO WRK-DISC-ACHADA.
           SET WRK-IDX-DSC TO 1.
           SEARCH WRK-DSC-ITEM
               AT END
                   CONTINUE
               WHEN WRK-IDX-DSC GREATER WRK-QTD-DISC
                   CONTINUE
               WHEN WRK-DSC-CODIGO (WRK-IDX-DSC) EQUAL
                    WRK-CUR-OBR-CODIGO (WRK-IDX-CUR WRK-IDX-OBR)
                   MOVE "S" TO WRK-DISC-ACHADA
           END-SEARCH.

           MOVE "OBRIGATORIA" TO DET-TIPO.
           IF DISC-ACHADA
               MOVE "S" TO WRK-DSC-OBRIGATORIA (WRK-IDX-DSC)
               PERFORM 0385-IMPRIMIR-DISCIPLINA
               IF NOT DSC-APROVADA (WRK-IDX-DSC)
                   ADD 1 TO WRK-QTD-PENDENTES
               END-IF
           ELSE
      *        DISCIPLINA RETIRADA DO CATALOGO DEPOIS DA CARGA DO
      *        CURRICULO - NAO HA COMO CONCLUI-LA
               MOVE WRK-CUR-OBR-CODIGO (WRK-IDX-CUR WRK-IDX-OBR)
                                       TO DET-CODIGO
               MOVE "NAO CATALOGADA"   TO DET-DISCIPLINA
               MOVE ZEROS              TO DET-CARGA
               MOVE SPACES             TO DET-TERMO
               MOVE ZEROS              TO DET-MEDIA
               MOVE "PENDENTE"         TO DET-SITUACAO
               WRITE REG-AREL FROM WRK-LINHA-DET
               ADD 1 TO WRK-QTD-PENDENTES
           END-IF.

       0375-FIM. EXIT.
      *----------------------------------AUDITAR-OPTATIVA
       0380-AUDITAR-OPTATIVA SECTION.

           IF DSC-APROVADA (WRK-IDX-DSC) AND
              NOT DSC-OBRIGATORIA (WRK-IDX-DSC)
               MOVE "OPTATIVA" TO DET-TIPO
               PERFORM 0385-IMPRIMIR-DISCIPLINA
           END-IF.

       0380-FIM. EXIT.
      *----------------------------------IMPRIMIR-DISCIPLINA
       0385-IMPRIMIR-DISCIPLINA SECTION.

           MOVE WRK-DSC-CODIGO (WRK-IDX-DSC) TO DET-CODIGO.
           MOVE WRK-DSC-NOME   (WRK-IDX-DSC) TO DET-DISCIPLINA.
           MOVE WRK-DSC-CARGA  (WRK-IDX-DSC) TO DET-CARGA.
           MOVE WRK-DSC-TERMO  (WRK-IDX-DSC) TO DET-TERMO.
           MOVE WRK-DSC-MEDIA  (WRK-IDX-DSC) TO DET-MEDIA.
           EVALUATE TRUE
               WHEN DSC-APROVADA (WRK-IDX-DSC)
                   MOVE "CONCLUIDA"   TO DET-SITUACAO
                   ADD WRK-DSC-CARGA (WRK-IDX-DSC)
                                       TO WRK-CARGA-CUMPRIDA
               WHEN DSC-CURSOU (WRK-IDX-DSC)
                   MOVE "PENDENTE"    TO DET-SITUACAO
               WHEN OTHER
                   MOVE "NAO CURSADA" TO DET-SITUACAO
           END-EVALUATE.
           WRITE REG-AREL FROM WRK-LINHA-DET.

       0385-FIM. EXIT.
      *----------------------------------GRAVAR-APTO
       0390-GRAVAR-APTO     SECTION.

           MOVE WRK-MATRICULA-ANT  TO APT-MATRICULA.
           MOVE WRK-NOME-ALUNO     TO APT-NOME.
           MOVE WRK-CURSO-ALUNO    TO APT-CURSO.
           MOVE WRK-CUR-NOME (WRK-IDX-CUR) TO APT-NOME-CURSO.
           MOVE WRK-CARGA-CUMPRIDA TO APT-CARGA.
           WRITE REG-APTO FROM WRK-LINHA-APT.

       0390-FIM. EXIT.
      *----------------------------------LIMPAR-DISCIPLINA
       0395-LIMPAR-DISCIPLINA SECTION.

           MOVE "N"    TO WRK-DSC-CURSOU      (WRK-IDX-DSC)
                          WRK-DSC-APROVADA    (WRK-IDX-DSC)
                          WRK-DSC-OBRIGATORIA (WRK-IDX-DSC).
           MOVE SPACES TO WRK-DSC-TERMO       (WRK-IDX-DSC).
           MOVE ZEROS  TO WRK-DSC-MEDIA       (WRK-IDX-DSC).

       0395-FIM. EXIT.
      *----------------------------------FINALIZAR
       0400-FINALIZAR       SECTION.

           IF NOT PRIMEIRO-REG
               PERFORM 0350-FECHAR-ALUNO
           END-IF.

           MOVE "ALUNOS AUDITADOS ..........: " TO TOT-TITULO.
           MOVE WRK-QTD-ALUNOS       TO TOT-QTD.
           WRITE REG-AREL FROM WRK-LINHA-TOT.
           MOVE "ALUNOS APTOS A COLAR GRAU .: " TO TOT-TITULO.
           MOVE WRK-QTD-APTOS        TO TOT-QTD.
           WRITE REG-AREL FROM WRK-LINHA-TOT.
           MOVE "ALUNOS SEM CADASTRO .......: " TO TOT-TITULO.
           MOVE WRK-QTD-SEM-CADASTRO TO TOT-QTD.
           WRITE REG-AREL FROM WRK-LINHA-TOT.
           MOVE "ALUNOS SEM CURSO DEFINIDO .: " TO TOT-TITULO.
           MOVE WRK-QTD-SEM-CURSO    TO TOT-QTD.
           WRITE REG-AREL FROM WRK-LINHA-TOT.

           MOVE SPACES TO REG-APTO.
           WRITE REG-APTO.
           MOVE "ALUNOS APTOS A COLAR GRAU .: " TO TOT-TITULO.
           MOVE WRK-QTD-APTOS        TO TOT-QTD.
           WRITE REG-APTO FROM WRK-LINHA-TOT.

           CLOSE HISTORICO-ORD
                 ALUNOS-REG
                 AUDITORIA-REL
                 APTOS-REL.

           MOVE WRK-QTD-ALUNOS TO WRK-QTD-ED.
           DISPLAY "ALUNOS AUDITADOS ..........: " WRK-QTD-ED.
           MOVE WRK-QTD-APTOS  TO WRK-QTD-ED.
           DISPLAY "ALUNOS APTOS A COLAR GRAU .: " WRK-QTD-ED.

       0400-FIM. EXIT.
