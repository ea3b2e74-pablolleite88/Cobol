       IDENTIFICATION      DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. REVISANOTA.
       AUTHOR. SEU-NOME.
       DATE-WRITTEN. 2026-10-15.
      * MODIFICATION HISTORY
      * 2026-10-15 RLC  INITIAL VERSION: GRADE REVISION (REVISAO DE
      *                 NOTA) AGAINST THE HISTMST HISTORY AFTER THE
      *                 TERM HAS BEEN CALCULATED, REPLACING THE RE-RUN
      *                 OF THE WHOLE TERM OR A HAND EDIT OF THE
      *                 MASTER. EACH REVTRN TRANSACTION NAMES A
      *                 MATRICULA, TERMO AND DISCIPLINA, THE FIELD
      *                 REVISED (M = MEDIA, F = FREQUENCIA), THE
      *                 CORRECTED VALUE AND THE AUTHORIZING PROTOCOL
      *                 NUMBER. THE STATUS IS RECOMPUTED UNDER THE
      *                 CALCULAMEDIA AND EXAMEFINAL RULES: MEDIA 7 OR
      *                 MORE APROVADO, BELOW 4 REPROVADO, THE BAND IN
      *                 BETWEEN EXAME FINAL WHILE THE TERM IS OPEN;
      *                 ONCE THE TERM IS CLOSED ON HISTCTL (PROMOTED BY
      *                 PROMOVEHIST) THE EXAM HAS BEEN HELD AND THE
      *                 MEDIA OF RECORD IS JUDGED AGAINST THE EXAM PASS
      *                 MARK OF 5. ATTENDANCE BELOW 75 PERCENT IS
      *                 REPR. FALTA REGARDLESS OF THE MEDIA. A REVISION
      *                 OF A CLOSED TERM IS REFUSED UNLESS THE
      *                 TRANSACTION CARRIES THE RELEASE FLAG (S). THE
      *                 MASTER IS UPDATED IN PLACE AND EVERY CHANGE IS
      *                 LOGGED BEFORE/AFTER TO THE PERMANENT HISTAUD
      *                 AUDIT FILE (OPENED EXTEND); A PROTOCOL ALREADY
      *                 ON HISTAUD FOR THE SAME RECORD AND FIELD IS NOT
      *                 APPLIED TWICE. THE REVIREL REPORT LISTS EVERY
      *                 CHANGE AND EVERY REJECTION FOR THE COORDINATORS'
      *                 SIGNATURE. ANY REJECTION ENDS WITH RETURN-CODE
      *                 4. DO NOT RUN BETWEEN EXAMEFINAL AND
      *                 PROMOVEHIST: THE PROMOTION OF HISTNOVO WOULD
      *                 OVERLAY THE REVISED MASTER.
      * 2026-10-15 RLC  THE OPEN OF HISTMST IS NOW CHECKED: A MISSING
      *                 OR UNAVAILABLE MASTER CANCELS THE RUN WITH
      *                 RETURN-CODE 16 INSTEAD OF LOOPING ON FAILED
      *                 READS.
      *-----------------------------------------------------------------
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT       IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT REVISAO-TRN    ASSIGN TO "REVTRN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT HISTORICO-FILE ASSIGN TO "HISTMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-HIST.
           SELECT HISTORICO-CTL  ASSIGN TO "HISTCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CTL.
           SELECT AUDITORIA-FILE ASSIGN TO "HISTAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUD.
           SELECT REVISAO-REL    ASSIGN TO "REVIREL"
               ORGANIZATION IS SEQUENTIAL.

       DATA                DIVISION.
       FILE                SECTION.
       FD  REVISAO-TRN.
       01  REG-RTRN.
           05  RTR-MATRICULA     PIC 9(06).
           05  RTR-TERMO         PIC X(06).
           05  RTR-DISCIPLINA    PIC X(15).
           05  RTR-TIPO          PIC X(01).
           05  RTR-VALOR         PIC 9(03)V99.
           05  RTR-PROTOCOLO     PIC X(10).
           05  RTR-LIBERACAO     PIC X(01).

       FD  HISTORICO-FILE.
       01  REG-HIST.
           05  HIS-MATRICULA     PIC 9(06).
           05  HIS-TERMO         PIC X(06).
           05  HIS-DISCIPLINA    PIC X(15).
           05  HIS-MEDIA         PIC 9(03)V99.
           05  HIS-STATUS        PIC X(11).
           05  HIS-FREQUENCIA    PIC 9(03)V99.

       FD  HISTORICO-CTL.
       01  REG-CTL.
           05  CTL-ULTIMO-TERMO  PIC X(06).

       FD  AUDITORIA-FILE.
       01  REG-AUD.
           05  AUD-DATA          PIC 9(08).
           05  AUD-PROTOCOLO     PIC X(10).
           05  AUD-MATRICULA     PIC 9(06).
           05  AUD-TERMO         PIC X(06).
           05  AUD-DISCIPLINA    PIC X(15).
           05  AUD-TIPO          PIC X(01).
           05  AUD-LIBERACAO     PIC X(01).
           05  AUD-MEDIA-ANT     PIC 9(03)V99.
           05  AUD-FREQ-ANT      PIC 9(03)V99.
           05  AUD-STATUS-ANT    PIC X(11).
           05  AUD-MEDIA-NOVA    PIC 9(03)V99.
           05  AUD-FREQ-NOVA     PIC 9(03)V99.
           05  AUD-STATUS-NOVO   PIC X(11).

       FD  REVISAO-REL.
       01  REG-RREL              PIC X(80).

       WORKING-STORAGE     SECTION.
       01  WRK-STATUS-HIST PIC X(02) VALUE SPACES.
       01  WRK-STATUS-CTL  PIC X(02) VALUE SPACES.
       01  WRK-STATUS-AUD  PIC X(02) VALUE SPACES.
       01  WRK-FIM-TRN     PIC X(01) VALUE "N".
           88  FIM-TRN               VALUE "S".
       01  WRK-FIM-HIST    PIC X(01) VALUE "N".
           88  FIM-HIST              VALUE "S".
       01  WRK-ERRO-HIST   PIC X(01) VALUE "N".
           88  ERRO-HIST             VALUE "S".
       01  WRK-FIM-AUD     PIC X(01) VALUE "N".
           88  FIM-AUD               VALUE "S".
       01  WRK-ULTIMO-TERMO PIC X(06) VALUE SPACES.
       01  WRK-DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-PARTES REDEFINES WRK-DATA-EXECUCAO.
           05  WRK-DATA-ANO  PIC 9(04).
           05  WRK-DATA-MES  PIC 9(02).
           05  WRK-DATA-DIA  PIC 9(02).
       01  WRK-REG-VALIDO  PIC X(01) VALUE "S".
           88  REG-VALIDO            VALUE "S".
       01  WRK-REG-ALTERADO PIC X(01) VALUE "N".
           88  REG-ALTERADO          VALUE "S".
       01  WRK-MOTIVO      PIC X(22) VALUE SPACES.
       01  WRK-CHAVE-REVISAO.
           05  WRK-CHV-MATRICULA  PIC 9(06).
           05  WRK-CHV-TERMO      PIC X(06).
           05  WRK-CHV-DISCIPLINA PIC X(15).
           05  WRK-CHV-TIPO       PIC X(01).
       01  WRK-DUPLICADA   PIC X(01) VALUE "N".
           88  DUPLICADA             VALUE "S".
       01  WRK-QTD-REV     PIC 9(03) COMP VALUE ZEROS.
       01  WRK-TAB-REVISOES.
           05  WRK-REV-ITEM OCCURS 500 TIMES
                            INDEXED BY WRK-IDX-REV.
               10  WRK-REV-CHAVE.
                   15  WRK-REV-MATRICULA  PIC 9(06).
                   15  WRK-REV-TERMO      PIC X(06).
                   15  WRK-REV-DISCIPLINA PIC X(15).
                   15  WRK-REV-TIPO       PIC X(01).
                       88  REV-MEDIA               VALUE "M".
               10  WRK-REV-VALOR      PIC 9(03)V99.
               10  WRK-REV-PROTOCOLO  PIC X(10).
               10  WRK-REV-LIBERACAO  PIC X(01).
               10  WRK-REV-ENCERRADO  PIC X(01).
                   88  REV-ENCERRADO           VALUE "S".
               10  WRK-REV-SITUACAO   PIC X(01).
                   88  REV-PENDENTE            VALUE "P".
                   88  REV-APLICADA            VALUE "A".
                   88  REV-REJEITADA           VALUE "R".
               10  WRK-REV-MOTIVO     PIC X(22).
       01  WRK-MEDIA-ANT   PIC 9(03)V99 VALUE ZEROS.
       01  WRK-FREQ-ANT    PIC 9(03)V99 VALUE ZEROS.
       01  WRK-STATUS-ANT  PIC X(11) VALUE SPACES.
       01  WRK-QTD-LIDAS   PIC 9(06) COMP VALUE ZEROS.
       01  WRK-QTD-APLICADAS PIC 9(06) COMP VALUE ZEROS.
       01  WRK-QTD-REJEITADAS PIC 9(06) COMP VALUE ZEROS.
       01  WRK-QTD-EXCEDENTES PIC 9(06) COMP VALUE ZEROS.
       01  WRK-QTD-REGRAVADOS PIC 9(06) COMP VALUE ZEROS.
       01  WRK-QTD-ED      PIC ZZZ.ZZ9.
       01  WRK-LINHA-CAB1.
           05  FILLER    PIC X(42)
               VALUE "REVISAO DE NOTAS DO HISTORICO ESCOLAR - EM".
           05  FILLER    PIC X(01)  VALUE SPACES.
           05  CAB1-DIA  PIC 9(02).
           05  FILLER    PIC X(01)  VALUE "/".
           05  CAB1-MES  PIC 9(02).
           05  FILLER    PIC X(01)  VALUE "/".
           05  CAB1-ANO  PIC 9(04).
           05  FILLER    PIC X(27)  VALUE SPACES.
       01  WRK-LINHA-CAB2.
           05  FILLER    PIC X(40)
               VALUE "MATRIC  PERIODO DISCIPLINA       PROTOCO".
           05  FILLER    PIC X(40)
               VALUE "LO   T  L".
       01  WRK-LINHA-TRACO.
           05  FILLER    PIC X(80) VALUE ALL "-".
       01  WRK-LINHA-DET1.
           05  DET-MATRICULA  PIC 9(06).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  DET-TERMO      PIC X(06).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  DET-DISCIPLINA PIC X(15).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  DET-PROTOCOLO  PIC X(10).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  DET-TIPO       PIC X(01).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  DET-LIBERACAO  PIC X(01).
           05  FILLER         PIC X(31) VALUE SPACES.
       01  WRK-LINHA-DET2.
           05  FILLER         PIC X(11) VALUE "   ANTES : ".
           05  DET-MEDIA-ANT  PIC Z9,99.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  DET-FREQ-ANT   PIC ZZ9,99.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  DET-STATUS-ANT PIC X(11).
           05  FILLER         PIC X(10) VALUE "  DEPOIS: ".
           05  DET-MEDIA-NOVA PIC Z9,99.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  DET-FREQ-NOVA  PIC ZZ9,99.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  DET-STATUS-NOVO PIC X(11).
           05  FILLER         PIC X(07) VALUE SPACES.
       01  WRK-LINHA-REJ.
           05  REJ-MATRICULA  PIC 9(06).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  REJ-TERMO      PIC X(06).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  REJ-DISCIPLINA PIC X(15).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  REJ-PROTOCOLO  PIC X(10).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  REJ-TIPO       PIC X(01).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  REJ-MOTIVO     PIC X(22).
           05  FILLER         PIC X(10) VALUE SPACES.
       01  WRK-LINHA-TOT.
           05  TOT-TITULO    PIC X(30).
           05  TOT-QTD       PIC ZZZ.ZZ9.
           05  FILLER        PIC X(43) VALUE SPACES.
       01  WRK-LINHA-ASSIN1.
           05  FILLER  PIC X(28)
               VALUE "COORDENACAO DO CURSO .....: ".
           05  FILLER  PIC X(30) VALUE ALL "_".
           05  FILLER  PIC X(22) VALUE SPACES.
       01  WRK-LINHA-ASSIN2.
           05  FILLER  PIC X(28)
               VALUE "SECRETARIA ACADEMICA .....: ".
           05  FILLER  PIC X(30) VALUE ALL "_".
           05  FILLER  PIC X(22) VALUE SPACES.

       PROCEDURE           DIVISION.

       0100-PRINCIPAL       SECTION.
           PERFORM 0200-INICIAR.
           IF NOT ERRO-HIST
               PERFORM 0300-PROCESSAR UNTIL FIM-HIST
               PERFORM 0400-FINALIZAR
           END-IF.

           EVALUATE TRUE
               WHEN ERRO-HIST
                   MOVE 16 TO RETURN-CODE
               WHEN WRK-QTD-REJEITADAS GREATER ZERO
               WHEN WRK-QTD-EXCEDENTES GREATER ZERO
                   MOVE 4  TO RETURN-CODE
               WHEN OTHER
                   MOVE 0  TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.
       0100-FIM. EXIT.
      *----------------------------------INICIAR
       0200-INICIAR         SECTION.

           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
           OPEN OUTPUT REVISAO-REL.
           MOVE WRK-DATA-DIA TO CAB1-DIA.
           MOVE WRK-DATA-MES TO CAB1-MES.
           MOVE WRK-DATA-ANO TO CAB1-ANO.
           WRITE REG-RREL FROM WRK-LINHA-CAB1.
           MOVE SPACES TO REG-RREL.
           WRITE REG-RREL.
           WRITE REG-RREL FROM WRK-LINHA-CAB2.
           WRITE REG-RREL FROM WRK-LINHA-TRACO.

           PERFORM 0210-LER-CONTROLE.
           PERFORM 0220-CARREGAR-REVISOES.
           PERFORM 0240-CONFERIR-AUDITORIA.

           OPEN I-O    HISTORICO-FILE.
           IF WRK-STATUS-HIST NOT EQUAL "00"
               MOVE "S" TO WRK-ERRO-HIST
               MOVE "HISTORICO (HISTMST) AUSENTE - EXECUCAO CANCELADA"
                                       TO REG-RREL
               WRITE REG-RREL
               CLOSE REVISAO-REL
               DISPLAY "HISTORICO (HISTMST) AUSENTE - EXECUCAO "
                       "CANCELADA."
           ELSE
               OPEN EXTEND AUDITORIA-FILE
               IF WRK-STATUS-AUD EQUAL "35"
                   OPEN OUTPUT AUDITORIA-FILE
               END-IF
               PERFORM 0250-LER-HISTORICO
           END-IF.

       0200-FIM. EXIT.
      *----------------------------------LER-CONTROLE
       0210-LER-CONTROLE    SECTION.

           OPEN INPUT HISTORICO-CTL.
           IF WRK-STATUS-CTL EQUAL "00"
               READ HISTORICO-CTL
                   NOT AT END
                       MOVE CTL-ULTIMO-TERMO TO WRK-ULTIMO-TERMO
               END-READ
               CLOSE HISTORICO-CTL
           END-IF.

       0210-FIM. EXIT.
      *----------------------------------CARREGAR-REVISOES
       0220-CARREGAR-REVISOES SECTION.

           OPEN INPUT REVISAO-TRN.
           PERFORM 0225-LER-REVISAO.
           PERFORM 0230-GUARDAR-REVISAO UNTIL FIM-TRN.
           CLOSE REVISAO-TRN.

       0220-FIM. EXIT.
      *----------------------------------LER-REVISAO
       0225-LER-REVISAO     SECTION.

           READ REVISAO-TRN
               AT END
                   MOVE "S" TO WRK-FIM-TRN
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDAS
           END-READ.

       0225-FIM. EXIT.
      *----------------------------------GUARDAR-REVISAO
       0230-GUARDAR-REVISAO SECTION.

           IF WRK-QTD-REV LESS 500
               PERFORM 0235-VALIDAR-REVISAO
               ADD 1 TO WRK-QTD-REV
               SET WRK-IDX-REV TO WRK-QTD-REV
               MOVE RTR-MATRICULA  TO WRK-REV-MATRICULA (WRK-IDX-REV)
               MOVE RTR-TERMO      TO WRK-REV-TERMO     (WRK-IDX-REV)
               MOVE RTR-DISCIPLINA
                   TO WRK-REV-DISCIPLINA (WRK-IDX-REV)
               MOVE RTR-TIPO       TO WRK-REV-TIPO      (WRK-IDX-REV)
               MOVE RTR-VALOR      TO WRK-REV-VALOR     (WRK-IDX-REV)
               MOVE RTR-PROTOCOLO
                   TO WRK-REV-PROTOCOLO (WRK-IDX-REV)
               MOVE RTR-LIBERACAO
                   TO WRK-REV-LIBERACAO (WRK-IDX-REV)
               MOVE "N" TO WRK-REV-ENCERRADO (WRK-IDX-REV)
               IF WRK-ULTIMO-TERMO NOT EQUAL SPACES AND
                  RTR-TERMO NOT GREATER WRK-ULTIMO-TERMO
                   MOVE "S" TO WRK-REV-ENCERRADO (WRK-IDX-REV)
               END-IF
               MOVE WRK-MOTIVO TO WRK-REV-MOTIVO (WRK-IDX-REV)
               IF REG-VALIDO
                   MOVE "P" TO WRK-REV-SITUACAO (WRK-IDX-REV)
               ELSE
                   MOVE "R" TO WRK-REV-SITUACAO (WRK-IDX-REV)
               END-IF
           ELSE
               ADD 1 TO WRK-QTD-EXCEDENTES
           END-IF.
           PERFORM 0225-LER-REVISAO.

       0230-FIM. EXIT.
      *----------------------------------VALIDAR-REVISAO
       0235-VALIDAR-REVISAO SECTION.

           MOVE "S"    TO WRK-REG-VALIDO.
           MOVE SPACES TO WRK-MOTIVO.

           IF RTR-MATRICULA IS NOT NUMERIC
               MOVE "MATRICULA INVALIDA" TO WRK-MOTIVO
               MOVE "N" TO WRK-REG-VALIDO
           END-IF.

           IF REG-VALIDO AND RTR-TERMO EQUAL SPACES
               MOVE "PERIODO INVALIDO" TO WRK-MOTIVO
               MOVE "N" TO WRK-REG-VALIDO
           END-IF.

           IF REG-VALIDO AND RTR-DISCIPLINA EQUAL SPACES
               MOVE "DISCIPLINA AUSENTE" TO WRK-MOTIVO
               MOVE "N" TO WRK-REG-VALIDO
           END-IF.

           IF REG-VALIDO AND RTR-PROTOCOLO EQUAL SPACES
               MOVE "PROTOCOLO AUSENTE" TO WRK-MOTIVO
               MOVE "N" TO WRK-REG-VALIDO
           END-IF.

           IF REG-VALIDO AND
              RTR-TIPO NOT EQUAL "M" AND RTR-TIPO NOT EQUAL "F"
               MOVE "TIPO INVALIDO" TO WRK-MOTIVO
               MOVE "N" TO WRK-REG-VALIDO
           END-IF.

           IF REG-VALIDO
               IF RTR-VALOR IS NOT NUMERIC
                   MOVE "VALOR INVALIDO" TO WRK-MOTIVO
                   MOVE "N" TO WRK-REG-VALIDO
               ELSE
                   IF (RTR-TIPO EQUAL "M" AND RTR-VALOR GREATER 10)
                   OR (RTR-TIPO EQUAL "F" AND RTR-VALOR GREATER 100)
                       MOVE "VALOR INVALIDO" TO WRK-MOTIVO
                       MOVE "N" TO WRK-REG-VALIDO
                   END-IF
               END-IF
           END-IF.

           IF REG-VALIDO AND
              RTR-LIBERACAO NOT EQUAL "S" AND
              RTR-LIBERACAO NOT EQUAL SPACES
               MOVE "LIBERACAO INVALIDA" TO WRK-MOTIVO
               MOVE "N" TO WRK-REG-VALIDO
           END-IF.

           IF REG-VALIDO AND
              WRK-ULTIMO-TERMO NOT EQUAL SPACES AND
              RTR-TERMO NOT GREATER WRK-ULTIMO-TERMO AND
              RTR-LIBERACAO NOT EQUAL "S"
               MOVE "PERIODO ENCERRADO" TO WRK-MOTIVO
               MOVE "N" TO WRK-REG-VALIDO
           END-IF.

           IF REG-VALIDO
               PERFORM 0237-VERIFICAR-DUPLICADA
               IF DUPLICADA
                   MOVE "REVISAO DUPLICADA" TO WRK-MOTIVO
                   MOVE "N" TO WRK-REG-VALIDO
               END-IF
           END-IF.

       0235-FIM. EXIT.
      *----------------------------------VERIFICAR-DUPLICADA
       0237-VERIFICAR-DUPLICADA SECTION.

           MOVE "N"            TO WRK-DUPLICADA.
           MOVE RTR-MATRICULA  TO WRK-CHV-MATRICULA.
           MOVE RTR-TERMO      TO WRK-CHV-TERMO.
           MOVE RTR-DISCIPLINA TO WRK-CHV-DISCIPLINA.
           MOVE RTR-TIPO       TO WRK-CHV-TIPO.
           IF WRK-QTD-REV GREATER ZERO
               SET WRK-IDX-REV TO 1
               SEARCH WRK-REV-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-IDX-REV GREATER WRK-QTD-REV
                       CONTINUE
                   WHEN WRK-REV-CHAVE (WRK-IDX-REV)
                                       EQUAL WRK-CHAVE-REVISAO AND
                        REV-PENDENTE (WRK-IDX-REV)
                       MOVE "S" TO WRK-DUPLICADA
               END-SEARCH
           END-IF.

       0237-FIM. EXIT.
      *----------------------------------CONFERIR-AUDITORIA
       0240-CONFERIR-AUDITORIA SECTION.

           OPEN INPUT AUDITORIA-FILE.
           IF WRK-STATUS-AUD EQUAL "00"
               PERFORM 0245-LER-AUDITORIA
               PERFORM 0247-MARCAR-APLICADA UNTIL FIM-AUD
               CLOSE AUDITORIA-FILE
           END-IF.

       0240-FIM. EXIT.
      *----------------------------------LER-AUDITORIA
       0245-LER-AUDITORIA   SECTION.

           READ AUDITORIA-FILE
               AT END
                   MOVE "S" TO WRK-FIM-AUD
           END-READ.

       0245-FIM. EXIT.
      *----------------------------------MARCAR-APLICADA
       0247-MARCAR-APLICADA SECTION.

           MOVE AUD-MATRICULA  TO WRK-CHV-MATRICULA.
           MOVE AUD-TERMO      TO WRK-CHV-TERMO.
           MOVE AUD-DISCIPLINA TO WRK-CHV-DISCIPLINA.
           MOVE AUD-TIPO       TO WRK-CHV-TIPO.
           IF WRK-QTD-REV GREATER ZERO
               SET WRK-IDX-REV TO 1
               SEARCH WRK-REV-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-IDX-REV GREATER WRK-QTD-REV
                       CONTINUE
                   WHEN WRK-REV-CHAVE (WRK-IDX-REV)
                                       EQUAL WRK-CHAVE-REVISAO AND
                        WRK-REV-PROTOCOLO (WRK-IDX-REV)
                                       EQUAL AUD-PROTOCOLO AND
                        REV-PENDENTE (WRK-IDX-REV)
                       MOVE "R" TO WRK-REV-SITUACAO (WRK-IDX-REV)
                       MOVE "PROTOCOLO JA APLICADO"
                           TO WRK-REV-MOTIVO (WRK-IDX-REV)
               END-SEARCH
           END-IF.
           PERFORM 0245-LER-AUDITORIA.

       0247-FIM. EXIT.
      *----------------------------------LER-HISTORICO
       0250-LER-HISTORICO   SECTION.

           READ HISTORICO-FILE
               AT END
                   MOVE "S" TO WRK-FIM-HIST
           END-READ.

       0250-FIM. EXIT.
      *----------------------------------PROCESSAR
       0300-PROCESSAR       SECTION.

           MOVE "N" TO WRK-REG-ALTERADO.
           IF WRK-QTD-REV GREATER ZERO
               PERFORM 0310-APLICAR-REVISAO
                   VARYING WRK-IDX-REV FROM 1 BY 1
                   UNTIL WRK-IDX-REV GREATER WRK-QTD-REV
           END-IF.
           IF REG-ALTERADO
               REWRITE REG-HIST
               ADD 1 TO WRK-QTD-REGRAVADOS
           END-IF.

           PERFORM 0250-LER-HISTORICO.

       0300-FIM. EXIT.
      *----------------------------------APLICAR-REVISAO
       0310-APLICAR-REVISAO SECTION.

           IF REV-PENDENTE (WRK-IDX-REV) AND
              WRK-REV-MATRICULA  (WRK-IDX-REV) EQUAL HIS-MATRICULA AND
              WRK-REV-TERMO      (WRK-IDX-REV) EQUAL HIS-TERMO AND
              WRK-REV-DISCIPLINA (WRK-IDX-REV) EQUAL HIS-DISCIPLINA
               MOVE HIS-MEDIA      TO WRK-MEDIA-ANT
               MOVE HIS-FREQUENCIA TO WRK-FREQ-ANT
               MOVE HIS-STATUS     TO WRK-STATUS-ANT
               IF REV-MEDIA (WRK-IDX-REV)
                   MOVE WRK-REV-VALOR (WRK-IDX-REV) TO HIS-MEDIA
               ELSE
                   MOVE WRK-REV-VALOR (WRK-IDX-REV) TO HIS-FREQUENCIA
               END-IF
               PERFORM 0320-CLASSIFICAR
               MOVE "A" TO WRK-REV-SITUACAO (WRK-IDX-REV)
               MOVE "S" TO WRK-REG-ALTERADO
               ADD 1 TO WRK-QTD-APLICADAS
               PERFORM 0330-GRAVAR-AUDITORIA
               PERFORM 0340-REPORTAR-ALTERACAO
           END-IF.

       0310-FIM. EXIT.
      *----------------------------------CLASSIFICAR
       0320-CLASSIFICAR     SECTION.

           EVALUATE TRUE
               WHEN HIS-MEDIA GREATER THAN OR EQUAL 7
                   MOVE "APROVADO"    TO HIS-STATUS
               WHEN HIS-MEDIA LESS 4
                   MOVE "REPROVADO"   TO HIS-STATUS
               WHEN NOT REV-ENCERRADO (WRK-IDX-REV)
                   MOVE "EXAME FINAL" TO HIS-STATUS
               WHEN HIS-MEDIA GREATER THAN OR EQUAL 5
                   MOVE "APROVADO"    TO HIS-STATUS
               WHEN OTHER
                   MOVE "REPROVADO"   TO HIS-STATUS
           END-EVALUATE.
           IF HIS-FREQUENCIA IS NUMERIC AND
              HIS-FREQUENCIA LESS 75
               MOVE "REPR. FALTA" TO HIS-STATUS
           END-IF.

       0320-FIM. EXIT.
      *----------------------------------GRAVAR-AUDITORIA
       0330-GRAVAR-AUDITORIA SECTION.

           MOVE WRK-DATA-EXECUCAO TO AUD-DATA.
           MOVE WRK-REV-PROTOCOLO (WRK-IDX-REV) TO AUD-PROTOCOLO.
           MOVE HIS-MATRICULA     TO AUD-MATRICULA.
           MOVE HIS-TERMO         TO AUD-TERMO.
           MOVE HIS-DISCIPLINA    TO AUD-DISCIPLINA.
           MOVE WRK-REV-TIPO      (WRK-IDX-REV) TO AUD-TIPO.
           MOVE WRK-REV-LIBERACAO (WRK-IDX-REV) TO AUD-LIBERACAO.
           MOVE WRK-MEDIA-ANT     TO AUD-MEDIA-ANT.
           MOVE WRK-FREQ-ANT      TO AUD-FREQ-ANT.
           MOVE WRK-STATUS-ANT    TO AUD-STATUS-ANT.
           MOVE HIS-MEDIA         TO AUD-MEDIA-NOVA.
           MOVE HIS-FREQUENCIA    TO AUD-FREQ-NOVA.
           MOVE HIS-STATUS        TO AUD-STATUS-NOVO.
           WRITE REG-AUD.

       0330-FIM. EXIT.
      *----------------------------------REPORTAR-ALTERACAO
       0340-REPORTAR-ALTERACAO SECTION.

           MOVE HIS-MATRICULA     TO DET-MATRICULA.
           MOVE HIS-TERMO         TO DET-TERMO.
           MOVE HIS-DISCIPLINA    TO DET-DISCIPLINA.
           MOVE WRK-REV-PROTOCOLO (WRK-IDX-REV) TO DET-PROTOCOLO.
           MOVE WRK-REV-TIPO      (WRK-IDX-REV) TO DET-TIPO.
           MOVE WRK-REV-LIBERACAO (WRK-IDX-REV) TO DET-LIBERACAO.
           WRITE REG-RREL FROM WRK-LINHA-DET1.
           MOVE WRK-MEDIA-ANT     TO DET-MEDIA-ANT.
           MOVE WRK-FREQ-ANT      TO DET-FREQ-ANT.
           MOVE WRK-STATUS-ANT    TO DET-STATUS-ANT.
           MOVE HIS-MEDIA         TO DET-MEDIA-NOVA.
           MOVE HIS-FREQUENCIA    TO DET-FREQ-NOVA.
           MOVE HIS-STATUS        TO DET-STATUS-NOVO.
           WRITE REG-RREL FROM WRK-LINHA-DET2.

       0340-FIM. EXIT.
      *----------------------------------FINALIZAR
       0400-FINALIZAR       SECTION.

           CLOSE HISTORICO-FILE
                 AUDITORIA-FILE.

           MOVE SPACES TO REG-RREL.
           WRITE REG-RREL.
           MOVE "REVISOES REJEITADAS" TO REG-RREL.
           WRITE REG-RREL.
           WRITE REG-RREL FROM WRK-LINHA-TRACO.
           IF WRK-QTD-REV GREATER ZERO
               PERFORM 0410-REPORTAR-REJEITADA
                   VARYING WRK-IDX-REV FROM 1 BY 1
                   UNTIL WRK-IDX-REV GREATER WRK-QTD-REV
           END-IF.
           IF WRK-QTD-EXCEDENTES GREATER ZERO
               MOVE "LOTE EXCEDE 500 REVISOES - EXCEDENTES NAO LIDAS"
                                       TO REG-RREL
               WRITE REG-RREL
           END-IF.

           MOVE SPACES TO REG-RREL.
           WRITE REG-RREL.
           MOVE "REVISOES LIDAS ............: " TO TOT-TITULO.
           MOVE WRK-QTD-LIDAS TO TOT-QTD.
           WRITE REG-RREL FROM WRK-LINHA-TOT.
           MOVE "REVISOES APLICADAS ........: " TO TOT-TITULO.
           MOVE WRK-QTD-APLICADAS TO TOT-QTD.
           WRITE REG-RREL FROM WRK-LINHA-TOT.
           MOVE "REVISOES REJEITADAS .......: " TO TOT-TITULO.
           MOVE WRK-QTD-REJEITADAS TO TOT-QTD.
           WRITE REG-RREL FROM WRK-LINHA-TOT.
           MOVE "REVISOES NAO LIDAS ........: " TO TOT-TITULO.
           MOVE WRK-QTD-EXCEDENTES TO TOT-QTD.
           WRITE REG-RREL FROM WRK-LINHA-TOT.
           MOVE "REGISTROS REGRAVADOS ......: " TO TOT-TITULO.
           MOVE WRK-QTD-REGRAVADOS TO TOT-QTD.
           WRITE REG-RREL FROM WRK-LINHA-TOT.

           MOVE SPACES TO REG-RREL.
           WRITE REG-RREL.
           WRITE REG-RREL.
           WRITE REG-RREL FROM WRK-LINHA-ASSIN1.
           MOVE SPACES TO REG-RREL.
           WRITE REG-RREL.
           WRITE REG-RREL FROM WRK-LINHA-ASSIN2.
           CLOSE REVISAO-REL.

           MOVE WRK-QTD-LIDAS      TO WRK-QTD-ED.
           DISPLAY "REVISOES LIDAS ............: " WRK-QTD-ED.
           MOVE WRK-QTD-APLICADAS  TO WRK-QTD-ED.
           DISPLAY "REVISOES APLICADAS ........: " WRK-QTD-ED.
           MOVE WRK-QTD-REJEITADAS TO WRK-QTD-ED.
           DISPLAY "REVISOES REJEITADAS .......: " WRK-QTD-ED.

       0400-FIM. EXIT.
      *----------------------------------REPORTAR-REJEITADA
       0410-REPORTAR-REJEITADA SECTION.

           IF REV-PENDENTE (WRK-IDX-REV)
               MOVE "R" TO WRK-REV-SITUACAO (WRK-IDX-REV)
               MOVE "SEM REGISTRO HISTMST"
                   TO WRK-REV-MOTIVO (WRK-IDX-REV)
           END-IF.
           IF REV-REJEITADA (WRK-IDX-REV)
               ADD 1 TO WRK-QTD-REJEITADAS
               MOVE WRK-REV-MATRICULA  (WRK-IDX-REV) TO REJ-MATRICULA
               MOVE WRK-REV-TERMO      (WRK-IDX-REV) TO REJ-TERMO
               MOVE WRK-REV-DISCIPLINA (WRK-IDX-REV) TO REJ-DISCIPLINA
               MOVE WRK-REV-PROTOCOLO  (WRK-IDX-REV) TO REJ-PROTOCOLO
               MOVE WRK-REV-TIPO       (WRK-IDX-REV) TO REJ-TIPO
               MOVE WRK-REV-MOTIVO     (WRK-IDX-REV) TO REJ-MOTIVO
               WRITE REG-RREL FROM WRK-LINHA-REJ
           END-IF.

       0410-FIM. EXIT.
