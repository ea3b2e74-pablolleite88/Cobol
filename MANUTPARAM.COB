       IDENTIFICATION        DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. MANUTPARAM.
       AUTHOR. SEU-NOME.
       DATE-WRITTEN. 2026-10-15.
      * MODIFICATION HISTORY
      * 2026-10-15 RLC  INITIAL VERSION: MAINTENANCE OF THE EFFECTIVE-
      *                 DATED PARAMETER TABLES - THE MINIMUM-BALANCE
      *                 FLOORS (CLIEPRM) AND THE MONTHLY INTEREST
      *                 RATES (CLIEJPRM) PER TIPO-CONTA. EACH CHANGE
      *                 TRANSACTION (CLIEPTRN) NAMES THE PARAMETER
      *                 (S = SALDO MINIMO, J = TAXA DE JUROS), THE
      *                 TIPO-CONTA, THE DATA DE VIGENCIA AND THE NEW
      *                 VALUE, AND IS VALIDATED: THE TIPO-CONTA MUST
      *                 EXIST ON THE FLOORS TABLE (A NEW TIPO IS
      *                 CREATED ONLY BY A FLOOR TRANSACTION FLAGGED
      *                 NOVO TIPO), THE VIGENCIA MUST BE A VALID DATE
      *                 AFTER THE DATA DE MOVIMENTO (CLIEDAT), SO
      *                 A VALUE ALREADY USED IS NEVER REWRITTEN, THE
      *                 FLOOR MUST LIE WITHIN +/- 10.000.000 AND THE
      *                 RATE WITHIN 0 AND 10% A MONTH. AN ACCEPTED
      *                 CHANGE IS ADDED TO THE TABLE WITH ITS
      *                 VIGENCIA - EARLIER VALUES ARE KEPT, SO THE
      *                 TABLE IS THE HISTORY OF EVERY VALUE EVER IN
      *                 FORCE - OR REPLACES A FUTURE VALUE WITH THE
      *                 SAME VIGENCIA. THE TABLES ARE KEPT IN TIPO-
      *                 CONTA / VIGENCIA ORDER; CLIENTES, MANUTCLIENTES,
      *                 VERIFICLIE AND JUROSMENSAL TAKE THE VALUE IN
      *                 FORCE ON THEIR DATA DE MOVIMENTO. THE REPORT
      *                 (CLIEHREL) SHOWS EACH TRANSACTION WITH THE
      *                 VALUE IT REPLACES, FOLLOWED BY THE COMPLETE
      *                 HISTORY OF BOTH TABLES. REJECTED TRANSACTIONS
      *                 END WITH RETURN-CODE 4; A MISSING CLIEDAT OR
      *                 FLOORS TABLE WITH RETURN-CODE 12.
      * 2026-10-15 RLC  A VIGENCIA NOT AFTER THE DATA DE MOVIMENTO IS
      *                 A PARAMETER ERROR (RETURN-CODE 12). A TABLE
      *                 WITH MORE THAN 500 ENTRIES CANCELS THE RUN
      *                 (RETURN-CODE 12). ON A PARAMETER ERROR CLIEPRM
      *                 AND CLIEJPRM ARE LEFT UNCHANGED.
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
           SELECT CLIENTES-PARM  ASSIGN TO "CLIEPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-PARM.
           SELECT CLIENTES-JPRM  ASSIGN TO "CLIEJPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-JPRM.
           SELECT CLIENTES-PTRN  ASSIGN TO "CLIEPTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-PTRN.
           SELECT CLIENTES-PREL  ASSIGN TO "CLIEHREL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLIENTES-DAT   ASSIGN TO "CLIEDAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-DAT.

       DATA                  DIVISION.
       FILE                  SECTION.
       FD  CLIENTES-PARM.
       01  REG-PARM.
           05  PARM-TIPO-CONTA   PICTURE 9.
           05  PARM-DATA-VIGENCIA PICTURE 9(08).
           05  PARM-SALDO-MIN    PICTURE S9(10)  COMP.

       FD  CLIENTES-JPRM.
       01  REG-JPRM.
           05  JPRM-TIPO-CONTA   PICTURE 9.
           05  JPRM-DATA-VIGENCIA PICTURE 9(08).
           05  JPRM-TAXA-MENSAL  PICTURE 9(02)V9(04).

       FD  CLIENTES-PTRN.
       01  REG-PTRN.
           05  PTR-PARAMETRO     PICTURE X(01).
               88  PTR-SALDO-MINIMO          VALUE "S".
               88  PTR-TAXA-JUROS            VALUE "J".
           05  PTR-TIPO-CONTA    PICTURE 9.
           05  PTR-DATA-VIGENCIA PICTURE 9(08).
           05  PTR-DATA-VIGENCIA-R REDEFINES PTR-DATA-VIGENCIA.
               10  PTR-VIG-ANO   PICTURE 9(04).
               10  PTR-VIG-MES   PICTURE 9(02).
               10  PTR-VIG-DIA   PICTURE 9(02).
           05  PTR-SALDO-MIN     PICTURE S9(10)
                                 SIGN IS LEADING SEPARATE CHARACTER.
           05  PTR-TAXA-MENSAL   PICTURE 9(02)V9(04).
           05  PTR-NOVO-TIPO     PICTURE X(01).
               88  PTR-INCLUI-TIPO           VALUE "S".

       FD  CLIENTES-PREL.
       01  REG-PREL              PICTURE X(80).

       FD  CLIENTES-DAT.
       01  REG-DAT.
           05  DAT-DATA-MOVIMENTO PICTURE 9(08).

       WORKING-STORAGE       SECTION.
       01  WRK-STATUS-PARM   PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-JPRM   PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-PTRN   PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-DAT    PICTURE X(02)   VALUE SPACES.
       01  WRK-FIM-ARQUIVO   PICTURE X(01)   VALUE "N".
           88  FIM-ARQUIVO                   VALUE "S".
       01  WRK-FIM-TRN       PICTURE X(01)   VALUE "N".
           88  FIM-TRN                       VALUE "S".
       01  WRK-ERRO-PARM     PICTURE X(01)   VALUE "N".
           88  ERRO-PARM                     VALUE "S".
       01  WRK-REG-VALIDO    PICTURE X(01)   VALUE "S".
           88  REG-VALIDO                    VALUE "S".
       01  WRK-TIPO-EXISTE   PICTURE X(01)   VALUE "N".
           88  TIPO-EXISTE                   VALUE "S".
       01  WRK-TEM-ANTERIOR  PICTURE X(01)   VALUE "N".
           88  TEM-ANTERIOR                  VALUE "S".
       01  WRK-SUBSTITUI     PICTURE X(01)   VALUE "N".
           88  SUBSTITUI                     VALUE "S".
       01  WRK-MOTIVO        PICTURE X(20)   VALUE SPACES.
       01  WRK-DATA-EXECUCAO PICTURE 9(08)   VALUE ZEROS.
      *    LIMITES DE VALIDACAO
       01  WRK-PISO-LIMITE-INF PICTURE S9(10) VALUE -10000000.
       01  WRK-PISO-LIMITE-SUP PICTURE S9(10) VALUE +10000000.
       01  WRK-TAXA-LIMITE-SUP PICTURE 9(02)V9(04) VALUE 10,0000.
      *    VALIDACAO DA DATA DE VIGENCIA
       01  WRK-DIAS-NO-MES   PICTURE 9(02)   VALUE ZEROS.
       01  WRK-QUOC-ANO      PICTURE 9(04)   COMP VALUE ZEROS.
       01  WRK-RESTO-4       PICTURE 9(04)   COMP VALUE ZEROS.
       01  WRK-RESTO-100     PICTURE 9(04)   COMP VALUE ZEROS.
       01  WRK-RESTO-400     PICTURE 9(04)   COMP VALUE ZEROS.
      *    CHAVE TIPO-CONTA + VIGENCIA DA TRANSACAO
       01  WRK-CHAVE-NOVA.
           05  WRK-NOVA-TIPO     PICTURE 9.
           05  WRK-NOVA-VIGENCIA PICTURE 9(08).
       01  WRK-POS           PICTURE 9(04)   COMP VALUE ZEROS.
       01  WRK-IDX-MOV       PICTURE 9(04)   COMP VALUE ZEROS.
       01  WRK-IDX-LST       PICTURE 9(04)   COMP VALUE ZEROS.
      *    TABELA DE SALDOS MINIMOS (CLIEPRM)
       01  WRK-MAX-TAB       PICTURE 9(04)   COMP VALUE 500.
       01  WRK-QTD-PIS       PICTURE 9(04)   COMP VALUE ZEROS.
       01  WRK-TAB-PISOS.
           05  WRK-PIS-ITEM  OCCURS 500 TIMES.
               10  WRK-PIS-CHAVE.
                   15  WRK-PIS-TIPO     PICTURE 9.
                   15  WRK-PIS-VIGENCIA PICTURE 9(08).
               10  WRK-PIS-VALOR    PICTURE S9(10)  COMP.
       01  WRK-PISO-ANTERIOR PICTURE S9(10)  COMP VALUE ZEROS.
      *    TABELA DE TAXAS DE JUROS (CLIEJPRM)
       01  WRK-QTD-TAX       PICTURE 9(04)   COMP VALUE ZEROS.
       01  WRK-TAB-TAXAS.
           05  WRK-TAX-ITEM  OCCURS 500 TIMES.
               10  WRK-TAX-CHAVE.
                   15  WRK-TAX-TIPO     PICTURE 9.
                   15  WRK-TAX-VIGENCIA PICTURE 9(08).
               10  WRK-TAX-VALOR    PICTURE 9(02)V9(04).
       01  WRK-TAXA-ANTERIOR PICTURE 9(02)V9(04) VALUE ZEROS.
      *    TOTAIS
       01  WRK-QTD-LIDOS     PICTURE 9(06)   COMP VALUE ZEROS.
       01  WRK-QTD-ACEITAS   PICTURE 9(06)   COMP VALUE ZEROS.
       01  WRK-QTD-REJEITADAS PICTURE 9(06)  COMP VALUE ZEROS.
       01  WRK-QTD-ED        PICTURE ZZZ.ZZ9.
       01  WRK-LINHA-CAB1.
           05  FILLER    PICTURE X(35)
               VALUE "MANUTENCAO DE PARAMETROS COM VIGEN".
           05  FILLER    PICTURE X(12)  VALUE "CIA - DATA: ".
           05  CAB1-DATA PICTURE 9(08).
           05  FILLER    PICTURE X(25)  VALUE SPACES.
       01  WRK-LINHA-CAB2.
           05  FILLER    PICTURE X(05)  VALUE "P TP".
           05  FILLER    PICTURE X(09)  VALUE "VIGENCIA".
           05  FILLER    PICTURE X(15)  VALUE " VALOR ANTERIOR".
           05  FILLER    PICTURE X(15)  VALUE "     VALOR NOVO".
           05  FILLER    PICTURE X(12)  VALUE " RESULTADO".
           05  FILLER    PICTURE X(24)  VALUE "MOTIVO".
       01  WRK-LINHA-DET.
           05  DET-PARAMETRO PICTURE X(01).
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DET-TIPO      PICTURE X(01).
           05  FILLER        PICTURE X(02) VALUE SPACES.
           05  DET-VIGENCIA  PICTURE X(08).
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DET-VALOR-ANTERIOR PICTURE X(14).
           05  DET-ANT-PISO  REDEFINES DET-VALOR-ANTERIOR
                             PICTURE -Z.ZZZ.ZZZ.ZZ9.
           05  DET-ANT-TAXA  REDEFINES DET-VALOR-ANTERIOR.
               10  FILLER        PICTURE X(07).
               10  DET-ANT-TAXA-ED PICTURE Z9,9999.
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DET-VALOR-NOVO PICTURE X(14).
           05  DET-NOVO-PISO REDEFINES DET-VALOR-NOVO
                             PICTURE -Z.ZZZ.ZZZ.ZZ9.
           05  DET-NOVO-TAXA REDEFINES DET-VALOR-NOVO.
               10  FILLER        PICTURE X(07).
               10  DET-NOVO-TAXA-ED PICTURE Z9,9999.
           05  FILLER        PICTURE X(02) VALUE SPACES.
           05  DET-RESULTADO PICTURE X(11).
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DET-MOTIVO    PICTURE X(20).
       01  WRK-LINHA-HIST.
           05  FILLER        PICTURE X(05) VALUE SPACES.
           05  HIS-TIPO      PICTURE 9.
           05  FILLER        PICTURE X(04) VALUE SPACES.
           05  HIS-VIGENCIA  PICTURE 9(08).
           05  FILLER        PICTURE X(04) VALUE SPACES.
           05  HIS-VALOR     PICTURE X(14).
           05  HIS-PISO      REDEFINES HIS-VALOR
                             PICTURE -Z.ZZZ.ZZZ.ZZ9.
           05  HIS-TAXA      REDEFINES HIS-VALOR.
               10  FILLER        PICTURE X(07).
               10  HIS-TAXA-ED   PICTURE Z9,9999.
           05  FILLER        PICTURE X(44) VALUE SPACES.
       01  WRK-LINHA-TOT.
           05  TOT-TITULO    PICTURE X(30).
           05  TOT-QTD       PICTURE ZZZ.ZZ9.
           05  FILLER        PICTURE X(43) VALUE SPACES.
       01  WRK-JRN-PROGRAMA  PICTURE X(16)   VALUE "MANUTPARAM".
       01  WRK-JRN-TIPO      PICTURE X(01)   VALUE "I".
       01  WRK-JRN-DATA      PICTURE 9(08)   VALUE ZEROS.
       01  WRK-JRN-LIDOS     PICTURE 9(06)   VALUE ZEROS.
       01  WRK-JRN-GRAVADOS  PICTURE 9(06)   VALUE ZEROS.
       01  WRK-JRN-REJEITADOS PICTURE 9(06)  VALUE ZEROS.
       01  WRK-JRN-RETORNO   PICTURE 9(02)   VALUE ZEROS.

       PROCEDURE             DIVISION.

       0100-PRINCIPAL         SECTION.
           PERFORM 0200-INICIAR.
           IF NOT ERRO-PARM
               PERFORM 0300-PROCESSAR-TRANSACAO UNTIL FIM-TRN
               PERFORM 0400-FINALIZAR
           END-IF.

           EVALUATE TRUE
               WHEN ERRO-PARM
                   MOVE 12 TO RETURN-CODE
               WHEN WRK-QTD-REJEITADAS GREATER ZERO
                   MOVE 4  TO RETURN-CODE
               WHEN OTHER
                   MOVE 0  TO RETURN-CODE
           END-EVALUATE.

           MOVE "F" TO WRK-JRN-TIPO.
           MOVE WRK-QTD-LIDOS      TO WRK-JRN-LIDOS.
           MOVE WRK-QTD-ACEITAS    TO WRK-JRN-GRAVADOS.
           MOVE WRK-QTD-REJEITADAS TO WRK-JRN-REJEITADOS.
           MOVE RETURN-CODE        TO WRK-JRN-RETORNO.
           PERFORM 0500-REGISTRAR-EXECUCAO.
           MOVE WRK-JRN-RETORNO TO RETURN-CODE.
           GOBACK.
       0100-FIM. EXIT.
      *----------------------------------INICIAR
       0200-INICIAR           SECTION.

           PERFORM 0205-LER-DATA-MOVIMENTO.
           MOVE WRK-DATA-EXECUCAO TO WRK-JRN-DATA.
           PERFORM 0500-REGISTRAR-EXECUCAO.
           IF NOT ERRO-PARM
               PERFORM 0210-CARREGAR-PISOS
           END-IF.
           IF NOT ERRO-PARM
               PERFORM 0220-CARREGAR-TAXAS
           END-IF.
           IF NOT ERRO-PARM
               OPEN OUTPUT CLIENTES-PREL
               MOVE WRK-DATA-EXECUCAO TO CAB1-DATA
               WRITE REG-PREL FROM WRK-LINHA-CAB1
               WRITE REG-PREL FROM WRK-LINHA-CAB2
               MOVE SPACES TO REG-PREL
               WRITE REG-PREL
               OPEN INPUT CLIENTES-PTRN
               IF WRK-STATUS-PTRN EQUAL "00"
                   PERFORM 0250-LER-TRANSACAO
               ELSE
                   MOVE "S" TO WRK-FIM-TRN
               END-IF
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
                       IF DAT-DATA-MOVIMENTO IS NUMERIC
                           MOVE DAT-DATA-MOVIMENTO
                                               TO WRK-DATA-EXECUCAO
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
                       "AUSENTE OU INVALIDO. EXECUCAO CANCELADA."
           END-IF.

       0205-FIM. EXIT.
      *----------------------------------CARREGAR-PISOS
       0210-CARREGAR-PISOS    SECTION.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT CLIENTES-PARM.
           IF WRK-STATUS-PARM EQUAL "00"
               PERFORM 0212-LER-PISO
               PERFORM 0214-GUARDAR-PISO UNTIL FIM-ARQUIVO
               CLOSE CLIENTES-PARM
           END-IF.

           IF WRK-QTD-PIS EQUAL ZERO AND NOT ERRO-PARM
               MOVE "S" TO WRK-ERRO-PARM
               DISPLAY "TABELA DE SALDOS MINIMOS (CLIEPRM) AUSENTE "
                       "OU VAZIA. EXECUCAO CANCELADA."
           END-IF.

       0210-FIM. EXIT.
      *----------------------------------LER-PISO
       0212-LER-PISO          SECTION.

           READ CLIENTES-PARM
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       0212-FIM. EXIT.
      *----------------------------------GUARDAR-PISO
       0214-GUARDAR-PISO      SECTION.

           IF WRK-QTD-PIS LESS WRK-MAX-TAB
               ADD 1 TO WRK-QTD-PIS
               MOVE PARM-TIPO-CONTA    TO WRK-PIS-TIPO (WRK-QTD-PIS)
               MOVE PARM-DATA-VIGENCIA
                                   TO WRK-PIS-VIGENCIA (WRK-QTD-PIS)
               MOVE PARM-SALDO-MIN     TO WRK-PIS-VALOR (WRK-QTD-PIS)
               PERFORM 0212-LER-PISO
           ELSE
               MOVE "S" TO WRK-ERRO-PARM
               MOVE "S" TO WRK-FIM-ARQUIVO
               DISPLAY "TABELA DE SALDOS MINIMOS (CLIEPRM) EXCEDE "
                       "500 ENTRADAS. EXECUCAO CANCELADA."
           END-IF.

       0214-FIM. EXIT.
      *----------------------------------CARREGAR-TAXAS
       0220-CARREGAR-TAXAS    SECTION.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT CLIENTES-JPRM.
           IF WRK-STATUS-JPRM EQUAL "00"
               PERFORM 0222-LER-TAXA
               PERFORM 0224-GUARDAR-TAXA UNTIL FIM-ARQUIVO
               CLOSE CLIENTES-JPRM
           END-IF.

       0220-FIM. EXIT.
      *----------------------------------LER-TAXA
       0222-LER-TAXA          SECTION.

           READ CLIENTES-JPRM
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       0222-FIM. EXIT.
      *----------------------------------GUARDAR-TAXA
       0224-GUARDAR-TAXA      SECTION.

           IF WRK-QTD-TAX LESS WRK-MAX-TAB
               ADD 1 TO WRK-QTD-TAX
               MOVE JPRM-TIPO-CONTA    TO WRK-TAX-TIPO (WRK-QTD-TAX)
               MOVE JPRM-DATA-VIGENCIA
                                   TO WRK-TAX-VIGENCIA (WRK-QTD-TAX)
               MOVE JPRM-TAXA-MENSAL   TO WRK-TAX-VALOR (WRK-QTD-TAX)
               PERFORM 0222-LER-TAXA
           ELSE
               MOVE "S" TO WRK-ERRO-PARM
               MOVE "S" TO WRK-FIM-ARQUIVO
               DISPLAY "TABELA DE TAXAS DE JUROS (CLIEJPRM) EXCEDE "
                       "500 ENTRADAS. EXECUCAO CANCELADA."
           END-IF.

       0224-FIM. EXIT.
      *----------------------------------LER-TRANSACAO
       0250-LER-TRANSACAO     SECTION.

           READ CLIENTES-PTRN
               AT END
                   MOVE "S" TO WRK-FIM-TRN
           END-READ.

       0250-FIM. EXIT.
      *----------------------------------PROCESSAR-TRANSACAO
       0300-PROCESSAR-TRANSACAO SECTION.

           ADD 1 TO WRK-QTD-LIDOS.
           PERFORM 0310-VALIDAR-TRANSACAO.

           MOVE SPACES TO WRK-LINHA-DET.
           MOVE PTR-PARAMETRO     TO DET-PARAMETRO.
           MOVE PTR-TIPO-CONTA    TO DET-TIPO.
           MOVE PTR-DATA-VIGENCIA TO DET-VIGENCIA.

           IF REG-VALIDO
               MOVE PTR-TIPO-CONTA    TO WRK-NOVA-TIPO
               MOVE PTR-DATA-VIGENCIA TO WRK-NOVA-VIGENCIA
               IF PTR-SALDO-MINIMO
                   PERFORM 0320-APLICAR-PISO
               ELSE
                   PERFORM 0330-APLICAR-TAXA
               END-IF
           END-IF.

           IF REG-VALIDO
               ADD 1 TO WRK-QTD-ACEITAS
               IF SUBSTITUI
                   MOVE "SUBSTITUIDA" TO DET-RESULTADO
               ELSE
                   MOVE "ACEITA"      TO DET-RESULTADO
               END-IF
           ELSE
               ADD 1 TO WRK-QTD-REJEITADAS
               MOVE "REJEITADA"   TO DET-RESULTADO
           END-IF.
           MOVE WRK-MOTIVO TO DET-MOTIVO.
           WRITE REG-PREL FROM WRK-LINHA-DET.

           PERFORM 0250-LER-TRANSACAO.

       0300-FIM. EXIT.
      *----------------------------------VALIDAR-TRANSACAO
       0310-VALIDAR-TRANSACAO SECTION.

           MOVE "S"    TO WRK-REG-VALIDO.
           MOVE SPACES TO WRK-MOTIVO.

           IF NOT PTR-SALDO-MINIMO AND NOT PTR-TAXA-JUROS
               MOVE "PARAMETRO INVALIDO" TO WRK-MOTIVO
               MOVE "N" TO WRK-REG-VALIDO
           END-IF.

           IF REG-VALIDO AND PTR-TIPO-CONTA IS NOT NUMERIC
               MOVE "TIPO CONTA INVALIDO" TO WRK-MOTIVO
               MOVE "N" TO WRK-REG-VALIDO
           END-IF.

           IF REG-VALIDO
               PERFORM 0312-VALIDAR-VIGENCIA
           END-IF.

           IF REG-VALIDO
               PERFORM 0314-VERIFICAR-TIPO
               EVALUATE TRUE
                   WHEN PTR-INCLUI-TIPO AND NOT PTR-SALDO-MINIMO
                       MOVE "NOVO TIPO SO COM S" TO WRK-MOTIVO
                       MOVE "N" TO WRK-REG-VALIDO
                   WHEN PTR-INCLUI-TIPO AND TIPO-EXISTE
                       MOVE "TIPO CONTA JA EXISTE" TO WRK-MOTIVO
                       MOVE "N" TO WRK-REG-VALIDO
                   WHEN NOT PTR-INCLUI-TIPO AND NOT TIPO-EXISTE
                       MOVE "TIPO CONTA INEXIST." TO WRK-MOTIVO
                       MOVE "N" TO WRK-REG-VALIDO
               END-EVALUATE
           END-IF.

           IF REG-VALIDO AND PTR-SALDO-MINIMO
               IF PTR-SALDO-MIN IS NOT NUMERIC
                   MOVE "SALDO MIN INVALIDO" TO WRK-MOTIVO
                   MOVE "N" TO WRK-REG-VALIDO
               ELSE
                   IF PTR-SALDO-MIN LESS WRK-PISO-LIMITE-INF OR
                      PTR-SALDO-MIN GREATER WRK-PISO-LIMITE-SUP
                       MOVE "SALDO FORA DO LIMITE" TO WRK-MOTIVO
                       MOVE "N" TO WRK-REG-VALIDO
                   END-IF
               END-IF
           END-IF.

           IF REG-VALIDO AND PTR-TAXA-JUROS
               IF PTR-TAXA-MENSAL IS NOT NUMERIC
                   MOVE "TAXA INVALIDA" TO WRK-MOTIVO
                   MOVE "N" TO WRK-REG-VALIDO
               ELSE
                   IF PTR-TAXA-MENSAL GREATER WRK-TAXA-LIMITE-SUP
                       MOVE "TAXA FORA LIMITE" TO WRK-MOTIVO
                       MOVE "N" TO WRK-REG-VALIDO
                   END-IF
               END-IF
           END-IF.

           IF REG-VALIDO AND PTR-SALDO-MINIMO AND
              WRK-QTD-PIS NOT LESS WRK-MAX-TAB
               MOVE "TABELA CHEIA" TO WRK-MOTIVO
               MOVE "N" TO WRK-REG-VALIDO
           END-IF.

           IF REG-VALIDO AND PTR-TAXA-JUROS AND
              WRK-QTD-TAX NOT LESS WRK-MAX-TAB
               MOVE "TABELA CHEIA" TO WRK-MOTIVO
               MOVE "N" TO WRK-REG-VALIDO
           END-IF.

       0310-FIM. EXIT.
      *----------------------------------VALIDAR-VIGENCIA
       0312-VALIDAR-VIGENCIA  SECTION.

           IF PTR-DATA-VIGENCIA IS NOT NUMERIC
               MOVE "VIGENCIA INVALIDA" TO WRK-MOTIVO
               MOVE "N" TO WRK-REG-VALIDO
           ELSE
               IF PTR-VIG-MES LESS 1 OR PTR-VIG-MES GREATER 12 OR
                  PTR-VIG-ANO LESS 1900
                   MOVE "VIGENCIA INVALIDA" TO WRK-MOTIVO
                   MOVE "N" TO WRK-REG-VALIDO
               END-IF
           END-IF.

           IF REG-VALIDO
               EVALUATE PTR-VIG-MES
                   WHEN 4
                   WHEN 6
                   WHEN 9
                   WHEN 11
                       MOVE 30 TO WRK-DIAS-NO-MES
                   WHEN 2
                       DIVIDE PTR-VIG-ANO BY 4
                           GIVING WRK-QUOC-ANO REMAINDER WRK-RESTO-4
                       DIVIDE PTR-VIG-ANO BY 100
                           GIVING WRK-QUOC-ANO REMAINDER WRK-RESTO-100
                       DIVIDE PTR-VIG-ANO BY 400
                           GIVING WRK-QUOC-ANO REMAINDER WRK-RESTO-400
                       IF (WRK-RESTO-4 EQUAL ZERO AND
                           WRK-RESTO-100 NOT EQUAL ZERO) OR
                          WRK-RESTO-400 EQUAL ZERO
                           MOVE 29 TO WRK-DIAS-NO-MES
                       ELSE
                           MOVE 28 TO WRK-DIAS-NO-MES
                       END-IF
                   WHEN OTHER
                       MOVE 31 TO WRK-DIAS-NO-MES
               END-EVALUATE
               IF PTR-VIG-DIA LESS 1 OR
                  PTR-VIG-DIA GREATER WRK-DIAS-NO-MES
                   MOVE "VIGENCIA INVALIDA" TO WRK-MOTIVO
                   MOVE "N" TO WRK-REG-VALIDO
               END-IF
           END-IF.

           IF REG-VALIDO AND
              PTR-DATA-VIGENCIA NOT GREATER WRK-DATA-EXECUCAO
               MOVE "VIGENCIA NAO FUTURA" TO WRK-MOTIVO
               MOVE "N" TO WRK-REG-VALIDO
               MOVE "S" TO WRK-ERRO-PARM
               DISPLAY "VIGENCIA " PTR-DATA-VIGENCIA
                       " NAO POSTERIOR A DATA DE MOVIMENTO "
                       WRK-DATA-EXECUCAO ". TABELAS NAO ATUALIZADAS."
           END-IF.

       0312-FIM. EXIT.
      *----------------------------------VERIFICAR-TIPO
       0314-VERIFICAR-TIPO    SECTION.

           MOVE "N" TO WRK-TIPO-EXISTE.
           PERFORM 0316-COMPARAR-TIPO
               VARYING WRK-POS FROM 1 BY 1
               UNTIL WRK-POS GREATER WRK-QTD-PIS OR TIPO-EXISTE.

       0314-FIM. EXIT.
      *----------------------------------COMPARAR-TIPO
       0316-COMPARAR-TIPO     SECTION.

           IF WRK-PIS-TIPO (WRK-POS) EQUAL PTR-TIPO-CONTA
               MOVE "S" TO WRK-TIPO-EXISTE
           END-IF.

       0316-FIM. EXIT.
      *----------------------------------APLICAR-PISO
       0320-APLICAR-PISO      SECTION.

      *    LOCALIZA A POSICAO DA CHAVE TIPO + VIGENCIA NA TABELA,
      *    GUARDANDO O VALOR EM VIGOR ATE ENTAO PARA O TIPO
           MOVE "N" TO WRK-TEM-ANTERIOR.
           MOVE "N" TO WRK-SUBSTITUI.
           MOVE 1   TO WRK-POS.
           PERFORM 0322-AVANCAR-PISO
               UNTIL WRK-POS GREATER WRK-QTD-PIS OR
                     WRK-PIS-CHAVE (WRK-POS) NOT LESS WRK-CHAVE-NOVA.

           IF WRK-POS NOT GREATER WRK-QTD-PIS
               IF WRK-PIS-CHAVE (WRK-POS) EQUAL WRK-CHAVE-NOVA
                   MOVE "S" TO WRK-SUBSTITUI
                   MOVE "S" TO WRK-TEM-ANTERIOR
                   MOVE WRK-PIS-VALOR (WRK-POS) TO WRK-PISO-ANTERIOR
               END-IF
           END-IF.

           IF NOT SUBSTITUI
               PERFORM 0324-DESLOCAR-PISO
                   VARYING WRK-IDX-MOV FROM WRK-QTD-PIS BY -1
                   UNTIL WRK-IDX-MOV LESS WRK-POS
               ADD 1 TO WRK-QTD-PIS
               MOVE WRK-CHAVE-NOVA TO WRK-PIS-CHAVE (WRK-POS)
           END-IF.
           MOVE PTR-SALDO-MIN TO WRK-PIS-VALOR (WRK-POS).

           IF TEM-ANTERIOR
               MOVE WRK-PISO-ANTERIOR TO DET-ANT-PISO
           END-IF.
           MOVE PTR-SALDO-MIN TO DET-NOVO-PISO.

       0320-FIM. EXIT.
      *----------------------------------AVANCAR-PISO
       0322-AVANCAR-PISO      SECTION.

           IF WRK-PIS-TIPO (WRK-POS) EQUAL WRK-NOVA-TIPO
               MOVE "S" TO WRK-TEM-ANTERIOR
               MOVE WRK-PIS-VALOR (WRK-POS) TO WRK-PISO-ANTERIOR
           END-IF.
           ADD 1 TO WRK-POS.

       0322-FIM. EXIT.
      *----------------------------------DESLOCAR-PISO
       0324-DESLOCAR-PISO     SECTION.

           MOVE WRK-PIS-ITEM (WRK-IDX-MOV)
                               TO WRK-PIS-ITEM (WRK-IDX-MOV + 1).

       0324-FIM. EXIT.
      *----------------------------------APLICAR-TAXA
       0330-APLICAR-TAXA      SECTION.

           MOVE "N" TO WRK-TEM-ANTERIOR.
           MOVE "N" TO WRK-SUBSTITUI.
           MOVE 1   TO WRK-POS.
           PERFORM 0332-AVANCAR-TAXA
               UNTIL WRK-POS GREATER WRK-QTD-TAX OR
                     WRK-TAX-CHAVE (WRK-POS) NOT LESS WRK-CHAVE-NOVA.

           IF WRK-POS NOT GREATER WRK-QTD-TAX
               IF WRK-TAX-CHAVE (WRK-POS) EQUAL WRK-CHAVE-NOVA
                   MOVE "S" TO WRK-SUBSTITUI
                   MOVE "S" TO WRK-TEM-ANTERIOR
                   MOVE WRK-TAX-VALOR (WRK-POS) TO WRK-TAXA-ANTERIOR
               END-IF
           END-IF.

           IF NOT SUBSTITUI
               PERFORM 0334-DESLOCAR-TAXA
                   VARYING WRK-IDX-MOV FROM WRK-QTD-TAX BY -1
                   UNTIL WRK-IDX-MOV LESS WRK-POS
               ADD 1 TO WRK-QTD-TAX
               MOVE WRK-CHAVE-NOVA TO WRK-TAX-CHAVE (WRK-POS)
           END-IF.
           MOVE PTR-TAXA-MENSAL TO WRK-TAX-VALOR (WRK-POS).

           IF TEM-ANTERIOR
               MOVE WRK-TAXA-ANTERIOR TO DET-ANT-TAXA-ED
           END-IF.
           MOVE PTR-TAXA-MENSAL TO DET-NOVO-TAXA-ED.

       0330-FIM. EXIT.
      *----------------------------------AVANCAR-TAXA
       0332-AVANCAR-TAXA      SECTION.

           IF WRK-TAX-TIPO (WRK-POS) EQUAL WRK-NOVA-TIPO
               MOVE "S" TO WRK-TEM-ANTERIOR
               MOVE WRK-TAX-VALOR (WRK-POS) TO WRK-TAXA-ANTERIOR
           END-IF.
           ADD 1 TO WRK-POS.

       0332-FIM. EXIT.
      *----------------------------------DESLOCAR-TAXA
       0334-DESLOCAR-TAXA     SECTION.

           MOVE WRK-TAX-ITEM (WRK-IDX-MOV)
                               TO WRK-TAX-ITEM (WRK-IDX-MOV + 1).

       0334-FIM. EXIT.
      *----------------------------------FINALIZAR
       0400-FINALIZAR         SECTION.

           IF WRK-STATUS-PTRN EQUAL "00"
               CLOSE CLIENTES-PTRN
           END-IF.

           IF WRK-QTD-ACEITAS GREATER ZERO AND NOT ERRO-PARM
               PERFORM 0410-GRAVAR-TABELAS
           END-IF.

           MOVE SPACES TO REG-PREL.
           WRITE REG-PREL.
           MOVE "TRANSACOES LIDAS ..........: " TO TOT-TITULO.
           MOVE WRK-QTD-LIDOS      TO TOT-QTD.
           WRITE REG-PREL FROM WRK-LINHA-TOT.
           MOVE "TRANSACOES ACEITAS ........: " TO TOT-TITULO.
           MOVE WRK-QTD-ACEITAS    TO TOT-QTD.
           WRITE REG-PREL FROM WRK-LINHA-TOT.
           MOVE "TRANSACOES REJEITADAS .....: " TO TOT-TITULO.
           MOVE WRK-QTD-REJEITADAS TO TOT-QTD.
           WRITE REG-PREL FROM WRK-LINHA-TOT.
           IF ERRO-PARM
               MOVE SPACES TO REG-PREL
               WRITE REG-PREL
               MOVE "ERRO DE PARAMETRO - CLIEPRM E CLIEJPRM NAO "
                                   TO REG-PREL
               WRITE REG-PREL
               MOVE "ATUALIZADOS; HISTORICO ABAIXO NAO GRAVADO."
                                   TO REG-PREL
               WRITE REG-PREL
           END-IF.

           MOVE SPACES TO REG-PREL.
           WRITE REG-PREL.
           MOVE "HISTORICO DE SALDOS MINIMOS (TIPO / VIGENCIA / VALOR)"
                                   TO REG-PREL.
           WRITE REG-PREL.
           PERFORM 0420-LISTAR-PISO
               VARYING WRK-IDX-LST FROM 1 BY 1
               UNTIL WRK-IDX-LST GREATER WRK-QTD-PIS.
           MOVE SPACES TO REG-PREL.
           WRITE REG-PREL.
           MOVE "HISTORICO DE TAXAS DE JUROS (TIPO / VIGENCIA / % MES)"
                                   TO REG-PREL.
           WRITE REG-PREL.
           PERFORM 0430-LISTAR-TAXA
               VARYING WRK-IDX-LST FROM 1 BY 1
               UNTIL WRK-IDX-LST GREATER WRK-QTD-TAX.
           CLOSE CLIENTES-PREL.

           MOVE WRK-QTD-LIDOS TO WRK-QTD-ED.
           DISPLAY "TRANSACOES LIDAS ..........: " WRK-QTD-ED.
           MOVE WRK-QTD-ACEITAS TO WRK-QTD-ED.
           DISPLAY "TRANSACOES ACEITAS ........: " WRK-QTD-ED.
           MOVE WRK-QTD-REJEITADAS TO WRK-QTD-ED.
           DISPLAY "TRANSACOES REJEITADAS .....: " WRK-QTD-ED.

       0400-FIM. EXIT.
      *----------------------------------GRAVAR-TABELAS
       0410-GRAVAR-TABELAS    SECTION.

           OPEN OUTPUT CLIENTES-PARM.
           PERFORM 0412-GRAVAR-PISO
               VARYING WRK-IDX-LST FROM 1 BY 1
               UNTIL WRK-IDX-LST GREATER WRK-QTD-PIS.
           CLOSE CLIENTES-PARM.

           OPEN OUTPUT CLIENTES-JPRM.
           PERFORM 0414-GRAVAR-TAXA
               VARYING WRK-IDX-LST FROM 1 BY 1
               UNTIL WRK-IDX-LST GREATER WRK-QTD-TAX.
           CLOSE CLIENTES-JPRM.

       0410-FIM. EXIT.
      *----------------------------------GRAVAR-PISO
       0412-GRAVAR-PISO       SECTION.

           MOVE WRK-PIS-TIPO (WRK-IDX-LST)     TO PARM-TIPO-CONTA.
           MOVE WRK-PIS-VIGENCIA (WRK-IDX-LST) TO PARM-DATA-VIGENCIA.
           MOVE WRK-PIS-VALOR (WRK-IDX-LST)    TO PARM-SALDO-MIN.
           WRITE REG-PARM.

       0412-FIM. EXIT.
      *----------------------------------GRAVAR-TAXA
       0414-GRAVAR-TAXA       SECTION.

           MOVE WRK-TAX-TIPO (WRK-IDX-LST)     TO JPRM-TIPO-CONTA.
           MOVE WRK-TAX-VIGENCIA (WRK-IDX-LST) TO JPRM-DATA-VIGENCIA.
           MOVE WRK-TAX-VALOR (WRK-IDX-LST)    TO JPRM-TAXA-MENSAL.
           WRITE REG-JPRM.

       0414-FIM. EXIT.
      *----------------------------------LISTAR-PISO
       0420-LISTAR-PISO       SECTION.

           MOVE WRK-PIS-TIPO (WRK-IDX-LST)     TO HIS-TIPO.
           MOVE WRK-PIS-VIGENCIA (WRK-IDX-LST) TO HIS-VIGENCIA.
           MOVE WRK-PIS-VALOR (WRK-IDX-LST)    TO HIS-PISO.
           WRITE REG-PREL FROM WRK-LINHA-HIST.

       0420-FIM. EXIT.
      *----------------------------------LISTAR-TAXA
       0430-LISTAR-TAXA       SECTION.

           MOVE SPACES TO HIS-VALOR.
           MOVE WRK-TAX-TIPO (WRK-IDX-LST)     TO HIS-TIPO.
           MOVE WRK-TAX-VIGENCIA (WRK-IDX-LST) TO HIS-VIGENCIA.
           MOVE WRK-TAX-VALOR (WRK-IDX-LST)    TO HIS-TAXA-ED.
           WRITE REG-PREL FROM WRK-LINHA-HIST.

       0430-FIM. EXIT.
      *----------------------------------REGISTRAR-EXECUCAO
       0500-REGISTRAR-EXECUCAO SECTION.

           CALL "REGISTRAEXEC" USING WRK-JRN-PROGRAMA WRK-JRN-TIPO
                                      WRK-JRN-DATA WRK-JRN-LIDOS
                                      WRK-JRN-GRAVADOS
                                      WRK-JRN-REJEITADOS
                                      WRK-JRN-RETORNO.

       0500-FIM. EXIT.
