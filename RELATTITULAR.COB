       IDENTIFICATION        DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. RELATTITULAR.
       AUTHOR. SEU-NOME.
       DATE-WRITTEN. 2026-10-15.
      * MODIFICATION HISTORY
      * 2026-10-15 RLC  INITIAL VERSION: LGPD DATA-SUBJECT ACCESS
      *                 REPORT. FOR ONE DOCUMENTO ACCEPTED FROM THE
      *                 CONSOLE, LISTS ON CLIEDREL EVERY FILE AND
      *                 EVERY RECORD OF THE CLIENT CHAIN THAT HOLDS
      *                 PERSONAL DATA OF THE TITULAR: THE MASTER
      *                 (CLIEMST), THE MAINTENANCE BEFORE-IMAGE
      *                 JOURNAL (CLIEBIMG), THE YEARLY DECISION
      *                 ARCHIVES (CLIELAAAA, FROM THE FIRST YEAR ON
      *                 CLIELPRM) AND THE LIVE CLIELOG, THE SUSPENSE
      *                 FILE (CLIESUS), THE BANK PENDING STOCK
      *                 (CLIEPACU) AND THE MOVEMENT HISTORY
      *                 (CLIEHMOV). LOG RECORDS WRITTEN BEFORE
      *                 LOG-DOCUMENTO EXISTED ARE MATCHED BY THE NAME
      *                 ON CLIEMST OR, FOR AN EXCLUDED CLIENT, THE
      *                 LAST NAME ON THE BEFORE-IMAGE JOURNAL, AND ARE
      *                 FLAGGED. COAF OCCURRENCES (CLIECOAF) ARE NOT
      *                 LISTED: THEY ARE UNDER LEGAL SECRECY TOWARDS
      *                 THE CLIENT. THE DOCUMENTO IS PRINTED MASKED
      *                 THROUGH MASCARADOC. ENDS WITH RETURN-CODE 8
      *                 WHEN NO DOCUMENTO IS INFORMED.
      * 2026-10-15 RLC  A CLIENT MAY NOW HOLD SEVERAL ACCOUNTS. THE
      *                 MASTER SECTION LISTS THE CLIEMST RECORD AND
      *                 EVERY ACCOUNT OF THE DOCUMENTO ON THE ACCOUNT
      *                 MASTER (CLIECTA, BY ITS CTA-DOCUMENTO
      *                 ALTERNATE KEY). BEFORE-IMAGE, SUSPENSE,
      *                 PENDING AND MOVEMENT LINES SHOW THE ACCOUNT IN
      *                 THE DETALHE COLUMN.
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
           SELECT CLIENTES-FILE  ASSIGN TO "CLIEMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE   IS RANDOM
               RECORD KEY    IS REG-DOCUMENTO
               FILE STATUS   IS WRK-STATUS-MST.
           SELECT CONTAS-FILE    ASSIGN TO "CLIECTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE   IS DYNAMIC
               RECORD KEY    IS CTA-CHAVE
               ALTERNATE RECORD KEY IS CTA-DOCUMENTO
                             WITH DUPLICATES
               FILE STATUS   IS WRK-STATUS-CTA.
           SELECT CLIENTES-BIMG  ASSIGN TO "CLIEBIMG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-BIMG.
           SELECT CLIENTES-LOG   ASSIGN TO "CLIELOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-LOG.
           SELECT LOG-ARQUIVO    ASSIGN TO WRK-NOME-ARQUIVO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-ARQ.
           SELECT CLIENTES-SUS   ASSIGN TO "CLIESUS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-SUS.
           SELECT CLIENTES-PACU  ASSIGN TO "CLIEPACU"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-PACU.
           SELECT CLIENTES-HMOV  ASSIGN TO "CLIEHMOV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-HMOV.
           SELECT CLIENTES-LPRM  ASSIGN TO "CLIELPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-LPRM.
           SELECT CLIENTES-DREL  ASSIGN TO "CLIEDREL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLIENTES-DAT   ASSIGN TO "CLIEDAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-DAT.

       DATA                  DIVISION.
       FILE                  SECTION.
       FD  CLIENTES-FILE.
       01  REG-CLIENTE.
           05  REG-NOME          PICTURE X(20).
           05  REG-DOCUMENTO     PICTURE X(14).

       FD  CONTAS-FILE.
       01  REG-CONTA.
           05  CTA-CHAVE.
               10  CTA-AGENCIA   PICTURE X(04).
               10  CTA-NUMERO    PICTURE 9(06).
               10  CTA-DIGITO    PICTURE 9.
           05  CTA-DOCUMENTO     PICTURE X(14).
           05  CTA-TIPO-CONTA    PICTURE 9.
           05  CTA-SALDO         PICTURE S9(10)  COMP.
           05  CTA-SITUACAO      PICTURE X(01).
           05  CTA-MOTIVO-BLOQUEIO PICTURE X(01).
           05  CTA-DATA-SITUACAO PICTURE 9(08).
           05  CTA-DATA-ABERTURA PICTURE 9(08).

       FD  CLIENTES-BIMG.
       01  REG-BIMG.
           05  BIM-DATA-MOVIMENTO PICTURE 9(08).
           05  BIM-SEQUENCIA      PICTURE 9(06).
           05  BIM-OPERACAO       PICTURE X(01).
           05  BIM-DOCUMENTO      PICTURE X(14).
           05  BIM-NOME-ANTES     PICTURE X(20).
           05  BIM-SALDO-ANTES    PICTURE S9(10)  COMP.
           05  BIM-TIPO-ANTES     PICTURE 9.
           05  BIM-SITUACAO-ANTES PICTURE X(01).
           05  BIM-MOTIVO-BLQ-ANTES PICTURE X(01).
           05  BIM-DATA-SIT-ANTES PICTURE 9(08).
           05  BIM-CONTA.
               10  BIM-CONTA-AGENCIA PICTURE X(04).
               10  BIM-CONTA-NUMERO  PICTURE 9(06).
               10  BIM-CONTA-DIGITO  PICTURE 9.
           05  BIM-DATA-ABERT-ANTES PICTURE 9(08).

       FD  CLIENTES-LOG.
       01  REG-LOG.
           05  LOG-NOME          PICTURE X(20).
           05  LOG-SALDO-ED      PICTURE Z.ZZZ.ZZZ.ZZ9,99.
           05  LOG-TIPO-CONTA    PICTURE 9.
           05  LOG-DECISAO       PICTURE X(10).
           05  LOG-MOTIVO        PICTURE X(01).
           05  LOG-DATA          PICTURE X(08).
           05  LOG-DOCUMENTO     PICTURE X(14).

       FD  LOG-ARQUIVO.
       01  REG-ARQ.
           05  ARQ-NOME          PICTURE X(20).
           05  ARQ-SALDO-ED      PICTURE Z.ZZZ.ZZZ.ZZ9,99.
           05  ARQ-TIPO-CONTA    PICTURE 9.
           05  ARQ-DECISAO       PICTURE X(10).
           05  ARQ-MOTIVO        PICTURE X(01).
           05  ARQ-DATA          PICTURE X(08).
           05  ARQ-DOCUMENTO     PICTURE X(14).

       FD  CLIENTES-SUS.
       01  REG-SUS.
           05  SUS-NOME          PICTURE X(20).
           05  SUS-SALDO         PICTURE S9(10)  COMP.
           05  SUS-TIPO-CONTA    PICTURE 9.
           05  SUS-DOCUMENTO     PICTURE X(14).
           05  SUS-MOTIVO        PICTURE X(01).
           05  SUS-DATA          PICTURE X(08).
           05  SUS-CONTA.
               10  SUS-CONTA-AGENCIA PICTURE X(04).
               10  SUS-CONTA-NUMERO  PICTURE 9(06).
               10  SUS-CONTA-DIGITO  PICTURE 9.

       FD  CLIENTES-PACU.
       01  REG-PACU.
           05  PACU-NOME         PICTURE X(20).
           05  PACU-DOCUMENTO    PICTURE X(14).
           05  PACU-SALDO        PICTURE 9(10)V99.
           05  PACU-TIPO-CONTA   PICTURE 9.
           05  PACU-DATA         PICTURE X(08).
           05  PACU-CONTA.
               10  PACU-CONTA-AGENCIA PICTURE X(04).
               10  PACU-CONTA-NUMERO PICTURE 9(06).
               10  PACU-CONTA-DIGITO PICTURE 9.

       FD  CLIENTES-HMOV.
       01  REG-HMOV.
           05  HMOV-DOCUMENTO     PICTURE X(14).
           05  HMOV-DATA-MOVIMENTO PICTURE 9(08).
           05  HMOV-SEQUENCIA     PICTURE 9(06).
           05  HMOV-ORIGEM        PICTURE X(01).
           05  HMOV-OPERACAO      PICTURE X(01).
           05  HMOV-AGENCIA       PICTURE X(04).
           05  HMOV-VALOR         PICTURE 9(10).
           05  HMOV-SALDO-ANT     PICTURE S9(10)  COMP.
           05  HMOV-SALDO-NOVO    PICTURE S9(10)  COMP.
           05  HMOV-CONTA.
               10  HMOV-CONTA-AGENCIA PICTURE X(04).
               10  HMOV-CONTA-NUMERO  PICTURE 9(06).
               10  HMOV-CONTA-DIGITO  PICTURE 9.

       FD  CLIENTES-LPRM.
       01  REG-LPRM.
           05  LPRM-DATA-CORTE   PICTURE 9(08).
           05  LPRM-ANO-INICIAL  PICTURE 9(04).

       FD  CLIENTES-DREL.
       01  REG-DREL              PICTURE X(80).

       FD  CLIENTES-DAT.
       01  REG-DAT.
           05  DAT-DATA-MOVIMENTO PICTURE 9(08).

       WORKING-STORAGE       SECTION.
       01  WRK-STATUS-MST    PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-CTA    PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-BIMG   PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-LOG    PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-ARQ    PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-SUS    PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-PACU   PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-HMOV   PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-LPRM   PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-DAT    PICTURE X(02)   VALUE SPACES.
       01  WRK-DOCUMENTO     PICTURE X(14)   VALUE SPACES.
       01  WRK-DOC-MASCARADO PICTURE X(14)   VALUE SPACES.
       01  WRK-NOME-TITULAR  PICTURE X(20)   VALUE SPACES.
       01  WRK-DATA-EXECUCAO PICTURE X(08)   VALUE SPACES.
       01  WRK-DATA-EXEC-NUM PICTURE 9(08)   VALUE ZEROS.
       01  WRK-DATA-EXEC-R   REDEFINES WRK-DATA-EXEC-NUM.
           05  WRK-EXEC-ANO      PICTURE 9(04).
           05  WRK-EXEC-MMDD     PICTURE 9(04).
       01  WRK-ERRO-DOC      PICTURE X(01)   VALUE "N".
           88  ERRO-DOC                      VALUE "S".
       01  WRK-CLIENTE-ACHADO PICTURE X(01)  VALUE "N".
           88  CLIENTE-ACHADO                VALUE "S".
       01  WRK-FIM-ARQUIVO   PICTURE X(01)   VALUE "N".
           88  FIM-ARQUIVO                   VALUE "S".
       01  WRK-CONTA-ED.
           05  WRK-CED-AGENCIA   PICTURE X(04)   VALUE SPACES.
           05  FILLER            PICTURE X(01)   VALUE SPACE.
           05  WRK-CED-NUMERO    PICTURE X(06)   VALUE SPACES.
           05  FILLER            PICTURE X(01)   VALUE "-".
           05  WRK-CED-DIGITO    PICTURE X(01)   VALUE SPACE.
       01  WRK-NOME-ARQUIVO.
           05  FILLER            PICTURE X(05) VALUE "CLIEL".
           05  WRK-NOME-ANO      PICTURE 9(04).
       01  WRK-ANO-ARQ       PICTURE 9(04)   VALUE ZEROS.
       01  WRK-ANO-INICIAL   PICTURE 9(04)   VALUE ZEROS.
       01  WRK-QTD-ANOS-ARQ  PICTURE 9(02)   VALUE 10.
      *    DECISAO EM EXAME, VINDA DO ARQUIVO ANUAL OU DO CLIELOG
       01  WRK-DECISAO-ATUAL.
           05  WRK-DEC-NOME      PICTURE X(20).
           05  WRK-DEC-SALDO-ED  PICTURE X(16).
           05  WRK-DEC-TIPO      PICTURE 9.
           05  WRK-DEC-DECISAO   PICTURE X(10).
           05  WRK-DEC-MOTIVO    PICTURE X(01).
           05  WRK-DEC-DATA      PICTURE X(08).
           05  WRK-DEC-DOCUMENTO PICTURE X(14).
       01  WRK-VALOR-ED      PICTURE -Z.ZZZ.ZZZ.ZZ9.
       01  WRK-VALOR-CENT-ED PICTURE Z.ZZZ.ZZZ.ZZ9,99.
       01  WRK-QTD-LIDOS     PICTURE 9(06)   COMP VALUE ZEROS.
       01  WRK-QTD-ARQUIVO   PICTURE 9(06)   COMP VALUE ZEROS.
       01  WRK-QTD-ACHADOS   PICTURE 9(06)   COMP VALUE ZEROS.
       01  WRK-QTD-PELO-NOME PICTURE 9(06)   COMP VALUE ZEROS.
       01  WRK-LINHA-CAB1.
           05  FILLER    PICTURE X(34)
               VALUE "DADOS PESSOAIS DO TITULAR (LGPD) D".
           05  FILLER    PICTURE X(05)  VALUE "ATA: ".
           05  CAB1-DATA PICTURE X(08).
           05  FILLER    PICTURE X(33)  VALUE SPACES.
       01  WRK-LINHA-CAB-DOC.
           05  FILLER    PICTURE X(18)  VALUE "DOCUMENTO .......:".
           05  FILLER    PICTURE X(01)  VALUE SPACES.
           05  CABD-DOCUMENTO PICTURE X(14).
           05  FILLER    PICTURE X(47)  VALUE SPACES.
       01  WRK-LINHA-SECAO.
           05  SEC-TITULO    PICTURE X(60).
           05  FILLER        PICTURE X(20) VALUE SPACES.
       01  WRK-LINHA-CAB2.
           05  FILLER    PICTURE X(09)  VALUE "DATA".
           05  FILLER    PICTURE X(21)  VALUE "NOME".
           05  FILLER    PICTURE X(13)  VALUE "REGISTRO".
           05  FILLER    PICTURE X(17)  VALUE "DETALHE".
           05  FILLER    PICTURE X(16)  VALUE "           VALOR".
           05  FILLER    PICTURE X(04)  VALUE SPACES.
       01  WRK-LINHA-DET.
           05  DET-DATA      PICTURE X(08).
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DET-NOME      PICTURE X(20).
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DET-REGISTRO  PICTURE X(12).
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DET-DETALHE   PICTURE X(16).
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DET-VALOR     PICTURE X(16).
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DET-MARCA     PICTURE X(01).
           05  FILLER        PICTURE X(02) VALUE SPACES.
       01  WRK-LINHA-TOT.
           05  TOT-TITULO    PICTURE X(30).
           05  TOT-QTD       PICTURE ZZZ.ZZ9.
           05  FILLER        PICTURE X(43) VALUE SPACES.
       01  WRK-JRN-PROGRAMA  PICTURE X(16)   VALUE "RELATTITULAR".
       01  WRK-JRN-TIPO      PICTURE X(01)   VALUE "I".
       01  WRK-JRN-DATA      PICTURE 9(08)   VALUE ZEROS.
       01  WRK-JRN-LIDOS     PICTURE 9(06)   VALUE ZEROS.
       01  WRK-JRN-GRAVADOS  PICTURE 9(06)   VALUE ZEROS.
       01  WRK-JRN-REJEITADOS PICTURE 9(06)  VALUE ZEROS.
       01  WRK-JRN-RETORNO   PICTURE 9(02)   VALUE ZEROS.

       PROCEDURE             DIVISION.

       0100-PRINCIPAL         SECTION.
           PERFORM 0200-INICIAR.
           IF NOT ERRO-DOC
               PERFORM 0300-LISTAR-CADASTRO
               PERFORM 0310-LISTAR-IMAGENS
               PERFORM 0320-LISTAR-DECISOES
               PERFORM 0350-LISTAR-SUSPENSOS
               PERFORM 0360-LISTAR-PENDENTES
               PERFORM 0370-LISTAR-MOVIMENTOS
               PERFORM 0400-FINALIZAR
           END-IF.

           IF ERRO-DOC
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           MOVE "F" TO WRK-JRN-TIPO.
           MOVE WRK-QTD-LIDOS   TO WRK-JRN-LIDOS.
           MOVE WRK-QTD-ACHADOS TO WRK-JRN-GRAVADOS.
           MOVE RETURN-CODE     TO WRK-JRN-RETORNO.
           PERFORM 0500-REGISTRAR-EXECUCAO.
           MOVE WRK-JRN-RETORNO TO RETURN-CODE.
           STOP  RUN.
       0100-FIM. EXIT.
      *----------------------------------INICIAR
       0200-INICIAR           SECTION.

           PERFORM 0205-LER-DATA-MOVIMENTO.
           MOVE WRK-DATA-EXEC-NUM TO WRK-JRN-DATA.
           PERFORM 0500-REGISTRAR-EXECUCAO.
           PERFORM 0210-LER-PARAMETRO.

           DISPLAY "INFORME O DOCUMENTO (CPF/CNPJ) DO TITULAR: ".
           ACCEPT WRK-DOCUMENTO.
           IF WRK-DOCUMENTO EQUAL SPACES
               DISPLAY "DOCUMENTO NAO INFORMADO. RELATORIO CANCELADO."
               MOVE "S" TO WRK-ERRO-DOC
           ELSE
               CALL "MASCARADOC" USING WRK-DOCUMENTO
                                        WRK-DOC-MASCARADO
               OPEN OUTPUT CLIENTES-DREL
               MOVE WRK-DATA-EXECUCAO TO CAB1-DATA
               WRITE REG-DREL FROM WRK-LINHA-CAB1
               MOVE WRK-DOC-MASCARADO TO CABD-DOCUMENTO
               WRITE REG-DREL FROM WRK-LINHA-CAB-DOC
           END-IF.

       0200-FIM. EXIT.
      *----------------------------------LER-DATA-MOVIMENTO
       0205-LER-DATA-MOVIMENTO SECTION.

           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
           OPEN INPUT CLIENTES-DAT.
           IF WRK-STATUS-DAT EQUAL "00"
               READ CLIENTES-DAT
                   NOT AT END
                       IF DAT-DATA-MOVIMENTO IS NUMERIC
                           MOVE DAT-DATA-MOVIMENTO
                                               TO WRK-DATA-EXECUCAO
                       END-IF
               END-READ
               CLOSE CLIENTES-DAT
           END-IF.
           MOVE WRK-DATA-EXECUCAO TO WRK-DATA-EXEC-NUM.

       0205-FIM. EXIT.
      *----------------------------------LER-PARAMETRO
       0210-LER-PARAMETRO     SECTION.

           COMPUTE WRK-ANO-INICIAL = WRK-EXEC-ANO - WRK-QTD-ANOS-ARQ.
           OPEN INPUT CLIENTES-LPRM.
           IF WRK-STATUS-LPRM EQUAL "00"
               READ CLIENTES-LPRM
                   NOT AT END
                       IF LPRM-ANO-INICIAL IS NUMERIC AND
                          LPRM-ANO-INICIAL GREATER ZEROS
                           MOVE LPRM-ANO-INICIAL TO WRK-ANO-INICIAL
                       END-IF
               END-READ
               CLOSE CLIENTES-LPRM
           END-IF.

       0210-FIM. EXIT.
      *----------------------------------LISTAR-CADASTRO
       0300-LISTAR-CADASTRO   SECTION.

           MOVE "CADASTRO DE CLIENTES E CONTAS (CLIEMST E CLIECTA)"
                                         TO SEC-TITULO.
           PERFORM 0390-ABRIR-SECAO.

           OPEN INPUT CLIENTES-FILE.
           IF WRK-STATUS-MST EQUAL "00"
               MOVE WRK-DOCUMENTO TO REG-DOCUMENTO
               READ CLIENTES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WRK-CLIENTE-ACHADO
                       ADD 1 TO WRK-QTD-LIDOS
               END-READ
               CLOSE CLIENTES-FILE
           END-IF.

           IF CLIENTE-ACHADO
               MOVE REG-NOME          TO WRK-NOME-TITULAR
               MOVE SPACES            TO DET-DATA
               MOVE REG-NOME          TO DET-NOME
               MOVE "CADASTRO"        TO DET-REGISTRO
               MOVE SPACES            TO DET-DETALHE
               MOVE SPACES            TO DET-VALOR
               MOVE SPACES            TO DET-MARCA
               PERFORM 0395-IMPRIMIR-DETALHE
           END-IF.

           OPEN INPUT CONTAS-FILE.
           IF WRK-STATUS-CTA EQUAL "00"
               MOVE "N"           TO WRK-FIM-ARQUIVO
               MOVE WRK-DOCUMENTO TO CTA-DOCUMENTO
               START CONTAS-FILE KEY IS EQUAL CTA-DOCUMENTO
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-ARQUIVO
               END-START
               PERFORM 0305-LISTAR-CONTA UNTIL FIM-ARQUIVO
               CLOSE CONTAS-FILE
           END-IF.
           PERFORM 0398-FECHAR-SECAO.

       0300-FIM. EXIT.
      *----------------------------------LISTAR-CONTA
       0305-LISTAR-CONTA      SECTION.

           READ CONTAS-FILE NEXT
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF CTA-DOCUMENTO NOT EQUAL WRK-DOCUMENTO
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   ELSE
                       ADD 1 TO WRK-QTD-LIDOS
                       PERFORM 0307-IMPRIMIR-CONTA
                   END-IF
           END-READ.

       0305-FIM. EXIT.
      *----------------------------------IMPRIMIR-CONTA
       0307-IMPRIMIR-CONTA    SECTION.

           MOVE CTA-DATA-ABERTURA   TO DET-DATA.
           MOVE WRK-NOME-TITULAR    TO DET-NOME.
           MOVE "CONTA TIPO"        TO DET-REGISTRO.
           MOVE CTA-TIPO-CONTA      TO DET-REGISTRO (12:1).
           MOVE CTA-AGENCIA         TO WRK-CED-AGENCIA.
           MOVE CTA-NUMERO          TO WRK-CED-NUMERO.
           MOVE CTA-DIGITO          TO WRK-CED-DIGITO.
           MOVE WRK-CONTA-ED        TO DET-DETALHE.
           MOVE CTA-SITUACAO        TO DET-DETALHE (15:1).
           MOVE CTA-MOTIVO-BLOQUEIO TO DET-DETALHE (16:1).
           MOVE CTA-SALDO           TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED        TO DET-VALOR.
           MOVE SPACES              TO DET-MARCA.
           PERFORM 0395-IMPRIMIR-DETALHE.

       0307-FIM. EXIT.
      *----------------------------------LISTAR-IMAGENS
       0310-LISTAR-IMAGENS    SECTION.

           MOVE "JORNAL DE MANUTENCAO - IMAGEM ANTERIOR (CLIEBIMG)"
                                         TO SEC-TITULO.
           PERFORM 0390-ABRIR-SECAO.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT CLIENTES-BIMG.
           IF WRK-STATUS-BIMG EQUAL "00"
               PERFORM 0312-LER-IMAGEM
               PERFORM 0314-EXAMINAR-IMAGEM UNTIL FIM-ARQUIVO
               CLOSE CLIENTES-BIMG
           END-IF.
           PERFORM 0398-FECHAR-SECAO.

       0310-FIM. EXIT.
      *----------------------------------LER-IMAGEM
       0312-LER-IMAGEM        SECTION.

           READ CLIENTES-BIMG
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
           END-READ.

       0312-FIM. EXIT.
      *----------------------------------EXAMINAR-IMAGEM
       0314-EXAMINAR-IMAGEM   SECTION.

           IF BIM-DOCUMENTO EQUAL WRK-DOCUMENTO
               IF NOT CLIENTE-ACHADO AND
                  BIM-NOME-ANTES NOT EQUAL SPACES
                   MOVE BIM-NOME-ANTES TO WRK-NOME-TITULAR
               END-IF
               MOVE BIM-DATA-MOVIMENTO TO DET-DATA
               MOVE BIM-NOME-ANTES     TO DET-NOME
               MOVE "MANUTENCAO"       TO DET-REGISTRO
               MOVE BIM-OPERACAO       TO DET-REGISTRO (12:1)
               MOVE BIM-CONTA-AGENCIA  TO WRK-CED-AGENCIA
               MOVE BIM-CONTA-NUMERO   TO WRK-CED-NUMERO
               MOVE BIM-CONTA-DIGITO   TO WRK-CED-DIGITO
               MOVE WRK-CONTA-ED       TO DET-DETALHE
               MOVE BIM-SITUACAO-ANTES TO DET-DETALHE (15:1)
               MOVE BIM-MOTIVO-BLQ-ANTES TO DET-DETALHE (16:1)
               MOVE BIM-SALDO-ANTES    TO WRK-VALOR-ED
               MOVE WRK-VALOR-ED       TO DET-VALOR
               MOVE SPACES             TO DET-MARCA
               PERFORM 0395-IMPRIMIR-DETALHE
           END-IF.
           PERFORM 0312-LER-IMAGEM.

       0314-FIM. EXIT.
      *----------------------------------LISTAR-DECISOES
       0320-LISTAR-DECISOES   SECTION.

           MOVE "DECISOES DE ABERTURA (CLIELAAAA E CLIELOG)"
                                         TO SEC-TITULO.
           PERFORM 0390-ABRIR-SECAO.

           IF WRK-ANO-INICIAL NOT GREATER WRK-EXEC-ANO
               PERFORM 0325-LER-ARQUIVO-ANUAL
                   VARYING WRK-ANO-ARQ FROM WRK-ANO-INICIAL BY 1
                   UNTIL WRK-ANO-ARQ GREATER WRK-EXEC-ANO
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT CLIENTES-LOG.
           IF WRK-STATUS-LOG EQUAL "00"
               PERFORM 0332-LER-LOG
               PERFORM 0334-EXAMINAR-LOG UNTIL FIM-ARQUIVO
               CLOSE CLIENTES-LOG
           END-IF.
           PERFORM 0398-FECHAR-SECAO.
           IF WRK-QTD-PELO-NOME GREATER ZERO
               MOVE "* IDENTIFICADOS PELO NOME ..: " TO TOT-TITULO
               MOVE WRK-QTD-PELO-NOME TO TOT-QTD
               WRITE REG-DREL FROM WRK-LINHA-TOT
           END-IF.

       0320-FIM. EXIT.
      *----------------------------------LER-ARQUIVO-ANUAL
       0325-LER-ARQUIVO-ANUAL SECTION.

           MOVE WRK-ANO-ARQ TO WRK-NOME-ANO.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT LOG-ARQUIVO.
           IF WRK-STATUS-ARQ EQUAL "00"
               PERFORM 0327-LER-ARQUIVO
               PERFORM 0329-EXAMINAR-ARQUIVO UNTIL FIM-ARQUIVO
               CLOSE LOG-ARQUIVO
           END-IF.

       0325-FIM. EXIT.
      *----------------------------------LER-ARQUIVO
       0327-LER-ARQUIVO       SECTION.

           READ LOG-ARQUIVO
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
           END-READ.

       0327-FIM. EXIT.
      *----------------------------------EXAMINAR-ARQUIVO
       0329-EXAMINAR-ARQUIVO  SECTION.

           MOVE REG-ARQ TO WRK-DECISAO-ATUAL.
           PERFORM 0336-SELECIONAR-DECISAO.
           PERFORM 0327-LER-ARQUIVO.

       0329-FIM. EXIT.
      *----------------------------------LER-LOG
       0332-LER-LOG           SECTION.

           READ CLIENTES-LOG
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
           END-READ.

       0332-FIM. EXIT.
      *----------------------------------EXAMINAR-LOG
       0334-EXAMINAR-LOG      SECTION.

           MOVE REG-LOG TO WRK-DECISAO-ATUAL.
           PERFORM 0336-SELECIONAR-DECISAO.
           PERFORM 0332-LER-LOG.

       0334-FIM. EXIT.
      *----------------------------------SELECIONAR-DECISAO
       0336-SELECIONAR-DECISAO SECTION.

           IF WRK-DEC-DOCUMENTO EQUAL WRK-DOCUMENTO
               MOVE SPACES TO DET-MARCA
               PERFORM 0338-IMPRIMIR-DECISAO
           ELSE
               IF WRK-DEC-DOCUMENTO EQUAL SPACES AND
                  WRK-NOME-TITULAR NOT EQUAL SPACES AND
                  WRK-DEC-NOME EQUAL WRK-NOME-TITULAR
                   MOVE "*" TO DET-MARCA
                   ADD 1 TO WRK-QTD-PELO-NOME
                   PERFORM 0338-IMPRIMIR-DECISAO
               END-IF
           END-IF.

       0336-FIM. EXIT.
      *----------------------------------IMPRIMIR-DECISAO
       0338-IMPRIMIR-DECISAO  SECTION.

           MOVE WRK-DEC-DATA     TO DET-DATA.
           MOVE WRK-DEC-NOME     TO DET-NOME.
           MOVE WRK-DEC-DECISAO  TO DET-REGISTRO.
           MOVE "MOTIVO"         TO DET-DETALHE.
           MOVE WRK-DEC-MOTIVO   TO DET-DETALHE (8:1).
           MOVE "TIPO"           TO DET-DETALHE (10:4).
           MOVE WRK-DEC-TIPO     TO DET-DETALHE (15:1).
           MOVE WRK-DEC-SALDO-ED TO DET-VALOR.
           PERFORM 0395-IMPRIMIR-DETALHE.

       0338-FIM. EXIT.
      *----------------------------------LISTAR-SUSPENSOS
       0350-LISTAR-SUSPENSOS  SECTION.

           MOVE "SUSPENSO DE ABERTURA (CLIESUS)" TO SEC-TITULO.
           PERFORM 0390-ABRIR-SECAO.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT CLIENTES-SUS.
           IF WRK-STATUS-SUS EQUAL "00"
               PERFORM 0352-LER-SUSPENSO
               PERFORM 0354-EXAMINAR-SUSPENSO UNTIL FIM-ARQUIVO
               CLOSE CLIENTES-SUS
           END-IF.
           PERFORM 0398-FECHAR-SECAO.

       0350-FIM. EXIT.
      *----------------------------------LER-SUSPENSO
       0352-LER-SUSPENSO      SECTION.

           READ CLIENTES-SUS
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
           END-READ.

       0352-FIM. EXIT.
      *----------------------------------EXAMINAR-SUSPENSO
       0354-EXAMINAR-SUSPENSO SECTION.

           IF SUS-DOCUMENTO EQUAL WRK-DOCUMENTO
               MOVE SUS-DATA       TO DET-DATA
               MOVE SUS-NOME       TO DET-NOME
               MOVE "SUSPENSO"     TO DET-REGISTRO
               MOVE SUS-MOTIVO     TO DET-REGISTRO (10:1)
               MOVE SUS-TIPO-CONTA TO DET-REGISTRO (12:1)
               MOVE SUS-CONTA-AGENCIA TO WRK-CED-AGENCIA
               MOVE SUS-CONTA-NUMERO  TO WRK-CED-NUMERO
               MOVE SUS-CONTA-DIGITO  TO WRK-CED-DIGITO
               MOVE WRK-CONTA-ED   TO DET-DETALHE
               MOVE SUS-SALDO      TO WRK-VALOR-ED
               MOVE WRK-VALOR-ED   TO DET-VALOR
               MOVE SPACES         TO DET-MARCA
               PERFORM 0395-IMPRIMIR-DETALHE
           END-IF.
           PERFORM 0352-LER-SUSPENSO.

       0354-FIM. EXIT.
      *----------------------------------LISTAR-PENDENTES
       0360-LISTAR-PENDENTES  SECTION.

           MOVE "PENDENTE DE RETORNO DO BANCO (CLIEPACU)"
                                         TO SEC-TITULO.
           PERFORM 0390-ABRIR-SECAO.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT CLIENTES-PACU.
           IF WRK-STATUS-PACU EQUAL "00"
               PERFORM 0362-LER-PENDENTE
               PERFORM 0364-EXAMINAR-PENDENTE UNTIL FIM-ARQUIVO
               CLOSE CLIENTES-PACU
           END-IF.
           PERFORM 0398-FECHAR-SECAO.

       0360-FIM. EXIT.
      *----------------------------------LER-PENDENTE
       0362-LER-PENDENTE      SECTION.

           READ CLIENTES-PACU
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
           END-READ.

       0362-FIM. EXIT.
      *----------------------------------EXAMINAR-PENDENTE
       0364-EXAMINAR-PENDENTE SECTION.

           IF PACU-DOCUMENTO EQUAL WRK-DOCUMENTO
               MOVE PACU-DATA      TO DET-DATA
               MOVE PACU-NOME      TO DET-NOME
               MOVE "PENDENTE"     TO DET-REGISTRO
               MOVE PACU-TIPO-CONTA TO DET-REGISTRO (12:1)
               MOVE PACU-CONTA-AGENCIA TO WRK-CED-AGENCIA
               MOVE PACU-CONTA-NUMERO  TO WRK-CED-NUMERO
               MOVE PACU-CONTA-DIGITO  TO WRK-CED-DIGITO
               MOVE WRK-CONTA-ED   TO DET-DETALHE
               MOVE PACU-SALDO     TO WRK-VALOR-CENT-ED
               MOVE WRK-VALOR-CENT-ED TO DET-VALOR
               MOVE SPACES         TO DET-MARCA
               PERFORM 0395-IMPRIMIR-DETALHE
           END-IF.
           PERFORM 0362-LER-PENDENTE.

       0364-FIM. EXIT.
      *----------------------------------LISTAR-MOVIMENTOS
       0370-LISTAR-MOVIMENTOS SECTION.

           MOVE "HISTORICO DE MOVIMENTOS (CLIEHMOV)" TO SEC-TITULO.
           PERFORM 0390-ABRIR-SECAO.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT CLIENTES-HMOV.
           IF WRK-STATUS-HMOV EQUAL "00"
               PERFORM 0372-LER-MOVIMENTO
               PERFORM 0374-EXAMINAR-MOVIMENTO UNTIL FIM-ARQUIVO
               CLOSE CLIENTES-HMOV
           END-IF.
           PERFORM 0398-FECHAR-SECAO.

       0370-FIM. EXIT.
      *----------------------------------LER-MOVIMENTO
       0372-LER-MOVIMENTO     SECTION.

           READ CLIENTES-HMOV
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
           END-READ.

       0372-FIM. EXIT.
      *----------------------------------EXAMINAR-MOVIMENTO
       0374-EXAMINAR-MOVIMENTO SECTION.

           IF HMOV-DOCUMENTO EQUAL WRK-DOCUMENTO
               MOVE HMOV-DATA-MOVIMENTO TO DET-DATA
               MOVE SPACES         TO DET-NOME
               MOVE "MOVIMENTO"    TO DET-REGISTRO
               MOVE HMOV-ORIGEM    TO DET-REGISTRO (11:1)
               MOVE HMOV-OPERACAO  TO DET-REGISTRO (12:1)
               MOVE HMOV-CONTA-AGENCIA TO WRK-CED-AGENCIA
               MOVE HMOV-CONTA-NUMERO  TO WRK-CED-NUMERO
               MOVE HMOV-CONTA-DIGITO  TO WRK-CED-DIGITO
               MOVE WRK-CONTA-ED   TO DET-DETALHE
               MOVE HMOV-VALOR     TO WRK-VALOR-ED
               MOVE WRK-VALOR-ED   TO DET-VALOR
               MOVE SPACES         TO DET-MARCA
               PERFORM 0395-IMPRIMIR-DETALHE
           END-IF.
           PERFORM 0372-LER-MOVIMENTO.

       0374-FIM. EXIT.
      *----------------------------------ABRIR-SECAO
       0390-ABRIR-SECAO       SECTION.

           MOVE ZEROS  TO WRK-QTD-ARQUIVO.
           MOVE SPACES TO REG-DREL.
           WRITE REG-DREL.
           WRITE REG-DREL FROM WRK-LINHA-SECAO.
           WRITE REG-DREL FROM WRK-LINHA-CAB2.

       0390-FIM. EXIT.
      *----------------------------------IMPRIMIR-DETALHE
       0395-IMPRIMIR-DETALHE  SECTION.

           WRITE REG-DREL FROM WRK-LINHA-DET.
           ADD 1 TO WRK-QTD-ARQUIVO.
           ADD 1 TO WRK-QTD-ACHADOS.

       0395-FIM. EXIT.
      *----------------------------------FECHAR-SECAO
       0398-FECHAR-SECAO      SECTION.

           MOVE "REGISTROS DO TITULAR ......: " TO TOT-TITULO.
           MOVE WRK-QTD-ARQUIVO TO TOT-QTD.
           WRITE REG-DREL FROM WRK-LINHA-TOT.

       0398-FIM. EXIT.
      *----------------------------------FINALIZAR
       0400-FINALIZAR         SECTION.

           MOVE SPACES TO REG-DREL.
           WRITE REG-DREL.
           MOVE "TOTAL DE REGISTROS ........: " TO TOT-TITULO.
           MOVE WRK-QTD-ACHADOS TO TOT-QTD.
           WRITE REG-DREL FROM WRK-LINHA-TOT.
           IF WRK-QTD-ACHADOS EQUAL ZERO
               MOVE "NENHUM DADO DO TITULAR NOS ARQUIVOS CONSULTADOS"
                                         TO REG-DREL
               WRITE REG-DREL
           END-IF.

           CLOSE CLIENTES-DREL.

           DISPLAY "RELATORIO DO TITULAR GRAVADO EM CLIEDREL - "
                   "DOCUMENTO " WRK-DOC-MASCARADO.

       0400-FIM. EXIT.
      *----------------------------------REGISTRAR-EXECUCAO
       0500-REGISTRAR-EXECUCAO SECTION.

           CALL "REGISTRAEXEC" USING WRK-JRN-PROGRAMA WRK-JRN-TIPO
                                      WRK-JRN-DATA WRK-JRN-LIDOS
                                      WRK-JRN-GRAVADOS
                                      WRK-JRN-REJEITADOS
                                      WRK-JRN-RETORNO.

       0500-FIM. EXIT.
