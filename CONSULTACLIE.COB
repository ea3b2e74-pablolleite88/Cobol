       IDENTIFICATION        DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. CONSULTACLIE.
       AUTHOR. SEU-NOME.
       DATE-WRITTEN. 2026-10-15.
      * MODIFICATION HISTORY
      * 2026-10-15 RLC  INITIAL VERSION: CONSOLIDATED INQUIRY OVER THE
      *                 CLIENT CHAIN FOR ONE DOCUMENTO, ACCEPTED FROM
      *                 THE CONSOLE. PRINTS ON CLIEQREL A SINGLE
      *                 DOSSIER WITH THE MASTER DATA AND SITUATION
      *                 FROM CLIEMST, THE FULL CLIENTES DECISION
      *                 HISTORY WITH DATES AND MOTIVOS FROM THE
      *                 YEARLY ARCHIVES (CLIELAAAA, UP TO TEN YEARS
      *                 BACK FROM THE CLIEDAT DATE) FOLLOWED BY THE
      *                 LIVE CLIELOG, ANY RECORD PARKED IN CLIESUS
      *                 SUSPENSE OR STILL WAITING ON THE BANK IN
      *                 CLIEPACU WITH ITS AGE IN BUSINESS DAYS
      *                 (SOMADIASUTEIS ENTRY OF DIADASEMANA, AS IN
      *                 PENDENCIAS), AND THE BANK'S LAST ANSWER ON
      *                 THE CLIERET RETURN FILE. LOG RECORDS WRITTEN
      *                 BEFORE LOG-DOCUMENTO EXISTED CARRY A BLANK
      *                 DOCUMENTO AND ARE MATCHED BY THE CLIEMST NAME,
      *                 FLAGGED ON THE LISTING. THE DOCUMENTO IS
      *                 PRINTED MASKED THROUGH MASCARADOC. ENDS WITH
      *                 RETURN-CODE 8 WHEN NO DOCUMENTO IS INFORMED
      *                 AND 4 WHEN IT IS FOUND ON NONE OF THE FILES.
      * 2026-10-15 RLC  A CLIENT MAY NOW HOLD SEVERAL ACCOUNTS. THE
      *                 MASTER SECTION PRINTS THE NOME FROM CLIEMST AND
      *                 LISTS EVERY ACCOUNT OF THE DOCUMENTO ON THE
      *                 ACCOUNT MASTER (CLIECTA, BY ITS CTA-DOCUMENTO
      *                 ALTERNATE KEY) WITH TIPO, SALDO, SITUACAO AND
      *                 DATES. SUSPENSE AND PENDING LINES SHOW THE
      *                 ACCOUNT, AND THE BANK'S ANSWER ON CLIERET IS
      *                 NOW PRINTED FOR EACH ACCOUNT THAT GOT ONE.
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
           SELECT CLIENTES-RET   ASSIGN TO "CLIERET"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-RET.
           SELECT CLIENTES-QREL  ASSIGN TO "CLIEQREL"
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
               88  CONTA-ATIVA               VALUE "A".
               88  CONTA-BLOQUEADA           VALUE "B".
               88  CONTA-ENCERRADA           VALUE "E".
           05  CTA-MOTIVO-BLOQUEIO PICTURE X(01).
           05  CTA-DATA-SITUACAO PICTURE 9(08).
           05  CTA-DATA-ABERTURA PICTURE 9(08).

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

       FD  CLIENTES-RET.
       01  REG-RET.
           05  RET-TIPO-REG      PICTURE X(01).
           05  RET-DOCUMENTO     PICTURE X(14).
           05  RET-SITUACAO      PICTURE X(01).
               88  RET-CONFIRMADA              VALUE "C".
               88  RET-REJEITADA               VALUE "R".
           05  RET-COD-MOTIVO    PICTURE X(03).
           05  FILLER            PICTURE X(04).
           05  RET-CONTA.
               10  RET-CONTA-AGENCIA PICTURE X(04).
               10  RET-CONTA-NUMERO  PICTURE 9(06).
               10  RET-CONTA-DIGITO  PICTURE 9.
       01  REG-RET-CAB.
           05  RTC-TIPO-REG      PICTURE X(01).
           05  RTC-ID-ARQUIVO    PICTURE X(08).
           05  RTC-DATA-GERACAO  PICTURE 9(08).
           05  RTC-SEQ-RESPONDIDA PICTURE 9(06).
           05  FILLER            PICTURE X(11).

       FD  CLIENTES-QREL.
       01  REG-QREL              PICTURE X(80).

       FD  CLIENTES-DAT.
       01  REG-DAT.
           05  DAT-DATA-MOVIMENTO PICTURE 9(08).

       WORKING-STORAGE       SECTION.
       01  WRK-STATUS-MST    PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-CTA    PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-LOG    PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-ARQ    PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-SUS    PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-PACU   PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-RET    PICTURE X(02)   VALUE SPACES.
       01  WRK-STATUS-DAT    PICTURE X(02)   VALUE SPACES.
       01  WRK-DOCUMENTO     PICTURE X(14)   VALUE SPACES.
       01  WRK-DOC-MASCARADO PICTURE X(14)   VALUE SPACES.
       01  WRK-DATA-EXECUCAO PICTURE X(08)   VALUE SPACES.
       01  WRK-DATA-EXEC-NUM PICTURE 9(08)   VALUE ZEROS.
       01  WRK-DATA-EXEC-R   REDEFINES WRK-DATA-EXEC-NUM.
           05  WRK-EXEC-ANO      PICTURE 9(04).
           05  WRK-EXEC-MMDD     PICTURE 9(04).
       01  WRK-ERRO-DOC      PICTURE X(01)   VALUE "N".
           88  ERRO-DOC                      VALUE "S".
       01  WRK-CLIENTE-ACHADO PICTURE X(01)  VALUE "N".
           88  CLIENTE-ACHADO                VALUE "S".
       01  WRK-FIM-CONTAS    PICTURE X(01)   VALUE "N".
           88  FIM-CONTAS                    VALUE "S".
       01  WRK-FIM-LOG       PICTURE X(01)   VALUE "N".
           88  FIM-LOG                       VALUE "S".
       01  WRK-FIM-ARQ       PICTURE X(01)   VALUE "N".
           88  FIM-ARQ                       VALUE "S".
       01  WRK-FIM-SUS       PICTURE X(01)   VALUE "N".
           88  FIM-SUS                       VALUE "S".
       01  WRK-FIM-PACU      PICTURE X(01)   VALUE "N".
           88  FIM-PACU                      VALUE "S".
       01  WRK-FIM-RET       PICTURE X(01)   VALUE "N".
           88  FIM-RET                       VALUE "S".
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
       01  WRK-DEC-ORIGEM    PICTURE X(09)   VALUE SPACES.
       01  WRK-DESC-MOTIVO   PICTURE X(16)   VALUE SPACES.
       01  WRK-DATA-BASE     PICTURE X(08)   VALUE SPACES.
       01  WRK-IDADE         PICTURE 9(02)   VALUE ZEROS.
       01  WRK-DATA-IDADE    PICTURE 9(08)   VALUE ZEROS.
       01  WRK-DATA-PROXIMA  PICTURE 9(08)   VALUE ZEROS.
       01  WRK-QTD-UM-DIA    PICTURE 9(02)   VALUE 1.
       01  WRK-FIM-IDADE     PICTURE X(01)   VALUE "N".
           88  FIM-IDADE                     VALUE "S".
       01  WRK-RET-DATA-GERACAO PICTURE 9(08) VALUE ZEROS.
       01  WRK-ULTIMO-RETORNO.
           05  WRK-ULT-SITUACAO  PICTURE X(01)   VALUE SPACES.
               88  ULT-CONFIRMADA              VALUE "C".
               88  ULT-REJEITADA               VALUE "R".
           05  WRK-ULT-MOTIVO    PICTURE X(03)   VALUE SPACES.
       01  WRK-CONTA-ED.
           05  WRK-CED-AGENCIA   PICTURE X(04)   VALUE SPACES.
           05  FILLER            PICTURE X(01)   VALUE SPACE.
           05  WRK-CED-NUMERO    PICTURE X(06)   VALUE SPACES.
           05  FILLER            PICTURE X(01)   VALUE "-".
           05  WRK-CED-DIGITO    PICTURE X(01)   VALUE SPACE.
       01  WRK-DESC-SITUACAO PICTURE X(26)   VALUE SPACES.
       01  WRK-QTD-LIDOS     PICTURE 9(06)   COMP VALUE ZEROS.
       01  WRK-QTD-CONTAS    PICTURE 9(06)   COMP VALUE ZEROS.
       01  WRK-QTD-DECISOES  PICTURE 9(06)   COMP VALUE ZEROS.
       01  WRK-QTD-PELO-NOME PICTURE 9(06)   COMP VALUE ZEROS.
       01  WRK-QTD-SUSPENSOS PICTURE 9(06)   COMP VALUE ZEROS.
       01  WRK-QTD-PENDENTES PICTURE 9(06)   COMP VALUE ZEROS.
       01  WRK-QTD-RETORNOS  PICTURE 9(06)   COMP VALUE ZEROS.
       01  WRK-LINHA-CAB1.
           05  FILLER    PICTURE X(34)
               VALUE "DOSSIE CONSOLIDADO DO CLIENTE - D".
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
       01  WRK-LINHA-MST.
           05  MST-TITULO    PICTURE X(18).
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  MST-VALOR     PICTURE X(40).
           05  FILLER        PICTURE X(21) VALUE SPACES.
       01  WRK-SALDO-ED      PICTURE -Z.ZZZ.ZZZ.ZZ9.
       01  WRK-LINHA-CAB-CTA.
           05  FILLER    PICTURE X(15)  VALUE "CONTA".
           05  FILLER    PICTURE X(04)  VALUE "TIPO".
           05  FILLER    PICTURE X(16)  VALUE "         SALDO".
           05  FILLER    PICTURE X(27)  VALUE "SITUACAO".
           05  FILLER    PICTURE X(09)  VALUE "DT.SIT.".
           05  FILLER    PICTURE X(09)  VALUE "ABERTURA".
       01  WRK-LINHA-DET-CTA.
           05  DCTA-CONTA    PICTURE X(13).
           05  FILLER        PICTURE X(02) VALUE SPACES.
           05  DCTA-TIPO     PICTURE 9.
           05  FILLER        PICTURE X(03) VALUE SPACES.
           05  DCTA-SALDO    PICTURE -Z.ZZZ.ZZZ.ZZ9.
           05  FILLER        PICTURE X(02) VALUE SPACES.
           05  DCTA-SITUACAO PICTURE X(26).
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DCTA-DATA-SIT PICTURE 9(08).
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DCTA-ABERTURA PICTURE 9(08).
           05  FILLER        PICTURE X(01) VALUE SPACES.
       01  WRK-LINHA-CAB-LOG.
           05  FILLER    PICTURE X(09)  VALUE "DATA".
           05  FILLER    PICTURE X(11)  VALUE "DECISAO".
           05  FILLER    PICTURE X(17)  VALUE "MOTIVO".
           05  FILLER    PICTURE X(05)  VALUE "TIPO".
           05  FILLER    PICTURE X(17)  VALUE "           SALDO".
           05  FILLER    PICTURE X(01)  VALUE SPACES.
           05  FILLER    PICTURE X(09)  VALUE "ORIGEM".
           05  FILLER    PICTURE X(11)  VALUE SPACES.
       01  WRK-LINHA-DET-LOG.
           05  DLOG-DATA     PICTURE X(08).
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DLOG-DECISAO  PICTURE X(10).
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DLOG-MOTIVO   PICTURE X(16).
           05  FILLER        PICTURE X(02) VALUE SPACES.
           05  DLOG-TIPO     PICTURE 9.
           05  FILLER        PICTURE X(02) VALUE SPACES.
           05  DLOG-SALDO    PICTURE X(16).
           05  FILLER        PICTURE X(02) VALUE SPACES.
           05  DLOG-ORIGEM   PICTURE X(09).
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DLOG-NOME     PICTURE X(01).
           05  FILLER        PICTURE X(10) VALUE SPACES.
       01  WRK-LINHA-CAB-PEND.
           05  FILLER    PICTURE X(20)  VALUE "ARQUIVO".
           05  FILLER    PICTURE X(09)  VALUE "DATA".
           05  FILLER    PICTURE X(17)  VALUE "MOTIVO".
           05  FILLER    PICTURE X(13)  VALUE "IDADE (UTEIS)".
           05  FILLER    PICTURE X(02)  VALUE SPACES.
           05  FILLER    PICTURE X(19)  VALUE "CONTA".
       01  WRK-LINHA-DET-PEND.
           05  DPEN-ARQUIVO  PICTURE X(19).
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DPEN-DATA     PICTURE X(08).
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DPEN-MOTIVO   PICTURE X(16).
           05  FILLER        PICTURE X(12) VALUE SPACES.
           05  DPEN-IDADE    PICTURE Z9.
           05  FILLER        PICTURE X(02) VALUE SPACES.
           05  DPEN-CONTA    PICTURE X(13).
           05  FILLER        PICTURE X(06) VALUE SPACES.
       01  WRK-LINHA-TOT.
           05  TOT-TITULO    PICTURE X(30).
           05  TOT-QTD       PICTURE ZZZ.ZZ9.
           05  FILLER        PICTURE X(43) VALUE SPACES.
       01  WRK-JRN-PROGRAMA  PICTURE X(16)   VALUE "CONSULTACLIE".
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
               PERFORM 0300-DADOS-CADASTRAIS
               PERFORM 0320-HISTORICO-DECISOES
               PERFORM 0350-SITUACAO-PENDENTE
               PERFORM 0380-ULTIMO-RETORNO
               PERFORM 0400-FINALIZAR
           END-IF.

           EVALUATE TRUE
               WHEN ERRO-DOC
                   MOVE 8 TO RETURN-CODE
               WHEN NOT CLIENTE-ACHADO AND
                    WRK-QTD-CONTAS    EQUAL ZERO AND
                    WRK-QTD-DECISOES  EQUAL ZERO AND
                    WRK-QTD-SUSPENSOS EQUAL ZERO AND
                    WRK-QTD-PENDENTES EQUAL ZERO AND
                    WRK-QTD-RETORNOS  EQUAL ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           MOVE "F" TO WRK-JRN-TIPO.
           MOVE WRK-QTD-LIDOS TO WRK-JRN-LIDOS.
           COMPUTE WRK-JRN-GRAVADOS = WRK-QTD-DECISOES +
               WRK-QTD-SUSPENSOS + WRK-QTD-PENDENTES +
               WRK-QTD-RETORNOS.
           MOVE RETURN-CODE   TO WRK-JRN-RETORNO.
           PERFORM 0500-REGISTRAR-EXECUCAO.
           MOVE WRK-JRN-RETORNO TO RETURN-CODE.
           STOP  RUN.
       0100-FIM. EXIT.
      *----------------------------------INICIAR
       0200-INICIAR           SECTION.

           PERFORM 0205-LER-DATA-MOVIMENTO.
           MOVE WRK-DATA-EXEC-NUM TO WRK-JRN-DATA.
           PERFORM 0500-REGISTRAR-EXECUCAO.

           DISPLAY "INFORME O DOCUMENTO (CPF/CNPJ) A CONSULTAR: ".
           ACCEPT WRK-DOCUMENTO.
           IF WRK-DOCUMENTO EQUAL SPACES
               DISPLAY "DOCUMENTO NAO INFORMADO. CONSULTA CANCELADA."
               MOVE "S" TO WRK-ERRO-DOC
           ELSE
               CALL "MASCARADOC" USING WRK-DOCUMENTO
                                        WRK-DOC-MASCARADO
               OPEN OUTPUT CLIENTES-QREL
               MOVE WRK-DATA-EXECUCAO TO CAB1-DATA
               WRITE REG-QREL FROM WRK-LINHA-CAB1
               MOVE WRK-DOC-MASCARADO TO CABD-DOCUMENTO
               WRITE REG-QREL FROM WRK-LINHA-CAB-DOC
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
      *----------------------------------DADOS-CADASTRAIS
       0300-DADOS-CADASTRAIS  SECTION.

           MOVE "DADOS CADASTRAIS (CLIEMST E CLIECTA)" TO SEC-TITULO.
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
               MOVE "NOME ............:" TO MST-TITULO
               MOVE REG-NOME             TO MST-VALOR
               WRITE REG-QREL FROM WRK-LINHA-MST
           ELSE
               MOVE "CLIENTE NAO CADASTRADO NO CLIEMST" TO SEC-TITULO
               WRITE REG-QREL FROM WRK-LINHA-SECAO
           END-IF.

           MOVE SPACES TO REG-QREL.
           WRITE REG-QREL.
           WRITE REG-QREL FROM WRK-LINHA-CAB-CTA.
           OPEN INPUT CONTAS-FILE.
           IF WRK-STATUS-CTA EQUAL "00"
               MOVE "N"           TO WRK-FIM-CONTAS
               MOVE WRK-DOCUMENTO TO CTA-DOCUMENTO
               START CONTAS-FILE KEY IS EQUAL CTA-DOCUMENTO
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-CONTAS
               END-START
               PERFORM 0305-LER-CONTA UNTIL FIM-CONTAS
               CLOSE CONTAS-FILE
           END-IF.

           IF WRK-QTD-CONTAS EQUAL ZERO
               MOVE "NENHUMA CONTA CADASTRADA NO CLIECTA" TO SEC-TITULO
               WRITE REG-QREL FROM WRK-LINHA-SECAO
           ELSE
               MOVE "CONTAS DO CLIENTE .........: " TO TOT-TITULO
               MOVE WRK-QTD-CONTAS TO TOT-QTD
               WRITE REG-QREL FROM WRK-LINHA-TOT
           END-IF.

       0300-FIM. EXIT.
      *----------------------------------LER-CONTA
       0305-LER-CONTA         SECTION.

           READ CONTAS-FILE NEXT
               AT END
                   MOVE "S" TO WRK-FIM-CONTAS
               NOT AT END
                   IF CTA-DOCUMENTO NOT EQUAL WRK-DOCUMENTO
                       MOVE "S" TO WRK-FIM-CONTAS
                   ELSE
                       ADD 1 TO WRK-QTD-LIDOS
                       ADD 1 TO WRK-QTD-CONTAS
                       PERFORM 0310-IMPRIMIR-CONTA
                   END-IF
           END-READ.

       0305-FIM. EXIT.
      *----------------------------------IMPRIMIR-CONTA
       0310-IMPRIMIR-CONTA    SECTION.

           MOVE CTA-AGENCIA          TO WRK-CED-AGENCIA.
           MOVE CTA-NUMERO           TO WRK-CED-NUMERO.
           MOVE CTA-DIGITO           TO WRK-CED-DIGITO.
           MOVE WRK-CONTA-ED         TO DCTA-CONTA.
           MOVE CTA-TIPO-CONTA       TO DCTA-TIPO.
           MOVE CTA-SALDO            TO DCTA-SALDO.

           EVALUATE TRUE
               WHEN CONTA-ATIVA
                   MOVE "ATIVA"              TO WRK-DESC-SITUACAO
               WHEN CONTA-BLOQUEADA
                   EVALUATE CTA-MOTIVO-BLOQUEIO
                       WHEN "J"
                           MOVE "BLOQUEADA - JUDICIAL"
                                               TO WRK-DESC-SITUACAO
                       WHEN "F"
                           MOVE "BLOQUEADA - FRAUDE"
                                               TO WRK-DESC-SITUACAO
                       WHEN "A"
                           MOVE "BLOQUEADA - ADMINISTRATIVO"
                                               TO WRK-DESC-SITUACAO
                       WHEN OTHER
                           MOVE "BLOQUEADA"    TO WRK-DESC-SITUACAO
                   END-EVALUATE
               WHEN CONTA-ENCERRADA
                   MOVE "ENCERRADA"          TO WRK-DESC-SITUACAO
               WHEN OTHER
                   MOVE "NAO INFORMADA"      TO WRK-DESC-SITUACAO
           END-EVALUATE.
           MOVE WRK-DESC-SITUACAO    TO DCTA-SITUACAO.

           MOVE CTA-DATA-SITUACAO    TO DCTA-DATA-SIT.
           MOVE CTA-DATA-ABERTURA    TO DCTA-ABERTURA.
           WRITE REG-QREL FROM WRK-LINHA-DET-CTA.

       0310-FIM. EXIT.
      *----------------------------------HISTORICO-DECISOES
       0320-HISTORICO-DECISOES SECTION.

           MOVE "HISTORICO DE DECISOES (CLIELAAAA E CLIELOG)"
                                         TO SEC-TITULO.
           PERFORM 0390-ABRIR-SECAO.
           WRITE REG-QREL FROM WRK-LINHA-CAB-LOG.

           IF WRK-DATA-EXEC-NUM IS NUMERIC AND
              WRK-EXEC-ANO GREATER WRK-QTD-ANOS-ARQ
               COMPUTE WRK-ANO-INICIAL = WRK-EXEC-ANO -
                                         WRK-QTD-ANOS-ARQ
               PERFORM 0325-LER-ARQUIVO-ANUAL
                   VARYING WRK-ANO-ARQ FROM WRK-ANO-INICIAL BY 1
                   UNTIL WRK-ANO-ARQ GREATER WRK-EXEC-ANO
           END-IF.

           MOVE "N" TO WRK-FIM-LOG.
           OPEN INPUT CLIENTES-LOG.
           IF WRK-STATUS-LOG EQUAL "00"
               PERFORM 0332-LER-LOG
               PERFORM 0334-EXAMINAR-LOG UNTIL FIM-LOG
               CLOSE CLIENTES-LOG
           END-IF.

           MOVE SPACES TO REG-QREL.
           WRITE REG-QREL.
           MOVE "DECISOES ENCONTRADAS ......: " TO TOT-TITULO.
           MOVE WRK-QTD-DECISOES TO TOT-QTD.
           WRITE REG-QREL FROM WRK-LINHA-TOT.
           IF WRK-QTD-PELO-NOME GREATER ZERO
               MOVE "* IDENTIFICADAS PELO NOME ..: " TO TOT-TITULO
               MOVE WRK-QTD-PELO-NOME TO TOT-QTD
               WRITE REG-QREL FROM WRK-LINHA-TOT
           END-IF.

       0320-FIM. EXIT.
      *----------------------------------LER-ARQUIVO-ANUAL
       0325-LER-ARQUIVO-ANUAL SECTION.

           MOVE WRK-ANO-ARQ      TO WRK-NOME-ANO.
           MOVE WRK-NOME-ARQUIVO TO WRK-DEC-ORIGEM.
           MOVE "N" TO WRK-FIM-ARQ.
           OPEN INPUT LOG-ARQUIVO.
           IF WRK-STATUS-ARQ EQUAL "00"
               PERFORM 0327-LER-ARQUIVO
               PERFORM 0329-EXAMINAR-ARQUIVO UNTIL FIM-ARQ
               CLOSE LOG-ARQUIVO
           END-IF.

       0325-FIM. EXIT.
      *----------------------------------LER-ARQUIVO
       0327-LER-ARQUIVO       SECTION.

           READ LOG-ARQUIVO
               AT END
                   MOVE "S" TO WRK-FIM-ARQ
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
                   MOVE "S" TO WRK-FIM-LOG
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
           END-READ.

       0332-FIM. EXIT.
      *----------------------------------EXAMINAR-LOG
       0334-EXAMINAR-LOG      SECTION.

           MOVE REG-LOG   TO WRK-DECISAO-ATUAL.
           MOVE "CLIELOG" TO WRK-DEC-ORIGEM.
           PERFORM 0336-SELECIONAR-DECISAO.
           PERFORM 0332-LER-LOG.

       0334-FIM. EXIT.
      *----------------------------------SELECIONAR-DECISAO
       0336-SELECIONAR-DECISAO SECTION.

           IF WRK-DEC-DOCUMENTO EQUAL WRK-DOCUMENTO
               MOVE SPACES TO DLOG-NOME
               PERFORM 0338-IMPRIMIR-DECISAO
           ELSE
               IF WRK-DEC-DOCUMENTO EQUAL SPACES AND
                  CLIENTE-ACHADO AND
                  WRK-DEC-NOME EQUAL REG-NOME
                   MOVE "*" TO DLOG-NOME
                   ADD 1 TO WRK-QTD-PELO-NOME
                   PERFORM 0338-IMPRIMIR-DECISAO
               END-IF
           END-IF.

       0336-FIM. EXIT.
      *----------------------------------IMPRIMIR-DECISAO
       0338-IMPRIMIR-DECISAO  SECTION.

           ADD 1 TO WRK-QTD-DECISOES.
           MOVE WRK-DEC-MOTIVO   TO WRK-DESC-MOTIVO.
           PERFORM 0340-DESCREVER-MOTIVO.
           MOVE WRK-DEC-DATA     TO DLOG-DATA.
           MOVE WRK-DEC-DECISAO  TO DLOG-DECISAO.
           MOVE WRK-DESC-MOTIVO  TO DLOG-MOTIVO.
           MOVE WRK-DEC-TIPO     TO DLOG-TIPO.
           MOVE WRK-DEC-SALDO-ED TO DLOG-SALDO.
           MOVE WRK-DEC-ORIGEM   TO DLOG-ORIGEM.
           WRITE REG-QREL FROM WRK-LINHA-DET-LOG.

       0338-FIM. EXIT.
      *----------------------------------DESCREVER-MOTIVO
       0340-DESCREVER-MOTIVO  SECTION.

           EVALUATE WRK-DESC-MOTIVO (1:1)
               WHEN "S"
                   MOVE "SALDO"            TO WRK-DESC-MOTIVO
               WHEN "T"
                   MOVE "TIPO CONTA"       TO WRK-DESC-MOTIVO
               WHEN "D"
                   MOVE "DOCUMENTO"        TO WRK-DESC-MOTIVO
               WHEN "P"
                   MOVE "DUPLICIDADE"      TO WRK-DESC-MOTIVO
               WHEN "B"
                   MOVE "CONTA BLOQUEADA"  TO WRK-DESC-MOTIVO
               WHEN "E"
                   MOVE "CONTA ENCERRADA"  TO WRK-DESC-MOTIVO
               WHEN " "
                   MOVE SPACES             TO WRK-DESC-MOTIVO
               WHEN OTHER
                   MOVE "NAO CLASSIFICADO" TO WRK-DESC-MOTIVO
           END-EVALUATE.

       0340-FIM. EXIT.
      *----------------------------------SITUACAO-PENDENTE
       0350-SITUACAO-PENDENTE SECTION.

           MOVE "SUSPENSO (CLIESUS) E PENDENTE DE RETORNO (CLIEPACU)"
                                         TO SEC-TITULO.
           PERFORM 0390-ABRIR-SECAO.
           WRITE REG-QREL FROM WRK-LINHA-CAB-PEND.

           MOVE "N" TO WRK-FIM-SUS.
           OPEN INPUT CLIENTES-SUS.
           IF WRK-STATUS-SUS EQUAL "00"
               PERFORM 0352-LER-SUSPENSO
               PERFORM 0354-EXAMINAR-SUSPENSO UNTIL FIM-SUS
               CLOSE CLIENTES-SUS
           END-IF.

           MOVE "N" TO WRK-FIM-PACU.
           OPEN INPUT CLIENTES-PACU.
           IF WRK-STATUS-PACU EQUAL "00"
               PERFORM 0356-LER-PENDENTE
               PERFORM 0358-EXAMINAR-PENDENTE UNTIL FIM-PACU
               CLOSE CLIENTES-PACU
           END-IF.

           IF WRK-QTD-SUSPENSOS EQUAL ZERO AND
              WRK-QTD-PENDENTES EQUAL ZERO
               MOVE "NAO HA SUSPENSO NEM PENDENCIA PARA O DOCUMENTO"
                                         TO SEC-TITULO
               WRITE REG-QREL FROM WRK-LINHA-SECAO
           END-IF.

       0350-FIM. EXIT.
      *----------------------------------LER-SUSPENSO
       0352-LER-SUSPENSO      SECTION.

           READ CLIENTES-SUS
               AT END
                   MOVE "S" TO WRK-FIM-SUS
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
           END-READ.

       0352-FIM. EXIT.
      *----------------------------------EXAMINAR-SUSPENSO
       0354-EXAMINAR-SUSPENSO SECTION.

           IF SUS-DOCUMENTO EQUAL WRK-DOCUMENTO
               ADD 1 TO WRK-QTD-SUSPENSOS
               MOVE SUS-DATA       TO WRK-DATA-BASE
               PERFORM 0360-CALCULAR-IDADE
               MOVE SUS-MOTIVO     TO WRK-DESC-MOTIVO
               PERFORM 0340-DESCREVER-MOTIVO
               MOVE "SUSPENSO"     TO DPEN-ARQUIVO
               MOVE SUS-DATA       TO DPEN-DATA
               MOVE WRK-DESC-MOTIVO TO DPEN-MOTIVO
               MOVE WRK-IDADE      TO DPEN-IDADE
               MOVE SUS-CONTA-AGENCIA TO WRK-CED-AGENCIA
               MOVE SUS-CONTA-NUMERO  TO WRK-CED-NUMERO
               MOVE SUS-CONTA-DIGITO  TO WRK-CED-DIGITO
               MOVE WRK-CONTA-ED   TO DPEN-CONTA
               WRITE REG-QREL FROM WRK-LINHA-DET-PEND
           END-IF.
           PERFORM 0352-LER-SUSPENSO.

       0354-FIM. EXIT.
      *----------------------------------LER-PENDENTE
       0356-LER-PENDENTE      SECTION.

           READ CLIENTES-PACU
               AT END
                   MOVE "S" TO WRK-FIM-PACU
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
           END-READ.

       0356-FIM. EXIT.
      *----------------------------------EXAMINAR-PENDENTE
       0358-EXAMINAR-PENDENTE SECTION.

           IF PACU-DOCUMENTO EQUAL WRK-DOCUMENTO
               ADD 1 TO WRK-QTD-PENDENTES
               MOVE PACU-DATA      TO WRK-DATA-BASE
               PERFORM 0360-CALCULAR-IDADE
               MOVE "AGUARDA BANCO"  TO DPEN-ARQUIVO
               MOVE PACU-DATA      TO DPEN-DATA
               MOVE SPACES         TO DPEN-MOTIVO
               MOVE WRK-IDADE      TO DPEN-IDADE
               MOVE PACU-CONTA-AGENCIA TO WRK-CED-AGENCIA
               MOVE PACU-CONTA-NUMERO  TO WRK-CED-NUMERO
               MOVE PACU-CONTA-DIGITO  TO WRK-CED-DIGITO
               MOVE WRK-CONTA-ED   TO DPEN-CONTA
               WRITE REG-QREL FROM WRK-LINHA-DET-PEND
           END-IF.
           PERFORM 0356-LER-PENDENTE.

       0358-FIM. EXIT.
      *----------------------------------CALCULAR-IDADE
       0360-CALCULAR-IDADE    SECTION.

           MOVE ZEROS TO WRK-IDADE.
           MOVE "N"   TO WRK-FIM-IDADE.
           IF WRK-DATA-BASE IS NUMERIC AND
              WRK-DATA-EXEC-NUM IS NUMERIC
               MOVE WRK-DATA-BASE TO WRK-DATA-IDADE
               PERFORM 0365-CONTAR-DIA-UTIL
                   UNTIL FIM-IDADE OR WRK-IDADE GREATER 98
           END-IF.

       0360-FIM. EXIT.
      *----------------------------------CONTAR-DIA-UTIL
       0365-CONTAR-DIA-UTIL   SECTION.

           CALL "SOMADIASUTEIS" USING WRK-DATA-IDADE WRK-QTD-UM-DIA
                                       WRK-DATA-PROXIMA.
           IF WRK-DATA-PROXIMA EQUAL ZEROS OR
              WRK-DATA-PROXIMA GREATER WRK-DATA-EXEC-NUM
               MOVE "S" TO WRK-FIM-IDADE
           ELSE
               ADD 1 TO WRK-IDADE
               MOVE WRK-DATA-PROXIMA TO WRK-DATA-IDADE
           END-IF.

       0365-FIM. EXIT.
      *----------------------------------ULTIMO-RETORNO
       0380-ULTIMO-RETORNO    SECTION.

           MOVE "RESPOSTA DO BANCO POR CONTA (CLIERET)" TO SEC-TITULO.
           PERFORM 0390-ABRIR-SECAO.

           MOVE "N" TO WRK-FIM-RET.
           OPEN INPUT CLIENTES-RET.
           IF WRK-STATUS-RET EQUAL "00"
               PERFORM 0382-LER-RETORNO
               PERFORM 0384-EXAMINAR-RETORNO UNTIL FIM-RET
               CLOSE CLIENTES-RET
           END-IF.

           IF WRK-QTD-RETORNOS EQUAL ZERO
               MOVE "SEM RESPOSTA PARA O DOCUMENTO NO ARQUIVO DO DIA"
                                         TO SEC-TITULO
               WRITE REG-QREL FROM WRK-LINHA-SECAO
           ELSE
               MOVE "ARQUIVO GERADO ..:" TO MST-TITULO
               MOVE WRK-RET-DATA-GERACAO TO MST-VALOR
               WRITE REG-QREL FROM WRK-LINHA-MST
           END-IF.

       0380-FIM. EXIT.
      *----------------------------------LER-RETORNO
       0382-LER-RETORNO       SECTION.

           READ CLIENTES-RET
               AT END
                   MOVE "S" TO WRK-FIM-RET
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
           END-READ.

       0382-FIM. EXIT.
      *----------------------------------EXAMINAR-RETORNO
       0384-EXAMINAR-RETORNO  SECTION.

           EVALUATE RET-TIPO-REG
               WHEN "0"
                   IF RTC-DATA-GERACAO IS NUMERIC
                       MOVE RTC-DATA-GERACAO TO WRK-RET-DATA-GERACAO
                   END-IF
               WHEN "9"
                   CONTINUE
               WHEN OTHER
                   IF RET-DOCUMENTO EQUAL WRK-DOCUMENTO
                       ADD 1 TO WRK-QTD-RETORNOS
                       MOVE RET-SITUACAO   TO WRK-ULT-SITUACAO
                       MOVE RET-COD-MOTIVO TO WRK-ULT-MOTIVO
                       PERFORM 0386-IMPRIMIR-RETORNO
                   END-IF
           END-EVALUATE.
           PERFORM 0382-LER-RETORNO.

       0384-FIM. EXIT.
      *----------------------------------IMPRIMIR-RETORNO
       0386-IMPRIMIR-RETORNO  SECTION.

           MOVE RET-CONTA-AGENCIA    TO WRK-CED-AGENCIA.
           MOVE RET-CONTA-NUMERO     TO WRK-CED-NUMERO.
           MOVE RET-CONTA-DIGITO     TO WRK-CED-DIGITO.
           MOVE "CONTA ...........:" TO MST-TITULO.
           MOVE WRK-CONTA-ED         TO MST-VALOR.
           WRITE REG-QREL FROM WRK-LINHA-MST.
           MOVE "SITUACAO ........:" TO MST-TITULO.
           EVALUATE TRUE
               WHEN ULT-CONFIRMADA
                   MOVE "CONFIRMADA"      TO MST-VALOR
               WHEN ULT-REJEITADA
                   MOVE "REJEITADA"       TO MST-VALOR
               WHEN OTHER
                   MOVE WRK-ULT-SITUACAO  TO MST-VALOR
           END-EVALUATE.
           WRITE REG-QREL FROM WRK-LINHA-MST.
           MOVE "MOTIVO DO BANCO .:" TO MST-TITULO.
           MOVE WRK-ULT-MOTIVO       TO MST-VALOR.
           WRITE REG-QREL FROM WRK-LINHA-MST.

       0386-FIM. EXIT.
      *----------------------------------ABRIR-SECAO
       0390-ABRIR-SECAO       SECTION.

           MOVE SPACES TO REG-QREL.
           WRITE REG-QREL.
           WRITE REG-QREL FROM WRK-LINHA-SECAO.
           MOVE ALL "-" TO REG-QREL.
           WRITE REG-QREL.

       0390-FIM. EXIT.
      *----------------------------------FINALIZAR
       0400-FINALIZAR         SECTION.

           CLOSE CLIENTES-QREL.

           DISPLAY "DOSSIE GRAVADO EM CLIEQREL - DOCUMENTO "
                   WRK-DOC-MASCARADO.

       0400-FIM. EXIT.
      *----------------------------------REGISTRAR-EXECUCAO
       0500-REGISTRAR-EXECUCAO SECTION.

           CALL "REGISTRAEXEC" USING WRK-JRN-PROGRAMA WRK-JRN-TIPO
                                      WRK-JRN-DATA WRK-JRN-LIDOS
                                      WRK-JRN-GRAVADOS
                                      WRK-JRN-REJEITADOS
                                      WRK-JRN-RETORNO.

       0500-FIM. EXIT.
