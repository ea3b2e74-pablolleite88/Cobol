       IDENTIFICATION        DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. EXTRATOMES.
       AUTHOR. SEU-NOME.
       DATE-WRITTEN. 2026-10-15.
      * MODIFICATION HISTORY
      * 2026-10-15 RLC  INITIAL VERSION: MONTH-END CLIENT STATEMENT
      *                 (EXTRATO) OVER THE PERMANENT MOVEMENT HISTORY
      *                 (CLIEHMOV) WRITTEN BY MOVIMENTOS AND
      *                 JUROSMENSAL. THE COMPETENCIA (AAAAMM) IS
      *                 ACCEPTED FROM THE CONSOLE, BLANK TAKES THE
      *                 MONTH OF THE CLIEDAT DATE. THE HISTORY IS
      *                 SORTED BY DOCUMENTO AND DATE AND MATCHED
      *                 AGAINST CLIEMST; EVERY CLIENT ON THE MASTER
      *                 GETS ONE PAGE WITH THE OPENING BALANCE, EACH
      *                 DATED MOVEMENT OF THE MONTH WITH ITS AGENCIA
      *                 AND RUNNING BALANCE, THE JUROS CREDITED AND
      *                 THE CLOSING BALANCE. THE OPENING BALANCE IS
      *                 THE BALANCE AFTER THE LAST HISTORY ENTRY
      *                 BEFORE THE MONTH. THE CLOSING BALANCE, PLUS
      *                 ANY MOVEMENT POSTED AFTER THE MONTH, MUST
      *                 AGREE WITH REG-SALDO; A CLIENT THAT DOES NOT,
      *                 OR A HISTORY WITH NO CLIEMST RECORD, IS LISTED
      *                 ON THE EXCEPTION REPORT (CLIEXDIV) AND THE RUN
      *                 ENDS WITH RETURN-CODE 4. NO DATE GIVES
      *                 RETURN-CODE 12.
      * 2026-10-15 RLC  CLIEMST RECORD LAYOUT EXTENDED WITH THE ACCOUNT
      *                 SITUATION, BLOCK REASON AND SITUATION DATE.
      * 2026-10-15 RLC  TRANSFER LEGS POSTED BY MOVIMENTOS (ORIGEM "T")
      *                 ARE PRINTED AS TRANSF. ENVIADA / RECEBIDA.
      * 2026-10-15 RLC  MONTHLY FEES POSTED BY TARIFAMENSAL (ORIGEM
      *                 "F") ARE PRINTED AS TARIFA MENSAL.
      * 2026-10-15 RLC  SALDO CHANGES MADE BY MANUTCLIENTES AND
      *                 ESTORNAMANUT (ORIGEM "A") ARE PRINTED AS
      *                 AJUSTE CADASTRAL.
      * 2026-10-15 RLC  A CLIENT MAY NOW HOLD SEVERAL ACCOUNTS. THE
      *                 STATEMENT IS NOW PER ACCOUNT: THE HISTORY IS
      *                 SORTED BY ACCOUNT (HMOV-CONTA) AND DATE AND
      *                 MATCHED AGAINST THE ACCOUNT MASTER (CLIECTA),
      *                 THE NOME COMING FROM CLIEMST BY DOCUMENTO. THE
      *                 PAGE HEADER SHOWS THE ACCOUNT, THE CLOSING
      *                 BALANCE IS PROVED AGAINST CTA-SALDO AND THE
      *                 EXCEPTION REPORT LISTS THE ACCOUNT.
      * 2026-10-15 RLC  THE RETURN CODE IS SET AGAIN AFTER THE CLOSING
      *                 CALL TO REGISTRAEXEC, WHICH LEFT IT AT ZERO, SO
      *                 THE CALLER SEES THE RETURN CODE THE RUN ENDED
      *                 WITH.
      * 2026-10-15 RLC  AN ACCOUNT EXCLUDED BY MANUTCLIENTES (NO LONGER
      *                 ON CLIECTA, ITS LAST HISTORY ENTRY AN AJUSTE
      *                 CADASTRAL TAKING THE SALDO TO ZERO) STILL GETS
      *                 ITS STATEMENT FOR EVERY MONTH IT WAS OPEN, THE
      *                 CLOSING BALANCE PROVED AGAINST ZERO. THE NOME
      *                 COMES FROM CLIEMST, OR READS CONTA EXCLUIDA
      *                 WHEN THE CLIENT IS GONE TOO. SEM CADASTRO IS
      *                 NOW ONLY LISTED FOR HISTORY WITH NO ACCOUNT; AN
      *                 EXCLUDED ACCOUNT WITH MORE THAN 1000 LINES IN
      *                 THE MONTH IS LISTED AS LIMITE LINHAS.
      *-----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT     IS COMMA.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
           SELECT CLIENTES-FILE ASSIGN TO "CLIEMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE   IS RANDOM
               RECORD KEY    IS REG-DOCUMENTO.
           SELECT CONTAS-FILE    ASSIGN TO "CLIECTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE   IS SEQUENTIAL
               RECORD KEY    IS CTA-CHAVE
               ALTERNATE RECORD KEY IS CTA-DOCUMENTO WITH DUPLICATES.
           SELECT OPTIONAL CLIENTES-HMOV ASSIGN TO "CLIEHMOV"
               ORGANIZATION IS SEQUENTIAL.
           SELECT HMOV-ORDENADO  ASSIGN TO "HMOVORDN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ORDENACAO      ASSIGN TO "SORTWK".
           SELECT CLIENTES-XREL  ASSIGN TO "CLIEXREL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLIENTES-XDIV  ASSIGN TO "CLIEXDIV"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLIENTES-DAT   ASSIGN TO "CLIEDAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-DAT.

       DATA                  DIVISION.
       FILE                  SECTION.
       FD  CLIENTES-FILE.
       01  REG-CLIENTES.
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
               10  HMOV-CONTA-NUMERO PICTURE 9(06).
               10  HMOV-CONTA-DIGITO PICTURE 9.

       SD  ORDENACAO.
       01  REG-SRT.
           05  SRT-DOCUMENTO      PICTURE X(14).
           05  SRT-DATA-MOVIMENTO PICTURE 9(08).
           05  SRT-SEQUENCIA      PICTURE 9(06).
           05  SRT-ORIGEM         PICTURE X(01).
           05  SRT-OPERACAO       PICTURE X(01).
           05  SRT-AGENCIA        PICTURE X(04).
           05  SRT-VALOR          PICTURE 9(10).
           05  SRT-SALDO-ANT      PICTURE S9(10)  COMP.
           05  SRT-SALDO-NOVO     PICTURE S9(10)  COMP.
           05  SRT-CONTA          PICTURE X(11).

       FD  HMOV-ORDENADO.
       01  REG-ORD.
           05  ORD-DOCUMENTO      PICTURE X(14).
           05  ORD-DATA-MOVIMENTO PICTURE 9(08).
           05  ORD-DATA-R         REDEFINES ORD-DATA-MOVIMENTO.
               10  ORD-COMPETENCIA PICTURE 9(06).
               10  FILLER         PICTURE 9(02).
           05  ORD-SEQUENCIA      PICTURE 9(06).
           05  ORD-ORIGEM         PICTURE X(01).
               88  ORD-JUROS                  VALUE "J".
               88  ORD-TRANSFERENCIA          VALUE "T".
               88  ORD-TARIFA                 VALUE "F".
               88  ORD-AJUSTE                 VALUE "A".
           05  ORD-OPERACAO       PICTURE X(01).
               88  ORD-CREDITO                VALUE "C".
           05  ORD-AGENCIA        PICTURE X(04).
           05  ORD-VALOR          PICTURE 9(10).
           05  ORD-SALDO-ANT      PICTURE S9(10)  COMP.
           05  ORD-SALDO-NOVO     PICTURE S9(10)  COMP.
           05  ORD-CONTA.
               10  ORD-CONTA-AGENCIA PICTURE X(04).
               10  ORD-CONTA-NUMERO PICTURE 9(06).
               10  ORD-CONTA-DIGITO PICTURE 9.

       FD  CLIENTES-XREL.
       01  REG-XREL              PICTURE X(80).

       FD  CLIENTES-XDIV.
       01  REG-XDIV              PICTURE X(80).

       FD  CLIENTES-DAT.
       01  REG-DAT.
           05  DAT-DATA-MOVIMENTO PICTURE 9(08).

       WORKING-STORAGE       SECTION.
       01  WRK-STATUS-DAT    PICTURE X(02)   VALUE SPACES.
       01  WRK-ERRO-DATA     PICTURE X(01)   VALUE "N".
           88  ERRO-DATA                     VALUE "S".
       01  WRK-DATA-EXECUCAO PICTURE 9(08)   VALUE ZEROS.
       01  WRK-DATA-EXECUCAO-R REDEFINES WRK-DATA-EXECUCAO.
           05  WRK-EXEC-COMPETENCIA PICTURE 9(06).
           05  FILLER            PICTURE 9(02).
       01  WRK-COMPETENCIA-TXT PICTURE X(06) VALUE SPACES.
       01  WRK-COMPETENCIA   PICTURE 9(06)   VALUE ZEROS.
       01  WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
           05  WRK-COMP-ANO      PICTURE 9(04).
           05  WRK-COMP-MES      PICTURE 9(02).
       01  WRK-CHAVE-MST     PICTURE X(11)   VALUE SPACES.
       01  WRK-CHAVE-HMV     PICTURE X(11)   VALUE SPACES.
       01  WRK-CHAVE-ATUAL.
           05  WRK-ATUAL-AGENCIA PICTURE X(04) VALUE SPACES.
           05  WRK-ATUAL-NUMERO  PICTURE X(06) VALUE SPACES.
           05  WRK-ATUAL-DIGITO  PICTURE X(01) VALUE SPACES.
       01  WRK-NOME-TITULAR  PICTURE X(20)   VALUE SPACES.
       01  WRK-NOME-EXCLUIDA PICTURE X(20)   VALUE SPACES.
       01  WRK-DOC-LANCAMENTO PICTURE X(14)  VALUE SPACES.
       01  WRK-DOC-EXTRATO   PICTURE X(14)   VALUE SPACES.
       01  WRK-ULT-ORIGEM    PICTURE X(01)   VALUE SPACES.
           88  ULT-AJUSTE                    VALUE "A".
       01  WRK-ULT-SALDO-NOVO PICTURE S9(10) COMP VALUE ZEROS.
       01  WRK-NO-CADASTRO   PICTURE X(01)   VALUE "N".
           88  NO-CADASTRO                   VALUE "S".
       01  WRK-TEM-ABERTURA  PICTURE X(01)   VALUE "N".
           88  TEM-ABERTURA                  VALUE "S".
       01  WRK-TEM-LANCAMENTO PICTURE X(01)  VALUE "N".
           88  TEM-LANCAMENTO                VALUE "S".
       01  WRK-EXTRATO-ABERTO PICTURE X(01)  VALUE "N".
           88  EXTRATO-ABERTO                VALUE "S".
       01  WRK-SALDO-ABERTURA PICTURE S9(10) COMP VALUE ZEROS.
       01  WRK-SALDO-CORRENTE PICTURE S9(12) COMP VALUE ZEROS.
       01  WRK-MOV-POSTERIOR PICTURE S9(12)  COMP VALUE ZEROS.
       01  WRK-JUROS-MES     PICTURE S9(12)  COMP VALUE ZEROS.
       01  WRK-SALDO-APURADO PICTURE S9(12)  COMP VALUE ZEROS.
       01  WRK-SALDO-CADASTRO PICTURE S9(10) COMP VALUE ZEROS.
      *    LINHAS DO MES DE UMA CONTA FORA DO CLIECTA, IMPRESSAS SO
      *    QUANDO O GRUPO SE REVELA UMA CONTA EXCLUIDA
       01  WRK-LINHAS-EXCEDIDAS PICTURE X(01) VALUE "N".
           88  LINHAS-EXCEDIDAS              VALUE "S".
       01  WRK-MAX-LINHAS    PICTURE 9(04)   COMP VALUE 1000.
       01  WRK-QTD-LINHAS    PICTURE 9(04)   COMP VALUE ZEROS.
       01  WRK-IDX-LIN       PICTURE 9(04)   COMP VALUE ZEROS.
       01  WRK-TAB-LINHAS.
           05  WRK-LIN-ITEM  PICTURE X(80)   OCCURS 1000 TIMES.
       01  WRK-MOTIVO        PICTURE X(14)   VALUE SPACES.
       01  WRK-QTD-CONTAS    PICTURE 9(06)   COMP VALUE ZEROS.
       01  WRK-QTD-LIDOS     PICTURE 9(06)   COMP VALUE ZEROS.
       01  WRK-QTD-EXTRATOS  PICTURE 9(06)   COMP VALUE ZEROS.
       01  WRK-QTD-LANCAMENTOS PICTURE 9(06) COMP VALUE ZEROS.
       01  WRK-QTD-EXCECOES  PICTURE 9(06)   COMP VALUE ZEROS.
       01  WRK-QTD-ED        PICTURE ZZZ.ZZ9.
       01  WRK-DOC-MASCARADO PICTURE X(14)   VALUE SPACES.
       01  WRK-LINHA-CAB1.
           05  FILLER    PICTURE X(36)
               VALUE "EXTRATO MENSAL DE CONTA - COMPETENC".
           05  FILLER    PICTURE X(05)  VALUE "IA: ".
           05  CAB1-COMPETENCIA PICTURE 9(06).
           05  FILLER    PICTURE X(33)  VALUE SPACES.
       01  WRK-LINHA-CLIENTE.
           05  FILLER        PICTURE X(09) VALUE "CLIENTE: ".
           05  CLI-NOME      PICTURE X(20).
           05  FILLER        PICTURE X(13) VALUE "  DOCUMENTO: ".
           05  CLI-DOCUMENTO PICTURE X(14).
           05  FILLER        PICTURE X(24) VALUE SPACES.
       01  WRK-LINHA-CONTA.
           05  FILLER        PICTURE X(09) VALUE "CONTA..: ".
           05  CLI-CTA-AGENCIA PICTURE X(04).
           05  FILLER        PICTURE X(01) VALUE SPACE.
           05  CLI-CTA-NUMERO  PICTURE X(06).
           05  FILLER        PICTURE X(01) VALUE "-".
           05  CLI-CTA-DIGITO  PICTURE X(01).
           05  CLI-TIPO-AREA.
               10  CLI-TIPO-TITULO PICTURE X(08) VALUE "  TIPO: ".
               10  CLI-TIPO    PICTURE 9.
           05  CLI-SITUACAO  PICTURE X(16) VALUE SPACES.
           05  FILLER        PICTURE X(33) VALUE SPACES.
       01  WRK-LINHA-CAB2.
           05  FILLER    PICTURE X(09)  VALUE "DATA".
           05  FILLER    PICTURE X(05)  VALUE "AGEN ".
           05  FILLER    PICTURE X(21)  VALUE "HISTORICO".
           05  FILLER    PICTURE X(15)  VALUE "          VALOR".
           05  FILLER    PICTURE X(02)  VALUE SPACES.
           05  FILLER    PICTURE X(28)  VALUE "         SALDO".
       01  WRK-LINHA-DET.
           05  DET-DATA      PICTURE 9(08).
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DET-AGENCIA   PICTURE X(04).
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DET-HISTORICO PICTURE X(20).
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DET-VALOR     PICTURE ZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DET-DC        PICTURE X(01).
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DET-SALDO     PICTURE -Z.ZZZ.ZZZ.ZZ9.
           05  FILLER        PICTURE X(14) VALUE SPACES.
       01  WRK-LINHA-SALDO.
           05  SLD-TITULO    PICTURE X(30).
           05  FILLER        PICTURE X(22) VALUE SPACES.
           05  SLD-VALOR     PICTURE -Z.ZZZ.ZZZ.ZZ9.
           05  FILLER        PICTURE X(14) VALUE SPACES.
       01  WRK-LINHA-DIV-CAB1.
           05  FILLER    PICTURE X(36)
               VALUE "EXCECOES DO EXTRATO MENSAL - COMPET".
           05  FILLER    PICTURE X(07)  VALUE "ENCIA: ".
           05  DVC-COMPETENCIA PICTURE 9(06).
           05  FILLER    PICTURE X(31)  VALUE SPACES.
       01  WRK-LINHA-DIV-CAB2.
           05  FILLER    PICTURE X(15)  VALUE "DOCUMENTO".
           05  FILLER    PICTURE X(21)  VALUE "CONTA".
           05  FILLER    PICTURE X(15)  VALUE "  SALDO APURADO".
           05  FILLER    PICTURE X(15)  VALUE " SALDO CADASTRO".
           05  FILLER    PICTURE X(14)  VALUE " MOTIVO".
       01  WRK-LINHA-DIV.
           05  DIV-DOCUMENTO PICTURE X(14).
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DIV-CONTA.
               10  DIV-CTA-AGENCIA PICTURE X(04).
               10  FILLER          PICTURE X(01) VALUE SPACE.
               10  DIV-CTA-NUMERO  PICTURE X(06).
               10  FILLER          PICTURE X(01) VALUE "-".
               10  DIV-CTA-DIGITO  PICTURE X(01).
           05  FILLER        PICTURE X(08) VALUE SPACES.
           05  DIV-APURADO   PICTURE -Z.ZZZ.ZZZ.ZZ9.
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DIV-CADASTRO  PICTURE -Z.ZZZ.ZZZ.ZZ9.
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  DIV-MOTIVO    PICTURE X(14).
       01  WRK-LINHA-TOT.
           05  TOT-TITULO    PICTURE X(30).
           05  TOT-QTD       PICTURE ZZZ.ZZ9.
           05  FILLER        PICTURE X(43) VALUE SPACES.
       01  WRK-JRN-PROGRAMA  PICTURE X(16)   VALUE "EXTRATOMES".
       01  WRK-JRN-TIPO      PICTURE X(01)   VALUE "I".
       01  WRK-JRN-DATA      PICTURE 9(08)   VALUE ZEROS.
       01  WRK-JRN-LIDOS     PICTURE 9(06)   VALUE ZEROS.
       01  WRK-JRN-GRAVADOS  PICTURE 9(06)   VALUE ZEROS.
       01  WRK-JRN-REJEITADOS PICTURE 9(06)  VALUE ZEROS.
       01  WRK-JRN-RETORNO   PICTURE 9(02)   VALUE ZEROS.

       PROCEDURE             DIVISION.

       0100-PRINCIPAL         SECTION.
           PERFORM 0200-INICIAR.
           IF NOT ERRO-DATA
               SORT ORDENACAO
                   ON ASCENDING KEY SRT-CONTA SRT-DATA-MOVIMENTO
                   WITH DUPLICATES IN ORDER
                   USING CLIENTES-HMOV
                   GIVING HMOV-ORDENADO
               PERFORM 0240-ABRIR-ARQUIVOS
               PERFORM 0300-PROCESSAR
                   UNTIL WRK-CHAVE-MST EQUAL HIGH-VALUES
                     AND WRK-CHAVE-HMV EQUAL HIGH-VALUES
               PERFORM 0400-FINALIZAR
           END-IF.

           EVALUATE TRUE
               WHEN ERRO-DATA
                   MOVE 12 TO RETURN-CODE
               WHEN WRK-QTD-EXCECOES GREATER ZERO
                   MOVE 4  TO RETURN-CODE
               WHEN OTHER
                   MOVE 0  TO RETURN-CODE
           END-EVALUATE.

           MOVE "F" TO WRK-JRN-TIPO.
           MOVE WRK-QTD-CONTAS   TO WRK-JRN-LIDOS.
           MOVE WRK-QTD-EXTRATOS TO WRK-JRN-GRAVADOS.
           MOVE WRK-QTD-EXCECOES TO WRK-JRN-REJEITADOS.
           MOVE RETURN-CODE      TO WRK-JRN-RETORNO.
           PERFORM 0500-REGISTRAR-EXECUCAO.
           MOVE WRK-JRN-RETORNO TO RETURN-CODE.
           STOP  RUN.
       0100-FIM. EXIT.
      *----------------------------------INICIAR
       0200-INICIAR           SECTION.

           PERFORM 0205-LER-DATA-MOVIMENTO.
           MOVE WRK-DATA-EXECUCAO TO WRK-JRN-DATA.
           PERFORM 0500-REGISTRAR-EXECUCAO.

           DISPLAY "INFORME A COMPETENCIA DO EXTRATO (AAAAMM, BRANCO "
                   "PARA O MES DO CLIEDAT): ".
           ACCEPT WRK-COMPETENCIA-TXT.
           IF WRK-COMPETENCIA-TXT IS NUMERIC AND
              WRK-COMPETENCIA-TXT NOT EQUAL "000000"
               MOVE WRK-COMPETENCIA-TXT TO WRK-COMPETENCIA
           ELSE
               IF WRK-DATA-EXECUCAO NOT EQUAL ZEROS
                   MOVE WRK-EXEC-COMPETENCIA TO WRK-COMPETENCIA
               ELSE
                   MOVE "S" TO WRK-ERRO-DATA
               END-IF
           END-IF.

           IF NOT ERRO-DATA AND
              (WRK-COMP-MES LESS 1 OR WRK-COMP-MES GREATER 12)
               MOVE "S" TO WRK-ERRO-DATA
           END-IF.

           IF ERRO-DATA
               DISPLAY "COMPETENCIA INVALIDA E DATA DE MOVIMENTO "
                       "(CLIEDAT) AUSENTE. EXECUCAO CANCELADA."
           END-IF.

       0200-FIM. EXIT.
      *----------------------------------LER-DATA-MOVIMENTO
       0205-LER-DATA-MOVIMENTO SECTION.

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

       0205-FIM. EXIT.
      *----------------------------------ABRIR-ARQUIVOS
       0240-ABRIR-ARQUIVOS    SECTION.

           OPEN INPUT  CLIENTES-FILE
                       CONTAS-FILE
                       HMOV-ORDENADO.
           OPEN OUTPUT CLIENTES-XREL
                       CLIENTES-XDIV.

           MOVE WRK-COMPETENCIA TO CAB1-COMPETENCIA
                                   DVC-COMPETENCIA.
           WRITE REG-XDIV FROM WRK-LINHA-DIV-CAB1.
           WRITE REG-XDIV FROM WRK-LINHA-DIV-CAB2.
           MOVE SPACES TO REG-XDIV.
           WRITE REG-XDIV.

           PERFORM 0250-LER-CONTA.
           PERFORM 0260-LER-HISTORICO.

       0240-FIM. EXIT.
      *----------------------------------LER-CONTA
       0250-LER-CONTA         SECTION.

           READ CONTAS-FILE
               AT END
                   MOVE HIGH-VALUES   TO WRK-CHAVE-MST
               NOT AT END
                   ADD 1 TO WRK-QTD-CONTAS
                   MOVE CTA-CHAVE     TO WRK-CHAVE-MST
                   PERFORM 0255-LER-TITULAR
           END-READ.

       0250-FIM. EXIT.
      *----------------------------------LER-TITULAR
       0255-LER-TITULAR       SECTION.

           MOVE CTA-DOCUMENTO TO REG-DOCUMENTO.
           READ CLIENTES-FILE
               INVALID KEY
                   MOVE SPACES   TO WRK-NOME-TITULAR
               NOT INVALID KEY
                   MOVE REG-NOME TO WRK-NOME-TITULAR
           END-READ.

       0255-FIM. EXIT.
      *----------------------------------LER-HISTORICO
       0260-LER-HISTORICO     SECTION.

           READ HMOV-ORDENADO
               AT END
                   MOVE HIGH-VALUES   TO WRK-CHAVE-HMV
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   MOVE ORD-CONTA     TO WRK-CHAVE-HMV
           END-READ.

       0260-FIM. EXIT.
      *----------------------------------PROCESSAR
       0300-PROCESSAR         SECTION.

           IF WRK-CHAVE-MST NOT GREATER WRK-CHAVE-HMV
               MOVE WRK-CHAVE-MST TO WRK-CHAVE-ATUAL
               MOVE "S"           TO WRK-NO-CADASTRO
           ELSE
               MOVE WRK-CHAVE-HMV TO WRK-CHAVE-ATUAL
               MOVE "N"           TO WRK-NO-CADASTRO
           END-IF.

           PERFORM 0310-INICIAR-EXTRATO.
           PERFORM 0320-TRATAR-LANCAMENTO
               UNTIL WRK-CHAVE-HMV NOT EQUAL WRK-CHAVE-ATUAL.

           IF NO-CADASTRO
               PERFORM 0350-FECHAR-EXTRATO
               PERFORM 0250-LER-CONTA
           ELSE
               PERFORM 0360-SEM-CADASTRO
           END-IF.

       0300-FIM. EXIT.
      *----------------------------------INICIAR-EXTRATO
       0310-INICIAR-EXTRATO   SECTION.

           MOVE "N"   TO WRK-TEM-ABERTURA
                         WRK-TEM-LANCAMENTO
                         WRK-EXTRATO-ABERTO
                         WRK-LINHAS-EXCEDIDAS.
           MOVE ZEROS TO WRK-SALDO-ABERTURA
                         WRK-SALDO-CORRENTE
                         WRK-MOV-POSTERIOR
                         WRK-JUROS-MES
                         WRK-QTD-LINHAS.

       0310-FIM. EXIT.
      *----------------------------------TRATAR-LANCAMENTO
       0320-TRATAR-LANCAMENTO SECTION.

           MOVE ORD-DOCUMENTO  TO WRK-DOC-LANCAMENTO.
           MOVE ORD-ORIGEM     TO WRK-ULT-ORIGEM.
           MOVE ORD-SALDO-NOVO TO WRK-ULT-SALDO-NOVO.
           EVALUATE TRUE
               WHEN ORD-COMPETENCIA LESS WRK-COMPETENCIA
                   MOVE ORD-SALDO-NOVO TO WRK-SALDO-ABERTURA
                   MOVE "S"            TO WRK-TEM-ABERTURA
               WHEN ORD-COMPETENCIA EQUAL WRK-COMPETENCIA
                   PERFORM 0330-LANCAR-NO-MES
               WHEN OTHER
                   IF NOT TEM-ABERTURA
                       MOVE ORD-SALDO-ANT TO WRK-SALDO-ABERTURA
                       MOVE "S"           TO WRK-TEM-ABERTURA
                   END-IF
                   MOVE "S" TO WRK-TEM-LANCAMENTO
                   IF ORD-CREDITO
                       ADD ORD-VALOR      TO WRK-MOV-POSTERIOR
                   ELSE
                       SUBTRACT ORD-VALOR FROM WRK-MOV-POSTERIOR
                   END-IF
           END-EVALUATE.

           PERFORM 0260-LER-HISTORICO.

       0320-FIM. EXIT.
      *----------------------------------LANCAR-NO-MES
       0330-LANCAR-NO-MES     SECTION.

           IF NOT TEM-ABERTURA
               MOVE ORD-SALDO-ANT TO WRK-SALDO-ABERTURA
               MOVE "S"           TO WRK-TEM-ABERTURA
           END-IF.
           MOVE "S" TO WRK-TEM-LANCAMENTO.

           IF NOT EXTRATO-ABERTO
               MOVE WRK-SALDO-ABERTURA TO WRK-SALDO-CORRENTE
               MOVE "S" TO WRK-EXTRATO-ABERTO
               IF NO-CADASTRO
                   PERFORM 0340-IMPRIMIR-CABECALHO
               END-IF
           END-IF.

           IF ORD-CREDITO
               ADD ORD-VALOR      TO WRK-SALDO-CORRENTE
           ELSE
               SUBTRACT ORD-VALOR FROM WRK-SALDO-CORRENTE
           END-IF.
           IF ORD-JUROS
               ADD ORD-VALOR      TO WRK-JUROS-MES
           END-IF.
           ADD 1 TO WRK-QTD-LANCAMENTOS.

           PERFORM 0345-IMPRIMIR-LANCAMENTO.

       0330-FIM. EXIT.
      *----------------------------------IMPRIMIR-CABECALHO
       0340-IMPRIMIR-CABECALHO SECTION.

           ADD 1 TO WRK-QTD-EXTRATOS.
           WRITE REG-XREL FROM WRK-LINHA-CAB1
               AFTER ADVANCING PAGE.
           IF NO-CADASTRO
               MOVE CTA-DOCUMENTO      TO WRK-DOC-EXTRATO
               MOVE WRK-NOME-TITULAR   TO CLI-NOME
               MOVE "  TIPO: "         TO CLI-TIPO-TITULO
               MOVE CTA-TIPO-CONTA     TO CLI-TIPO
               MOVE SPACES             TO CLI-SITUACAO
           ELSE
               MOVE WRK-DOC-LANCAMENTO TO WRK-DOC-EXTRATO
               MOVE WRK-NOME-EXCLUIDA  TO CLI-NOME
               MOVE SPACES             TO CLI-TIPO-AREA
               MOVE "  CONTA EXCLUIDA" TO CLI-SITUACAO
           END-IF.
           CALL "MASCARADOC" USING WRK-DOC-EXTRATO
                                    WRK-DOC-MASCARADO.
           MOVE WRK-DOC-MASCARADO TO CLI-DOCUMENTO.
           WRITE REG-XREL FROM WRK-LINHA-CLIENTE.
           MOVE WRK-ATUAL-AGENCIA TO CLI-CTA-AGENCIA.
           MOVE WRK-ATUAL-NUMERO  TO CLI-CTA-NUMERO.
           MOVE WRK-ATUAL-DIGITO  TO CLI-CTA-DIGITO.
           WRITE REG-XREL FROM WRK-LINHA-CONTA.
           MOVE SPACES TO REG-XREL.
           WRITE REG-XREL.
           WRITE REG-XREL FROM WRK-LINHA-CAB2.
           MOVE "SALDO ANTERIOR ..............:" TO SLD-TITULO.
           MOVE WRK-SALDO-ABERTURA TO SLD-VALOR.
           WRITE REG-XREL FROM WRK-LINHA-SALDO.

       0340-FIM. EXIT.
      *----------------------------------IMPRIMIR-LANCAMENTO
       0345-IMPRIMIR-LANCAMENTO SECTION.

           MOVE ORD-DATA-MOVIMENTO TO DET-DATA.
           MOVE ORD-AGENCIA        TO DET-AGENCIA.
           EVALUATE TRUE
               WHEN ORD-JUROS
                   MOVE "JUROS CREDITADOS" TO DET-HISTORICO
               WHEN ORD-TARIFA
                   MOVE "TARIFA MENSAL"    TO DET-HISTORICO
               WHEN ORD-AJUSTE
                   MOVE "AJUSTE CADASTRAL" TO DET-HISTORICO
               WHEN ORD-TRANSFERENCIA AND ORD-CREDITO
                   MOVE "TRANSF. RECEBIDA" TO DET-HISTORICO
               WHEN ORD-TRANSFERENCIA
                   MOVE "TRANSF. ENVIADA"  TO DET-HISTORICO
               WHEN ORD-CREDITO
                   MOVE "CREDITO"          TO DET-HISTORICO
               WHEN OTHER
                   MOVE "DEBITO"           TO DET-HISTORICO
           END-EVALUATE.
           MOVE ORD-VALOR          TO DET-VALOR.
           MOVE ORD-OPERACAO       TO DET-DC.
           MOVE WRK-SALDO-CORRENTE TO DET-SALDO.
           IF NO-CADASTRO
               WRITE REG-XREL FROM WRK-LINHA-DET
           ELSE
               PERFORM 0347-GUARDAR-LINHA
           END-IF.

       0345-FIM. EXIT.
      *----------------------------------GUARDAR-LINHA
       0347-GUARDAR-LINHA     SECTION.

           IF WRK-QTD-LINHAS LESS WRK-MAX-LINHAS
               ADD 1 TO WRK-QTD-LINHAS
               MOVE WRK-LINHA-DET TO WRK-LIN-ITEM (WRK-QTD-LINHAS)
           ELSE
               MOVE "S" TO WRK-LINHAS-EXCEDIDAS
           END-IF.

       0347-FIM. EXIT.
      *----------------------------------FECHAR-EXTRATO
       0350-FECHAR-EXTRATO    SECTION.

           IF NOT TEM-ABERTURA
               MOVE CTA-SALDO TO WRK-SALDO-ABERTURA
           END-IF.
           IF NOT EXTRATO-ABERTO
               MOVE WRK-SALDO-ABERTURA TO WRK-SALDO-CORRENTE
               MOVE "S" TO WRK-EXTRATO-ABERTO
               PERFORM 0340-IMPRIMIR-CABECALHO
           END-IF.
           MOVE CTA-SALDO TO WRK-SALDO-CADASTRO.
           PERFORM 0355-TOTALIZAR-EXTRATO.

       0350-FIM. EXIT.
      *----------------------------------TOTALIZAR-EXTRATO
       0355-TOTALIZAR-EXTRATO SECTION.

           MOVE SPACES TO REG-XREL.
           WRITE REG-XREL.
           MOVE "JUROS CREDITADOS NO MES .....:" TO SLD-TITULO.
           MOVE WRK-JUROS-MES      TO SLD-VALOR.
           WRITE REG-XREL FROM WRK-LINHA-SALDO.
           MOVE "SALDO FINAL .................:" TO SLD-TITULO.
           MOVE WRK-SALDO-CORRENTE TO SLD-VALOR.
           WRITE REG-XREL FROM WRK-LINHA-SALDO.

           COMPUTE WRK-SALDO-APURADO =
               WRK-SALDO-CORRENTE + WRK-MOV-POSTERIOR.
           IF WRK-MOV-POSTERIOR NOT EQUAL ZEROS
               MOVE "MOVIMENTOS APOS O MES .......:" TO SLD-TITULO
               MOVE WRK-MOV-POSTERIOR  TO SLD-VALOR
               WRITE REG-XREL FROM WRK-LINHA-SALDO
           END-IF.

           IF WRK-SALDO-APURADO NOT EQUAL WRK-SALDO-CADASTRO
               MOVE "SALDO NO CADASTRO ...........:" TO SLD-TITULO
               MOVE WRK-SALDO-CADASTRO TO SLD-VALOR
               WRITE REG-XREL FROM WRK-LINHA-SALDO
               MOVE "*** SALDO DIVERGENTE DO CADASTRO - VER CLIEXDIV"
                                       TO REG-XREL
               WRITE REG-XREL
               MOVE "SALDO DIVERGE" TO WRK-MOTIVO
               PERFORM 0370-GRAVAR-EXCECAO
           END-IF.

       0355-FIM. EXIT.
      *----------------------------------SEM-CADASTRO
       0360-SEM-CADASTRO      SECTION.

           IF TEM-LANCAMENTO
               IF NOT EXTRATO-ABERTO
                   MOVE WRK-SALDO-ABERTURA TO WRK-SALDO-CORRENTE
                   MOVE "S" TO WRK-EXTRATO-ABERTO
               END-IF
               COMPUTE WRK-SALDO-APURADO =
                   WRK-SALDO-CORRENTE + WRK-MOV-POSTERIOR
               EVALUATE TRUE
                   WHEN NOT ULT-AJUSTE OR
                        WRK-ULT-SALDO-NOVO NOT EQUAL ZERO
                       MOVE "SEM CADASTRO" TO WRK-MOTIVO
                       PERFORM 0370-GRAVAR-EXCECAO
                   WHEN LINHAS-EXCEDIDAS
                       MOVE "LIMITE LINHAS" TO WRK-MOTIVO
                       PERFORM 0370-GRAVAR-EXCECAO
                   WHEN OTHER
                       PERFORM 0365-EXTRATO-EXCLUIDA
               END-EVALUATE
           END-IF.

       0360-FIM. EXIT.
      *----------------------------------EXTRATO-EXCLUIDA
       0365-EXTRATO-EXCLUIDA  SECTION.

           MOVE WRK-DOC-LANCAMENTO TO REG-DOCUMENTO.
           READ CLIENTES-FILE
               INVALID KEY
                   MOVE "CONTA EXCLUIDA" TO WRK-NOME-EXCLUIDA
               NOT INVALID KEY
                   MOVE REG-NOME         TO WRK-NOME-EXCLUIDA
           END-READ.

           PERFORM 0340-IMPRIMIR-CABECALHO.
           PERFORM 0367-IMPRIMIR-LINHA
               VARYING WRK-IDX-LIN FROM 1 BY 1
               UNTIL WRK-IDX-LIN GREATER WRK-QTD-LINHAS.
           MOVE ZEROS TO WRK-SALDO-CADASTRO.
           PERFORM 0355-TOTALIZAR-EXTRATO.

       0365-FIM. EXIT.
      *----------------------------------IMPRIMIR-LINHA
       0367-IMPRIMIR-LINHA    SECTION.

           WRITE REG-XREL FROM WRK-LIN-ITEM (WRK-IDX-LIN).

       0367-FIM. EXIT.
      *----------------------------------GRAVAR-EXCECAO
       0370-GRAVAR-EXCECAO    SECTION.

           ADD 1 TO WRK-QTD-EXCECOES.
           IF NO-CADASTRO
               CALL "MASCARADOC" USING CTA-DOCUMENTO
                                        WRK-DOC-MASCARADO
               MOVE WRK-DOC-MASCARADO TO DIV-DOCUMENTO
               MOVE CTA-SALDO     TO DIV-CADASTRO
           ELSE
               CALL "MASCARADOC" USING WRK-DOC-LANCAMENTO
                                        WRK-DOC-MASCARADO
               MOVE WRK-DOC-MASCARADO TO DIV-DOCUMENTO
               MOVE ZEROS         TO DIV-CADASTRO
           END-IF.
           MOVE WRK-ATUAL-AGENCIA TO DIV-CTA-AGENCIA.
           MOVE WRK-ATUAL-NUMERO  TO DIV-CTA-NUMERO.
           MOVE WRK-ATUAL-DIGITO  TO DIV-CTA-DIGITO.
           MOVE WRK-SALDO-APURADO TO DIV-APURADO.
           MOVE WRK-MOTIVO        TO DIV-MOTIVO.
           WRITE REG-XDIV FROM WRK-LINHA-DIV.

       0370-FIM. EXIT.
      *----------------------------------FINALIZAR
       0400-FINALIZAR         SECTION.

           IF WRK-QTD-EXCECOES EQUAL ZERO
               MOVE "NENHUMA EXCECAO - TODOS OS SALDOS CONFEREM"
                                       TO REG-XDIV
               WRITE REG-XDIV
           END-IF.
           MOVE SPACES TO REG-XDIV.
           WRITE REG-XDIV.
           MOVE "CONTAS LIDAS ..............: " TO TOT-TITULO.
           MOVE WRK-QTD-CONTAS      TO TOT-QTD.
           WRITE REG-XDIV FROM WRK-LINHA-TOT.
           MOVE "EXTRATOS EMITIDOS .........: " TO TOT-TITULO.
           MOVE WRK-QTD-EXTRATOS    TO TOT-QTD.
           WRITE REG-XDIV FROM WRK-LINHA-TOT.
           MOVE "LANCAMENTOS NO MES ........: " TO TOT-TITULO.
           MOVE WRK-QTD-LANCAMENTOS TO TOT-QTD.
           WRITE REG-XDIV FROM WRK-LINHA-TOT.
           MOVE "EXCECOES ..................: " TO TOT-TITULO.
           MOVE WRK-QTD-EXCECOES    TO TOT-QTD.
           WRITE REG-XDIV FROM WRK-LINHA-TOT.

           CLOSE CLIENTES-FILE
                 CONTAS-FILE
                 HMOV-ORDENADO
                 CLIENTES-XREL
                 CLIENTES-XDIV.

           MOVE WRK-QTD-EXTRATOS TO WRK-QTD-ED.
           DISPLAY "EXTRATOS EMITIDOS .........: " WRK-QTD-ED.
           MOVE WRK-QTD-EXCECOES TO WRK-QTD-ED.
           DISPLAY "EXCECOES ..................: " WRK-QTD-ED.

       0400-FIM. EXIT.
      *----------------------------------REGISTRAR-EXECUCAO
       0500-REGISTRAR-EXECUCAO SECTION.

           CALL "REGISTRAEXEC" USING WRK-JRN-PROGRAMA WRK-JRN-TIPO
                                      WRK-JRN-DATA WRK-JRN-LIDOS
                                      WRK-JRN-GRAVADOS
                                      WRK-JRN-REJEITADOS
                                      WRK-JRN-RETORNO.

       0500-FIM. EXIT.
