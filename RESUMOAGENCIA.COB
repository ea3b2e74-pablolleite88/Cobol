       IDENTIFICATION        DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. RESUMOAGENCIA.
       AUTHOR. SEU-NOME.
       DATE-WRITTEN. 2026-10-15.
      * MODIFICATION HISTORY
      * 2026-10-15 RLC  INITIAL VERSION: DAILY MOVEMENT SUMMARY PER
      *                 AGENCY AND PER REGION. THE CLIEMAGE FILE
      *                 WRITTEN BY MOVIMENTOS (ONE RECORD PER APPLIED
      *                 LEG OR REJECTION, WITH AGENCY AND REGION) IS
      *                 SORTED BY REGION AND AGENCY AND MATCHED WITH
      *                 THE AGENCY MASTER (AGENCIAS) IN THE SAME ORDER.
      *                 EVERY ACTIVE AGENCY, AND ANY AGENCY THAT HAD
      *                 MOVEMENTS, GETS ITS OWN PAGE ON CLIEGREL WITH
      *                 CREDITS, DEBITS, REJECTIONS AND NET VALUE, SO
      *                 EACH BRANCH MANAGER RECEIVES ONE PAGE. THE
      *                 REGIONAL REPORT CLIERREL HAS ONE PAGE PER
      *                 REGION WITH A LINE PER AGENCY AND THE REGION
      *                 TOTAL, FOLLOWED BY THE GRAND TOTAL. MOVEMENTS
      *                 REJECTED FOR AN UNKNOWN AGENCY CODE ARE LISTED
      *                 UNDER THAT CODE WITH NO REGION.
      * 2026-10-15 RLC  STOP RUN REPLACED BY GOBACK SO THE PROGRAM CAN
      *                 BE CALLED AS A STEP BY THE NIGHTLY CHAIN
      *                 DRIVER (CADEIANOTURNA), WHICH CHECKS THE
      *                 RETURN CODE. RUN ON ITS OWN IT BEHAVES AS
      *                 BEFORE.
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
           SELECT OPTIONAL AGENCIAS-FILE ASSIGN TO "AGENCIAS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CLIENTES-MAGE ASSIGN TO "CLIEMAGE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AGENCIAS-ORDENADO ASSIGN TO "AGEORDN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MAGE-ORDENADO  ASSIGN TO "MAGEORDN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ORDENACAO      ASSIGN TO "SORTWK".
           SELECT ORDENACAO-AGE  ASSIGN TO "SORTWK2".
           SELECT CLIENTES-AREL  ASSIGN TO "CLIEGREL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLIENTES-RREL  ASSIGN TO "CLIERREL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLIENTES-DAT   ASSIGN TO "CLIEDAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WRK-STATUS-DAT.

       DATA                  DIVISION.
       FILE                  SECTION.
       FD  AGENCIAS-FILE.
       01  REG-AGENCIA.
           05  AGE-CODIGO        PICTURE X(04).
           05  AGE-NOME          PICTURE X(30).
           05  AGE-REGIAO        PICTURE X(10).
           05  AGE-SITUACAO      PICTURE X(01).

       FD  CLIENTES-MAGE.
       01  REG-MAGE.
           05  MAG-DATA-MOVIMENTO PICTURE X(08).
           05  MAG-REGIAO         PICTURE X(10).
           05  MAG-AGENCIA        PICTURE X(04).
           05  MAG-OPERACAO       PICTURE X(01).
           05  MAG-RESULTADO      PICTURE X(01).
           05  MAG-VALOR          PICTURE 9(10).

       SD  ORDENACAO-AGE.
       01  REG-SRA.
           05  SRA-CODIGO        PICTURE X(04).
           05  SRA-NOME          PICTURE X(30).
           05  SRA-REGIAO        PICTURE X(10).
           05  SRA-SITUACAO      PICTURE X(01).

       SD  ORDENACAO.
       01  REG-SRT.
           05  SRT-DATA-MOVIMENTO PICTURE X(08).
           05  SRT-REGIAO         PICTURE X(10).
           05  SRT-AGENCIA        PICTURE X(04).
           05  SRT-OPERACAO       PICTURE X(01).
           05  SRT-RESULTADO      PICTURE X(01).
           05  SRT-VALOR          PICTURE 9(10).

       FD  AGENCIAS-ORDENADO.
       01  REG-AOR.
           05  AOR-CODIGO        PICTURE X(04).
           05  AOR-NOME          PICTURE X(30).
           05  AOR-REGIAO        PICTURE X(10).
           05  AOR-SITUACAO      PICTURE X(01).
               88  AOR-ATIVA                 VALUE "A".

       FD  MAGE-ORDENADO.
       01  REG-ORD.
           05  ORD-DATA-MOVIMENTO PICTURE X(08).
           05  ORD-REGIAO         PICTURE X(10).
           05  ORD-AGENCIA        PICTURE X(04).
           05  ORD-OPERACAO       PICTURE X(01).
               88  ORD-CREDITO                VALUE "C".
           05  ORD-RESULTADO      PICTURE X(01).
               88  ORD-REJEITADO              VALUE "R".
           05  ORD-VALOR          PICTURE 9(10).

       FD  CLIENTES-AREL.
       01  REG-AREL              PICTURE X(80).

       FD  CLIENTES-RREL.
       01  REG-RREL              PICTURE X(80).

       FD  CLIENTES-DAT.
       01  REG-DAT.
           05  DAT-DATA-MOVIMENTO PICTURE 9(08).

       WORKING-STORAGE       SECTION.
       01  WRK-STATUS-DAT    PICTURE X(02)   VALUE SPACES.
       01  WRK-DATA-EXECUCAO PICTURE X(08)   VALUE SPACES.
       01  WRK-CHAVE-AGE.
           05  WRK-CHA-REGIAO    PICTURE X(10).
           05  WRK-CHA-AGENCIA   PICTURE X(04).
       01  WRK-CHAVE-MAG.
           05  WRK-CHM-REGIAO    PICTURE X(10).
           05  WRK-CHM-AGENCIA   PICTURE X(04).
       01  WRK-CHAVE-ATUAL.
           05  WRK-ATU-REGIAO    PICTURE X(10).
           05  WRK-ATU-AGENCIA   PICTURE X(04).
       01  WRK-REGIAO-ANTERIOR PICTURE X(10) VALUE SPACES.
       01  WRK-REGIAO-ABERTA PICTURE X(01)   VALUE "N".
           88  REGIAO-ABERTA                 VALUE "S".
       01  WRK-NO-CADASTRO   PICTURE X(01)   VALUE "N".
           88  NO-CADASTRO                   VALUE "S".
       01  WRK-AGENCIA-ATIVA PICTURE X(01)   VALUE "N".
           88  AGENCIA-ATIVA                 VALUE "S".
       01  WRK-AGENCIA-NOME  PICTURE X(30)   VALUE SPACES.
       01  WRK-TOT-AGENCIA.
           05  WRK-AG-QTD-CRED   PICTURE 9(06)  COMP.
           05  WRK-AG-VAL-CRED   PICTURE 9(12)  COMP.
           05  WRK-AG-QTD-DEB    PICTURE 9(06)  COMP.
           05  WRK-AG-VAL-DEB    PICTURE 9(12)  COMP.
           05  WRK-AG-QTD-REJ    PICTURE 9(06)  COMP.
           05  WRK-AG-VAL-REJ    PICTURE 9(12)  COMP.
       01  WRK-TOT-REGIAO.
           05  WRK-RG-QTD-CRED   PICTURE 9(06)  COMP.
           05  WRK-RG-VAL-CRED   PICTURE 9(12)  COMP.
           05  WRK-RG-QTD-DEB    PICTURE 9(06)  COMP.
           05  WRK-RG-VAL-DEB    PICTURE 9(12)  COMP.
           05  WRK-RG-QTD-REJ    PICTURE 9(06)  COMP.
           05  WRK-RG-VAL-REJ    PICTURE 9(12)  COMP.
       01  WRK-TOT-GERAL.
           05  WRK-GR-QTD-CRED   PICTURE 9(06)  COMP.
           05  WRK-GR-VAL-CRED   PICTURE 9(12)  COMP.
           05  WRK-GR-QTD-DEB    PICTURE 9(06)  COMP.
           05  WRK-GR-VAL-DEB    PICTURE 9(12)  COMP.
           05  WRK-GR-QTD-REJ    PICTURE 9(06)  COMP.
           05  WRK-GR-VAL-REJ    PICTURE 9(12)  COMP.
       01  WRK-QTD-REGISTROS PICTURE 9(06)   COMP VALUE ZEROS.
       01  WRK-QTD-PAGINAS   PICTURE 9(06)   COMP VALUE ZEROS.
       01  WRK-QTD-REGIOES   PICTURE 9(06)   COMP VALUE ZEROS.
       01  WRK-QTD-ED        PICTURE ZZZ.ZZ9.
       01  WRK-LINHA-CAB1.
           05  FILLER    PICTURE X(35)
               VALUE "RESUMO DIARIO DE MOVIMENTOS POR AGE".
           05  FILLER    PICTURE X(13)  VALUE "NCIA - DATA: ".
           05  CAB1-DATA PICTURE X(08).
           05  FILLER    PICTURE X(24)  VALUE SPACES.
       01  WRK-LINHA-AGENCIA.
           05  FILLER    PICTURE X(09)  VALUE "AGENCIA: ".
           05  AGL-CODIGO PICTURE X(04).
           05  FILLER    PICTURE X(02)  VALUE SPACES.
           05  AGL-NOME  PICTURE X(30).
           05  FILLER    PICTURE X(10)  VALUE "  REGIAO: ".
           05  AGL-REGIAO PICTURE X(10).
           05  FILLER    PICTURE X(15)  VALUE SPACES.
       01  WRK-LINHA-CAB2.
           05  FILLER    PICTURE X(30)  VALUE SPACES.
           05  FILLER    PICTURE X(07)  VALUE "    QTD".
           05  FILLER    PICTURE X(18)  VALUE "             VALOR".
           05  FILLER    PICTURE X(25)  VALUE SPACES.
       01  WRK-LINHA-VAL.
           05  VAL-TITULO    PICTURE X(30).
           05  VAL-QTD       PICTURE ZZZ.ZZ9.
           05  FILLER        PICTURE X(02) VALUE SPACES.
           05  VAL-VALOR     PICTURE -ZZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER        PICTURE X(25) VALUE SPACES.
       01  WRK-LINHA-REG-CAB1.
           05  FILLER    PICTURE X(35)
               VALUE "RESUMO DIARIO DE MOVIMENTOS POR REG".
           05  FILLER    PICTURE X(13)  VALUE "IAO  - DATA: ".
           05  RC1-DATA  PICTURE X(08).
           05  FILLER    PICTURE X(24)  VALUE SPACES.
       01  WRK-LINHA-REGIAO.
           05  FILLER    PICTURE X(08)  VALUE "REGIAO: ".
           05  RGT-REGIAO PICTURE X(10).
           05  FILLER    PICTURE X(62)  VALUE SPACES.
       01  WRK-LINHA-REG-CAB2.
           05  FILLER    PICTURE X(06)  VALUE "AGENC.".
           05  FILLER    PICTURE X(07)  VALUE " QTD C ".
           05  FILLER    PICTURE X(15)  VALUE "   VALOR CRED. ".
           05  FILLER    PICTURE X(07)  VALUE " QTD D ".
           05  FILLER    PICTURE X(15)  VALUE "  VALOR DEBITO ".
           05  FILLER    PICTURE X(07)  VALUE " QTD R ".
           05  FILLER    PICTURE X(23)  VALUE " VALOR LIQUIDO".
       01  WRK-LINHA-REG-DET.
           05  RGL-AGENCIA   PICTURE X(06).
           05  RGL-QTD-CRED  PICTURE ZZ.ZZ9.
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  RGL-VAL-CRED  PICTURE ZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  RGL-QTD-DEB   PICTURE ZZ.ZZ9.
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  RGL-VAL-DEB   PICTURE ZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  RGL-QTD-REJ   PICTURE ZZ.ZZ9.
           05  FILLER        PICTURE X(01) VALUE SPACES.
           05  RGL-LIQUIDO   PICTURE -Z.ZZZ.ZZZ.ZZ9.
           05  FILLER        PICTURE X(09) VALUE SPACES.
       01  WRK-JRN-PROGRAMA  PICTURE X(16)   VALUE "RESUMOAGENCIA".
       01  WRK-JRN-TIPO      PICTURE X(01)   VALUE "I".
       01  WRK-JRN-DATA      PICTURE 9(08)   VALUE ZEROS.
       01  WRK-JRN-LIDOS     PICTURE 9(06)   VALUE ZEROS.
       01  WRK-JRN-GRAVADOS  PICTURE 9(06)   VALUE ZEROS.
       01  WRK-JRN-REJEITADOS PICTURE 9(06)  VALUE ZEROS.
       01  WRK-JRN-RETORNO   PICTURE 9(02)   VALUE ZEROS.

       PROCEDURE             DIVISION.

       0100-PRINCIPAL         SECTION.
           PERFORM 0200-INICIAR.
           SORT ORDENACAO-AGE
               ON ASCENDING KEY SRA-REGIAO SRA-CODIGO
               USING AGENCIAS-FILE
               GIVING AGENCIAS-ORDENADO.
           SORT ORDENACAO
               ON ASCENDING KEY SRT-REGIAO SRT-AGENCIA
               WITH DUPLICATES IN ORDER
               USING CLIENTES-MAGE
               GIVING MAGE-ORDENADO.
           PERFORM 0240-ABRIR-ARQUIVOS.
           PERFORM 0300-PROCESSAR
               UNTIL WRK-CHAVE-AGE EQUAL HIGH-VALUES
                 AND WRK-CHAVE-MAG EQUAL HIGH-VALUES.
           PERFORM 0400-FINALIZAR.

           MOVE 0 TO RETURN-CODE.
           MOVE "F" TO WRK-JRN-TIPO.
           MOVE WRK-QTD-REGISTROS TO WRK-JRN-LIDOS.
           MOVE WRK-QTD-PAGINAS   TO WRK-JRN-GRAVADOS.
           MOVE ZEROS             TO WRK-JRN-REJEITADOS.
           MOVE RETURN-CODE       TO WRK-JRN-RETORNO.
           PERFORM 0500-REGISTRAR-EXECUCAO.
           MOVE WRK-JRN-RETORNO TO RETURN-CODE.
           GOBACK.
       0100-FIM. EXIT.
      *----------------------------------INICIAR
       0200-INICIAR           SECTION.

           PERFORM 0205-LER-DATA-MOVIMENTO.
           IF WRK-DATA-EXECUCAO IS NUMERIC
               MOVE WRK-DATA-EXECUCAO TO WRK-JRN-DATA
           END-IF.
           PERFORM 0500-REGISTRAR-EXECUCAO.
           INITIALIZE WRK-TOT-GERAL.

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

       0205-FIM. EXIT.
      *----------------------------------ABRIR-ARQUIVOS
       0240-ABRIR-ARQUIVOS    SECTION.

           OPEN INPUT  AGENCIAS-ORDENADO
                       MAGE-ORDENADO.
           OPEN OUTPUT CLIENTES-AREL
                       CLIENTES-RREL.

           PERFORM 0250-LER-AGENCIA.
           PERFORM 0260-LER-MOVIMENTO.

       0240-FIM. EXIT.
      *----------------------------------LER-AGENCIA
       0250-LER-AGENCIA       SECTION.

           READ AGENCIAS-ORDENADO
               AT END
                   MOVE HIGH-VALUES TO WRK-CHAVE-AGE
               NOT AT END
                   MOVE AOR-REGIAO  TO WRK-CHA-REGIAO
                   MOVE AOR-CODIGO  TO WRK-CHA-AGENCIA
           END-READ.

       0250-FIM. EXIT.
      *----------------------------------LER-MOVIMENTO
       0260-LER-MOVIMENTO     SECTION.

           READ MAGE-ORDENADO
               AT END
                   MOVE HIGH-VALUES TO WRK-CHAVE-MAG
               NOT AT END
                   ADD 1 TO WRK-QTD-REGISTROS
                   MOVE ORD-REGIAO  TO WRK-CHM-REGIAO
                   MOVE ORD-AGENCIA TO WRK-CHM-AGENCIA
           END-READ.

       0260-FIM. EXIT.
      *----------------------------------PROCESSAR
       0300-PROCESSAR         SECTION.

           IF WRK-CHAVE-AGE NOT GREATER WRK-CHAVE-MAG
               MOVE WRK-CHAVE-AGE TO WRK-CHAVE-ATUAL
           ELSE
               MOVE WRK-CHAVE-MAG TO WRK-CHAVE-ATUAL
           END-IF.

           IF NOT REGIAO-ABERTA OR
              WRK-ATU-REGIAO NOT EQUAL WRK-REGIAO-ANTERIOR
               IF REGIAO-ABERTA
                   PERFORM 0380-FECHAR-REGIAO
               END-IF
               PERFORM 0370-ABRIR-REGIAO
           END-IF.

           INITIALIZE WRK-TOT-AGENCIA.
           IF WRK-CHAVE-AGE EQUAL WRK-CHAVE-ATUAL
               MOVE "S"          TO WRK-NO-CADASTRO
               MOVE AOR-NOME     TO WRK-AGENCIA-NOME
               IF AOR-ATIVA
                   MOVE "S"      TO WRK-AGENCIA-ATIVA
               ELSE
                   MOVE "N"      TO WRK-AGENCIA-ATIVA
               END-IF
               PERFORM 0250-LER-AGENCIA
           ELSE
               MOVE "N"          TO WRK-NO-CADASTRO
                                    WRK-AGENCIA-ATIVA
               MOVE "AGENCIA NAO CADASTRADA" TO WRK-AGENCIA-NOME
           END-IF.

           PERFORM 0320-ACUMULAR-MOVIMENTO
               UNTIL WRK-CHAVE-MAG NOT EQUAL WRK-CHAVE-ATUAL.

           IF AGENCIA-ATIVA OR
              WRK-AG-QTD-CRED GREATER ZERO OR
              WRK-AG-QTD-DEB  GREATER ZERO OR
              WRK-AG-QTD-REJ  GREATER ZERO
               PERFORM 0340-IMPRIMIR-AGENCIA
               PERFORM 0350-LISTAR-NA-REGIAO
           END-IF.

       0300-FIM. EXIT.
      *----------------------------------ACUMULAR-MOVIMENTO
       0320-ACUMULAR-MOVIMENTO SECTION.

           EVALUATE TRUE
               WHEN ORD-REJEITADO
                   ADD 1         TO WRK-AG-QTD-REJ
                   ADD ORD-VALOR TO WRK-AG-VAL-REJ
               WHEN ORD-CREDITO
                   ADD 1         TO WRK-AG-QTD-CRED
                   ADD ORD-VALOR TO WRK-AG-VAL-CRED
               WHEN OTHER
                   ADD 1         TO WRK-AG-QTD-DEB
                   ADD ORD-VALOR TO WRK-AG-VAL-DEB
           END-EVALUATE.

           PERFORM 0260-LER-MOVIMENTO.

       0320-FIM. EXIT.
      *----------------------------------IMPRIMIR-AGENCIA
       0340-IMPRIMIR-AGENCIA  SECTION.

           ADD 1 TO WRK-QTD-PAGINAS.
           MOVE WRK-DATA-EXECUCAO TO CAB1-DATA.
           WRITE REG-AREL FROM WRK-LINHA-CAB1
               AFTER ADVANCING PAGE.
           MOVE WRK-ATU-AGENCIA  TO AGL-CODIGO.
           MOVE WRK-AGENCIA-NOME TO AGL-NOME.
           MOVE WRK-ATU-REGIAO   TO AGL-REGIAO.
           WRITE REG-AREL FROM WRK-LINHA-AGENCIA.
           MOVE SPACES TO REG-AREL.
           WRITE REG-AREL.
           WRITE REG-AREL FROM WRK-LINHA-CAB2.

           MOVE "CREDITOS ..................: " TO VAL-TITULO.
           MOVE WRK-AG-QTD-CRED TO VAL-QTD.
           MOVE WRK-AG-VAL-CRED TO VAL-VALOR.
           WRITE REG-AREL FROM WRK-LINHA-VAL.
           MOVE "DEBITOS ...................: " TO VAL-TITULO.
           MOVE WRK-AG-QTD-DEB  TO VAL-QTD.
           MOVE WRK-AG-VAL-DEB  TO VAL-VALOR.
           WRITE REG-AREL FROM WRK-LINHA-VAL.
           MOVE "REJEITADOS ................: " TO VAL-TITULO.
           MOVE WRK-AG-QTD-REJ  TO VAL-QTD.
           MOVE WRK-AG-VAL-REJ  TO VAL-VALOR.
           WRITE REG-AREL FROM WRK-LINHA-VAL.
           MOVE "VALOR LIQUIDO (C - D) .....: " TO VAL-TITULO.
           COMPUTE VAL-QTD   = WRK-AG-QTD-CRED + WRK-AG-QTD-DEB.
           COMPUTE VAL-VALOR = WRK-AG-VAL-CRED - WRK-AG-VAL-DEB.
           WRITE REG-AREL FROM WRK-LINHA-VAL.

       0340-FIM. EXIT.
      *----------------------------------LISTAR-NA-REGIAO
       0350-LISTAR-NA-REGIAO  SECTION.

           MOVE WRK-ATU-AGENCIA TO RGL-AGENCIA.
           MOVE WRK-AG-QTD-CRED TO RGL-QTD-CRED.
           MOVE WRK-AG-VAL-CRED TO RGL-VAL-CRED.
           MOVE WRK-AG-QTD-DEB  TO RGL-QTD-DEB.
           MOVE WRK-AG-VAL-DEB  TO RGL-VAL-DEB.
           MOVE WRK-AG-QTD-REJ  TO RGL-QTD-REJ.
           COMPUTE RGL-LIQUIDO = WRK-AG-VAL-CRED - WRK-AG-VAL-DEB.
           WRITE REG-RREL FROM WRK-LINHA-REG-DET.

           ADD WRK-AG-QTD-CRED TO WRK-RG-QTD-CRED.
           ADD WRK-AG-VAL-CRED TO WRK-RG-VAL-CRED.
           ADD WRK-AG-QTD-DEB  TO WRK-RG-QTD-DEB.
           ADD WRK-AG-VAL-DEB  TO WRK-RG-VAL-DEB.
           ADD WRK-AG-QTD-REJ  TO WRK-RG-QTD-REJ.
           ADD WRK-AG-VAL-REJ  TO WRK-RG-VAL-REJ.

       0350-FIM. EXIT.
      *----------------------------------ABRIR-REGIAO
       0370-ABRIR-REGIAO      SECTION.

           MOVE "S"            TO WRK-REGIAO-ABERTA.
           MOVE WRK-ATU-REGIAO TO WRK-REGIAO-ANTERIOR.
           INITIALIZE WRK-TOT-REGIAO.
           ADD 1 TO WRK-QTD-REGIOES.

           MOVE WRK-DATA-EXECUCAO TO RC1-DATA.
           WRITE REG-RREL FROM WRK-LINHA-REG-CAB1
               AFTER ADVANCING PAGE.
           IF WRK-ATU-REGIAO EQUAL SPACES
               MOVE "SEM REGIAO" TO RGT-REGIAO
           ELSE
               MOVE WRK-ATU-REGIAO TO RGT-REGIAO
           END-IF.
           WRITE REG-RREL FROM WRK-LINHA-REGIAO.
           MOVE SPACES TO REG-RREL.
           WRITE REG-RREL.
           WRITE REG-RREL FROM WRK-LINHA-REG-CAB2.

       0370-FIM. EXIT.
      *----------------------------------FECHAR-REGIAO
       0380-FECHAR-REGIAO     SECTION.

           MOVE SPACES TO REG-RREL.
           WRITE REG-RREL.
           MOVE "TOTAL"         TO RGL-AGENCIA.
           MOVE WRK-RG-QTD-CRED TO RGL-QTD-CRED.
           MOVE WRK-RG-VAL-CRED TO RGL-VAL-CRED.
           MOVE WRK-RG-QTD-DEB  TO RGL-QTD-DEB.
           MOVE WRK-RG-VAL-DEB  TO RGL-VAL-DEB.
           MOVE WRK-RG-QTD-REJ  TO RGL-QTD-REJ.
           COMPUTE RGL-LIQUIDO = WRK-RG-VAL-CRED - WRK-RG-VAL-DEB.
           WRITE REG-RREL FROM WRK-LINHA-REG-DET.

           ADD WRK-RG-QTD-CRED TO WRK-GR-QTD-CRED.
           ADD WRK-RG-VAL-CRED TO WRK-GR-VAL-CRED.
           ADD WRK-RG-QTD-DEB  TO WRK-GR-QTD-DEB.
           ADD WRK-RG-VAL-DEB  TO WRK-GR-VAL-DEB.
           ADD WRK-RG-QTD-REJ  TO WRK-GR-QTD-REJ.
           ADD WRK-RG-VAL-REJ  TO WRK-GR-VAL-REJ.
           MOVE "N" TO WRK-REGIAO-ABERTA.

       0380-FIM. EXIT.
      *----------------------------------FINALIZAR
       0400-FINALIZAR         SECTION.

           IF REGIAO-ABERTA
               PERFORM 0380-FECHAR-REGIAO
           END-IF.

           MOVE WRK-DATA-EXECUCAO TO RC1-DATA.
           WRITE REG-RREL FROM WRK-LINHA-REG-CAB1
               AFTER ADVANCING PAGE.
           MOVE "TOTAL GERAL - TODAS AS REGIOES" TO REG-RREL.
           WRITE REG-RREL.
           MOVE SPACES TO REG-RREL.
           WRITE REG-RREL.
           WRITE REG-RREL FROM WRK-LINHA-CAB2.
           MOVE "CREDITOS ..................: " TO VAL-TITULO.
           MOVE WRK-GR-QTD-CRED TO VAL-QTD.
           MOVE WRK-GR-VAL-CRED TO VAL-VALOR.
           WRITE REG-RREL FROM WRK-LINHA-VAL.
           MOVE "DEBITOS ...................: " TO VAL-TITULO.
           MOVE WRK-GR-QTD-DEB  TO VAL-QTD.
           MOVE WRK-GR-VAL-DEB  TO VAL-VALOR.
           WRITE REG-RREL FROM WRK-LINHA-VAL.
           MOVE "REJEITADOS ................: " TO VAL-TITULO.
           MOVE WRK-GR-QTD-REJ  TO VAL-QTD.
           MOVE WRK-GR-VAL-REJ  TO VAL-VALOR.
           WRITE REG-RREL FROM WRK-LINHA-VAL.
           MOVE "VALOR LIQUIDO (C - D) .....: " TO VAL-TITULO.
           COMPUTE VAL-QTD   = WRK-GR-QTD-CRED + WRK-GR-QTD-DEB.
           COMPUTE VAL-VALOR = WRK-GR-VAL-CRED - WRK-GR-VAL-DEB.
           WRITE REG-RREL FROM WRK-LINHA-VAL.

           CLOSE AGENCIAS-ORDENADO
                 MAGE-ORDENADO
                 CLIENTES-AREL
                 CLIENTES-RREL.

           MOVE WRK-QTD-REGISTROS TO WRK-QTD-ED.
           DISPLAY "REGISTROS LIDOS ...........: " WRK-QTD-ED.
           MOVE WRK-QTD-PAGINAS   TO WRK-QTD-ED.
           DISPLAY "PAGINAS DE AGENCIA ........: " WRK-QTD-ED.
           MOVE WRK-QTD-REGIOES   TO WRK-QTD-ED.
           DISPLAY "REGIOES ...................: " WRK-QTD-ED.

       0400-FIM. EXIT.
      *----------------------------------REGISTRAR-EXECUCAO
       0500-REGISTRAR-EXECUCAO SECTION.

           CALL "REGISTRAEXEC" USING WRK-JRN-PROGRAMA WRK-JRN-TIPO
                                      WRK-JRN-DATA WRK-JRN-LIDOS
                                      WRK-JRN-GRAVADOS
                                      WRK-JRN-REJEITADOS
                                      WRK-JRN-RETORNO.

       0500-FIM. EXIT.
