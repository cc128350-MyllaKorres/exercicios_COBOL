       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADIANTAMENTO-SALARIAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ARQ-FUNCIONARIOS ASSIGN TO "FUNCIONARIOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-FOLHA ASSIGN TO "FOLHA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-EMPRESTIMOS
                   ASSIGN TO "EMPRESTIMOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-RELATORIO ASSIGN TO "ADIANTAM.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-FECHA-FOLHA
                   ASSIGN TO "FECHAFOLHA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-FUNCIONARIOS.
           01  REG-FUNCIONARIO.
               02 REG-ID        PIC 9(05).
               02 REG-NOME      PIC X(30).
               02 REG-IDADE     PIC 9(02).
               02 REG-SEXO      PIC X(01).
               02 REG-SALARIO   PIC 9(15).
               02 REG-SAL-ATUAL PIC 9(09)V99.
               02 REG-STATUS    PIC X(01).
               02 REG-DATA-STATUS PIC 9(08).
               02 REG-DEPTO     PIC 9(03).
               02 REG-DATA-ADMISSAO PIC 9(08).
               02 REG-OPERADOR  PIC X(08).
           FD  ARQ-FOLHA.
           01  REG-FOLHA.
               02 FOL-ID          PIC 9(05).
               02 FOL-COMPETENCIA PIC 9(06).
               02 FOL-BRUTO       PIC 9(09)V99.
               02 FOL-INSS        PIC 9(07)V99.
               02 FOL-IRRF        PIC 9(07)V99.
               02 FOL-LIQUIDO     PIC 9(09)V99.
               02 FOL-VT          PIC 9(07)V99.
               02 FOL-VR          PIC 9(07)V99.
               02 FOL-DESC-VT     PIC 9(07)V99.
               02 FOL-DESC-VR     PIC 9(07)V99.
               02 FOL-HEXTRA      PIC 9(07)V99.
               02 FOL-TIPO        PIC X(01).
               02 FOL-COMISSAO    PIC 9(07)V99.
           FD  ARQ-EMPRESTIMOS.
           01  REG-EMPRESTIMO.
               02 EMP-ID            PIC 9(05).
               02 EMP-NUMERO        PIC 9(04).
               02 EMP-TIPO          PIC X(01).
               02 EMP-DATA          PIC 9(08).
               02 EMP-PRINCIPAL     PIC 9(07)V99.
               02 EMP-PARCELAS      PIC 9(03).
               02 EMP-RESTANTES     PIC 9(03).
               02 EMP-VALOR-PARCELA PIC 9(07)V99.
               02 EMP-SALDO         PIC 9(07)V99.
               02 EMP-COMPETENCIA   PIC 9(06).
               02 EMP-STATUS        PIC X(01).
           FD  ARQ-RELATORIO.
           01  LINHA-RELATORIO    PIC X(80).
           FD  ARQ-FECHA-FOLHA.
           01  REG-FECHA-FOLHA.
               02 FFC-COMPETENCIA PIC 9(06).
               02 FFC-STATUS      PIC X(01).
               02 FFC-DATA        PIC 9(08).
               02 FFC-LINHAS      PIC 9(06).
               02 FFC-BRUTO       PIC 9(11)V99.
               02 FFC-LIQUIDO     PIC 9(11)V99.
               02 FFC-OPERADOR    PIC X(08).
       WORKING-STORAGE SECTION.
           01 COMPETENCIA-FECHADA PIC X(01) VALUE "N".
           01 FIM-FECHA-FOLHA  PIC X(01) VALUE "N".
           01 REGISTROS-SPOOL  PIC 9(06) VALUE ZEROS.
           01 CONSULTA-PARAMETRO.
               02 PRM-MODULO    PIC X(08) VALUE SPACES.
               02 PRM-NOME      PIC X(15) VALUE SPACES.
               02 PRM-DATA      PIC 9(08) VALUE ZEROS.
               02 PRM-VALOR     PIC 9(09)V9(06) VALUE ZEROS.
               02 PRM-ACHOU     PIC X(01) VALUE SPACE.
           01 PERCENTUAL       PIC 9(02)V99 VALUE 40,00.
           01 FIM-FUNCIONARIOS PIC X(01) VALUE "N".
           01 FIM-FOLHA        PIC X(01) VALUE "N".
           01 FIM-EMPRESTIMOS  PIC X(01) VALUE "N".
           01 ADIANT-JA-GERADO PIC X(01) VALUE "N".
           01 FOLHA-JA-GERADA  PIC X(01) VALUE "N".
           01 ULTIMO-NUMERO    PIC 9(04) VALUE ZEROS.
           01 VALOR-ADIANTAMENTO PIC 9(07)V99 VALUE ZEROS.
           01 TOTAL-ADIANTADO  PIC 9(11)V99 VALUE ZEROS.
           01 CONT-PAGOS       PIC 9(04) VALUE ZEROS.
           01 CONT-E           PIC ZZZ9.
           01 ID-E             PIC ZZZZ9.
           01 VALOR-E          PIC ZZZ.ZZZ.ZZ9,99.
           01 TOTAL-E          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           01 COMPETENCIA      PIC 9(06) VALUE ZEROS.
           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
               02 MES      PIC 9(02) VALUE ZEROS.
               02 DIA      PIC 9(02) VALUE ZEROS.
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "ADIANTAMENTO SALARIAL QUINZENAL".
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           MOVE ANO TO COMPETENCIA(1:4).
           MOVE MES TO COMPETENCIA(5:2).
           PERFORM CARREGA-PARAMETROS.
           PERFORM VERIFICA-COMPETENCIA-FECHADA.
           IF COMPETENCIA-FECHADA = "S"
               DISPLAY "COMPETENCIA FECHADA - ADIANTAMENTO RECUSADO"
               CALL "GRAVA-EXCECAO" USING "ADIANTAMENTO-SALARIA"
                   "FOL-COMPETENCIA" "COMPETENCIA-FECHADA "
                   "PROCESSAMENTO RECUSADO - MES FECHADO    "
               STOP RUN
           END-IF.
           PERFORM VERIFICA-FOLHA.
           IF FOLHA-JA-GERADA = "S"
               DISPLAY "FOLHA DO MES JA GERADA - ADIANTAMENTO RECUSADO"
               STOP RUN
           END-IF.
           IF ADIANT-JA-GERADO = "S"
               DISPLAY "ADIANTAMENTO JA GERADO PARA A COMPETENCIA"
               STOP RUN
           END-IF.
           PERFORM BUSCA-ULTIMO-NUMERO.
           OPEN INPUT  ARQ-FUNCIONARIOS.
           OPEN EXTEND ARQ-FOLHA.
           OPEN EXTEND ARQ-EMPRESTIMOS.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM CABECALHO.
           PERFORM PROCESSA-FUNCIONARIO UNTIL FIM-FUNCIONARIOS = "S".
           PERFORM RODAPE.
           CLOSE ARQ-FUNCIONARIOS.
           CLOSE ARQ-FOLHA.
           CLOSE ARQ-EMPRESTIMOS.
           CLOSE ARQ-RELATORIO.
           MOVE CONT-PAGOS TO REGISTROS-SPOOL.
           CALL "GUARDA-RELATORIO" USING "ADIANTAM  "
               "ADIANTAM.TXT    " REGISTROS-SPOOL.
           MOVE CONT-PAGOS TO CONT-E.
           DISPLAY "ADIANTAMENTOS GERADOS: " CONT-E.
           DISPLAY "RELATORIO GERADO EM ADIANTAM.TXT".
           STOP RUN.
       CARREGA-PARAMETROS.
           MOVE "FOLHA"         TO PRM-MODULO.
           MOVE "PERC-ADIANTAM" TO PRM-NOME.
           MOVE DATA-HOJE       TO PRM-DATA.
           CALL "BUSCA-PARAMETRO" USING PRM-MODULO PRM-NOME PRM-DATA
               PRM-VALOR PRM-ACHOU.
           IF PRM-ACHOU = "S" AND PRM-VALOR > ZEROS
               MOVE PRM-VALOR TO PERCENTUAL
           END-IF.
       VERIFICA-FOLHA.
           MOVE "N" TO FIM-FOLHA.
           OPEN INPUT ARQ-FOLHA.
           PERFORM UNTIL FIM-FOLHA = "S"
               READ ARQ-FOLHA
                   AT END MOVE "S" TO FIM-FOLHA
                   NOT AT END
                       IF FOL-COMPETENCIA = COMPETENCIA
                           IF FOL-TIPO = "M"
                               MOVE "S" TO FOLHA-JA-GERADA
                           END-IF
                           IF FOL-TIPO = "A"
                               MOVE "S" TO ADIANT-JA-GERADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-FOLHA.
       BUSCA-ULTIMO-NUMERO.
           MOVE ZEROS TO ULTIMO-NUMERO.
           MOVE "N" TO FIM-EMPRESTIMOS.
           OPEN INPUT ARQ-EMPRESTIMOS.
           PERFORM UNTIL FIM-EMPRESTIMOS = "S"
               READ ARQ-EMPRESTIMOS
                   AT END MOVE "S" TO FIM-EMPRESTIMOS
                   NOT AT END
                       IF EMP-NUMERO > ULTIMO-NUMERO
                           MOVE EMP-NUMERO TO ULTIMO-NUMERO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-EMPRESTIMOS.
       PROCESSA-FUNCIONARIO.
           READ ARQ-FUNCIONARIOS
               AT END MOVE "S" TO FIM-FUNCIONARIOS
               NOT AT END
                   IF REG-STATUS = "A"
                       COMPUTE VALOR-ADIANTAMENTO ROUNDED =
                           REG-SAL-ATUAL * PERCENTUAL / 100
                       IF VALOR-ADIANTAMENTO > ZEROS
                           ADD 1 TO CONT-PAGOS
                           PERFORM GRAVA-FOLHA-ADIANTAMENTO
                           PERFORM GRAVA-EMPRESTIMO-ADIANTAMENTO
                           PERFORM GRAVA-LINHA
                           ADD VALOR-ADIANTAMENTO TO TOTAL-ADIANTADO
                       END-IF
                   END-IF
           END-READ.
       GRAVA-FOLHA-ADIANTAMENTO.
           INITIALIZE REG-FOLHA.
           MOVE REG-ID             TO FOL-ID.
           MOVE COMPETENCIA        TO FOL-COMPETENCIA.
           MOVE VALOR-ADIANTAMENTO TO FOL-LIQUIDO.
           MOVE "A"                TO FOL-TIPO.
           WRITE REG-FOLHA.
       GRAVA-EMPRESTIMO-ADIANTAMENTO.
           ADD 1 TO ULTIMO-NUMERO.
           MOVE REG-ID             TO EMP-ID.
           MOVE ULTIMO-NUMERO      TO EMP-NUMERO.
           MOVE "A"                TO EMP-TIPO.
           MOVE DATA-HOJE          TO EMP-DATA.
           MOVE VALOR-ADIANTAMENTO TO EMP-PRINCIPAL.
           MOVE 1                  TO EMP-PARCELAS.
           MOVE 1                  TO EMP-RESTANTES.
           MOVE VALOR-ADIANTAMENTO TO EMP-VALOR-PARCELA.
           MOVE VALOR-ADIANTAMENTO TO EMP-SALDO.
           MOVE COMPETENCIA        TO EMP-COMPETENCIA.
           MOVE "A"                TO EMP-STATUS.
           WRITE REG-EMPRESTIMO.
       CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ADIANTAMENTO SALARIAL - COMPETENCIA "
                      DELIMITED BY SIZE
                  COMPETENCIA(5:2) DELIMITED BY SIZE
                  "/"              DELIMITED BY SIZE
                  COMPETENCIA(1:4) DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       GRAVA-LINHA.
           MOVE REG-ID TO ID-E.
           MOVE VALOR-ADIANTAMENTO TO VALOR-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING ID-E     DELIMITED BY SIZE
                  "  "     DELIMITED BY SIZE
                  REG-NOME DELIMITED BY SIZE
                  "  "     DELIMITED BY SIZE
                  VALOR-E  DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       RODAPE.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE CONT-PAGOS TO CONT-E.
           MOVE TOTAL-ADIANTADO TO TOTAL-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "FUNCIONARIOS: " DELIMITED BY SIZE
                  CONT-E           DELIMITED BY SIZE
                  "   TOTAL ADIANTADO: " DELIMITED BY SIZE
                  TOTAL-E          DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       VERIFICA-COMPETENCIA-FECHADA.
           MOVE "N" TO COMPETENCIA-FECHADA.
           MOVE "N" TO FIM-FECHA-FOLHA.
           OPEN INPUT ARQ-FECHA-FOLHA.
           PERFORM UNTIL FIM-FECHA-FOLHA = "S"
               READ ARQ-FECHA-FOLHA
                   AT END MOVE "S" TO FIM-FECHA-FOLHA
                   NOT AT END
                       IF FFC-COMPETENCIA = COMPETENCIA
                           IF FFC-STATUS = "F"
                               MOVE "S" TO COMPETENCIA-FECHADA
                           ELSE
                               MOVE "N" TO COMPETENCIA-FECHADA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-FECHA-FOLHA.
