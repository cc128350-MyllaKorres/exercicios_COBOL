       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVISAO-FOLHA.
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
               SELECT OPTIONAL ARQ-DEPARTAMENTOS
                   ASSIGN TO "DEPARTAMENTOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-SALDOS ASSIGN TO "PROVISOES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-SALDOS-TMP ASSIGN TO "PROVISOESTMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-MOVIMENTO ASSIGN TO "PROVMES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-RELATORIO ASSIGN TO "RELPROV.TXT"
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
           FD  ARQ-DEPARTAMENTOS.
           01  REG-DEPARTAMENTO.
               02 DEP-CODIGO    PIC 9(03).
               02 DEP-NOME      PIC X(20).
           FD  ARQ-SALDOS.
           01  REG-SALDO.
               02 PRV-ID            PIC 9(05).
               02 PRV-SALDO-13      PIC 9(09)V99.
               02 PRV-SALDO-FERIAS  PIC 9(09)V99.
               02 PRV-SALDO-ENCARGO PIC 9(09)V99.
               02 PRV-COMPETENCIA   PIC 9(06).
           FD  ARQ-SALDOS-TMP.
           01  REG-SALDO-TMP     PIC X(44).
           FD  ARQ-MOVIMENTO.
           01  REG-MOVIMENTO.
               02 PVM-COMPETENCIA   PIC 9(06).
               02 PVM-ID            PIC 9(05).
               02 PVM-DEPTO         PIC 9(03).
               02 PVM-PROV-13       PIC 9(07)V99.
               02 PVM-PROV-FERIAS   PIC 9(07)V99.
               02 PVM-ENCARGOS      PIC 9(07)V99.
               02 PVM-REVERSAO      PIC 9(09)V99.
           FD  ARQ-RELATORIO.
           01  LINHA-RELATORIO    PIC X(80).
       WORKING-STORAGE SECTION.
           01 REGISTROS-SPOOL  PIC 9(06) VALUE ZEROS.
           01 CONSULTA-PARAMETRO.
               02 PRM-MODULO    PIC X(08) VALUE SPACES.
               02 PRM-NOME      PIC X(15) VALUE SPACES.
               02 PRM-DATA      PIC 9(08) VALUE ZEROS.
               02 PRM-VALOR     PIC 9(09)V9(06) VALUE ZEROS.
               02 PRM-ACHOU     PIC X(01) VALUE SPACE.
           01 PERC-ENCARGOS    PIC 9(02)V99 VALUE 28,00.
           01 COMPETENCIA      PIC 9(06) VALUE ZEROS.
           01 FIM-FUNCIONARIOS PIC X(01) VALUE "N".
           01 FIM-FOLHA        PIC X(01) VALUE "N".
           01 FIM-DEP          PIC X(01) VALUE "N".
           01 FIM-SALDOS       PIC X(01) VALUE "N".
           01 FIM-MOVIMENTO    PIC X(01) VALUE "N".
           01 FOLHA-GERADA     PIC X(01) VALUE "N".
           01 PROVISAO-GERADA  PIC X(01) VALUE "N".
           01 SALDO-ACHADO     PIC X(01) VALUE "N".
           01 DESLIGADO-MES    PIC X(01) VALUE "N".
           01 QTDE-DEP         PIC 9(02) VALUE ZEROS.
           01 LOOP-DEP         PIC 9(02) VALUE ZEROS.
           01 DEP-ACHADO       PIC X(01) VALUE "N".
           01 TABELA-DEPARTAMENTOS.
               02 DEP-T OCCURS 1 TO 20 TIMES DEPENDING ON QTDE-DEP.
                   03 DEP-T-CODIGO   PIC 9(03).
                   03 DEP-T-NOME     PIC X(20).
                   03 DEP-T-PROV-13  PIC 9(11)V99.
                   03 DEP-T-PROV-FER PIC 9(11)V99.
                   03 DEP-T-ENCARGOS PIC 9(11)V99.
                   03 DEP-T-REVERSAO PIC 9(11)V99.
                   03 DEP-T-SALDO    PIC 9(11)V99.
           01 TOTAIS-SEM-DEPTO.
               02 SEM-PROV-13      PIC 9(11)V99 VALUE ZEROS.
               02 SEM-PROV-FER     PIC 9(11)V99 VALUE ZEROS.
               02 SEM-ENCARGOS     PIC 9(11)V99 VALUE ZEROS.
               02 SEM-REVERSAO     PIC 9(11)V99 VALUE ZEROS.
               02 SEM-SALDO        PIC 9(11)V99 VALUE ZEROS.
           01 TOTAIS-GERAIS.
               02 TOTAL-PROV-13    PIC 9(11)V99 VALUE ZEROS.
               02 TOTAL-PROV-FER   PIC 9(11)V99 VALUE ZEROS.
               02 TOTAL-ENCARGOS   PIC 9(11)V99 VALUE ZEROS.
               02 TOTAL-REVERSAO   PIC 9(11)V99 VALUE ZEROS.
               02 TOTAL-SALDO      PIC 9(11)V99 VALUE ZEROS.
           01 DADOS-PROVISAO.
               02 SALDO-13         PIC 9(09)V99 VALUE ZEROS.
               02 SALDO-FERIAS     PIC 9(09)V99 VALUE ZEROS.
               02 SALDO-ENCARGO    PIC 9(09)V99 VALUE ZEROS.
               02 PROV-13          PIC 9(07)V99 VALUE ZEROS.
               02 PROV-FERIAS      PIC 9(07)V99 VALUE ZEROS.
               02 PROV-ENCARGOS    PIC 9(07)V99 VALUE ZEROS.
               02 PAGO-13          PIC 9(09)V99 VALUE ZEROS.
               02 PAGO-13-FINAL    PIC X(01) VALUE "N".
               02 PAGO-FERIAS      PIC 9(09)V99 VALUE ZEROS.
               02 DISPONIVEL-13      PIC 9(09)V99 VALUE ZEROS.
               02 DISPONIVEL-FERIAS  PIC 9(09)V99 VALUE ZEROS.
               02 DISPONIVEL-ENCARGO PIC 9(09)V99 VALUE ZEROS.
               02 REV-13           PIC 9(09)V99 VALUE ZEROS.
               02 REV-FERIAS       PIC 9(09)V99 VALUE ZEROS.
               02 REV-ENCARGO      PIC 9(09)V99 VALUE ZEROS.
               02 REVERSAO         PIC 9(09)V99 VALUE ZEROS.
               02 SALDO-TOTAL      PIC 9(09)V99 VALUE ZEROS.
           01 CONT-PROVISIONADOS PIC 9(04) VALUE ZEROS.
           01 CONT-E           PIC ZZZ9.
           01 VALOR-E          PIC ZZ.ZZZ.ZZ9,99.
           01 VALOR2-E         PIC ZZ.ZZZ.ZZ9,99.
           01 VALOR3-E         PIC ZZ.ZZZ.ZZ9,99.
           01 NOME-LINHA       PIC X(20) VALUE SPACES.
           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
               02 MES      PIC 9(02) VALUE ZEROS.
               02 DIA      PIC 9(02) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "PROVISAO MENSAL DE 13O SALARIO E FERIAS".
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           DISPLAY "COMPETENCIA (AAAAMM): ".
           ACCEPT COMPETENCIA.
           IF COMPETENCIA = ZEROS OR COMPETENCIA(5:2) < "01"
              OR COMPETENCIA(5:2) > "12"
               MOVE ANO TO COMPETENCIA(1:4)
               MOVE MES TO COMPETENCIA(5:2)
           END-IF.
           PERFORM CARREGA-PARAMETROS.
           PERFORM VERIFICA-FOLHA.
           IF FOLHA-GERADA = "N"
               DISPLAY "FOLHA DA COMPETENCIA NAO GERADA - "
                       "PROVISAO RECUSADA"
               STOP RUN
           END-IF.
           PERFORM VERIFICA-MOVIMENTO.
           IF PROVISAO-GERADA = "S"
               DISPLAY "PROVISAO JA GERADA PARA A COMPETENCIA"
               STOP RUN
           END-IF.
           PERFORM CARREGA-DEPARTAMENTOS.
           OPEN INPUT  ARQ-FUNCIONARIOS.
           OPEN OUTPUT ARQ-SALDOS-TMP.
           OPEN EXTEND ARQ-MOVIMENTO.
           PERFORM PROCESSA-FUNCIONARIO UNTIL FIM-FUNCIONARIOS = "S".
           CLOSE ARQ-FUNCIONARIOS.
           CLOSE ARQ-SALDOS-TMP.
           CLOSE ARQ-MOVIMENTO.
           PERFORM DEVOLVE-SALDOS.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM CABECALHO.
           PERFORM GRAVA-LINHA-DEPTO
               VARYING LOOP-DEP FROM 1 BY 1
               UNTIL LOOP-DEP > QTDE-DEP.
           IF SEM-PROV-13 > ZEROS OR SEM-REVERSAO > ZEROS
              OR SEM-SALDO > ZEROS
               PERFORM GRAVA-LINHA-SEM-DEPTO
           END-IF.
           PERFORM RODAPE.
           CLOSE ARQ-RELATORIO.
           MOVE CONT-PROVISIONADOS TO REGISTROS-SPOOL.
           CALL "GUARDA-RELATORIO" USING "PROVISAO  "
               "RELPROV.TXT     " REGISTROS-SPOOL.
           MOVE CONT-PROVISIONADOS TO CONT-E.
           DISPLAY "FUNCIONARIOS PROVISIONADOS: " CONT-E.
           DISPLAY "RELATORIO GERADO EM RELPROV.TXT".
           STOP RUN.
       CARREGA-PARAMETROS.
           MOVE "FOLHA"         TO PRM-MODULO.
           MOVE "PERC-ENCARGOS" TO PRM-NOME.
           MOVE COMPETENCIA     TO PRM-DATA(1:6).
           MOVE "01"            TO PRM-DATA(7:2).
           CALL "BUSCA-PARAMETRO" USING PRM-MODULO PRM-NOME PRM-DATA
               PRM-VALOR PRM-ACHOU.
           IF PRM-ACHOU = "S" AND PRM-VALOR > ZEROS
               MOVE PRM-VALOR TO PERC-ENCARGOS
           END-IF.
       VERIFICA-FOLHA.
           MOVE "N" TO FIM-FOLHA.
           OPEN INPUT ARQ-FOLHA.
           PERFORM UNTIL FIM-FOLHA = "S"
               READ ARQ-FOLHA
                   AT END MOVE "S" TO FIM-FOLHA
                   NOT AT END
                       IF FOL-COMPETENCIA = COMPETENCIA
                          AND FOL-TIPO = "M"
                           MOVE "S" TO FOLHA-GERADA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-FOLHA.
       VERIFICA-MOVIMENTO.
           MOVE "N" TO FIM-MOVIMENTO.
           OPEN INPUT ARQ-MOVIMENTO.
           PERFORM UNTIL FIM-MOVIMENTO = "S"
               READ ARQ-MOVIMENTO
                   AT END MOVE "S" TO FIM-MOVIMENTO
                   NOT AT END
                       IF PVM-COMPETENCIA = COMPETENCIA
                           MOVE "S" TO PROVISAO-GERADA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-MOVIMENTO.
       CARREGA-DEPARTAMENTOS.
           MOVE "N" TO FIM-DEP.
           OPEN INPUT ARQ-DEPARTAMENTOS.
           PERFORM LE-DEPARTAMENTO UNTIL FIM-DEP = "S".
           CLOSE ARQ-DEPARTAMENTOS.
       LE-DEPARTAMENTO.
           READ ARQ-DEPARTAMENTOS
               AT END
                   MOVE "S" TO FIM-DEP
               NOT AT END
                   IF QTDE-DEP < 20
                       ADD 1 TO QTDE-DEP
                       MOVE DEP-CODIGO TO DEP-T-CODIGO(QTDE-DEP)
                       MOVE DEP-NOME   TO DEP-T-NOME(QTDE-DEP)
                       MOVE ZEROS      TO DEP-T-PROV-13(QTDE-DEP)
                       MOVE ZEROS      TO DEP-T-PROV-FER(QTDE-DEP)
                       MOVE ZEROS      TO DEP-T-ENCARGOS(QTDE-DEP)
                       MOVE ZEROS      TO DEP-T-REVERSAO(QTDE-DEP)
                       MOVE ZEROS      TO DEP-T-SALDO(QTDE-DEP)
                   END-IF
           END-READ.
       PROCESSA-FUNCIONARIO.
           READ ARQ-FUNCIONARIOS
               AT END MOVE "S" TO FIM-FUNCIONARIOS
               NOT AT END
                   PERFORM PROVISIONA-FUNCIONARIO
           END-READ.
       PROVISIONA-FUNCIONARIO.
           INITIALIZE DADOS-PROVISAO.
           PERFORM PROCURA-SALDO.
           PERFORM CALCULA-PROVISAO THRU CALCULA-PROVISAO-FIM.
           PERFORM APURA-PAGAMENTOS.
           PERFORM CALCULA-REVERSAO.
           ADD PROV-13       TO SALDO-13.
           ADD PROV-FERIAS   TO SALDO-FERIAS.
           ADD PROV-ENCARGOS TO SALDO-ENCARGO.
           SUBTRACT REV-13      FROM SALDO-13.
           SUBTRACT REV-FERIAS  FROM SALDO-FERIAS.
           SUBTRACT REV-ENCARGO FROM SALDO-ENCARGO.
           COMPUTE REVERSAO = REV-13 + REV-FERIAS + REV-ENCARGO.
           COMPUTE SALDO-TOTAL = SALDO-13 + SALDO-FERIAS
                               + SALDO-ENCARGO.
           IF SALDO-TOTAL > ZEROS
               MOVE REG-ID          TO PRV-ID
               MOVE SALDO-13        TO PRV-SALDO-13
               MOVE SALDO-FERIAS    TO PRV-SALDO-FERIAS
               MOVE SALDO-ENCARGO   TO PRV-SALDO-ENCARGO
               MOVE COMPETENCIA     TO PRV-COMPETENCIA
               WRITE REG-SALDO-TMP FROM REG-SALDO
           END-IF.
           IF PROV-13 > ZEROS OR REVERSAO > ZEROS
               ADD 1 TO CONT-PROVISIONADOS
               MOVE COMPETENCIA   TO PVM-COMPETENCIA
               MOVE REG-ID        TO PVM-ID
               MOVE REG-DEPTO     TO PVM-DEPTO
               MOVE PROV-13       TO PVM-PROV-13
               MOVE PROV-FERIAS   TO PVM-PROV-FERIAS
               MOVE PROV-ENCARGOS TO PVM-ENCARGOS
               MOVE REVERSAO      TO PVM-REVERSAO
               WRITE REG-MOVIMENTO
           END-IF.
           PERFORM CLASSIFICA-DEPARTAMENTO.
       PROCURA-SALDO.
           MOVE "N" TO SALDO-ACHADO.
           MOVE "N" TO FIM-SALDOS.
           OPEN INPUT ARQ-SALDOS.
           PERFORM UNTIL FIM-SALDOS = "S" OR SALDO-ACHADO = "S"
               READ ARQ-SALDOS
                   AT END MOVE "S" TO FIM-SALDOS
                   NOT AT END
                       IF PRV-ID = REG-ID
                           MOVE "S" TO SALDO-ACHADO
                           MOVE PRV-SALDO-13      TO SALDO-13
                           MOVE PRV-SALDO-FERIAS  TO SALDO-FERIAS
                           MOVE PRV-SALDO-ENCARGO TO SALDO-ENCARGO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-SALDOS.
       CALCULA-PROVISAO.
           IF REG-STATUS NOT = "A"
              AND REG-DATA-STATUS(1:6) NOT > COMPETENCIA
               GO TO CALCULA-PROVISAO-FIM
           END-IF.
           IF REG-DATA-ADMISSAO(1:6) > COMPETENCIA
               GO TO CALCULA-PROVISAO-FIM
           END-IF.
           IF REG-DATA-ADMISSAO(1:6) = COMPETENCIA
              AND REG-DATA-ADMISSAO(7:2) > "15"
               GO TO CALCULA-PROVISAO-FIM
           END-IF.
           COMPUTE PROV-13 ROUNDED = REG-SAL-ATUAL / 12.
           COMPUTE PROV-FERIAS ROUNDED = REG-SAL-ATUAL / 12 * 4 / 3.
           COMPUTE PROV-ENCARGOS ROUNDED =
               (PROV-13 + PROV-FERIAS) * PERC-ENCARGOS / 100.
       CALCULA-PROVISAO-FIM.
           EXIT.
       APURA-PAGAMENTOS.
           MOVE "N" TO FIM-FOLHA.
           OPEN INPUT ARQ-FOLHA.
           PERFORM UNTIL FIM-FOLHA = "S"
               READ ARQ-FOLHA
                   AT END MOVE "S" TO FIM-FOLHA
                   NOT AT END
                       IF FOL-ID = REG-ID
                          AND FOL-COMPETENCIA = COMPETENCIA
                           EVALUATE FOL-TIPO
                               WHEN "F"
                                   ADD FOL-BRUTO TO PAGO-FERIAS
                               WHEN "1"
                                   ADD FOL-BRUTO TO PAGO-13
                               WHEN "2"
                                   ADD FOL-BRUTO TO PAGO-13
                                   MOVE "S" TO PAGO-13-FINAL
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-FOLHA.
       CALCULA-REVERSAO.
           MOVE "N" TO DESLIGADO-MES.
           IF REG-STATUS = "D"
              AND REG-DATA-STATUS(1:6) = COMPETENCIA
               MOVE "S" TO DESLIGADO-MES
           END-IF.
           COMPUTE DISPONIVEL-13 = SALDO-13 + PROV-13.
           COMPUTE DISPONIVEL-FERIAS = SALDO-FERIAS + PROV-FERIAS.
           COMPUTE DISPONIVEL-ENCARGO = SALDO-ENCARGO + PROV-ENCARGOS.
           IF PAGO-13-FINAL = "S" OR DESLIGADO-MES = "S"
              OR PAGO-13 > DISPONIVEL-13
               MOVE DISPONIVEL-13 TO REV-13
           ELSE
               MOVE PAGO-13 TO REV-13
           END-IF.
           IF DESLIGADO-MES = "S" OR PAGO-FERIAS > DISPONIVEL-FERIAS
               MOVE DISPONIVEL-FERIAS TO REV-FERIAS
           ELSE
               MOVE PAGO-FERIAS TO REV-FERIAS
           END-IF.
           COMPUTE REV-ENCARGO ROUNDED =
               (REV-13 + REV-FERIAS) * PERC-ENCARGOS / 100.
           IF DESLIGADO-MES = "S" OR REV-ENCARGO > DISPONIVEL-ENCARGO
               MOVE DISPONIVEL-ENCARGO TO REV-ENCARGO
           END-IF.
       CLASSIFICA-DEPARTAMENTO.
           MOVE "N" TO DEP-ACHADO.
           PERFORM TEST AFTER VARYING LOOP-DEP FROM 1 BY 1
                   UNTIL LOOP-DEP > QTDE-DEP
                      OR DEP-ACHADO = "S"
               IF QTDE-DEP > ZEROS
                  AND DEP-T-CODIGO(LOOP-DEP) = REG-DEPTO
                   ADD PROV-13       TO DEP-T-PROV-13(LOOP-DEP)
                   ADD PROV-FERIAS   TO DEP-T-PROV-FER(LOOP-DEP)
                   ADD PROV-ENCARGOS TO DEP-T-ENCARGOS(LOOP-DEP)
                   ADD REVERSAO      TO DEP-T-REVERSAO(LOOP-DEP)
                   ADD SALDO-TOTAL   TO DEP-T-SALDO(LOOP-DEP)
                   MOVE "S" TO DEP-ACHADO
               END-IF
           END-PERFORM.
           IF DEP-ACHADO = "N"
               ADD PROV-13       TO SEM-PROV-13
               ADD PROV-FERIAS   TO SEM-PROV-FER
               ADD PROV-ENCARGOS TO SEM-ENCARGOS
               ADD REVERSAO      TO SEM-REVERSAO
               ADD SALDO-TOTAL   TO SEM-SALDO
           END-IF.
           ADD PROV-13       TO TOTAL-PROV-13.
           ADD PROV-FERIAS   TO TOTAL-PROV-FER.
           ADD PROV-ENCARGOS TO TOTAL-ENCARGOS.
           ADD REVERSAO      TO TOTAL-REVERSAO.
           ADD SALDO-TOTAL   TO TOTAL-SALDO.
       DEVOLVE-SALDOS.
           OPEN OUTPUT ARQ-SALDOS.
           OPEN INPUT  ARQ-SALDOS-TMP.
           MOVE "N" TO FIM-SALDOS.
           PERFORM UNTIL FIM-SALDOS = "S"
               READ ARQ-SALDOS-TMP
                   AT END MOVE "S" TO FIM-SALDOS
                   NOT AT END
                       WRITE REG-SALDO FROM REG-SALDO-TMP
               END-READ
           END-PERFORM.
           CLOSE ARQ-SALDOS-TMP.
           CLOSE ARQ-SALDOS.
       CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PROVISAO DE 13O SALARIO E FERIAS - COMPETENCIA "
                      DELIMITED BY SIZE
                  COMPETENCIA(5:2) DELIMITED BY SIZE
                  "/"              DELIMITED BY SIZE
                  COMPETENCIA(1:4) DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE PERC-ENCARGOS TO VALOR-E.
           STRING "ENCARGOS SOBRE PROVISAO (%):" DELIMITED BY SIZE
                  VALOR-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE "DEPARTAMENTO"  TO LINHA-RELATORIO(1:12).
           MOVE "13O SALARIO"   TO LINHA-RELATORIO(25:11).
           MOVE "FERIAS+1/3"    TO LINHA-RELATORIO(41:10).
           MOVE "ENCARGOS"      TO LINHA-RELATORIO(58:8).
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE "REVERSAO"      TO LINHA-RELATORIO(28:8).
           MOVE "SALDO ACUMUL." TO LINHA-RELATORIO(38:13).
           WRITE LINHA-RELATORIO.
       GRAVA-LINHA-DEPTO.
           MOVE DEP-T-NOME(LOOP-DEP)     TO NOME-LINHA.
           MOVE DEP-T-PROV-13(LOOP-DEP)  TO VALOR-E.
           MOVE DEP-T-PROV-FER(LOOP-DEP) TO VALOR2-E.
           MOVE DEP-T-ENCARGOS(LOOP-DEP) TO VALOR3-E.
           PERFORM GRAVA-LINHA-VALORES.
           MOVE SPACES                   TO NOME-LINHA.
           MOVE DEP-T-REVERSAO(LOOP-DEP) TO VALOR-E.
           MOVE DEP-T-SALDO(LOOP-DEP)    TO VALOR2-E.
           PERFORM GRAVA-LINHA-SALDOS.
       GRAVA-LINHA-SEM-DEPTO.
           MOVE "SEM DEPARTAMENTO"       TO NOME-LINHA.
           MOVE SEM-PROV-13              TO VALOR-E.
           MOVE SEM-PROV-FER             TO VALOR2-E.
           MOVE SEM-ENCARGOS             TO VALOR3-E.
           PERFORM GRAVA-LINHA-VALORES.
           MOVE SPACES                   TO NOME-LINHA.
           MOVE SEM-REVERSAO             TO VALOR-E.
           MOVE SEM-SALDO                TO VALOR2-E.
           PERFORM GRAVA-LINHA-SALDOS.
       GRAVA-LINHA-VALORES.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING NOME-LINHA DELIMITED BY SIZE
                  "  "       DELIMITED BY SIZE
                  VALOR-E    DELIMITED BY SIZE
                  "  "       DELIMITED BY SIZE
                  VALOR2-E   DELIMITED BY SIZE
                  "  "       DELIMITED BY SIZE
                  VALOR3-E   DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       GRAVA-LINHA-SALDOS.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING NOME-LINHA DELIMITED BY SIZE
                  "  "       DELIMITED BY SIZE
                  VALOR-E    DELIMITED BY SIZE
                  "  "       DELIMITED BY SIZE
                  VALOR2-E   DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       RODAPE.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "TOTAL GERAL"     TO NOME-LINHA.
           MOVE TOTAL-PROV-13     TO VALOR-E.
           MOVE TOTAL-PROV-FER    TO VALOR2-E.
           MOVE TOTAL-ENCARGOS    TO VALOR3-E.
           PERFORM GRAVA-LINHA-VALORES.
           MOVE SPACES            TO NOME-LINHA.
           MOVE TOTAL-REVERSAO    TO VALOR-E.
           MOVE TOTAL-SALDO       TO VALOR2-E.
           PERFORM GRAVA-LINHA-SALDOS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE CONT-PROVISIONADOS TO CONT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "FUNCIONARIOS COM MOVIMENTO: " DELIMITED BY SIZE
                  CONT-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
