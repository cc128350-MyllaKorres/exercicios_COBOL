       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULA-FINANCEIRO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           01 WS-TAXA          PIC S9(04)V9(12) VALUE ZEROS.
           01 WS-BASE          PIC S9(04)V9(12) VALUE ZEROS.
           01 WS-FATOR         PIC S9(18)V9(12) VALUE ZEROS.
           01 WS-DESCONTO      PIC S9(02)V9(18) VALUE ZEROS.
           01 WS-PRESTACAO     PIC S9(11)V99 VALUE ZEROS.
           01 WS-AMORTIZACAO   PIC S9(11)V99 VALUE ZEROS.
           01 WS-SALDO         PIC S9(11)V99 VALUE ZEROS.
           01 WS-PERIODO       PIC 9(03) VALUE ZEROS.
           01 WS-IDX           PIC 9(03) VALUE ZEROS.
           01 WS-EXPOENTE      PIC 9(03) VALUE ZEROS.
           01 WS-ITERACAO      PIC 9(03) VALUE ZEROS.
           01 WS-MAX-ITERACOES PIC 9(03) VALUE 100.
           01 WS-VPL           PIC S9(20)V9(08) VALUE ZEROS.
           01 WS-DERIVADA      PIC S9(22)V9(08) VALUE ZEROS.
           01 WS-TERMO         PIC S9(22)V9(08) VALUE ZEROS.
           01 WS-PASSO         PIC S9(04)V9(12) VALUE ZEROS.
           01 WS-TOLERANCIA    PIC 9V9(10) VALUE 0,0000000001.
           01 WS-POSITIVOS     PIC 9(03) VALUE ZEROS.
           01 WS-NEGATIVOS     PIC 9(03) VALUE ZEROS.
           01 WS-ESTOURO       PIC X(01) VALUE "N".
           01 WS-CONVERGIU     PIC X(01) VALUE "N".
       LINKAGE SECTION.
           01 LK-ENTRADA.
               02 LK-OPERACAO    PIC X(01).
               02 LK-TAXA        PIC 9(03)V9(06).
               02 LK-PRAZO       PIC 9(03).
               02 LK-VALOR       PIC S9(11)V99.
               02 LK-QTDE-FLUXOS PIC 9(03).
               02 LK-FLUXO       PIC S9(11)V99 OCCURS 121 TIMES.
           01 LK-SAIDA.
               02 LK-RETORNO     PIC X(01).
               02 LK-RESULTADO   PIC S9(13)V99.
               02 LK-TOTAL-JUROS PIC S9(13)V99.
               02 LK-TIR         PIC S9(04)V9(06).
               02 LK-PARCELA OCCURS 360 TIMES.
                   03 LK-PRESTACAO    PIC S9(11)V99.
                   03 LK-JUROS        PIC S9(11)V99.
                   03 LK-AMORTIZACAO  PIC S9(11)V99.
                   03 LK-SALDO        PIC S9(11)V99.
       PROCEDURE DIVISION USING LK-ENTRADA LK-SAIDA.
       INICIO.
           INITIALIZE LK-SAIDA.
           MOVE "S" TO LK-RETORNO.
           MOVE "N" TO WS-ESTOURO.
           COMPUTE WS-TAXA = LK-TAXA / 100.
           COMPUTE WS-BASE = WS-TAXA + 1.
           EVALUATE LK-OPERACAO
               WHEN "J"
                   PERFORM CALCULA-VALOR-FUTURO
               WHEN "V"
                   PERFORM CALCULA-VALOR-PRESENTE
               WHEN "P"
                   PERFORM CALCULA-TABELA-PRICE
               WHEN "S"
                   PERFORM CALCULA-TABELA-SAC
               WHEN "N"
                   PERFORM CALCULA-VPL
               WHEN "T"
                   PERFORM CALCULA-TIR
               WHEN OTHER
                   MOVE "I" TO LK-RETORNO
           END-EVALUATE.
           IF WS-ESTOURO = "S"
               MOVE "E" TO LK-RETORNO
           END-IF.
           GOBACK.
       CALCULA-VALOR-FUTURO.
           COMPUTE WS-FATOR = WS-BASE ** LK-PRAZO
               ON SIZE ERROR MOVE "S" TO WS-ESTOURO
           END-COMPUTE.
           IF WS-ESTOURO = "N"
               COMPUTE LK-RESULTADO ROUNDED = LK-VALOR * WS-FATOR
                   ON SIZE ERROR MOVE "S" TO WS-ESTOURO
               END-COMPUTE
               COMPUTE LK-TOTAL-JUROS = LK-RESULTADO - LK-VALOR
           END-IF.
       CALCULA-VALOR-PRESENTE.
           COMPUTE WS-FATOR = WS-BASE ** LK-PRAZO
               ON SIZE ERROR MOVE "S" TO WS-ESTOURO
           END-COMPUTE.
           IF WS-ESTOURO = "N"
               COMPUTE LK-RESULTADO ROUNDED = LK-VALOR / WS-FATOR
               COMPUTE LK-TOTAL-JUROS = LK-VALOR - LK-RESULTADO
           END-IF.
       CALCULA-TABELA-PRICE.
           IF LK-PRAZO = ZEROS OR LK-PRAZO > 360
               MOVE "I" TO LK-RETORNO
           ELSE
               IF LK-TAXA = ZEROS
                   COMPUTE WS-PRESTACAO ROUNDED = LK-VALOR / LK-PRAZO
               ELSE
                   COMPUTE WS-FATOR = WS-BASE ** LK-PRAZO
                   COMPUTE WS-DESCONTO = 1 / WS-FATOR
                   COMPUTE WS-FATOR = 1 - WS-DESCONTO
                   COMPUTE WS-PRESTACAO ROUNDED =
                       LK-VALOR * WS-TAXA / WS-FATOR
               END-IF
               MOVE LK-VALOR TO WS-SALDO
               PERFORM VARYING WS-PERIODO FROM 1 BY 1
                       UNTIL WS-PERIODO > LK-PRAZO
                   COMPUTE LK-JUROS(WS-PERIODO) ROUNDED =
                       WS-SALDO * WS-TAXA
                   IF WS-PERIODO = LK-PRAZO
                       MOVE WS-SALDO TO LK-AMORTIZACAO(WS-PERIODO)
                       COMPUTE LK-PRESTACAO(WS-PERIODO) =
                           WS-SALDO + LK-JUROS(WS-PERIODO)
                   ELSE
                       MOVE WS-PRESTACAO TO LK-PRESTACAO(WS-PERIODO)
                       COMPUTE LK-AMORTIZACAO(WS-PERIODO) =
                           WS-PRESTACAO - LK-JUROS(WS-PERIODO)
                   END-IF
                   PERFORM FECHA-PARCELA
               END-PERFORM
           END-IF.
       CALCULA-TABELA-SAC.
           IF LK-PRAZO = ZEROS OR LK-PRAZO > 360
               MOVE "I" TO LK-RETORNO
           ELSE
               COMPUTE WS-AMORTIZACAO ROUNDED = LK-VALOR / LK-PRAZO
               MOVE LK-VALOR TO WS-SALDO
               PERFORM VARYING WS-PERIODO FROM 1 BY 1
                       UNTIL WS-PERIODO > LK-PRAZO
                   COMPUTE LK-JUROS(WS-PERIODO) ROUNDED =
                       WS-SALDO * WS-TAXA
                   IF WS-PERIODO = LK-PRAZO
                       MOVE WS-SALDO TO LK-AMORTIZACAO(WS-PERIODO)
                   ELSE
                       MOVE WS-AMORTIZACAO
                           TO LK-AMORTIZACAO(WS-PERIODO)
                   END-IF
                   COMPUTE LK-PRESTACAO(WS-PERIODO) =
                       LK-AMORTIZACAO(WS-PERIODO)
                       + LK-JUROS(WS-PERIODO)
                   PERFORM FECHA-PARCELA
               END-PERFORM
           END-IF.
       FECHA-PARCELA.
           SUBTRACT LK-AMORTIZACAO(WS-PERIODO) FROM WS-SALDO.
           MOVE WS-SALDO TO LK-SALDO(WS-PERIODO).
           ADD LK-PRESTACAO(WS-PERIODO) TO LK-RESULTADO.
           ADD LK-JUROS(WS-PERIODO)     TO LK-TOTAL-JUROS.
       CALCULA-VPL.
           IF LK-QTDE-FLUXOS = ZEROS OR LK-QTDE-FLUXOS > 121
               MOVE "I" TO LK-RETORNO
           ELSE
               PERFORM SOMA-VALOR-PRESENTE
               IF WS-ESTOURO = "N"
                   COMPUTE LK-RESULTADO ROUNDED = WS-VPL
                       ON SIZE ERROR MOVE "S" TO WS-ESTOURO
                   END-COMPUTE
               END-IF
           END-IF.
       SOMA-VALOR-PRESENTE.
           MOVE ZEROS TO WS-VPL.
           MOVE ZEROS TO WS-DERIVADA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > LK-QTDE-FLUXOS OR WS-ESTOURO = "S"
               SUBTRACT 1 FROM WS-IDX GIVING WS-EXPOENTE
               COMPUTE WS-FATOR = WS-BASE ** WS-EXPOENTE
                   ON SIZE ERROR MOVE "S" TO WS-ESTOURO
               END-COMPUTE
               IF WS-ESTOURO = "N" AND WS-FATOR NOT = ZEROS
                   COMPUTE WS-TERMO = LK-FLUXO(WS-IDX) / WS-FATOR
                       ON SIZE ERROR MOVE "S" TO WS-ESTOURO
                   END-COMPUTE
                   ADD WS-TERMO TO WS-VPL
                   COMPUTE WS-TERMO = WS-TERMO * WS-EXPOENTE
                   COMPUTE WS-TERMO = WS-TERMO / WS-BASE
                   SUBTRACT WS-TERMO FROM WS-DERIVADA
               ELSE
                   MOVE "S" TO WS-ESTOURO
               END-IF
           END-PERFORM.
       CALCULA-TIR.
           MOVE ZEROS TO WS-POSITIVOS.
           MOVE ZEROS TO WS-NEGATIVOS.
           IF LK-QTDE-FLUXOS < 2 OR LK-QTDE-FLUXOS > 121
               MOVE "I" TO LK-RETORNO
           ELSE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > LK-QTDE-FLUXOS
                   IF LK-FLUXO(WS-IDX) > ZEROS
                       ADD 1 TO WS-POSITIVOS
                   END-IF
                   IF LK-FLUXO(WS-IDX) < ZEROS
                       ADD 1 TO WS-NEGATIVOS
                   END-IF
               END-PERFORM
               IF WS-POSITIVOS = ZEROS OR WS-NEGATIVOS = ZEROS
                   MOVE "N" TO LK-RETORNO
               ELSE
                   PERFORM ITERA-TIR
               END-IF
           END-IF.
       ITERA-TIR.
           MOVE 0,1 TO WS-TAXA.
           MOVE "N" TO WS-CONVERGIU.
           PERFORM VARYING WS-ITERACAO FROM 1 BY 1
                   UNTIL WS-ITERACAO > WS-MAX-ITERACOES
                      OR WS-CONVERGIU = "S" OR WS-ESTOURO = "S"
               COMPUTE WS-BASE = WS-TAXA + 1
               IF WS-BASE NOT > ZEROS
                   MOVE "S" TO WS-ESTOURO
               ELSE
                   PERFORM SOMA-VALOR-PRESENTE
               END-IF
               IF WS-ESTOURO = "N"
                   IF WS-DERIVADA = ZEROS
                       MOVE "S" TO WS-ESTOURO
                   ELSE
                       COMPUTE WS-PASSO ROUNDED =
                           WS-VPL / WS-DERIVADA
                           ON SIZE ERROR MOVE "S" TO WS-ESTOURO
                       END-COMPUTE
                       SUBTRACT WS-PASSO FROM WS-TAXA
                       IF WS-PASSO < WS-TOLERANCIA
                          AND WS-PASSO > - WS-TOLERANCIA
                           MOVE "S" TO WS-CONVERGIU
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CONVERGIU = "S"
               COMPUTE LK-TIR ROUNDED = WS-TAXA * 100
           ELSE
               MOVE "N" TO WS-ESTOURO
               MOVE "N" TO LK-RETORNO
           END-IF.
