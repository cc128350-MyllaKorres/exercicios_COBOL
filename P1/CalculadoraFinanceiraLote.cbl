       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-FINANCEIRA-LOTE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ARQ-OPERACOES ASSIGN TO FINANIN
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-REJEITADOS ASSIGN TO FINREJ
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-RESULTADOS ASSIGN TO FINANOUT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-LOG ASSIGN TO "FINANCEIRA.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-OPERACOES.
           01  REG-OPERACAO.
               02 REG-CODIGO   PIC X(01).
               02 REG-TAXA     PIC 9(03)V9(06).
               02 REG-PRAZO    PIC 9(03).
               02 REG-SINAL    PIC X(01).
               02 REG-VALOR    PIC 9(11)V99.
           FD  ARQ-RESULTADOS.
           01  LINHA-RESULTADO PIC X(80).
           FD  ARQ-REJEITADOS.
           01  REG-REJEITADO.
               02 REJ-MOTIVO    PIC X(20).
               02 REJ-LINHA     PIC 9(05).
               02 REJ-REGISTRO  PIC X(12).
           FD  ARQ-LOG.
           01  LINHA-LOG       PIC X(80).
       WORKING-STORAGE SECTION.
           01 DADOS.
               02 TAXA-E       PIC ZZ9,999999.
               02 PRAZO-E      PIC ZZ9.
               02 VALOR-E      PIC -ZZZZZZZZZZ9,99.
               02 RESULT-E     PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
               02 TIR-E        PIC -ZZZ9,999999.
               02 PARC-E       PIC ZZ9.
               02 PREST-E      PIC -ZZZ.ZZZ.ZZ9,99.
               02 JUROS-E      PIC -ZZZ.ZZZ.ZZ9,99.
               02 AMORT-E      PIC -ZZZ.ZZZ.ZZ9,99.
               02 SALDO-E      PIC -ZZZ.ZZZ.ZZ9,99.
               02 IDX-PARCELA  PIC 9(03) VALUE ZEROS.
               02 NOME-OPERACAO PIC X(05) VALUE SPACES.
               02 LOG-RESULT-E PIC X(15) VALUE SPACES.
               02 VALOR-REG    PIC S9(11)V99 VALUE ZEROS.
           01 FIM-OPERACOES    PIC X(01) VALUE "N".
           01 CONT-OPERACOES   PIC 9(04) VALUE ZERO.
           01 CONT-OPERACOES-E PIC ZZZ9.
           01 SERIE-ABERTA     PIC X(01) VALUE "N".
           01 SERIE-INVALIDA   PIC X(01) VALUE "N".
           01 QTDE-REJ-PEND    PIC 9(03) VALUE ZEROS.
           01 IDX-REJ          PIC 9(03) VALUE ZEROS.
           01 TABELA-REJ-PEND.
               02 REJ-PEND-T   PIC X(37) OCCURS 121 TIMES.
           01 ENTRADA-FINANCEIRA.
               02 FIN-OPERACAO    PIC X(01).
               02 FIN-TAXA        PIC 9(03)V9(06).
               02 FIN-PRAZO       PIC 9(03).
               02 FIN-VALOR       PIC S9(11)V99.
               02 FIN-QTDE-FLUXOS PIC 9(03).
               02 FIN-FLUXO       PIC S9(11)V99 OCCURS 121 TIMES.
           01 SAIDA-FINANCEIRA.
               02 FIN-RETORNO     PIC X(01).
               02 FIN-RESULTADO   PIC S9(13)V99.
               02 FIN-TOTAL-JUROS PIC S9(13)V99.
               02 FIN-TIR         PIC S9(04)V9(06).
               02 FIN-PARCELA OCCURS 360 TIMES.
                   03 FIN-PRESTACAO    PIC S9(11)V99.
                   03 FIN-JUROS        PIC S9(11)V99.
                   03 FIN-AMORTIZACAO  PIC S9(11)V99.
                   03 FIN-SALDO        PIC S9(11)V99.
           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
               02 MES      PIC 9(02) VALUE ZEROS.
               02 DIA      PIC 9(02) VALUE ZEROS.
           01 DADOS-CONTROLE-LOTE.
               02 STEP-LOTE          PIC X(08) VALUE "CALCFINA".
               02 STATUS-CONTROLE    PIC X(01) VALUE SPACE.
               02 REGISTROS-CONTROLE PIC 9(06) VALUE ZEROS.
               02 REGISTROS-PULAR    PIC 9(06) VALUE ZEROS.
           01 DADOS-REJEICAO.
               02 CONT-LIDOS      PIC 9(06) VALUE ZEROS.
               02 CONT-REJEITADOS PIC 9(04) VALUE ZERO.
               02 CONT-REJ-E      PIC ZZZ9.
               02 CONT-PROC-E     PIC ZZZZZ9.
               02 MOTIVO-REJEICAO PIC X(20) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CALCULADORA FINANCEIRA EM LOTE".
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           CALL "CONTROLE-LOTE" USING "L" STEP-LOTE
               STATUS-CONTROLE REGISTROS-CONTROLE.
           IF STATUS-CONTROLE = "C"
               DISPLAY "STEP JA CONCLUIDO - NADA A FAZER"
               GOBACK
           END-IF.
           IF STATUS-CONTROLE = "I"
               MOVE REGISTROS-CONTROLE TO REGISTROS-PULAR
               MOVE REGISTROS-CONTROLE TO CONT-LIDOS
               OPEN EXTEND ARQ-REJEITADOS
               DISPLAY "RETOMANDO DO REGISTRO " REGISTROS-CONTROLE
               OPEN EXTEND ARQ-RESULTADOS
               MOVE SPACES TO LINHA-RESULTADO
           ELSE
               MOVE "I" TO STATUS-CONTROLE
               MOVE ZEROS TO REGISTROS-CONTROLE
               CALL "CONTROLE-LOTE" USING "G" STEP-LOTE
                   STATUS-CONTROLE REGISTROS-CONTROLE
               OPEN OUTPUT ARQ-RESULTADOS
               OPEN OUTPUT ARQ-REJEITADOS
           END-IF.
           IF REGISTROS-PULAR = ZEROS
               MOVE "RELATORIO DA CALCULADORA FINANCEIRA"
               TO LINHA-RESULTADO
               WRITE LINHA-RESULTADO
               MOVE SPACES TO LINHA-RESULTADO
               WRITE LINHA-RESULTADO
           END-IF.
           OPEN EXTEND ARQ-LOG.
           OPEN INPUT ARQ-OPERACOES.
           PERFORM PROCESSA-OPERACAO UNTIL FIM-OPERACOES = "S".
           CLOSE ARQ-OPERACOES.
           IF SERIE-ABERTA = "S"
               MOVE CONT-LIDOS TO REGISTROS-CONTROLE
               PERFORM FECHA-SERIE
           END-IF.
           PERFORM GRAVA-TRAILER.
           CLOSE ARQ-LOG.
           CLOSE ARQ-RESULTADOS.
           CLOSE ARQ-REJEITADOS.
           MOVE CONT-OPERACOES TO CONT-OPERACOES-E.
           DISPLAY "OPERACOES PROCESSADAS: " CONT-OPERACOES-E.
           MOVE "C" TO STATUS-CONTROLE.
           CALL "CONTROLE-LOTE" USING "G" STEP-LOTE
               STATUS-CONTROLE REGISTROS-CONTROLE.
           GOBACK.
       PROCESSA-OPERACAO.
           READ ARQ-OPERACOES
               AT END MOVE "S" TO FIM-OPERACOES
               NOT AT END
                   IF REGISTROS-PULAR > ZEROS
                       SUBTRACT 1 FROM REGISTROS-PULAR
                   ELSE
                       ADD 1 TO CONT-LIDOS
                       IF REG-CODIGO = "F" AND SERIE-ABERTA = "S"
                           PERFORM ACUMULA-FLUXO
                       ELSE
                           IF SERIE-ABERTA = "S"
                               COMPUTE REGISTROS-CONTROLE =
                                   CONT-LIDOS - 1
                               PERFORM FECHA-SERIE
                           END-IF
                           PERFORM TRATA-REGISTRO
                       END-IF
                   END-IF
           END-READ.
       TRATA-REGISTRO.
           PERFORM VALIDA-REGISTRO.
           IF MOTIVO-REJEICAO NOT = SPACES
               ADD 1 TO CONT-REJEITADOS
               PERFORM GRAVA-REJEITADO
               MOVE CONT-LIDOS TO REGISTROS-CONTROLE
               CALL "CONTROLE-LOTE" USING "G" STEP-LOTE
                   STATUS-CONTROLE REGISTROS-CONTROLE
           ELSE
               INITIALIZE ENTRADA-FINANCEIRA
               MOVE REG-CODIGO TO FIN-OPERACAO
               MOVE REG-TAXA   TO FIN-TAXA
               MOVE REG-PRAZO  TO FIN-PRAZO
               MOVE VALOR-REG  TO FIN-VALOR
               IF REG-CODIGO = "N" OR REG-CODIGO = "T"
                   MOVE 1         TO FIN-QTDE-FLUXOS
                   MOVE VALOR-REG TO FIN-FLUXO(1)
                   MOVE "S" TO SERIE-ABERTA
                   MOVE "N" TO SERIE-INVALIDA
               ELSE
                   PERFORM CALCULA-OPERACAO
                   MOVE CONT-LIDOS TO REGISTROS-CONTROLE
                   CALL "CONTROLE-LOTE" USING "G" STEP-LOTE
                       STATUS-CONTROLE REGISTROS-CONTROLE
               END-IF
           END-IF.
       ACUMULA-FLUXO.
           PERFORM VALIDA-REGISTRO.
           IF MOTIVO-REJEICAO = SPACES
               AND FIN-QTDE-FLUXOS >= 121
               MOVE "FLUXO-EXCEDIDO" TO MOTIVO-REJEICAO
           END-IF.
           IF MOTIVO-REJEICAO = SPACES
               ADD 1 TO FIN-QTDE-FLUXOS
               MOVE VALOR-REG TO FIN-FLUXO(FIN-QTDE-FLUXOS)
           ELSE
               ADD 1 TO CONT-REJEITADOS
               MOVE "S" TO SERIE-INVALIDA
               MOVE MOTIVO-REJEICAO TO REJ-MOTIVO
               MOVE CONT-LIDOS      TO REJ-LINHA
               MOVE REG-OPERACAO    TO REJ-REGISTRO
               IF QTDE-REJ-PEND < 121
                   ADD 1 TO QTDE-REJ-PEND
                   MOVE REG-REJEITADO TO REJ-PEND-T(QTDE-REJ-PEND)
               ELSE
                   WRITE REG-REJEITADO
               END-IF
           END-IF.
       FECHA-SERIE.
           IF SERIE-INVALIDA = "S"
               PERFORM NOMEIA-OPERACAO
               MOVE SPACES TO LINHA-RESULTADO
               STRING NOME-OPERACAO DELIMITED BY SIZE
                      " SERIE DESCARTADA - FLUXO REJEITADO"
                          DELIMITED BY SIZE
                 INTO LINHA-RESULTADO
               WRITE LINHA-RESULTADO
           ELSE
               PERFORM CALCULA-OPERACAO
           END-IF.
           PERFORM VARYING IDX-REJ FROM 1 BY 1
                   UNTIL IDX-REJ > QTDE-REJ-PEND
               MOVE REJ-PEND-T(IDX-REJ) TO REG-REJEITADO
               WRITE REG-REJEITADO
           END-PERFORM.
           MOVE ZEROS TO QTDE-REJ-PEND.
           MOVE "N" TO SERIE-ABERTA.
           MOVE "N" TO SERIE-INVALIDA.
           CALL "CONTROLE-LOTE" USING "G" STEP-LOTE
               STATUS-CONTROLE REGISTROS-CONTROLE.
       NOMEIA-OPERACAO.
           EVALUATE FIN-OPERACAO
               WHEN "J" MOVE "VF"    TO NOME-OPERACAO
               WHEN "V" MOVE "VP"    TO NOME-OPERACAO
               WHEN "P" MOVE "PRICE" TO NOME-OPERACAO
               WHEN "S" MOVE "SAC"   TO NOME-OPERACAO
               WHEN "N" MOVE "VPL"   TO NOME-OPERACAO
               WHEN "T" MOVE "TIR"   TO NOME-OPERACAO
           END-EVALUATE.
       CALCULA-OPERACAO.
           ADD 1 TO CONT-OPERACOES.
           PERFORM NOMEIA-OPERACAO.
           CALL "CALCULA-FINANCEIRO" USING ENTRADA-FINANCEIRA
               SAIDA-FINANCEIRA.
           MOVE FIN-TAXA  TO TAXA-E.
           IF FIN-OPERACAO = "N" OR FIN-OPERACAO = "T"
               MOVE FIN-QTDE-FLUXOS TO PRAZO-E
           ELSE
               MOVE FIN-PRAZO TO PRAZO-E
           END-IF.
           MOVE FIN-VALOR TO VALOR-E.
           MOVE SPACES TO LOG-RESULT-E.
           EVALUATE FIN-RETORNO
               WHEN "I"
                   MOVE "INVALIDO" TO LOG-RESULT-E
               WHEN "N"
                   MOVE "SEM SOLUCAO" TO LOG-RESULT-E
               WHEN "E"
                   MOVE "ESTOURO" TO LOG-RESULT-E
               WHEN OTHER
                   IF FIN-OPERACAO = "T"
                       MOVE FIN-TIR TO TIR-E
                       MOVE TIR-E TO LOG-RESULT-E
                   ELSE
                       IF FIN-OPERACAO = "P" OR FIN-OPERACAO = "S"
                           MOVE FIN-PRESTACAO(1) TO PREST-E
                           MOVE PREST-E TO LOG-RESULT-E
                       ELSE
                           MOVE FIN-RESULTADO TO VALOR-E
                           MOVE VALOR-E TO LOG-RESULT-E
                           MOVE FIN-VALOR TO VALOR-E
                       END-IF
                   END-IF
           END-EVALUATE.
           MOVE SPACES TO LINHA-RESULTADO.
           STRING NOME-OPERACAO DELIMITED BY SIZE
                  " TX="     DELIMITED BY SIZE
                  TAXA-E     DELIMITED BY SIZE
                  " N="      DELIMITED BY SIZE
                  PRAZO-E    DELIMITED BY SIZE
                  " VL="     DELIMITED BY SIZE
                  VALOR-E    DELIMITED BY SIZE
                  " R="      DELIMITED BY SIZE
                  LOG-RESULT-E DELIMITED BY SIZE
             INTO LINHA-RESULTADO.
           WRITE LINHA-RESULTADO.
           IF FIN-RETORNO = "S"
               AND (FIN-OPERACAO = "P" OR FIN-OPERACAO = "S")
               PERFORM GRAVA-TABELA
           END-IF.
           PERFORM GRAVA-LOG.
       GRAVA-TABELA.
           MOVE SPACES TO LINHA-RESULTADO.
           STRING "  PARC      PRESTACAO           JUROS"
                      DELIMITED BY SIZE
                  "     AMORTIZACAO           SALDO"
                      DELIMITED BY SIZE
             INTO LINHA-RESULTADO.
           WRITE LINHA-RESULTADO.
           PERFORM GRAVA-PARCELA
               VARYING IDX-PARCELA FROM 1 BY 1
               UNTIL IDX-PARCELA > FIN-PRAZO.
           MOVE FIN-RESULTADO TO RESULT-E.
           MOVE SPACES TO LINHA-RESULTADO.
           STRING "  TOTAL PAGO: " DELIMITED BY SIZE
                  RESULT-E DELIMITED BY SIZE
             INTO LINHA-RESULTADO.
           WRITE LINHA-RESULTADO.
           MOVE FIN-TOTAL-JUROS TO RESULT-E.
           MOVE SPACES TO LINHA-RESULTADO.
           STRING "  TOTAL DE JUROS: " DELIMITED BY SIZE
                  RESULT-E DELIMITED BY SIZE
             INTO LINHA-RESULTADO.
           WRITE LINHA-RESULTADO.
           MOVE SPACES TO LINHA-RESULTADO.
           WRITE LINHA-RESULTADO.
       GRAVA-PARCELA.
           MOVE IDX-PARCELA                  TO PARC-E.
           MOVE FIN-PRESTACAO(IDX-PARCELA)   TO PREST-E.
           MOVE FIN-JUROS(IDX-PARCELA)       TO JUROS-E.
           MOVE FIN-AMORTIZACAO(IDX-PARCELA) TO AMORT-E.
           MOVE FIN-SALDO(IDX-PARCELA)       TO SALDO-E.
           MOVE SPACES TO LINHA-RESULTADO.
           STRING "   " DELIMITED BY SIZE
                  PARC-E  DELIMITED BY SIZE
                  PREST-E DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  JUROS-E DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AMORT-E DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SALDO-E DELIMITED BY SIZE
             INTO LINHA-RESULTADO.
           WRITE LINHA-RESULTADO.
       GRAVA-LOG.
           MOVE SPACES TO LINHA-LOG.
           STRING DIA        DELIMITED BY SIZE
                  "/"        DELIMITED BY SIZE
                  MES        DELIMITED BY SIZE
                  "/"        DELIMITED BY SIZE
                  ANO        DELIMITED BY SIZE
                  " LOTE "   DELIMITED BY SIZE
                  NOME-OPERACAO DELIMITED BY SIZE
                  " TX="     DELIMITED BY SIZE
                  TAXA-E     DELIMITED BY SIZE
                  " N="      DELIMITED BY SIZE
                  PRAZO-E    DELIMITED BY SIZE
                  " VL="     DELIMITED BY SIZE
                  VALOR-E    DELIMITED BY SIZE
                  " R="      DELIMITED BY SIZE
                  LOG-RESULT-E DELIMITED BY SIZE
             INTO LINHA-LOG.
           WRITE LINHA-LOG.
       VALIDA-REGISTRO.
           MOVE SPACES TO MOTIVO-REJEICAO.
           IF REG-CODIGO NOT = "J" AND NOT = "V" AND NOT = "P"
               AND NOT = "S" AND NOT = "N" AND NOT = "T"
               AND NOT = "F"
               MOVE "OPERACAO-INVALIDA" TO MOTIVO-REJEICAO
           ELSE
               IF REG-CODIGO = "F"
                   AND SERIE-ABERTA = "N"
                   MOVE "FLUXO-SEM-CABECALHO" TO MOTIVO-REJEICAO
               ELSE
                   IF REG-TAXA NOT NUMERIC OR REG-PRAZO NOT NUMERIC
                       OR REG-VALOR NOT NUMERIC
                       MOVE "NAO-NUMERICO" TO MOTIVO-REJEICAO
                   ELSE
                       IF REG-SINAL NOT = "+" AND NOT = "-"
                           AND NOT = SPACE
                           MOVE "SINAL-INVALIDO" TO MOTIVO-REJEICAO
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF MOTIVO-REJEICAO = SPACES
               MOVE REG-VALOR TO VALOR-REG
               IF REG-SINAL = "-"
                   COMPUTE VALOR-REG = VALOR-REG * -1
               END-IF
               IF (REG-CODIGO = "P" OR REG-CODIGO = "S")
                   AND (REG-PRAZO = ZEROS OR REG-PRAZO > 360)
                   MOVE "PRAZO-INVALIDO" TO MOTIVO-REJEICAO
               END-IF
           END-IF.
       GRAVA-REJEITADO.
           MOVE MOTIVO-REJEICAO TO REJ-MOTIVO.
           MOVE CONT-LIDOS      TO REJ-LINHA.
           MOVE REG-OPERACAO TO REJ-REGISTRO.
           WRITE REG-REJEITADO.
       GRAVA-TRAILER.
           MOVE SPACES TO LINHA-RESULTADO.
           WRITE LINHA-RESULTADO.
           MOVE CONT-OPERACOES TO CONT-PROC-E.
           MOVE CONT-REJEITADOS TO CONT-REJ-E.
           MOVE SPACES TO LINHA-RESULTADO.
           STRING "PROCESSADOS: " DELIMITED BY SIZE
                  CONT-PROC-E     DELIMITED BY SIZE
                  "  REJEITADOS: " DELIMITED BY SIZE
                  CONT-REJ-E      DELIMITED BY SIZE
             INTO LINHA-RESULTADO.
           WRITE LINHA-RESULTADO.
