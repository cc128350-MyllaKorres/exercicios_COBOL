       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTATISTICA-LOTE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ARQ-VALORES ASSIGN TO ESTATIN
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-REJEITADOS ASSIGN TO ESTATREJ
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-RELATORIO ASSIGN TO ESTATOUT
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-VALORES.
           01  REG-VALOR.
               02 REG-CONJUNTO  PIC X(08).
               02 REG-SINAL     PIC X(01).
               02 REG-NUMERO    PIC 9(09)V99.
           FD  ARQ-RELATORIO.
           01  LINHA-RELATORIO  PIC X(80).
           FD  ARQ-REJEITADOS.
           01  REG-REJEITADO.
               02 REJ-MOTIVO    PIC X(20).
               02 REJ-LINHA     PIC 9(05).
               02 REJ-REGISTRO  PIC X(12).
       WORKING-STORAGE SECTION.
           01 FIM-VALORES      PIC X(01) VALUE "N".
           01 CONJUNTO-ATUAL   PIC X(08) VALUE SPACES.
           01 CONT-NUMEROS     PIC 9(06) VALUE ZEROS.
           01 CONT-CONJUNTOS   PIC 9(04) VALUE ZEROS.
           01 QTDE-VALORES     PIC 9(04) VALUE ZEROS.
           01 MAXIMO-VALORES   PIC 9(04) VALUE 1000.
           01 TABELA-VALORES.
               02 VALOR-T      PIC S9(09)V99 OCCURS 1000 TIMES.
           01 QTDE-REJ-PEND    PIC 9(04) VALUE ZEROS.
           01 IDX-REJ          PIC 9(04) VALUE ZEROS.
           01 TABELA-REJ-PEND.
               02 REJ-PEND-T   PIC X(37) OCCURS 1000 TIMES.
           01 RESULTADOS.
               02 RES-SOMA       PIC S9(13)V99.
               02 RES-MEDIA      PIC S9(09)V9999.
               02 RES-MEDIANA    PIC S9(09)V9999.
               02 RES-MODA       PIC S9(09)V99.
               02 RES-FREQ-MODA  PIC 9(04).
               02 RES-QTDE-MODAS PIC 9(04).
               02 RES-VARIANCIA  PIC S9(18)V9999.
               02 RES-DESVIO     PIC S9(09)V9999.
               02 RES-MINIMO     PIC S9(09)V99.
               02 RES-MAXIMO     PIC S9(09)V99.
               02 RES-QUARTIL1   PIC S9(09)V9999.
               02 RES-QUARTIL3   PIC S9(09)V9999.
           01 CAMPOS-EDITADOS.
               02 QTDE-E       PIC ZZZ9.
               02 SOMA-E       PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
               02 VALOR4-E     PIC -ZZZ.ZZZ.ZZ9,9999.
               02 VALOR2-E     PIC -ZZZ.ZZZ.ZZ9,99.
               02 VARIANCIA-E  PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,9999.
               02 FREQ-E       PIC ZZZ9.
               02 CONJ-E       PIC ZZZ9.
           01 DADOS-CONTROLE-LOTE.
               02 STEP-LOTE          PIC X(08) VALUE "ESTATIST".
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
           DISPLAY "ESTATISTICA DESCRITIVA EM LOTE".
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
               OPEN EXTEND ARQ-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
           ELSE
               MOVE "I" TO STATUS-CONTROLE
               MOVE ZEROS TO REGISTROS-CONTROLE
               CALL "CONTROLE-LOTE" USING "G" STEP-LOTE
                   STATUS-CONTROLE REGISTROS-CONTROLE
               OPEN OUTPUT ARQ-RELATORIO
               OPEN OUTPUT ARQ-REJEITADOS
           END-IF.
           IF REGISTROS-PULAR = ZEROS
               MOVE "RELATORIO DE ESTATISTICA DESCRITIVA"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
           OPEN INPUT ARQ-VALORES.
           PERFORM PROCESSA-VALOR UNTIL FIM-VALORES = "S".
           CLOSE ARQ-VALORES.
           IF CONJUNTO-ATUAL NOT = SPACES OR QTDE-REJ-PEND > ZEROS
               MOVE CONT-LIDOS TO REGISTROS-CONTROLE
               PERFORM FECHA-CONJUNTO
           END-IF.
           PERFORM GRAVA-TRAILER.
           CLOSE ARQ-RELATORIO.
           CLOSE ARQ-REJEITADOS.
           MOVE CONT-CONJUNTOS TO CONJ-E.
           DISPLAY "CONJUNTOS PROCESSADOS: " CONJ-E.
           MOVE "C" TO STATUS-CONTROLE.
           CALL "CONTROLE-LOTE" USING "G" STEP-LOTE
               STATUS-CONTROLE REGISTROS-CONTROLE.
           GOBACK.
       PROCESSA-VALOR.
           READ ARQ-VALORES
               AT END MOVE "S" TO FIM-VALORES
               NOT AT END
                   IF REGISTROS-PULAR > ZEROS
                       SUBTRACT 1 FROM REGISTROS-PULAR
                   ELSE
                       ADD 1 TO CONT-LIDOS
                       IF REG-CONJUNTO NOT = SPACES
                           AND REG-CONJUNTO NOT = CONJUNTO-ATUAL
                           IF CONJUNTO-ATUAL NOT = SPACES
                               COMPUTE REGISTROS-CONTROLE =
                                   CONT-LIDOS - 1
                               PERFORM FECHA-CONJUNTO
                           END-IF
                           MOVE REG-CONJUNTO TO CONJUNTO-ATUAL
                       END-IF
                       PERFORM VALIDA-REGISTRO
                       IF MOTIVO-REJEICAO = SPACES
                           ADD 1 TO CONT-NUMEROS
                           ADD 1 TO QTDE-VALORES
                           MOVE REG-NUMERO TO VALOR-T(QTDE-VALORES)
                           IF REG-SINAL = "-"
                               COMPUTE VALOR-T(QTDE-VALORES) =
                                   VALOR-T(QTDE-VALORES) * -1
                           END-IF
                       ELSE
                           ADD 1 TO CONT-REJEITADOS
                           PERFORM GUARDA-REJEITADO
                       END-IF
                   END-IF
           END-READ.
       VALIDA-REGISTRO.
           MOVE SPACES TO MOTIVO-REJEICAO.
           IF REG-CONJUNTO = SPACES
               MOVE "CONJUNTO-EM-BRANCO" TO MOTIVO-REJEICAO
           ELSE
               IF REG-SINAL NOT = "+" AND REG-SINAL NOT = "-"
                   AND REG-SINAL NOT = SPACE
                   MOVE "SINAL-INVALIDO" TO MOTIVO-REJEICAO
               ELSE
                   IF REG-NUMERO NOT NUMERIC
                       MOVE "NAO-NUMERICO" TO MOTIVO-REJEICAO
                   ELSE
                       IF QTDE-VALORES >= MAXIMO-VALORES
                           MOVE "CONJUNTO-EXCEDIDO"
                               TO MOTIVO-REJEICAO
                       END-IF
                   END-IF
               END-IF
           END-IF.
       GUARDA-REJEITADO.
           MOVE MOTIVO-REJEICAO   TO REJ-MOTIVO.
           MOVE CONT-LIDOS        TO REJ-LINHA.
           MOVE REG-VALOR(9:12)   TO REJ-REGISTRO.
           IF QTDE-REJ-PEND < 1000
               ADD 1 TO QTDE-REJ-PEND
               MOVE REG-REJEITADO TO REJ-PEND-T(QTDE-REJ-PEND)
           ELSE
               WRITE REG-REJEITADO
           END-IF.
       FECHA-CONJUNTO.
           IF CONJUNTO-ATUAL NOT = SPACES
               PERFORM RELATA-CONJUNTO
           END-IF.
           PERFORM VARYING IDX-REJ FROM 1 BY 1
                   UNTIL IDX-REJ > QTDE-REJ-PEND
               MOVE REJ-PEND-T(IDX-REJ) TO REG-REJEITADO
               WRITE REG-REJEITADO
           END-PERFORM.
           MOVE ZEROS TO QTDE-REJ-PEND.
           MOVE ZEROS TO QTDE-VALORES.
           MOVE SPACES TO CONJUNTO-ATUAL.
           CALL "CONTROLE-LOTE" USING "G" STEP-LOTE
               STATUS-CONTROLE REGISTROS-CONTROLE.
       RELATA-CONJUNTO.
           ADD 1 TO CONT-CONJUNTOS.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONJUNTO: " DELIMITED BY SIZE
                  CONJUNTO-ATUAL DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF QTDE-VALORES = ZEROS
               MOVE "  CONJUNTO SEM VALORES VALIDOS"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           ELSE
               CALL "CALCULA-ESTATISTICA" USING QTDE-VALORES
                   TABELA-VALORES RESULTADOS
               PERFORM GRAVA-RESULTADOS
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       GRAVA-RESULTADOS.
           MOVE QTDE-VALORES TO QTDE-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  QUANTIDADE    : " DELIMITED BY SIZE
                  QTDE-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE RES-SOMA TO SOMA-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  SOMA          : " DELIMITED BY SIZE
                  SOMA-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE RES-MEDIA TO VALOR4-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  MEDIA         : " DELIMITED BY SIZE
                  VALOR4-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE RES-MEDIANA TO VALOR4-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  MEDIANA       : " DELIMITED BY SIZE
                  VALOR4-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           IF RES-QTDE-MODAS = ZEROS
               STRING "  MODA          : " DELIMITED BY SIZE
                      "SEM MODA (VALORES NAO SE REPETEM)"
                          DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
           ELSE
               MOVE RES-MODA      TO VALOR2-E
               MOVE RES-FREQ-MODA TO FREQ-E
               STRING "  MODA          : " DELIMITED BY SIZE
                      VALOR2-E DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      FREQ-E DELIMITED BY SIZE
                      "X)" DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               IF RES-QTDE-MODAS > 1
                   MOVE "MULTIMODAL" TO LINHA-RELATORIO(43:10)
               END-IF
           END-IF.
           WRITE LINHA-RELATORIO.
           MOVE RES-VARIANCIA TO VARIANCIA-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  VARIANCIA     : " DELIMITED BY SIZE
                  VARIANCIA-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE RES-DESVIO TO VALOR4-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  DESVIO PADRAO : " DELIMITED BY SIZE
                  VALOR4-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE RES-MINIMO TO VALOR2-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  MINIMO        : " DELIMITED BY SIZE
                  VALOR2-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE RES-MAXIMO TO VALOR2-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  MAXIMO        : " DELIMITED BY SIZE
                  VALOR2-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE RES-QUARTIL1 TO VALOR4-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  1o QUARTIL    : " DELIMITED BY SIZE
                  VALOR4-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE RES-QUARTIL3 TO VALOR4-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  3o QUARTIL    : " DELIMITED BY SIZE
                  VALOR4-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       GRAVA-TRAILER.
           MOVE CONT-NUMEROS TO CONT-PROC-E.
           MOVE CONT-REJEITADOS TO CONT-REJ-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PROCESSADOS: " DELIMITED BY SIZE
                  CONT-PROC-E     DELIMITED BY SIZE
                  "  REJEITADOS: " DELIMITED BY SIZE
                  CONT-REJ-E      DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
