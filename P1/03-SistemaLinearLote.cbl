       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTEMA-LINEAR-LOTE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ARQ-SISTEMAS ASSIGN TO SISTIN
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-REJEITADOS ASSIGN TO SISTREJ
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-SOLUCOES ASSIGN TO SISTOUT
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-SISTEMAS.
           01  REG-SISTEMA.
               02 REG-CODIGO       PIC X(01).
               02 REG-IDENT        PIC X(08).
               02 REG-EQUACOES     PIC 9(02).
               02 REG-INCOGNITAS   PIC 9(02).
               02 FILLER           PIC X(120).
           01  REG-EQUACAO.
               02 FILLER           PIC X(01).
               02 REG-COEF OCCURS 10 TIMES.
                   03 REG-COEF-SINAL  PIC X(01).
                   03 REG-COEF-VALOR  PIC 9(07)V9(04).
               02 REG-TERMO-SINAL  PIC X(01).
               02 REG-TERMO-VALOR  PIC 9(07)V9(04).
           FD  ARQ-SOLUCOES.
           01  LINHA-SOLUCAO  PIC X(80).
           FD  ARQ-REJEITADOS.
           01  REG-REJEITADO.
               02 REJ-MOTIVO    PIC X(20).
               02 REJ-LINHA     PIC 9(05).
               02 REJ-REGISTRO  PIC X(12).
       WORKING-STORAGE SECTION.
           01 DADOS.
               02 EQUACOES-E   PIC Z9.
               02 INCOGNITAS-E PIC Z9.
               02 POSTO-E      PIC Z9.
               02 IDX-E        PIC 99.
               02 DETERM-E
                   PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,999999.
               02 X-E          PIC -ZZZ.ZZZ.ZZ9,999999.
               02 IDX-COEF     PIC 9(02) VALUE ZEROS.
               02 VALOR-REG    PIC S9(07)V9(04) VALUE ZEROS.
               02 IDENT-SISTEMA PIC X(08) VALUE SPACES.
               02 LINHA-CABECALHO PIC 9(06) VALUE ZEROS.
               02 REG-CABECALHO   PIC X(12) VALUE SPACES.
           01 FIM-SISTEMAS     PIC X(01) VALUE "N".
           01 CONT-SISTEMAS    PIC 9(04) VALUE ZERO.
           01 CONT-SISTEMAS-E  PIC ZZZ9.
           01 SISTEMA-ABERTO   PIC X(01) VALUE "N".
           01 SISTEMA-INVALIDO PIC X(01) VALUE "N".
           01 QTDE-REJ-PEND    PIC 9(03) VALUE ZEROS.
           01 IDX-REJ          PIC 9(03) VALUE ZEROS.
           01 TABELA-REJ-PEND.
               02 REJ-PEND-T   PIC X(37) OCCURS 20 TIMES.
           01 EQUACOES-SISTEMA.
               02 SIS-EQUACOES     PIC 9(02).
               02 SIS-INCOGNITAS   PIC 9(02).
               02 SIS-EQUACAO OCCURS 10 TIMES.
                   03 SIS-COEF     PIC S9(07)V9(04) OCCURS 10 TIMES.
                   03 SIS-TERMO    PIC S9(07)V9(04).
           01 QTDE-LIDAS       PIC 9(02) VALUE ZEROS.
           01 SOLUCAO-SISTEMA.
               02 SOL-RETORNO      PIC X(01).
               02 SOL-TEM-DETERM   PIC X(01).
               02 SOL-DETERMINANTE PIC S9(24)V9(06).
               02 SOL-POSTO        PIC 9(02).
               02 SOL-X            PIC S9(09)V9(06) OCCURS 10 TIMES.
           01 DADOS-CONTROLE-LOTE.
               02 STEP-LOTE          PIC X(08) VALUE "SISTLIN ".
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
           DISPLAY "SISTEMAS DE EQUACOES LINEARES EM LOTE".
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
               OPEN EXTEND ARQ-SOLUCOES
               MOVE SPACES TO LINHA-SOLUCAO
           ELSE
               MOVE "I" TO STATUS-CONTROLE
               MOVE ZEROS TO REGISTROS-CONTROLE
               CALL "CONTROLE-LOTE" USING "G" STEP-LOTE
                   STATUS-CONTROLE REGISTROS-CONTROLE
               OPEN OUTPUT ARQ-SOLUCOES
               OPEN OUTPUT ARQ-REJEITADOS
           END-IF.
           IF REGISTROS-PULAR = ZEROS
               MOVE "SOLUCOES DE SISTEMAS DE EQUACOES LINEARES"
               TO LINHA-SOLUCAO
               WRITE LINHA-SOLUCAO
               MOVE SPACES TO LINHA-SOLUCAO
               WRITE LINHA-SOLUCAO
           END-IF.
           OPEN INPUT ARQ-SISTEMAS.
           PERFORM PROCESSA-SISTEMA UNTIL FIM-SISTEMAS = "S".
           CLOSE ARQ-SISTEMAS.
           IF SISTEMA-ABERTO = "S"
               MOVE CONT-LIDOS TO REGISTROS-CONTROLE
               PERFORM FECHA-SISTEMA
           END-IF.
           PERFORM GRAVA-TRAILER.
           CLOSE ARQ-SOLUCOES.
           CLOSE ARQ-REJEITADOS.
           MOVE CONT-SISTEMAS TO CONT-SISTEMAS-E.
           DISPLAY "SISTEMAS PROCESSADOS: " CONT-SISTEMAS-E.
           MOVE "C" TO STATUS-CONTROLE.
           CALL "CONTROLE-LOTE" USING "G" STEP-LOTE
               STATUS-CONTROLE REGISTROS-CONTROLE.
           GOBACK.
       PROCESSA-SISTEMA.
           READ ARQ-SISTEMAS
               AT END MOVE "S" TO FIM-SISTEMAS
               NOT AT END
                   IF REGISTROS-PULAR > ZEROS
                       SUBTRACT 1 FROM REGISTROS-PULAR
                   ELSE
                       ADD 1 TO CONT-LIDOS
                       IF REG-CODIGO = "E" AND SISTEMA-ABERTO = "S"
                           PERFORM ACUMULA-EQUACAO
                       ELSE
                           IF SISTEMA-ABERTO = "S"
                               COMPUTE REGISTROS-CONTROLE =
                                   CONT-LIDOS - 1
                               PERFORM FECHA-SISTEMA
                           END-IF
                           PERFORM TRATA-REGISTRO
                       END-IF
                   END-IF
           END-READ.
       TRATA-REGISTRO.
           PERFORM VALIDA-CABECALHO.
           IF MOTIVO-REJEICAO NOT = SPACES
               ADD 1 TO CONT-REJEITADOS
               PERFORM GRAVA-REJEITADO
               MOVE CONT-LIDOS TO REGISTROS-CONTROLE
               CALL "CONTROLE-LOTE" USING "G" STEP-LOTE
                   STATUS-CONTROLE REGISTROS-CONTROLE
           ELSE
               INITIALIZE EQUACOES-SISTEMA
               MOVE REG-EQUACOES   TO SIS-EQUACOES
               MOVE REG-INCOGNITAS TO SIS-INCOGNITAS
               MOVE REG-IDENT      TO IDENT-SISTEMA
               MOVE CONT-LIDOS     TO LINHA-CABECALHO
               MOVE REG-SISTEMA    TO REG-CABECALHO
               MOVE ZEROS TO QTDE-LIDAS
               MOVE "S" TO SISTEMA-ABERTO
               MOVE "N" TO SISTEMA-INVALIDO
           END-IF.
       VALIDA-CABECALHO.
           MOVE SPACES TO MOTIVO-REJEICAO.
           IF REG-CODIGO NOT = "S" AND NOT = "E"
               MOVE "CODIGO-INVALIDO" TO MOTIVO-REJEICAO
           ELSE
               IF REG-CODIGO = "E"
                   MOVE "EQUACAO-SEM-SISTEMA" TO MOTIVO-REJEICAO
               ELSE
                   IF REG-EQUACOES NOT NUMERIC
                       OR REG-INCOGNITAS NOT NUMERIC
                       MOVE "NAO-NUMERICO" TO MOTIVO-REJEICAO
                   ELSE
                       IF REG-EQUACOES = ZEROS OR REG-EQUACOES > 10
                           OR REG-INCOGNITAS = ZEROS
                           OR REG-INCOGNITAS > 10
                           MOVE "DIMENSAO-INVALIDA" TO MOTIVO-REJEICAO
                       END-IF
                   END-IF
               END-IF
           END-IF.
       ACUMULA-EQUACAO.
           PERFORM VALIDA-EQUACAO.
           IF MOTIVO-REJEICAO = SPACES
               AND QTDE-LIDAS >= SIS-EQUACOES
               MOVE "EQUACAO-EXCEDENTE" TO MOTIVO-REJEICAO
           END-IF.
           IF MOTIVO-REJEICAO = SPACES
               ADD 1 TO QTDE-LIDAS
               PERFORM CARREGA-EQUACAO
           ELSE
               ADD 1 TO CONT-REJEITADOS
               MOVE "S" TO SISTEMA-INVALIDO
               MOVE MOTIVO-REJEICAO TO REJ-MOTIVO
               MOVE CONT-LIDOS      TO REJ-LINHA
               MOVE REG-EQUACAO     TO REJ-REGISTRO
               PERFORM GUARDA-REJEITADO
           END-IF.
       VALIDA-EQUACAO.
           MOVE SPACES TO MOTIVO-REJEICAO.
           PERFORM VARYING IDX-COEF FROM 1 BY 1
                   UNTIL IDX-COEF > SIS-INCOGNITAS
               IF REG-COEF-VALOR(IDX-COEF) NOT NUMERIC
                   MOVE "NAO-NUMERICO" TO MOTIVO-REJEICAO
               END-IF
               IF REG-COEF-SINAL(IDX-COEF) NOT = "+" AND NOT = "-"
                   AND NOT = SPACE
                   AND MOTIVO-REJEICAO = SPACES
                   MOVE "SINAL-INVALIDO" TO MOTIVO-REJEICAO
               END-IF
           END-PERFORM.
           IF REG-TERMO-VALOR NOT NUMERIC
               MOVE "NAO-NUMERICO" TO MOTIVO-REJEICAO
           END-IF.
           IF REG-TERMO-SINAL NOT = "+" AND NOT = "-" AND NOT = SPACE
               AND MOTIVO-REJEICAO = SPACES
               MOVE "SINAL-INVALIDO" TO MOTIVO-REJEICAO
           END-IF.
       CARREGA-EQUACAO.
           PERFORM VARYING IDX-COEF FROM 1 BY 1
                   UNTIL IDX-COEF > SIS-INCOGNITAS
               MOVE REG-COEF-VALOR(IDX-COEF) TO VALOR-REG
               IF REG-COEF-SINAL(IDX-COEF) = "-"
                   COMPUTE VALOR-REG = VALOR-REG * -1
               END-IF
               MOVE VALOR-REG TO SIS-COEF(QTDE-LIDAS, IDX-COEF)
           END-PERFORM.
           MOVE REG-TERMO-VALOR TO VALOR-REG.
           IF REG-TERMO-SINAL = "-"
               COMPUTE VALOR-REG = VALOR-REG * -1
           END-IF.
           MOVE VALOR-REG TO SIS-TERMO(QTDE-LIDAS).
       GUARDA-REJEITADO.
           IF QTDE-REJ-PEND < 20
               ADD 1 TO QTDE-REJ-PEND
               MOVE REG-REJEITADO TO REJ-PEND-T(QTDE-REJ-PEND)
           ELSE
               WRITE REG-REJEITADO
           END-IF.
       FECHA-SISTEMA.
           IF SISTEMA-INVALIDO = "N" AND QTDE-LIDAS < SIS-EQUACOES
               ADD 1 TO CONT-REJEITADOS
               MOVE "S" TO SISTEMA-INVALIDO
               MOVE "EQUACOES-FALTANTES" TO REJ-MOTIVO
               MOVE LINHA-CABECALHO      TO REJ-LINHA
               MOVE REG-CABECALHO        TO REJ-REGISTRO
               PERFORM GUARDA-REJEITADO
           END-IF.
           IF SISTEMA-INVALIDO = "S"
               MOVE SPACES TO LINHA-SOLUCAO
               STRING "SISTEMA " DELIMITED BY SIZE
                      IDENT-SISTEMA DELIMITED BY SIZE
                      " DESCARTADO - EQUACAO REJEITADA"
                          DELIMITED BY SIZE
                 INTO LINHA-SOLUCAO
               WRITE LINHA-SOLUCAO
               MOVE SPACES TO LINHA-SOLUCAO
               WRITE LINHA-SOLUCAO
           ELSE
               PERFORM CALCULA-SISTEMA
           END-IF.
           PERFORM VARYING IDX-REJ FROM 1 BY 1
                   UNTIL IDX-REJ > QTDE-REJ-PEND
               MOVE REJ-PEND-T(IDX-REJ) TO REG-REJEITADO
               WRITE REG-REJEITADO
           END-PERFORM.
           MOVE ZEROS TO QTDE-REJ-PEND.
           MOVE "N" TO SISTEMA-ABERTO.
           MOVE "N" TO SISTEMA-INVALIDO.
           CALL "CONTROLE-LOTE" USING "G" STEP-LOTE
               STATUS-CONTROLE REGISTROS-CONTROLE.
       CALCULA-SISTEMA.
           ADD 1 TO CONT-SISTEMAS.
           CALL "RESOLVE-SISTEMA" USING EQUACOES-SISTEMA
               SOLUCAO-SISTEMA.
           MOVE SIS-EQUACOES   TO EQUACOES-E.
           MOVE SIS-INCOGNITAS TO INCOGNITAS-E.
           MOVE SPACES TO LINHA-SOLUCAO.
           STRING "SISTEMA " DELIMITED BY SIZE
                  IDENT-SISTEMA DELIMITED BY SIZE
                  "  EQUACOES: " DELIMITED BY SIZE
                  EQUACOES-E DELIMITED BY SIZE
                  "  INCOGNITAS: " DELIMITED BY SIZE
                  INCOGNITAS-E DELIMITED BY SIZE
             INTO LINHA-SOLUCAO.
           WRITE LINHA-SOLUCAO.
           MOVE SPACES TO LINHA-SOLUCAO.
           EVALUATE SOL-RETORNO
               WHEN "U"
                   MOVE "  RESULTADO: SOLUCAO UNICA" TO LINHA-SOLUCAO
               WHEN "I"
                   MOVE "  RESULTADO: INFINITAS SOLUCOES"
                       TO LINHA-SOLUCAO
               WHEN "N"
                   MOVE "  RESULTADO: NENHUMA SOLUCAO"
                       TO LINHA-SOLUCAO
               WHEN OTHER
                   MOVE "  RESULTADO: EXCEDE A CAPACIDADE DE CALCULO"
                       TO LINHA-SOLUCAO
           END-EVALUATE.
           WRITE LINHA-SOLUCAO.
           MOVE SPACES TO LINHA-SOLUCAO.
           EVALUATE SOL-TEM-DETERM
               WHEN "S"
                   MOVE SOL-DETERMINANTE TO DETERM-E
                   STRING "  DETERMINANTE: " DELIMITED BY SIZE
                          DETERM-E DELIMITED BY SIZE
                     INTO LINHA-SOLUCAO
               WHEN "E"
                   MOVE "  DETERMINANTE: EXCEDE A CAPACIDADE"
                       TO LINHA-SOLUCAO
               WHEN OTHER
                   MOVE "  DETERMINANTE: NAO SE APLICA"
                       TO LINHA-SOLUCAO
           END-EVALUATE.
           WRITE LINHA-SOLUCAO.
           MOVE SOL-POSTO TO POSTO-E.
           MOVE SPACES TO LINHA-SOLUCAO.
           STRING "  POSTO: " DELIMITED BY SIZE
                  POSTO-E DELIMITED BY SIZE
             INTO LINHA-SOLUCAO.
           WRITE LINHA-SOLUCAO.
           IF SOL-RETORNO = "U"
               PERFORM GRAVA-INCOGNITA
                   VARYING IDX-COEF FROM 1 BY 1
                   UNTIL IDX-COEF > SIS-INCOGNITAS
           END-IF.
           MOVE SPACES TO LINHA-SOLUCAO.
           WRITE LINHA-SOLUCAO.
       GRAVA-INCOGNITA.
           MOVE IDX-COEF TO IDX-E.
           MOVE SOL-X(IDX-COEF) TO X-E.
           MOVE SPACES TO LINHA-SOLUCAO.
           STRING "  X" DELIMITED BY SIZE
                  IDX-E DELIMITED BY SIZE
                  " = " DELIMITED BY SIZE
                  X-E DELIMITED BY SIZE
             INTO LINHA-SOLUCAO.
           WRITE LINHA-SOLUCAO.
       GRAVA-REJEITADO.
           MOVE MOTIVO-REJEICAO TO REJ-MOTIVO.
           MOVE CONT-LIDOS      TO REJ-LINHA.
           MOVE REG-SISTEMA TO REJ-REGISTRO.
           WRITE REG-REJEITADO.
       GRAVA-TRAILER.
           MOVE SPACES TO LINHA-SOLUCAO.
           WRITE LINHA-SOLUCAO.
           MOVE CONT-SISTEMAS TO CONT-PROC-E.
           MOVE CONT-REJEITADOS TO CONT-REJ-E.
           MOVE SPACES TO LINHA-SOLUCAO.
           STRING "PROCESSADOS: " DELIMITED BY SIZE
                  CONT-PROC-E     DELIMITED BY SIZE
                  "  REJEITADOS: " DELIMITED BY SIZE
                  CONT-REJ-E      DELIMITED BY SIZE
             INTO LINHA-SOLUCAO.
           WRITE LINHA-SOLUCAO.
