       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTE-UNIDADE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-UNIDADES ASSIGN TO "PRODUNIDADES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-UNIDADES.
           01  REG-UNIDADE.
               02 UND-BARRAS    PIC X(14).
               02 UND-CODIGO    PIC 9(05).
               02 UND-UNIDADE   PIC X(06).
               02 UND-FATOR     PIC 9(05).
       WORKING-STORAGE SECTION.
           01 WS-FIM-UNIDADES  PIC X(01) VALUE "N".
           01 WS-TAMANHO       PIC 9(02) VALUE ZEROS.
       LINKAGE SECTION.
           01 LK-ACAO          PIC X(01).
           01 LK-ENTRADA       PIC X(14).
           01 LK-CODIGO        PIC 9(05).
           01 LK-UNIDADE       PIC X(06).
           01 LK-FATOR         PIC 9(05).
           01 LK-RESULTADO     PIC X(01).
       PROCEDURE DIVISION USING LK-ACAO LK-ENTRADA LK-CODIGO
                                 LK-UNIDADE LK-FATOR LK-RESULTADO.
       INICIO.
           MOVE "N" TO LK-RESULTADO.
           IF LK-ACAO = "B"
               PERFORM RESOLVE-ENTRADA
                   THRU RESOLVE-ENTRADA-SAIDA
           ELSE
               PERFORM RESOLVE-UNIDADE
                   THRU RESOLVE-UNIDADE-SAIDA
           END-IF.
           GOBACK.
       RESOLVE-ENTRADA.
           MOVE ZEROS TO LK-CODIGO.
           MOVE SPACES TO LK-UNIDADE.
           MOVE ZEROS TO LK-FATOR.
           IF LK-ENTRADA = SPACES
               GO TO RESOLVE-ENTRADA-SAIDA
           END-IF.
           MOVE "N" TO WS-FIM-UNIDADES.
           OPEN INPUT ARQ-UNIDADES.
           PERFORM UNTIL WS-FIM-UNIDADES = "S"
               READ ARQ-UNIDADES
                   AT END MOVE "S" TO WS-FIM-UNIDADES
                   NOT AT END
                       IF UND-BARRAS = LK-ENTRADA
                           MOVE UND-CODIGO  TO LK-CODIGO
                           MOVE UND-UNIDADE TO LK-UNIDADE
                           MOVE UND-FATOR   TO LK-FATOR
                           MOVE "S" TO LK-RESULTADO
                           MOVE "S" TO WS-FIM-UNIDADES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-UNIDADES.
           IF LK-RESULTADO = "S"
               GO TO RESOLVE-ENTRADA-SAIDA
           END-IF.
           MOVE ZEROS TO WS-TAMANHO.
           INSPECT LK-ENTRADA TALLYING WS-TAMANHO
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-TAMANHO > ZEROS AND WS-TAMANHO < 6
               IF LK-ENTRADA(1:WS-TAMANHO) IS NUMERIC
                   MOVE LK-ENTRADA(1:WS-TAMANHO) TO LK-CODIGO
                   MOVE "UN" TO LK-UNIDADE
                   MOVE 1    TO LK-FATOR
                   MOVE "S"  TO LK-RESULTADO
               END-IF
           END-IF.
       RESOLVE-ENTRADA-SAIDA.
           EXIT.
       RESOLVE-UNIDADE.
           MOVE ZEROS TO LK-FATOR.
           IF LK-UNIDADE = SPACES OR LK-UNIDADE = "UN"
               MOVE "UN" TO LK-UNIDADE
               MOVE 1    TO LK-FATOR
               MOVE "S"  TO LK-RESULTADO
               GO TO RESOLVE-UNIDADE-SAIDA
           END-IF.
           MOVE "N" TO WS-FIM-UNIDADES.
           OPEN INPUT ARQ-UNIDADES.
           PERFORM UNTIL WS-FIM-UNIDADES = "S"
               READ ARQ-UNIDADES
                   AT END MOVE "S" TO WS-FIM-UNIDADES
                   NOT AT END
                       IF UND-CODIGO = LK-CODIGO
                          AND UND-UNIDADE = LK-UNIDADE
                           MOVE UND-FATOR TO LK-FATOR
                           MOVE "S" TO LK-RESULTADO
                           MOVE "S" TO WS-FIM-UNIDADES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-UNIDADES.
       RESOLVE-UNIDADE-SAIDA.
           EXIT.
