       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULA-FRETE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-PESOS ASSIGN TO "PESOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-FRETES ASSIGN TO "FRETES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-PESOS.
           01  REG-PESO.
               02 PES-CODIGO    PIC 9(05).
               02 PES-PESO      PIC 9(04)V999.
           FD  ARQ-FRETES.
           01  REG-FRETE.
               02 FRT-UF        PIC X(02).
               02 FRT-PESO-ATE  PIC 9(04)V999.
               02 FRT-VALOR     PIC 9(05)V99.
       WORKING-STORAGE SECTION.
           01 WS-FIM           PIC X(01) VALUE "N".
           01 WS-MELHOR-FAIXA  PIC 9(04)V999 VALUE ZEROS.
       LINKAGE SECTION.
           01 LK-ACAO          PIC X(01).
           01 LK-CODIGO        PIC 9(05).
           01 LK-QTDE          PIC 9(06).
           01 LK-UF            PIC X(02).
           01 LK-PESO          PIC 9(05)V999.
           01 LK-VALOR         PIC 9(05)V99.
           01 LK-RESULTADO     PIC X(01).
       PROCEDURE DIVISION USING LK-ACAO LK-CODIGO LK-QTDE LK-UF
                                 LK-PESO LK-VALOR LK-RESULTADO.
       INICIO.
           MOVE "N" TO LK-RESULTADO.
           IF LK-ACAO = "P"
               PERFORM SOMA-PESO
           ELSE
               PERFORM BUSCA-FRETE
           END-IF.
           GOBACK.
       SOMA-PESO.
           MOVE "N" TO WS-FIM.
           OPEN INPUT ARQ-PESOS.
           PERFORM UNTIL WS-FIM = "S"
               READ ARQ-PESOS
                   AT END MOVE "S" TO WS-FIM
                   NOT AT END
                       IF PES-CODIGO = LK-CODIGO
                           COMPUTE LK-PESO = LK-PESO
                               + PES-PESO * LK-QTDE
                           MOVE "S" TO LK-RESULTADO
                           MOVE "S" TO WS-FIM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-PESOS.
       BUSCA-FRETE.
           MOVE ZEROS TO LK-VALOR.
           MOVE ZEROS TO WS-MELHOR-FAIXA.
           MOVE "N" TO WS-FIM.
           OPEN INPUT ARQ-FRETES.
           PERFORM UNTIL WS-FIM = "S"
               READ ARQ-FRETES
                   AT END MOVE "S" TO WS-FIM
                   NOT AT END
                       IF FRT-UF = LK-UF
                          AND FRT-PESO-ATE >= LK-PESO
                          AND (LK-RESULTADO = "N"
                               OR FRT-PESO-ATE < WS-MELHOR-FAIXA)
                           MOVE FRT-PESO-ATE TO WS-MELHOR-FAIXA
                           MOVE FRT-VALOR    TO LK-VALOR
                           MOVE "S" TO LK-RESULTADO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-FRETES.
