       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESOLVE-SISTEMA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           01 WS-MATRIZ.
               02 WS-LINHA OCCURS 10 TIMES.
                   03 WS-A     PIC S9(15)V9(18) OCCURS 11 TIMES.
           01 WS-PIVO-DA-LINHA.
               02 WS-PIVO-COL  PIC 9(02) OCCURS 10 TIMES.
           01 WS-AUX-LINHA.
               02 WS-AUX       PIC S9(15)V9(18) OCCURS 11 TIMES.
           01 WS-I             PIC 9(02) VALUE ZEROS.
           01 WS-J             PIC 9(02) VALUE ZEROS.
           01 WS-COL           PIC 9(02) VALUE ZEROS.
           01 WS-TERMO-COL     PIC 9(02) VALUE ZEROS.
           01 WS-LINHA-PIVO    PIC 9(02) VALUE ZEROS.
           01 WS-LINHA-MAIOR   PIC 9(02) VALUE ZEROS.
           01 WS-MAIOR         PIC S9(15)V9(18) VALUE ZEROS.
           01 WS-VALOR-ABS     PIC S9(15)V9(18) VALUE ZEROS.
           01 WS-FATOR         PIC S9(15)V9(18) VALUE ZEROS.
           01 WS-PRODUTO       PIC S9(15)V9(18) VALUE ZEROS.
           01 WS-DETERMINANTE  PIC S9(24)V9(12) VALUE ZEROS.
           01 WS-TROCAS        PIC 9(02) VALUE ZEROS.
           01 WS-TOLERANCIA    PIC 9V9(12) VALUE 0,000000001.
           01 WS-ESTOURO       PIC X(01) VALUE "N".
       LINKAGE SECTION.
           01 LK-SISTEMA.
               02 LK-EQUACOES     PIC 9(02).
               02 LK-INCOGNITAS   PIC 9(02).
               02 LK-EQUACAO OCCURS 10 TIMES.
                   03 LK-COEF     PIC S9(07)V9(04) OCCURS 10 TIMES.
                   03 LK-TERMO    PIC S9(07)V9(04).
           01 LK-SOLUCAO.
               02 LK-RETORNO      PIC X(01).
               02 LK-TEM-DETERM   PIC X(01).
               02 LK-DETERMINANTE PIC S9(24)V9(06).
               02 LK-POSTO        PIC 9(02).
               02 LK-X            PIC S9(09)V9(06) OCCURS 10 TIMES.
       PROCEDURE DIVISION USING LK-SISTEMA LK-SOLUCAO.
       INICIO.
           INITIALIZE LK-SOLUCAO.
           MOVE "N" TO WS-ESTOURO.
           MOVE "N" TO LK-TEM-DETERM.
           IF LK-EQUACOES = ZEROS OR LK-EQUACOES > 10
               OR LK-INCOGNITAS = ZEROS OR LK-INCOGNITAS > 10
               MOVE "E" TO LK-RETORNO
               GOBACK
           END-IF.
           PERFORM CARREGA-MATRIZ.
           PERFORM ESCALONA-MATRIZ.
           IF WS-ESTOURO = "S"
               MOVE "E" TO LK-RETORNO
               GOBACK
           END-IF.
           SUBTRACT 1 FROM WS-LINHA-PIVO GIVING LK-POSTO.
           PERFORM CLASSIFICA-SISTEMA.
           IF LK-EQUACOES = LK-INCOGNITAS
               PERFORM CALCULA-DETERMINANTE
           END-IF.
           GOBACK.
       CARREGA-MATRIZ.
           INITIALIZE WS-MATRIZ WS-PIVO-DA-LINHA.
           ADD 1 TO LK-INCOGNITAS GIVING WS-TERMO-COL.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > LK-EQUACOES
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > LK-INCOGNITAS
                   MOVE LK-COEF(WS-I, WS-J) TO WS-A(WS-I, WS-J)
               END-PERFORM
               MOVE LK-TERMO(WS-I) TO WS-A(WS-I, WS-TERMO-COL)
           END-PERFORM.
       ESCALONA-MATRIZ.
           MOVE 1 TO WS-LINHA-PIVO.
           MOVE ZEROS TO WS-TROCAS.
           PERFORM ESCALONA-COLUNA
               VARYING WS-COL FROM 1 BY 1
               UNTIL WS-COL > LK-INCOGNITAS
                  OR WS-LINHA-PIVO > LK-EQUACOES
                  OR WS-ESTOURO = "S".
       ESCALONA-COLUNA.
           MOVE ZEROS TO WS-MAIOR.
           MOVE ZEROS TO WS-LINHA-MAIOR.
           PERFORM VARYING WS-I FROM WS-LINHA-PIVO BY 1
                   UNTIL WS-I > LK-EQUACOES
               MOVE FUNCTION ABS (WS-A(WS-I, WS-COL)) TO WS-VALOR-ABS
               IF WS-VALOR-ABS > WS-MAIOR
                   MOVE WS-VALOR-ABS TO WS-MAIOR
                   MOVE WS-I         TO WS-LINHA-MAIOR
               END-IF
           END-PERFORM.
           IF WS-MAIOR > WS-TOLERANCIA
               IF WS-LINHA-MAIOR NOT = WS-LINHA-PIVO
                   MOVE WS-LINHA(WS-LINHA-PIVO) TO WS-AUX-LINHA
                   MOVE WS-LINHA(WS-LINHA-MAIOR)
                       TO WS-LINHA(WS-LINHA-PIVO)
                   MOVE WS-AUX-LINHA TO WS-LINHA(WS-LINHA-MAIOR)
                   ADD 1 TO WS-TROCAS
               END-IF
               MOVE WS-COL TO WS-PIVO-COL(WS-LINHA-PIVO)
               PERFORM ELIMINA-LINHA
                   VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > LK-EQUACOES OR WS-ESTOURO = "S"
               ADD 1 TO WS-LINHA-PIVO
           END-IF.
       ELIMINA-LINHA.
           IF WS-I NOT = WS-LINHA-PIVO
               AND WS-A(WS-I, WS-COL) NOT = ZEROS
               COMPUTE WS-FATOR ROUNDED =
                   WS-A(WS-I, WS-COL) / WS-A(WS-LINHA-PIVO, WS-COL)
                   ON SIZE ERROR MOVE "S" TO WS-ESTOURO
               END-COMPUTE
               PERFORM VARYING WS-J FROM WS-COL BY 1
                       UNTIL WS-J > WS-TERMO-COL OR WS-ESTOURO = "S"
                   COMPUTE WS-PRODUTO ROUNDED =
                       WS-FATOR * WS-A(WS-LINHA-PIVO, WS-J)
                       ON SIZE ERROR MOVE "S" TO WS-ESTOURO
                   END-COMPUTE
                   SUBTRACT WS-PRODUTO FROM WS-A(WS-I, WS-J)
                       ON SIZE ERROR MOVE "S" TO WS-ESTOURO
                   END-SUBTRACT
               END-PERFORM
               MOVE ZEROS TO WS-A(WS-I, WS-COL)
           END-IF.
       CLASSIFICA-SISTEMA.
           MOVE "U" TO LK-RETORNO.
           PERFORM VARYING WS-I FROM WS-LINHA-PIVO BY 1
                   UNTIL WS-I > LK-EQUACOES
               MOVE FUNCTION ABS (WS-A(WS-I, WS-TERMO-COL))
                   TO WS-VALOR-ABS
               IF WS-VALOR-ABS > WS-TOLERANCIA
                   MOVE "N" TO LK-RETORNO
               END-IF
           END-PERFORM.
           IF LK-RETORNO = "U" AND LK-POSTO < LK-INCOGNITAS
               MOVE "I" TO LK-RETORNO
           END-IF.
           IF LK-RETORNO = "U"
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > LK-POSTO
                   MOVE WS-PIVO-COL(WS-I) TO WS-COL
                   COMPUTE LK-X(WS-COL) ROUNDED =
                       WS-A(WS-I, WS-TERMO-COL) / WS-A(WS-I, WS-COL)
                       ON SIZE ERROR MOVE "E" TO LK-RETORNO
                   END-COMPUTE
               END-PERFORM
           END-IF.
       CALCULA-DETERMINANTE.
           MOVE "S" TO LK-TEM-DETERM.
           IF LK-POSTO < LK-INCOGNITAS
               MOVE ZEROS TO LK-DETERMINANTE
           ELSE
               MOVE 1 TO WS-DETERMINANTE
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > LK-POSTO OR LK-TEM-DETERM = "E"
                   MULTIPLY WS-A(WS-I, WS-I) BY WS-DETERMINANTE
                       ROUNDED
                       ON SIZE ERROR MOVE "E" TO LK-TEM-DETERM
                   END-MULTIPLY
               END-PERFORM
               IF FUNCTION MOD (WS-TROCAS, 2) = 1
                   COMPUTE WS-DETERMINANTE = WS-DETERMINANTE * -1
               END-IF
               IF LK-TEM-DETERM = "S"
                   COMPUTE LK-DETERMINANTE ROUNDED = WS-DETERMINANTE
                       ON SIZE ERROR MOVE "E" TO LK-TEM-DETERM
                   END-COMPUTE
               END-IF
           END-IF.
