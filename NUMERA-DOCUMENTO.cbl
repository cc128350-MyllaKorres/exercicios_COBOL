       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMERA-DOCUMENTO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-SERIES ASSIGN TO
                   "SERIESFISCAIS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-SERIES-TMP ASSIGN TO "SERIESFISCAISTMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-SERIES.
           01  REG-SERIE.
               02 SER-SERIE      PIC X(03).
               02 SER-DESCRICAO  PIC X(20).
               02 SER-ULTIMO     PIC 9(06).
               02 SER-ATIVA      PIC X(01).
           FD  ARQ-SERIES-TMP.
           01  REG-SERIE-TMP     PIC X(30).
       WORKING-STORAGE SECTION.
           01 WS-FIM           PIC X(01) VALUE "N".
           01 WS-ACHADA        PIC X(01) VALUE "N".
           01 WS-TENTATIVAS    PIC 9(02) VALUE ZEROS.
           01 WS-DONO-TRAVA    PIC X(08) VALUE SPACES.
           01 WS-RES-TRAVA     PIC X(01) VALUE SPACE.
       LINKAGE SECTION.
           01 LK-SERIE         PIC X(03).
           01 LK-NUMERO        PIC 9(06).
           01 LK-RESULTADO     PIC X(01).
       PROCEDURE DIVISION USING LK-SERIE LK-NUMERO LK-RESULTADO.
       INICIO.
           MOVE ZEROS TO LK-NUMERO.
           MOVE "N" TO LK-RESULTADO.
           MOVE "N" TO WS-RES-TRAVA.
           MOVE ZEROS TO WS-TENTATIVAS.
           PERFORM OBTEM-TRAVA
               UNTIL WS-RES-TRAVA = "S" OR WS-TENTATIVAS > 5.
           IF WS-RES-TRAVA NOT = "S"
               GOBACK
           END-IF.
           PERFORM INCREMENTA-SERIE.
           CALL "TRAVA-ARQUIVO" USING "D" "SERIESFISCAIS   "
               WS-DONO-TRAVA WS-RES-TRAVA.
           GOBACK.
       OBTEM-TRAVA.
           ADD 1 TO WS-TENTATIVAS.
           MOVE "NUMERADOR" TO WS-DONO-TRAVA.
           CALL "TRAVA-ARQUIVO" USING "T" "SERIESFISCAIS   "
               WS-DONO-TRAVA WS-RES-TRAVA.
           IF WS-RES-TRAVA NOT = "S"
               CALL "C$SLEEP" USING 1
           END-IF.
       INCREMENTA-SERIE.
           MOVE "N" TO WS-FIM.
           MOVE "N" TO WS-ACHADA.
           OPEN EXTEND ARQ-SERIES.
           CLOSE ARQ-SERIES.
           OPEN INPUT  ARQ-SERIES.
           OPEN OUTPUT ARQ-SERIES-TMP.
           PERFORM UNTIL WS-FIM = "S"
               READ ARQ-SERIES
                   AT END MOVE "S" TO WS-FIM
                   NOT AT END
                       IF SER-SERIE = LK-SERIE
                           MOVE "S" TO WS-ACHADA
                           IF SER-ATIVA = "N"
                               MOVE "I" TO LK-RESULTADO
                           ELSE
                               ADD 1 TO SER-ULTIMO
                               MOVE SER-ULTIMO TO LK-NUMERO
                               MOVE "S" TO LK-RESULTADO
                           END-IF
                       END-IF
                       MOVE REG-SERIE TO REG-SERIE-TMP
                       WRITE REG-SERIE-TMP
               END-READ
           END-PERFORM.
           CLOSE ARQ-SERIES.
           IF WS-ACHADA = "N"
               MOVE LK-SERIE TO SER-SERIE
               MOVE SPACES TO SER-DESCRICAO
               STRING "SERIE " DELIMITED BY SIZE
                      LK-SERIE DELIMITED BY SIZE
                 INTO SER-DESCRICAO
               MOVE 1 TO SER-ULTIMO
               MOVE "S" TO SER-ATIVA
               MOVE 1 TO LK-NUMERO
               MOVE "S" TO LK-RESULTADO
               MOVE REG-SERIE TO REG-SERIE-TMP
               WRITE REG-SERIE-TMP
           END-IF.
           CLOSE ARQ-SERIES-TMP.
           MOVE "N" TO WS-FIM.
           OPEN OUTPUT ARQ-SERIES.
           OPEN INPUT  ARQ-SERIES-TMP.
           PERFORM UNTIL WS-FIM = "S"
               READ ARQ-SERIES-TMP
                   AT END MOVE "S" TO WS-FIM
                   NOT AT END
                       MOVE REG-SERIE-TMP TO REG-SERIE
                       WRITE REG-SERIE
               END-READ
           END-PERFORM.
           CLOSE ARQ-SERIES.
           CLOSE ARQ-SERIES-TMP.
