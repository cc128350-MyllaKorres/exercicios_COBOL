       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESERVA-ESTOQUE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-RESERVAS ASSIGN TO "RESERVAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-RESERVAS-TMP ASSIGN TO "RESERVASTMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-RESERVAS.
           01  REG-RESERVA.
               02 RSV-ORIGEM     PIC X(01).
               02 RSV-DOCUMENTO  PIC 9(06).
               02 RSV-CODIGO     PIC 9(05).
               02 RSV-DEPOSITO   PIC 9(02).
               02 RSV-QTDE       PIC 9(06).
               02 RSV-DATA       PIC 9(08).
               02 RSV-VALIDADE   PIC 9(08).
               02 RSV-STATUS     PIC X(01).
               02 RSV-DATA-BAIXA PIC 9(08).
           FD  ARQ-RESERVAS-TMP.
           01  REG-RESERVA-TMP   PIC X(45).
       WORKING-STORAGE SECTION.
           01 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.
           01 WS-FIM-RESERVAS  PIC X(01) VALUE "N".
           01 WS-FIM-TMP       PIC X(01) VALUE "N".
       LINKAGE SECTION.
           01 LK-ACAO          PIC X(01).
           01 LK-ORIGEM        PIC X(01).
           01 LK-DOCUMENTO     PIC 9(06).
           01 LK-CODIGO        PIC 9(05).
           01 LK-DEPOSITO      PIC 9(02).
           01 LK-QTDE          PIC 9(06).
           01 LK-VALIDADE      PIC 9(08).
           01 LK-SITUACAO      PIC X(01).
       PROCEDURE DIVISION USING LK-ACAO LK-ORIGEM LK-DOCUMENTO
                                 LK-CODIGO LK-DEPOSITO LK-QTDE
                                 LK-VALIDADE LK-SITUACAO.
       INICIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           EVALUATE LK-ACAO
               WHEN "R"
                   PERFORM GRAVA-RESERVA
               WHEN "B"
                   PERFORM BAIXA-RESERVAS
               WHEN OTHER
                   PERFORM SOMA-RESERVADO
           END-EVALUATE.
           GOBACK.
       GRAVA-RESERVA.
           IF LK-QTDE > ZEROS
               MOVE LK-ORIGEM    TO RSV-ORIGEM
               MOVE LK-DOCUMENTO TO RSV-DOCUMENTO
               MOVE LK-CODIGO    TO RSV-CODIGO
               MOVE LK-DEPOSITO  TO RSV-DEPOSITO
               MOVE LK-QTDE      TO RSV-QTDE
               MOVE WS-DATA-HOJE TO RSV-DATA
               MOVE LK-VALIDADE  TO RSV-VALIDADE
               MOVE "A"          TO RSV-STATUS
               MOVE ZEROS        TO RSV-DATA-BAIXA
               OPEN EXTEND ARQ-RESERVAS
               WRITE REG-RESERVA
               CLOSE ARQ-RESERVAS
           END-IF.
       SOMA-RESERVADO.
           MOVE ZEROS TO LK-QTDE.
           MOVE "N" TO WS-FIM-RESERVAS.
           OPEN INPUT ARQ-RESERVAS.
           PERFORM UNTIL WS-FIM-RESERVAS = "S"
               READ ARQ-RESERVAS
                   AT END MOVE "S" TO WS-FIM-RESERVAS
                   NOT AT END
                       IF RSV-CODIGO = LK-CODIGO
                          AND RSV-DEPOSITO = LK-DEPOSITO
                          AND RSV-STATUS = "A"
                          AND (RSV-VALIDADE = ZEROS
                               OR RSV-VALIDADE >= WS-DATA-HOJE)
                           ADD RSV-QTDE TO LK-QTDE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-RESERVAS.
       BAIXA-RESERVAS.
           MOVE ZEROS TO LK-QTDE.
           MOVE "N" TO WS-FIM-TMP.
           OPEN EXTEND ARQ-RESERVAS.
           CLOSE ARQ-RESERVAS.
           OPEN INPUT  ARQ-RESERVAS.
           OPEN OUTPUT ARQ-RESERVAS-TMP.
           PERFORM UNTIL WS-FIM-TMP = "S"
               READ ARQ-RESERVAS
                   AT END MOVE "S" TO WS-FIM-TMP
                   NOT AT END
                       IF RSV-ORIGEM = LK-ORIGEM
                          AND RSV-DOCUMENTO = LK-DOCUMENTO
                          AND RSV-STATUS = "A"
                           MOVE LK-SITUACAO  TO RSV-STATUS
                           MOVE WS-DATA-HOJE TO RSV-DATA-BAIXA
                           ADD 1 TO LK-QTDE
                       END-IF
                       MOVE REG-RESERVA TO REG-RESERVA-TMP
                       WRITE REG-RESERVA-TMP
               END-READ
           END-PERFORM.
           CLOSE ARQ-RESERVAS.
           CLOSE ARQ-RESERVAS-TMP.
           MOVE "N" TO WS-FIM-TMP.
           OPEN OUTPUT ARQ-RESERVAS.
           OPEN INPUT  ARQ-RESERVAS-TMP.
           PERFORM UNTIL WS-FIM-TMP = "S"
               READ ARQ-RESERVAS-TMP
                   AT END MOVE "S" TO WS-FIM-TMP
                   NOT AT END
                       MOVE REG-RESERVA-TMP TO REG-RESERVA
                       WRITE REG-RESERVA
               END-READ
           END-PERFORM.
           CLOSE ARQ-RESERVAS.
           CLOSE ARQ-RESERVAS-TMP.
