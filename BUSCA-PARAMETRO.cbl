       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSCA-PARAMETRO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-PARAMETROS ASSIGN TO "PARAMETROS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUS-PARAMETROS.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-PARAMETROS.
           01  REG-PARAMETRO.
               02 PAR-CHAVE.
                   03 PAR-MODULO    PIC X(08).
                   03 PAR-NOME      PIC X(15).
                   03 PAR-VIGENCIA  PIC 9(08).
               02 PAR-VALOR     PIC 9(09)V9(06).
               02 PAR-DESCRICAO PIC X(30).
       WORKING-STORAGE SECTION.
           01 WS-STATUS-PARAMETROS PIC X(02) VALUE SPACES.
           01 WS-FIM               PIC X(01) VALUE "N".
           01 WS-DATA-REFERENCIA   PIC 9(08) VALUE ZEROS.
           01 WS-VIGENCIA-ACHADA   PIC 9(08) VALUE ZEROS.
           01 WS-DATA-DO-SISTEMA.
               02 WS-ANO           PIC 9(04) VALUE ZEROS.
               02 WS-MES           PIC 9(02) VALUE ZEROS.
               02 WS-DIA           PIC 9(02) VALUE ZEROS.
       LINKAGE SECTION.
           01 LK-MODULO        PIC X(08).
           01 LK-NOME          PIC X(15).
           01 LK-DATA          PIC 9(08).
           01 LK-VALOR         PIC 9(09)V9(06).
           01 LK-ACHOU         PIC X(01).
       PROCEDURE DIVISION USING LK-MODULO LK-NOME LK-DATA LK-VALOR
                                 LK-ACHOU.
       INICIO.
           MOVE "N" TO LK-ACHOU.
           MOVE ZEROS TO WS-VIGENCIA-ACHADA.
           IF LK-DATA = ZEROS
               CALL "DATA-SISTEMA" USING WS-DATA-DO-SISTEMA
               MOVE WS-ANO TO WS-DATA-REFERENCIA(1:4)
               MOVE WS-MES TO WS-DATA-REFERENCIA(5:2)
               MOVE WS-DIA TO WS-DATA-REFERENCIA(7:2)
           ELSE
               MOVE LK-DATA TO WS-DATA-REFERENCIA
           END-IF.
           OPEN INPUT ARQ-PARAMETROS.
           IF WS-STATUS-PARAMETROS = "00"
               MOVE "N" TO WS-FIM
               PERFORM LE-PARAMETRO UNTIL WS-FIM = "S"
               CLOSE ARQ-PARAMETROS
           END-IF.
           GOBACK.
       LE-PARAMETRO.
           READ ARQ-PARAMETROS
               AT END MOVE "S" TO WS-FIM
               NOT AT END
                   IF PAR-MODULO = LK-MODULO
                      AND PAR-NOME = LK-NOME
                      AND PAR-VIGENCIA NOT > WS-DATA-REFERENCIA
                      AND PAR-VIGENCIA NOT < WS-VIGENCIA-ACHADA
                       MOVE PAR-VIGENCIA TO WS-VIGENCIA-ACHADA
                       MOVE PAR-VALOR    TO LK-VALOR
                       MOVE "S"          TO LK-ACHOU
                   END-IF
           END-READ.
