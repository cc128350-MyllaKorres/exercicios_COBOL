       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDA-MUNICIPIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-MUNICIPIOS ASSIGN TO "MUNICIPIOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUS-MUNICIPIOS.
               SELECT OPTIONAL ARQ-CEPFAIXAS ASSIGN TO "CEPFAIXAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUS-CEPFAIXAS.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-MUNICIPIOS.
           01  REG-MUNICIPIO.
               02 MUN-CODIGO    PIC 9(07).
               02 MUN-NOME      PIC X(30).
               02 MUN-UF        PIC X(02).
           FD  ARQ-CEPFAIXAS.
           01  REG-CEPFAIXA.
               02 CEP-INICIAL   PIC 9(08).
               02 CEP-FINAL     PIC 9(08).
               02 CEP-MUNICIPIO PIC 9(07).
       WORKING-STORAGE SECTION.
           01 WS-STATUS-MUNICIPIOS PIC X(02) VALUE SPACES.
           01 WS-STATUS-CEPFAIXAS  PIC X(02) VALUE SPACES.
           01 WS-CARREGADO      PIC X(01) VALUE "N".
           01 WS-FIM            PIC X(01) VALUE "N".
           01 WS-QTDE-MUNICIPIOS PIC 9(04) VALUE ZEROS.
           01 WS-TABELA-MUNICIPIOS.
               02 WS-MUNICIPIO-T OCCURS 1 TO 6000 TIMES
                                 DEPENDING ON WS-QTDE-MUNICIPIOS.
                   03 WS-T-CODIGO   PIC 9(07).
                   03 WS-T-NOME     PIC X(30).
                   03 WS-T-UF       PIC X(02).
           01 WS-QTDE-FAIXAS    PIC 9(04) VALUE ZEROS.
           01 WS-TABELA-FAIXAS.
               02 WS-FAIXA-T OCCURS 1 TO 6000 TIMES
                             DEPENDING ON WS-QTDE-FAIXAS.
                   03 WS-T-CEP-INICIAL PIC 9(08).
                   03 WS-T-CEP-FINAL   PIC 9(08).
                   03 WS-T-CEP-MUNICIPIO PIC 9(07).
           01 WS-IDX            PIC 9(04) VALUE ZEROS.
           01 WS-IDX-ACHADO     PIC 9(04) VALUE ZEROS.
           01 WS-QTDE-ACHADOS   PIC 9(04) VALUE ZEROS.
           01 WS-CODIGO-ACHADO  PIC 9(07) VALUE ZEROS.
           01 WS-CIDADE         PIC X(20) VALUE SPACES.
       LINKAGE SECTION.
           01 LK-CEP           PIC 9(08).
           01 LK-CIDADE        PIC X(20).
           01 LK-UF            PIC X(02).
           01 LK-MUNICIPIO     PIC 9(07).
           01 LK-RETORNO       PIC X(01).
       PROCEDURE DIVISION USING LK-CEP LK-CIDADE LK-UF LK-MUNICIPIO
                                 LK-RETORNO.
       INICIO.
           IF WS-CARREGADO = "N"
               PERFORM CARREGA-TABELAS
           END-IF.
           MOVE "N" TO LK-RETORNO.
           MOVE FUNCTION UPPER-CASE(LK-CIDADE) TO WS-CIDADE.
           MOVE FUNCTION TRIM(WS-CIDADE LEADING) TO LK-CIDADE.
           MOVE FUNCTION UPPER-CASE(LK-UF) TO LK-UF.
           IF WS-QTDE-MUNICIPIOS = ZEROS
               MOVE ZEROS TO LK-MUNICIPIO
               MOVE "S" TO LK-RETORNO
               GOBACK
           END-IF.
           EVALUATE TRUE
               WHEN LK-CEP > ZEROS AND WS-QTDE-FAIXAS > ZEROS
                   PERFORM VALIDA-POR-CEP
               WHEN LK-CIDADE NOT = SPACES
                   PERFORM VALIDA-POR-CIDADE
               WHEN LK-MUNICIPIO > ZEROS
                   MOVE LK-MUNICIPIO TO WS-CODIGO-ACHADO
                   PERFORM LOCALIZA-CODIGO
                   IF WS-IDX-ACHADO > ZEROS
                       PERFORM DEVOLVE-MUNICIPIO
                   END-IF
           END-EVALUATE.
           GOBACK.
       CARREGA-TABELAS.
           MOVE ZEROS TO WS-QTDE-MUNICIPIOS.
           OPEN INPUT ARQ-MUNICIPIOS.
           IF WS-STATUS-MUNICIPIOS = "00"
               MOVE "N" TO WS-FIM
               PERFORM LE-MUNICIPIO UNTIL WS-FIM = "S"
               CLOSE ARQ-MUNICIPIOS
           END-IF.
           MOVE ZEROS TO WS-QTDE-FAIXAS.
           OPEN INPUT ARQ-CEPFAIXAS.
           IF WS-STATUS-CEPFAIXAS = "00"
               MOVE "N" TO WS-FIM
               PERFORM LE-CEPFAIXA UNTIL WS-FIM = "S"
               CLOSE ARQ-CEPFAIXAS
           END-IF.
           MOVE "S" TO WS-CARREGADO.
       LE-MUNICIPIO.
           READ ARQ-MUNICIPIOS
               AT END MOVE "S" TO WS-FIM
               NOT AT END
                   IF WS-QTDE-MUNICIPIOS < 6000
                       ADD 1 TO WS-QTDE-MUNICIPIOS
                       MOVE REG-MUNICIPIO
                         TO WS-MUNICIPIO-T(WS-QTDE-MUNICIPIOS)
                   ELSE
                       DISPLAY "MUNICIPIOS.DAT EXCEDE 6000 REGISTROS"
                       MOVE "S" TO WS-FIM
                   END-IF
           END-READ.
       LE-CEPFAIXA.
           READ ARQ-CEPFAIXAS
               AT END MOVE "S" TO WS-FIM
               NOT AT END
                   IF WS-QTDE-FAIXAS < 6000
                       ADD 1 TO WS-QTDE-FAIXAS
                       MOVE REG-CEPFAIXA TO WS-FAIXA-T(WS-QTDE-FAIXAS)
                   ELSE
                       DISPLAY "CEPFAIXAS.DAT EXCEDE 6000 REGISTROS"
                       MOVE "S" TO WS-FIM
                   END-IF
           END-READ.
       VALIDA-POR-CEP.
           MOVE ZEROS TO LK-MUNICIPIO.
           MOVE ZEROS TO WS-CODIGO-ACHADO.
           PERFORM PROCURA-FAIXA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTDE-FAIXAS
                  OR WS-CODIGO-ACHADO > ZEROS.
           MOVE ZEROS TO WS-IDX-ACHADO.
           IF WS-CODIGO-ACHADO > ZEROS
               PERFORM LOCALIZA-CODIGO
           END-IF.
           IF WS-IDX-ACHADO = ZEROS
               MOVE "C" TO LK-RETORNO
           ELSE
               IF (LK-CIDADE NOT = SPACES
                   AND LK-CIDADE NOT = WS-T-NOME(WS-IDX-ACHADO)(1:20))
                  OR (LK-UF NOT = SPACES
                   AND LK-UF NOT = WS-T-UF(WS-IDX-ACHADO))
                   MOVE "D" TO LK-RETORNO
               ELSE
                   PERFORM DEVOLVE-MUNICIPIO
               END-IF
           END-IF.
       PROCURA-FAIXA.
           IF LK-CEP NOT < WS-T-CEP-INICIAL(WS-IDX)
              AND LK-CEP NOT > WS-T-CEP-FINAL(WS-IDX)
               MOVE WS-T-CEP-MUNICIPIO(WS-IDX) TO WS-CODIGO-ACHADO
           END-IF.
       LOCALIZA-CODIGO.
           MOVE ZEROS TO WS-IDX-ACHADO.
           PERFORM COMPARA-CODIGO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTDE-MUNICIPIOS
                  OR WS-IDX-ACHADO > ZEROS.
       COMPARA-CODIGO.
           IF WS-T-CODIGO(WS-IDX) = WS-CODIGO-ACHADO
               MOVE WS-IDX TO WS-IDX-ACHADO
           END-IF.
       VALIDA-POR-CIDADE.
           MOVE ZEROS TO LK-MUNICIPIO.
           MOVE ZEROS TO WS-IDX-ACHADO.
           MOVE ZEROS TO WS-QTDE-ACHADOS.
           PERFORM COMPARA-CIDADE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTDE-MUNICIPIOS.
           EVALUATE WS-QTDE-ACHADOS
               WHEN ZEROS
                   MOVE "N" TO LK-RETORNO
               WHEN 1
                   PERFORM DEVOLVE-MUNICIPIO
               WHEN OTHER
                   MOVE "U" TO LK-RETORNO
           END-EVALUATE.
       COMPARA-CIDADE.
           IF WS-T-NOME(WS-IDX)(1:20) = LK-CIDADE
              AND (LK-UF = SPACES OR WS-T-UF(WS-IDX) = LK-UF)
               ADD 1 TO WS-QTDE-ACHADOS
               MOVE WS-IDX TO WS-IDX-ACHADO
           END-IF.
       DEVOLVE-MUNICIPIO.
           MOVE WS-T-NOME(WS-IDX-ACHADO)   TO LK-CIDADE.
           MOVE WS-T-UF(WS-IDX-ACHADO)     TO LK-UF.
           MOVE WS-T-CODIGO(WS-IDX-ACHADO) TO LK-MUNICIPIO.
           MOVE "S" TO LK-RETORNO.
