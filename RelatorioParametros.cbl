       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-PARAMETROS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-PARAMETROS ASSIGN TO "PARAMETROS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-RELATORIO ASSIGN TO "PARAMVIG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
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
           FD  ARQ-RELATORIO.
           01  LINHA-RELATORIO PIC X(80).
       WORKING-STORAGE SECTION.
           01 REGISTROS-SPOOL  PIC 9(06) VALUE ZEROS.
           01 DATA-RELATORIO   PIC 9(08) VALUE ZEROS.
           01 DATA-BARRAS      PIC X(10) VALUE SPACES.
           01 FIM-ARQUIVO      PIC X(01) VALUE "N".
           01 CONT-VIGENTES    PIC 9(04) VALUE ZEROS.
           01 PARAMETRO-GUARDADO.
               02 GRD-MODULO    PIC X(08) VALUE SPACES.
               02 GRD-NOME      PIC X(15) VALUE SPACES.
               02 GRD-VIGENCIA  PIC 9(08) VALUE ZEROS.
               02 GRD-VALOR     PIC 9(09)V9(06) VALUE ZEROS.
               02 GRD-DESCRICAO PIC X(30) VALUE SPACES.
           01 TEM-GUARDADO     PIC X(01) VALUE "N".
           01 VALOR-E          PIC ZZZ.ZZZ.ZZ9,999999.
           01 VIGENCIA-E       PIC X(10) VALUE SPACES.
           01 CONT-E           PIC ZZZ9.
           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
               02 MES      PIC 9(02) VALUE ZEROS.
               02 DIA      PIC 9(02) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "PARAMETROS EM VIGOR NA DATA".
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           DISPLAY "DATA (AAAAMMDD, 0 = HOJE): ".
           ACCEPT DATA-RELATORIO.
           IF DATA-RELATORIO = ZEROS
               MOVE ANO TO DATA-RELATORIO(1:4)
               MOVE MES TO DATA-RELATORIO(5:2)
               MOVE DIA TO DATA-RELATORIO(7:2)
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(DATA-RELATORIO) NOT = ZEROS
               DISPLAY "DATA INVALIDA"
               STOP RUN
           END-IF.
           MOVE SPACES TO DATA-BARRAS.
           STRING DATA-RELATORIO(7:2) DELIMITED BY SIZE
                  "/"                 DELIMITED BY SIZE
                  DATA-RELATORIO(5:2) DELIMITED BY SIZE
                  "/"                 DELIMITED BY SIZE
                  DATA-RELATORIO(1:4) DELIMITED BY SIZE
             INTO DATA-BARRAS.
           PERFORM GRAVA-RELATORIO.
           MOVE CONT-VIGENTES TO CONT-E.
           DISPLAY "PARAMETROS EM VIGOR: " CONT-E.
           DISPLAY "RELATORIO GERADO EM PARAMVIG.TXT".
           STOP RUN.
       GRAVA-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PARAMETROS EM VIGOR EM " DELIMITED BY SIZE
                  DATA-BARRAS DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "MODULO   PARAMETRO       VIGENCIA  "
               TO LINHA-RELATORIO.
           MOVE "              VALOR DESCRICAO" TO LINHA-RELATORIO(36:).
           WRITE LINHA-RELATORIO.
           MOVE "N" TO TEM-GUARDADO.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-PARAMETROS.
           PERFORM LE-PARAMETRO UNTIL FIM-ARQUIVO = "S".
           CLOSE ARQ-PARAMETROS.
           IF TEM-GUARDADO = "S"
               PERFORM GRAVA-LINHA-PARAMETRO
           END-IF.
           IF CONT-VIGENTES = ZEROS
               MOVE "NENHUM PARAMETRO EM VIGOR NA DATA"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
           CLOSE ARQ-RELATORIO.
           MOVE CONT-VIGENTES TO REGISTROS-SPOOL.
           CALL "GUARDA-RELATORIO" USING "PARAMETROS"
               "PARAMVIG.TXT    " REGISTROS-SPOOL.
       LE-PARAMETRO.
           READ ARQ-PARAMETROS
               AT END MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   IF TEM-GUARDADO = "S"
                      AND (PAR-MODULO NOT = GRD-MODULO
                       OR PAR-NOME NOT = GRD-NOME)
                       PERFORM GRAVA-LINHA-PARAMETRO
                   END-IF
                   IF PAR-VIGENCIA NOT > DATA-RELATORIO
                       MOVE PAR-MODULO    TO GRD-MODULO
                       MOVE PAR-NOME      TO GRD-NOME
                       MOVE PAR-VIGENCIA  TO GRD-VIGENCIA
                       MOVE PAR-VALOR     TO GRD-VALOR
                       MOVE PAR-DESCRICAO TO GRD-DESCRICAO
                       MOVE "S" TO TEM-GUARDADO
                   END-IF
           END-READ.
       GRAVA-LINHA-PARAMETRO.
           ADD 1 TO CONT-VIGENTES.
           MOVE SPACES TO VIGENCIA-E.
           STRING GRD-VIGENCIA(7:2) DELIMITED BY SIZE
                  "/"               DELIMITED BY SIZE
                  GRD-VIGENCIA(5:2) DELIMITED BY SIZE
                  "/"               DELIMITED BY SIZE
                  GRD-VIGENCIA(1:4) DELIMITED BY SIZE
             INTO VIGENCIA-E.
           MOVE GRD-VALOR TO VALOR-E.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE GRD-MODULO    TO LINHA-RELATORIO(1:8).
           MOVE GRD-NOME      TO LINHA-RELATORIO(10:15).
           MOVE VIGENCIA-E    TO LINHA-RELATORIO(26:10).
           MOVE VALOR-E       TO LINHA-RELATORIO(37:18).
           MOVE GRD-DESCRICAO TO LINHA-RELATORIO(56:25).
           WRITE LINHA-RELATORIO.
           MOVE "N" TO TEM-GUARDADO.
