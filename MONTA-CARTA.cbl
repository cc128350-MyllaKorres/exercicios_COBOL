       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTA-CARTA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-MODELOS ASSIGN TO "MODELOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-MODELOS.
           01  REG-MODELO.
               02 MOD-CHAVE.
                   03 MOD-MODELO    PIC X(08).
                   03 MOD-PARTE     PIC X(02).
                   03 MOD-VIGENCIA  PIC 9(08).
                   03 MOD-LINHA     PIC 9(02).
               02 MOD-TEXTO     PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-CARREGADO     PIC X(01) VALUE "N".
           01 WS-FIM           PIC X(01) VALUE "N".
           01 WS-QTDE-MODELOS  PIC 9(04) VALUE ZEROS.
           01 WS-TABELA-MODELOS.
               02 WS-MODELO-T OCCURS 1 TO 600 TIMES
                              DEPENDING ON WS-QTDE-MODELOS.
                   03 WS-T-MODELO   PIC X(08).
                   03 WS-T-PARTE    PIC X(02).
                   03 WS-T-VIGENCIA PIC 9(08).
                   03 WS-T-LINHA    PIC 9(02).
                   03 WS-T-TEXTO    PIC X(80).
           01 WS-IDX           PIC 9(04) VALUE ZEROS.
           01 WS-VIGENCIA-ESCOLHIDA PIC 9(08) VALUE ZEROS.
           01 WS-ULTIMO-AUSENTE PIC X(20) VALUE SPACES.
           01 WS-CHAVE-AUSENTE.
               02 WS-AUS-MODELO PIC X(08).
               02 WS-AUS-BARRA  PIC X(01) VALUE "/".
               02 WS-AUS-PARTE  PIC X(02).
               02 FILLER        PIC X(09) VALUE SPACES.
           01 WS-MESCLA.
               02 WS-ORIGEM     PIC X(80).
               02 WS-SAIDA      PIC X(80).
               02 WS-POS        PIC 9(03).
               02 WS-POS-SAIDA  PIC 9(03).
               02 WS-POS-FECHA  PIC 9(03).
               02 WS-POS-LIMITE PIC 9(03).
               02 WS-K          PIC 9(03).
               02 WS-TAM-NOME   PIC 9(02).
               02 WS-NOME-CAMPO PIC X(12).
               02 WS-IDX-CAMPO  PIC 9(02).
               02 WS-CAMPO-ACHADO PIC 9(02).
               02 WS-TAM-VALOR  PIC 9(02).
       LINKAGE SECTION.
           01 LK-MODELO        PIC X(08).
           01 LK-PARTE         PIC X(02).
           01 LK-DATA          PIC 9(08).
           01 LK-CAMPOS.
               02 LK-QTDE-CAMPOS PIC 9(02).
               02 LK-CAMPO OCCURS 20 TIMES.
                   03 LK-CAMPO-NOME  PIC X(12).
                   03 LK-CAMPO-VALOR PIC X(40).
           01 LK-TEXTO.
               02 LK-QTDE-LINHAS PIC 9(02).
               02 LK-LINHA       PIC X(80) OCCURS 40 TIMES.
           01 LK-ACHOU         PIC X(01).
       PROCEDURE DIVISION USING LK-MODELO LK-PARTE LK-DATA LK-CAMPOS
                                 LK-TEXTO LK-ACHOU.
       INICIO.
           IF WS-CARREGADO = "N"
               PERFORM CARREGA-MODELOS
           END-IF.
           MOVE "N"   TO LK-ACHOU.
           MOVE ZEROS TO LK-QTDE-LINHAS.
           MOVE ZEROS TO WS-VIGENCIA-ESCOLHIDA.
           PERFORM ESCOLHE-VIGENCIA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTDE-MODELOS.
           IF LK-ACHOU = "S"
               PERFORM MONTA-LINHA
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTDE-MODELOS
           ELSE
               PERFORM AVISA-AUSENTE
           END-IF.
           GOBACK.
       CARREGA-MODELOS.
           MOVE ZEROS TO WS-QTDE-MODELOS.
           MOVE "N" TO WS-FIM.
           OPEN INPUT ARQ-MODELOS.
           PERFORM LE-MODELO UNTIL WS-FIM = "S".
           CLOSE ARQ-MODELOS.
           MOVE "S" TO WS-CARREGADO.
       LE-MODELO.
           READ ARQ-MODELOS
               AT END MOVE "S" TO WS-FIM
               NOT AT END
                   IF WS-QTDE-MODELOS < 600
                       ADD 1 TO WS-QTDE-MODELOS
                       MOVE REG-MODELO TO WS-MODELO-T(WS-QTDE-MODELOS)
                   ELSE
                       DISPLAY "MODELOS.DAT EXCEDE 600 LINHAS"
                       MOVE "S" TO WS-FIM
                   END-IF
           END-READ.
       ESCOLHE-VIGENCIA.
           IF WS-T-MODELO(WS-IDX) = LK-MODELO
              AND WS-T-PARTE(WS-IDX) = LK-PARTE
              AND WS-T-VIGENCIA(WS-IDX) NOT > LK-DATA
              AND WS-T-VIGENCIA(WS-IDX) NOT < WS-VIGENCIA-ESCOLHIDA
               MOVE WS-T-VIGENCIA(WS-IDX) TO WS-VIGENCIA-ESCOLHIDA
               MOVE "S" TO LK-ACHOU
           END-IF.
       MONTA-LINHA.
           IF WS-T-MODELO(WS-IDX) = LK-MODELO
              AND WS-T-PARTE(WS-IDX) = LK-PARTE
              AND WS-T-VIGENCIA(WS-IDX) = WS-VIGENCIA-ESCOLHIDA
              AND LK-QTDE-LINHAS < 40
               MOVE WS-T-TEXTO(WS-IDX) TO WS-ORIGEM
               PERFORM SUBSTITUI-CAMPOS
               ADD 1 TO LK-QTDE-LINHAS
               MOVE WS-SAIDA TO LK-LINHA(LK-QTDE-LINHAS)
           END-IF.
       SUBSTITUI-CAMPOS.
           MOVE SPACES TO WS-SAIDA.
           MOVE 1 TO WS-POS.
           MOVE 1 TO WS-POS-SAIDA.
           PERFORM TRATA-CARACTER
               UNTIL WS-POS > 80 OR WS-POS-SAIDA > 80.
       TRATA-CARACTER.
           MOVE ZEROS TO WS-CAMPO-ACHADO.
           IF WS-ORIGEM(WS-POS:1) = "<"
               PERFORM PROCURA-CAMPO
           END-IF.
           IF WS-CAMPO-ACHADO > ZEROS
               PERFORM COPIA-VALOR
               COMPUTE WS-POS = WS-POS-FECHA + 1
           ELSE
               MOVE WS-ORIGEM(WS-POS:1) TO WS-SAIDA(WS-POS-SAIDA:1)
               ADD 1 TO WS-POS
               ADD 1 TO WS-POS-SAIDA
           END-IF.
       PROCURA-CAMPO.
           MOVE ZEROS TO WS-POS-FECHA.
           COMPUTE WS-POS-LIMITE = WS-POS + 13.
           IF WS-POS-LIMITE > 80
               MOVE 80 TO WS-POS-LIMITE
           END-IF.
           PERFORM PROCURA-FECHA
               VARYING WS-K FROM WS-POS BY 1
               UNTIL WS-K > WS-POS-LIMITE OR WS-POS-FECHA > ZEROS.
           IF WS-POS-FECHA > WS-POS + 1
               COMPUTE WS-TAM-NOME = WS-POS-FECHA - WS-POS - 1
               MOVE SPACES TO WS-NOME-CAMPO
               MOVE WS-ORIGEM(WS-POS + 1:WS-TAM-NOME) TO WS-NOME-CAMPO
               PERFORM COMPARA-CAMPO
                   VARYING WS-IDX-CAMPO FROM 1 BY 1
                   UNTIL WS-IDX-CAMPO > LK-QTDE-CAMPOS
                      OR WS-IDX-CAMPO > 20
                      OR WS-CAMPO-ACHADO > ZEROS
           END-IF.
       PROCURA-FECHA.
           IF WS-K > WS-POS AND WS-ORIGEM(WS-K:1) = ">"
               MOVE WS-K TO WS-POS-FECHA
           END-IF.
       COMPARA-CAMPO.
           IF LK-CAMPO-NOME(WS-IDX-CAMPO) = WS-NOME-CAMPO
               MOVE WS-IDX-CAMPO TO WS-CAMPO-ACHADO
           END-IF.
       COPIA-VALOR.
           MOVE 40 TO WS-TAM-VALOR.
           PERFORM REDUZ-VALOR
               UNTIL WS-TAM-VALOR = ZEROS
                  OR LK-CAMPO-VALOR(WS-CAMPO-ACHADO)(WS-TAM-VALOR:1)
                     NOT = SPACE.
           IF WS-TAM-VALOR > ZEROS
               STRING LK-CAMPO-VALOR(WS-CAMPO-ACHADO)(1:WS-TAM-VALOR)
                      DELIMITED BY SIZE
                 INTO WS-SAIDA WITH POINTER WS-POS-SAIDA
           END-IF.
       REDUZ-VALOR.
           SUBTRACT 1 FROM WS-TAM-VALOR.
       AVISA-AUSENTE.
           MOVE LK-MODELO TO WS-AUS-MODELO.
           MOVE LK-PARTE  TO WS-AUS-PARTE.
           IF WS-CHAVE-AUSENTE NOT = WS-ULTIMO-AUSENTE
               MOVE WS-CHAVE-AUSENTE TO WS-ULTIMO-AUSENTE
               DISPLAY "MODELO DE CARTA " WS-AUS-MODELO "/"
                   WS-AUS-PARTE " NAO CADASTRADO"
               CALL "GRAVA-EXCECAO" USING "MONTA-CARTA         "
                   "MOD-MODELO     " WS-CHAVE-AUSENTE
                   "MODELO DE CARTA SEM VERSAO EM VIGOR     "
           END-IF.
