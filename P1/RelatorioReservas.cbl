       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-RESERVAS.
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
               SELECT ARQ-PRODUTOS ASSIGN TO "PRODUTOS.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PROD-CODIGO.
               SELECT ARQ-RELATORIO ASSIGN TO "RELRESERVA.TXT"
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
           FD  ARQ-PRODUTOS.
           01  REG-PRODUTO.
               02 PROD-CODIGO      PIC 9(05).
               02 PROD-MERCADORIA  PIC X(20).
               02 PROD-PRECOUNI    PIC 9(4)V99.
               02 PROD-TAXA-MARGEM PIC 9(2)V99.
               02 PROD-ATIVO       PIC X(01).
           FD  ARQ-RELATORIO.
           01  LINHA-RELATORIO  PIC X(80).
       WORKING-STORAGE SECTION.
           01 REGISTROS-SPOOL  PIC 9(06) VALUE ZEROS.
           01 FIM-RESERVAS     PIC X(01) VALUE "N".
           01 FIM-TMP          PIC X(01) VALUE "N".
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
           01 IDADE-DIAS       PIC 9(05) VALUE ZEROS.
           01 IDADE-E          PIC ZZZZ9.
           01 MERCADORIA       PIC X(20) VALUE SPACES.
           01 ORIGEM-DESC      PIC X(09) VALUE SPACES.
           01 DOCUMENTO-E      PIC ZZZZZ9.
           01 CODIGO-E         PIC ZZZZ9.
           01 QTDE-E           PIC ZZZ.ZZ9.
           01 DATA-E           PIC X(10) VALUE SPACES.
           01 CONT-EXPIRADAS   PIC 9(05) VALUE ZEROS.
           01 CONT-E           PIC ZZ.ZZ9.
           01 DADOS-FAIXAS.
               02 IDX-FAIXA       PIC 9(01) VALUE ZEROS.
               02 FAIXA-T OCCURS 4 TIMES.
                   03 FXT-DESCRICAO PIC X(20).
                   03 FXT-DE        PIC 9(05).
                   03 FXT-ATE       PIC 9(05).
                   03 FXT-LINHAS    PIC 9(05).
                   03 FXT-QTDE      PIC 9(08).
               02 TOTAL-LINHAS    PIC 9(05) VALUE ZEROS.
               02 TOTAL-QTDE      PIC 9(08) VALUE ZEROS.
               02 TOTAL-QTDE-E    PIC ZZ.ZZZ.ZZ9.
           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
               02 MES      PIC 9(02) VALUE ZEROS.
               02 DIA      PIC 9(02) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RESERVAS DE ESTOQUE POR IDADE".
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           PERFORM MONTA-FAIXAS.
           PERFORM EXPIRA-RESERVAS
               THRU EXPIRA-RESERVAS-SAIDA.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "RESERVAS DE ESTOQUE EM ABERTO POR IDADE - "
                      DELIMITED BY SIZE
                  DIA "/" MES "/" ANO DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           OPEN INPUT ARQ-PRODUTOS.
           PERFORM LISTA-FAIXA
               VARYING IDX-FAIXA FROM 1 BY 1
               UNTIL IDX-FAIXA > 4.
           CLOSE ARQ-PRODUTOS.
           PERFORM RODAPE.
           CLOSE ARQ-RELATORIO.
           MOVE TOTAL-LINHAS TO REGISTROS-SPOOL.
           CALL "GUARDA-RELATORIO" USING "RESERVAS  "
               "RELRESERVA.TXT  " REGISTROS-SPOOL.
           DISPLAY "RELATORIO GERADO EM RELRESERVA.TXT".
           STOP RUN.
       MONTA-FAIXAS.
           MOVE "ATE 7 DIAS"          TO FXT-DESCRICAO(1).
           MOVE 0                     TO FXT-DE(1).
           MOVE 7                     TO FXT-ATE(1).
           MOVE "DE 8 A 15 DIAS"      TO FXT-DESCRICAO(2).
           MOVE 8                     TO FXT-DE(2).
           MOVE 15                    TO FXT-ATE(2).
           MOVE "DE 16 A 30 DIAS"     TO FXT-DESCRICAO(3).
           MOVE 16                    TO FXT-DE(3).
           MOVE 30                    TO FXT-ATE(3).
           MOVE "MAIS DE 30 DIAS"     TO FXT-DESCRICAO(4).
           MOVE 31                    TO FXT-DE(4).
           MOVE 99999                 TO FXT-ATE(4).
           PERFORM VARYING IDX-FAIXA FROM 1 BY 1
                   UNTIL IDX-FAIXA > 4
               MOVE ZEROS TO FXT-LINHAS(IDX-FAIXA)
               MOVE ZEROS TO FXT-QTDE(IDX-FAIXA)
           END-PERFORM.
       EXPIRA-RESERVAS.
           MOVE "N" TO FIM-TMP.
           OPEN EXTEND ARQ-RESERVAS.
           CLOSE ARQ-RESERVAS.
           OPEN INPUT  ARQ-RESERVAS.
           OPEN OUTPUT ARQ-RESERVAS-TMP.
           PERFORM UNTIL FIM-TMP = "S"
               READ ARQ-RESERVAS
                   AT END MOVE "S" TO FIM-TMP
                   NOT AT END
                       IF RSV-STATUS = "A"
                          AND RSV-VALIDADE > ZEROS
                          AND RSV-VALIDADE < DATA-HOJE
                           MOVE "E"       TO RSV-STATUS
                           MOVE DATA-HOJE TO RSV-DATA-BAIXA
                           ADD 1 TO CONT-EXPIRADAS
                       END-IF
                       MOVE REG-RESERVA TO REG-RESERVA-TMP
                       WRITE REG-RESERVA-TMP
               END-READ
           END-PERFORM.
           CLOSE ARQ-RESERVAS.
           CLOSE ARQ-RESERVAS-TMP.
           IF CONT-EXPIRADAS = ZEROS
               GO TO EXPIRA-RESERVAS-SAIDA
           END-IF.
           MOVE "N" TO FIM-TMP.
           OPEN OUTPUT ARQ-RESERVAS.
           OPEN INPUT  ARQ-RESERVAS-TMP.
           PERFORM UNTIL FIM-TMP = "S"
               READ ARQ-RESERVAS-TMP
                   AT END MOVE "S" TO FIM-TMP
                   NOT AT END
                       MOVE REG-RESERVA-TMP TO REG-RESERVA
                       WRITE REG-RESERVA
               END-READ
           END-PERFORM.
           CLOSE ARQ-RESERVAS.
           CLOSE ARQ-RESERVAS-TMP.
       EXPIRA-RESERVAS-SAIDA.
           EXIT.
       LISTA-FAIXA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "*** "                      DELIMITED BY SIZE
                  FXT-DESCRICAO(IDX-FAIXA)    DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "ORIGEM      DOC.  COD. PRODUTO          "
               TO LINHA-RELATORIO.
           MOVE "      QTDE  DESDE       DIAS"
               TO LINHA-RELATORIO(41:28).
           WRITE LINHA-RELATORIO.
           MOVE "N" TO FIM-RESERVAS.
           OPEN INPUT ARQ-RESERVAS.
           PERFORM UNTIL FIM-RESERVAS = "S"
               READ ARQ-RESERVAS
                   AT END MOVE "S" TO FIM-RESERVAS
                   NOT AT END
                       IF RSV-STATUS = "A"
                           PERFORM CALCULA-IDADE
                           IF IDADE-DIAS >= FXT-DE(IDX-FAIXA)
                              AND IDADE-DIAS <= FXT-ATE(IDX-FAIXA)
                               PERFORM GRAVA-DETALHE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-RESERVAS.
           MOVE FXT-LINHAS(IDX-FAIXA) TO CONT-E.
           MOVE FXT-QTDE(IDX-FAIXA)   TO TOTAL-QTDE-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "    SUBTOTAL RESERVAS: " DELIMITED BY SIZE
                  CONT-E                   DELIMITED BY SIZE
                  "  UNIDADES: "           DELIMITED BY SIZE
                  TOTAL-QTDE-E             DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       CALCULA-IDADE.
           MOVE ZEROS TO IDADE-DIAS.
           IF RSV-DATA > ZEROS AND RSV-DATA < DATA-HOJE
               COMPUTE IDADE-DIAS =
                   FUNCTION INTEGER-OF-DATE(DATA-HOJE)
                 - FUNCTION INTEGER-OF-DATE(RSV-DATA)
           END-IF.
       GRAVA-DETALHE.
           ADD 1        TO FXT-LINHAS(IDX-FAIXA).
           ADD RSV-QTDE TO FXT-QTDE(IDX-FAIXA).
           ADD 1        TO TOTAL-LINHAS.
           ADD RSV-QTDE TO TOTAL-QTDE.
           IF RSV-ORIGEM = "O"
               MOVE "ORCAMENTO" TO ORIGEM-DESC
           ELSE
               MOVE "CREDITO"   TO ORIGEM-DESC
           END-IF.
           MOVE "PRODUTO SEM CADASTRO" TO MERCADORIA.
           MOVE RSV-CODIGO TO PROD-CODIGO.
           READ ARQ-PRODUTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PROD-MERCADORIA TO MERCADORIA
           END-READ.
           MOVE RSV-DOCUMENTO TO DOCUMENTO-E.
           MOVE RSV-CODIGO    TO CODIGO-E.
           MOVE RSV-QTDE      TO QTDE-E.
           MOVE IDADE-DIAS    TO IDADE-E.
           MOVE SPACES TO DATA-E.
           STRING RSV-DATA(7:2) "/" RSV-DATA(5:2) "/" RSV-DATA(1:4)
               DELIMITED BY SIZE INTO DATA-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING ORIGEM-DESC  DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  DOCUMENTO-E  DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  CODIGO-E     DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  MERCADORIA   DELIMITED BY SIZE
                  QTDE-E       DELIMITED BY SIZE
                  "  "         DELIMITED BY SIZE
                  DATA-E       DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  IDADE-E      DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       RODAPE.
           MOVE TOTAL-LINHAS TO CONT-E.
           MOVE TOTAL-QTDE   TO TOTAL-QTDE-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "RESERVAS EM ABERTO.....: " DELIMITED BY SIZE
                  CONT-E                     DELIMITED BY SIZE
                  "  UNIDADES: "             DELIMITED BY SIZE
                  TOTAL-QTDE-E               DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE CONT-EXPIRADAS TO CONT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "RESERVAS EXPIRADAS HOJE: " DELIMITED BY SIZE
                  CONT-E                     DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
