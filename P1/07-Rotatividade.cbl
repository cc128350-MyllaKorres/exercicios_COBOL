                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-TERMO ASSIGN TO "TERMORESC.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-FGTS-SALDOS
                   ASSIGN TO "FGTSSALDO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-EMPRESTIMOS
                   ASSIGN TO "EMPRESTIMOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-EMPREST-TMP ASSIGN TO "EMPRESTIMOSTMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-FUNCIONARIOS.
               02 RSC-DECIMO    PIC 9(09)V99.
               02 RSC-FERIAS    PIC 9(09)V99.
               02 RSC-TOTAL     PIC 9(09)V99.
               02 RSC-MULTA-FGTS PIC 9(09)V99.
               02 RSC-DESC-EMPREST PIC 9(09)V99.
               02 RSC-LIQUIDO   PIC 9(09)V99.
           FD  ARQ-TERMO.
           01  LINHA-TERMO      PIC X(80).
           FD  ARQ-FGTS-SALDOS.
           01  REG-FGTS-SALDO.
               02 FGS-ID          PIC 9(05).
               02 FGS-SALDO       PIC 9(09)V99.
               02 FGS-COMPETENCIA PIC 9(06).
           FD  ARQ-EMPRESTIMOS.
           01  REG-EMPRESTIMO.
               02 EMP-ID            PIC 9(05).
               02 EMP-NUMERO        PIC 9(04).
               02 EMP-TIPO          PIC X(01).
               02 EMP-DATA          PIC 9(08).
               02 EMP-PRINCIPAL     PIC 9(07)V99.
               02 EMP-PARCELAS      PIC 9(03).
               02 EMP-RESTANTES     PIC 9(03).
               02 EMP-VALOR-PARCELA PIC 9(07)V99.
               02 EMP-SALDO         PIC 9(07)V99.
               02 EMP-COMPETENCIA   PIC 9(06).
               02 EMP-STATUS        PIC X(01).
           FD  ARQ-EMPREST-TMP.
           01  REG-EMPREST-TMP      PIC X(58).
       WORKING-STORAGE SECTION.
           01 LINHA-RELATORIO  PIC X(80) VALUE SPACES.
           01 NOME-RELATORIO   PIC X(16) VALUE "ROTATIVIDADE.TXT".
               02 AVISO-PREVIO     PIC 9(09)V99 VALUE ZEROS.
               02 DECIMO-TERCEIRO  PIC 9(09)V99 VALUE ZEROS.
               02 FERIAS-PROP      PIC 9(09)V99 VALUE ZEROS.
               02 SALDO-FGTS       PIC 9(09)V99 VALUE ZEROS.
               02 MULTA-FGTS       PIC 9(09)V99 VALUE ZEROS.
               02 FIM-FGTS-SALDOS  PIC X(01) VALUE "N".
               02 DESCONTO-EMPREST PIC 9(09)V99 VALUE ZEROS.
               02 LIQUIDO-RESCISAO PIC 9(09)V99 VALUE ZEROS.
               02 VALOR-QUITACAO   PIC 9(09)V99 VALUE ZEROS.
               02 FIM-EMPRESTIMOS  PIC X(01) VALUE "N".
               02 TOTAL-RESCISAO   PIC 9(09)V99 VALUE ZEROS.
               02 MESES-NO-ANO     PIC 9(02) VALUE ZEROS.
               02 MESES-FERIAS     PIC S9(04) VALUE ZEROS.
               02 VALOR-TERMO-E    PIC ZZZ.ZZZ.ZZ9,99.
           01 CAMPOS-CARTA.
               02 QTDE-CAMPOS-CARTA PIC 9(02) VALUE 12.
               02 FILLER        PIC X(12) VALUE "ID".
               02 CARTA-ID      PIC X(40) VALUE SPACES.
               02 FILLER        PIC X(12) VALUE "NOME".
               02 CARTA-NOME    PIC X(40) VALUE SPACES.
               02 FILLER        PIC X(12) VALUE "DATA".
               02 CARTA-DATA    PIC X(40) VALUE SPACES.
               02 FILLER        PIC X(12) VALUE "SALDO".
               02 CARTA-SALDO   PIC X(40) VALUE SPACES.
               02 FILLER        PIC X(12) VALUE "AVISO".
               02 CARTA-AVISO   PIC X(40) VALUE SPACES.
               02 FILLER        PIC X(12) VALUE "DECIMO".
               02 CARTA-DECIMO  PIC X(40) VALUE SPACES.
               02 FILLER        PIC X(12) VALUE "FERIAS".
               02 CARTA-FERIAS  PIC X(40) VALUE SPACES.
               02 FILLER        PIC X(12) VALUE "FGTS".
               02 CARTA-FGTS    PIC X(40) VALUE SPACES.
               02 FILLER        PIC X(12) VALUE "MULTA".
               02 CARTA-MULTA   PIC X(40) VALUE SPACES.
               02 FILLER        PIC X(12) VALUE "TOTAL".
               02 CARTA-TOTAL   PIC X(40) VALUE SPACES.
               02 FILLER        PIC X(12) VALUE "DESCONTO".
               02 CARTA-DESCONTO PIC X(40) VALUE SPACES.
               02 FILLER        PIC X(12) VALUE "LIQUIDO".
               02 CARTA-LIQUIDO PIC X(40) VALUE SPACES.
           01 TEXTO-CARTA.
               02 QTDE-LINHAS-CARTA PIC 9(02) VALUE ZEROS.
               02 LINHA-MODELO  PIC X(80) OCCURS 40 TIMES.
           01 MODELO-ACHADO    PIC X(01) VALUE SPACE.
           01 IDX-LINHA-CARTA  PIC 9(02) VALUE ZEROS.
           01 REGISTROS-SPOOL  PIC 9(06) VALUE ZEROS.
           01 DADOS-TRAVA.
               02 DONO-TRAVA       PIC X(08) VALUE SPACES.
               COMPUTE FERIAS-PROP ROUNDED =
                   SAL-RESCISAO * MESES-FERIAS / 12 * 4 / 3
           END-IF.
           PERFORM CALCULA-MULTA-FGTS.
           COMPUTE TOTAL-RESCISAO = SALDO-SALARIO + AVISO-PREVIO
               + DECIMO-TERCEIRO + FERIAS-PROP + MULTA-FGTS.
           PERFORM QUITA-EMPRESTIMOS.
           COMPUTE LIQUIDO-RESCISAO = TOTAL-RESCISAO
               - DESCONTO-EMPREST.
       QUITA-EMPRESTIMOS.
           MOVE ZEROS TO DESCONTO-EMPREST.
           MOVE "N" TO FIM-EMPRESTIMOS.
           OPEN INPUT  ARQ-EMPRESTIMOS.
           OPEN OUTPUT ARQ-EMPREST-TMP.
           PERFORM UNTIL FIM-EMPRESTIMOS = "S"
               READ ARQ-EMPRESTIMOS
                   AT END MOVE "S" TO FIM-EMPRESTIMOS
                   NOT AT END
                       IF EMP-ID = WS-ID-DEMITIR
                          AND EMP-STATUS = "A"
                           PERFORM QUITA-SALDO-EMPRESTIMO
                       END-IF
                       MOVE REG-EMPRESTIMO TO REG-EMPREST-TMP
                       WRITE REG-EMPREST-TMP
               END-READ
           END-PERFORM.
           CLOSE ARQ-EMPRESTIMOS.
           CLOSE ARQ-EMPREST-TMP.
           MOVE "N" TO FIM-EMPRESTIMOS.
           OPEN OUTPUT ARQ-EMPRESTIMOS.
           OPEN INPUT  ARQ-EMPREST-TMP.
           PERFORM UNTIL FIM-EMPRESTIMOS = "S"
               READ ARQ-EMPREST-TMP
                   AT END MOVE "S" TO FIM-EMPRESTIMOS
                   NOT AT END
                       MOVE REG-EMPREST-TMP TO REG-EMPRESTIMO
                       WRITE REG-EMPRESTIMO
               END-READ
           END-PERFORM.
           CLOSE ARQ-EMPRESTIMOS.
           CLOSE ARQ-EMPREST-TMP.
       QUITA-SALDO-EMPRESTIMO.
           COMPUTE VALOR-QUITACAO = TOTAL-RESCISAO - DESCONTO-EMPREST.
           IF EMP-SALDO < VALOR-QUITACAO
               MOVE EMP-SALDO TO VALOR-QUITACAO
           END-IF.
           ADD VALOR-QUITACAO TO DESCONTO-EMPREST.
           SUBTRACT VALOR-QUITACAO FROM EMP-SALDO.
           MOVE ANO TO EMP-COMPETENCIA(1:4).
           MOVE MES TO EMP-COMPETENCIA(5:2).
           IF EMP-SALDO = ZEROS
               MOVE ZEROS TO EMP-RESTANTES
               MOVE "Q"   TO EMP-STATUS
           ELSE
               CALL "GRAVA-EXCECAO" USING "ROTATIVIDADE-DADOS  "
                   "EMP-SALDO      " "SALDO-REMANESCENTE  "
                   "RESCISAO NAO COBRE SALDO DE EMPRESTIMO  "
           END-IF.
       CALCULA-MULTA-FGTS.
           MOVE ZEROS TO SALDO-FGTS.
           MOVE "N" TO FIM-FGTS-SALDOS.
           OPEN INPUT ARQ-FGTS-SALDOS.
           PERFORM UNTIL FIM-FGTS-SALDOS = "S"
               READ ARQ-FGTS-SALDOS
                   AT END MOVE "S" TO FIM-FGTS-SALDOS
                   NOT AT END
                       IF FGS-ID = WS-ID-DEMITIR
                           MOVE FGS-SALDO TO SALDO-FGTS
                           MOVE "S" TO FIM-FGTS-SALDOS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-FGTS-SALDOS.
           COMPUTE MULTA-FGTS ROUNDED = SALDO-FGTS * 40 / 100.
       GRAVA-RESCISAO.
           MOVE WS-ID-DEMITIR   TO RSC-ID.
           MOVE WS-DATA-HOJE    TO RSC-DATA.
           MOVE DECIMO-TERCEIRO TO RSC-DECIMO.
           MOVE FERIAS-PROP     TO RSC-FERIAS.
           MOVE TOTAL-RESCISAO  TO RSC-TOTAL.
           MOVE MULTA-FGTS      TO RSC-MULTA-FGTS.
           MOVE DESCONTO-EMPREST TO RSC-DESC-EMPREST.
           MOVE LIQUIDO-RESCISAO TO RSC-LIQUIDO.
           OPEN EXTEND ARQ-RESCISOES.
           WRITE REG-RESCISAO.
           CLOSE ARQ-RESCISOES.
       IMPRIME-TERMO-RESCISAO.
           MOVE WS-ID-DEMITIR TO ID-E.
           MOVE ID-E          TO CARTA-ID.
           MOVE NOME-RESCISAO TO CARTA-NOME.
           MOVE SPACES TO CARTA-DATA.
           STRING WS-DATA-HOJE(7:2) DELIMITED BY SIZE
                  "/"               DELIMITED BY SIZE
                  WS-DATA-HOJE(5:2) DELIMITED BY SIZE
                  "/"               DELIMITED BY SIZE
                  WS-DATA-HOJE(1:4) DELIMITED BY SIZE
             INTO CARTA-DATA.
           MOVE SALDO-SALARIO TO VALOR-TERMO-E.
           MOVE VALOR-TERMO-E TO CARTA-SALDO.
           MOVE AVISO-PREVIO TO VALOR-TERMO-E.
           MOVE VALOR-TERMO-E TO CARTA-AVISO.
           MOVE DECIMO-TERCEIRO TO VALOR-TERMO-E.
           MOVE VALOR-TERMO-E TO CARTA-DECIMO.
           MOVE FERIAS-PROP TO VALOR-TERMO-E.
           MOVE VALOR-TERMO-E TO CARTA-FERIAS.
           MOVE SALDO-FGTS TO VALOR-TERMO-E.
           MOVE VALOR-TERMO-E TO CARTA-FGTS.
           MOVE MULTA-FGTS TO VALOR-TERMO-E.
           MOVE VALOR-TERMO-E TO CARTA-MULTA.
           MOVE TOTAL-RESCISAO TO VALOR-TERMO-E.
           MOVE VALOR-TERMO-E TO CARTA-TOTAL.
           MOVE DESCONTO-EMPREST TO VALOR-TERMO-E.
           MOVE VALOR-TERMO-E TO CARTA-DESCONTO.
           MOVE LIQUIDO-RESCISAO TO VALOR-TERMO-E.
           MOVE VALOR-TERMO-E TO CARTA-LIQUIDO.
           CALL "MONTA-CARTA" USING "RESCISAO" "TR" WS-DATA-HOJE
               CAMPOS-CARTA TEXTO-CARTA MODELO-ACHADO.
           OPEN OUTPUT ARQ-TERMO.
           PERFORM GRAVA-LINHA-TERMO
               VARYING IDX-LINHA-CARTA FROM 1 BY 1
               UNTIL IDX-LINHA-CARTA > QTDE-LINHAS-CARTA.
           CLOSE ARQ-TERMO.
       GRAVA-LINHA-TERMO.
           MOVE LINHA-MODELO(IDX-LINHA-CARTA) TO LINHA-TERMO.
           WRITE LINHA-TERMO.
       GERA-RELATORIO-ROTATIVIDADE.
           CALL "IMPRIME-RELATORIO" USING "A"
               NOME-RELATORIO TITULO-RELATORIO
