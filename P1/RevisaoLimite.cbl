       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISAO-LIMITE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-CLIENTES ASSIGN TO "CLIENTES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-CONTAS-REC
                   ASSIGN TO "CONTASREC.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-RECEB-CAIXA
                   ASSIGN TO "RECEBCAIXA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-PROPOSTAS
                   ASSIGN TO "PROPLIMITE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-PROPOSTAS-TMP ASSIGN TO "PROPLIMITETMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-CLIENTES.
           01  REG-CLIENTE.
               02 CLI-CODIGO    PIC 9(04).
               02 CLI-NOME      PIC X(30).
               02 CLI-CPF       PIC 9(11).
               02 CLI-LIMITE    PIC 9(07)V99.
               02 CLI-CEP       PIC 9(08).
               02 CLI-MUNICIPIO PIC 9(07).
           FD  ARQ-CONTAS-REC.
           01  REG-CONTA-REC.
               02 CR-NUMERO     PIC 9(06).
               02 CR-CLIENTE    PIC 9(04).
               02 CR-DATA       PIC 9(08).
               02 CR-VALOR      PIC 9(09)V99.
               02 CR-STATUS     PIC X(01).
               02 CR-VALOR-PAGO PIC 9(09)V99.
               02 CR-PARCELA    PIC 9(02).
               02 CR-VENCIMENTO PIC 9(08).
               02 CR-NIVEL-COB  PIC 9(01).
               02 CR-ORIGEM     PIC X(01).
           FD  ARQ-RECEB-CAIXA.
           01  REG-RECEB-CAIXA.
               02 RCX-DATA      PIC 9(08).
               02 RCX-HORA      PIC 9(06).
               02 RCX-OPERADOR  PIC X(08).
               02 RCX-CLIENTE   PIC 9(04).
               02 RCX-NUMERO    PIC 9(06).
               02 RCX-PARCELA   PIC 9(02).
               02 RCX-VALOR     PIC 9(09)V99.
           FD  ARQ-PROPOSTAS.
           01  REG-PROPOSTA.
               02 PRL-NUMERO      PIC 9(06).
               02 PRL-CLIENTE     PIC 9(04).
               02 PRL-DATA        PIC 9(08).
               02 PRL-TIPO        PIC X(01).
               02 PRL-LIMITE-ATUAL PIC 9(07)V99.
               02 PRL-LIMITE-NOVO PIC 9(07)V99.
               02 PRL-PONTOS      PIC 9(03).
               02 PRL-MEDIA-ATRASO PIC 9(04).
               02 PRL-ESCALADOS   PIC 9(04).
               02 PRL-VOLUME      PIC 9(09)V99.
               02 PRL-STATUS      PIC X(01).
               02 PRL-APROVADOR   PIC X(08).
               02 PRL-DATA-DEC    PIC 9(08).
           FD  ARQ-PROPOSTAS-TMP.
           01  REG-PROPOSTA-TMP PIC X(76).
       WORKING-STORAGE SECTION.
           01 LINHA-RELATORIO  PIC X(80) VALUE SPACES.
           01 NOME-RELATORIO   PIC X(16) VALUE "RELLIMITE.TXT".
           01 TITULO-RELATORIO PIC X(40) VALUE
               "REVISAO DE LIMITES DE CREDITO".
           01 FIM-CLIENTES     PIC X(01) VALUE "N".
           01 FIM-CONTAS       PIC X(01) VALUE "N".
           01 FIM-RECEB        PIC X(01) VALUE "N".
           01 FIM-PROPOSTAS    PIC X(01) VALUE "N".
           01 FIM-TMP          PIC X(01) VALUE "N".
           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
               02 MES      PIC 9(02) VALUE ZEROS.
               02 DIA      PIC 9(02) VALUE ZEROS.
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
           01 DATA-CORTE       PIC 9(08) VALUE ZEROS.
           01 DIAS-JANELA      PIC 9(03) VALUE 365.
           01 DADOS-CLIENTES.
               02 QTDE-CLIENTES PIC 9(04) VALUE ZEROS.
               02 IDX           PIC 9(04) VALUE ZEROS.
               02 CLIENTE-T OCCURS 2000 TIMES.
                   03 CLT-CODIGO      PIC 9(04).
                   03 CLT-NOME        PIC X(30).
                   03 CLT-LIMITE      PIC 9(07)V99.
                   03 CLT-TITULOS     PIC 9(05).
                   03 CLT-SOMA-ATRASO PIC 9(07).
                   03 CLT-ESCALADOS   PIC 9(05).
                   03 CLT-VOLUME      PIC 9(11)V99.
                   03 CLT-SALDO       PIC 9(11)V99.
                   03 CLT-ATRASO-ABERTO PIC 9(05).
                   03 CLT-NIVEL-ABERTO  PIC 9(01).
           01 CLIENTE-ACHADO   PIC X(01) VALUE "N".
           01 DADOS-PAGAMENTOS.
               02 QTDE-PAGAMENTOS PIC 9(05) VALUE ZEROS.
               02 IDX-PAG         PIC 9(05) VALUE ZEROS.
               02 PAGAMENTO-T OCCURS 5000 TIMES.
                   03 PAG-NUMERO   PIC 9(06).
                   03 PAG-PARCELA  PIC 9(02).
                   03 PAG-CLIENTE  PIC 9(04).
                   03 PAG-DATA     PIC 9(08).
           01 PAGAMENTO-ACHADO PIC X(01) VALUE "N".
           01 DATA-QUITACAO    PIC 9(08) VALUE ZEROS.
           01 DIAS-ATRASO      PIC S9(05) VALUE ZEROS.
           01 ULTIMO-NUMERO    PIC 9(06) VALUE ZEROS.
           01 MEDIA-ATRASO     PIC 9(04) VALUE ZEROS.
           01 PERC-ESCALADOS   PIC 9(03) VALUE ZEROS.
           01 PENALIDADE       PIC 9(03) VALUE ZEROS.
           01 PONTOS           PIC S9(03) VALUE ZEROS.
           01 TIPO-PROPOSTA    PIC X(01) VALUE SPACE.
           01 LIMITE-NOVO      PIC 9(07)V99 VALUE ZEROS.
           01 CONT-AUMENTOS    PIC 9(04) VALUE ZEROS.
           01 CONT-REDUCOES    PIC 9(04) VALUE ZEROS.
           01 CONT-CONGELADOS  PIC 9(04) VALUE ZEROS.
           01 CONT-MANTIDOS    PIC 9(04) VALUE ZEROS.
           01 CONT-SUBSTITUIDAS PIC 9(04) VALUE ZEROS.
           01 CONT-E           PIC ZZZ9.
           01 CLIENTE-E        PIC ZZZ9.
           01 PONTOS-E         PIC ZZ9.
           01 MEDIA-E          PIC ZZZ9.
           01 LIMITE-ATUAL-E   PIC Z.ZZZ.ZZ9,99.
           01 LIMITE-NOVO-E    PIC Z.ZZZ.ZZ9,99.
           01 TEXTO-PROPOSTA   PIC X(09) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "REVISAO DE LIMITES DE CREDITO".
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           COMPUTE DATA-CORTE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(DATA-HOJE) - DIAS-JANELA).
           PERFORM CARREGA-CLIENTES.
           PERFORM CARREGA-PAGAMENTOS.
           PERFORM APURA-HISTORICO.
           PERFORM SUBSTITUI-PENDENTES.
           CALL "IMPRIME-RELATORIO" USING "A"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CLI  NOME                 PTS ATR ESC"
                                                   DELIMITED BY SIZE
                  " LIMITE ATUAL     PROPOSTO PROPOSTA"
                                                   DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           OPEN EXTEND ARQ-PROPOSTAS.
           PERFORM AVALIA-CLIENTE
               VARYING IDX FROM 1 BY 1 UNTIL IDX > QTDE-CLIENTES.
           CLOSE ARQ-PROPOSTAS.
           PERFORM RODAPE.
           CALL "IMPRIME-RELATORIO" USING "F"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
           COMPUTE CONT-E = CONT-AUMENTOS + CONT-REDUCOES
               + CONT-CONGELADOS.
           DISPLAY "PROPOSTAS GERADAS: " CONT-E.
           DISPLAY "APROVACAO PELO SUPERVISOR EM APROVA-LIMITE".
           STOP RUN.
       CARREGA-CLIENTES.
           MOVE "N" TO FIM-CLIENTES.
           OPEN INPUT ARQ-CLIENTES.
           PERFORM UNTIL FIM-CLIENTES = "S"
               READ ARQ-CLIENTES
                   AT END MOVE "S" TO FIM-CLIENTES
                   NOT AT END
                       IF QTDE-CLIENTES < 2000
                           ADD 1 TO QTDE-CLIENTES
                           MOVE QTDE-CLIENTES TO IDX
                           MOVE CLI-CODIGO TO CLT-CODIGO(IDX)
                           MOVE CLI-NOME   TO CLT-NOME(IDX)
                           MOVE CLI-LIMITE TO CLT-LIMITE(IDX)
                           MOVE ZEROS TO CLT-TITULOS(IDX)
                           MOVE ZEROS TO CLT-SOMA-ATRASO(IDX)
                           MOVE ZEROS TO CLT-ESCALADOS(IDX)
                           MOVE ZEROS TO CLT-VOLUME(IDX)
                           MOVE ZEROS TO CLT-SALDO(IDX)
                           MOVE ZEROS TO CLT-ATRASO-ABERTO(IDX)
                           MOVE ZEROS TO CLT-NIVEL-ABERTO(IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CLIENTES.
       CARREGA-PAGAMENTOS.
           MOVE "N" TO FIM-RECEB.
           OPEN INPUT ARQ-RECEB-CAIXA.
           PERFORM UNTIL FIM-RECEB = "S"
               READ ARQ-RECEB-CAIXA
                   AT END MOVE "S" TO FIM-RECEB
                   NOT AT END
                       PERFORM GUARDA-PAGAMENTO
               END-READ
           END-PERFORM.
           CLOSE ARQ-RECEB-CAIXA.
       GUARDA-PAGAMENTO.
           MOVE "N" TO PAGAMENTO-ACHADO.
           PERFORM VARYING IDX-PAG FROM 1 BY 1
                   UNTIL IDX-PAG > QTDE-PAGAMENTOS
                      OR PAGAMENTO-ACHADO = "S"
               IF PAG-NUMERO(IDX-PAG)  = RCX-NUMERO
                  AND PAG-PARCELA(IDX-PAG) = RCX-PARCELA
                  AND PAG-CLIENTE(IDX-PAG) = RCX-CLIENTE
                   MOVE "S" TO PAGAMENTO-ACHADO
               END-IF
           END-PERFORM.
           IF PAGAMENTO-ACHADO = "S"
               SUBTRACT 1 FROM IDX-PAG
               IF RCX-DATA > PAG-DATA(IDX-PAG)
                   MOVE RCX-DATA TO PAG-DATA(IDX-PAG)
               END-IF
           ELSE
               IF QTDE-PAGAMENTOS < 5000
                   ADD 1 TO QTDE-PAGAMENTOS
                   MOVE RCX-NUMERO  TO PAG-NUMERO(QTDE-PAGAMENTOS)
                   MOVE RCX-PARCELA TO PAG-PARCELA(QTDE-PAGAMENTOS)
                   MOVE RCX-CLIENTE TO PAG-CLIENTE(QTDE-PAGAMENTOS)
                   MOVE RCX-DATA    TO PAG-DATA(QTDE-PAGAMENTOS)
               END-IF
           END-IF.
       APURA-HISTORICO.
           MOVE "N" TO FIM-CONTAS.
           OPEN INPUT ARQ-CONTAS-REC.
           PERFORM UNTIL FIM-CONTAS = "S"
               READ ARQ-CONTAS-REC
                   AT END MOVE "S" TO FIM-CONTAS
                   NOT AT END
                       IF CR-DATA >= DATA-CORTE
                          OR CR-STATUS = "A"
                           PERFORM LOCALIZA-CLIENTE
                           IF CLIENTE-ACHADO = "S"
                               PERFORM ACUMULA-TITULO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CONTAS-REC.
       LOCALIZA-CLIENTE.
           MOVE "N" TO CLIENTE-ACHADO.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > QTDE-CLIENTES
                      OR CLIENTE-ACHADO = "S"
               IF CLT-CODIGO(IDX) = CR-CLIENTE
                   MOVE "S" TO CLIENTE-ACHADO
               END-IF
           END-PERFORM.
           IF CLIENTE-ACHADO = "S"
               SUBTRACT 1 FROM IDX.
       ACUMULA-TITULO.
           ADD 1        TO CLT-TITULOS(IDX).
           ADD CR-VALOR TO CLT-VOLUME(IDX).
           IF CR-NIVEL-COB > ZEROS
               ADD 1 TO CLT-ESCALADOS(IDX)
           END-IF.
           IF CR-STATUS = "A"
               COMPUTE CLT-SALDO(IDX) = CLT-SALDO(IDX)
                   + CR-VALOR - CR-VALOR-PAGO
               MOVE DATA-HOJE TO DATA-QUITACAO
               IF CR-NIVEL-COB > CLT-NIVEL-ABERTO(IDX)
                   MOVE CR-NIVEL-COB TO CLT-NIVEL-ABERTO(IDX)
               END-IF
           ELSE
               PERFORM BUSCA-DATA-QUITACAO
           END-IF.
           COMPUTE DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE(DATA-QUITACAO)
               - FUNCTION INTEGER-OF-DATE(CR-VENCIMENTO).
           IF DIAS-ATRASO > ZEROS
               ADD DIAS-ATRASO TO CLT-SOMA-ATRASO(IDX)
               IF CR-STATUS = "A"
                  AND DIAS-ATRASO > CLT-ATRASO-ABERTO(IDX)
                   MOVE DIAS-ATRASO TO CLT-ATRASO-ABERTO(IDX)
               END-IF
           END-IF.
       BUSCA-DATA-QUITACAO.
           MOVE CR-VENCIMENTO TO DATA-QUITACAO.
           MOVE "N" TO PAGAMENTO-ACHADO.
           PERFORM VARYING IDX-PAG FROM 1 BY 1
                   UNTIL IDX-PAG > QTDE-PAGAMENTOS
                      OR PAGAMENTO-ACHADO = "S"
               IF PAG-NUMERO(IDX-PAG)  = CR-NUMERO
                  AND PAG-PARCELA(IDX-PAG) = CR-PARCELA
                  AND PAG-CLIENTE(IDX-PAG) = CR-CLIENTE
                   MOVE PAG-DATA(IDX-PAG) TO DATA-QUITACAO
                   MOVE "S" TO PAGAMENTO-ACHADO
               END-IF
           END-PERFORM.
       SUBSTITUI-PENDENTES.
           MOVE ZEROS TO ULTIMO-NUMERO.
           MOVE "N" TO FIM-PROPOSTAS.
           OPEN EXTEND ARQ-PROPOSTAS.
           CLOSE ARQ-PROPOSTAS.
           OPEN INPUT  ARQ-PROPOSTAS.
           OPEN OUTPUT ARQ-PROPOSTAS-TMP.
           PERFORM UNTIL FIM-PROPOSTAS = "S"
               READ ARQ-PROPOSTAS
                   AT END MOVE "S" TO FIM-PROPOSTAS
                   NOT AT END
                       IF PRL-NUMERO > ULTIMO-NUMERO
                           MOVE PRL-NUMERO TO ULTIMO-NUMERO
                       END-IF
                       IF PRL-STATUS = "P"
                           MOVE "S"       TO PRL-STATUS
                           MOVE "REVISAO" TO PRL-APROVADOR
                           MOVE DATA-HOJE TO PRL-DATA-DEC
                           ADD 1 TO CONT-SUBSTITUIDAS
                       END-IF
                       MOVE REG-PROPOSTA TO REG-PROPOSTA-TMP
                       WRITE REG-PROPOSTA-TMP
               END-READ
           END-PERFORM.
           CLOSE ARQ-PROPOSTAS.
           CLOSE ARQ-PROPOSTAS-TMP.
           MOVE "N" TO FIM-TMP.
           OPEN OUTPUT ARQ-PROPOSTAS.
           OPEN INPUT  ARQ-PROPOSTAS-TMP.
           PERFORM UNTIL FIM-TMP = "S"
               READ ARQ-PROPOSTAS-TMP
                   AT END MOVE "S" TO FIM-TMP
                   NOT AT END
                       MOVE REG-PROPOSTA-TMP TO REG-PROPOSTA
                       WRITE REG-PROPOSTA
               END-READ
           END-PERFORM.
           CLOSE ARQ-PROPOSTAS.
           CLOSE ARQ-PROPOSTAS-TMP.
       AVALIA-CLIENTE.
           IF CLT-TITULOS(IDX) > ZEROS
               PERFORM CALCULA-PONTOS
               PERFORM DEFINE-PROPOSTA
               IF TIPO-PROPOSTA = SPACE
                   ADD 1 TO CONT-MANTIDOS
               ELSE
                   PERFORM GRAVA-PROPOSTA
                   PERFORM GRAVA-LINHA-CLIENTE
               END-IF
           END-IF.
       CALCULA-PONTOS.
           COMPUTE MEDIA-ATRASO =
               CLT-SOMA-ATRASO(IDX) / CLT-TITULOS(IDX).
           COMPUTE PERC-ESCALADOS =
               CLT-ESCALADOS(IDX) * 100 / CLT-TITULOS(IDX).
           MOVE 100 TO PONTOS.
           IF MEDIA-ATRASO > 30
               SUBTRACT 60 FROM PONTOS
           ELSE
               COMPUTE PONTOS = PONTOS - MEDIA-ATRASO * 2
           END-IF.
           COMPUTE PENALIDADE = PERC-ESCALADOS / 2.
           IF PENALIDADE > 40
               MOVE 40 TO PENALIDADE
           END-IF.
           SUBTRACT PENALIDADE FROM PONTOS.
           IF CLT-VOLUME(IDX) >= CLT-LIMITE(IDX)
              AND CLT-LIMITE(IDX) > ZEROS
               ADD 10 TO PONTOS
           END-IF.
           IF PONTOS < ZEROS
               MOVE ZEROS TO PONTOS
           END-IF.
           IF PONTOS > 100
               MOVE 100 TO PONTOS
           END-IF.
       DEFINE-PROPOSTA.
           MOVE SPACE TO TIPO-PROPOSTA.
           MOVE CLT-LIMITE(IDX) TO LIMITE-NOVO.
           EVALUATE TRUE
               WHEN CLT-ATRASO-ABERTO(IDX) > 60
                 OR CLT-NIVEL-ABERTO(IDX) >= 3
                 OR PONTOS < 30
                   MOVE "C" TO TIPO-PROPOSTA
                   IF CLT-SALDO(IDX) < CLT-LIMITE(IDX)
                       MOVE CLT-SALDO(IDX) TO LIMITE-NOVO
                   END-IF
                   ADD 1 TO CONT-CONGELADOS
               WHEN PONTOS < 50
                   MOVE "R" TO TIPO-PROPOSTA
                   COMPUTE LIMITE-NOVO ROUNDED =
                       CLT-LIMITE(IDX) * 0,70
                   ADD 1 TO CONT-REDUCOES
               WHEN PONTOS >= 80
                AND CLT-VOLUME(IDX) >= CLT-LIMITE(IDX)
                   MOVE "A" TO TIPO-PROPOSTA
                   IF CLT-LIMITE(IDX) = ZEROS
                       COMPUTE LIMITE-NOVO ROUNDED =
                           CLT-VOLUME(IDX) / 12
                   ELSE
                       COMPUTE LIMITE-NOVO ROUNDED =
                           CLT-LIMITE(IDX) * 1,20
                   END-IF
                   ADD 1 TO CONT-AUMENTOS
           END-EVALUATE.
           IF TIPO-PROPOSTA NOT = SPACE
              AND TIPO-PROPOSTA NOT = "C"
              AND LIMITE-NOVO = CLT-LIMITE(IDX)
               IF TIPO-PROPOSTA = "A"
                   SUBTRACT 1 FROM CONT-AUMENTOS
               ELSE
                   SUBTRACT 1 FROM CONT-REDUCOES
               END-IF
               MOVE SPACE TO TIPO-PROPOSTA
           END-IF.
       GRAVA-PROPOSTA.
           ADD 1 TO ULTIMO-NUMERO.
           MOVE ULTIMO-NUMERO        TO PRL-NUMERO.
           MOVE CLT-CODIGO(IDX)      TO PRL-CLIENTE.
           MOVE DATA-HOJE            TO PRL-DATA.
           MOVE TIPO-PROPOSTA        TO PRL-TIPO.
           MOVE CLT-LIMITE(IDX)      TO PRL-LIMITE-ATUAL.
           MOVE LIMITE-NOVO          TO PRL-LIMITE-NOVO.
           MOVE PONTOS               TO PRL-PONTOS.
           MOVE MEDIA-ATRASO         TO PRL-MEDIA-ATRASO.
           MOVE CLT-ESCALADOS(IDX)   TO PRL-ESCALADOS.
           MOVE CLT-VOLUME(IDX)      TO PRL-VOLUME.
           MOVE "P"                  TO PRL-STATUS.
           MOVE SPACES               TO PRL-APROVADOR.
           MOVE ZEROS                TO PRL-DATA-DEC.
           WRITE REG-PROPOSTA.
       GRAVA-LINHA-CLIENTE.
           EVALUATE TIPO-PROPOSTA
               WHEN "A" MOVE "AUMENTO"   TO TEXTO-PROPOSTA
               WHEN "R" MOVE "REDUCAO"   TO TEXTO-PROPOSTA
               WHEN "C" MOVE "CONGELAR"  TO TEXTO-PROPOSTA
           END-EVALUATE.
           MOVE CLT-CODIGO(IDX) TO CLIENTE-E.
           MOVE PONTOS          TO PONTOS-E.
           MOVE MEDIA-ATRASO    TO MEDIA-E.
           MOVE CLT-ESCALADOS(IDX) TO CONT-E.
           MOVE CLT-LIMITE(IDX) TO LIMITE-ATUAL-E.
           MOVE LIMITE-NOVO     TO LIMITE-NOVO-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING CLIENTE-E            DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  CLT-NOME(IDX)(1:20)  DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  PONTOS-E             DELIMITED BY SIZE
                  MEDIA-E              DELIMITED BY SIZE
                  CONT-E               DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  LIMITE-ATUAL-E       DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  LIMITE-NOVO-E        DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  TEXTO-PROPOSTA       DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
       RODAPE.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE CONT-AUMENTOS TO CONT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PROPOSTAS DE AUMENTO.....: " DELIMITED BY SIZE
                  CONT-E                        DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE CONT-REDUCOES TO CONT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PROPOSTAS DE REDUCAO.....: " DELIMITED BY SIZE
                  CONT-E                        DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE CONT-CONGELADOS TO CONT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PROPOSTAS DE CONGELAMENTO: " DELIMITED BY SIZE
                  CONT-E                        DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE CONT-MANTIDOS TO CONT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "LIMITES MANTIDOS.........: " DELIMITED BY SIZE
                  CONT-E                        DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE CONT-SUBSTITUIDAS TO CONT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PENDENTES SUBSTITUIDAS...: " DELIMITED BY SIZE
                  CONT-E                        DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
       IMPRIME-LINHA.
           CALL "IMPRIME-RELATORIO" USING "L"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
