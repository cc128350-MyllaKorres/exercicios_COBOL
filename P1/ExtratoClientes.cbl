       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRATO-CLIENTES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-CONTAS-REC
                   ASSIGN TO "CONTASREC.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-CLIENTES ASSIGN TO "CLIENTES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-RECEB-CAIXA
                   ASSIGN TO "RECEBCAIXA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-BOLETOS ASSIGN TO "BOLETOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-EXTRATOS ASSIGN TO "EXTRATOS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
           FD  ARQ-CLIENTES.
           01  REG-CLIENTE.
               02 CLI-CODIGO    PIC 9(04).
               02 CLI-NOME      PIC X(30).
               02 CLI-CPF       PIC 9(11).
               02 CLI-LIMITE    PIC 9(07)V99.
               02 CLI-CEP       PIC 9(08).
               02 CLI-MUNICIPIO PIC 9(07).
           FD  ARQ-RECEB-CAIXA.
           01  REG-RECEB-CAIXA.
               02 RCX-DATA      PIC 9(08).
               02 RCX-HORA      PIC 9(06).
               02 RCX-OPERADOR  PIC X(08).
               02 RCX-CLIENTE   PIC 9(04).
               02 RCX-NUMERO    PIC 9(06).
               02 RCX-PARCELA   PIC 9(02).
               02 RCX-VALOR     PIC 9(09)V99.
           FD  ARQ-BOLETOS.
           01  REG-BOLETO.
               02 BOL-NOSSO-NUM   PIC 9(10).
               02 BOL-NUMERO      PIC 9(06).
               02 BOL-PARCELA     PIC 9(02).
               02 BOL-CLIENTE     PIC 9(04).
               02 BOL-VENCIMENTO  PIC 9(08).
               02 BOL-VALOR       PIC 9(09)V99.
               02 BOL-DATA-REM    PIC 9(08).
               02 BOL-STATUS      PIC X(01).
               02 BOL-DATA-PGTO   PIC 9(08).
               02 BOL-VALOR-PAGO  PIC 9(09)V99.
               02 BOL-JUROS       PIC 9(07)V99.
               02 BOL-MOTIVO      PIC X(20).
           FD  ARQ-EXTRATOS.
           01  LINHA-EXTRATO    PIC X(80).
       WORKING-STORAGE SECTION.
           01 REGISTROS-SPOOL  PIC 9(06) VALUE ZEROS.
           01 FIM-CONTAS       PIC X(01) VALUE "N".
           01 FIM-CLIENTES     PIC X(01) VALUE "N".
           01 FIM-RECEB        PIC X(01) VALUE "N".
           01 FIM-BOLETOS      PIC X(01) VALUE "N".
           01 CLIENTE-ATUAL    PIC 9(04) VALUE ZEROS.
           01 MES-EXTRATO-E    PIC 9(02) VALUE ZEROS.
           01 ANO-EXTRATO-E    PIC 9(04) VALUE ZEROS.
           01 PERIODO-EXTRATO.
               02 INICIO-MES       PIC 9(08) VALUE ZEROS.
               02 INICIO-PROXIMO   PIC 9(08) VALUE ZEROS.
               02 INICIO-SEGUINTE  PIC 9(08) VALUE ZEROS.
               02 ANO-CALCULO      PIC 9(04) VALUE ZEROS.
               02 MES-CALCULO      PIC 9(02) VALUE ZEROS.
           01 TOTAIS-CLIENTE.
               02 SALDO-ANTERIOR   PIC S9(11)V99 VALUE ZEROS.
               02 TOTAL-VENDAS     PIC 9(11)V99 VALUE ZEROS.
               02 TOTAL-PAGAMENTOS PIC 9(11)V99 VALUE ZEROS.
               02 TOTAL-JUROS      PIC 9(11)V99 VALUE ZEROS.
               02 TOTAL-A-VENCER   PIC 9(11)V99 VALUE ZEROS.
               02 SALDO-ATUAL      PIC S9(11)V99 VALUE ZEROS.
               02 QTDE-MOVIMENTOS  PIC 9(05) VALUE ZEROS.
               02 QTDE-A-VENCER    PIC 9(05) VALUE ZEROS.
           01 SALDO-TITULO     PIC 9(09)V99 VALUE ZEROS.
           01 EXTRATOS-EMITIDOS PIC 9(06) VALUE ZEROS.
           01 CLIENTES-SEM-MOVIMENTO PIC 9(06) VALUE ZEROS.
           01 LINHAS-GRAVADAS  PIC 9(06) VALUE ZEROS.
           01 NUMERO-E         PIC ZZZZZ9.
           01 PARCELA-E        PIC Z9.
           01 CLIENTE-E        PIC ZZZ9.
           01 VALOR-E          PIC ZZZ.ZZZ.ZZ9,99.
           01 SALDO-E          PIC -ZZZ.ZZZ.ZZ9,99.
           01 DATA-E           PIC X(10) VALUE SPACES.
           01 DATA-INVERTIDA   PIC 9(08) VALUE ZEROS.
           01 ANOMES-E         PIC 99/9999.
           01 ANOMES-EXTRATO   PIC 9(06) VALUE ZEROS.
           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
               02 MES      PIC 9(02) VALUE ZEROS.
               02 DIA      PIC 9(02) VALUE ZEROS.
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "EXTRATO MENSAL DE CONTA DOS CLIENTES".
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           DISPLAY "MES DO EXTRATO (MM): ".
           ACCEPT MES-EXTRATO-E.
           DISPLAY "ANO DO EXTRATO (AAAA): ".
           ACCEPT ANO-EXTRATO-E.
           PERFORM DEFINE-PERIODO.
           OPEN OUTPUT ARQ-EXTRATOS.
           PERFORM PROCESSA-CLIENTES.
           CLOSE ARQ-EXTRATOS.
           MOVE LINHAS-GRAVADAS TO REGISTROS-SPOOL.
           CALL "GUARDA-RELATORIO" USING "EXTRATOS  "
               "EXTRATOS.TXT    " REGISTROS-SPOOL.
           DISPLAY "EXTRATOS EMITIDOS: " EXTRATOS-EMITIDOS.
           DISPLAY "CLIENTES SEM SALDO OU MOVIMENTO: "
               CLIENTES-SEM-MOVIMENTO.
           DISPLAY "EXTRATOS GERADOS EM EXTRATOS.TXT".
           STOP RUN.
       DEFINE-PERIODO.
           IF MES-EXTRATO-E < 1 OR MES-EXTRATO-E > 12
              OR ANO-EXTRATO-E = ZEROS
               MOVE ANO TO ANO-CALCULO
               MOVE MES TO MES-CALCULO
               IF MES-CALCULO = 1
                   MOVE 12 TO MES-CALCULO
                   SUBTRACT 1 FROM ANO-CALCULO
               ELSE
                   SUBTRACT 1 FROM MES-CALCULO
               END-IF
               MOVE ANO-CALCULO TO ANO-EXTRATO-E
               MOVE MES-CALCULO TO MES-EXTRATO-E
               DISPLAY "MES INVALIDO - ASSUMIDO O MES ANTERIOR"
           END-IF.
           MOVE ANO-EXTRATO-E TO ANO-CALCULO.
           MOVE MES-EXTRATO-E TO MES-CALCULO.
           COMPUTE INICIO-MES =
               ANO-CALCULO * 10000 + MES-CALCULO * 100 + 1.
           COMPUTE ANOMES-EXTRATO = MES-CALCULO * 10000 + ANO-CALCULO.
           MOVE ANOMES-EXTRATO TO ANOMES-E.
           PERFORM AVANCA-MES.
           COMPUTE INICIO-PROXIMO =
               ANO-CALCULO * 10000 + MES-CALCULO * 100 + 1.
           PERFORM AVANCA-MES.
           COMPUTE INICIO-SEGUINTE =
               ANO-CALCULO * 10000 + MES-CALCULO * 100 + 1.
       AVANCA-MES.
           IF MES-CALCULO = 12
               MOVE 1 TO MES-CALCULO
               ADD 1 TO ANO-CALCULO
           ELSE
               ADD 1 TO MES-CALCULO
           END-IF.
       PROCESSA-CLIENTES.
           MOVE "N" TO FIM-CLIENTES.
           OPEN INPUT ARQ-CLIENTES.
           PERFORM UNTIL FIM-CLIENTES = "S"
               READ ARQ-CLIENTES
                   AT END MOVE "S" TO FIM-CLIENTES
                   NOT AT END
                       MOVE CLI-CODIGO TO CLIENTE-ATUAL
                       PERFORM AVALIA-CLIENTE
               END-READ
           END-PERFORM.
           CLOSE ARQ-CLIENTES.
       AVALIA-CLIENTE.
           INITIALIZE TOTAIS-CLIENTE.
           PERFORM APURA-TITULOS.
           PERFORM APURA-PAGAMENTOS.
           PERFORM APURA-JUROS.
           COMPUTE SALDO-ATUAL = SALDO-ANTERIOR + TOTAL-VENDAS
               - TOTAL-PAGAMENTOS.
           IF SALDO-ANTERIOR = ZEROS AND QTDE-MOVIMENTOS = ZEROS
              AND QTDE-A-VENCER = ZEROS
               ADD 1 TO CLIENTES-SEM-MOVIMENTO
           ELSE
               PERFORM EMITE-EXTRATO
               ADD 1 TO EXTRATOS-EMITIDOS
           END-IF.
       APURA-TITULOS.
           MOVE "N" TO FIM-CONTAS.
           OPEN INPUT ARQ-CONTAS-REC.
           PERFORM UNTIL FIM-CONTAS = "S"
               READ ARQ-CONTAS-REC
                   AT END MOVE "S" TO FIM-CONTAS
                   NOT AT END
                       IF CR-CLIENTE = CLIENTE-ATUAL
                          AND CR-STATUS NOT = "C"
                           PERFORM CLASSIFICA-TITULO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CONTAS-REC.
       CLASSIFICA-TITULO.
           IF CR-DATA < INICIO-MES
               ADD CR-VALOR TO SALDO-ANTERIOR
           ELSE
               IF CR-DATA < INICIO-PROXIMO
                   ADD CR-VALOR TO TOTAL-VENDAS
                   ADD 1 TO QTDE-MOVIMENTOS
               END-IF
           END-IF.
           IF CR-STATUS = "A"
              AND CR-VENCIMENTO NOT < INICIO-PROXIMO
              AND CR-VENCIMENTO < INICIO-SEGUINTE
               COMPUTE SALDO-TITULO = CR-VALOR - CR-VALOR-PAGO
               ADD SALDO-TITULO TO TOTAL-A-VENCER
               ADD 1 TO QTDE-A-VENCER
           END-IF.
       APURA-PAGAMENTOS.
           MOVE "N" TO FIM-RECEB.
           OPEN INPUT ARQ-RECEB-CAIXA.
           PERFORM UNTIL FIM-RECEB = "S"
               READ ARQ-RECEB-CAIXA
                   AT END MOVE "S" TO FIM-RECEB
                   NOT AT END
                       IF RCX-CLIENTE = CLIENTE-ATUAL
                           IF RCX-DATA < INICIO-MES
                               SUBTRACT RCX-VALOR FROM SALDO-ANTERIOR
                           ELSE
                               IF RCX-DATA < INICIO-PROXIMO
                                   ADD RCX-VALOR TO TOTAL-PAGAMENTOS
                                   ADD 1 TO QTDE-MOVIMENTOS
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-RECEB-CAIXA.
       APURA-JUROS.
           MOVE "N" TO FIM-BOLETOS.
           OPEN INPUT ARQ-BOLETOS.
           PERFORM UNTIL FIM-BOLETOS = "S"
               READ ARQ-BOLETOS
                   AT END MOVE "S" TO FIM-BOLETOS
                   NOT AT END
                       IF BOL-CLIENTE = CLIENTE-ATUAL
                          AND BOL-STATUS = "L"
                          AND BOL-JUROS > ZEROS
                          AND BOL-DATA-PGTO NOT < INICIO-MES
                          AND BOL-DATA-PGTO < INICIO-PROXIMO
                           ADD BOL-JUROS TO TOTAL-JUROS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-BOLETOS.
       EMITE-EXTRATO.
           PERFORM CABECALHO-EXTRATO.
           MOVE SALDO-ANTERIOR TO SALDO-E.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "SALDO ANTERIOR...................: "
                      DELIMITED BY SIZE
                  SALDO-E DELIMITED BY SIZE
             INTO LINHA-EXTRATO.
           PERFORM GRAVA-LINHA.
           PERFORM GRAVA-BRANCO.
           MOVE "COMPRAS E PARCELAS LANCADAS NO MES:" TO LINHA-EXTRATO.
           PERFORM GRAVA-LINHA.
           PERFORM LISTA-VENDAS.
           MOVE TOTAL-VENDAS TO VALOR-E.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "   TOTAL DE COMPRAS..............: "
                      DELIMITED BY SIZE
                  VALOR-E DELIMITED BY SIZE
             INTO LINHA-EXTRATO.
           PERFORM GRAVA-LINHA.
           PERFORM GRAVA-BRANCO.
           MOVE "PAGAMENTOS RECEBIDOS NO MES:" TO LINHA-EXTRATO.
           PERFORM GRAVA-LINHA.
           PERFORM LISTA-PAGAMENTOS.
           MOVE TOTAL-PAGAMENTOS TO VALOR-E.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "   TOTAL DE PAGAMENTOS...........: "
                      DELIMITED BY SIZE
                  VALOR-E DELIMITED BY SIZE
             INTO LINHA-EXTRATO.
           PERFORM GRAVA-LINHA.
           PERFORM GRAVA-BRANCO.
           IF TOTAL-JUROS > ZEROS
               MOVE "JUROS POR ATRASO COBRADOS NO MES:"
                   TO LINHA-EXTRATO
               PERFORM GRAVA-LINHA
               PERFORM LISTA-JUROS
               MOVE TOTAL-JUROS TO VALOR-E
               MOVE SPACES TO LINHA-EXTRATO
               STRING "   JUROS COBRADOS................: "
                          DELIMITED BY SIZE
                      VALOR-E DELIMITED BY SIZE
                 INTO LINHA-EXTRATO
               PERFORM GRAVA-LINHA
               MOVE SPACES TO LINHA-EXTRATO
               STRING "   JUROS PAGOS COM OS BOLETOS....: "
                          DELIMITED BY SIZE
                      VALOR-E DELIMITED BY SIZE
                 INTO LINHA-EXTRATO
               PERFORM GRAVA-LINHA
               PERFORM GRAVA-BRANCO
           END-IF.
           MOVE SALDO-ATUAL TO SALDO-E.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "SALDO ATUAL......................: "
                      DELIMITED BY SIZE
                  SALDO-E DELIMITED BY SIZE
             INTO LINHA-EXTRATO.
           PERFORM GRAVA-LINHA.
           PERFORM GRAVA-BRANCO.
           MOVE "TITULOS A VENCER NO PROXIMO MES:" TO LINHA-EXTRATO.
           PERFORM GRAVA-LINHA.
           IF QTDE-A-VENCER = ZEROS
               MOVE "   NENHUM TITULO A VENCER" TO LINHA-EXTRATO
               PERFORM GRAVA-LINHA
           ELSE
               PERFORM LISTA-A-VENCER
               MOVE TOTAL-A-VENCER TO VALOR-E
               MOVE SPACES TO LINHA-EXTRATO
               STRING "   TOTAL A VENCER................: "
                          DELIMITED BY SIZE
                      VALOR-E DELIMITED BY SIZE
                 INTO LINHA-EXTRATO
               PERFORM GRAVA-LINHA
           END-IF.
           PERFORM GRAVA-BRANCO.
       CABECALHO-EXTRATO.
           MOVE ALL "=" TO LINHA-EXTRATO.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "EXTRATO DE CONTA - COMPETENCIA " DELIMITED BY SIZE
                  ANOMES-E                          DELIMITED BY SIZE
             INTO LINHA-EXTRATO.
           PERFORM GRAVA-LINHA.
           MOVE CLIENTE-ATUAL TO CLIENTE-E.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "CLIENTE: " DELIMITED BY SIZE
                  CLIENTE-E   DELIMITED BY SIZE
                  " - "       DELIMITED BY SIZE
                  CLI-NOME    DELIMITED BY SIZE
             INTO LINHA-EXTRATO.
           PERFORM GRAVA-LINHA.
           MOVE ALL "-" TO LINHA-EXTRATO.
           PERFORM GRAVA-LINHA.
       LISTA-VENDAS.
           MOVE "N" TO FIM-CONTAS.
           OPEN INPUT ARQ-CONTAS-REC.
           PERFORM UNTIL FIM-CONTAS = "S"
               READ ARQ-CONTAS-REC
                   AT END MOVE "S" TO FIM-CONTAS
                   NOT AT END
                       IF CR-CLIENTE = CLIENTE-ATUAL
                          AND CR-STATUS NOT = "C"
                          AND CR-DATA NOT < INICIO-MES
                          AND CR-DATA < INICIO-PROXIMO
                           PERFORM LINHA-VENDA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CONTAS-REC.
       LINHA-VENDA.
           MOVE CR-NUMERO  TO NUMERO-E.
           MOVE CR-PARCELA TO PARCELA-E.
           MOVE CR-VALOR   TO VALOR-E.
           MOVE CR-DATA    TO DATA-INVERTIDA.
           PERFORM EDITA-DATA.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "   " DELIMITED BY SIZE
                  DATA-E    DELIMITED BY SIZE
                  " TITULO " DELIMITED BY SIZE
                  NUMERO-E  DELIMITED BY SIZE
                  "/"       DELIMITED BY SIZE
                  PARCELA-E DELIMITED BY SIZE
                  " VALOR " DELIMITED BY SIZE
                  VALOR-E   DELIMITED BY SIZE
             INTO LINHA-EXTRATO.
           IF CR-VENCIMENTO > ZEROS
               MOVE CR-VENCIMENTO TO DATA-INVERTIDA
               PERFORM EDITA-DATA
               MOVE " VENC " TO LINHA-EXTRATO(55:6)
               MOVE DATA-E   TO LINHA-EXTRATO(61:10)
           END-IF.
           PERFORM GRAVA-LINHA.
       LISTA-PAGAMENTOS.
           MOVE "N" TO FIM-RECEB.
           OPEN INPUT ARQ-RECEB-CAIXA.
           PERFORM UNTIL FIM-RECEB = "S"
               READ ARQ-RECEB-CAIXA
                   AT END MOVE "S" TO FIM-RECEB
                   NOT AT END
                       IF RCX-CLIENTE = CLIENTE-ATUAL
                          AND RCX-DATA NOT < INICIO-MES
                          AND RCX-DATA < INICIO-PROXIMO
                           PERFORM LINHA-PAGAMENTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-RECEB-CAIXA.
       LINHA-PAGAMENTO.
           MOVE RCX-NUMERO  TO NUMERO-E.
           MOVE RCX-PARCELA TO PARCELA-E.
           MOVE RCX-VALOR   TO VALOR-E.
           MOVE RCX-DATA    TO DATA-INVERTIDA.
           PERFORM EDITA-DATA.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "   " DELIMITED BY SIZE
                  DATA-E    DELIMITED BY SIZE
                  " TITULO " DELIMITED BY SIZE
                  NUMERO-E  DELIMITED BY SIZE
                  "/"       DELIMITED BY SIZE
                  PARCELA-E DELIMITED BY SIZE
                  " VALOR " DELIMITED BY SIZE
                  VALOR-E   DELIMITED BY SIZE
             INTO LINHA-EXTRATO.
           IF RCX-OPERADOR = "BANCO"
               MOVE " BOLETO" TO LINHA-EXTRATO(55:7)
           END-IF.
           PERFORM GRAVA-LINHA.
       LISTA-JUROS.
           MOVE "N" TO FIM-BOLETOS.
           OPEN INPUT ARQ-BOLETOS.
           PERFORM UNTIL FIM-BOLETOS = "S"
               READ ARQ-BOLETOS
                   AT END MOVE "S" TO FIM-BOLETOS
                   NOT AT END
                       IF BOL-CLIENTE = CLIENTE-ATUAL
                          AND BOL-STATUS = "L"
                          AND BOL-JUROS > ZEROS
                          AND BOL-DATA-PGTO NOT < INICIO-MES
                          AND BOL-DATA-PGTO < INICIO-PROXIMO
                           PERFORM LINHA-JUROS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-BOLETOS.
       LINHA-JUROS.
           MOVE BOL-NUMERO    TO NUMERO-E.
           MOVE BOL-PARCELA   TO PARCELA-E.
           MOVE BOL-JUROS     TO VALOR-E.
           MOVE BOL-DATA-PGTO TO DATA-INVERTIDA.
           PERFORM EDITA-DATA.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "   " DELIMITED BY SIZE
                  DATA-E    DELIMITED BY SIZE
                  " TITULO " DELIMITED BY SIZE
                  NUMERO-E  DELIMITED BY SIZE
                  "/"       DELIMITED BY SIZE
                  PARCELA-E DELIMITED BY SIZE
                  " JUROS " DELIMITED BY SIZE
                  VALOR-E   DELIMITED BY SIZE
             INTO LINHA-EXTRATO.
           PERFORM GRAVA-LINHA.
       LISTA-A-VENCER.
           MOVE "N" TO FIM-CONTAS.
           OPEN INPUT ARQ-CONTAS-REC.
           PERFORM UNTIL FIM-CONTAS = "S"
               READ ARQ-CONTAS-REC
                   AT END MOVE "S" TO FIM-CONTAS
                   NOT AT END
                       IF CR-CLIENTE = CLIENTE-ATUAL
                          AND CR-STATUS = "A"
                          AND CR-VENCIMENTO NOT < INICIO-PROXIMO
                          AND CR-VENCIMENTO < INICIO-SEGUINTE
                           PERFORM LINHA-A-VENCER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CONTAS-REC.
       LINHA-A-VENCER.
           COMPUTE SALDO-TITULO = CR-VALOR - CR-VALOR-PAGO.
           MOVE CR-NUMERO     TO NUMERO-E.
           MOVE CR-PARCELA    TO PARCELA-E.
           MOVE SALDO-TITULO  TO VALOR-E.
           MOVE CR-VENCIMENTO TO DATA-INVERTIDA.
           PERFORM EDITA-DATA.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "   VENC " DELIMITED BY SIZE
                  DATA-E    DELIMITED BY SIZE
                  " TITULO " DELIMITED BY SIZE
                  NUMERO-E  DELIMITED BY SIZE
                  "/"       DELIMITED BY SIZE
                  PARCELA-E DELIMITED BY SIZE
                  " SALDO " DELIMITED BY SIZE
                  VALOR-E   DELIMITED BY SIZE
             INTO LINHA-EXTRATO.
           PERFORM GRAVA-LINHA.
       EDITA-DATA.
           MOVE SPACES TO DATA-E.
           STRING DATA-INVERTIDA(7:2) DELIMITED BY SIZE
                  "/"                 DELIMITED BY SIZE
                  DATA-INVERTIDA(5:2) DELIMITED BY SIZE
                  "/"                 DELIMITED BY SIZE
                  DATA-INVERTIDA(1:4) DELIMITED BY SIZE
             INTO DATA-E.
       GRAVA-BRANCO.
           MOVE SPACES TO LINHA-EXTRATO.
           PERFORM GRAVA-LINHA.
       GRAVA-LINHA.
           WRITE LINHA-EXTRATO.
           ADD 1 TO LINHAS-GRAVADAS.
           MOVE SPACES TO LINHA-EXTRATO.
