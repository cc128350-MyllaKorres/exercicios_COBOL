       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANALISE-CLIENTES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-CLIENTES ASSIGN TO "CLIENTES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-VENDAS ASSIGN TO "VENDAS.DAT"
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
           FD  ARQ-VENDAS.
           01  REG-VENDA.
               02 VENDA-NUMERO      PIC 9(06).
               02 VENDA-MERCADORIA  PIC X(20).
               02 VENDA-QTDE        PIC 9(4).
               02 VENDA-PRECOVENDA  PIC 9(7)V99.
               02 VENDA-TIPO        PIC X(01).
               02 VENDA-OPERADOR    PIC X(08).
               02 VENDA-DATA        PIC 9(08).
               02 VENDA-CODIGO      PIC 9(05).
               02 VENDA-CLIENTE     PIC 9(04).
               02 VENDA-UF          PIC X(02).
               02 VENDA-MOTIVO      PIC X(02).
       WORKING-STORAGE SECTION.
           01 LINHA-RELATORIO  PIC X(80) VALUE SPACES.
           01 NOME-RELATORIO   PIC X(16) VALUE "RELRFM.TXT".
           01 TITULO-RELATORIO PIC X(40) VALUE
               "CLIENTES - RECENCIA, FREQUENCIA E VALOR".
           01 NOME-LISTA       PIC X(16) VALUE "RFMLIGAR.TXT".
           01 TITULO-LISTA     PIC X(40) VALUE
               "CLIENTES A CONTATAR - COMPRAS EM QUEDA".
           01 FIM-CLIENTES     PIC X(01) VALUE "N".
           01 FIM-VENDAS       PIC X(01) VALUE "N".
           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
               02 MES      PIC 9(02) VALUE ZEROS.
               02 DIA      PIC 9(02) VALUE ZEROS.
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
           01 DATA-CORTE       PIC 9(08) VALUE ZEROS.
           01 DIAS-PERIODO     PIC 9(04) VALUE 365.
           01 DIAS-RISCO       PIC 9(04) VALUE 60.
           01 DIAS-PERDIDO     PIC 9(04) VALUE 180.
           01 CONSULTA-PARAMETRO.
               02 PRM-MODULO    PIC X(08) VALUE SPACES.
               02 PRM-NOME      PIC X(15) VALUE SPACES.
               02 PRM-DATA      PIC 9(08) VALUE ZEROS.
               02 PRM-VALOR     PIC 9(09)V9(06) VALUE ZEROS.
               02 PRM-ACHOU     PIC X(01) VALUE SPACE.
           01 DADOS-CLIENTES.
               02 QTDE-CLIENTES PIC 9(04) VALUE ZEROS.
               02 QTDE-COMPRADORES PIC 9(04) VALUE ZEROS.
               02 IDX           PIC 9(04) VALUE ZEROS.
               02 IDX2          PIC 9(04) VALUE ZEROS.
               02 TROCOU        PIC X(01) VALUE "N".
               02 CLIENTE-T OCCURS 2000 TIMES.
                   03 CLT-CODIGO      PIC 9(04).
                   03 CLT-NOME        PIC X(30).
                   03 CLT-ULT-COMPRA  PIC 9(08).
                   03 CLT-ULT-NUMERO  PIC 9(06).
                   03 CLT-COMPRAS     PIC 9(05).
                   03 CLT-VALOR       PIC 9(11)V99.
                   03 CLT-DIAS        PIC 9(05).
                   03 CLT-NOTA-R      PIC 9(01).
                   03 CLT-NOTA-F      PIC 9(01).
                   03 CLT-NOTA-M      PIC 9(01).
                   03 CLT-PONTOS      PIC 9(02).
                   03 CLT-SEGMENTO    PIC X(10).
               02 CLIENTE-AUX.
                   03 AUX-CODIGO      PIC 9(04).
                   03 AUX-NOME        PIC X(30).
                   03 AUX-ULT-COMPRA  PIC 9(08).
                   03 AUX-ULT-NUMERO  PIC 9(06).
                   03 AUX-COMPRAS     PIC 9(05).
                   03 AUX-VALOR       PIC 9(11)V99.
                   03 AUX-DIAS        PIC 9(05).
                   03 AUX-NOTA-R      PIC 9(01).
                   03 AUX-NOTA-F      PIC 9(01).
                   03 AUX-NOTA-M      PIC 9(01).
                   03 AUX-PONTOS      PIC 9(02).
                   03 AUX-SEGMENTO    PIC X(10).
           01 CLIENTE-ACHADO   PIC X(01) VALUE "N".
           01 POSICAO-VALOR    PIC 9(04) VALUE ZEROS.
           01 CONTADORES.
               02 CONT-CAMPEAO     PIC 9(04) VALUE ZEROS.
               02 CONT-LEAL        PIC 9(04) VALUE ZEROS.
               02 CONT-NOVO        PIC 9(04) VALUE ZEROS.
               02 CONT-OCASIONAL   PIC 9(04) VALUE ZEROS.
               02 CONT-RISCO       PIC 9(04) VALUE ZEROS.
               02 CONT-PERDIDO     PIC 9(04) VALUE ZEROS.
               02 CONT-SEM-COMPRA  PIC 9(04) VALUE ZEROS.
               02 CONT-LIGAR       PIC 9(04) VALUE ZEROS.
           01 VALOR-TOTAL      PIC 9(13)V99 VALUE ZEROS.
           01 CONT-E           PIC ZZZ9.
           01 CLIENTE-E        PIC ZZZ9.
           01 COMPRAS-E        PIC ZZZZ9.
           01 DIAS-E           PIC ZZZZ9.
           01 VALOR-E          PIC ZZ.ZZZ.ZZ9,99.
           01 TOTAL-E          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           01 DATA-E           PIC X(10) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "ANALISE DE CLIENTES POR RECENCIA, FREQUENCIA E "
               "VALOR".
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           PERFORM LE-PARAMETROS.
           COMPUTE DATA-CORTE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(DATA-HOJE) - DIAS-PERIODO).
           PERFORM CARREGA-CLIENTES.
           PERFORM APURA-VENDAS.
           PERFORM ORDENA-POR-VALOR.
           PERFORM CALCULA-NOTAS
               THRU CALCULA-NOTAS-SAIDA
               VARYING IDX FROM 1 BY 1 UNTIL IDX > QTDE-CLIENTES.
           PERFORM ORDENA-POR-PONTOS.
           PERFORM EMITE-RANKING.
           PERFORM EMITE-LISTA-CONTATO.
           MOVE CONT-LIGAR TO CONT-E.
           DISPLAY "CLIENTES A CONTATAR: " CONT-E
               " - LISTA EM RFMLIGAR.TXT".
           DISPLAY "RELATORIO GERADO EM RELRFM.TXT".
           STOP RUN.
       LE-PARAMETROS.
           MOVE "RFM"          TO PRM-MODULO.
           MOVE DATA-HOJE      TO PRM-DATA.
           MOVE "DIAS-PERIODO" TO PRM-NOME.
           CALL "BUSCA-PARAMETRO" USING PRM-MODULO PRM-NOME PRM-DATA
               PRM-VALOR PRM-ACHOU.
           IF PRM-ACHOU = "S" AND PRM-VALOR > ZEROS
               MOVE PRM-VALOR TO DIAS-PERIODO
           END-IF.
           MOVE "DIAS-RISCO"   TO PRM-NOME.
           CALL "BUSCA-PARAMETRO" USING PRM-MODULO PRM-NOME PRM-DATA
               PRM-VALOR PRM-ACHOU.
           IF PRM-ACHOU = "S" AND PRM-VALOR > ZEROS
               MOVE PRM-VALOR TO DIAS-RISCO
           END-IF.
           MOVE "DIAS-PERDIDO" TO PRM-NOME.
           CALL "BUSCA-PARAMETRO" USING PRM-MODULO PRM-NOME PRM-DATA
               PRM-VALOR PRM-ACHOU.
           IF PRM-ACHOU = "S" AND PRM-VALOR > DIAS-RISCO
               MOVE PRM-VALOR TO DIAS-PERDIDO
           END-IF.
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
                           INITIALIZE CLIENTE-T(IDX)
                           MOVE CLI-CODIGO TO CLT-CODIGO(IDX)
                           MOVE CLI-NOME   TO CLT-NOME(IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CLIENTES.
       APURA-VENDAS.
           MOVE "N" TO FIM-VENDAS.
           OPEN INPUT ARQ-VENDAS.
           PERFORM UNTIL FIM-VENDAS = "S"
               READ ARQ-VENDAS
                   AT END MOVE "S" TO FIM-VENDAS
                   NOT AT END
                       IF VENDA-TIPO = "V"
                          AND VENDA-CLIENTE > ZEROS
                          AND VENDA-DATA > DATA-CORTE
                          AND VENDA-DATA <= DATA-HOJE
                           PERFORM LOCALIZA-CLIENTE
                           IF CLIENTE-ACHADO = "S"
                               PERFORM ACUMULA-VENDA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-VENDAS.
       LOCALIZA-CLIENTE.
           MOVE "N" TO CLIENTE-ACHADO.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > QTDE-CLIENTES
                      OR CLIENTE-ACHADO = "S"
               IF CLT-CODIGO(IDX) = VENDA-CLIENTE
                   MOVE "S" TO CLIENTE-ACHADO
               END-IF
           END-PERFORM.
           IF CLIENTE-ACHADO = "S"
               SUBTRACT 1 FROM IDX.
       ACUMULA-VENDA.
           IF VENDA-NUMERO NOT = CLT-ULT-NUMERO(IDX)
               ADD 1 TO CLT-COMPRAS(IDX)
               MOVE VENDA-NUMERO TO CLT-ULT-NUMERO(IDX)
           END-IF.
           ADD VENDA-PRECOVENDA TO CLT-VALOR(IDX).
           ADD VENDA-PRECOVENDA TO VALOR-TOTAL.
           IF VENDA-DATA > CLT-ULT-COMPRA(IDX)
               MOVE VENDA-DATA TO CLT-ULT-COMPRA(IDX)
           END-IF.
       ORDENA-POR-VALOR.
           MOVE "S" TO TROCOU.
           PERFORM UNTIL TROCOU = "N"
               MOVE "N" TO TROCOU
               PERFORM VARYING IDX FROM 1 BY 1
                       UNTIL IDX >= QTDE-CLIENTES
                   COMPUTE IDX2 = IDX + 1
                   IF CLT-VALOR(IDX2) > CLT-VALOR(IDX)
                       PERFORM TROCA-CLIENTES
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE ZEROS TO QTDE-COMPRADORES.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > QTDE-CLIENTES
               IF CLT-COMPRAS(IDX) > ZEROS
                   ADD 1 TO QTDE-COMPRADORES
               END-IF
           END-PERFORM.
       ORDENA-POR-PONTOS.
           MOVE "S" TO TROCOU.
           PERFORM UNTIL TROCOU = "N"
               MOVE "N" TO TROCOU
               PERFORM VARYING IDX FROM 1 BY 1
                       UNTIL IDX >= QTDE-CLIENTES
                   COMPUTE IDX2 = IDX + 1
                   IF CLT-PONTOS(IDX2) > CLT-PONTOS(IDX)
                      OR (CLT-PONTOS(IDX2) = CLT-PONTOS(IDX)
                          AND CLT-VALOR(IDX2) > CLT-VALOR(IDX))
                       PERFORM TROCA-CLIENTES
                   END-IF
               END-PERFORM
           END-PERFORM.
       TROCA-CLIENTES.
           MOVE CLIENTE-T(IDX)  TO CLIENTE-AUX.
           MOVE CLIENTE-T(IDX2) TO CLIENTE-T(IDX).
           MOVE CLIENTE-AUX     TO CLIENTE-T(IDX2).
           MOVE "S" TO TROCOU.
       CALCULA-NOTAS.
           IF CLT-COMPRAS(IDX) = ZEROS
               MOVE ZEROS TO CLT-DIAS(IDX)
               MOVE ZEROS TO CLT-NOTA-R(IDX)
               MOVE ZEROS TO CLT-NOTA-F(IDX)
               MOVE ZEROS TO CLT-NOTA-M(IDX)
               MOVE ZEROS TO CLT-PONTOS(IDX)
               MOVE "SEM COMPRA" TO CLT-SEGMENTO(IDX)
               ADD 1 TO CONT-SEM-COMPRA
               GO TO CALCULA-NOTAS-SAIDA
           END-IF.
           COMPUTE CLT-DIAS(IDX) =
               FUNCTION INTEGER-OF-DATE(DATA-HOJE)
               - FUNCTION INTEGER-OF-DATE(CLT-ULT-COMPRA(IDX)).
           EVALUATE TRUE
               WHEN CLT-DIAS(IDX) <= 30
                   MOVE 5 TO CLT-NOTA-R(IDX)
               WHEN CLT-DIAS(IDX) <= 60
                   MOVE 4 TO CLT-NOTA-R(IDX)
               WHEN CLT-DIAS(IDX) <= 90
                   MOVE 3 TO CLT-NOTA-R(IDX)
               WHEN CLT-DIAS(IDX) <= 180
                   MOVE 2 TO CLT-NOTA-R(IDX)
               WHEN OTHER
                   MOVE 1 TO CLT-NOTA-R(IDX)
           END-EVALUATE.
           EVALUATE TRUE
               WHEN CLT-COMPRAS(IDX) >= 12
                   MOVE 5 TO CLT-NOTA-F(IDX)
               WHEN CLT-COMPRAS(IDX) >= 6
                   MOVE 4 TO CLT-NOTA-F(IDX)
               WHEN CLT-COMPRAS(IDX) >= 3
                   MOVE 3 TO CLT-NOTA-F(IDX)
               WHEN CLT-COMPRAS(IDX) = 2
                   MOVE 2 TO CLT-NOTA-F(IDX)
               WHEN OTHER
                   MOVE 1 TO CLT-NOTA-F(IDX)
           END-EVALUATE.
           MOVE IDX TO POSICAO-VALOR.
           COMPUTE CLT-NOTA-M(IDX) = 5 -
               ((POSICAO-VALOR - 1) * 5 / QTDE-COMPRADORES).
           COMPUTE CLT-PONTOS(IDX) = CLT-NOTA-R(IDX)
               + CLT-NOTA-F(IDX) + CLT-NOTA-M(IDX).
           EVALUATE TRUE
               WHEN CLT-DIAS(IDX) > DIAS-PERDIDO
                   MOVE "PERDIDO" TO CLT-SEGMENTO(IDX)
                   ADD 1 TO CONT-PERDIDO
               WHEN CLT-DIAS(IDX) > DIAS-RISCO
                AND (CLT-NOTA-F(IDX) >= 3 OR CLT-NOTA-M(IDX) >= 4)
                   MOVE "EM RISCO" TO CLT-SEGMENTO(IDX)
                   ADD 1 TO CONT-RISCO
               WHEN CLT-NOTA-R(IDX) >= 4 AND CLT-NOTA-F(IDX) >= 4
                AND CLT-NOTA-M(IDX) >= 4
                   MOVE "CAMPEAO" TO CLT-SEGMENTO(IDX)
                   ADD 1 TO CONT-CAMPEAO
               WHEN CLT-NOTA-R(IDX) >= 4 AND CLT-NOTA-F(IDX) = 1
                   MOVE "NOVO" TO CLT-SEGMENTO(IDX)
                   ADD 1 TO CONT-NOVO
               WHEN CLT-NOTA-R(IDX) >= 3 AND CLT-NOTA-F(IDX) >= 3
                   MOVE "LEAL" TO CLT-SEGMENTO(IDX)
                   ADD 1 TO CONT-LEAL
               WHEN OTHER
                   MOVE "OCASIONAL" TO CLT-SEGMENTO(IDX)
                   ADD 1 TO CONT-OCASIONAL
           END-EVALUATE.
       CALCULA-NOTAS-SAIDA.
           EXIT.
       EMITE-RANKING.
           CALL "IMPRIME-RELATORIO" USING "A"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CLI  NOME                 ULT.COMPRA  DIAS COMPR"
                                                   DELIMITED BY SIZE
                  "        VALOR RFM SEGMENTO"  DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           PERFORM GRAVA-LINHA-CLIENTE
               VARYING IDX FROM 1 BY 1 UNTIL IDX > QTDE-CLIENTES.
           PERFORM RODAPE.
           CALL "IMPRIME-RELATORIO" USING "F"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
       GRAVA-LINHA-CLIENTE.
           PERFORM MONTA-LINHA-CLIENTE.
           PERFORM IMPRIME-LINHA.
       MONTA-LINHA-CLIENTE.
           MOVE CLT-CODIGO(IDX)  TO CLIENTE-E.
           MOVE CLT-COMPRAS(IDX) TO COMPRAS-E.
           MOVE CLT-VALOR(IDX)   TO VALOR-E.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CLIENTE-E             TO LINHA-RELATORIO(1:4).
           MOVE CLT-NOME(IDX)(1:20)   TO LINHA-RELATORIO(6:20).
           IF CLT-COMPRAS(IDX) > ZEROS
               MOVE SPACES TO DATA-E
               STRING CLT-ULT-COMPRA(IDX)(7:2) DELIMITED BY SIZE
                      "/"                      DELIMITED BY SIZE
                      CLT-ULT-COMPRA(IDX)(5:2) DELIMITED BY SIZE
                      "/"                      DELIMITED BY SIZE
                      CLT-ULT-COMPRA(IDX)(1:4) DELIMITED BY SIZE
                 INTO DATA-E
               MOVE DATA-E                TO LINHA-RELATORIO(27:10)
               MOVE CLT-DIAS(IDX)         TO DIAS-E
               MOVE DIAS-E                TO LINHA-RELATORIO(38:5)
               MOVE CLT-NOTA-R(IDX)       TO LINHA-RELATORIO(62:1)
               MOVE CLT-NOTA-F(IDX)       TO LINHA-RELATORIO(63:1)
               MOVE CLT-NOTA-M(IDX)       TO LINHA-RELATORIO(64:1)
           ELSE
               MOVE "-"                   TO LINHA-RELATORIO(36:1)
           END-IF.
           MOVE COMPRAS-E             TO LINHA-RELATORIO(44:5).
           MOVE VALOR-E               TO LINHA-RELATORIO(49:13).
           MOVE CLT-SEGMENTO(IDX)     TO LINHA-RELATORIO(66:10).
       RODAPE.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE DIAS-PERIODO TO DIAS-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PERIODO ANALISADO (DIAS): " DELIMITED BY SIZE
                  DIAS-E                       DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE VALOR-TOTAL TO TOTAL-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "VALOR COMPRADO NO PERIODO: " DELIMITED BY SIZE
                  TOTAL-E                       DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE CONT-CAMPEAO TO CONT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CAMPEOES.................: " DELIMITED BY SIZE
                  CONT-E                        DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE CONT-LEAL TO CONT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "LEAIS....................: " DELIMITED BY SIZE
                  CONT-E                        DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE CONT-NOVO TO CONT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "NOVOS....................: " DELIMITED BY SIZE
                  CONT-E                        DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE CONT-OCASIONAL TO CONT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "OCASIONAIS...............: " DELIMITED BY SIZE
                  CONT-E                        DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE CONT-RISCO TO CONT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "EM RISCO.................: " DELIMITED BY SIZE
                  CONT-E                        DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE CONT-PERDIDO TO CONT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PERDIDOS.................: " DELIMITED BY SIZE
                  CONT-E                        DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE CONT-SEM-COMPRA TO CONT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "SEM COMPRA NO PERIODO....: " DELIMITED BY SIZE
                  CONT-E                        DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
       EMITE-LISTA-CONTATO.
           MOVE NOME-LISTA   TO NOME-RELATORIO.
           MOVE TITULO-LISTA TO TITULO-RELATORIO.
           CALL "IMPRIME-RELATORIO" USING "A"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CLI  NOME                 ULT.COMPRA  DIAS COMPR"
                                                   DELIMITED BY SIZE
                  "        VALOR RFM SEGMENTO"  DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           PERFORM SELECIONA-CONTATO
               VARYING IDX FROM 1 BY 1 UNTIL IDX > QTDE-CLIENTES.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE CONT-LIGAR TO CONT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CLIENTES A CONTATAR......: " DELIMITED BY SIZE
                  CONT-E                        DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           CALL "IMPRIME-RELATORIO" USING "F"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
       SELECIONA-CONTATO.
           IF CLT-SEGMENTO(IDX) = "EM RISCO"
              OR (CLT-SEGMENTO(IDX) = "PERDIDO"
                  AND (CLT-NOTA-F(IDX) >= 3 OR CLT-NOTA-M(IDX) >= 4))
               ADD 1 TO CONT-LIGAR
               PERFORM MONTA-LINHA-CLIENTE
               PERFORM IMPRIME-LINHA
           END-IF.
       IMPRIME-LINHA.
           CALL "IMPRIME-RELATORIO" USING "L"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
