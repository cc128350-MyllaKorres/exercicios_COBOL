       IDENTIFICATION DIVISION.
       PROGRAM-ID. GIRO-ESTOQUE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-FOTO ASSIGN TO "ESTOQUEMES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-VENDAS ASSIGN TO "VENDAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-PRODUTOS ASSIGN TO "PRODUTOS.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PROD-CODIGO.
               SELECT ARQ-RELATORIO ASSIGN TO "RELGIRO.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-FOTO.
           01  REG-FOTO.
               02 FOT-ANOMES     PIC 9(06).
               02 FOT-CODIGO     PIC 9(05).
               02 FOT-DEPOSITO   PIC 9(02).
               02 FOT-QTDE       PIC 9(06).
               02 FOT-CUSTO      PIC 9(4)V99.
               02 FOT-DATA       PIC 9(08).
               02 FOT-OPERADOR   PIC X(08).
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
           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
               02 MES      PIC 9(02) VALUE ZEROS.
               02 DIA      PIC 9(02) VALUE ZEROS.
           01 PARAMETROS.
               02 MES-REF          PIC 9(02) VALUE ZEROS.
               02 MES-REF-E        PIC Z9.
               02 ANO-REF          PIC 9(04) VALUE ZEROS.
               02 ANO-REF-E        PIC ZZZ9.
               02 DIAS-PARADO      PIC 9(03) VALUE 90.
               02 DIAS-PARADO-E    PIC ZZ9.
           01 DATAS-MES.
               02 ANOMES-REF       PIC 9(06) VALUE ZEROS.
               02 ANOMES-ANT       PIC 9(06) VALUE ZEROS.
               02 DATA-INICIO      PIC 9(08) VALUE ZEROS.
               02 DATA-FIM         PIC 9(08) VALUE ZEROS.
               02 DATA-PROX        PIC 9(08) VALUE ZEROS.
               02 DIAS-MES         PIC 9(02) VALUE ZEROS.
               02 DIAS-SEM-VENDA   PIC 9(05) VALUE ZEROS.
           01 QTDE-ITENS       PIC 9(03) VALUE ZEROS.
           01 TABELA-GIRO.
               02 GIRO-T OCCURS 500 TIMES.
                   03 GIR-CODIGO     PIC 9(05).
                   03 GIR-QTDE       PIC 9(07).
                   03 GIR-VALOR      PIC 9(11)V99.
                   03 GIR-CUSTO      PIC 9(4)V99.
                   03 GIR-QTDE-ANT   PIC 9(07).
                   03 GIR-VALOR-ANT  PIC 9(11)V99.
                   03 GIR-VENDIDO    PIC 9(07).
                   03 GIR-ULT-VENDA  PIC 9(08).
           01 IDX-ITEM         PIC 9(03) VALUE ZEROS.
           01 ITEM-ACHADO      PIC X(01) VALUE "N".
           01 CODIGO-BUSCA     PIC 9(05) VALUE ZEROS.
           01 FIM-ARQUIVO      PIC X(01) VALUE "N".
           01 ESTOURO-TABELA   PIC X(01) VALUE "N".
           01 MERCADORIA       PIC X(20) VALUE SPACES.
           01 CALCULOS.
               02 CMV-MES          PIC 9(11)V99 VALUE ZEROS.
               02 ESTOQUE-MEDIO    PIC 9(11)V99 VALUE ZEROS.
               02 GIRO-MES         PIC 9(03)V99 VALUE ZEROS.
               02 DIAS-COBERTURA   PIC 9(05) VALUE ZEROS.
               02 VARIACAO         PIC S9(11)V99 VALUE ZEROS.
               02 PCT-VARIACAO     PIC S9(05)V9 VALUE ZEROS.
           01 TOTAIS.
               02 TOTAL-VALOR      PIC 9(13)V99 VALUE ZEROS.
               02 TOTAL-VALOR-ANT  PIC 9(13)V99 VALUE ZEROS.
               02 TOTAL-CMV        PIC 9(13)V99 VALUE ZEROS.
               02 TOTAL-VARIACAO   PIC S9(13)V99 VALUE ZEROS.
               02 CONT-PARADOS     PIC 9(05) VALUE ZEROS.
               02 VALOR-PARADOS    PIC 9(13)V99 VALUE ZEROS.
           01 EDITADOS.
               02 CODIGO-E         PIC 9(05).
               02 QTDE-E           PIC ZZZZZ9.
               02 VALOR-E          PIC ZZZ.ZZ9,99.
               02 VARIACAO-E       PIC -ZZ.ZZ9,99.
               02 GIRO-E           PIC Z9,99.
               02 COBERTURA-E      PIC ZZZ9.
               02 ANOMES-E         PIC 9999/99.
               02 ANOMES-ANT-E     PIC 9999/99.
               02 CONT-E           PIC ZZ.ZZ9.
               02 TOTAL-E          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               02 TOTAL-VAR-E      PIC -Z.ZZZ.ZZZ.ZZ9,99.
               02 PCT-E            PIC -ZZZ9,9.
           01 SITUACAO-ITEM    PIC X(08) VALUE SPACES.
           01 MENSA-LOG        PIC X(40) VALUE SPACES.
           01 VALOR-LOG        PIC X(20) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "GIRO E COBERTURA DO ESTOQUE".
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           PERFORM RECEBE-PARAMETROS.
           PERFORM CARREGA-FOTOS.
           IF QTDE-ITENS = ZEROS
               MOVE ANOMES-REF TO ANOMES-E
               DISPLAY "NAO HA FOTO DE ESTOQUE PARA " ANOMES-E
               STOP RUN
           END-IF.
           PERFORM APURA-VENDAS.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM CABECALHO.
           PERFORM GRAVA-LINHA-ITEM
               VARYING IDX-ITEM FROM 1 BY 1
               UNTIL IDX-ITEM > QTDE-ITENS.
           PERFORM RODAPE.
           CLOSE ARQ-RELATORIO.
           CALL "GUARDA-RELATORIO" USING "GIROEST   "
               "RELGIRO.TXT     " REGISTROS-SPOOL.
           DISPLAY "RELATORIO GERADO EM RELGIRO.TXT".
           STOP RUN.
       RECEBE-PARAMETROS.
           DISPLAY "MES DE REFERENCIA (1-12, 0 = MES ATUAL): ".
           ACCEPT MES-REF-E.
           MOVE MES-REF-E TO MES-REF.
           IF MES-REF = ZEROS OR MES-REF > 12
               MOVE MES TO MES-REF
               MOVE ANO TO ANO-REF
           ELSE
               DISPLAY "ANO DE REFERENCIA (0 = ANO ATUAL): "
               ACCEPT ANO-REF-E
               MOVE ANO-REF-E TO ANO-REF
               IF ANO-REF = ZEROS
                   MOVE ANO TO ANO-REF
               END-IF
           END-IF.
           DISPLAY "DIAS SEM VENDA PARA ITEM PARADO (0 = 90): ".
           ACCEPT DIAS-PARADO-E.
           MOVE DIAS-PARADO-E TO DIAS-PARADO.
           IF DIAS-PARADO = ZEROS
               MOVE 90 TO DIAS-PARADO
           END-IF.
           COMPUTE ANOMES-REF = ANO-REF * 100 + MES-REF.
           IF MES-REF = 1
               COMPUTE ANOMES-ANT = (ANO-REF - 1) * 100 + 12
           ELSE
               COMPUTE ANOMES-ANT = ANOMES-REF - 1
           END-IF.
           COMPUTE DATA-INICIO = ANOMES-REF * 100 + 1.
           IF MES-REF = 12
               COMPUTE DATA-PROX = (ANO-REF + 1) * 10000 + 101
           ELSE
               COMPUTE DATA-PROX = DATA-INICIO + 100
           END-IF.
           COMPUTE DATA-FIM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(DATA-PROX) - 1).
           MOVE DATA-FIM(7:2) TO DIAS-MES.
       CARREGA-FOTOS.
           MOVE ZEROS TO QTDE-ITENS.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-FOTO.
           PERFORM UNTIL FIM-ARQUIVO = "S"
               READ ARQ-FOTO
                   AT END MOVE "S" TO FIM-ARQUIVO
                   NOT AT END
                       IF FOT-ANOMES = ANOMES-REF
                          OR FOT-ANOMES = ANOMES-ANT
                           PERFORM ACUMULA-FOTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-FOTO.
       ACUMULA-FOTO.
           MOVE FOT-CODIGO TO CODIGO-BUSCA.
           PERFORM LOCALIZA-ITEM.
           IF ITEM-ACHADO = "N"
               IF QTDE-ITENS < 500
                   ADD 1 TO QTDE-ITENS
                   MOVE QTDE-ITENS TO IDX-ITEM
                   INITIALIZE GIRO-T(IDX-ITEM)
                   MOVE FOT-CODIGO TO GIR-CODIGO(IDX-ITEM)
                   MOVE "S" TO ITEM-ACHADO
               ELSE
                   IF ESTOURO-TABELA = "N"
                       MOVE "S" TO ESTOURO-TABELA
                       MOVE "MAIS DE 500 PRODUTOS NA FOTO" TO MENSA-LOG
                       MOVE FOT-CODIGO TO VALOR-LOG
                       CALL "GRAVA-EXCECAO" USING
                           "GIRO-ESTOQUE        " "CODIGO         "
                           VALOR-LOG MENSA-LOG
                   END-IF
               END-IF
           END-IF.
           IF ITEM-ACHADO = "S"
               IF FOT-ANOMES = ANOMES-REF
                   ADD FOT-QTDE TO GIR-QTDE(IDX-ITEM)
                   COMPUTE GIR-VALOR(IDX-ITEM) = GIR-VALOR(IDX-ITEM)
                       + FOT-QTDE * FOT-CUSTO
                   MOVE FOT-CUSTO TO GIR-CUSTO(IDX-ITEM)
               ELSE
                   ADD FOT-QTDE TO GIR-QTDE-ANT(IDX-ITEM)
                   COMPUTE GIR-VALOR-ANT(IDX-ITEM) =
                       GIR-VALOR-ANT(IDX-ITEM) + FOT-QTDE * FOT-CUSTO
                   IF GIR-CUSTO(IDX-ITEM) = ZEROS
                       MOVE FOT-CUSTO TO GIR-CUSTO(IDX-ITEM)
                   END-IF
               END-IF
           END-IF.
       LOCALIZA-ITEM.
           MOVE "N" TO ITEM-ACHADO.
           PERFORM VARYING IDX-ITEM FROM 1 BY 1
                   UNTIL IDX-ITEM > QTDE-ITENS OR ITEM-ACHADO = "S"
               IF GIR-CODIGO(IDX-ITEM) = CODIGO-BUSCA
                   MOVE "S" TO ITEM-ACHADO
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO = "S"
               SUBTRACT 1 FROM IDX-ITEM
           END-IF.
       APURA-VENDAS.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-VENDAS.
           PERFORM UNTIL FIM-ARQUIVO = "S"
               READ ARQ-VENDAS
                   AT END MOVE "S" TO FIM-ARQUIVO
                   NOT AT END
                       IF VENDA-TIPO NOT = "D"
                          AND VENDA-DATA <= DATA-FIM
                           PERFORM ACUMULA-VENDA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-VENDAS.
       ACUMULA-VENDA.
           MOVE VENDA-CODIGO TO CODIGO-BUSCA.
           PERFORM LOCALIZA-ITEM.
           IF ITEM-ACHADO = "S"
               IF VENDA-DATA >= DATA-INICIO
                   ADD VENDA-QTDE TO GIR-VENDIDO(IDX-ITEM)
               END-IF
               IF VENDA-DATA > GIR-ULT-VENDA(IDX-ITEM)
                   MOVE VENDA-DATA TO GIR-ULT-VENDA(IDX-ITEM)
               END-IF
           END-IF.
       BUSCA-PRODUTO.
           MOVE "PRODUTO SEM CADASTRO" TO MERCADORIA.
           OPEN INPUT ARQ-PRODUTOS.
           MOVE GIR-CODIGO(IDX-ITEM) TO PROD-CODIGO.
           READ ARQ-PRODUTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PROD-MERCADORIA TO MERCADORIA
           END-READ.
           CLOSE ARQ-PRODUTOS.
       CABECALHO.
           MOVE ANOMES-REF TO ANOMES-E.
           MOVE ANOMES-ANT TO ANOMES-ANT-E.
           MOVE DIAS-PARADO TO DIAS-PARADO-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "GIRO E COBERTURA DO ESTOQUE - MES "
                      DELIMITED BY SIZE
                  ANOMES-E DELIMITED BY SIZE
                  " (ANTERIOR " DELIMITED BY SIZE
                  ANOMES-ANT-E DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ITEM PARADO = SEM VENDA HA MAIS DE "
                      DELIMITED BY SIZE
                  DIAS-PARADO-E DELIMITED BY SIZE
                  " DIAS" DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE "CODIGO PRODUTO" TO LINHA-RELATORIO(1:14).
           MOVE "SALDO"          TO LINHA-RELATORIO(29:5).
           MOVE "VALOR"          TO LINHA-RELATORIO(40:5).
           MOVE "VAR.MES"        TO LINHA-RELATORIO(49:7).
           MOVE "GIRO"           TO LINHA-RELATORIO(58:4).
           MOVE "COB."           TO LINHA-RELATORIO(63:4).
           MOVE "SITUACAO"       TO LINHA-RELATORIO(68:8).
           WRITE LINHA-RELATORIO.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       GRAVA-LINHA-ITEM.
           PERFORM BUSCA-PRODUTO.
           COMPUTE CMV-MES =
               GIR-VENDIDO(IDX-ITEM) * GIR-CUSTO(IDX-ITEM).
           IF GIR-VALOR-ANT(IDX-ITEM) > ZEROS
               COMPUTE ESTOQUE-MEDIO ROUNDED = (GIR-VALOR(IDX-ITEM)
                   + GIR-VALOR-ANT(IDX-ITEM)) / 2
           ELSE
               MOVE GIR-VALOR(IDX-ITEM) TO ESTOQUE-MEDIO
           END-IF.
           MOVE ZEROS TO GIRO-MES.
           IF ESTOQUE-MEDIO > ZEROS
               COMPUTE GIRO-MES ROUNDED = CMV-MES / ESTOQUE-MEDIO
                   ON SIZE ERROR MOVE 999,99 TO GIRO-MES
               END-COMPUTE
           END-IF.
           COMPUTE VARIACAO = GIR-VALOR(IDX-ITEM)
               - GIR-VALOR-ANT(IDX-ITEM).
           MOVE SPACES TO SITUACAO-ITEM.
           MOVE ZEROS TO DIAS-COBERTURA.
           IF GIR-VENDIDO(IDX-ITEM) > ZEROS
               COMPUTE DIAS-COBERTURA ROUNDED = GIR-QTDE(IDX-ITEM)
                   * DIAS-MES / GIR-VENDIDO(IDX-ITEM)
                   ON SIZE ERROR MOVE 99999 TO DIAS-COBERTURA
               END-COMPUTE
           END-IF.
           IF GIR-ULT-VENDA(IDX-ITEM) = ZEROS
               MOVE "SEM VENDA" TO SITUACAO-ITEM
           ELSE
               COMPUTE DIAS-SEM-VENDA =
                   FUNCTION INTEGER-OF-DATE(DATA-FIM)
                 - FUNCTION INTEGER-OF-DATE(GIR-ULT-VENDA(IDX-ITEM))
               IF DIAS-SEM-VENDA > DIAS-PARADO
                   MOVE "PARADO" TO SITUACAO-ITEM
               END-IF
           END-IF.
           IF SITUACAO-ITEM NOT = SPACES AND GIR-QTDE(IDX-ITEM) > ZEROS
               ADD 1 TO CONT-PARADOS
               ADD GIR-VALOR(IDX-ITEM) TO VALOR-PARADOS
           END-IF.
           ADD GIR-VALOR(IDX-ITEM)     TO TOTAL-VALOR.
           ADD GIR-VALOR-ANT(IDX-ITEM) TO TOTAL-VALOR-ANT.
           ADD CMV-MES                 TO TOTAL-CMV.
           ADD VARIACAO                TO TOTAL-VARIACAO.
           MOVE GIR-CODIGO(IDX-ITEM) TO CODIGO-E.
           MOVE GIR-QTDE(IDX-ITEM)   TO QTDE-E.
           MOVE GIR-VALOR(IDX-ITEM)  TO VALOR-E.
           MOVE VARIACAO             TO VARIACAO-E.
           MOVE GIRO-MES             TO GIRO-E.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CODIGO-E    TO LINHA-RELATORIO(1:5).
           MOVE MERCADORIA  TO LINHA-RELATORIO(7:20).
           MOVE QTDE-E      TO LINHA-RELATORIO(28:6).
           MOVE VALOR-E     TO LINHA-RELATORIO(35:10).
           MOVE VARIACAO-E  TO LINHA-RELATORIO(46:10).
           MOVE GIRO-E      TO LINHA-RELATORIO(57:5).
           IF GIR-VENDIDO(IDX-ITEM) > ZEROS
               IF DIAS-COBERTURA > 9999
                   MOVE "****" TO LINHA-RELATORIO(63:4)
               ELSE
                   MOVE DIAS-COBERTURA TO COBERTURA-E
                   MOVE COBERTURA-E TO LINHA-RELATORIO(63:4)
               END-IF
           ELSE
               MOVE "   -" TO LINHA-RELATORIO(63:4)
           END-IF.
           MOVE SITUACAO-ITEM TO LINHA-RELATORIO(68:8).
           WRITE LINHA-RELATORIO.
           ADD 1 TO REGISTROS-SPOOL.
       RODAPE.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE TOTAL-VALOR TO TOTAL-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "VALOR DO ESTOQUE NO MES....: " DELIMITED BY SIZE
                  TOTAL-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE TOTAL-VALOR-ANT TO TOTAL-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "VALOR NO MES ANTERIOR......: " DELIMITED BY SIZE
                  TOTAL-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE TOTAL-VARIACAO TO TOTAL-VAR-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "VARIACAO NO MES............: " DELIMITED BY SIZE
                  TOTAL-VAR-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           IF TOTAL-VALOR-ANT > ZEROS
               COMPUTE PCT-VARIACAO ROUNDED =
                   TOTAL-VARIACAO * 100 / TOTAL-VALOR-ANT
                   ON SIZE ERROR MOVE 9999,9 TO PCT-VARIACAO
               END-COMPUTE
               MOVE PCT-VARIACAO TO PCT-E
               MOVE PCT-E TO LINHA-RELATORIO(49:7)
               MOVE "%"   TO LINHA-RELATORIO(56:1)
           END-IF.
           WRITE LINHA-RELATORIO.
           MOVE TOTAL-CMV TO TOTAL-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CUSTO DAS VENDAS NO MES....: " DELIMITED BY SIZE
                  TOTAL-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ZEROS TO GIRO-MES.
           IF TOTAL-VALOR-ANT > ZEROS
               COMPUTE ESTOQUE-MEDIO ROUNDED =
                   (TOTAL-VALOR + TOTAL-VALOR-ANT) / 2
           ELSE
               MOVE TOTAL-VALOR TO ESTOQUE-MEDIO
           END-IF.
           IF ESTOQUE-MEDIO > ZEROS
               COMPUTE GIRO-MES ROUNDED = TOTAL-CMV / ESTOQUE-MEDIO
                   ON SIZE ERROR MOVE 999,99 TO GIRO-MES
               END-COMPUTE
           END-IF.
           MOVE GIRO-MES TO GIRO-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "GIRO GERAL NO MES..........: " DELIMITED BY SIZE
                  GIRO-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE CONT-PARADOS TO CONT-E.
           MOVE VALOR-PARADOS TO TOTAL-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ITENS PARADOS COM SALDO....: " DELIMITED BY SIZE
                  CONT-E DELIMITED BY SIZE
                  "  VALOR: " DELIMITED BY SIZE
                  TOTAL-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
