       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESULTADO-CAMPANHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-PROMOCOES ASSIGN TO "PROMOCOES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-VENDAS ASSIGN TO "VENDAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-PRODUTOS ASSIGN TO "PRODUTOS.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PROD-CODIGO.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-PROMOCOES.
           01  REG-PROMOCAO.
               02 PRM-CAMPANHA  PIC X(10).
               02 PRM-CODIGO    PIC 9(05).
               02 PRM-INICIO    PIC 9(08).
               02 PRM-FIM       PIC 9(08).
               02 PRM-PRECO     PIC 9(4)V99.
               02 PRM-QTDE-MIN  PIC 9(04).
               02 PRM-DESCONTO  PIC 9(02)V99.
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
       WORKING-STORAGE SECTION.
           01 LINHA-RELATORIO  PIC X(80) VALUE SPACES.
           01 NOME-RELATORIO   PIC X(16) VALUE "RELCAMPANHA.TXT".
           01 TITULO-RELATORIO PIC X(40) VALUE
               "RESULTADO DE CAMPANHA PROMOCIONAL".
           01 CAMPANHA         PIC X(10) VALUE SPACES.
           01 FIM-PROMOCOES    PIC X(01) VALUE "N".
           01 FIM-VENDAS       PIC X(01) VALUE "N".
           01 PRODUTO-ACHADO   PIC X(01) VALUE "N".
           01 DADOS-PERIODO.
               02 CAMP-INICIO     PIC 9(08) VALUE ZEROS.
               02 CAMP-FIM        PIC 9(08) VALUE ZEROS.
               02 ANTES-INICIO    PIC 9(08) VALUE ZEROS.
               02 ANTES-FIM       PIC 9(08) VALUE ZEROS.
               02 DIAS-CAMPANHA   PIC 9(05) VALUE ZEROS.
               02 SEMANAS         PIC 9(03) VALUE ZEROS.
               02 SEMANAS-E       PIC ZZ9.
           01 DADOS-PRODUTOS.
               02 QTDE-PRODUTOS   PIC 9(03) VALUE ZEROS.
               02 IDX             PIC 9(03) VALUE ZEROS.
               02 PRODUTO-T OCCURS 100 TIMES.
                   03 PRT-CODIGO       PIC 9(05).
                   03 PRT-MERCADORIA   PIC X(20).
                   03 PRT-CUSTO        PIC 9(4)V99.
                   03 PRT-UNID-ANTES   PIC S9(07).
                   03 PRT-UNID-CAMP    PIC S9(07).
                   03 PRT-MARGEM-ANTES PIC S9(09)V99.
                   03 PRT-MARGEM-CAMP  PIC S9(09)V99.
           01 QTDE-SINAL       PIC S9(05) VALUE ZEROS.
           01 MARGEM-LINHA     PIC S9(09)V99 VALUE ZEROS.
           01 VARIACAO         PIC S9(05)V9 VALUE ZEROS.
           01 TOTAL-UNID-ANTES PIC S9(09) VALUE ZEROS.
           01 TOTAL-UNID-CAMP  PIC S9(09) VALUE ZEROS.
           01 TOTAL-MARG-ANTES PIC S9(11)V99 VALUE ZEROS.
           01 TOTAL-MARG-CAMP  PIC S9(11)V99 VALUE ZEROS.
           01 CODIGO-E         PIC ZZZZ9.
           01 UNID1-E          PIC -ZZZZZ9.
           01 UNID2-E          PIC -ZZZZZ9.
           01 VARIACAO-E       PIC -ZZZ9,9.
           01 MARGEM1-E        PIC -ZZZZZZZ9,99.
           01 MARGEM2-E        PIC -ZZZZZZZ9,99.
           01 VALOR-E          PIC -ZZ.ZZZ.ZZ9,99.
           01 QTDE-E           PIC -ZZZ.ZZZ.ZZ9.
           01 DATA-E           PIC 99/99/9999.
           01 DATA-AUX         PIC 9(08) VALUE ZEROS.
           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
               02 MES      PIC 9(02) VALUE ZEROS.
               02 DIA      PIC 9(02) VALUE ZEROS.
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RESULTADO DE CAMPANHA PROMOCIONAL".
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           DISPLAY "CAMPANHA: ".
           ACCEPT CAMPANHA.
           MOVE FUNCTION UPPER-CASE(CAMPANHA) TO CAMPANHA.
           PERFORM CARREGA-CAMPANHA.
           IF QTDE-PRODUTOS = ZEROS
               DISPLAY "CAMPANHA NAO CADASTRADA"
               STOP RUN
           END-IF.
           IF CAMP-INICIO > DATA-HOJE
               DISPLAY "CAMPANHA AINDA NAO INICIADA"
               STOP RUN
           END-IF.
           IF CAMP-FIM > DATA-HOJE
               MOVE DATA-HOJE TO CAMP-FIM
           END-IF.
           COMPUTE DIAS-CAMPANHA =
               FUNCTION INTEGER-OF-DATE(CAMP-FIM)
               - FUNCTION INTEGER-OF-DATE(CAMP-INICIO) + 1.
           COMPUTE ANTES-INICIO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(CAMP-INICIO)
               - DIAS-CAMPANHA).
           COMPUTE ANTES-FIM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(CAMP-INICIO) - 1).
           COMPUTE SEMANAS = (DIAS-CAMPANHA + 6) / 7.
           PERFORM CARREGA-CUSTOS
               VARYING IDX FROM 1 BY 1 UNTIL IDX > QTDE-PRODUTOS.
           MOVE "N" TO FIM-VENDAS.
           OPEN INPUT ARQ-VENDAS.
           PERFORM PROCESSA-VENDA UNTIL FIM-VENDAS = "S".
           CLOSE ARQ-VENDAS.
           CALL "IMPRIME-RELATORIO" USING "A"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
           PERFORM CABECALHO.
           PERFORM GRAVA-LINHA-PRODUTO
               VARYING IDX FROM 1 BY 1 UNTIL IDX > QTDE-PRODUTOS.
           PERFORM RODAPE.
           CALL "IMPRIME-RELATORIO" USING "F"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
           DISPLAY "RELATORIO GERADO EM RELCAMPANHA.TXT".
           STOP RUN.
       CARREGA-CAMPANHA.
           MOVE "N" TO FIM-PROMOCOES.
           OPEN INPUT ARQ-PROMOCOES.
           PERFORM UNTIL FIM-PROMOCOES = "S"
               READ ARQ-PROMOCOES
                   AT END MOVE "S" TO FIM-PROMOCOES
                   NOT AT END
                       IF PRM-CAMPANHA = CAMPANHA
                           PERFORM REGISTRA-PRODUTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-PROMOCOES.
       REGISTRA-PRODUTO.
           IF CAMP-INICIO = ZEROS OR PRM-INICIO < CAMP-INICIO
               MOVE PRM-INICIO TO CAMP-INICIO
           END-IF.
           IF PRM-FIM > CAMP-FIM
               MOVE PRM-FIM TO CAMP-FIM
           END-IF.
           MOVE "N" TO PRODUTO-ACHADO.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > QTDE-PRODUTOS
                      OR PRODUTO-ACHADO = "S"
               IF PRT-CODIGO(IDX) = PRM-CODIGO
                   MOVE "S" TO PRODUTO-ACHADO
               END-IF
           END-PERFORM.
           IF PRODUTO-ACHADO = "N" AND QTDE-PRODUTOS < 100
               ADD 1 TO QTDE-PRODUTOS
               MOVE PRM-CODIGO TO PRT-CODIGO(QTDE-PRODUTOS)
               MOVE SPACES     TO PRT-MERCADORIA(QTDE-PRODUTOS)
               MOVE ZEROS      TO PRT-CUSTO(QTDE-PRODUTOS)
               MOVE ZEROS      TO PRT-UNID-ANTES(QTDE-PRODUTOS)
               MOVE ZEROS      TO PRT-UNID-CAMP(QTDE-PRODUTOS)
               MOVE ZEROS      TO PRT-MARGEM-ANTES(QTDE-PRODUTOS)
               MOVE ZEROS      TO PRT-MARGEM-CAMP(QTDE-PRODUTOS)
           END-IF.
       CARREGA-CUSTOS.
           OPEN INPUT ARQ-PRODUTOS.
           MOVE PRT-CODIGO(IDX) TO PROD-CODIGO.
           READ ARQ-PRODUTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PROD-MERCADORIA TO PRT-MERCADORIA(IDX)
                   MOVE PROD-PRECOUNI   TO PRT-CUSTO(IDX)
           END-READ.
           CLOSE ARQ-PRODUTOS.
       PROCESSA-VENDA.
           READ ARQ-VENDAS
               AT END MOVE "S" TO FIM-VENDAS
               NOT AT END
                   IF VENDA-DATA >= ANTES-INICIO
                      AND VENDA-DATA <= CAMP-FIM
                       PERFORM ACUMULA-VENDA
                   END-IF
           END-READ.
       ACUMULA-VENDA.
           MOVE "N" TO PRODUTO-ACHADO.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > QTDE-PRODUTOS
                      OR PRODUTO-ACHADO = "S"
               IF PRT-CODIGO(IDX) = VENDA-CODIGO
                   MOVE "S" TO PRODUTO-ACHADO
               END-IF
           END-PERFORM.
           IF PRODUTO-ACHADO = "S"
               SUBTRACT 1 FROM IDX
               COMPUTE MARGEM-LINHA = VENDA-PRECOVENDA
                   - VENDA-QTDE * PRT-CUSTO(IDX)
               MOVE VENDA-QTDE TO QTDE-SINAL
               IF VENDA-TIPO = "D"
                   COMPUTE MARGEM-LINHA = 0 - MARGEM-LINHA
                   COMPUTE QTDE-SINAL = 0 - QTDE-SINAL
               END-IF
               IF VENDA-DATA < CAMP-INICIO
                   ADD QTDE-SINAL   TO PRT-UNID-ANTES(IDX)
                   ADD MARGEM-LINHA TO PRT-MARGEM-ANTES(IDX)
               ELSE
                   ADD QTDE-SINAL   TO PRT-UNID-CAMP(IDX)
                   ADD MARGEM-LINHA TO PRT-MARGEM-CAMP(IDX)
               END-IF
           END-IF.
       CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CAMPANHA: " DELIMITED BY SIZE
                  CAMPANHA     DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           CALL "IMPRIME-RELATORIO" USING "L"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
           MOVE CAMP-INICIO TO DATA-AUX.
           PERFORM FORMATA-DATA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PERIODO DA CAMPANHA: " DELIMITED BY SIZE
                  DATA-E                  DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           MOVE CAMP-FIM TO DATA-AUX.
           PERFORM FORMATA-DATA.
           MOVE " A "  TO LINHA-RELATORIO(32:3).
           MOVE DATA-E TO LINHA-RELATORIO(35:10).
           CALL "IMPRIME-RELATORIO" USING "L"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
           MOVE ANTES-INICIO TO DATA-AUX.
           PERFORM FORMATA-DATA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PERIODO ANTERIOR...: " DELIMITED BY SIZE
                  DATA-E                  DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           MOVE ANTES-FIM TO DATA-AUX.
           PERFORM FORMATA-DATA.
           MOVE " A "  TO LINHA-RELATORIO(32:3).
           MOVE DATA-E TO LINHA-RELATORIO(35:10).
           MOVE SEMANAS TO SEMANAS-E.
           MOVE " SEMANAS:" TO LINHA-RELATORIO(46:9).
           MOVE SEMANAS-E   TO LINHA-RELATORIO(56:3).
           CALL "IMPRIME-RELATORIO" USING "L"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           CALL "IMPRIME-RELATORIO" USING "L"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CODIG MERCADORIA           UN.ANT UN.CAMP"
                                                   DELIMITED BY SIZE
                  "   VAR%   MARGEM ANT  MARGEM CAMP"
                                                   DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           CALL "IMPRIME-RELATORIO" USING "L"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
       FORMATA-DATA.
           MOVE DATA-AUX(7:2) TO DATA-E(1:2).
           MOVE DATA-AUX(5:2) TO DATA-E(4:2).
           MOVE DATA-AUX(1:4) TO DATA-E(7:4).
       GRAVA-LINHA-PRODUTO.
           ADD PRT-UNID-ANTES(IDX)   TO TOTAL-UNID-ANTES.
           ADD PRT-UNID-CAMP(IDX)    TO TOTAL-UNID-CAMP.
           ADD PRT-MARGEM-ANTES(IDX) TO TOTAL-MARG-ANTES.
           ADD PRT-MARGEM-CAMP(IDX)  TO TOTAL-MARG-CAMP.
           MOVE ZEROS TO VARIACAO.
           IF PRT-UNID-ANTES(IDX) > ZEROS
               COMPUTE VARIACAO ROUNDED =
                   (PRT-UNID-CAMP(IDX) - PRT-UNID-ANTES(IDX))
                   * 100 / PRT-UNID-ANTES(IDX)
           END-IF.
           MOVE PRT-CODIGO(IDX)       TO CODIGO-E.
           MOVE PRT-UNID-ANTES(IDX)   TO UNID1-E.
           MOVE PRT-UNID-CAMP(IDX)    TO UNID2-E.
           MOVE VARIACAO              TO VARIACAO-E.
           MOVE PRT-MARGEM-ANTES(IDX) TO MARGEM1-E.
           MOVE PRT-MARGEM-CAMP(IDX)  TO MARGEM2-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING CODIGO-E            DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  PRT-MERCADORIA(IDX) DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  UNID1-E             DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  UNID2-E             DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  VARIACAO-E          DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  MARGEM1-E           DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  MARGEM2-E           DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           CALL "IMPRIME-RELATORIO" USING "L"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
       RODAPE.
           MOVE SPACES TO LINHA-RELATORIO.
           CALL "IMPRIME-RELATORIO" USING "L"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
           MOVE TOTAL-UNID-ANTES TO QTDE-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "UNIDADES ANTES.....: " DELIMITED BY SIZE
                  QTDE-E                  DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           CALL "IMPRIME-RELATORIO" USING "L"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
           MOVE TOTAL-UNID-CAMP TO QTDE-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "UNIDADES CAMPANHA..: " DELIMITED BY SIZE
                  QTDE-E                  DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           CALL "IMPRIME-RELATORIO" USING "L"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
           MOVE TOTAL-MARG-ANTES TO VALOR-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "MARGEM ANTES.......: " DELIMITED BY SIZE
                  VALOR-E                 DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           CALL "IMPRIME-RELATORIO" USING "L"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
           MOVE TOTAL-MARG-CAMP TO VALOR-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "MARGEM CAMPANHA....: " DELIMITED BY SIZE
                  VALOR-E                 DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           CALL "IMPRIME-RELATORIO" USING "L"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
