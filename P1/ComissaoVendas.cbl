       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMISSAO-VENDAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-VENDAS ASSIGN TO "VENDAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-FUNCIONARIOS ASSIGN TO "FUNCIONARIOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-TAXAS ASSIGN TO "COMISSAO.PAR"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-COMISSOES ASSIGN TO "COMISSOES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-COMISSOES-TMP ASSIGN TO "COMISSTMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-FOLHA ASSIGN TO "FOLHA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
           FD  ARQ-FUNCIONARIOS.
           01  REG-FUNCIONARIO.
               02 REG-ID        PIC 9(05).
               02 REG-NOME      PIC X(30).
               02 REG-IDADE     PIC 9(02).
               02 REG-SEXO      PIC X(01).
               02 REG-SALARIO   PIC 9(15).
               02 REG-SAL-ATUAL PIC 9(09)V99.
               02 REG-STATUS    PIC X(01).
               02 REG-DATA-STATUS PIC 9(08).
               02 REG-DEPTO     PIC 9(03).
               02 REG-DATA-ADMISSAO PIC 9(08).
               02 REG-OPERADOR  PIC X(08).
           FD  ARQ-TAXAS.
           01  REG-TAXA.
               02 TXC-CODIGO-INI PIC 9(05).
               02 TXC-CODIGO-FIM PIC 9(05).
               02 TXC-TAXA       PIC 9(02)V99.
               02 TXC-DESCRICAO  PIC X(20).
           FD  ARQ-COMISSOES.
           01  REG-COMISSAO.
               02 CMS-ID          PIC 9(05).
               02 CMS-COMPETENCIA PIC 9(06).
               02 CMS-OPERADOR    PIC X(08).
               02 CMS-VENDAS      PIC 9(09)V99.
               02 CMS-DEVOLUCOES  PIC 9(09)V99.
               02 CMS-VALOR       PIC 9(07)V99.
           FD  ARQ-COMISSOES-TMP.
           01  REG-COMISSAO-TMP   PIC X(50).
           FD  ARQ-FOLHA.
           01  REG-FOLHA.
               02 FOL-ID          PIC 9(05).
               02 FOL-COMPETENCIA PIC 9(06).
               02 FILLER          PIC X(85).
               02 FOL-TIPO        PIC X(01).
               02 FOL-COMISSAO    PIC 9(07)V99.
       WORKING-STORAGE SECTION.
           01 LINHA-RELATORIO  PIC X(80) VALUE SPACES.
           01 NOME-RELATORIO   PIC X(16) VALUE "RELCOMISSAO.TXT".
           01 TITULO-RELATORIO PIC X(40) VALUE
               "COMISSOES DE VENDAS POR OPERADOR".
           01 COMPETENCIA      PIC 9(06) VALUE ZEROS.
           01 COMPETENCIA-E    PIC 9(06).
           01 FIM-VENDAS       PIC X(01) VALUE "N".
           01 FIM-FUNCIONARIOS PIC X(01) VALUE "N".
           01 FIM-TAXAS        PIC X(01) VALUE "N".
           01 FIM-COMISSOES    PIC X(01) VALUE "N".
           01 FIM-FOLHA        PIC X(01) VALUE "N".
           01 FOLHA-JA-GERADA  PIC X(01) VALUE "N".
           01 ACHOU            PIC X(01) VALUE "N".
           01 DADOS-TAXAS.
               02 QTDE-TAXAS   PIC 9(03) VALUE ZEROS.
               02 IDX-TAXA     PIC 9(03) VALUE ZEROS.
               02 TAXA-T OCCURS 100 TIMES.
                   03 TXT-INI      PIC 9(05).
                   03 TXT-FIM      PIC 9(05).
                   03 TXT-TAXA     PIC 9(02)V99.
           01 TAXA-APLICADA    PIC 9(02)V99 VALUE ZEROS.
           01 FAIXA-APLICADA   PIC 9(05) VALUE ZEROS.
           01 FAIXA-ATUAL      PIC 9(05) VALUE ZEROS.
           01 DADOS-FUNCIONARIOS.
               02 QTDE-FUNC    PIC 9(03) VALUE ZEROS.
               02 IDX-FUNC     PIC 9(03) VALUE ZEROS.
               02 FUNC-T OCCURS 500 TIMES.
                   03 FNT-OPERADOR PIC X(08).
                   03 FNT-ID       PIC 9(05).
           01 DADOS-DEVOLUCOES.
               02 QTDE-DEV     PIC 9(03) VALUE ZEROS.
               02 IDX-DEV      PIC 9(03) VALUE ZEROS.
               02 DEV-T OCCURS 500 TIMES.
                   03 DVT-NUMERO   PIC 9(06).
                   03 DVT-CODIGO   PIC 9(05).
                   03 DVT-VALOR    PIC 9(07)V99.
                   03 DVT-ATRIBUIDA PIC X(01).
           01 DADOS-OPERADORES.
               02 QTDE-OPER    PIC 9(03) VALUE ZEROS.
               02 IDX          PIC 9(03) VALUE ZEROS.
               02 OPER-T OCCURS 100 TIMES.
                   03 OPT-OPERADOR PIC X(08).
                   03 OPT-ID       PIC 9(05).
                   03 OPT-VENDAS   PIC 9(09)V99.
                   03 OPT-DEVOL    PIC 9(09)V99.
                   03 OPT-BRUTA    PIC 9(07)V99.
                   03 OPT-ESTORNO  PIC 9(07)V99.
           01 VALOR-COMISSAO   PIC S9(07)V99 VALUE ZEROS.
           01 COMISSAO-LINHA   PIC 9(07)V99 VALUE ZEROS.
           01 CONT-SEM-VENDA   PIC 9(04) VALUE ZEROS.
           01 CONT-GRAVADOS    PIC 9(04) VALUE ZEROS.
           01 TOTAL-VENDAS     PIC 9(11)V99 VALUE ZEROS.
           01 TOTAL-DEVOL      PIC 9(11)V99 VALUE ZEROS.
           01 TOTAL-COMISSAO   PIC 9(09)V99 VALUE ZEROS.
           01 ID-E             PIC ZZZZ9.
           01 VALOR1-E         PIC ZZZZZZZ9,99.
           01 VALOR2-E         PIC ZZZZZZZ9,99.
           01 VALOR3-E         PIC ZZZZZZ9,99.
           01 VALOR-E          PIC ZZZ.ZZZ.ZZ9,99.
           01 CONT-E           PIC ZZZ9.
           01 MENSA-LOG        PIC X(40) VALUE SPACES.
           01 VALOR-LOG        PIC X(20) VALUE SPACES.
           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
               02 MES      PIC 9(02) VALUE ZEROS.
               02 DIA      PIC 9(02) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "COMISSAO MENSAL DE VENDAS".
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           DISPLAY "COMPETENCIA (AAAAMM, 0 = ATUAL): ".
           ACCEPT COMPETENCIA-E.
           MOVE COMPETENCIA-E TO COMPETENCIA.
           IF COMPETENCIA = ZEROS
               MOVE ANO TO COMPETENCIA(1:4)
               MOVE MES TO COMPETENCIA(5:2)
           END-IF.
           PERFORM VERIFICA-FOLHA-GERADA.
           IF FOLHA-JA-GERADA = "S"
               DISPLAY "FOLHA JA GERADA PARA A COMPETENCIA"
               DISPLAY "COMISSAO NAO CALCULADA"
               STOP RUN
           END-IF.
           PERFORM CARREGA-TAXAS.
           PERFORM CARREGA-FUNCIONARIOS.
           PERFORM CARREGA-DEVOLUCOES.
           MOVE "N" TO FIM-VENDAS.
           OPEN INPUT ARQ-VENDAS.
           PERFORM PROCESSA-VENDA UNTIL FIM-VENDAS = "S".
           CLOSE ARQ-VENDAS.
           PERFORM VERIFICA-DEVOLUCAO-SEM-VENDA
               VARYING IDX-DEV FROM 1 BY 1 UNTIL IDX-DEV > QTDE-DEV.
           PERFORM REMOVE-COMPETENCIA.
           CALL "IMPRIME-RELATORIO" USING "A"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "COMPETENCIA: "  DELIMITED BY SIZE
                  COMPETENCIA(5:2) DELIMITED BY SIZE
                  "/"              DELIMITED BY SIZE
                  COMPETENCIA(1:4) DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           CALL "IMPRIME-RELATORIO" USING "L"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "OPERADOR    ID        VENDAS  DEVOLUCOES"
                                                   DELIMITED BY SIZE
                  "    COMISSAO SITUACAO"          DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           CALL "IMPRIME-RELATORIO" USING "L"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
           OPEN EXTEND ARQ-COMISSOES.
           PERFORM GRAVA-OPERADOR
               VARYING IDX FROM 1 BY 1 UNTIL IDX > QTDE-OPER.
           CLOSE ARQ-COMISSOES.
           PERFORM RODAPE.
           CALL "IMPRIME-RELATORIO" USING "F"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
           MOVE CONT-GRAVADOS TO CONT-E.
           DISPLAY "COMISSOES GRAVADAS: " CONT-E.
           STOP RUN.
       VERIFICA-FOLHA-GERADA.
           MOVE "N" TO FOLHA-JA-GERADA.
           MOVE "N" TO FIM-FOLHA.
           OPEN INPUT ARQ-FOLHA.
           PERFORM UNTIL FIM-FOLHA = "S"
               READ ARQ-FOLHA
                   AT END MOVE "S" TO FIM-FOLHA
                   NOT AT END
                       IF FOL-COMPETENCIA = COMPETENCIA
                          AND FOL-TIPO = "M"
                           MOVE "S" TO FOLHA-JA-GERADA
                           MOVE "S" TO FIM-FOLHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-FOLHA.
       CARREGA-TAXAS.
           MOVE "N" TO FIM-TAXAS.
           OPEN INPUT ARQ-TAXAS.
           PERFORM UNTIL FIM-TAXAS = "S"
               READ ARQ-TAXAS
                   AT END MOVE "S" TO FIM-TAXAS
                   NOT AT END
                       IF QTDE-TAXAS < 100
                           ADD 1 TO QTDE-TAXAS
                           MOVE TXC-CODIGO-INI TO TXT-INI(QTDE-TAXAS)
                           MOVE TXC-CODIGO-FIM TO TXT-FIM(QTDE-TAXAS)
                           MOVE TXC-TAXA       TO TXT-TAXA(QTDE-TAXAS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-TAXAS.
       CARREGA-FUNCIONARIOS.
           MOVE "N" TO FIM-FUNCIONARIOS.
           OPEN INPUT ARQ-FUNCIONARIOS.
           PERFORM UNTIL FIM-FUNCIONARIOS = "S"
               READ ARQ-FUNCIONARIOS
                   AT END MOVE "S" TO FIM-FUNCIONARIOS
                   NOT AT END
                       IF REG-OPERADOR NOT = SPACES
                          AND REG-STATUS NOT = "D"
                          AND QTDE-FUNC < 500
                           ADD 1 TO QTDE-FUNC
                           MOVE REG-OPERADOR TO FNT-OPERADOR(QTDE-FUNC)
                           MOVE REG-ID       TO FNT-ID(QTDE-FUNC)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-FUNCIONARIOS.
       CARREGA-DEVOLUCOES.
           MOVE "N" TO FIM-VENDAS.
           OPEN INPUT ARQ-VENDAS.
           PERFORM UNTIL FIM-VENDAS = "S"
               READ ARQ-VENDAS
                   AT END MOVE "S" TO FIM-VENDAS
                   NOT AT END
                       IF VENDA-TIPO = "D"
                          AND VENDA-DATA(1:6) = COMPETENCIA
                          AND QTDE-DEV < 500
                           ADD 1 TO QTDE-DEV
                           MOVE VENDA-NUMERO TO DVT-NUMERO(QTDE-DEV)
                           MOVE VENDA-CODIGO TO DVT-CODIGO(QTDE-DEV)
                           MOVE VENDA-PRECOVENDA
                               TO DVT-VALOR(QTDE-DEV)
                           MOVE "N" TO DVT-ATRIBUIDA(QTDE-DEV)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-VENDAS.
       PROCESSA-VENDA.
           READ ARQ-VENDAS
               AT END MOVE "S" TO FIM-VENDAS
               NOT AT END
                   IF VENDA-TIPO = "V"
                       PERFORM TRATA-VENDA
                   END-IF
           END-READ.
       TRATA-VENDA.
           PERFORM BUSCA-TAXA.
           IF VENDA-DATA(1:6) = COMPETENCIA
               PERFORM LOCALIZA-OPERADOR
               IF IDX > ZEROS
                   ADD VENDA-PRECOVENDA TO OPT-VENDAS(IDX)
                   COMPUTE COMISSAO-LINHA ROUNDED =
                       VENDA-PRECOVENDA * TAXA-APLICADA / 100
                   ADD COMISSAO-LINHA TO OPT-BRUTA(IDX)
               END-IF
           END-IF.
           PERFORM ESTORNA-DEVOLUCAO
               VARYING IDX-DEV FROM 1 BY 1 UNTIL IDX-DEV > QTDE-DEV.
       ESTORNA-DEVOLUCAO.
           IF DVT-ATRIBUIDA(IDX-DEV) = "N"
              AND DVT-NUMERO(IDX-DEV) = VENDA-NUMERO
              AND DVT-CODIGO(IDX-DEV) = VENDA-CODIGO
               MOVE "S" TO DVT-ATRIBUIDA(IDX-DEV)
               PERFORM LOCALIZA-OPERADOR
               IF IDX > ZEROS
                   ADD DVT-VALOR(IDX-DEV) TO OPT-DEVOL(IDX)
                   COMPUTE COMISSAO-LINHA ROUNDED =
                       DVT-VALOR(IDX-DEV) * TAXA-APLICADA / 100
                   ADD COMISSAO-LINHA TO OPT-ESTORNO(IDX)
               END-IF
           END-IF.
       BUSCA-TAXA.
           MOVE ZEROS TO TAXA-APLICADA.
           MOVE 99999 TO FAIXA-APLICADA.
           PERFORM VARYING IDX-TAXA FROM 1 BY 1
                   UNTIL IDX-TAXA > QTDE-TAXAS
               IF VENDA-CODIGO >= TXT-INI(IDX-TAXA)
                  AND VENDA-CODIGO <= TXT-FIM(IDX-TAXA)
                   COMPUTE FAIXA-ATUAL =
                       TXT-FIM(IDX-TAXA) - TXT-INI(IDX-TAXA)
                   IF FAIXA-ATUAL <= FAIXA-APLICADA
                       MOVE FAIXA-ATUAL TO FAIXA-APLICADA
                       MOVE TXT-TAXA(IDX-TAXA) TO TAXA-APLICADA
                   END-IF
               END-IF
           END-PERFORM.
       LOCALIZA-OPERADOR.
           MOVE "N" TO ACHOU.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > QTDE-OPER OR ACHOU = "S"
               IF OPT-OPERADOR(IDX) = VENDA-OPERADOR
                   MOVE "S" TO ACHOU
               END-IF
           END-PERFORM.
           IF ACHOU = "S"
               SUBTRACT 1 FROM IDX
           ELSE
               IF QTDE-OPER < 100
                   ADD 1 TO QTDE-OPER
                   MOVE QTDE-OPER      TO IDX
                   MOVE VENDA-OPERADOR TO OPT-OPERADOR(IDX)
                   MOVE ZEROS          TO OPT-ID(IDX)
                   MOVE ZEROS          TO OPT-VENDAS(IDX)
                   MOVE ZEROS          TO OPT-DEVOL(IDX)
                   MOVE ZEROS          TO OPT-BRUTA(IDX)
                   MOVE ZEROS          TO OPT-ESTORNO(IDX)
                   PERFORM VARYING IDX-FUNC FROM 1 BY 1
                           UNTIL IDX-FUNC > QTDE-FUNC
                       IF FNT-OPERADOR(IDX-FUNC) = VENDA-OPERADOR
                           MOVE FNT-ID(IDX-FUNC) TO OPT-ID(IDX)
                       END-IF
                   END-PERFORM
               ELSE
                   MOVE ZEROS TO IDX
               END-IF
           END-IF.
       VERIFICA-DEVOLUCAO-SEM-VENDA.
           IF DVT-ATRIBUIDA(IDX-DEV) = "N"
               ADD 1 TO CONT-SEM-VENDA
               MOVE DVT-NUMERO(IDX-DEV) TO VALOR-LOG
               MOVE "DEVOLUCAO SEM VENDA DE ORIGEM" TO MENSA-LOG
               CALL "GRAVA-EXCECAO" USING "COMISSAO-VENDAS     "
                   "VENDA-NUMERO   " VALOR-LOG MENSA-LOG
           END-IF.
       REMOVE-COMPETENCIA.
           MOVE "N" TO FIM-COMISSOES.
           OPEN EXTEND ARQ-COMISSOES.
           CLOSE ARQ-COMISSOES.
           OPEN INPUT  ARQ-COMISSOES.
           OPEN OUTPUT ARQ-COMISSOES-TMP.
           PERFORM UNTIL FIM-COMISSOES = "S"
               READ ARQ-COMISSOES
                   AT END MOVE "S" TO FIM-COMISSOES
                   NOT AT END
                       IF CMS-COMPETENCIA NOT = COMPETENCIA
                           MOVE REG-COMISSAO TO REG-COMISSAO-TMP
                           WRITE REG-COMISSAO-TMP
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-COMISSOES.
           CLOSE ARQ-COMISSOES-TMP.
           MOVE "N" TO FIM-COMISSOES.
           OPEN OUTPUT ARQ-COMISSOES.
           OPEN INPUT  ARQ-COMISSOES-TMP.
           PERFORM UNTIL FIM-COMISSOES = "S"
               READ ARQ-COMISSOES-TMP
                   AT END MOVE "S" TO FIM-COMISSOES
                   NOT AT END
                       MOVE REG-COMISSAO-TMP TO REG-COMISSAO
                       WRITE REG-COMISSAO
               END-READ
           END-PERFORM.
           CLOSE ARQ-COMISSOES.
           CLOSE ARQ-COMISSOES-TMP.
       GRAVA-OPERADOR.
           COMPUTE VALOR-COMISSAO = OPT-BRUTA(IDX) - OPT-ESTORNO(IDX).
           IF VALOR-COMISSAO < ZEROS
               MOVE ZEROS TO VALOR-COMISSAO
           END-IF.
           ADD OPT-VENDAS(IDX) TO TOTAL-VENDAS.
           ADD OPT-DEVOL(IDX)  TO TOTAL-DEVOL.
           MOVE OPT-ID(IDX)     TO ID-E.
           MOVE OPT-VENDAS(IDX) TO VALOR1-E.
           MOVE OPT-DEVOL(IDX)  TO VALOR2-E.
           MOVE VALOR-COMISSAO  TO VALOR3-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING OPT-OPERADOR(IDX) DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  ID-E              DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  VALOR1-E          DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  VALOR2-E          DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  VALOR3-E          DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           IF OPT-ID(IDX) = ZEROS
               MOVE " SEM FUNCIONARIO" TO LINHA-RELATORIO(64:16)
               MOVE OPT-OPERADOR(IDX) TO VALOR-LOG
               MOVE "OPERADOR SEM FUNCIONARIO - SEM COMISSAO"
                   TO MENSA-LOG
               CALL "GRAVA-EXCECAO" USING "COMISSAO-VENDAS     "
                   "VENDA-OPERADOR " VALOR-LOG MENSA-LOG
           ELSE
               MOVE " LANCADA" TO LINHA-RELATORIO(64:8)
               ADD VALOR-COMISSAO TO TOTAL-COMISSAO
               MOVE OPT-ID(IDX)       TO CMS-ID
               MOVE COMPETENCIA       TO CMS-COMPETENCIA
               MOVE OPT-OPERADOR(IDX) TO CMS-OPERADOR
               MOVE OPT-VENDAS(IDX)   TO CMS-VENDAS
               MOVE OPT-DEVOL(IDX)    TO CMS-DEVOLUCOES
               MOVE VALOR-COMISSAO    TO CMS-VALOR
               WRITE REG-COMISSAO
               ADD 1 TO CONT-GRAVADOS
           END-IF.
           CALL "IMPRIME-RELATORIO" USING "L"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
       RODAPE.
           MOVE SPACES TO LINHA-RELATORIO.
           CALL "IMPRIME-RELATORIO" USING "L"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
           MOVE TOTAL-VENDAS TO VALOR-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL VENDIDO......: " DELIMITED BY SIZE
                  VALOR-E                 DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           CALL "IMPRIME-RELATORIO" USING "L"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
           MOVE TOTAL-DEVOL TO VALOR-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL DEVOLVIDO....: " DELIMITED BY SIZE
                  VALOR-E                 DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           CALL "IMPRIME-RELATORIO" USING "L"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
           MOVE TOTAL-COMISSAO TO VALOR-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "COMISSAO NA FOLHA..: " DELIMITED BY SIZE
                  VALOR-E                 DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           CALL "IMPRIME-RELATORIO" USING "L"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
           MOVE CONT-SEM-VENDA TO CONT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "DEVOLUCOES SEM VENDA DE ORIGEM: " DELIMITED BY SIZE
                  CONT-E                            DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           CALL "IMPRIME-RELATORIO" USING "L"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
