       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTAGEM-CICLICA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ARQ-PRODUTOS ASSIGN TO "PRODUTOS.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PROD-CODIGO.
               SELECT OPTIONAL ARQ-CLASSES ASSIGN TO "CLASSEABC.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-ULTIMAS ASSIGN TO "ULTCONTAGEM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-CONTAGEM ASSIGN TO "CONTAGEM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-PRODUTOS.
           01  REG-PRODUTO.
               02 PROD-CODIGO      PIC 9(05).
               02 PROD-MERCADORIA  PIC X(20).
               02 PROD-PRECOUNI    PIC 9(4)V99.
               02 PROD-TAXA-MARGEM PIC 9(2)V99.
               02 PROD-ATIVO       PIC X(01).
           FD  ARQ-CLASSES.
           01  REG-CLASSE.
               02 CLA-CODIGO    PIC 9(05).
               02 CLA-CLASSE    PIC X(01).
               02 CLA-DATA      PIC 9(08).
           FD  ARQ-ULTIMAS.
           01  REG-ULTIMA.
               02 ULT-CODIGO    PIC 9(05).
               02 ULT-DATA      PIC 9(08).
           FD  ARQ-CONTAGEM.
           01  REG-CONTAGEM.
               02 CNT-CODIGO    PIC 9(05).
               02 CNT-QTDE      PIC 9(06).
               02 CNT-BARRAS    PIC X(14).
               02 CNT-UNIDADE   PIC X(06).
       WORKING-STORAGE SECTION.
           01 DADOS-OPERADOR.
               02 OPERADOR-SESSAO PIC X(08) VALUE SPACES.
               02 PERFIL-SESSAO   PIC X(01) VALUE SPACE.
           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
               02 MES      PIC 9(02) VALUE ZEROS.
               02 DIA      PIC 9(02) VALUE ZEROS.
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
           01 OPCAO-E          PIC 9.
           01 FIM-ARQUIVO      PIC X(01) VALUE "N".
           01 REGISTROS-SPOOL  PIC 9(06) VALUE ZEROS.
           01 NOME-RELATORIO   PIC X(16) VALUE SPACES.
           01 TITULO-RELATORIO PIC X(40) VALUE SPACES.
           01 LINHA-RELATORIO  PIC X(80) VALUE SPACES.
           01 MENSA-LOG        PIC X(40) VALUE SPACES.
           01 VALOR-LOG        PIC X(20) VALUE SPACES.
           01 DADOS-DIA-UTIL.
               02 DATA-LISTA       PIC 9(08) VALUE ZEROS.
               02 DATA-FIM-CICLO   PIC 9(08) VALUE ZEROS.
               02 DIAS-UTEIS       PIC 9(05) VALUE ZEROS.
               02 DIA-UTIL-RES     PIC X(01) VALUE SPACE.
           01 PARAMETROS-CICLO.
               02 FILLER   PIC X(04)   VALUE "A030".
               02 FILLER   PIC X(04)   VALUE "B090".
               02 FILLER   PIC X(04)   VALUE "C365".
           01 TABELA-CICLO REDEFINES PARAMETROS-CICLO.
               02 CICLO-T OCCURS 3 TIMES.
                   03 CIC-CLASSE   PIC X(01).
                   03 CIC-DIAS     PIC 9(03).
           01 CONTADORES-CICLO.
               02 CONTADOR-T OCCURS 3 TIMES.
                   03 CIC-QTDE      PIC 9(03).
                   03 CIC-COTA      PIC 9(03).
                   03 CIC-LISTADOS  PIC 9(03).
                   03 CIC-EM-DIA    PIC 9(03).
                   03 CIC-ATRASADOS PIC 9(03).
                   03 CIC-NUNCA     PIC 9(03).
           01 IDX-CLASSE       PIC 9(01) VALUE ZEROS.
           01 DADOS-CLASSES.
               02 QTDE-CLASSES  PIC 9(03) VALUE ZEROS.
               02 CLS-T OCCURS 500 TIMES.
                   03 CLS-CODIGO   PIC 9(05).
                   03 CLS-CLASSE   PIC X(01).
           01 DADOS-PRODUTOS.
               02 QTDE-PRODS    PIC 9(03) VALUE ZEROS.
               02 IDX           PIC 9(03) VALUE ZEROS.
               02 IDX2          PIC 9(03) VALUE ZEROS.
               02 IDX-MENOR     PIC 9(03) VALUE ZEROS.
               02 PRD-T OCCURS 500 TIMES.
                   03 PRD-CODIGO   PIC 9(05).
                   03 PRD-NOME     PIC X(20).
                   03 PRD-CLASSE   PIC X(01).
                   03 PRD-ULTIMA   PIC 9(08).
                   03 PRD-VENCE    PIC 9(08).
                   03 PRD-SELEC    PIC X(01).
           01 DADOS-LISTA.
               02 QTDE-LISTA    PIC 9(03) VALUE ZEROS.
               02 LST-T OCCURS 500 TIMES.
                   03 LST-CODIGO   PIC 9(05).
                   03 LST-QTDE     PIC 9(06).
                   03 LST-BARRAS   PIC X(14).
                   03 LST-UNIDADE  PIC X(06).
           01 CODIGO-E         PIC ZZZZ9.
           01 QTDE-E           PIC ZZZZZ9.
           01 CONT-E           PIC ZZ9.
           01 ATRASO-DIAS      PIC 9(05) VALUE ZEROS.
           01 ATRASO-E         PIC ZZZZ9.
           01 COBERTURA        PIC 9(03)V9 VALUE ZEROS.
           01 COBERTURA-E      PIC ZZ9,9.
           01 DATA-E           PIC X(10) VALUE SPACES.
           01 DATA-AUX         PIC 9(08) VALUE ZEROS.
           01 TOTAL-ATRASADOS  PIC 9(05) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CONTAGEM CICLICA DE ESTOQUE POR CURVA ABC".
           CALL "LE-OPERADOR" USING OPERADOR-SESSAO PERFIL-SESSAO.
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           PERFORM CARREGA-CLASSES.
           PERFORM CARREGA-PRODUTOS.
           PERFORM CARREGA-ULTIMAS.
           PERFORM APURA-VENCIMENTOS.
           DISPLAY "1-GERAR LISTA DO DIA  2-DIGITAR CONTAGEM  "
               "3-COBERTURA: ".
           ACCEPT OPCAO-E.
           EVALUATE OPCAO-E
               WHEN 1
                   PERFORM GERA-LISTA
               WHEN 2
                   PERFORM DIGITA-CONTAGEM THRU DIGITA-CONTAGEM-SAIDA
               WHEN 3
                   PERFORM EMITE-COBERTURA
           END-EVALUATE.
           STOP RUN.
       CARREGA-CLASSES.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-CLASSES.
           PERFORM UNTIL FIM-ARQUIVO = "S"
               READ ARQ-CLASSES
                   AT END MOVE "S" TO FIM-ARQUIVO
                   NOT AT END
                       IF QTDE-CLASSES < 500
                           ADD 1 TO QTDE-CLASSES
                           MOVE CLA-CODIGO TO CLS-CODIGO(QTDE-CLASSES)
                           MOVE CLA-CLASSE TO CLS-CLASSE(QTDE-CLASSES)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CLASSES.
       CARREGA-PRODUTOS.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-PRODUTOS.
           PERFORM UNTIL FIM-ARQUIVO = "S"
               READ ARQ-PRODUTOS NEXT
                   AT END MOVE "S" TO FIM-ARQUIVO
                   NOT AT END
                       IF PROD-ATIVO NOT = "I"
                          AND QTDE-PRODS < 500
                           PERFORM REGISTRA-PRODUTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-PRODUTOS.
       REGISTRA-PRODUTO.
           ADD 1 TO QTDE-PRODS.
           MOVE PROD-CODIGO     TO PRD-CODIGO(QTDE-PRODS).
           MOVE PROD-MERCADORIA TO PRD-NOME(QTDE-PRODS).
           MOVE "C"             TO PRD-CLASSE(QTDE-PRODS).
           MOVE ZEROS           TO PRD-ULTIMA(QTDE-PRODS).
           MOVE ZEROS           TO PRD-VENCE(QTDE-PRODS).
           MOVE "N"             TO PRD-SELEC(QTDE-PRODS).
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > QTDE-CLASSES
               IF CLS-CODIGO(IDX) = PROD-CODIGO
                   MOVE CLS-CLASSE(IDX) TO PRD-CLASSE(QTDE-PRODS)
               END-IF
           END-PERFORM.
       CARREGA-ULTIMAS.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-ULTIMAS.
           PERFORM UNTIL FIM-ARQUIVO = "S"
               READ ARQ-ULTIMAS
                   AT END MOVE "S" TO FIM-ARQUIVO
                   NOT AT END
                       PERFORM VARYING IDX FROM 1 BY 1
                               UNTIL IDX > QTDE-PRODS
                           IF PRD-CODIGO(IDX) = ULT-CODIGO
                              AND ULT-DATA > PRD-ULTIMA(IDX)
                               MOVE ULT-DATA TO PRD-ULTIMA(IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE ARQ-ULTIMAS.
       APURA-VENCIMENTOS.
           INITIALIZE CONTADORES-CICLO.
           PERFORM APURA-VENCIMENTO-PRODUTO
               VARYING IDX FROM 1 BY 1 UNTIL IDX > QTDE-PRODS.
       APURA-VENCIMENTO-PRODUTO.
           PERFORM LOCALIZA-CLASSE.
           ADD 1 TO CIC-QTDE(IDX-CLASSE).
           IF PRD-ULTIMA(IDX) = ZEROS
               MOVE ZEROS TO PRD-VENCE(IDX)
               ADD 1 TO CIC-NUNCA(IDX-CLASSE)
           ELSE
               COMPUTE PRD-VENCE(IDX) = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(PRD-ULTIMA(IDX))
                   + CIC-DIAS(IDX-CLASSE))
               IF PRD-VENCE(IDX) < DATA-HOJE
                   ADD 1 TO CIC-ATRASADOS(IDX-CLASSE)
               ELSE
                   ADD 1 TO CIC-EM-DIA(IDX-CLASSE)
               END-IF
           END-IF.
       LOCALIZA-CLASSE.
           MOVE 3 TO IDX-CLASSE.
           IF PRD-CLASSE(IDX) = "A"
               MOVE 1 TO IDX-CLASSE
           END-IF.
           IF PRD-CLASSE(IDX) = "B"
               MOVE 2 TO IDX-CLASSE
           END-IF.
       GERA-LISTA.
           MOVE DATA-HOJE TO DATA-LISTA.
           CALL "DIA-UTIL" USING "U" DATA-LISTA DATA-FIM-CICLO
               DIAS-UTEIS DIA-UTIL-RES.
           IF DIA-UTIL-RES = "N"
               CALL "DIA-UTIL" USING "P" DATA-LISTA DATA-FIM-CICLO
                   DIAS-UTEIS DIA-UTIL-RES
           END-IF.
           PERFORM CALCULA-COTA
               VARYING IDX-CLASSE FROM 1 BY 1 UNTIL IDX-CLASSE > 3.
           OPEN OUTPUT ARQ-CONTAGEM.
           MOVE "LISTACONT.TXT"   TO NOME-RELATORIO.
           MOVE "LISTA DE CONTAGEM CICLICA" TO TITULO-RELATORIO.
           CALL "IMPRIME-RELATORIO" USING "A"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
           MOVE DATA-LISTA TO DATA-AUX.
           PERFORM FORMATA-DATA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONTAGEM DO DIA " DELIMITED BY SIZE
                  DATA-E             DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CL CODIGO MERCADORIA          " DELIMITED BY SIZE
                  " ULT.CONTAGEM QTDE CONTADA"    DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE ZEROS TO REGISTROS-SPOOL.
           PERFORM GRAVA-ITEM-LISTA
               VARYING IDX FROM 1 BY 1 UNTIL IDX > QTDE-PRODS.
           CLOSE ARQ-CONTAGEM.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           PERFORM RESUMO-LISTA
               VARYING IDX-CLASSE FROM 1 BY 1 UNTIL IDX-CLASSE > 3.
           CALL "IMPRIME-RELATORIO" USING "F"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
           CALL "GUARDA-RELATORIO" USING "LISTACONT "
               NOME-RELATORIO REGISTROS-SPOOL.
           MOVE REGISTROS-SPOOL TO CONT-E.
           DISPLAY "LISTA DE " DATA-E " COM " CONT-E " PRODUTOS".
           DISPLAY "LISTA EM LISTACONT.TXT - LOTE EM CONTAGEM.DAT".
       CALCULA-COTA.
           COMPUTE DATA-FIM-CICLO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(DATA-LISTA)
               + CIC-DIAS(IDX-CLASSE)).
           CALL "DIA-UTIL" USING "E" DATA-LISTA DATA-FIM-CICLO
               DIAS-UTEIS DIA-UTIL-RES.
           IF DIAS-UTEIS = ZEROS
               MOVE 1 TO DIAS-UTEIS
           END-IF.
           COMPUTE CIC-COTA(IDX-CLASSE) =
               (CIC-QTDE(IDX-CLASSE) + DIAS-UTEIS - 1) / DIAS-UTEIS.
           MOVE ZEROS TO CIC-LISTADOS(IDX-CLASSE).
           PERFORM SELECIONA-MAIS-ANTIGO CIC-COTA(IDX-CLASSE) TIMES.
       SELECIONA-MAIS-ANTIGO.
           MOVE ZEROS TO IDX-MENOR.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > QTDE-PRODS
               IF PRD-CLASSE(IDX) = CIC-CLASSE(IDX-CLASSE)
                  AND PRD-SELEC(IDX) = "N"
                  AND PRD-ULTIMA(IDX) < DATA-LISTA
                   IF IDX-MENOR = ZEROS
                       MOVE IDX TO IDX-MENOR
                   ELSE
                       IF PRD-ULTIMA(IDX) < PRD-ULTIMA(IDX-MENOR)
                           MOVE IDX TO IDX-MENOR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF IDX-MENOR > ZEROS
               MOVE "S" TO PRD-SELEC(IDX-MENOR)
               ADD 1 TO CIC-LISTADOS(IDX-CLASSE)
           END-IF.
       GRAVA-ITEM-LISTA.
           IF PRD-SELEC(IDX) = "S"
               MOVE PRD-CODIGO(IDX) TO CNT-CODIGO
               MOVE ZEROS           TO CNT-QTDE
               MOVE SPACES          TO CNT-BARRAS
               MOVE SPACES          TO CNT-UNIDADE
               WRITE REG-CONTAGEM
               ADD 1 TO REGISTROS-SPOOL
               MOVE PRD-ULTIMA(IDX) TO DATA-AUX
               PERFORM FORMATA-DATA
               MOVE PRD-CODIGO(IDX) TO CODIGO-E
               MOVE SPACES TO LINHA-RELATORIO
               STRING PRD-CLASSE(IDX) DELIMITED BY SIZE
                      "  "            DELIMITED BY SIZE
                      CODIGO-E        DELIMITED BY SIZE
                      "  "            DELIMITED BY SIZE
                      PRD-NOME(IDX)   DELIMITED BY SIZE
                      " "             DELIMITED BY SIZE
                      DATA-E          DELIMITED BY SIZE
                      "    __________" DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               PERFORM IMPRIME-LINHA
           END-IF.
       RESUMO-LISTA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CLASSE "               DELIMITED BY SIZE
                  CIC-CLASSE(IDX-CLASSE)  DELIMITED BY SIZE
                  " - PRODUTOS NA LISTA: " DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           MOVE CIC-LISTADOS(IDX-CLASSE) TO CONT-E.
           MOVE CONT-E TO LINHA-RELATORIO(31:3).
           MOVE " DE " TO LINHA-RELATORIO(34:4).
           MOVE CIC-QTDE(IDX-CLASSE) TO CONT-E.
           MOVE CONT-E TO LINHA-RELATORIO(38:3).
           MOVE " NA CLASSE" TO LINHA-RELATORIO(41:10).
           PERFORM IMPRIME-LINHA.
       DIGITA-CONTAGEM.
           MOVE ZEROS TO QTDE-LISTA.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-CONTAGEM.
           PERFORM UNTIL FIM-ARQUIVO = "S"
               READ ARQ-CONTAGEM
                   AT END MOVE "S" TO FIM-ARQUIVO
                   NOT AT END
                       IF QTDE-LISTA < 500
                           ADD 1 TO QTDE-LISTA
                           MOVE REG-CONTAGEM TO LST-T(QTDE-LISTA)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CONTAGEM.
           IF QTDE-LISTA = ZEROS
               DISPLAY "NENHUMA LISTA DE CONTAGEM GERADA"
               GO TO DIGITA-CONTAGEM-SAIDA
           END-IF.
           PERFORM DIGITA-ITEM
               VARYING IDX2 FROM 1 BY 1 UNTIL IDX2 > QTDE-LISTA.
           OPEN OUTPUT ARQ-CONTAGEM.
           PERFORM VARYING IDX2 FROM 1 BY 1 UNTIL IDX2 > QTDE-LISTA
               MOVE LST-T(IDX2) TO REG-CONTAGEM
               WRITE REG-CONTAGEM
           END-PERFORM.
           CLOSE ARQ-CONTAGEM.
           MOVE QTDE-LISTA TO CONT-E.
           DISPLAY CONT-E " CONTAGENS GRAVADAS EM CONTAGEM.DAT".
           DISPLAY "EXECUTE O PROCESSAMENTO DO INVENTARIO".
       DIGITA-CONTAGEM-SAIDA.
           EXIT.
       DIGITA-ITEM.
           MOVE LST-CODIGO(IDX2) TO CODIGO-E.
           MOVE "PRODUTO SEM CADASTRO" TO LINHA-RELATORIO.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > QTDE-PRODS
               IF PRD-CODIGO(IDX) = LST-CODIGO(IDX2)
                   MOVE PRD-NOME(IDX) TO LINHA-RELATORIO
               END-IF
           END-PERFORM.
           DISPLAY CODIGO-E " " LINHA-RELATORIO(1:20)
               " - QUANTIDADE CONTADA: ".
           ACCEPT QTDE-E.
           MOVE QTDE-E TO LST-QTDE(IDX2).
       EMITE-COBERTURA.
           MOVE "RELCOBERTURA.TXT" TO NOME-RELATORIO.
           MOVE "COBERTURA DA CONTAGEM CICLICA" TO TITULO-RELATORIO.
           CALL "IMPRIME-RELATORIO" USING "A"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
           MOVE "PRODUTOS COM CONTAGEM VENCIDA" TO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CL CODIGO MERCADORIA          " DELIMITED BY SIZE
                  " ULT.CONTAGEM VENCIMENTO   ATRASO"
                                                  DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE ZEROS TO REGISTROS-SPOOL.
           MOVE ZEROS TO TOTAL-ATRASADOS.
           PERFORM GRAVA-LINHA-COBERTURA
               VARYING IDX FROM 1 BY 1 UNTIL IDX > QTDE-PRODS.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CLASSE  CICLO  PRODUTOS  EM DIA" DELIMITED BY SIZE
                  "  VENCIDOS  NUNCA  COBERTURA"    DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           PERFORM RESUMO-COBERTURA
               VARYING IDX-CLASSE FROM 1 BY 1 UNTIL IDX-CLASSE > 3.
           CALL "IMPRIME-RELATORIO" USING "F"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
           CALL "GUARDA-RELATORIO" USING "COBERTURA "
               NOME-RELATORIO REGISTROS-SPOOL.
           IF TOTAL-ATRASADOS > ZEROS
               MOVE TOTAL-ATRASADOS TO VALOR-LOG
               MOVE "PRODUTOS COM CONTAGEM CICLICA VENCIDA"
                   TO MENSA-LOG
               CALL "GRAVA-EXCECAO" USING "CONTAGEM-CICLICA    "
                   "VENCIDOS       " VALOR-LOG MENSA-LOG
           END-IF.
           DISPLAY "RELATORIO GERADO EM RELCOBERTURA.TXT".
       GRAVA-LINHA-COBERTURA.
           IF PRD-VENCE(IDX) < DATA-HOJE
               ADD 1 TO REGISTROS-SPOOL
               ADD 1 TO TOTAL-ATRASADOS
               MOVE PRD-CODIGO(IDX) TO CODIGO-E
               MOVE SPACES TO LINHA-RELATORIO
               MOVE PRD-CLASSE(IDX)    TO LINHA-RELATORIO(1:1)
               MOVE CODIGO-E           TO LINHA-RELATORIO(4:5)
               MOVE PRD-NOME(IDX)      TO LINHA-RELATORIO(11:20)
               IF PRD-ULTIMA(IDX) = ZEROS
                   MOVE "NUNCA CONTADO" TO LINHA-RELATORIO(32:13)
               ELSE
                   MOVE PRD-ULTIMA(IDX) TO DATA-AUX
                   PERFORM FORMATA-DATA
                   MOVE DATA-E TO LINHA-RELATORIO(32:10)
                   MOVE PRD-VENCE(IDX) TO DATA-AUX
                   PERFORM FORMATA-DATA
                   MOVE DATA-E TO LINHA-RELATORIO(45:10)
                   COMPUTE ATRASO-DIAS =
                       FUNCTION INTEGER-OF-DATE(DATA-HOJE)
                       - FUNCTION INTEGER-OF-DATE(PRD-VENCE(IDX))
                   MOVE ATRASO-DIAS TO ATRASO-E
                   MOVE ATRASO-E TO LINHA-RELATORIO(57:5)
                   MOVE "DIAS" TO LINHA-RELATORIO(63:4)
               END-IF
               PERFORM IMPRIME-LINHA
           END-IF.
       RESUMO-COBERTURA.
           MOVE ZEROS TO COBERTURA.
           IF CIC-QTDE(IDX-CLASSE) > ZEROS
               COMPUTE COBERTURA ROUNDED =
                   CIC-EM-DIA(IDX-CLASSE) * 100
                   / CIC-QTDE(IDX-CLASSE)
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CIC-CLASSE(IDX-CLASSE) TO LINHA-RELATORIO(4:1).
           MOVE CIC-DIAS(IDX-CLASSE)   TO LINHA-RELATORIO(9:3).
           MOVE "D"                    TO LINHA-RELATORIO(12:1).
           MOVE CIC-QTDE(IDX-CLASSE)   TO CONT-E.
           MOVE CONT-E                 TO LINHA-RELATORIO(20:3).
           MOVE CIC-EM-DIA(IDX-CLASSE) TO CONT-E.
           MOVE CONT-E                 TO LINHA-RELATORIO(28:3).
           MOVE CIC-ATRASADOS(IDX-CLASSE) TO CONT-E.
           MOVE CONT-E                 TO LINHA-RELATORIO(38:3).
           MOVE CIC-NUNCA(IDX-CLASSE)  TO CONT-E.
           MOVE CONT-E                 TO LINHA-RELATORIO(45:3).
           MOVE COBERTURA              TO COBERTURA-E.
           MOVE COBERTURA-E            TO LINHA-RELATORIO(52:5).
           MOVE "%"                    TO LINHA-RELATORIO(57:1).
           PERFORM IMPRIME-LINHA.
       FORMATA-DATA.
           IF DATA-AUX = ZEROS
               MOVE "    -     " TO DATA-E
           ELSE
               STRING DATA-AUX(7:2) DELIMITED BY SIZE
                      "/"           DELIMITED BY SIZE
                      DATA-AUX(5:2) DELIMITED BY SIZE
                      "/"           DELIMITED BY SIZE
                      DATA-AUX(1:4) DELIMITED BY SIZE
                 INTO DATA-E
           END-IF.
       IMPRIME-LINHA.
           CALL "IMPRIME-RELATORIO" USING "L"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
