       IDENTIFICATION DIVISION.
       PROGRAM-ID. KITS-DISPONIVEIS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-KITS ASSIGN TO "KITS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-PRODUTOS ASSIGN TO "PRODUTOS.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PROD-CODIGO.
               SELECT ARQ-ESTOQUE ASSIGN TO "ESTOQUE.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ESTOQUE-CHAVE.
               SELECT ARQ-RELATORIO ASSIGN TO "RELKITS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-KITS.
           01  REG-KIT.
               02 KIT-CODIGO     PIC 9(05).
               02 KIT-COMPONENTE PIC 9(05).
               02 KIT-QTDE       PIC 9(04).
           FD  ARQ-PRODUTOS.
           01  REG-PRODUTO.
               02 PROD-CODIGO      PIC 9(05).
               02 PROD-MERCADORIA  PIC X(20).
               02 PROD-PRECOUNI    PIC 9(4)V99.
               02 PROD-TAXA-MARGEM PIC 9(2)V99.
               02 PROD-ATIVO       PIC X(01).
           FD  ARQ-ESTOQUE.
           01  REG-ESTOQUE.
               02 ESTOQUE-CHAVE.
                   03 ESTOQUE-CODIGO    PIC 9(05).
                   03 ESTOQUE-DEPOSITO  PIC 9(02).
               02 ESTOQUE-QTDE      PIC 9(06).
           FD  ARQ-RELATORIO.
           01  LINHA-RELATORIO  PIC X(80).
       WORKING-STORAGE SECTION.
           01 REGISTROS-SPOOL  PIC 9(06) VALUE ZEROS.
           01 DEPOSITO-PADRAO  PIC 9(02) VALUE 01.
           01 FIM-KITS         PIC X(01) VALUE "N".
           01 QTDE-LINHAS      PIC 9(03) VALUE ZEROS.
           01 IDX-LINHA        PIC 9(03) VALUE ZEROS.
           01 IDX-BUSCA        PIC 9(03) VALUE ZEROS.
           01 TABELA-KITS.
               02 LINHA-KIT-T OCCURS 500 TIMES.
                   03 LKT-KIT        PIC 9(05).
                   03 LKT-COMPONENTE PIC 9(05).
                   03 LKT-QTDE       PIC 9(04).
                   03 LKT-FEITO      PIC X(01).
           01 KIT-ATUAL        PIC 9(05) VALUE ZEROS.
           01 KIT-ATUAL-E      PIC ZZZZ9.
           01 CODIGO-BUSCA     PIC 9(05) VALUE ZEROS.
           01 MERCADORIA       PIC X(20) VALUE SPACES.
           01 SALDO-COMP       PIC 9(06) VALUE ZEROS.
           01 SALDO-COMP-E     PIC ZZZ.ZZ9.
           01 QTDE-COMP-E      PIC Z.ZZ9.
           01 KITS-COMPONENTE  PIC 9(06) VALUE ZEROS.
           01 KITS-COMP-E      PIC ZZZ.ZZ9.
           01 KITS-POSSIVEIS   PIC 9(06) VALUE ZEROS.
           01 KITS-POSSIVEIS-E PIC ZZZ.ZZ9.
           01 CONT-KITS        PIC 9(04) VALUE ZEROS.
           01 CONT-ZERADOS     PIC 9(04) VALUE ZEROS.
           01 CONT-E           PIC Z.ZZ9.
           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
               02 MES      PIC 9(02) VALUE ZEROS.
               02 DIA      PIC 9(02) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "KITS DISPONIVEIS PARA MONTAGEM".
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           PERFORM CARREGA-KITS.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "KITS QUE PODEM SER MONTADOS COM O ESTOQUE ATUAL - "
                      DELIMITED BY SIZE
                  DIA "/" MES "/" ANO DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "DEPOSITO " DELIMITED BY SIZE
                  DEPOSITO-PADRAO DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           OPEN INPUT ARQ-PRODUTOS.
           OPEN INPUT ARQ-ESTOQUE.
           PERFORM PROCESSA-KIT
               THRU PROCESSA-KIT-SAIDA
               VARYING IDX-LINHA FROM 1 BY 1
               UNTIL IDX-LINHA > QTDE-LINHAS.
           CLOSE ARQ-PRODUTOS.
           CLOSE ARQ-ESTOQUE.
           PERFORM RODAPE.
           CLOSE ARQ-RELATORIO.
           MOVE CONT-KITS TO REGISTROS-SPOOL.
           CALL "GUARDA-RELATORIO" USING "KITS      "
               "RELKITS.TXT     " REGISTROS-SPOOL.
           DISPLAY "RELATORIO GERADO EM RELKITS.TXT".
           STOP RUN.
       CARREGA-KITS.
           MOVE ZEROS TO QTDE-LINHAS.
           MOVE "N" TO FIM-KITS.
           OPEN INPUT ARQ-KITS.
           PERFORM UNTIL FIM-KITS = "S"
               READ ARQ-KITS
                   AT END MOVE "S" TO FIM-KITS
                   NOT AT END
                       IF QTDE-LINHAS < 500
                           ADD 1 TO QTDE-LINHAS
                           MOVE KIT-CODIGO
                               TO LKT-KIT(QTDE-LINHAS)
                           MOVE KIT-COMPONENTE
                               TO LKT-COMPONENTE(QTDE-LINHAS)
                           MOVE KIT-QTDE
                               TO LKT-QTDE(QTDE-LINHAS)
                           MOVE "N" TO LKT-FEITO(QTDE-LINHAS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-KITS.
       PROCESSA-KIT.
           IF LKT-FEITO(IDX-LINHA) = "S"
               GO TO PROCESSA-KIT-SAIDA
           END-IF.
           ADD 1 TO CONT-KITS.
           MOVE LKT-KIT(IDX-LINHA) TO KIT-ATUAL.
           MOVE 999999 TO KITS-POSSIVEIS.
           PERFORM VARYING IDX-BUSCA FROM IDX-LINHA BY 1
                   UNTIL IDX-BUSCA > QTDE-LINHAS
               IF LKT-KIT(IDX-BUSCA) = KIT-ATUAL
                   PERFORM CALCULA-COMPONENTE
               END-IF
           END-PERFORM.
           MOVE KIT-ATUAL TO CODIGO-BUSCA.
           PERFORM BUSCA-PRODUTO.
           MOVE KIT-ATUAL TO KIT-ATUAL-E.
           MOVE KITS-POSSIVEIS TO KITS-POSSIVEIS-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "KIT "             DELIMITED BY SIZE
                  KIT-ATUAL-E        DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  MERCADORIA         DELIMITED BY SIZE
                  "  MONTAVEIS:"     DELIMITED BY SIZE
                  KITS-POSSIVEIS-E   DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF KITS-POSSIVEIS = ZEROS
               ADD 1 TO CONT-ZERADOS
           END-IF.
           PERFORM VARYING IDX-BUSCA FROM IDX-LINHA BY 1
                   UNTIL IDX-BUSCA > QTDE-LINHAS
               IF LKT-KIT(IDX-BUSCA) = KIT-ATUAL
                   PERFORM GRAVA-LINHA-COMPONENTE
                   MOVE "S" TO LKT-FEITO(IDX-BUSCA)
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       PROCESSA-KIT-SAIDA.
           EXIT.
       CALCULA-COMPONENTE.
           PERFORM LE-SALDO-COMPONENTE.
           IF LKT-QTDE(IDX-BUSCA) > ZEROS
               DIVIDE LKT-QTDE(IDX-BUSCA) INTO SALDO-COMP
                   GIVING KITS-COMPONENTE
           ELSE
               MOVE ZEROS TO KITS-COMPONENTE
           END-IF.
           IF KITS-COMPONENTE < KITS-POSSIVEIS
               MOVE KITS-COMPONENTE TO KITS-POSSIVEIS
           END-IF.
       GRAVA-LINHA-COMPONENTE.
           PERFORM LE-SALDO-COMPONENTE.
           IF LKT-QTDE(IDX-BUSCA) > ZEROS
               DIVIDE LKT-QTDE(IDX-BUSCA) INTO SALDO-COMP
                   GIVING KITS-COMPONENTE
           ELSE
               MOVE ZEROS TO KITS-COMPONENTE
           END-IF.
           MOVE LKT-COMPONENTE(IDX-BUSCA) TO CODIGO-BUSCA.
           PERFORM BUSCA-PRODUTO.
           MOVE LKT-QTDE(IDX-BUSCA) TO QTDE-COMP-E.
           MOVE SALDO-COMP          TO SALDO-COMP-E.
           MOVE KITS-COMPONENTE     TO KITS-COMP-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "    "             DELIMITED BY SIZE
                  MERCADORIA         DELIMITED BY SIZE
                  " POR KIT:"        DELIMITED BY SIZE
                  QTDE-COMP-E        DELIMITED BY SIZE
                  " ESTOQUE:"        DELIMITED BY SIZE
                  SALDO-COMP-E       DELIMITED BY SIZE
                  " KITS:"           DELIMITED BY SIZE
                  KITS-COMP-E        DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           IF KITS-COMPONENTE = KITS-POSSIVEIS
               MOVE "<" TO LINHA-RELATORIO(77:1)
           END-IF.
           WRITE LINHA-RELATORIO.
       LE-SALDO-COMPONENTE.
           MOVE ZEROS TO SALDO-COMP.
           MOVE LKT-COMPONENTE(IDX-BUSCA) TO ESTOQUE-CODIGO.
           MOVE DEPOSITO-PADRAO TO ESTOQUE-DEPOSITO.
           READ ARQ-ESTOQUE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ESTOQUE-QTDE TO SALDO-COMP
           END-READ.
       BUSCA-PRODUTO.
           MOVE "PRODUTO SEM CADASTRO" TO MERCADORIA.
           MOVE CODIGO-BUSCA TO PROD-CODIGO.
           READ ARQ-PRODUTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PROD-MERCADORIA TO MERCADORIA
           END-READ.
       RODAPE.
           MOVE CONT-KITS TO CONT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "KITS CADASTRADOS.......: " DELIMITED BY SIZE
                  CONT-E                     DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE CONT-ZERADOS TO CONT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "KITS SEM MONTAGEM......: " DELIMITED BY SIZE
                  CONT-E                     DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "(<) COMPONENTE QUE LIMITA A MONTAGEM DO KIT"
               TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
