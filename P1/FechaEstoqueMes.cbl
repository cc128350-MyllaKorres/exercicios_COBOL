       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHA-ESTOQUE-MES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ARQ-ESTOQUE ASSIGN TO "ESTOQUE.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ESTOQUE-CHAVE.
               SELECT ARQ-PRODUTOS ASSIGN TO "PRODUTOS.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PROD-CODIGO.
               SELECT OPTIONAL ARQ-FOTO ASSIGN TO "ESTOQUEMES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-FOTO-TMP ASSIGN TO "ESTOQUEMESTMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-ESTOQUE.
           01  REG-ESTOQUE.
               02 ESTOQUE-CHAVE.
                   03 ESTOQUE-CODIGO    PIC 9(05).
                   03 ESTOQUE-DEPOSITO  PIC 9(02).
               02 ESTOQUE-QTDE      PIC 9(06).
           FD  ARQ-PRODUTOS.
           01  REG-PRODUTO.
               02 PROD-CODIGO      PIC 9(05).
               02 PROD-MERCADORIA  PIC X(20).
               02 PROD-PRECOUNI    PIC 9(4)V99.
               02 PROD-TAXA-MARGEM PIC 9(2)V99.
               02 PROD-ATIVO       PIC X(01).
           FD  ARQ-FOTO.
           01  REG-FOTO.
               02 FOT-ANOMES     PIC 9(06).
               02 FOT-CODIGO     PIC 9(05).
               02 FOT-DEPOSITO   PIC 9(02).
               02 FOT-QTDE       PIC 9(06).
               02 FOT-CUSTO      PIC 9(4)V99.
               02 FOT-DATA       PIC 9(08).
               02 FOT-OPERADOR   PIC X(08).
           FD  ARQ-FOTO-TMP.
           01  REG-FOTO-TMP     PIC X(41).
       WORKING-STORAGE SECTION.
           01 DADOS-OPERADOR.
               02 OPERADOR-SESSAO PIC X(08) VALUE SPACES.
               02 PERFIL-SESSAO   PIC X(01) VALUE SPACE.
           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
               02 MES      PIC 9(02) VALUE ZEROS.
               02 DIA      PIC 9(02) VALUE ZEROS.
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
           01 ANOMES-FOTO      PIC 9(06) VALUE ZEROS.
           01 ANOMES-E         PIC 9999/99.
           01 FIM-ESTOQUE      PIC X(01) VALUE "N".
           01 FIM-FOTO         PIC X(01) VALUE "N".
           01 CUSTO-UNIT       PIC 9(4)V99 VALUE ZEROS.
           01 VALOR-ITEM       PIC 9(11)V99 VALUE ZEROS.
           01 TOTAL-VALOR      PIC 9(13)V99 VALUE ZEROS.
           01 CONT-GRAVADOS    PIC 9(06) VALUE ZEROS.
           01 CONT-SUBSTITUIDOS PIC 9(06) VALUE ZEROS.
           01 CONT-E           PIC ZZZ.ZZ9.
           01 TOTAL-VALOR-E    PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           01 MENSA-LOG        PIC X(40) VALUE SPACES.
           01 VALOR-LOG        PIC X(20) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "FECHAMENTO MENSAL DO ESTOQUE".
           CALL "LE-OPERADOR" USING OPERADOR-SESSAO PERFIL-SESSAO.
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           MOVE DATA-HOJE(1:6) TO ANOMES-FOTO.
           PERFORM REMOVE-FOTO-ANTERIOR
               THRU REMOVE-FOTO-ANTERIOR-SAIDA.
           IF CONT-SUBSTITUIDOS > ZEROS
               MOVE CONT-SUBSTITUIDOS TO CONT-E
               DISPLAY "FOTO DO MES JA EXISTIA - SUBSTITUIDAS "
                   CONT-E " LINHAS"
               MOVE "FOTO DO MES REFEITA" TO MENSA-LOG
               MOVE ANOMES-FOTO TO VALOR-LOG
               CALL "GRAVA-EXCECAO" USING "FECHA-ESTOQUE-MES   "
                   "ANOMES         " VALOR-LOG MENSA-LOG
           END-IF.
           OPEN EXTEND ARQ-FOTO.
           OPEN INPUT ARQ-ESTOQUE.
           PERFORM GRAVA-FOTO-ITEM UNTIL FIM-ESTOQUE = "S".
           CLOSE ARQ-ESTOQUE.
           CLOSE ARQ-FOTO.
           MOVE ANOMES-FOTO TO ANOMES-E.
           MOVE CONT-GRAVADOS TO CONT-E.
           MOVE TOTAL-VALOR TO TOTAL-VALOR-E.
           DISPLAY "MES DE REFERENCIA..: " ANOMES-E.
           DISPLAY "LINHAS GRAVADAS....: " CONT-E.
           DISPLAY "VALOR DO ESTOQUE...: " TOTAL-VALOR-E.
           STOP RUN.
       REMOVE-FOTO-ANTERIOR.
           MOVE ZEROS TO CONT-SUBSTITUIDOS.
           MOVE "N" TO FIM-FOTO.
           OPEN EXTEND ARQ-FOTO.
           CLOSE ARQ-FOTO.
           OPEN INPUT  ARQ-FOTO.
           OPEN OUTPUT ARQ-FOTO-TMP.
           PERFORM UNTIL FIM-FOTO = "S"
               READ ARQ-FOTO
                   AT END MOVE "S" TO FIM-FOTO
                   NOT AT END
                       IF FOT-ANOMES = ANOMES-FOTO
                           ADD 1 TO CONT-SUBSTITUIDOS
                       ELSE
                           MOVE REG-FOTO TO REG-FOTO-TMP
                           WRITE REG-FOTO-TMP
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-FOTO.
           CLOSE ARQ-FOTO-TMP.
           IF CONT-SUBSTITUIDOS = ZEROS
               GO TO REMOVE-FOTO-ANTERIOR-SAIDA
           END-IF.
           MOVE "N" TO FIM-FOTO.
           OPEN OUTPUT ARQ-FOTO.
           OPEN INPUT  ARQ-FOTO-TMP.
           PERFORM UNTIL FIM-FOTO = "S"
               READ ARQ-FOTO-TMP
                   AT END MOVE "S" TO FIM-FOTO
                   NOT AT END
                       MOVE REG-FOTO-TMP TO REG-FOTO
                       WRITE REG-FOTO
               END-READ
           END-PERFORM.
           CLOSE ARQ-FOTO.
           CLOSE ARQ-FOTO-TMP.
       REMOVE-FOTO-ANTERIOR-SAIDA.
           EXIT.
       GRAVA-FOTO-ITEM.
           READ ARQ-ESTOQUE NEXT
               AT END MOVE "S" TO FIM-ESTOQUE
               NOT AT END
                   PERFORM BUSCA-CUSTO
                   MOVE ANOMES-FOTO      TO FOT-ANOMES
                   MOVE ESTOQUE-CODIGO   TO FOT-CODIGO
                   MOVE ESTOQUE-DEPOSITO TO FOT-DEPOSITO
                   MOVE ESTOQUE-QTDE     TO FOT-QTDE
                   MOVE CUSTO-UNIT       TO FOT-CUSTO
                   MOVE DATA-HOJE        TO FOT-DATA
                   MOVE OPERADOR-SESSAO  TO FOT-OPERADOR
                   WRITE REG-FOTO
                   COMPUTE VALOR-ITEM = ESTOQUE-QTDE * CUSTO-UNIT
                   ADD VALOR-ITEM TO TOTAL-VALOR
                   ADD 1 TO CONT-GRAVADOS
           END-READ.
       BUSCA-CUSTO.
           MOVE ZEROS TO CUSTO-UNIT.
           OPEN INPUT ARQ-PRODUTOS.
           MOVE ESTOQUE-CODIGO TO PROD-CODIGO.
           READ ARQ-PRODUTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PROD-PRECOUNI TO CUSTO-UNIT
           END-READ.
           CLOSE ARQ-PRODUTOS.
