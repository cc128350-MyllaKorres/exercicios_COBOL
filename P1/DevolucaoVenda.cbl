                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ESTOQUE-CHAVE.
               SELECT OPTIONAL ARQ-KITS ASSIGN TO "KITS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-VENDAS.
                   03 ESTOQUE-CODIGO    PIC 9(05).
                   03 ESTOQUE-DEPOSITO  PIC 9(02).
               02 ESTOQUE-QTDE      PIC 9(06).
           FD  ARQ-KITS.
           01  REG-KIT.
               02 KIT-CODIGO     PIC 9(05).
               02 KIT-COMPONENTE PIC 9(05).
               02 KIT-QTDE       PIC 9(04).
       WORKING-STORAGE SECTION.
           01 DADOS-OPERADOR.
               02 OPERADOR-SESSAO PIC X(08) VALUE SPACES.
               "MOTIVO INVALIDO".
           01 MOTIVO-DEV       PIC X(02) VALUE SPACES.
           01 MOTIVO-OK        PIC X(01) VALUE "N".
           01 DADOS-KIT.
               02 E-KIT           PIC X(01) VALUE "N".
               02 FIM-KITS        PIC X(01) VALUE "N".
               02 CODIGO-MOV      PIC 9(05) VALUE ZEROS.
               02 QTDE-COMPS-KIT  PIC 9(02) VALUE ZEROS.
               02 IDX-KIT         PIC 9(02) VALUE ZEROS.
               02 KIT-T OCCURS 20 TIMES.
                   03 KTT-CODIGO   PIC 9(05).
                   03 KTT-QTDE     PIC 9(04).
                   03 KTT-CUSTO    PIC 9(4)V99.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "DEVOLUCAO DE VENDA".
           PERFORM PEDE-QUANTIDADE.
           PERFORM PEDE-MOTIVO UNTIL MOTIVO-OK = "S".
           PERFORM LOCALIZA-PRODUTO.
           IF PRODUTO-ACHADO = "S"
               PERFORM CARREGA-KIT
           END-IF.
           MOVE OPERADOR-SESSAO TO DONO-TRAVA.
           CALL "TRAVA-ARQUIVO" USING "T" "ESTOQUE.IDX     "
               DONO-TRAVA RESULTADO-TRAVA.
           IF PRODUTO-ACHADO = "N"
               DISPLAY "PRODUTO SEM CADASTRO - ESTOQUE NAO AJUSTADO"
           ELSE
               IF E-KIT = "S"
                   PERFORM DEVOLVE-COMPONENTE-KIT
                       VARYING IDX-KIT FROM 1 BY 1
                       UNTIL IDX-KIT > QTDE-COMPS-KIT
               ELSE
                   MOVE CODPROD        TO CODIGO-MOV
                   MOVE QTDE-DEVOLVIDA TO QTDE-DEV-MOV
                   PERFORM ATUALIZA-ESTOQUE
                   CALL "GRAVA-MOVESTOQUE" USING CODPROD
                       DEPOSITO-PADRAO "E"
                       "DEVOLUCAO " QTDE-DEV-MOV SALDO-NOVO CUSTO-PROD
               END-IF
               CALL "ATUALIZA-CONTROLE" USING "ESTOQUE.DAT     "
           END-IF.
       DEVOLVE-COMPONENTE-KIT.
           MOVE KTT-CODIGO(IDX-KIT) TO CODIGO-MOV.
           COMPUTE QTDE-DEV-MOV = QTDE-DEVOLVIDA * KTT-QTDE(IDX-KIT).
           PERFORM ATUALIZA-ESTOQUE.
           CALL "GRAVA-MOVESTOQUE" USING CODIGO-MOV
               DEPOSITO-PADRAO "E"
               "DEVOLUCAO " QTDE-DEV-MOV SALDO-NOVO
               KTT-CUSTO(IDX-KIT).
       ATUALIZA-ESTOQUE.
           OPEN I-O ARQ-ESTOQUE.
           MOVE CODIGO-MOV TO ESTOQUE-CODIGO.
           MOVE DEPOSITO-PADRAO TO ESTOQUE-DEPOSITO.
           READ ARQ-ESTOQUE
               INVALID KEY
                   MOVE CODIGO-MOV     TO ESTOQUE-CODIGO
                   MOVE QTDE-DEV-MOV   TO ESTOQUE-QTDE
                   MOVE ESTOQUE-QTDE   TO SALDO-NOVO
                   WRITE REG-ESTOQUE
               NOT INVALID KEY
                   ADD QTDE-DEV-MOV TO ESTOQUE-QTDE
                   MOVE ESTOQUE-QTDE  TO SALDO-NOVO
                   REWRITE REG-ESTOQUE
           END-READ.
           CLOSE ARQ-ESTOQUE.
       CARREGA-KIT.
           MOVE "N"   TO E-KIT.
           MOVE ZEROS TO QTDE-COMPS-KIT.
           MOVE "N"   TO FIM-KITS.
           OPEN INPUT ARQ-KITS.
           PERFORM UNTIL FIM-KITS = "S"
               READ ARQ-KITS
                   AT END MOVE "S" TO FIM-KITS
                   NOT AT END
                       IF KIT-CODIGO = CODPROD
                          AND QTDE-COMPS-KIT < 20
                           ADD 1 TO QTDE-COMPS-KIT
                           MOVE KIT-COMPONENTE
                               TO KTT-CODIGO(QTDE-COMPS-KIT)
                           MOVE KIT-QTDE
                               TO KTT-QTDE(QTDE-COMPS-KIT)
                           MOVE "S" TO E-KIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-KITS.
           IF E-KIT = "S"
               OPEN INPUT ARQ-PRODUTOS
               PERFORM LOCALIZA-CUSTO-COMPONENTE
                   VARYING IDX-KIT FROM 1 BY 1
                   UNTIL IDX-KIT > QTDE-COMPS-KIT
               CLOSE ARQ-PRODUTOS
           END-IF.
       LOCALIZA-CUSTO-COMPONENTE.
           MOVE ZEROS TO KTT-CUSTO(IDX-KIT).
           MOVE KTT-CODIGO(IDX-KIT) TO PROD-CODIGO.
           READ ARQ-PRODUTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PROD-PRECOUNI TO KTT-CUSTO(IDX-KIT)
           END-READ.
