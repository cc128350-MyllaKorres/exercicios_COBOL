                   RECORD KEY IS PROD-CODIGO.
               SELECT OPTIONAL ARQ-PRECOS ASSIGN TO "PRECOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-PESOS ASSIGN TO "PESOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-PESOS-TMP ASSIGN TO "PESOSTMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-PRODUTOS.
               02 PRC-CODIGO        PIC 9(05).
               02 PRC-DATA-VIGENCIA PIC 9(08).
               02 PRC-PRECO         PIC 9(4)V99.
           FD  ARQ-PESOS.
           01  REG-PESO.
               02 PES-CODIGO        PIC 9(05).
               02 PES-PESO          PIC 9(04)V999.
           FD  ARQ-PESOS-TMP.
           01  REG-PESO-TMP         PIC X(12).
       WORKING-STORAGE SECTION.
           01 DADOS.
               02 OPCAO         PIC X(01) VALUE SPACE.
               02 VIG-MES-E     PIC Z9.
               02 VIG-ANO       PIC 9(04) VALUE ZEROS.
               02 VIG-ANO-E     PIC ZZZ9.
               02 PESO          PIC 9(04)V999 VALUE ZEROS.
               02 PESO-E        PIC Z.ZZ9,999.
           01 DADOS-MANUTENCAO.
               02 FLAG-ACHADO   PIC X(01) VALUE "N".
               02 FIM-PRODUTOS  PIC X(01) VALUE "N".
               02 FIM-PESOS     PIC X(01) VALUE "N".
           01 DADOS-OPERADOR.
               02 OPERADOR-SESSAO PIC X(08) VALUE SPACES.
               02 PERFIL-SESSAO   PIC X(01) VALUE SPACE.
           01 DADOS-AUDITORIA.
               02 CHAVE-AUDITORIA PIC X(15) VALUE SPACES.
               02 ACAO-AUDITORIA  PIC X(01) VALUE SPACE.
               02 IMAGEM-ANTES    PIC X(150) VALUE SPACES.
               02 IMAGEM-DEPOIS   PIC X(150) VALUE SPACES.
           01 MENSAGENS.
               02 MENSA0    PIC X(45) VALUE
               "SELECIONE UMA OPCAO < >".
               02 LINE 11 COLUMN 20 VALUE "PRECO UNITARIO: ".
               02 LINE 13 COLUMN 20 VALUE "TAXA DE MARGEM: ".
               02 LINE 15 COLUMN 20 VALUE "SITUACAO: ".
               02 LINE 17 COLUMN 20 VALUE "PESO UNITARIO (KG): ".
               02 LINE 20 COLUMN 20 VALUE "MENSAGEM: ".
       PROCEDURE DIVISION.
           INICIO.
               CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
               CALL "LE-OPERADOR" USING OPERADOR-SESSAO PERFIL-SESSAO.
               INITIALIZE OPCAO.
               PERFORM MENU-PRINCIPAL UNTIL OPCAO = "5".
               DISPLAY MENSA7 AT 2030.
               PERFORM RECEBE-MERCADORIA UNTIL MERCADORIA <> SPACES.
               PERFORM RECEBE-PRECO UNTIL PRECOUNI > 0.
               PERFORM RECEBE-MARGEM UNTIL TAXA-MARGEM > 0.
               PERFORM RECEBE-PESO.
               MOVE "A" TO ATIVO.
               PERFORM GRAVA-PRODUTO.
               PERFORM GRAVA-PESO.
               MOVE ANO TO VIGENCIA(1:4).
               MOVE MES TO VIGENCIA(5:2).
               MOVE DIA TO VIGENCIA(7:2).
               WRITE REG-PRODUTO
                   INVALID KEY
                       DISPLAY "CODIGO JA EXISTE" AT 2230
                   NOT INVALID KEY
                       MOVE SPACES      TO IMAGEM-ANTES
                       MOVE REG-PRODUTO TO IMAGEM-DEPOIS
                       MOVE "I"         TO ACAO-AUDITORIA
                       PERFORM GRAVA-AUDITORIA-PRODUTO
               END-WRITE.
               CLOSE ARQ-PRODUTOS.
               CALL "ATUALIZA-CONTROLE" USING "PRODUTOS.DAT    ".
                   PERFORM MOSTRA-PRODUTO
                   PERFORM RECEBE-PRECO UNTIL PRECOUNI > 0
                   PERFORM RECEBE-MARGEM UNTIL TAXA-MARGEM > 0
                   PERFORM RECEBE-PESO
                   PERFORM RECEBE-VIGENCIA
                   MOVE "1" TO OPCAO2
                   PERFORM REGRAVA-ARQUIVO-PRODUTOS
                   PERFORM GRAVA-PESO
                   PERFORM GRAVA-PRECO-VIGENCIA
                   DISPLAY "PRODUTO ALTERADO" AT 2030
               END-IF.
                       MOVE "S"              TO FLAG-ACHADO
               END-READ.
               CLOSE ARQ-PRODUTOS.
               PERFORM LOCALIZA-PESO.
           LOCALIZA-PESO.
               MOVE ZEROS TO PESO.
               MOVE "N" TO FIM-PESOS.
               OPEN INPUT ARQ-PESOS.
               PERFORM UNTIL FIM-PESOS = "S"
                   READ ARQ-PESOS
                       AT END MOVE "S" TO FIM-PESOS
                       NOT AT END
                           IF PES-CODIGO = CODIGO
                               MOVE PES-PESO TO PESO
                               MOVE "S" TO FIM-PESOS
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE ARQ-PESOS.
           MOSTRA-PRODUTO.
               DISPLAY MERCADORIA AT 0932.
               MOVE PRECOUNI TO PRECOUNI-E.
               ELSE
                   DISPLAY "ATIVO  " AT 1530
               END-IF.
               MOVE PESO TO PESO-E.
               DISPLAY PESO-E AT 1740.
           REGRAVA-ARQUIVO-PRODUTOS.
               OPEN I-O ARQ-PRODUTOS.
               MOVE CODIGO TO PROD-CODIGO.
                   INVALID KEY
                       DISPLAY MENSA5 AT 2030
                   NOT INVALID KEY
                       MOVE REG-PRODUTO TO IMAGEM-ANTES
                       IF OPCAO2 = "1"
                           MOVE PRECOUNI    TO PROD-PRECOUNI
                           MOVE TAXA-MARGEM TO PROD-TAXA-MARGEM
                           MOVE "A"         TO ACAO-AUDITORIA
                       ELSE
                           MOVE ATIVO TO PROD-ATIVO
                           IF ATIVO = "I"
                               MOVE "D" TO ACAO-AUDITORIA
                           ELSE
                               MOVE "R" TO ACAO-AUDITORIA
                           END-IF
                       END-IF
                       REWRITE REG-PRODUTO
                       MOVE REG-PRODUTO TO IMAGEM-DEPOIS
                       PERFORM GRAVA-AUDITORIA-PRODUTO
               END-READ.
               CLOSE ARQ-PRODUTOS.
               CALL "ATUALIZA-CONTROLE" USING "PRODUTOS.DAT    ".
           GRAVA-AUDITORIA-PRODUTO.
               MOVE PROD-CODIGO TO CHAVE-AUDITORIA.
               CALL "GRAVA-AUDITORIA" USING "PRODUTOS.IDX    "
                   CHAVE-AUDITORIA ACAO-AUDITORIA OPERADOR-SESSAO
                   IMAGEM-ANTES IMAGEM-DEPOIS.
           RECEBE-MERCADORIA.
               DISPLAY MENSA1 AT 2030.
               ACCEPT MERCADORIA AT 0932.
                   CALL "GRAVA-EXCECAO" USING "CADASTRO-PRODUTOS   "
                       "TAXA-MARGEM    " "INVALIDA            "
                       MENSA9.
           RECEBE-PESO.
               DISPLAY "DIGITE O PESO UNITARIO EM KG (0 = SEM PESO)"
                   AT 2030.
               ACCEPT PESO-E AT 1740.
               MOVE PESO-E TO PESO.
           GRAVA-PESO.
               MOVE "N" TO FIM-PESOS.
               OPEN EXTEND ARQ-PESOS.
               CLOSE ARQ-PESOS.
               OPEN INPUT  ARQ-PESOS.
               OPEN OUTPUT ARQ-PESOS-TMP.
               PERFORM UNTIL FIM-PESOS = "S"
                   READ ARQ-PESOS
                       AT END MOVE "S" TO FIM-PESOS
                       NOT AT END
                           IF PES-CODIGO NOT = CODIGO
                               MOVE REG-PESO TO REG-PESO-TMP
                               WRITE REG-PESO-TMP
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE ARQ-PESOS.
               IF PESO > ZEROS
                   MOVE CODIGO TO PES-CODIGO
                   MOVE PESO   TO PES-PESO
                   MOVE REG-PESO TO REG-PESO-TMP
                   WRITE REG-PESO-TMP
               END-IF.
               CLOSE ARQ-PESOS-TMP.
               MOVE "N" TO FIM-PESOS.
               OPEN OUTPUT ARQ-PESOS.
               OPEN INPUT  ARQ-PESOS-TMP.
               PERFORM UNTIL FIM-PESOS = "S"
                   READ ARQ-PESOS-TMP
                       AT END MOVE "S" TO FIM-PESOS
                       NOT AT END
                           MOVE REG-PESO-TMP TO REG-PESO
                           WRITE REG-PESO
                   END-READ
               END-PERFORM.
               CLOSE ARQ-PESOS.
               CLOSE ARQ-PESOS-TMP.
           RECEBE-VIGENCIA.
               DISPLAY "VIGENCIA DO PRECO (DD MM AAAA): " AT 2030.
               ACCEPT VIG-DIA-E AT 2063.
               MOVE SPACES TO MERCADORIA.
               MOVE ZEROS  TO PRECOUNI.
               MOVE ZEROS  TO TAXA-MARGEM.
               MOVE ZEROS  TO PESO.
               MOVE "A"    TO ATIVO.
