               SELECT OPTIONAL ARQ-PEDIDOS
                   ASSIGN TO "PEDIDOSCOMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-ENCOMENDAS ASSIGN TO "ENCOMENDAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-ESTOQUE.
               02 PED-DATA-PREV  PIC 9(08).
               02 PED-STATUS     PIC X(01).
               02 PED-QTDE-RECEB PIC 9(06).
           FD  ARQ-ENCOMENDAS.
           01  REG-ENCOMENDA.
               02 ENC-NUMERO     PIC 9(06).
               02 ENC-CLIENTE    PIC 9(04).
               02 ENC-CODIGO     PIC 9(05).
               02 ENC-DEPOSITO   PIC 9(02).
               02 ENC-QTDE       PIC 9(06).
               02 ENC-QTDE-ALOC  PIC 9(06).
               02 ENC-DATA       PIC 9(08).
               02 ENC-STATUS     PIC X(01).
               02 ENC-DATA-ALOC  PIC 9(08).
               02 ENC-OPERADOR   PIC X(08).
       WORKING-STORAGE SECTION.
           01 DADOS-OPERADOR.
               02 OPERADOR-SESSAO PIC X(08) VALUE SPACES.
           01 SALDO-E          PIC ZZZZZ9.
           01 MINIMO-E         PIC ZZZZZ9.
           01 MENSA-LOG        PIC X(40) VALUE SPACES.
           01 FIM-ENCOMENDAS   PIC X(01) VALUE "N".
           01 QTDE-ENCOMENDADA PIC 9(06) VALUE ZEROS.
           01 ENCOMENDADA-E    PIC ZZZZZ9.
           01 SALDO-LIVRE      PIC 9(06) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "GERACAO DE PEDIDOS DE COMPRA".
               AT END MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   PERFORM BUSCA-PONTO-PEDIDO
                   PERFORM SOMA-ENCOMENDAS
                   MOVE ZEROS TO SALDO-LIVRE
                   IF ESTOQUE-QTDE > QTDE-ENCOMENDADA
                       COMPUTE SALDO-LIVRE =
                           ESTOQUE-QTDE - QTDE-ENCOMENDADA
                   END-IF
                   IF ESTOQUE-DEPOSITO = DEPOSITO-PADRAO
                      AND ((PONTO-ACHADO = "S"
                            AND SALDO-LIVRE < MINIMO)
                        OR QTDE-ENCOMENDADA > ESTOQUE-QTDE)
                       ADD QTDE-ENCOMENDADA TO QTDE-PEDIDO
                       PERFORM BUSCA-PRODUTO
                       PERFORM OFERECE-SUGESTAO
                   END-IF
                       MOVE "S" TO PONTO-ACHADO
                   END-IF
           END-READ.
       SOMA-ENCOMENDAS.
           MOVE ZEROS TO QTDE-ENCOMENDADA.
           MOVE "N" TO FIM-ENCOMENDAS.
           OPEN INPUT ARQ-ENCOMENDAS.
           PERFORM UNTIL FIM-ENCOMENDAS = "S"
               READ ARQ-ENCOMENDAS
                   AT END MOVE "S" TO FIM-ENCOMENDAS
                   NOT AT END
                       IF ENC-CODIGO = ESTOQUE-CODIGO
                          AND ENC-DEPOSITO = ESTOQUE-DEPOSITO
                          AND ENC-STATUS = "A"
                           COMPUTE QTDE-ENCOMENDADA = QTDE-ENCOMENDADA
                               + ENC-QTDE - ENC-QTDE-ALOC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-ENCOMENDAS.
       BUSCA-PRODUTO.
           MOVE SPACES TO MERCADORIA.
           OPEN INPUT ARQ-PRODUTOS.
           MOVE MINIMO       TO MINIMO-E.
           DISPLAY MERCADORIA " SALDO:" SALDO-E
               " MIN:" MINIMO-E.
           IF QTDE-ENCOMENDADA > ZEROS
               MOVE QTDE-ENCOMENDADA TO ENCOMENDADA-E
               DISPLAY "ENCOMENDAS DE CLIENTES PENDENTES:"
                   ENCOMENDADA-E
           END-IF.
           DISPLAY "GERAR PEDIDO (S/N)? ".
           ACCEPT RESP-ACEITA.
           IF RESP-ACEITA = "S" OR RESP-ACEITA = "s"
