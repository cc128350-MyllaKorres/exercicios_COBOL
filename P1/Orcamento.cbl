                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-VENDAS ASSIGN TO "VENDAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-CONTAS-REC
                   ASSIGN TO "CONTASREC.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-ESTOQUE ASSIGN TO "ESTOQUE.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-TRIBUTOS ASSIGN TO "APURTRIB.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-DOCFISCAIS ASSIGN TO "DOCFISCAIS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-ORCAMENTOS.
               02 VENDA-CLIENTE     PIC 9(04).
               02 VENDA-UF          PIC X(02).
               02 VENDA-MOTIVO      PIC X(02).
           FD  ARQ-CONTAS-REC.
           01  REG-CONTA-REC.
               02 CR-NUMERO     PIC 9(06).
               02 CR-CLIENTE    PIC 9(04).
               02 CR-DATA       PIC 9(08).
               02 CR-VALOR      PIC 9(09)V99.
               02 CR-STATUS     PIC X(01).
               02 CR-VALOR-PAGO PIC 9(09)V99.
               02 CR-PARCELA    PIC 9(02).
               02 CR-VENCIMENTO PIC 9(08).
               02 CR-NIVEL-COB  PIC 9(01).
               02 CR-ORIGEM     PIC X(01).
           FD  ARQ-ESTOQUE.
           01  REG-ESTOQUE.
               02 ESTOQUE-CHAVE.
               02 TRB-DC        PIC X(01).
               02 TRB-BASE      PIC 9(09)V99.
               02 TRB-VALOR     PIC 9(09)V99.
           FD  ARQ-DOCFISCAIS.
           01  REG-DOCFISCAL.
               02 DOC-SERIE      PIC X(03).
               02 DOC-NUMERO     PIC 9(06).
               02 DOC-VENDA      PIC 9(06).
               02 DOC-DATA       PIC 9(08).
               02 DOC-HORA       PIC 9(06).
               02 DOC-VALOR      PIC 9(09)V99.
               02 DOC-CLIENTE    PIC 9(04).
               02 DOC-OPERADOR   PIC X(08).
               02 DOC-STATUS     PIC X(01).
               02 DOC-DATA-CANC  PIC 9(08).
               02 DOC-SUPERVISOR PIC X(08).
               02 DOC-MOTIVO     PIC X(30).
       WORKING-STORAGE SECTION.
           01 DADOS-TRIBUTOS.
               02 TAXA-PIS         PIC 9(02)V99 VALUE 1,65.
               02 TAXA-COFINS      PIC 9(02)V99 VALUE 7,60.
               02 PIS-VALOR        PIC 9(06)V99 VALUE ZEROS.
               02 COFINS-VALOR     PIC 9(06)V99 VALUE ZEROS.
               02 ALIQUOTAS-LIDAS  PIC X(01) VALUE "N".
           01 DADOS-FRETE.
               02 ENTREGA          PIC X(01) VALUE "N".
               02 FRETE-ORC        PIC 9(05)V99 VALUE ZEROS.
               02 FRETE-ORC-E      PIC ZZ.ZZ9,99.
               02 PESO-ORC         PIC 9(05)V999 VALUE ZEROS.
               02 CODIGO-FRETE     PIC 9(05) VALUE ZEROS.
               02 QTDE-FRETE       PIC 9(06) VALUE ZEROS.
               02 RESULTADO-FRETE  PIC X(01) VALUE SPACE.
           01 DADOS-DOCFISCAL.
               02 SERIE-FISCAL     PIC X(03) VALUE "001".
               02 NUMERO-DOC       PIC 9(06) VALUE ZEROS.
               02 NUMERO-DOC-E     PIC ZZZZZ9.
               02 RESULTADO-NUMERO PIC X(01) VALUE SPACE.
               02 HORA-DOC         PIC 9(08) VALUE ZEROS.
               02 TOTAL-CONVERTIDO PIC 9(09)V99 VALUE ZEROS.
           01 DADOS-TRAVA.
               02 DONO-TRAVA       PIC X(08) VALUE SPACES.
               02 RESULTADO-TRAVA  PIC X(01) VALUE SPACE.
           01 PRECOTOTAL       PIC 9(6)V99 VALUE ZEROS.
           01 PRECOVENDA       PIC 9(7)V99 VALUE ZEROS.
           01 PRECOVENDA-E     PIC Z.ZZZ.ZZ9,99.
           01 DESCONTO-ITEM    PIC 9(7)V99 VALUE ZEROS.
           01 DESCONTO-ITEM-E  PIC Z.ZZZ.ZZ9,99.
           01 CAMPANHA-ITEM    PIC X(10) VALUE SPACES.
           01 TOTAL-DESCONTO   PIC 9(09)V99 VALUE ZEROS.
           01 TOTAL-DESCONTO-E PIC ZZZ.ZZZ.ZZ9,99.
           01 MOEDA            PIC X(03) VALUE "BRL".
           01 TAXA-CONGELADA   PIC 9(03)V9999 VALUE 1,0000.
           01 TAXA-CONGELADA-E PIC ZZ9,9999.
           01 SALDO-NOVO       PIC 9(06) VALUE ZEROS.
           01 ESTOQUE-ACHADO   PIC X(01) VALUE "N".
           01 DEPOSITO-PADRAO  PIC 9(02) VALUE 01.
           01 DADOS-RESERVA.
               02 ESTOQUE-FISICO   PIC 9(06) VALUE ZEROS.
               02 QTDE-RESERVADA   PIC 9(06) VALUE ZEROS.
               02 QTDE-DISPONIVEL  PIC 9(06) VALUE ZEROS.
               02 QTDE-RESERVA     PIC 9(06) VALUE ZEROS.
               02 QTDE-RESERVA-E   PIC ZZZ.ZZ9.
               02 LINHAS-BAIXADAS  PIC 9(06) VALUE ZEROS.
           01 DADOS-ICMS-UF.
               02 QTDE-UFS-ICMS  PIC 9(02) VALUE ZEROS.
               02 FIM-ICMS-UF    PIC X(01) VALUE "N".
           01 TAXA-ICMS        PIC 9(2)V99 VALUE 18,00.
           01 BASE-ICMS        PIC 9(09)V99 VALUE ZEROS.
           01 VALOR-ICMS       PIC 9(09)V99 VALUE ZEROS.
           01 CONSULTA-PARAMETRO.
               02 PRM-MODULO    PIC X(08) VALUE SPACES.
               02 PRM-NOME      PIC X(15) VALUE SPACES.
               02 PRM-DATA      PIC 9(08) VALUE ZEROS.
               02 PRM-VALOR     PIC 9(09)V9(06) VALUE ZEROS.
               02 PRM-ACHOU     PIC X(01) VALUE SPACE.
           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
               02 MES      PIC 9(02) VALUE ZEROS.
           PERFORM PEDE-MOEDA UNTIL MOEDA-ACHADA = "S".
           PERFORM PEDE-VALIDADE.
           MOVE ZEROS TO TOTAL-ORC.
           MOVE ZEROS TO TOTAL-DESCONTO.
           MOVE ZEROS TO PESO-ORC.
           MOVE ZEROS TO FRETE-ORC.
           MOVE "S" TO MAIS-ITENS.
           PERFORM RECEBE-ITEM UNTIL MAIS-ITENS = "N".
           PERFORM APURA-FRETE-ORCAMENTO
               THRU APURA-FRETE-ORCAMENTO-SAIDA.
           COMPUTE TOTAL-MOEDA ROUNDED =
               TOTAL-ORC / TAXA-CONGELADA.
           MOVE TOTAL-ORC   TO TOTAL-ORC-E.
                   COMPUTE PRECOTOTAL = QTDE * PRECOUNI
                   COMPUTE PRECOVENDA =
                       PRECOTOTAL * (1 + TAXA-MARGEM / 100)
                   CALL "APLICA-PROMOCAO" USING CODPROD DATA-HOJE
                       QTDE PRECOVENDA DESCONTO-ITEM CAMPANHA-ITEM
                   ADD PRECOVENDA TO TOTAL-ORC
                   ADD DESCONTO-ITEM TO TOTAL-DESCONTO
                   PERFORM GRAVA-LINHA-ORCAMENTO
                   PERFORM RESERVA-ITEM
                   MOVE CODPROD TO CODIGO-FRETE
                   MOVE QTDE    TO QTDE-FRETE
                   CALL "CALCULA-FRETE" USING "P" CODIGO-FRETE
                       QTDE-FRETE UF-DESTINO PESO-ORC FRETE-ORC
                       RESULTADO-FRETE
                   MOVE PRECOVENDA TO PRECOVENDA-E
                   DISPLAY MERCADORIA " " PRECOVENDA-E
                   IF DESCONTO-ITEM > ZEROS
                       MOVE DESCONTO-ITEM TO DESCONTO-ITEM-E
                       DISPLAY "DESCONTO PROMOCIONAL " CAMPANHA-ITEM
                           ": " DESCONTO-ITEM-E
                   END-IF
               END-IF
           END-IF.
       APURA-FRETE-ORCAMENTO.
           DISPLAY "ENTREGA A DOMICILIO (S/N): ".
           ACCEPT ENTREGA.
           MOVE FUNCTION UPPER-CASE(ENTREGA) TO ENTREGA.
           IF ENTREGA NOT = "S"
               GO TO APURA-FRETE-ORCAMENTO-SAIDA
           END-IF.
           PERFORM CARREGA-ESTADOS.
           MOVE "N" TO UF-OK.
           PERFORM RECEBE-UF-DESTINO UNTIL UF-OK = "S".
           CALL "CALCULA-FRETE" USING "F" CODIGO-FRETE QTDE-FRETE
               UF-DESTINO PESO-ORC FRETE-ORC RESULTADO-FRETE.
           IF RESULTADO-FRETE NOT = "S"
               MOVE ZEROS TO FRETE-ORC
               DISPLAY "FRETE NAO TABELADO PARA A UF"
               CALL "GRAVA-EXCECAO" USING "ORCAMENTO           "
                   "UF-DESTINO     " "SEM-TABELA-FRETE    "
                   "UF SEM TABELA DE FRETE                  "
               GO TO APURA-FRETE-ORCAMENTO-SAIDA
           END-IF.
           MOVE ZEROS     TO CODPROD.
           MOVE "FRETE"   TO MERCADORIA.
           MOVE ZEROS     TO QTDE.
           MOVE FRETE-ORC TO PRECOVENDA.
           PERFORM GRAVA-LINHA-ORCAMENTO.
           ADD FRETE-ORC TO TOTAL-ORC.
           MOVE FRETE-ORC TO FRETE-ORC-E.
           DISPLAY "FRETE " UF-DESTINO ": " FRETE-ORC-E.
       APURA-FRETE-ORCAMENTO-SAIDA.
           EXIT.
       LOCALIZA-PRODUTO.
           MOVE "N" TO PRODUTO-ACHADO.
           OPEN INPUT ARQ-PRODUTOS.
           OPEN EXTEND ARQ-ORCAMENTOS.
           WRITE REG-ORCAMENTO.
           CLOSE ARQ-ORCAMENTOS.
       RESERVA-ITEM.
           MOVE "N" TO ESTOQUE-ACHADO.
           MOVE ZEROS TO ESTOQUE-FISICO.
           OPEN INPUT ARQ-ESTOQUE.
           MOVE CODPROD TO ESTOQUE-CODIGO.
           MOVE DEPOSITO-PADRAO TO ESTOQUE-DEPOSITO.
           READ ARQ-ESTOQUE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ESTOQUE-QTDE TO ESTOQUE-FISICO
                   MOVE "S" TO ESTOQUE-ACHADO
           END-READ.
           CLOSE ARQ-ESTOQUE.
           IF ESTOQUE-ACHADO = "S"
               CALL "RESERVA-ESTOQUE" USING "C" "O" NUMERO-ORC
                   CODPROD DEPOSITO-PADRAO QTDE-RESERVADA VALIDADE
                   "A"
               MOVE ZEROS TO QTDE-DISPONIVEL
               IF ESTOQUE-FISICO > QTDE-RESERVADA
                   COMPUTE QTDE-DISPONIVEL =
                       ESTOQUE-FISICO - QTDE-RESERVADA
               END-IF
               MOVE QTDE TO QTDE-RESERVA
               IF QTDE-RESERVA > QTDE-DISPONIVEL
                   MOVE QTDE-DISPONIVEL TO QTDE-RESERVA
                   MOVE QTDE-RESERVA TO QTDE-RESERVA-E
                   DISPLAY "ESTOQUE DISPONIVEL INSUFICIENTE - "
                       "RESERVADAS " QTDE-RESERVA-E " UNIDADES"
                   CALL "GRAVA-EXCECAO" USING "ORCAMENTO           "
                       "QTDE           " "RESERVA-PARCIAL     "
                       "ESTOQUE DISPONIVEL INSUFICIENTE         "
               END-IF
               CALL "RESERVA-ESTOQUE" USING "R" "O" NUMERO-ORC
                   CODPROD DEPOSITO-PADRAO QTDE-RESERVA VALIDADE
                   "A"
           END-IF.
       IMPRIME-ORCAMENTO.
           OPEN OUTPUT ARQ-DOCUMENTO.
           MOVE SPACES TO LINHA-DOCUMENTO.
                  VALIDADE(1:4)  DELIMITED BY SIZE
             INTO LINHA-DOCUMENTO.
           WRITE LINHA-DOCUMENTO.
           IF FRETE-ORC > ZEROS
               MOVE FRETE-ORC TO FRETE-ORC-E
               MOVE SPACES TO LINHA-DOCUMENTO
               STRING "FRETE PARA " DELIMITED BY SIZE
                      UF-DESTINO    DELIMITED BY SIZE
                      ": "          DELIMITED BY SIZE
                      FRETE-ORC-E   DELIMITED BY SIZE
                 INTO LINHA-DOCUMENTO
               WRITE LINHA-DOCUMENTO
           END-IF.
           IF TOTAL-DESCONTO > ZEROS
               MOVE TOTAL-DESCONTO TO TOTAL-DESCONTO-E
               MOVE SPACES TO LINHA-DOCUMENTO
               STRING "DESCONTOS PROMOCIONAIS: " DELIMITED BY SIZE
                      TOTAL-DESCONTO-E           DELIMITED BY SIZE
                 INTO LINHA-DOCUMENTO
               WRITE LINHA-DOCUMENTO
           END-IF.
           MOVE SPACES TO LINHA-DOCUMENTO.
           STRING "TOTAL: " DELIMITED BY SIZE
                  TOTAL-ORC-E DELIMITED BY SIZE
                   CALL "GRAVA-EXCECAO" USING "ORCAMENTO           "
                       "VALIDADE       " "VENCIDA             "
                       "ORCAMENTO VENCIDO                       "
                   CALL "RESERVA-ESTOQUE" USING "B" "O" NUMERO-ORC
                       CODPROD DEPOSITO-PADRAO LINHAS-BAIXADAS
                       DATA-HOJE "E"
               ELSE
                   PERFORM CARREGA-ICMS-UF
                   PERFORM CARREGA-ESTADOS
                       DISPLAY "ORCAMENTO NAO CONVERTIDO"
                   ELSE
                       PERFORM PROXIMO-NUMERO-VENDA
                       IF NUMERO-VENDA = ZEROS
                           DISPLAY "ORCAMENTO NAO CONVERTIDO"
                       ELSE
                           MOVE ZEROS TO TOTAL-CONVERTIDO
                           PERFORM CONVERTE-LINHAS
                           CALL "TRAVA-ARQUIVO" USING "D"
                               "CONTASREC.DAT   "
                               DONO-TRAVA RESULTADO-TRAVA
                           PERFORM MARCA-CONVERTIDO
                           PERFORM EMITE-DOCUMENTO-FISCAL
                           CALL "RESERVA-ESTOQUE" USING "B" "O"
                               NUMERO-ORC CODPROD DEPOSITO-PADRAO
                               LINHAS-BAIXADAS DATA-HOJE "C"
                       END-IF
                       CALL "TRAVA-ARQUIVO" USING "D"
                           "ESTOQUE.IDX     "
                           DONO-TRAVA RESULTADO-TRAVA
                       IF NUMERO-VENDA > ZEROS
                           DISPLAY "ORCAMENTO CONVERTIDO NA VENDA "
                               NUMERO-VENDA
                       END-IF
                       IF NUMERO-VENDA > ZEROS AND NUMERO-DOC > ZEROS
                           MOVE NUMERO-DOC TO NUMERO-DOC-E
                           DISPLAY "DOCUMENTO FISCAL SERIE "
                               SERIE-FISCAL " NR " NUMERO-DOC-E
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE "N" TO FIM-ARQUIVO.
       PROXIMO-NUMERO-VENDA.
           MOVE ZEROS TO NUMERO-VENDA.
           MOVE OPERADOR-SESSAO TO DONO-TRAVA.
           CALL "TRAVA-ARQUIVO" USING "T" "CONTASREC.DAT   "
               DONO-TRAVA RESULTADO-TRAVA.
           IF RESULTADO-TRAVA = "N"
               DISPLAY "ARQUIVO EM USO PELO OPERADOR " DONO-TRAVA
               MOVE OPERADOR-SESSAO TO DONO-TRAVA
           ELSE
               PERFORM BUSCA-MAIOR-NUMERO
               ADD 1 TO NUMERO-VENDA
           END-IF.
       BUSCA-MAIOR-NUMERO.
           MOVE "N"   TO FIM-ARQUIVO.
           OPEN EXTEND ARQ-VENDAS.
           CLOSE ARQ-VENDAS.
               END-READ
           END-PERFORM.
           CLOSE ARQ-VENDAS.
           MOVE "N"   TO FIM-ARQUIVO.
           OPEN INPUT ARQ-CONTAS-REC.
           PERFORM UNTIL FIM-ARQUIVO = "S"
               READ ARQ-CONTAS-REC
                   AT END MOVE "S" TO FIM-ARQUIVO
                   NOT AT END
                       IF CR-NUMERO > NUMERO-VENDA
                           MOVE CR-NUMERO TO NUMERO-VENDA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CONTAS-REC.
           MOVE "N" TO FIM-ARQUIVO.
       CONVERTE-LINHAS.
           MOVE "N" TO FIM-ARQUIVO.
           MOVE ORC-MERCADORIA  TO VENDA-MERCADORIA.
           MOVE ORC-QTDE        TO VENDA-QTDE.
           MOVE ORC-PRECOVENDA  TO VENDA-PRECOVENDA.
           IF ORC-CODIGO = ZEROS
               MOVE "F"         TO VENDA-TIPO
           ELSE
               MOVE "V"         TO VENDA-TIPO
           END-IF.
           MOVE OPERADOR-SESSAO TO VENDA-OPERADOR.
           MOVE DATA-HOJE       TO VENDA-DATA.
           MOVE ORC-CODIGO      TO VENDA-CODIGO.
           OPEN EXTEND ARQ-VENDAS.
           WRITE REG-VENDA.
           CLOSE ARQ-VENDAS.
           ADD ORC-PRECOVENDA TO TOTAL-CONVERTIDO.
           IF ORC-CODIGO > ZEROS
               MOVE ORC-CODIGO TO CODPROD
               MOVE ORC-QTDE   TO QTDE
               MOVE ZEROS TO TAXA-MARGEM
               PERFORM LOCALIZA-PRODUTO
               COMPUTE BASE-ICMS ROUNDED =
                   ORC-PRECOVENDA / (1 + TAXA-MARGEM / 100)
               COMPUTE VALOR-ICMS ROUNDED =
                   BASE-ICMS * TAXA-ICMS / 100
               PERFORM GRAVA-APURACAO-ICMS
               PERFORM GRAVA-TRIBUTOS-VENDA
               PERFORM BAIXA-ESTOQUE
           END-IF.
       EMITE-DOCUMENTO-FISCAL.
           CALL "NUMERA-DOCUMENTO" USING SERIE-FISCAL NUMERO-DOC
               RESULTADO-NUMERO.
           IF RESULTADO-NUMERO NOT = "S"
               MOVE ZEROS TO NUMERO-DOC
               DISPLAY "DOCUMENTO FISCAL NAO EMITIDO"
               CALL "GRAVA-EXCECAO" USING "ORCAMENTO           "
                   "SERIE-FISCAL   " "NUMERACAO-FALHOU    "
                   "DOCUMENTO FISCAL NAO NUMERADO           "
           ELSE
               ACCEPT HORA-DOC FROM TIME
               MOVE SERIE-FISCAL     TO DOC-SERIE
               MOVE NUMERO-DOC       TO DOC-NUMERO
               MOVE NUMERO-VENDA     TO DOC-VENDA
               MOVE DATA-HOJE        TO DOC-DATA
               MOVE HORA-DOC(1:6)    TO DOC-HORA
               MOVE TOTAL-CONVERTIDO TO DOC-VALOR
               MOVE ZEROS            TO DOC-CLIENTE
               MOVE OPERADOR-SESSAO  TO DOC-OPERADOR
               MOVE "E"              TO DOC-STATUS
               MOVE ZEROS            TO DOC-DATA-CANC
               MOVE SPACES           TO DOC-SUPERVISOR
               MOVE SPACES           TO DOC-MOTIVO
               OPEN EXTEND ARQ-DOCFISCAIS
               WRITE REG-DOCFISCAL
               CLOSE ARQ-DOCFISCAIS
           END-IF.
       BAIXA-ESTOQUE.
           OPEN I-O ARQ-ESTOQUE.
           MOVE CODPROD TO ESTOQUE-CODIGO.
               END-IF
           END-PERFORM.
       CARREGA-ALIQUOTAS.
           MOVE "FISCAL"  TO PRM-MODULO.
           MOVE DATA-HOJE TO PRM-DATA.
           MOVE "ALIQ-PIS" TO PRM-NOME.
           CALL "BUSCA-PARAMETRO" USING PRM-MODULO PRM-NOME PRM-DATA
               PRM-VALOR PRM-ACHOU.
           IF PRM-ACHOU = "S"
               MOVE PRM-VALOR TO TAXA-PIS
           END-IF.
           MOVE "ALIQ-COFINS" TO PRM-NOME.
           CALL "BUSCA-PARAMETRO" USING PRM-MODULO PRM-NOME PRM-DATA
               PRM-VALOR PRM-ACHOU.
           IF PRM-ACHOU = "S"
               MOVE PRM-VALOR TO TAXA-COFINS
           END-IF.
           MOVE "S" TO ALIQUOTAS-LIDAS.
       GRAVA-TRIBUTOS-VENDA.
