                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-TRIBUTOS ASSIGN TO "APURTRIB.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-LIVRO-DIA ASSIGN TO "LIVRODIA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-KITS ASSIGN TO "KITS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-ENCOMENDAS ASSIGN TO "ENCOMENDAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-DOCFISCAIS ASSIGN TO "DOCFISCAIS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-PRODUTOS.
               02 CLI-NOME      PIC X(30).
               02 CLI-CPF       PIC 9(11).
               02 CLI-LIMITE    PIC 9(07)V99.
               02 CLI-CEP       PIC 9(08).
               02 CLI-MUNICIPIO PIC 9(07).
           FD  ARQ-CONTAS-REC.
           01  REG-CONTA-REC.
               02 CR-NUMERO     PIC 9(06).
               02 CR-PARCELA    PIC 9(02).
               02 CR-VENCIMENTO PIC 9(08).
               02 CR-NIVEL-COB  PIC 9(01).
               02 CR-ORIGEM     PIC X(01).
           FD  ARQ-ICMS-UF.
           01  REG-ICMS-UF.
               02 ICM-UF        PIC X(02).
               02 TRB-DC        PIC X(01).
               02 TRB-BASE      PIC 9(09)V99.
               02 TRB-VALOR     PIC 9(09)V99.
           FD  ARQ-LIVRO-DIA.
           01  REG-LIVRO-DIA.
               02 LIV-DATA      PIC 9(08).
               02 LIV-DEVOLVIDO PIC 9(09)V99.
               02 LIV-MOVTOS    PIC 9(06).
               02 LIV-OPERADOR  PIC X(08).
           FD  ARQ-KITS.
           01  REG-KIT.
               02 KIT-CODIGO     PIC 9(05).
               02 KIT-COMPONENTE PIC 9(05).
               02 KIT-QTDE       PIC 9(04).
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
           01 DADOS-DOCFISCAL.
               02 SERIE-FISCAL     PIC X(03) VALUE "001".
               02 NUMERO-DOC       PIC 9(06) VALUE ZEROS.
               02 NUMERO-DOC-E     PIC ZZZZZ9.
               02 RESULTADO-NUMERO PIC X(01) VALUE SPACE.
               02 HORA-DOC         PIC 9(08) VALUE ZEROS.
           01 DADOS-FRETE.
               02 ENTREGA          PIC X(01) VALUE "N".
               02 FRETE-VENDA      PIC 9(05)V99 VALUE ZEROS.
               02 FRETE-VENDA-E    PIC ZZ.ZZ9,99.
               02 PESO-VENDA       PIC 9(05)V999 VALUE ZEROS.
               02 CODIGO-FRETE     PIC 9(05) VALUE ZEROS.
               02 QTDE-FRETE       PIC 9(06) VALUE ZEROS.
               02 RESULTADO-FRETE  PIC X(01) VALUE SPACE.
           01 REGISTROS-SPOOL  PIC 9(06) VALUE ZEROS.
           01 DADOS-TRAVA.
               02 DONO-TRAVA       PIC X(08) VALUE SPACES.
           01 PRODUTO-INATIVO  PIC X(01) VALUE "N".
           01 FIM-PRECOS       PIC X(01) VALUE "N".
           01 VIGENCIA-ACHADA  PIC 9(08) VALUE ZEROS.
           01 CONSULTA-PARAMETRO.
               02 PRM-MODULO    PIC X(08) VALUE SPACES.
               02 PRM-NOME      PIC X(15) VALUE SPACES.
               02 PRM-DATA      PIC 9(08) VALUE ZEROS.
               02 PRM-VALOR     PIC 9(09)V9(06) VALUE ZEROS.
               02 PRM-ACHOU     PIC X(01) VALUE SPACE.
           01 DATA-DO-SISTEMA.
               02 ANO          PIC 9(04) VALUE ZEROS.
               02 MES          PIC 9(02) VALUE ZEROS.
           01 FIM-LIVRO-DIA    PIC X(01) VALUE "N".
           01 SITUACAO-DIA     PIC X(01) VALUE "A".
           01 DADOS-TRIBUTOS.
               02 TAXA-PIS         PIC 9(02)V99 VALUE 1,65.
               02 TAXA-COFINS      PIC 9(02)V99 VALUE 7,60.
               02 PIS-VALOR        PIC 9(06)V99 VALUE ZEROS.
               02 SALDO-LOTE      PIC 9(06) VALUE ZEROS.
               02 FIM-LOTES       PIC X(01) VALUE "N".
               02 FIM-LOTES-TMP   PIC X(01) VALUE "N".
               02 CODPROD-BAIXA   PIC 9(05) VALUE ZEROS.
               02 QTDE-BAIXA      PIC 9(06) VALUE ZEROS.
               02 LOTE-T OCCURS 100 TIMES.
                   03 LTT-LOTE     PIC X(10).
                   03 LTT-VALIDADE PIC 9(08).
                   03 LTT-BAIXA    PIC 9(06).
           01 ESTOQUE-ACHADO   PIC X(01) VALUE "N".
           01 ESTOQUE-ATUAL    PIC 9(06) VALUE ZERO.
           01 DADOS-RESERVA.
               02 ESTOQUE-DISPONIVEL PIC 9(06) VALUE ZEROS.
               02 QTDE-RESERVADA     PIC 9(06) VALUE ZEROS.
               02 DISPONIVEL-COMP    PIC 9(06) VALUE ZEROS.
               02 VALIDADE-RESERVA   PIC 9(08) VALUE ZEROS.
               02 CODPROD-ESTORNO    PIC 9(05) VALUE ZEROS.
               02 QTDE-ESTORNO       PIC 9(06) VALUE ZEROS.
               02 SALDO-ESTORNO      PIC 9(06) VALUE ZEROS.
               02 CUSTO-ESTORNO      PIC 9(4)V99 VALUE ZEROS.
           01 DADOS-ENCOMENDA.
               02 RESP-ENCOMENDA     PIC X(01) VALUE SPACE.
               02 NUMERO-ENCOMENDA   PIC 9(06) VALUE ZEROS.
               02 NUMERO-ENCOMENDA-E PIC ZZZZZ9.
               02 QTDE-ENCOMENDA     PIC 9(06) VALUE ZEROS.
               02 FIM-ENCOMENDAS     PIC X(01) VALUE "N".
               02 LINHA-LIMPA        PIC X(60) VALUE SPACES.
           01 DADOS-UNIDADE.
               02 CODIGO-LIDO     PIC X(14) VALUE SPACES.
               02 UNIDADE-LIDA    PIC X(06) VALUE SPACES.
               02 FATOR-UNIDADE   PIC 9(05) VALUE 1.
               02 UNIDADE-RES     PIC X(01) VALUE SPACE.
               02 QTDE-CONVERTIDA PIC 9(09) VALUE ZEROS.
               02 QTDE-BASE-E     PIC Z.ZZ9.
           01 DADOS-KIT.
               02 E-KIT           PIC X(01) VALUE "N".
               02 CODIGO-KIT      PIC 9(05) VALUE ZEROS.
               02 FIM-KITS        PIC X(01) VALUE "N".
               02 QTDE-COMPS-KIT  PIC 9(02) VALUE ZEROS.
               02 IDX-KIT         PIC 9(02) VALUE ZEROS.
               02 KITS-POSSIVEIS  PIC 9(06) VALUE ZEROS.
               02 KITS-COMPONENTE PIC 9(06) VALUE ZEROS.
               02 QTDE-COMP-MOV   PIC 9(06) VALUE ZEROS.
               02 QTDE-COMP-E     PIC ZZZ.ZZ9.
               02 KIT-T OCCURS 20 TIMES.
                   03 KTT-CODIGO   PIC 9(05).
                   03 KTT-NOME     PIC X(20).
                   03 KTT-QTDE     PIC 9(04).
                   03 KTT-CUSTO    PIC 9(4)V99.
                   03 KTT-ESTOQUE  PIC X(01).
                   03 KTT-SALDO    PIC 9(06).
                   03 KTT-BAIXADO  PIC X(01).
           01 DADOS.
               02 CODPROD          PIC 9(05).
               02 MERCADORIA       PIC X(20).
               02 QTDE             PIC 9(4).
               02 PRECOUNI         PIC 9(4)V99.
               02 TAXA-CONVERSAO   PIC 9(03)V9999 VALUE 1,0000.
               02 PRECOVENDA-MOEDA   PIC 9(7)V9999.
               02 PRECOVENDA-MOEDA-E PIC Z.ZZZ.ZZ9,9999.
               02 DESCONTO-ITEM      PIC 9(7)V99.
               02 DESCONTO-ITEM-E    PIC Z.ZZZ.ZZ9,99.
               02 CAMPANHA-ITEM      PIC X(10).

           01 DADOS-CARRINHO.
               02 NUMERO-VENDA    PIC 9(06) VALUE ZEROS.
               02 NUMERO-VENDA-E  PIC ZZZZZ9.
               02 QTDE-ITENS      PIC 9(02) VALUE ZEROS.
               02 ITEM-T OCCURS 20 TIMES.
                   03 ITEM-CODIGO     PIC 9(05).
                   03 ITEM-KIT        PIC X(01).
                   03 ITEM-BAIXADO    PIC X(01).
                   03 ITEM-MERCADORIA PIC X(20).
                   03 ITEM-QTDE       PIC 9(4).
                   03 ITEM-PRECOVENDA PIC 9(7)V99.
                   03 ITEM-DESCONTO   PIC 9(7)V99.
                   03 ITEM-CAMPANHA   PIC X(10).
               02 IDX-ITEM        PIC 9(02) VALUE ZEROS.
               02 TOTAL-VENDA     PIC 9(09)V99 VALUE ZEROS.
               02 TOTAL-VENDA-E   PIC ZZZ.ZZZ.ZZ9,99.
               02 RESP-ITENS      PIC X(01) VALUE SPACE.
               02 ITEM-PRECO-E    PIC Z.ZZZ.ZZ9,99.
               02 ITEM-QTDE-E     PIC Z.ZZ9.
               02 TOTAL-DESCONTO  PIC 9(09)V99 VALUE ZEROS.
               02 TOTAL-DESCONTO-E PIC ZZZ.ZZZ.ZZ9,99.
           01 FIM-VENDAS-NUM   PIC X(01) VALUE "N".
           01 FIM-VENDAS-TMP   PIC X(01) VALUE "N".
           01 DADOS-ICMS-UF.
               02 MENSA8 PIC X(30) VALUE "ESTOQUE INSUFICIENTE".
               02 MENSA9 PIC X(30) VALUE "MOEDA NAO CADASTRADA".
               02 MENSA10 PIC X(30) VALUE "PRODUTO DESATIVADO".
               02 MENSA11 PIC X(30) VALUE "QUANTIDADE ACIMA DO LIMITE".
               02 MENSA-LOG PIC X(40) VALUE SPACES.
               02 VALOR-LOG PIC X(20) VALUE SPACES.

       SCREEN SECTION.
           01 TELA01.
               02 LINE 06 COLUMN 05 VALUE "NOME DA MERCADORIA:".
               02 LINE 07 COLUMN 05 VALUE "QUANTIDADE:".
               02 LINE 09 COLUMN 05 VALUE "PRECO UNITARIO: $".
               02 LINE 11 COLUMN 05 VALUE "DESCONTO PROMOCIONAL: $".
               02 LINE 13 COLUMN 05 VALUE "PRECO TOTAL: $".
               02 LINE 15 COLUMN 05 VALUE "ICMS: $".
               02 LINE 17 COLUMN 05 VALUE "PRECO DE VENDA: $".
               PERFORM CARREGA-MOEDAS
               PERFORM CARREGA-ICMS-UF
               PERFORM CARREGA-ESTADOS
               CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA
               MOVE ANO TO DATA-HOJE(1:4)
               MOVE MES TO DATA-HOJE(5:2)
               MOVE DIA TO DATA-HOJE(7:2)
               PERFORM CARREGA-ALIQUOTAS
           END-IF.
           PERFORM VERIFICA-DIA-FECHADO.
           DISPLAY TELA01      AT 0101.
           MOVE 1,0000         TO TAXA-CONVERSAO.
           MOVE ZEROS          TO QTDE-ITENS.
           MOVE ZEROS          TO TOTAL-VENDA.
           MOVE ZEROS          TO TOTAL-DESCONTO.
           MOVE ZEROS          TO FRETE-VENDA.
           PERFORM PROXIMO-NUMERO-VENDA.
           MOVE NUMERO-VENDA   TO NUMERO-VENDA-E.
           DISPLAY "VENDA NR: "  AT 0250.
           PERFORM DEFINE-TAXA-ICMS.
       Nome.
           DISPLAY MENSA1      AT 2122.
           MOVE    SPACES      TO CODIGO-LIDO.
           ACCEPT  CODIGO-LIDO AT 0524.
           CALL "CONVERTE-UNIDADE" USING "B" CODIGO-LIDO CODPROD
               UNIDADE-LIDA FATOR-UNIDADE UNIDADE-RES.
           IF UNIDADE-RES = "N" OR FATOR-UNIDADE = ZEROS
               MOVE ZEROS TO CODPROD
               MOVE 1     TO FATOR-UNIDADE
           END-IF.
           PERFORM LOCALIZA-PRODUTO.
           IF PRODUTO-ACHADO = "N"
               IF PRODUTO-INATIVO = "S"
               DISPLAY MENSA0      AT 2122
               DISPLAY MERCADORIA  AT 0625
               PERFORM BUSCA-PRECO-VIGENTE
               PERFORM LOCALIZA-ESTOQUE
               MOVE CODPROD TO CODIGO-KIT
               PERFORM CARREGA-KIT
               IF E-KIT = "S"
                   PERFORM LOCALIZA-ESTOQUE-KIT.
       Entra-Dados.
           DISPLAY MENSA2      AT 2122.
           ACCEPT  QTDE-E      AT 0717.
           MOVE    QTDE-E      TO QTDE.
           COMPUTE QTDE-CONVERTIDA = QTDE * FATOR-UNIDADE.
           IF QTDE-CONVERTIDA > 9999
               DISPLAY MENSA11 AT 2122
               MOVE MENSA11 TO MENSA-LOG
               CALL "GRAVA-EXCECAO" USING "CUSTO-MERCADORIA    "
                   "QTDE           " "ACIMA-DO-LIMITE     " MENSA-LOG
               CALL "C$SLEEP" USING 2
               PERFORM Entra-Dados
           ELSE
               MOVE QTDE-CONVERTIDA TO QTDE
               IF FATOR-UNIDADE > 1
                   MOVE QTDE TO QTDE-BASE-E
                   DISPLAY UNIDADE-LIDA AT 0723
                   DISPLAY "=" AT 0730
                   DISPLAY QTDE-BASE-E AT 0732
                   DISPLAY "UN" AT 0738
               END-IF
               IF ESTOQUE-ACHADO = "S" AND QTDE > ESTOQUE-DISPONIVEL
                   DISPLAY MENSA8  AT 2122
                   MOVE MENSA8 TO MENSA-LOG
                   CALL "GRAVA-EXCECAO" USING "CUSTO-MERCADORIA    "
                       "QTDE           " "ESTOQUE-INSUF       "
                       MENSA-LOG
                   CALL "C$SLEEP" USING 2
                   IF E-KIT = "N"
                       PERFORM OFERECE-ENCOMENDA
                   END-IF
                   PERFORM Entra-Dados
               ELSE
                   DISPLAY MENSA0      AT 2122
                   MOVE    PRECOUNI    TO PRECOUNI-E
                   DISPLAY PRECOUNI-E  AT 0923
               END-IF
           END-IF.
       Calcula.
           DISPLAY MENSA0      AT 2122.
           COMPUTE PRECOTOTAL = QTDE * PRECOUNI.
           DISPLAY PRECOTOTAL-E    AT 1318.
           COMPUTE PRECOVENDA =
               PRECOTOTAL * (1 + TAXA-MARGEM / 100).
           CALL "APLICA-PROMOCAO" USING CODPROD DATA-HOJE QTDE
               PRECOVENDA DESCONTO-ITEM CAMPANHA-ITEM.
           MOVE    DESCONTO-ITEM   TO DESCONTO-ITEM-E.
           DISPLAY DESCONTO-ITEM-E AT 1129.
           COMPUTE ICMS-VALOR = PRECOTOTAL * TAXA-ICMS / 100.
           MOVE    ICMS-VALOR      TO ICMS-VALOR-E.
           DISPLAY ICMS-VALOR-E    AT 1510.
           DISPLAY PRECOVENDA-E    AT 1720.
           PERFORM GRAVA-ITEM-CARRINHO.
           PERFORM GRAVA-VENDA.
           IF ESTOQUE-ACHADO = "S" AND E-KIT = "N"
               PERFORM ATUALIZA-ESTOQUE
                   THRU ATUALIZA-ESTOQUE-SAIDA
               IF BAIXA-FEITA = "S"
                   MOVE "S" TO ITEM-BAIXADO(QTDE-ITENS)
                   COMPUTE ESTOQUE-ATUAL = ESTOQUE-ATUAL - QTDE
                   MOVE QTDE TO QTDE-MOV
                   CALL "GRAVA-MOVESTOQUE" USING CODPROD
                       DEPOSITO-PADRAO "S"
                       "VENDA     " QTDE-MOV ESTOQUE-ATUAL
                       PRECOUNI
                   MOVE CODPROD TO CODPROD-BAIXA
                   MOVE QTDE    TO QTDE-BAIXA
                   PERFORM BAIXA-LOTES-FEFO
                       THRU BAIXA-LOTES-FEFO-SAIDA
               END-IF
           END-IF.
           IF ESTOQUE-ACHADO = "S" AND E-KIT = "S"
               PERFORM BAIXA-COMPONENTES-KIT
                   THRU BAIXA-COMPONENTES-KIT-SAIDA
           END-IF.
       Mais-Itens.
           MOVE "N" TO RESP-ITENS.
           IF QTDE-ITENS < 20
           IF RESP-ITENS = "S"
               CONTINUE
           ELSE
               PERFORM APURA-FRETE THRU APURA-FRETE-SAIDA
               MOVE TOTAL-VENDA TO TOTAL-VENDA-E
               DISPLAY "TOTAL DA VENDA: $" AT 1305
               DISPLAY TOTAL-VENDA-E AT 1323
               IF CLIENTE-VENDA > ZEROS
                   PERFORM ATUALIZA-CLIENTE-VENDAS
               END-IF
               PERFORM EMITE-DOCUMENTO-FISCAL
               PERFORM IMPRIME-RECIBO
           END-IF.
       Finaliza.
                   DISPLAY  MENSA5 AT 2122
                   CALL "C$SLEEP" USING 3
                   STOP RUN.
       OFERECE-ENCOMENDA.
           DISPLAY "REGISTRAR ENCOMENDA (S/N)? < >" AT 2005.
           CALL "CONFIRMA-CONTINUA" USING 2033 RESP-ENCOMENDA.
           DISPLAY LINHA-LIMPA AT 2005.
           IF RESP-ENCOMENDA = "S"
               MOVE ZEROS TO CLIENTE-VENDA
               DISPLAY "CLIENTE DA ENCOMENDA: " AT 1905
               ACCEPT CLIENTE-VENDA-E AT 1928
               MOVE CLIENTE-VENDA-E TO CLIENTE-VENDA
               DISPLAY LINHA-LIMPA AT 1905
               MOVE "N" TO CLIENTE-ACHADO
               IF CLIENTE-VENDA > ZEROS
                   PERFORM LOCALIZA-CLIENTE
               END-IF
               IF CLIENTE-ACHADO = "N"
                   DISPLAY "CLIENTE NAO CADASTRADO" AT 2122
                   MOVE "ENCOMENDA SEM CLIENTE CADASTRADO"
                       TO MENSA-LOG
                   CALL "GRAVA-EXCECAO" USING "CUSTO-MERCADORIA    "
                       "CLIENTE        " "NAO-CADASTRADO      "
                       MENSA-LOG
               ELSE
                   COMPUTE QTDE-ENCOMENDA = QTDE - ESTOQUE-DISPONIVEL
                   PERFORM GRAVA-ENCOMENDA
                   MOVE NUMERO-ENCOMENDA TO NUMERO-ENCOMENDA-E
                   DISPLAY "ENCOMENDA REGISTRADA NR " AT 2122
                   DISPLAY NUMERO-ENCOMENDA-E AT 2146
               END-IF
               MOVE ZEROS TO CLIENTE-VENDA
               CALL "C$SLEEP" USING 2
               DISPLAY MENSA0 AT 2122
           END-IF.
       GRAVA-ENCOMENDA.
           MOVE ZEROS TO NUMERO-ENCOMENDA.
           MOVE "N"   TO FIM-ENCOMENDAS.
           OPEN EXTEND ARQ-ENCOMENDAS.
           CLOSE ARQ-ENCOMENDAS.
           OPEN INPUT ARQ-ENCOMENDAS.
           PERFORM UNTIL FIM-ENCOMENDAS = "S"
               READ ARQ-ENCOMENDAS
                   AT END MOVE "S" TO FIM-ENCOMENDAS
                   NOT AT END
                       IF ENC-NUMERO > NUMERO-ENCOMENDA
                           MOVE ENC-NUMERO TO NUMERO-ENCOMENDA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-ENCOMENDAS.
           ADD 1 TO NUMERO-ENCOMENDA.
           MOVE NUMERO-ENCOMENDA TO ENC-NUMERO.
           MOVE CLIENTE-VENDA    TO ENC-CLIENTE.
           MOVE CODPROD          TO ENC-CODIGO.
           MOVE DEPOSITO-PADRAO  TO ENC-DEPOSITO.
           MOVE QTDE-ENCOMENDA   TO ENC-QTDE.
           MOVE ZEROS            TO ENC-QTDE-ALOC.
           MOVE DATA-HOJE        TO ENC-DATA.
           MOVE "A"              TO ENC-STATUS.
           MOVE ZEROS            TO ENC-DATA-ALOC.
           MOVE OPERADOR-SESSAO  TO ENC-OPERADOR.
           OPEN EXTEND ARQ-ENCOMENDAS.
           WRITE REG-ENCOMENDA.
           CLOSE ARQ-ENCOMENDAS.
       VERIFICA-DIA-FECHADO.
           MOVE "A" TO SITUACAO-DIA.
           MOVE "N" TO FIM-LIVRO-DIA.
           WRITE REG-APURACAO.
           CLOSE ARQ-APURACAO.
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
       GRAVA-TRIBUTOS-VENDA.
           COMPUTE PIS-VALOR ROUNDED =
           MOVE ZEROS         TO CR-VALOR-PAGO.
           MOVE PARCELA-ATUAL TO CR-PARCELA.
           MOVE ZEROS         TO CR-NIVEL-COB.
           MOVE "V"           TO CR-ORIGEM.
           PERFORM CALCULA-VENCIMENTO.
           MOVE DATA-VENCIMENTO TO CR-VENCIMENTO.
           OPEN EXTEND ARQ-CONTAS-REC.
                   AT END MOVE "S" TO FIM-VENDAS-TMP
                   NOT AT END
                       IF VENDA-NUMERO = NUMERO-VENDA
                          AND (VENDA-TIPO = "V" OR VENDA-TIPO = "F")
                           MOVE CLIENTE-VENDA TO VENDA-CLIENTE
                       END-IF
                       MOVE REG-VENDA TO REG-VENDA-TMP
           OPEN EXTEND ARQ-AUTORIZACOES.
           WRITE REG-AUTORIZACAO.
           CLOSE ARQ-AUTORIZACOES.
           PERFORM RESERVA-VENDA-PENDENTE
               THRU RESERVA-VENDA-PENDENTE-SAIDA.
       RESERVA-VENDA-PENDENTE.
           MOVE OPERADOR-SESSAO TO DONO-TRAVA.
           CALL "TRAVA-ARQUIVO" USING "T" "ESTOQUE.IDX     "
               DONO-TRAVA RESULTADO-TRAVA.
           IF RESULTADO-TRAVA = "N"
               DISPLAY "ARQUIVO EM USO PELO OPERADOR " AT 2122
               DISPLAY DONO-TRAVA AT 2152
               MOVE "RESERVA NAO GERADA - ESTOQUE EM USO" TO MENSA-LOG
               CALL "GRAVA-EXCECAO" USING "CUSTO-MERCADORIA    "
                   "ESTOQUE        " "RESERVA-NAO-GERADA  "
                   MENSA-LOG
               CALL "C$SLEEP" USING 3
               GO TO RESERVA-VENDA-PENDENTE-SAIDA
           END-IF.
           OPEN I-O ARQ-ESTOQUE.
           PERFORM ESTORNA-ITEM-PENDENTE
               VARYING IDX-ITEM FROM 1 BY 1
               UNTIL IDX-ITEM > QTDE-ITENS.
           CLOSE ARQ-ESTOQUE.
           CALL "ATUALIZA-CONTROLE" USING "ESTOQUE.DAT     ".
           CALL "TRAVA-ARQUIVO" USING "D" "ESTOQUE.IDX     "
               DONO-TRAVA RESULTADO-TRAVA.
       RESERVA-VENDA-PENDENTE-SAIDA.
           EXIT.
       ESTORNA-ITEM-PENDENTE.
           IF ITEM-BAIXADO(IDX-ITEM) = "S"
               IF ITEM-KIT(IDX-ITEM) = "S"
                   MOVE ITEM-CODIGO(IDX-ITEM) TO CODIGO-KIT
                   PERFORM CARREGA-KIT
                   PERFORM ESTORNA-COMPONENTE-PENDENTE
                       VARYING IDX-KIT FROM 1 BY 1
                       UNTIL IDX-KIT > QTDE-COMPS-KIT
               ELSE
                   MOVE ITEM-CODIGO(IDX-ITEM) TO CODPROD-ESTORNO
                   MOVE ITEM-QTDE(IDX-ITEM)   TO QTDE-ESTORNO
                   PERFORM LE-CUSTO-ESTORNO
                   PERFORM ESTORNA-QTDE-PENDENTE
               END-IF
           END-IF.
       ESTORNA-COMPONENTE-PENDENTE.
           MOVE KTT-CODIGO(IDX-KIT) TO CODPROD-ESTORNO.
           COMPUTE QTDE-ESTORNO =
               ITEM-QTDE(IDX-ITEM) * KTT-QTDE(IDX-KIT).
           MOVE KTT-CUSTO(IDX-KIT) TO CUSTO-ESTORNO.
           PERFORM ESTORNA-QTDE-PENDENTE.
       LE-CUSTO-ESTORNO.
           MOVE ZEROS TO CUSTO-ESTORNO.
           OPEN INPUT ARQ-PRODUTOS.
           MOVE CODPROD-ESTORNO TO PROD-CODIGO.
           READ ARQ-PRODUTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PROD-PRECOUNI TO CUSTO-ESTORNO
           END-READ.
           CLOSE ARQ-PRODUTOS.
       ESTORNA-QTDE-PENDENTE.
           MOVE CODPROD-ESTORNO TO ESTOQUE-CODIGO.
           MOVE DEPOSITO-PADRAO TO ESTOQUE-DEPOSITO.
           READ ARQ-ESTOQUE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD QTDE-ESTORNO TO ESTOQUE-QTDE
                   REWRITE REG-ESTOQUE
                   MOVE ESTOQUE-QTDE TO SALDO-ESTORNO
                   CALL "GRAVA-MOVESTOQUE" USING CODPROD-ESTORNO
                       DEPOSITO-PADRAO "E" "RESERVA   "
                       QTDE-ESTORNO SALDO-ESTORNO CUSTO-ESTORNO
                   CALL "RESERVA-ESTOQUE" USING "R" "A"
                       NUMERO-VENDA CODPROD-ESTORNO DEPOSITO-PADRAO
                       QTDE-ESTORNO VALIDADE-RESERVA "A"
           END-READ.
       CALCULA-VENCIMENTO.
           COMPUTE DATA-VENCIMENTO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(DATA-HOJE)
               CALL "DIA-UTIL" USING "P" DATA-VENCIMENTO
                   DIA-UTIL-DATA2 DIA-UTIL-DIAS DIA-UTIL-RES.
       PROXIMO-NUMERO-VENDA.
           MOVE OPERADOR-SESSAO TO DONO-TRAVA.
           CALL "TRAVA-ARQUIVO" USING "T" "CONTASREC.DAT   "
               DONO-TRAVA RESULTADO-TRAVA.
           IF RESULTADO-TRAVA = "N"
               DISPLAY "ARQUIVO EM USO PELO OPERADOR " AT 2122
               DISPLAY DONO-TRAVA AT 2152
               MOVE "VENDA RECUSADA - NUMERACAO EM USO" TO MENSA-LOG
               CALL "GRAVA-EXCECAO" USING "CUSTO-MERCADORIA    "
                   "VENDA-NUMERO   " "NUMERACAO-EM-USO    "
                   MENSA-LOG
               CALL "C$SLEEP" USING 3
               STOP RUN
           END-IF.
           MOVE ZEROS TO NUMERO-VENDA.
           MOVE "N"   TO FIM-VENDAS-NUM.
           OPEN EXTEND ARQ-VENDAS.
               END-READ
           END-PERFORM.
           CLOSE ARQ-VENDAS.
           MOVE "N"   TO FIM-CONTAS.
           OPEN EXTEND ARQ-CONTAS-REC.
           CLOSE ARQ-CONTAS-REC.
           OPEN INPUT ARQ-CONTAS-REC.
           PERFORM UNTIL FIM-CONTAS = "S"
               READ ARQ-CONTAS-REC
                   AT END MOVE "S" TO FIM-CONTAS
                   NOT AT END
                       IF CR-NUMERO > NUMERO-VENDA
                           MOVE CR-NUMERO TO NUMERO-VENDA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CONTAS-REC.
           ADD 1 TO NUMERO-VENDA.
           CALL "TRAVA-ARQUIVO" USING "D" "CONTASREC.DAT   "
               DONO-TRAVA RESULTADO-TRAVA.
       GRAVA-ITEM-CARRINHO.
           ADD 1 TO QTDE-ITENS.
           MOVE CODPROD    TO ITEM-CODIGO(QTDE-ITENS).
           MOVE E-KIT      TO ITEM-KIT(QTDE-ITENS).
           MOVE "N"        TO ITEM-BAIXADO(QTDE-ITENS).
           MOVE MERCADORIA TO ITEM-MERCADORIA(QTDE-ITENS).
           MOVE QTDE       TO ITEM-QTDE(QTDE-ITENS).
           MOVE PRECOVENDA TO ITEM-PRECOVENDA(QTDE-ITENS).
           MOVE DESCONTO-ITEM TO ITEM-DESCONTO(QTDE-ITENS).
           MOVE CAMPANHA-ITEM TO ITEM-CAMPANHA(QTDE-ITENS).
           ADD PRECOVENDA TO TOTAL-VENDA.
           ADD DESCONTO-ITEM TO TOTAL-DESCONTO.
       APURA-FRETE.
           MOVE ZEROS TO FRETE-VENDA.
           MOVE ZEROS TO PESO-VENDA.
           DISPLAY "ENTREGA A DOMICILIO (S/N)? < >" AT 1815.
           CALL "CONFIRMA-CONTINUA" USING 1843 ENTREGA.
           IF ENTREGA NOT = "S"
               GO TO APURA-FRETE-SAIDA
           END-IF.
           PERFORM SOMA-PESO-ITEM
               VARYING IDX-ITEM FROM 1 BY 1
               UNTIL IDX-ITEM > QTDE-ITENS.
           CALL "CALCULA-FRETE" USING "F" CODIGO-FRETE QTDE-FRETE
               UF-DESTINO PESO-VENDA FRETE-VENDA RESULTADO-FRETE.
           IF RESULTADO-FRETE NOT = "S"
               MOVE ZEROS TO FRETE-VENDA
               MOVE "UF SEM TABELA DE FRETE" TO MENSA-LOG
               MOVE UF-DESTINO TO VALOR-LOG
               CALL "GRAVA-EXCECAO" USING "CUSTO-MERCADORIA    "
                   "UF-DESTINO     " VALOR-LOG MENSA-LOG
               DISPLAY "FRETE NAO TABELADO PARA A UF" AT 1205
               GO TO APURA-FRETE-SAIDA
           END-IF.
           MOVE FRETE-VENDA TO FRETE-VENDA-E.
           DISPLAY "FRETE.........: $" AT 1205.
           DISPLAY FRETE-VENDA-E AT 1223.
           PERFORM GRAVA-VENDA-FRETE.
           ADD FRETE-VENDA TO TOTAL-VENDA.
       APURA-FRETE-SAIDA.
           EXIT.
       SOMA-PESO-ITEM.
           MOVE ITEM-CODIGO(IDX-ITEM) TO CODIGO-FRETE.
           MOVE ITEM-QTDE(IDX-ITEM)   TO QTDE-FRETE.
           CALL "CALCULA-FRETE" USING "P" CODIGO-FRETE QTDE-FRETE
               UF-DESTINO PESO-VENDA FRETE-VENDA RESULTADO-FRETE.
       GRAVA-VENDA-FRETE.
           MOVE NUMERO-VENDA    TO VENDA-NUMERO.
           MOVE "FRETE"         TO VENDA-MERCADORIA.
           MOVE ZEROS           TO VENDA-QTDE.
           MOVE FRETE-VENDA     TO VENDA-PRECOVENDA.
           MOVE "F"             TO VENDA-TIPO.
           MOVE OPERADOR-SESSAO TO VENDA-OPERADOR.
           MOVE DATA-HOJE       TO VENDA-DATA.
           MOVE ZEROS           TO VENDA-CODIGO.
           MOVE ZEROS           TO VENDA-CLIENTE.
           MOVE UF-DESTINO      TO VENDA-UF.
           MOVE SPACES          TO VENDA-MOTIVO.
           OPEN EXTEND ARQ-VENDAS.
           WRITE REG-VENDA.
           CLOSE ARQ-VENDAS.
       EMITE-DOCUMENTO-FISCAL.
           CALL "NUMERA-DOCUMENTO" USING SERIE-FISCAL NUMERO-DOC
               RESULTADO-NUMERO.
           IF RESULTADO-NUMERO NOT = "S"
               MOVE ZEROS TO NUMERO-DOC
               MOVE "DOCUMENTO FISCAL NAO NUMERADO" TO MENSA-LOG
               CALL "GRAVA-EXCECAO" USING "CUSTO-MERCADORIA    "
                   "SERIE-FISCAL   " "NUMERACAO-FALHOU    "
                   MENSA-LOG
               DISPLAY "DOCUMENTO FISCAL NAO EMITIDO" AT 2122
               CALL "C$SLEEP" USING 2
           ELSE
               ACCEPT HORA-DOC FROM TIME
               MOVE SERIE-FISCAL    TO DOC-SERIE
               MOVE NUMERO-DOC      TO DOC-NUMERO
               MOVE NUMERO-VENDA    TO DOC-VENDA
               MOVE DATA-HOJE       TO DOC-DATA
               MOVE HORA-DOC(1:6)   TO DOC-HORA
               MOVE TOTAL-VENDA     TO DOC-VALOR
               MOVE CLIENTE-VENDA   TO DOC-CLIENTE
               MOVE OPERADOR-SESSAO TO DOC-OPERADOR
               MOVE "E"             TO DOC-STATUS
               MOVE ZEROS           TO DOC-DATA-CANC
               MOVE SPACES          TO DOC-SUPERVISOR
               MOVE SPACES          TO DOC-MOTIVO
               OPEN EXTEND ARQ-DOCFISCAIS
               WRITE REG-DOCFISCAL
               CLOSE ARQ-DOCFISCAIS
           END-IF.
       IMPRIME-RECIBO.
           OPEN OUTPUT ARQ-RECIBO.
           MOVE SPACES TO LINHA-RECIBO.
             INTO LINHA-RECIBO.
           WRITE LINHA-RECIBO.
           MOVE SPACES TO LINHA-RECIBO.
           IF NUMERO-DOC > ZEROS
               MOVE NUMERO-DOC TO NUMERO-DOC-E
               STRING "DOCUMENTO FISCAL SERIE " DELIMITED BY SIZE
                      SERIE-FISCAL              DELIMITED BY SIZE
                      " NR "                    DELIMITED BY SIZE
                      NUMERO-DOC-E              DELIMITED BY SIZE
                 INTO LINHA-RECIBO
           ELSE
               MOVE "DOCUMENTO FISCAL NAO EMITIDO" TO LINHA-RECIBO
           END-IF.
           WRITE LINHA-RECIBO.
           MOVE SPACES TO LINHA-RECIBO.
           WRITE LINHA-RECIBO.
           MOVE SPACES TO LINHA-RECIBO.
           WRITE LINHA-RECIBO.
           PERFORM GRAVA-LINHA-RECIBO
               VARYING IDX-ITEM FROM 1 BY 1
               UNTIL IDX-ITEM > QTDE-ITENS.
           MOVE SPACES TO LINHA-RECIBO.
           WRITE LINHA-RECIBO.
           IF FRETE-VENDA > ZEROS
               MOVE FRETE-VENDA TO FRETE-VENDA-E
               MOVE SPACES TO LINHA-RECIBO
               STRING "FRETE " DELIMITED BY SIZE
                      UF-DESTINO DELIMITED BY SIZE
                      ".......: " DELIMITED BY SIZE
                      FRETE-VENDA-E DELIMITED BY SIZE
                 INTO LINHA-RECIBO
               WRITE LINHA-RECIBO
           END-IF.
           IF TOTAL-DESCONTO > ZEROS
               MOVE TOTAL-DESCONTO TO TOTAL-DESCONTO-E
               MOVE SPACES TO LINHA-RECIBO
               STRING "DESCONTOS......: " DELIMITED BY SIZE
                      TOTAL-DESCONTO-E    DELIMITED BY SIZE
                 INTO LINHA-RECIBO
               WRITE LINHA-RECIBO
           END-IF.
           MOVE SPACES TO LINHA-RECIBO.
           STRING "TOTAL..........: " DELIMITED BY SIZE
                  TOTAL-VENDA-E       DELIMITED BY SIZE
                  ITEM-PRECO-E DELIMITED BY SIZE
             INTO LINHA-RECIBO.
           WRITE LINHA-RECIBO.
           IF ITEM-KIT(IDX-ITEM) = "S"
               MOVE ITEM-CODIGO(IDX-ITEM) TO CODIGO-KIT
               PERFORM CARREGA-KIT
               PERFORM GRAVA-LINHA-COMPONENTE
                   VARYING IDX-KIT FROM 1 BY 1
                   UNTIL IDX-KIT > QTDE-COMPS-KIT
           END-IF.
           IF ITEM-DESCONTO(IDX-ITEM) > ZEROS
               MOVE ITEM-DESCONTO(IDX-ITEM) TO ITEM-PRECO-E
               MOVE SPACES TO LINHA-RECIBO
               STRING "   DESCONTO PROMOCIONAL " DELIMITED BY SIZE
                      ITEM-CAMPANHA(IDX-ITEM)   DELIMITED BY SIZE
                      ": -"                     DELIMITED BY SIZE
                      ITEM-PRECO-E              DELIMITED BY SIZE
                 INTO LINHA-RECIBO
               WRITE LINHA-RECIBO
           END-IF.
       GRAVA-LINHA-COMPONENTE.
           COMPUTE QTDE-COMP-MOV =
               ITEM-QTDE(IDX-ITEM) * KTT-QTDE(IDX-KIT).
           MOVE QTDE-COMP-MOV TO QTDE-COMP-E.
           MOVE SPACES TO LINHA-RECIBO.
           STRING "   + "            DELIMITED BY SIZE
                  KTT-NOME(IDX-KIT) DELIMITED BY SIZE
                  " QTDE:"          DELIMITED BY SIZE
                  QTDE-COMP-E       DELIMITED BY SIZE
             INTO LINHA-RECIBO.
           WRITE LINHA-RECIBO.
       PEDE-MOEDA.
           DISPLAY MENSA0      AT 2122.
           ACCEPT  MOEDA       AT 1930 WITH PROMPT AUTO.
                   MOVE "S" TO ESTOQUE-ACHADO
           END-READ.
           CLOSE ARQ-ESTOQUE.
           MOVE ESTOQUE-ATUAL TO ESTOQUE-DISPONIVEL.
           IF ESTOQUE-ACHADO = "S"
               CALL "RESERVA-ESTOQUE" USING "C" "V" NUMERO-VENDA
                   CODPROD DEPOSITO-PADRAO QTDE-RESERVADA
                   VALIDADE-RESERVA "A"
               IF QTDE-RESERVADA < ESTOQUE-ATUAL
                   COMPUTE ESTOQUE-DISPONIVEL =
                       ESTOQUE-ATUAL - QTDE-RESERVADA
               ELSE
                   MOVE ZEROS TO ESTOQUE-DISPONIVEL
               END-IF
           END-IF.
       GRAVA-VENDA.
           MOVE NUMERO-VENDA TO VENDA-NUMERO.
           MOVE MERCADORIA TO VENDA-MERCADORIA.
           PERFORM CARREGA-LOTES-PRODUTO.
           IF QTDE-LOTES-PROD = ZEROS
               GO TO BAIXA-LOTES-FEFO-SAIDA.
           MOVE QTDE-BAIXA TO RESTA-BAIXAR.
           PERFORM CONSOME-PROXIMO-LOTE
               UNTIL RESTA-BAIXAR = ZEROS OR IDX-MENOR = ZEROS.
           PERFORM APLICA-BAIXA-LOTES.
               READ ARQ-LOTES
                   AT END MOVE "S" TO FIM-LOTES
                   NOT AT END
                       IF LOT-CODIGO = CODPROD-BAIXA
                          AND LOT-DEPOSITO = DEPOSITO-PADRAO
                          AND LOT-QTDE > ZEROS
                          AND QTDE-LOTES-PROD < 100
               READ ARQ-LOTES
                   AT END MOVE "S" TO FIM-LOTES
                   NOT AT END
                       IF LOT-CODIGO = CODPROD-BAIXA
                          AND LOT-DEPOSITO = DEPOSITO-PADRAO
                           PERFORM DESCONTA-LOTE
                       END-IF
                   MOVE ZEROS TO LTT-BAIXA(IDX-LOTE)
               END-IF
           END-PERFORM.
       CARREGA-KIT.
           MOVE "N"   TO E-KIT.
           MOVE ZEROS TO QTDE-COMPS-KIT.
           MOVE "N"   TO FIM-KITS.
           OPEN INPUT ARQ-KITS.
           PERFORM UNTIL FIM-KITS = "S"
               READ ARQ-KITS
                   AT END MOVE "S" TO FIM-KITS
                   NOT AT END
                       IF KIT-CODIGO = CODIGO-KIT
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
               PERFORM LOCALIZA-COMPONENTE-KIT
                   VARYING IDX-KIT FROM 1 BY 1
                   UNTIL IDX-KIT > QTDE-COMPS-KIT
               CLOSE ARQ-PRODUTOS
           END-IF.
       LOCALIZA-COMPONENTE-KIT.
           MOVE "COMPONENTE SEM CADASTRO" TO KTT-NOME(IDX-KIT).
           MOVE ZEROS TO KTT-CUSTO(IDX-KIT).
           MOVE KTT-CODIGO(IDX-KIT) TO PROD-CODIGO.
           READ ARQ-PRODUTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PROD-MERCADORIA TO KTT-NOME(IDX-KIT)
                   MOVE PROD-PRECOUNI   TO KTT-CUSTO(IDX-KIT)
           END-READ.
       LOCALIZA-ESTOQUE-KIT.
           MOVE "N" TO ESTOQUE-ACHADO.
           MOVE ZERO TO ESTOQUE-ATUAL.
           MOVE 999999 TO KITS-POSSIVEIS.
           OPEN INPUT ARQ-ESTOQUE.
           PERFORM VARYING IDX-KIT FROM 1 BY 1
                   UNTIL IDX-KIT > QTDE-COMPS-KIT
               MOVE "N" TO KTT-ESTOQUE(IDX-KIT)
               MOVE ZEROS TO KTT-SALDO(IDX-KIT)
               MOVE KTT-CODIGO(IDX-KIT) TO ESTOQUE-CODIGO
               MOVE DEPOSITO-PADRAO TO ESTOQUE-DEPOSITO
               READ ARQ-ESTOQUE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO KTT-ESTOQUE(IDX-KIT)
                       MOVE ESTOQUE-QTDE TO KTT-SALDO(IDX-KIT)
                       MOVE "S" TO ESTOQUE-ACHADO
                       CALL "RESERVA-ESTOQUE" USING "C" "V"
                           NUMERO-VENDA KTT-CODIGO(IDX-KIT)
                           DEPOSITO-PADRAO QTDE-RESERVADA
                           VALIDADE-RESERVA "A"
                       MOVE ZEROS TO DISPONIVEL-COMP
                       IF QTDE-RESERVADA < ESTOQUE-QTDE
                           COMPUTE DISPONIVEL-COMP =
                               ESTOQUE-QTDE - QTDE-RESERVADA
                       END-IF
                       IF KTT-QTDE(IDX-KIT) > ZEROS
                           DIVIDE KTT-QTDE(IDX-KIT) INTO DISPONIVEL-COMP
                               GIVING KITS-COMPONENTE
                           IF KITS-COMPONENTE < KITS-POSSIVEIS
                               MOVE KITS-COMPONENTE TO KITS-POSSIVEIS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-ESTOQUE.
           IF ESTOQUE-ACHADO = "S"
               MOVE KITS-POSSIVEIS TO ESTOQUE-ATUAL
           END-IF.
           MOVE ESTOQUE-ATUAL TO ESTOQUE-DISPONIVEL.
       BAIXA-COMPONENTES-KIT.
           MOVE OPERADOR-SESSAO TO DONO-TRAVA.
           CALL "TRAVA-ARQUIVO" USING "T" "ESTOQUE.IDX     "
               DONO-TRAVA RESULTADO-TRAVA.
           IF RESULTADO-TRAVA = "N"
               DISPLAY "ARQUIVO EM USO PELO OPERADOR " AT 2122
               DISPLAY DONO-TRAVA AT 2152
               CALL "C$SLEEP" USING 3
               GO TO BAIXA-COMPONENTES-KIT-SAIDA
           END-IF.
           OPEN I-O ARQ-ESTOQUE.
           MOVE "S" TO ITEM-BAIXADO(QTDE-ITENS).
           PERFORM VARYING IDX-KIT FROM 1 BY 1
                   UNTIL IDX-KIT > QTDE-COMPS-KIT
               MOVE "N" TO KTT-BAIXADO(IDX-KIT)
               MOVE KTT-CODIGO(IDX-KIT) TO ESTOQUE-CODIGO
               MOVE DEPOSITO-PADRAO TO ESTOQUE-DEPOSITO
               READ ARQ-ESTOQUE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE QTDE-COMP-MOV =
                           QTDE * KTT-QTDE(IDX-KIT)
                       SUBTRACT QTDE-COMP-MOV FROM ESTOQUE-QTDE
                       REWRITE REG-ESTOQUE
                       MOVE ESTOQUE-QTDE TO KTT-SALDO(IDX-KIT)
                       MOVE "S" TO KTT-BAIXADO(IDX-KIT)
               END-READ
           END-PERFORM.
           CLOSE ARQ-ESTOQUE.
           CALL "ATUALIZA-CONTROLE" USING "ESTOQUE.DAT     ".
           CALL "TRAVA-ARQUIVO" USING "D" "ESTOQUE.IDX     "
               DONO-TRAVA RESULTADO-TRAVA.
           PERFORM MOVIMENTA-COMPONENTE-KIT
               VARYING IDX-KIT FROM 1 BY 1
               UNTIL IDX-KIT > QTDE-COMPS-KIT.
       BAIXA-COMPONENTES-KIT-SAIDA.
           EXIT.
       MOVIMENTA-COMPONENTE-KIT.
           IF KTT-BAIXADO(IDX-KIT) = "S"
               COMPUTE QTDE-COMP-MOV = QTDE * KTT-QTDE(IDX-KIT)
               CALL "GRAVA-MOVESTOQUE" USING KTT-CODIGO(IDX-KIT)
                   DEPOSITO-PADRAO "S"
                   "VENDA     " QTDE-COMP-MOV KTT-SALDO(IDX-KIT)
                   KTT-CUSTO(IDX-KIT)
               MOVE KTT-CODIGO(IDX-KIT) TO CODPROD-BAIXA
               MOVE QTDE-COMP-MOV       TO QTDE-BAIXA
               PERFORM BAIXA-LOTES-FEFO
                   THRU BAIXA-LOTES-FEFO-SAIDA
           END-IF.
