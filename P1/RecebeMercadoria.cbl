                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-TRIBUTOS ASSIGN TO "APURTRIB.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-CONTAS-PAG ASSIGN TO "CONTASPAG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-ENCOMENDAS ASSIGN TO "ENCOMENDAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-ENCOMENDAS-TMP ASSIGN TO "ENCOMENDASTMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-CLIENTES ASSIGN TO "CLIENTES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-RETIRADA ASSIGN TO "RETIRADAS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-PRODUTOS.
               02 RCB-QTDE       PIC 9(06).
               02 RCB-CUSTO-UNIT PIC 9(4)V99.
               02 RCB-CUSTO-TOT  PIC 9(09)V99.
               02 RCB-PEDIDO     PIC 9(06).
               02 RCB-FORN-COD   PIC 9(04).
           FD  ARQ-PEDIDOS.
           01  REG-PEDIDO.
               02 PED-NUMERO     PIC 9(06).
               02 TRB-DC        PIC X(01).
               02 TRB-BASE      PIC 9(09)V99.
               02 TRB-VALOR     PIC 9(09)V99.
           FD  ARQ-CONTAS-PAG.
           01  REG-CONTA-PAG.
               02 CP-NUMERO     PIC 9(06).
               02 CP-FORNECEDOR PIC 9(04).
               02 CP-RAZAO      PIC X(20).
               02 CP-NOTA       PIC X(10).
               02 CP-DATA       PIC 9(08).
               02 CP-VALOR      PIC 9(09)V99.
               02 CP-STATUS     PIC X(01).
               02 CP-VALOR-PAGO PIC 9(09)V99.
               02 CP-VENCIMENTO PIC 9(08).
               02 CP-TIPO       PIC X(01).
               02 CP-PEDIDO     PIC 9(06).
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
           FD  ARQ-ENCOMENDAS-TMP.
           01  REG-ENCOMENDA-TMP PIC X(54).
           FD  ARQ-CLIENTES.
           01  REG-CLIENTE.
               02 CLI-CODIGO    PIC 9(04).
               02 CLI-NOME      PIC X(30).
               02 CLI-CPF       PIC 9(11).
               02 CLI-LIMITE    PIC 9(07)V99.
               02 CLI-CEP       PIC 9(08).
               02 CLI-MUNICIPIO PIC 9(07).
           FD  ARQ-RETIRADA.
           01  LINHA-RETIRADA   PIC X(80).
       WORKING-STORAGE SECTION.
           01 REGISTROS-SPOOL  PIC 9(06) VALUE ZEROS.
           01 DADOS-OPERADOR.
               02 OPERADOR-SESSAO PIC X(08) VALUE SPACES.
               02 PERFIL-SESSAO   PIC X(01) VALUE SPACE.
           01 FORNECEDOR       PIC X(20) VALUE SPACES.
           01 UF-FORNECEDOR    PIC X(02) VALUE SPACES.
           01 UF-EMPRESA       PIC X(02) VALUE "SP".
           01 CODIGO-FORNEC    PIC 9(04) VALUE ZEROS.
           01 CODIGO-FORNEC-E  PIC ZZZ9.
           01 CODPROD          PIC 9(05) VALUE ZEROS.
           01 QTDE-RECEBIDA    PIC 9(06) VALUE ZEROS.
           01 QTDE-RECEBIDA-E  PIC ZZZZZ9.
           01 CUSTO-UNIT       PIC 9(4)V99 VALUE ZEROS.
           01 CUSTO-UNIT-E     PIC Z.ZZ9,99.
           01 CUSTO-TOTAL      PIC 9(09)V99 VALUE ZEROS.
           01 DADOS-UNIDADE.
               02 CODIGO-LIDO      PIC X(14) VALUE SPACES.
               02 UNIDADE-RECEB    PIC X(06) VALUE "UN".
               02 FATOR-UNIDADE    PIC 9(05) VALUE 1.
               02 FATOR-UNIDADE-E  PIC ZZ.ZZ9.
               02 UNIDADE-RES      PIC X(01) VALUE SPACE.
               02 UNIDADE-OK       PIC X(01) VALUE "N".
               02 QTDE-EMBALAGEM   PIC 9(06) VALUE ZEROS.
               02 QTDE-EMBALAGEM-E PIC ZZZZZ9.
               02 QTDE-BASE-CALC   PIC 9(11) VALUE ZEROS.
               02 CUSTO-EMBALAGEM  PIC 9(06)V99 VALUE ZEROS.
               02 CUSTO-EMBALAGEM-E PIC ZZZ.ZZ9,99.
           01 PRODUTO-ACHADO   PIC X(01) VALUE "N".
           01 ESTOQUE-ACHADO   PIC X(01) VALUE "N".
           01 DEPOSITO-PADRAO  PIC 9(02) VALUE 01.
               02 FIM-TMP         PIC X(01) VALUE "N".
               02 FIM-FORNEC      PIC X(01) VALUE "N".
           01 MENSA-LOG        PIC X(40) VALUE SPACES.
           01 DADOS-ENCOMENDA.
               02 SALDO-ALOCAR      PIC 9(06) VALUE ZEROS.
               02 PENDENTE-ENC      PIC 9(06) VALUE ZEROS.
               02 ALOCADO-AGORA     PIC 9(06) VALUE ZEROS.
               02 ALOCADO-E         PIC ZZZ.ZZ9.
               02 PENDENTE-E        PIC ZZZ.ZZ9.
               02 ENCOMENDA-E       PIC ZZZZZ9.
               02 CONT-ALOCADAS     PIC 9(04) VALUE ZEROS.
               02 CONT-RETIRADA     PIC 9(06) VALUE ZEROS.
               02 FIM-ENCOMENDAS    PIC X(01) VALUE "N".
               02 FIM-CLIENTES      PIC X(01) VALUE "N".
               02 NOME-CLIENTE      PIC X(30) VALUE SPACES.
               02 MERCADORIA-ENC    PIC X(20) VALUE SPACES.
               02 SITUACAO-ENC      PIC X(07) VALUE SPACES.
               02 VALIDADE-RESERVA  PIC 9(08) VALUE ZEROS.
           01 DADOS-TRIBUTOS.
               02 TAXA-ICMS-CRED   PIC 9(02)V99 VALUE 18,00.
               02 CREDITO-ICMS     PIC 9(09)V99 VALUE ZEROS.
           01 DADOS-LOTE.
               02 MES-AUX-E      PIC Z9.
               02 ANO-AUX        PIC 9(04) VALUE ZEROS.
               02 ANO-AUX-E      PIC ZZZ9.
           01 DADOS-TITULO.
               02 NOTA-FISCAL     PIC X(10) VALUE SPACES.
               02 PRAZO-FORNEC    PIC 9(03) VALUE ZEROS.
               02 PRAZO-PADRAO    PIC 9(03) VALUE 30.
               02 NUMERO-TITULO   PIC 9(06) VALUE ZEROS.
               02 NUMERO-TITULO-E PIC ZZZZZ9.
               02 DATA-VENCIMENTO PIC 9(08) VALUE ZEROS.
               02 DIA-UTIL-DATA2  PIC 9(08) VALUE ZEROS.
               02 DIA-UTIL-DIAS   PIC 9(05) VALUE ZEROS.
               02 DIA-UTIL-RES    PIC X(01) VALUE SPACE.
               02 FIM-CONTAS-PAG  PIC X(01) VALUE "N".
           01 MENSA1           PIC X(45) VALUE
               "NOME DO FORNECEDOR: ".
           01 MENSA2           PIC X(45) VALUE
               "CODIGO DO PRODUTO OU CODIGO DE BARRAS: ".
           01 MENSA3           PIC X(45) VALUE
               "PRODUTO NAO CADASTRADO OU INATIVO".
           01 MENSA4           PIC X(45) VALUE
               "QUANTIDADE MAIOR QUE O SALDO DO PEDIDO".
           01 MENSA11          PIC X(45) VALUE
               "ENTREGA PARCIAL - PEDIDO CONTINUA ABERTO".
           01 MENSA12          PIC X(45) VALUE
               "CODIGO DO FORNECEDOR (0=NAO CADASTRADO): ".
           01 MENSA13          PIC X(45) VALUE
               "NUMERO DA NOTA FISCAL DO FORNECEDOR: ".
           01 MENSA14          PIC X(45) VALUE
               "UNIDADE RECEBIDA (ENTER = UN): ".
           01 MENSA15          PIC X(45) VALUE
               "UNIDADE NAO CADASTRADA PARA O PRODUTO".
           01 MENSA16          PIC X(45) VALUE
               "QUANTIDADE EM UNIDADES BASE ACIMA DO LIMITE".
           01 CONSULTA-PARAMETRO.
               02 PRM-MODULO    PIC X(08) VALUE SPACES.
               02 PRM-NOME      PIC X(15) VALUE SPACES.
               02 PRM-DATA      PIC 9(08) VALUE ZEROS.
               02 PRM-VALOR     PIC 9(09)V9(06) VALUE ZEROS.
               02 PRM-ACHOU     PIC X(01) VALUE SPACE.
           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
               02 MES      PIC 9(02) VALUE ZEROS.
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           PERFORM CARREGA-ALIQUOTAS.
           PERFORM ABRE-LISTA-RETIRADA.
           PERFORM PROCESSO.
           PERFORM CONTINUA.
           IF CONT-RETIRADA > ZEROS
               MOVE CONT-RETIRADA TO REGISTROS-SPOOL
               CALL "GUARDA-RELATORIO" USING "RETIRADA  "
                   "RETIRADAS.TXT   " REGISTROS-SPOOL
               DISPLAY "ENCOMENDAS PRONTAS PARA RETIRADA EM "
                   "RETIRADAS.TXT"
           END-IF.
           STOP RUN.
       CARREGA-ALIQUOTAS.
           MOVE "FISCAL"  TO PRM-MODULO.
           MOVE DATA-HOJE TO PRM-DATA.
           MOVE "ALIQ-ICMS-CRED" TO PRM-NOME.
           CALL "BUSCA-PARAMETRO" USING PRM-MODULO PRM-NOME PRM-DATA
               PRM-VALOR PRM-ACHOU.
           IF PRM-ACHOU = "S"
               MOVE PRM-VALOR TO TAXA-ICMS-CRED
           END-IF.
       PROCESSO.
           MOVE "N" TO PEDIDO-OK.
           MOVE "N"  TO UNIDADE-OK.
           MOVE "UN" TO UNIDADE-RECEB.
           MOVE 1    TO FATOR-UNIDADE.
           PERFORM PEDE-PEDIDO UNTIL PEDIDO-OK = "S".
           IF NUMERO-PEDIDO = ZEROS
               PERFORM PEDE-FORNECEDOR
               PERFORM PEDE-PRODUTO UNTIL PRODUTO-ACHADO = "S"
           ELSE
               MOVE PEDIDO-CODIGO TO CODPROD
               PERFORM LOCALIZA-PRODUTO
               MOVE PEDIDO-FORNEC TO CODIGO-FORNEC
               PERFORM BUSCA-RAZAO-FORNECEDOR
               MOVE QTDE-PENDENTE TO QTDE-PENDENTE-E
               DISPLAY "SALDO A RECEBER DO PEDIDO: "
                   QTDE-PENDENTE-E
           END-IF.
           PERFORM PEDE-UNIDADE UNTIL UNIDADE-OK = "S".
           PERFORM PEDE-QUANTIDADE UNTIL QTDE-RECEBIDA > 0.
           IF NUMERO-PEDIDO > ZEROS
               PERFORM CONFERE-PEDIDO.
           PERFORM PEDE-CUSTO UNTIL CUSTO-UNIT > 0.
           PERFORM PEDE-LOTE.
           PERFORM PEDE-NOTA-FISCAL UNTIL NOTA-FISCAL <> SPACES.
           MOVE OPERADOR-SESSAO TO DONO-TRAVA.
           CALL "TRAVA-ARQUIVO" USING "T" "ESTOQUE.IDX     "
               DONO-TRAVA RESULTADO-TRAVA.
               DISPLAY "ARQUIVO EM USO PELO OPERADOR " DONO-TRAVA
               DISPLAY "RECEBIMENTO NAO REGISTRADO"
           ELSE
               COMPUTE CUSTO-TOTAL = QTDE-EMBALAGEM * CUSTO-EMBALAGEM
               PERFORM LOCALIZA-ESTOQUE
               PERFORM CALCULA-CUSTO-MEDIO
               PERFORM GRAVA-RECEBIMENTO
               IF NUMERO-PEDIDO > ZEROS
                   PERFORM ATUALIZA-PEDIDO
               END-IF
               PERFORM ALOCA-ENCOMENDAS
                   THRU ALOCA-ENCOMENDAS-SAIDA
               PERFORM GRAVA-LOTE
               PERFORM GRAVA-CREDITO-ICMS
               PERFORM GRAVA-TITULO-PAGAR
               DISPLAY MENSA6
           END-IF.
       PEDE-FORNECEDOR.
           DISPLAY MENSA12.
           ACCEPT CODIGO-FORNEC-E.
           MOVE CODIGO-FORNEC-E TO CODIGO-FORNEC.
           MOVE SPACES TO FORNECEDOR.
           MOVE SPACES TO UF-FORNECEDOR.
           MOVE ZEROS  TO PRAZO-FORNEC.
           IF CODIGO-FORNEC > ZEROS
               PERFORM BUSCA-RAZAO-FORNECEDOR
               IF FORNECEDOR = SPACES
                   MOVE ZEROS TO CODIGO-FORNEC
               ELSE
                   DISPLAY FORNECEDOR
               END-IF
           END-IF.
           IF CODIGO-FORNEC = ZEROS
               DISPLAY MENSA1
               ACCEPT FORNECEDOR
           END-IF.
       PEDE-NOTA-FISCAL.
           DISPLAY MENSA13.
           ACCEPT NOTA-FISCAL.
       GRAVA-TITULO-PAGAR.
           PERFORM PROXIMO-NUMERO-TITULO.
           IF PRAZO-FORNEC = ZEROS
               MOVE PRAZO-PADRAO TO PRAZO-FORNEC
           END-IF.
           COMPUTE DATA-VENCIMENTO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(DATA-HOJE) + PRAZO-FORNEC).
           CALL "DIA-UTIL" USING "U" DATA-VENCIMENTO
               DIA-UTIL-DATA2 DIA-UTIL-DIAS DIA-UTIL-RES.
           IF DIA-UTIL-RES = "N"
               CALL "DIA-UTIL" USING "P" DATA-VENCIMENTO
                   DIA-UTIL-DATA2 DIA-UTIL-DIAS DIA-UTIL-RES
           END-IF.
           MOVE NUMERO-TITULO   TO CP-NUMERO.
           MOVE CODIGO-FORNEC   TO CP-FORNECEDOR.
           MOVE FORNECEDOR      TO CP-RAZAO.
           MOVE NOTA-FISCAL     TO CP-NOTA.
           MOVE DATA-HOJE       TO CP-DATA.
           MOVE CUSTO-TOTAL     TO CP-VALOR.
           MOVE "A"             TO CP-STATUS.
           MOVE ZEROS           TO CP-VALOR-PAGO.
           MOVE DATA-VENCIMENTO TO CP-VENCIMENTO.
           MOVE "N"             TO CP-TIPO.
           MOVE NUMERO-PEDIDO   TO CP-PEDIDO.
           OPEN EXTEND ARQ-CONTAS-PAG.
           WRITE REG-CONTA-PAG.
           CLOSE ARQ-CONTAS-PAG.
           MOVE NUMERO-TITULO TO NUMERO-TITULO-E.
           DISPLAY "TITULO A PAGAR GERADO: " NUMERO-TITULO-E.
       PROXIMO-NUMERO-TITULO.
           MOVE ZEROS TO NUMERO-TITULO.
           MOVE "N"   TO FIM-CONTAS-PAG.
           OPEN EXTEND ARQ-CONTAS-PAG.
           CLOSE ARQ-CONTAS-PAG.
           OPEN INPUT ARQ-CONTAS-PAG.
           PERFORM UNTIL FIM-CONTAS-PAG = "S"
               READ ARQ-CONTAS-PAG
                   AT END MOVE "S" TO FIM-CONTAS-PAG
                   NOT AT END
                       IF CP-NUMERO > NUMERO-TITULO
                           MOVE CP-NUMERO TO NUMERO-TITULO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CONTAS-PAG.
           ADD 1 TO NUMERO-TITULO.
       GRAVA-CREDITO-ICMS.
           COMPUTE CREDITO-ICMS ROUNDED =
               CUSTO-TOTAL * TAXA-ICMS-CRED / 100.
       BUSCA-RAZAO-FORNECEDOR.
           MOVE SPACES TO FORNECEDOR.
           MOVE SPACES TO UF-FORNECEDOR.
           MOVE ZEROS  TO PRAZO-FORNEC.
           MOVE "N" TO FIM-FORNEC.
           OPEN INPUT ARQ-FORNECEDORES.
           PERFORM UNTIL FIM-FORNEC = "S"
               READ ARQ-FORNECEDORES
                   AT END MOVE "S" TO FIM-FORNEC
                   NOT AT END
                       IF FOR-CODIGO = CODIGO-FORNEC
                           MOVE FOR-RAZAO(1:20) TO FORNECEDOR
                           MOVE FOR-UF TO UF-FORNECEDOR
                           MOVE FOR-PRAZO TO PRAZO-FORNEC
                           MOVE "S" TO FIM-FORNEC
                       END-IF
               END-READ
           CLOSE ARQ-PEDIDOS-TMP.
       PEDE-PRODUTO.
           DISPLAY MENSA2.
           MOVE "N"    TO UNIDADE-OK.
           MOVE SPACES TO CODIGO-LIDO.
           ACCEPT CODIGO-LIDO.
           CALL "CONVERTE-UNIDADE" USING "B" CODIGO-LIDO CODPROD
               UNIDADE-RECEB FATOR-UNIDADE UNIDADE-RES.
           IF UNIDADE-RES = "N" OR FATOR-UNIDADE = ZEROS
               MOVE ZEROS TO CODPROD
               MOVE "UN"  TO UNIDADE-RECEB
               MOVE 1     TO FATOR-UNIDADE
           END-IF.
           IF UNIDADE-RECEB NOT = "UN"
               MOVE "S" TO UNIDADE-OK
               MOVE FATOR-UNIDADE TO FATOR-UNIDADE-E
               DISPLAY "EMBALAGEM " UNIDADE-RECEB " = "
                   FATOR-UNIDADE-E " UNIDADES"
           END-IF.
           PERFORM LOCALIZA-PRODUTO.
           IF PRODUTO-ACHADO = "N"
               DISPLAY MENSA3
                   END-IF
           END-READ.
           CLOSE ARQ-PRODUTOS.
       PEDE-UNIDADE.
           DISPLAY MENSA14.
           MOVE SPACES TO UNIDADE-RECEB.
           ACCEPT UNIDADE-RECEB.
           MOVE FUNCTION UPPER-CASE(UNIDADE-RECEB) TO UNIDADE-RECEB.
           CALL "CONVERTE-UNIDADE" USING "U" CODIGO-LIDO CODPROD
               UNIDADE-RECEB FATOR-UNIDADE UNIDADE-RES.
           IF UNIDADE-RES = "S" AND FATOR-UNIDADE > ZEROS
               MOVE "S" TO UNIDADE-OK
               MOVE FATOR-UNIDADE TO FATOR-UNIDADE-E
               DISPLAY "EMBALAGEM " UNIDADE-RECEB " = "
                   FATOR-UNIDADE-E " UNIDADES"
           ELSE
               DISPLAY MENSA15
               MOVE MENSA15(1:40) TO MENSA-LOG
               CALL "GRAVA-EXCECAO" USING "RECEBE-MERCADORIA   "
                   "UNIDADE        " "NAO-CADASTRADA      "
                   MENSA-LOG
           END-IF.
       PEDE-QUANTIDADE.
           DISPLAY MENSA4.
           DISPLAY "(EM " UNIDADE-RECEB ")".
           ACCEPT QTDE-EMBALAGEM-E.
           MOVE QTDE-EMBALAGEM-E TO QTDE-EMBALAGEM.
           COMPUTE QTDE-BASE-CALC = QTDE-EMBALAGEM * FATOR-UNIDADE.
           IF QTDE-BASE-CALC > 999999
               DISPLAY MENSA16
               MOVE MENSA16(1:40) TO MENSA-LOG
               CALL "GRAVA-EXCECAO" USING "RECEBE-MERCADORIA   "
                   "QTDE-RECEBIDA  " "ACIMA-DO-LIMITE     "
                   MENSA-LOG
               MOVE ZEROS TO QTDE-RECEBIDA
           ELSE
               MOVE QTDE-BASE-CALC TO QTDE-RECEBIDA
               IF FATOR-UNIDADE > 1
                   MOVE QTDE-RECEBIDA TO QTDE-RECEBIDA-E
                   DISPLAY "TOTAL EM UNIDADES BASE: " QTDE-RECEBIDA-E
               END-IF
           END-IF.
       PEDE-CUSTO.
           DISPLAY MENSA5.
           DISPLAY "(POR " UNIDADE-RECEB ")".
           ACCEPT CUSTO-EMBALAGEM-E.
           MOVE CUSTO-EMBALAGEM-E TO CUSTO-EMBALAGEM.
           COMPUTE CUSTO-UNIT ROUNDED =
               CUSTO-EMBALAGEM / FATOR-UNIDADE.
           IF FATOR-UNIDADE > 1
               MOVE CUSTO-UNIT TO CUSTO-UNIT-E
               DISPLAY "CUSTO POR UNIDADE BASE: " CUSTO-UNIT-E
           END-IF.
       LOCALIZA-ESTOQUE.
           MOVE "N" TO ESTOQUE-ACHADO.
           MOVE ZEROS TO ESTOQUE-ATUAL.
           MOVE QTDE-RECEBIDA TO RCB-QTDE.
           MOVE CUSTO-UNIT    TO RCB-CUSTO-UNIT.
           MOVE CUSTO-TOTAL   TO RCB-CUSTO-TOT.
           MOVE NUMERO-PEDIDO TO RCB-PEDIDO.
           MOVE CODIGO-FORNEC TO RCB-FORN-COD.
           OPEN EXTEND ARQ-RECEBIMENTOS.
           WRITE REG-RECEBIMENTO.
           CLOSE ARQ-RECEBIMENTOS.
               MOVE "N" TO PRODUTO-ACHADO
               MOVE ZEROS TO QTDE-RECEBIDA
               MOVE ZEROS TO CUSTO-UNIT
               MOVE ZEROS TO QTDE-EMBALAGEM
               MOVE ZEROS TO CUSTO-EMBALAGEM
               MOVE ZEROS TO NUMERO-PEDIDO
               MOVE ZEROS TO CODIGO-FORNEC
               MOVE SPACES TO NOTA-FISCAL
               PERFORM PROCESSO
               PERFORM CONTINUA.
       ABRE-LISTA-RETIRADA.
           OPEN OUTPUT ARQ-RETIRADA.
           MOVE SPACES TO LINHA-RETIRADA.
           STRING "ENCOMENDAS PRONTAS PARA RETIRADA - "
                      DELIMITED BY SIZE
                  DIA "/" MES "/" ANO DELIMITED BY SIZE
             INTO LINHA-RETIRADA.
           WRITE LINHA-RETIRADA.
           MOVE SPACES TO LINHA-RETIRADA.
           WRITE LINHA-RETIRADA.
           MOVE "ENCOM. CLIENTE                   PRODUTO"
               TO LINHA-RETIRADA.
           MOVE "ALOCADO   FALTA SITUACAO" TO LINHA-RETIRADA(54:24).
           WRITE LINHA-RETIRADA.
           CLOSE ARQ-RETIRADA.
       ALOCA-ENCOMENDAS.
           MOVE QTDE-RECEBIDA   TO SALDO-ALOCAR.
           MOVE PROD-MERCADORIA TO MERCADORIA-ENC.
           MOVE ZEROS TO CONT-ALOCADAS.
           MOVE "N" TO FIM-ENCOMENDAS.
           OPEN EXTEND ARQ-ENCOMENDAS.
           CLOSE ARQ-ENCOMENDAS.
           OPEN INPUT  ARQ-ENCOMENDAS.
           OPEN OUTPUT ARQ-ENCOMENDAS-TMP.
           PERFORM UNTIL FIM-ENCOMENDAS = "S"
               READ ARQ-ENCOMENDAS
                   AT END MOVE "S" TO FIM-ENCOMENDAS
                   NOT AT END
                       IF ENC-CODIGO = CODPROD
                          AND ENC-DEPOSITO = DEPOSITO-PADRAO
                          AND ENC-STATUS = "A"
                          AND SALDO-ALOCAR > ZEROS
                           PERFORM ALOCA-ENCOMENDA
                       END-IF
                       MOVE REG-ENCOMENDA TO REG-ENCOMENDA-TMP
                       WRITE REG-ENCOMENDA-TMP
               END-READ
           END-PERFORM.
           CLOSE ARQ-ENCOMENDAS.
           CLOSE ARQ-ENCOMENDAS-TMP.
           IF CONT-ALOCADAS = ZEROS
               GO TO ALOCA-ENCOMENDAS-SAIDA
           END-IF.
           MOVE "N" TO FIM-ENCOMENDAS.
           OPEN OUTPUT ARQ-ENCOMENDAS.
           OPEN INPUT  ARQ-ENCOMENDAS-TMP.
           PERFORM UNTIL FIM-ENCOMENDAS = "S"
               READ ARQ-ENCOMENDAS-TMP
                   AT END MOVE "S" TO FIM-ENCOMENDAS
                   NOT AT END
                       MOVE REG-ENCOMENDA-TMP TO REG-ENCOMENDA
                       WRITE REG-ENCOMENDA
               END-READ
           END-PERFORM.
           CLOSE ARQ-ENCOMENDAS.
           CLOSE ARQ-ENCOMENDAS-TMP.
           DISPLAY "ENCOMENDAS ATENDIDAS NESTE RECEBIMENTO: "
               CONT-ALOCADAS.
       ALOCA-ENCOMENDAS-SAIDA.
           EXIT.
       ALOCA-ENCOMENDA.
           COMPUTE PENDENTE-ENC = ENC-QTDE - ENC-QTDE-ALOC.
           IF PENDENTE-ENC > SALDO-ALOCAR
               MOVE SALDO-ALOCAR TO ALOCADO-AGORA
           ELSE
               MOVE PENDENTE-ENC TO ALOCADO-AGORA
           END-IF.
           ADD ALOCADO-AGORA TO ENC-QTDE-ALOC.
           SUBTRACT ALOCADO-AGORA FROM SALDO-ALOCAR.
           SUBTRACT ALOCADO-AGORA FROM PENDENTE-ENC.
           MOVE DATA-HOJE TO ENC-DATA-ALOC.
           IF PENDENTE-ENC = ZEROS
               MOVE "L"       TO ENC-STATUS
               MOVE "PRONTA"  TO SITUACAO-ENC
           ELSE
               MOVE "PARCIAL" TO SITUACAO-ENC
           END-IF.
           ADD 1 TO CONT-ALOCADAS.
           CALL "RESERVA-ESTOQUE" USING "R" "E" ENC-NUMERO
               ENC-CODIGO ENC-DEPOSITO ALOCADO-AGORA
               VALIDADE-RESERVA "A".
           PERFORM BUSCA-NOME-CLIENTE.
           PERFORM GRAVA-LINHA-RETIRADA.
       BUSCA-NOME-CLIENTE.
           MOVE "CLIENTE NAO CADASTRADO" TO NOME-CLIENTE.
           MOVE "N" TO FIM-CLIENTES.
           OPEN INPUT ARQ-CLIENTES.
           PERFORM UNTIL FIM-CLIENTES = "S"
               READ ARQ-CLIENTES
                   AT END MOVE "S" TO FIM-CLIENTES
                   NOT AT END
                       IF CLI-CODIGO = ENC-CLIENTE
                           MOVE CLI-NOME TO NOME-CLIENTE
                           MOVE "S" TO FIM-CLIENTES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CLIENTES.
       GRAVA-LINHA-RETIRADA.
           MOVE ENC-NUMERO    TO ENCOMENDA-E.
           MOVE ENC-QTDE-ALOC TO ALOCADO-E.
           MOVE PENDENTE-ENC  TO PENDENTE-E.
           MOVE SPACES TO LINHA-RETIRADA.
           STRING ENCOMENDA-E        DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  NOME-CLIENTE(1:25) DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  MERCADORIA-ENC     DELIMITED BY SIZE
                  ALOCADO-E          DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  PENDENTE-E         DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  SITUACAO-ENC       DELIMITED BY SIZE
             INTO LINHA-RETIRADA.
           OPEN EXTEND ARQ-RETIRADA.
           WRITE LINHA-RETIRADA.
           CLOSE ARQ-RETIRADA.
           ADD 1 TO CONT-RETIRADA.
