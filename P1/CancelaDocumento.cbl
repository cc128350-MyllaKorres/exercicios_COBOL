       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANCELA-DOCUMENTO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-DOCFISCAIS ASSIGN TO "DOCFISCAIS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-DOCFISCAIS-TMP ASSIGN TO "DOCFISCAISTMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-VENDAS ASSIGN TO "VENDAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-AUTORIZACOES
                   ASSIGN TO "AUTORIZA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-CONTAS-REC
                   ASSIGN TO "CONTASREC.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-CONTAS-TMP ASSIGN TO "CONTASRECTMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-PRODUTOS ASSIGN TO "PRODUTOS.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PROD-CODIGO.
               SELECT ARQ-ESTOQUE ASSIGN TO "ESTOQUE.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ESTOQUE-CHAVE.
               SELECT OPTIONAL ARQ-KITS ASSIGN TO "KITS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
           FD  ARQ-DOCFISCAIS-TMP.
           01  REG-DOCFISCAL-TMP PIC X(99).
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
           FD  ARQ-AUTORIZACOES.
           01  REG-AUTORIZACAO.
               02 AUT-NUMERO    PIC 9(06).
               02 AUT-CLIENTE   PIC 9(04).
               02 AUT-DATA      PIC 9(08).
               02 AUT-VALOR     PIC 9(09)V99.
               02 AUT-PARCELAS  PIC 9(01).
               02 AUT-STATUS    PIC X(01).
               02 AUT-OPERADOR  PIC X(08).
               02 AUT-APROVADOR PIC X(08).
               02 AUT-DATA-DEC  PIC 9(08).
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
           FD  ARQ-CONTAS-TMP.
           01  REG-CONTAS-TMP   PIC X(53).
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
           FD  ARQ-KITS.
           01  REG-KIT.
               02 KIT-CODIGO     PIC 9(05).
               02 KIT-COMPONENTE PIC 9(05).
               02 KIT-QTDE       PIC 9(04).
       WORKING-STORAGE SECTION.
           01 DADOS-OPERADOR.
               02 OPERADOR-SESSAO PIC X(08) VALUE SPACES.
               02 PERFIL-SESSAO   PIC X(01) VALUE SPACE.
           01 DADOS-TRAVA.
               02 DONO-TRAVA       PIC X(08) VALUE SPACES.
               02 RESULTADO-TRAVA  PIC X(01) VALUE SPACE.
           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
               02 MES      PIC 9(02) VALUE ZEROS.
               02 DIA      PIC 9(02) VALUE ZEROS.
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
           01 SERIE-CANC       PIC X(03) VALUE SPACES.
           01 NUMERO-CANC      PIC 9(06) VALUE ZEROS.
           01 NUMERO-CANC-E    PIC ZZZZZ9.
           01 VENDA-CANC       PIC 9(06) VALUE ZEROS.
           01 CLIENTE-CANC     PIC 9(04) VALUE ZEROS.
           01 OPERADOR-CAIXA   PIC X(08) VALUE SPACES.
           01 VALOR-E          PIC ZZZ.ZZZ.ZZ9,99.
           01 CLIENTE-E        PIC ZZZ9.
           01 MOTIVO-CANC      PIC X(30) VALUE SPACES.
           01 CONFIRMA         PIC X(01) VALUE SPACE.
           01 DOC-ACHADO       PIC X(01) VALUE "N".
           01 DOC-GUARDADO     PIC X(99) VALUE SPACES.
           01 FIM-ARQUIVO      PIC X(01) VALUE "N".
           01 QTDE-DEVOLUCOES  PIC 9(04) VALUE ZEROS.
           01 AUT-PENDENTE     PIC X(01) VALUE "N".
           01 ESTOQUE-ESTORNADO PIC X(01) VALUE "N".
           01 TITULOS-PAGOS    PIC 9(02) VALUE ZEROS.
           01 TITULOS-CANC     PIC 9(02) VALUE ZEROS.
           01 DEPOSITO-PADRAO  PIC 9(02) VALUE 01.
           01 SALDO-NOVO       PIC 9(06) VALUE ZEROS.
           01 QTDE-DEV-MOV     PIC 9(06) VALUE ZEROS.
           01 CUSTO-PROD       PIC 9(4)V99 VALUE ZEROS.
           01 MENSA-LOG        PIC X(40) VALUE SPACES.
           01 VALOR-LOG        PIC X(20) VALUE SPACES.
           01 DADOS-ITENS.
               02 QTDE-ITENS      PIC 9(02) VALUE ZEROS.
               02 IDX-ITEM        PIC 9(02) VALUE ZEROS.
               02 ITEM-T OCCURS 20 TIMES.
                   03 ITEM-CODIGO     PIC 9(05).
                   03 ITEM-MERCADORIA PIC X(20).
                   03 ITEM-QTDE       PIC 9(04).
                   03 ITEM-VALOR      PIC 9(7)V99.
                   03 ITEM-CLIENTE    PIC 9(04).
                   03 ITEM-UF         PIC X(02).
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
           DISPLAY "CANCELAMENTO DE DOCUMENTO FISCAL".
           CALL "IDENTIFICA-OPERADOR" USING OPERADOR-SESSAO
               PERFIL-SESSAO.
           IF PERFIL-SESSAO NOT = "S"
               DISPLAY "ACESSO RESTRITO AO PERFIL SUPERVISOR"
               MOVE "PERFIL SEM AUTORIZACAO" TO MENSA-LOG
               CALL "GRAVA-EXCECAO" USING "CANCELA-DOCUMENTO   "
                   "PERFIL         " "SEM-AUTORIZACAO     "
                   MENSA-LOG
               STOP RUN
           END-IF.
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           DISPLAY "SERIE (BRANCO = 001): ".
           ACCEPT SERIE-CANC.
           IF SERIE-CANC = SPACES
               MOVE "001" TO SERIE-CANC
           END-IF.
           DISPLAY "NUMERO DO DOCUMENTO: ".
           ACCEPT NUMERO-CANC-E.
           MOVE NUMERO-CANC-E TO NUMERO-CANC.
           MOVE SPACES TO VALOR-LOG.
           STRING SERIE-CANC  DELIMITED BY SIZE
                  "/"         DELIMITED BY SIZE
                  NUMERO-CANC DELIMITED BY SIZE
             INTO VALOR-LOG.
           PERFORM LOCALIZA-DOCUMENTO.
           IF DOC-ACHADO = "N"
               DISPLAY "DOCUMENTO NAO ENCONTRADO"
               MOVE "DOCUMENTO NAO ENCONTRADO" TO MENSA-LOG
               PERFORM RECUSA-CANCELAMENTO
           END-IF.
           MOVE DOC-GUARDADO TO REG-DOCFISCAL.
           MOVE DOC-VENDA TO VENDA-CANC.
           MOVE DOC-CLIENTE TO CLIENTE-CANC.
           MOVE DOC-OPERADOR TO OPERADOR-CAIXA.
           IF DOC-STATUS = "C"
               DISPLAY "DOCUMENTO JA CANCELADO"
               MOVE "DOCUMENTO JA CANCELADO" TO MENSA-LOG
               PERFORM RECUSA-CANCELAMENTO
           END-IF.
           IF DOC-DATA NOT = DATA-HOJE
               DISPLAY "SO E PERMITIDO CANCELAR NO DIA DA EMISSAO"
               MOVE "CANCELAMENTO FORA DO DIA DA EMISSAO" TO MENSA-LOG
               PERFORM RECUSA-CANCELAMENTO
           END-IF.
           MOVE DOC-VALOR   TO VALOR-E.
           MOVE DOC-CLIENTE TO CLIENTE-E.
           DISPLAY "VENDA " DOC-VENDA " VALOR " VALOR-E
               " CLIENTE " CLIENTE-E " OPERADOR " DOC-OPERADOR.
           PERFORM CARREGA-ITENS-VENDA.
           IF QTDE-DEVOLUCOES > ZEROS
               DISPLAY "VENDA COM DEVOLUCAO REGISTRADA"
               MOVE "VENDA COM DEVOLUCAO REGISTRADA" TO MENSA-LOG
               PERFORM RECUSA-CANCELAMENTO
           END-IF.
           PERFORM VERIFICA-AUTORIZACAO.
           IF AUT-PENDENTE = "S"
               DISPLAY "VENDA AGUARDANDO AUTORIZACAO DE CREDITO"
               MOVE "AUTORIZACAO DE CREDITO PENDENTE" TO MENSA-LOG
               PERFORM RECUSA-CANCELAMENTO
           END-IF.
           PERFORM VERIFICA-TITULOS.
           IF TITULOS-PAGOS > ZEROS
               DISPLAY "VENDA COM PARCELA JA RECEBIDA"
               MOVE "VENDA COM PARCELA JA RECEBIDA" TO MENSA-LOG
               PERFORM RECUSA-CANCELAMENTO
           END-IF.
           MOVE SPACES TO MOTIVO-CANC.
           PERFORM RECEBE-MOTIVO UNTIL MOTIVO-CANC NOT = SPACES.
           DISPLAY "CONFIRMA O CANCELAMENTO (S/N)? ".
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
               DISPLAY "CANCELAMENTO ABANDONADO"
               STOP RUN
           END-IF.
           MOVE OPERADOR-SESSAO TO DONO-TRAVA.
           CALL "TRAVA-ARQUIVO" USING "T" "CONTASREC.DAT   "
               DONO-TRAVA RESULTADO-TRAVA.
           IF RESULTADO-TRAVA = "N"
               DISPLAY "ARQUIVO EM USO PELO OPERADOR " DONO-TRAVA
               DISPLAY "CANCELAMENTO NAO REGISTRADO"
               STOP RUN
           END-IF.
           CALL "TRAVA-ARQUIVO" USING "T" "ESTOQUE.IDX     "
               DONO-TRAVA RESULTADO-TRAVA.
           IF RESULTADO-TRAVA = "N"
               DISPLAY "ARQUIVO EM USO PELO OPERADOR " DONO-TRAVA
               DISPLAY "CANCELAMENTO NAO REGISTRADO"
               CALL "TRAVA-ARQUIVO" USING "D" "CONTASREC.DAT   "
                   DONO-TRAVA RESULTADO-TRAVA
               STOP RUN
           END-IF.
           PERFORM GRAVA-ESTORNO-VENDA
               VARYING IDX-ITEM FROM 1 BY 1
               UNTIL IDX-ITEM > QTDE-ITENS.
           IF ESTOQUE-ESTORNADO = "N"
               PERFORM DEVOLVE-ITEM
                   VARYING IDX-ITEM FROM 1 BY 1
                   UNTIL IDX-ITEM > QTDE-ITENS
               CALL "ATUALIZA-CONTROLE" USING "ESTOQUE.DAT     "
           END-IF.
           CALL "TRAVA-ARQUIVO" USING "D" "ESTOQUE.IDX     "
               DONO-TRAVA RESULTADO-TRAVA.
           PERFORM CANCELA-TITULOS.
           CALL "TRAVA-ARQUIVO" USING "D" "CONTASREC.DAT   "
               DONO-TRAVA RESULTADO-TRAVA.
           PERFORM MARCA-DOCUMENTO.
           MOVE "DOCUMENTO FISCAL CANCELADO" TO MENSA-LOG.
           CALL "GRAVA-EXCECAO" USING "CANCELA-DOCUMENTO   "
               "DOCUMENTO      " VALOR-LOG MENSA-LOG.
           MOVE NUMERO-CANC TO NUMERO-CANC-E.
           DISPLAY "DOCUMENTO " SERIE-CANC "/" NUMERO-CANC-E
               " CANCELADO".
           IF TITULOS-CANC > ZEROS
               DISPLAY "PARCELAS CANCELADAS: " TITULOS-CANC
           END-IF.
           STOP RUN.
       RECUSA-CANCELAMENTO.
           CALL "GRAVA-EXCECAO" USING "CANCELA-DOCUMENTO   "
               "DOCUMENTO      " VALOR-LOG MENSA-LOG.
           DISPLAY "CANCELAMENTO NAO REGISTRADO".
           STOP RUN.
       RECEBE-MOTIVO.
           DISPLAY "MOTIVO DO CANCELAMENTO (OBRIGATORIO): ".
           ACCEPT MOTIVO-CANC.
           IF MOTIVO-CANC = SPACES
               DISPLAY "MOTIVO E OBRIGATORIO"
           END-IF.
       LOCALIZA-DOCUMENTO.
           MOVE "N" TO DOC-ACHADO.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-DOCFISCAIS.
           PERFORM UNTIL FIM-ARQUIVO = "S"
               READ ARQ-DOCFISCAIS
                   AT END MOVE "S" TO FIM-ARQUIVO
                   NOT AT END
                       IF DOC-SERIE = SERIE-CANC
                          AND DOC-NUMERO = NUMERO-CANC
                           MOVE REG-DOCFISCAL TO DOC-GUARDADO
                           MOVE "S" TO DOC-ACHADO
                           MOVE "S" TO FIM-ARQUIVO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-DOCFISCAIS.
       CARREGA-ITENS-VENDA.
           MOVE ZEROS TO QTDE-ITENS.
           MOVE ZEROS TO QTDE-DEVOLUCOES.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-VENDAS.
           PERFORM UNTIL FIM-ARQUIVO = "S"
               READ ARQ-VENDAS
                   AT END MOVE "S" TO FIM-ARQUIVO
                   NOT AT END
                       IF VENDA-NUMERO = VENDA-CANC
                           IF VENDA-TIPO = "D"
                               ADD 1 TO QTDE-DEVOLUCOES
                           ELSE
                               IF QTDE-ITENS < 20
                                   ADD 1 TO QTDE-ITENS
                                   MOVE VENDA-CODIGO
                                       TO ITEM-CODIGO(QTDE-ITENS)
                                   MOVE VENDA-MERCADORIA
                                       TO ITEM-MERCADORIA(QTDE-ITENS)
                                   MOVE VENDA-QTDE
                                       TO ITEM-QTDE(QTDE-ITENS)
                                   MOVE VENDA-PRECOVENDA
                                       TO ITEM-VALOR(QTDE-ITENS)
                                   MOVE VENDA-CLIENTE
                                       TO ITEM-CLIENTE(QTDE-ITENS)
                                   MOVE VENDA-UF
                                       TO ITEM-UF(QTDE-ITENS)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-VENDAS.
       VERIFICA-AUTORIZACAO.
           MOVE "N" TO AUT-PENDENTE.
           MOVE "N" TO ESTOQUE-ESTORNADO.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-AUTORIZACOES.
           PERFORM UNTIL FIM-ARQUIVO = "S"
               READ ARQ-AUTORIZACOES
                   AT END MOVE "S" TO FIM-ARQUIVO
                   NOT AT END
                       IF AUT-NUMERO = VENDA-CANC
                           IF AUT-STATUS = "P"
                               MOVE "S" TO AUT-PENDENTE
                           END-IF
                           IF AUT-STATUS = "R"
                               MOVE "S" TO ESTOQUE-ESTORNADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-AUTORIZACOES.
       VERIFICA-TITULOS.
           MOVE ZEROS TO TITULOS-PAGOS.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-CONTAS-REC.
           PERFORM UNTIL FIM-ARQUIVO = "S"
               READ ARQ-CONTAS-REC
                   AT END MOVE "S" TO FIM-ARQUIVO
                   NOT AT END
                       IF CR-NUMERO = VENDA-CANC
                          AND CR-CLIENTE = CLIENTE-CANC
                          AND CR-ORIGEM = "V"
                          AND (CR-STATUS = "P"
                               OR CR-VALOR-PAGO > ZEROS)
                           ADD 1 TO TITULOS-PAGOS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CONTAS-REC.
       GRAVA-ESTORNO-VENDA.
           MOVE VENDA-CANC                  TO VENDA-NUMERO.
           MOVE ITEM-MERCADORIA(IDX-ITEM)  TO VENDA-MERCADORIA.
           MOVE ITEM-QTDE(IDX-ITEM)        TO VENDA-QTDE.
           MOVE ITEM-VALOR(IDX-ITEM)       TO VENDA-PRECOVENDA.
           MOVE "D"                        TO VENDA-TIPO.
           MOVE OPERADOR-CAIXA             TO VENDA-OPERADOR.
           MOVE DATA-HOJE                  TO VENDA-DATA.
           MOVE ITEM-CODIGO(IDX-ITEM)      TO VENDA-CODIGO.
           MOVE ITEM-CLIENTE(IDX-ITEM)     TO VENDA-CLIENTE.
           MOVE ITEM-UF(IDX-ITEM)          TO VENDA-UF.
           MOVE "CN"                       TO VENDA-MOTIVO.
           OPEN EXTEND ARQ-VENDAS.
           WRITE REG-VENDA.
           CLOSE ARQ-VENDAS.
       DEVOLVE-ITEM.
           IF ITEM-CODIGO(IDX-ITEM) > ZEROS
               PERFORM DEVOLVE-PRODUTO
           END-IF.
       DEVOLVE-PRODUTO.
           PERFORM CARREGA-KIT.
           IF E-KIT = "S"
               PERFORM DEVOLVE-COMPONENTE-KIT
                   VARYING IDX-KIT FROM 1 BY 1
                   UNTIL IDX-KIT > QTDE-COMPS-KIT
           ELSE
               MOVE ITEM-CODIGO(IDX-ITEM) TO CODIGO-MOV
               MOVE ITEM-QTDE(IDX-ITEM)   TO QTDE-DEV-MOV
               PERFORM LOCALIZA-CUSTO-PRODUTO
               PERFORM ATUALIZA-ESTOQUE
               CALL "GRAVA-MOVESTOQUE" USING CODIGO-MOV
                   DEPOSITO-PADRAO "E"
                   "CANCELADA " QTDE-DEV-MOV SALDO-NOVO CUSTO-PROD
           END-IF.
       DEVOLVE-COMPONENTE-KIT.
           MOVE KTT-CODIGO(IDX-KIT) TO CODIGO-MOV.
           COMPUTE QTDE-DEV-MOV =
               ITEM-QTDE(IDX-ITEM) * KTT-QTDE(IDX-KIT).
           PERFORM ATUALIZA-ESTOQUE.
           CALL "GRAVA-MOVESTOQUE" USING CODIGO-MOV
               DEPOSITO-PADRAO "E"
               "CANCELADA " QTDE-DEV-MOV SALDO-NOVO
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
       LOCALIZA-CUSTO-PRODUTO.
           MOVE ZEROS TO CUSTO-PROD.
           OPEN INPUT ARQ-PRODUTOS.
           MOVE CODIGO-MOV TO PROD-CODIGO.
           READ ARQ-PRODUTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PROD-PRECOUNI TO CUSTO-PROD
           END-READ.
           CLOSE ARQ-PRODUTOS.
       CARREGA-KIT.
           MOVE "N"   TO E-KIT.
           MOVE ZEROS TO QTDE-COMPS-KIT.
           MOVE "N"   TO FIM-KITS.
           OPEN INPUT ARQ-KITS.
           PERFORM UNTIL FIM-KITS = "S"
               READ ARQ-KITS
                   AT END MOVE "S" TO FIM-KITS
                   NOT AT END
                       IF KIT-CODIGO = ITEM-CODIGO(IDX-ITEM)
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
       CANCELA-TITULOS.
           MOVE ZEROS TO TITULOS-CANC.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT  ARQ-CONTAS-REC.
           OPEN OUTPUT ARQ-CONTAS-TMP.
           PERFORM UNTIL FIM-ARQUIVO = "S"
               READ ARQ-CONTAS-REC
                   AT END MOVE "S" TO FIM-ARQUIVO
                   NOT AT END
                       IF CR-NUMERO = VENDA-CANC
                          AND CR-CLIENTE = CLIENTE-CANC
                          AND CR-ORIGEM = "V"
                          AND CR-STATUS = "A"
                           MOVE "C" TO CR-STATUS
                           ADD 1 TO TITULOS-CANC
                       END-IF
                       MOVE REG-CONTA-REC TO REG-CONTAS-TMP
                       WRITE REG-CONTAS-TMP
               END-READ
           END-PERFORM.
           CLOSE ARQ-CONTAS-REC.
           CLOSE ARQ-CONTAS-TMP.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN OUTPUT ARQ-CONTAS-REC.
           OPEN INPUT  ARQ-CONTAS-TMP.
           PERFORM UNTIL FIM-ARQUIVO = "S"
               READ ARQ-CONTAS-TMP
                   AT END MOVE "S" TO FIM-ARQUIVO
                   NOT AT END
                       MOVE REG-CONTAS-TMP TO REG-CONTA-REC
                       WRITE REG-CONTA-REC
               END-READ
           END-PERFORM.
           CLOSE ARQ-CONTAS-REC.
           CLOSE ARQ-CONTAS-TMP.
       MARCA-DOCUMENTO.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT  ARQ-DOCFISCAIS.
           OPEN OUTPUT ARQ-DOCFISCAIS-TMP.
           PERFORM UNTIL FIM-ARQUIVO = "S"
               READ ARQ-DOCFISCAIS
                   AT END MOVE "S" TO FIM-ARQUIVO
                   NOT AT END
                       IF DOC-SERIE = SERIE-CANC
                          AND DOC-NUMERO = NUMERO-CANC
                           MOVE "C"             TO DOC-STATUS
                           MOVE DATA-HOJE       TO DOC-DATA-CANC
                           MOVE OPERADOR-SESSAO TO DOC-SUPERVISOR
                           MOVE MOTIVO-CANC     TO DOC-MOTIVO
                       END-IF
                       MOVE REG-DOCFISCAL TO REG-DOCFISCAL-TMP
                       WRITE REG-DOCFISCAL-TMP
               END-READ
           END-PERFORM.
           CLOSE ARQ-DOCFISCAIS.
           CLOSE ARQ-DOCFISCAIS-TMP.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN OUTPUT ARQ-DOCFISCAIS.
           OPEN INPUT  ARQ-DOCFISCAIS-TMP.
           PERFORM UNTIL FIM-ARQUIVO = "S"
               READ ARQ-DOCFISCAIS-TMP
                   AT END MOVE "S" TO FIM-ARQUIVO
                   NOT AT END
                       MOVE REG-DOCFISCAL-TMP TO REG-DOCFISCAL
                       WRITE REG-DOCFISCAL
               END-READ
           END-PERFORM.
           CLOSE ARQ-DOCFISCAIS.
           CLOSE ARQ-DOCFISCAIS-TMP.
