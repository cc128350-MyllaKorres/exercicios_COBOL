       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVOLUCAO-FORNECEDOR.
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
               SELECT ARQ-ESTOQUE ASSIGN TO "ESTOQUE.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ESTOQUE-CHAVE.
               SELECT OPTIONAL ARQ-FORNECEDORES
                   ASSIGN TO "FORNECEDORES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-RECEBIMENTOS
                   ASSIGN TO "RECEBIMENTOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-LOTES ASSIGN TO "LOTES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-LOTES-TMP ASSIGN TO "LOTESTMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-TRIBUTOS ASSIGN TO "APURTRIB.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-CONTAS-PAG ASSIGN TO "CONTASPAG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-DEVOLUCOES ASSIGN TO "DEVFORNEC.DAT"
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
           FD  ARQ-ESTOQUE.
           01  REG-ESTOQUE.
               02 ESTOQUE-CHAVE.
                   03 ESTOQUE-CODIGO    PIC 9(05).
                   03 ESTOQUE-DEPOSITO  PIC 9(02).
               02 ESTOQUE-QTDE      PIC 9(06).
           FD  ARQ-FORNECEDORES.
           01  REG-FORNECEDOR.
               02 FOR-CODIGO    PIC 9(04).
               02 FOR-RAZAO     PIC X(30).
               02 FOR-CNPJ      PIC 9(14).
               02 FOR-CONTATO   PIC X(20).
               02 FOR-PRAZO     PIC 9(03).
               02 FOR-UF        PIC X(02).
           FD  ARQ-RECEBIMENTOS.
           01  REG-RECEBIMENTO.
               02 RCB-DATA       PIC 9(08).
               02 RCB-FORNECEDOR PIC X(20).
               02 RCB-CODIGO     PIC 9(05).
               02 RCB-QTDE       PIC 9(06).
               02 RCB-CUSTO-UNIT PIC 9(4)V99.
               02 RCB-CUSTO-TOT  PIC 9(09)V99.
               02 RCB-PEDIDO     PIC 9(06).
               02 RCB-FORN-COD   PIC 9(04).
           FD  ARQ-LOTES.
           01  REG-LOTE.
               02 LOT-CODIGO    PIC 9(05).
               02 LOT-DEPOSITO  PIC 9(02).
               02 LOT-LOTE      PIC X(10).
               02 LOT-VALIDADE  PIC 9(08).
               02 LOT-QTDE      PIC 9(06).
           FD  ARQ-LOTES-TMP.
           01  REG-LOTE-TMP     PIC X(31).
           FD  ARQ-TRIBUTOS.
           01  REG-TRIBUTO.
               02 TRB-DATA      PIC 9(08).
               02 TRB-UF        PIC X(02).
               02 TRB-TRIBUTO   PIC X(06).
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
           FD  ARQ-DEVOLUCOES.
           01  REG-DEVOLUCAO.
               02 DVF-NUMERO     PIC 9(06).
               02 DVF-DATA       PIC 9(08).
               02 DVF-FORNECEDOR PIC 9(04).
               02 DVF-CODIGO     PIC 9(05).
               02 DVF-DEPOSITO   PIC 9(02).
               02 DVF-LOTE       PIC X(10).
               02 DVF-QTDE       PIC 9(06).
               02 DVF-CUSTO-UNIT PIC 9(4)V99.
               02 DVF-VALOR      PIC 9(09)V99.
               02 DVF-MOTIVO     PIC X(02).
               02 DVF-OPERADOR   PIC X(08).
               02 DVF-TITULO     PIC 9(06).
       WORKING-STORAGE SECTION.
           01 DADOS-OPERADOR.
               02 OPERADOR-SESSAO PIC X(08) VALUE SPACES.
               02 PERFIL-SESSAO   PIC X(01) VALUE SPACE.
           01 DADOS-TRAVA.
               02 DONO-TRAVA       PIC X(08) VALUE SPACES.
               02 RESULTADO-TRAVA  PIC X(01) VALUE SPACE.
           01 CODIGO-FORNEC    PIC 9(04) VALUE ZEROS.
           01 CODIGO-FORNEC-E  PIC ZZZ9.
           01 FORNECEDOR       PIC X(20) VALUE SPACES.
           01 UF-FORNECEDOR    PIC X(02) VALUE SPACES.
           01 UF-EMPRESA       PIC X(02) VALUE "SP".
           01 FORNEC-ACHADO    PIC X(01) VALUE "N".
           01 FIM-FORNEC       PIC X(01) VALUE "N".
           01 CODPROD          PIC 9(05) VALUE ZEROS.
           01 CODPROD-E        PIC ZZZZ9.
           01 PRODUTO-ACHADO   PIC X(01) VALUE "N".
           01 DEPOSITO         PIC 9(02) VALUE 01.
           01 DEPOSITO-E       PIC Z9.
           01 ESTOQUE-ATUAL    PIC 9(06) VALUE ZEROS.
           01 SALDO-NOVO       PIC 9(06) VALUE ZEROS.
           01 SALDO-OK         PIC X(01) VALUE "N".
           01 QTDE-DEVOLVER    PIC 9(06) VALUE ZEROS.
           01 QTDE-DEVOLVER-E  PIC ZZZZZ9.
           01 QTDE-OK          PIC X(01) VALUE "N".
           01 MOTIVO           PIC X(02) VALUE SPACES.
           01 DADOS-LOTE.
               02 LOTE-DEVOLVIDO  PIC X(10) VALUE SPACES.
               02 LOTE-ACHADO     PIC X(01) VALUE "N".
               02 SALDO-LOTE      PIC 9(06) VALUE ZEROS.
               02 SALDO-LOTE-E    PIC ZZZZZ9.
               02 VALIDADE-LOTE   PIC 9(08) VALUE ZEROS.
               02 FIM-LOTES       PIC X(01) VALUE "N".
               02 FIM-LOTES-TMP   PIC X(01) VALUE "N".
               02 QTDE-A-BAIXAR   PIC 9(06) VALUE ZEROS.
           01 DADOS-VALOR.
               02 CUSTO-UNIT      PIC 9(4)V99 VALUE ZEROS.
               02 CUSTO-UNIT-E    PIC Z.ZZ9,99.
               02 VALOR-DEVOLUCAO PIC 9(09)V99 VALUE ZEROS.
               02 VALOR-E         PIC ZZZ.ZZZ.ZZ9,99.
               02 FIM-RECEB       PIC X(01) VALUE "N".
           01 DADOS-TRIBUTOS.
               02 TAXA-ICMS-CRED   PIC 9(02)V99 VALUE 18,00.
               02 ESTORNO-ICMS     PIC 9(09)V99 VALUE ZEROS.
           01 DADOS-TITULO.
               02 NUMERO-TITULO   PIC 9(06) VALUE ZEROS.
               02 NUMERO-TITULO-E PIC ZZZZZ9.
               02 NUMERO-DEVOL    PIC 9(06) VALUE ZEROS.
               02 NUMERO-DEVOL-E  PIC ZZZZZ9.
               02 DOCUMENTO-DEVOL PIC X(10) VALUE SPACES.
               02 FIM-CONTAS-PAG  PIC X(01) VALUE "N".
               02 FIM-DEVOLUCOES  PIC X(01) VALUE "N".
           01 CONTINUAR        PIC X(01) VALUE SPACE.
           01 MENSA-LOG        PIC X(40) VALUE SPACES.
           01 MENSA1           PIC X(45) VALUE
               "CODIGO DO FORNECEDOR: ".
           01 MENSA2           PIC X(45) VALUE
               "FORNECEDOR NAO CADASTRADO".
           01 MENSA3           PIC X(45) VALUE
               "CODIGO DO PRODUTO: ".
           01 MENSA4           PIC X(45) VALUE
               "PRODUTO NAO CADASTRADO".
           01 MENSA5           PIC X(45) VALUE
               "NUMERO DO LOTE (BRANCO=SEM LOTE): ".
           01 MENSA6           PIC X(45) VALUE
               "LOTE NAO ENCONTRADO PARA O PRODUTO".
           01 MENSA7           PIC X(45) VALUE
               "QUANTIDADE A DEVOLVER: ".
           01 MENSA8           PIC X(45) VALUE
               "QUANTIDADE MAIOR QUE O SALDO DISPONIVEL".
           01 MENSA9           PIC X(45) VALUE
               "MOTIVO (01=AVARIA 02=VALIDADE 03=OUTROS): ".
           01 MENSA10          PIC X(45) VALUE
               "DEVOLUCAO REGISTRADA".
           01 MENSA11          PIC X(45) VALUE
               "OUTRA DEVOLUCAO (S/N)? ".
           01 CONSULTA-PARAMETRO.
               02 PRM-MODULO    PIC X(08) VALUE SPACES.
               02 PRM-NOME      PIC X(15) VALUE SPACES.
               02 PRM-DATA      PIC 9(08) VALUE ZEROS.
               02 PRM-VALOR     PIC 9(09)V9(06) VALUE ZEROS.
               02 PRM-ACHOU     PIC X(01) VALUE SPACE.
           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
               02 MES      PIC 9(02) VALUE ZEROS.
               02 DIA      PIC 9(02) VALUE ZEROS.
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "DEVOLUCAO DE MERCADORIA AO FORNECEDOR".
           CALL "LE-OPERADOR" USING OPERADOR-SESSAO PERFIL-SESSAO.
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           PERFORM CARREGA-ALIQUOTAS.
           PERFORM PROCESSO.
           PERFORM CONTINUA.
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
           PERFORM PEDE-FORNECEDOR UNTIL FORNEC-ACHADO = "S".
           PERFORM PEDE-PRODUTO UNTIL PRODUTO-ACHADO = "S".
           DISPLAY "DEPOSITO (01 A 99): ".
           ACCEPT DEPOSITO-E.
           MOVE DEPOSITO-E TO DEPOSITO.
           IF DEPOSITO = ZEROS
               MOVE 01 TO DEPOSITO
           END-IF.
           PERFORM PEDE-LOTE UNTIL LOTE-ACHADO = "S".
           PERFORM PEDE-QUANTIDADE UNTIL QTDE-OK = "S".
           PERFORM PEDE-MOTIVO UNTIL MOTIVO = "01" OR "02" OR "03".
           PERFORM BUSCA-CUSTO-ENTRADA.
           COMPUTE VALOR-DEVOLUCAO = QTDE-DEVOLVER * CUSTO-UNIT.
           MOVE CUSTO-UNIT      TO CUSTO-UNIT-E.
           MOVE VALOR-DEVOLUCAO TO VALOR-E.
           DISPLAY "CUSTO UNITARIO DA ENTRADA: " CUSTO-UNIT-E.
           DISPLAY "VALOR DA DEVOLUCAO.......: " VALOR-E.
           MOVE OPERADOR-SESSAO TO DONO-TRAVA.
           CALL "TRAVA-ARQUIVO" USING "T" "ESTOQUE.IDX     "
               DONO-TRAVA RESULTADO-TRAVA.
           IF RESULTADO-TRAVA = "N"
               DISPLAY "ARQUIVO EM USO PELO OPERADOR " DONO-TRAVA
               DISPLAY "DEVOLUCAO NAO REGISTRADA"
           ELSE
               PERFORM BAIXA-ESTOQUE
               IF SALDO-OK = "S"
                   PERFORM PROXIMO-NUMERO-DEVOLUCAO
                   IF LOTE-DEVOLVIDO NOT = SPACES
                       PERFORM BAIXA-LOTE
                   END-IF
                   CALL "GRAVA-MOVESTOQUE" USING CODPROD DEPOSITO
                       "S" DOCUMENTO-DEVOL QTDE-DEVOLVER SALDO-NOVO
                       CUSTO-UNIT
                   CALL "ATUALIZA-CONTROLE" USING "ESTOQUE.DAT     "
                   PERFORM GRAVA-ESTORNO-ICMS
                   PERFORM GRAVA-NOTA-DEBITO
                   PERFORM GRAVA-DEVOLUCAO
                   DISPLAY MENSA10
               END-IF
               CALL "TRAVA-ARQUIVO" USING "D" "ESTOQUE.IDX     "
                   DONO-TRAVA RESULTADO-TRAVA
           END-IF.
       PEDE-FORNECEDOR.
           DISPLAY MENSA1.
           ACCEPT CODIGO-FORNEC-E.
           MOVE CODIGO-FORNEC-E TO CODIGO-FORNEC.
           PERFORM LOCALIZA-FORNECEDOR.
           IF FORNEC-ACHADO = "N"
               DISPLAY MENSA2
               CALL "GRAVA-EXCECAO" USING "DEVOLUCAO-FORNECEDOR"
                   "FORNECEDOR     " "NAO-CADASTRADO      " MENSA2
           ELSE
               DISPLAY FORNECEDOR
           END-IF.
       LOCALIZA-FORNECEDOR.
           MOVE "N" TO FORNEC-ACHADO.
           MOVE SPACES TO FORNECEDOR.
           MOVE SPACES TO UF-FORNECEDOR.
           MOVE "N" TO FIM-FORNEC.
           OPEN INPUT ARQ-FORNECEDORES.
           PERFORM UNTIL FIM-FORNEC = "S"
               READ ARQ-FORNECEDORES
                   AT END MOVE "S" TO FIM-FORNEC
                   NOT AT END
                       IF FOR-CODIGO = CODIGO-FORNEC
                           MOVE FOR-RAZAO(1:20) TO FORNECEDOR
                           MOVE FOR-UF TO UF-FORNECEDOR
                           MOVE "S" TO FORNEC-ACHADO
                           MOVE "S" TO FIM-FORNEC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-FORNECEDORES.
       PEDE-PRODUTO.
           DISPLAY MENSA3.
           ACCEPT CODPROD-E.
           MOVE CODPROD-E TO CODPROD.
           MOVE "N" TO PRODUTO-ACHADO.
           OPEN INPUT ARQ-PRODUTOS.
           MOVE CODPROD TO PROD-CODIGO.
           READ ARQ-PRODUTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY PROD-MERCADORIA
                   MOVE "S" TO PRODUTO-ACHADO
           END-READ.
           CLOSE ARQ-PRODUTOS.
           IF PRODUTO-ACHADO = "N"
               DISPLAY MENSA4
               CALL "GRAVA-EXCECAO" USING "DEVOLUCAO-FORNECEDOR"
                   "CODPROD        " "NAO-CADASTRADO      " MENSA4.
       PEDE-LOTE.
           DISPLAY MENSA5.
           ACCEPT LOTE-DEVOLVIDO.
           IF LOTE-DEVOLVIDO = SPACES
               MOVE "S" TO LOTE-ACHADO
           ELSE
               PERFORM LOCALIZA-LOTE
               IF LOTE-ACHADO = "N"
                   DISPLAY MENSA6
                   CALL "GRAVA-EXCECAO" USING "DEVOLUCAO-FORNECEDOR"
                       "LOTE           " "NAO-ENCONTRADO      "
                       MENSA6
               ELSE
                   MOVE SALDO-LOTE TO SALDO-LOTE-E
                   DISPLAY "SALDO DO LOTE: " SALDO-LOTE-E
                       " VALIDADE: " VALIDADE-LOTE
               END-IF
           END-IF.
       LOCALIZA-LOTE.
           MOVE "N"   TO LOTE-ACHADO.
           MOVE ZEROS TO SALDO-LOTE.
           MOVE "N"   TO FIM-LOTES.
           OPEN EXTEND ARQ-LOTES.
           CLOSE ARQ-LOTES.
           OPEN INPUT ARQ-LOTES.
           PERFORM UNTIL FIM-LOTES = "S"
               READ ARQ-LOTES
                   AT END MOVE "S" TO FIM-LOTES
                   NOT AT END
                       IF LOT-CODIGO = CODPROD
                          AND LOT-DEPOSITO = DEPOSITO
                          AND LOT-LOTE = LOTE-DEVOLVIDO
                          AND LOT-QTDE > ZEROS
                           ADD LOT-QTDE TO SALDO-LOTE
                           MOVE LOT-VALIDADE TO VALIDADE-LOTE
                           MOVE "S" TO LOTE-ACHADO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-LOTES.
       PEDE-QUANTIDADE.
           MOVE "N" TO QTDE-OK.
           DISPLAY MENSA7.
           ACCEPT QTDE-DEVOLVER-E.
           MOVE QTDE-DEVOLVER-E TO QTDE-DEVOLVER.
           IF QTDE-DEVOLVER > ZEROS
               PERFORM LOCALIZA-ESTOQUE
               IF QTDE-DEVOLVER > ESTOQUE-ATUAL
                  OR (LOTE-DEVOLVIDO NOT = SPACES
                      AND QTDE-DEVOLVER > SALDO-LOTE)
                   DISPLAY MENSA8
                   MOVE MENSA8(1:40) TO MENSA-LOG
                   CALL "GRAVA-EXCECAO" USING "DEVOLUCAO-FORNECEDOR"
                       "QTDE           " "SALDO-INSUFICIENTE  "
                       MENSA-LOG
               ELSE
                   MOVE "S" TO QTDE-OK
               END-IF
           END-IF.
       LOCALIZA-ESTOQUE.
           MOVE ZEROS TO ESTOQUE-ATUAL.
           OPEN INPUT ARQ-ESTOQUE.
           MOVE CODPROD  TO ESTOQUE-CODIGO.
           MOVE DEPOSITO TO ESTOQUE-DEPOSITO.
           READ ARQ-ESTOQUE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ESTOQUE-QTDE TO ESTOQUE-ATUAL
           END-READ.
           CLOSE ARQ-ESTOQUE.
       PEDE-MOTIVO.
           DISPLAY MENSA9.
           ACCEPT MOTIVO.
       BUSCA-CUSTO-ENTRADA.
           MOVE ZEROS TO CUSTO-UNIT.
           MOVE "N" TO FIM-RECEB.
           OPEN EXTEND ARQ-RECEBIMENTOS.
           CLOSE ARQ-RECEBIMENTOS.
           OPEN INPUT ARQ-RECEBIMENTOS.
           PERFORM UNTIL FIM-RECEB = "S"
               READ ARQ-RECEBIMENTOS
                   AT END MOVE "S" TO FIM-RECEB
                   NOT AT END
                       IF RCB-CODIGO = CODPROD
                          AND (RCB-FORN-COD = CODIGO-FORNEC
                               OR RCB-FORNECEDOR = FORNECEDOR)
                           MOVE RCB-CUSTO-UNIT TO CUSTO-UNIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-RECEBIMENTOS.
           IF CUSTO-UNIT = ZEROS
               OPEN INPUT ARQ-PRODUTOS
               MOVE CODPROD TO PROD-CODIGO
               READ ARQ-PRODUTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PROD-PRECOUNI TO CUSTO-UNIT
               END-READ
               CLOSE ARQ-PRODUTOS
           END-IF.
       BAIXA-ESTOQUE.
           MOVE "N" TO SALDO-OK.
           OPEN I-O ARQ-ESTOQUE.
           MOVE CODPROD  TO ESTOQUE-CODIGO.
           MOVE DEPOSITO TO ESTOQUE-DEPOSITO.
           READ ARQ-ESTOQUE
               INVALID KEY
                   DISPLAY "PRODUTO SEM SALDO NO DEPOSITO"
               NOT INVALID KEY
                   IF ESTOQUE-QTDE < QTDE-DEVOLVER
                       DISPLAY MENSA8
                   ELSE
                       SUBTRACT QTDE-DEVOLVER FROM ESTOQUE-QTDE
                       MOVE ESTOQUE-QTDE TO SALDO-NOVO
                       REWRITE REG-ESTOQUE
                       MOVE "S" TO SALDO-OK
                   END-IF
           END-READ.
           CLOSE ARQ-ESTOQUE.
       BAIXA-LOTE.
           MOVE QTDE-DEVOLVER TO QTDE-A-BAIXAR.
           MOVE "N" TO FIM-LOTES.
           OPEN INPUT  ARQ-LOTES.
           OPEN OUTPUT ARQ-LOTES-TMP.
           PERFORM UNTIL FIM-LOTES = "S"
               READ ARQ-LOTES
                   AT END MOVE "S" TO FIM-LOTES
                   NOT AT END
                       IF LOT-CODIGO = CODPROD
                          AND LOT-DEPOSITO = DEPOSITO
                          AND LOT-LOTE = LOTE-DEVOLVIDO
                          AND LOT-QTDE > ZEROS
                          AND QTDE-A-BAIXAR > ZEROS
                           IF LOT-QTDE < QTDE-A-BAIXAR
                               SUBTRACT LOT-QTDE FROM QTDE-A-BAIXAR
                               MOVE ZEROS TO LOT-QTDE
                           ELSE
                               SUBTRACT QTDE-A-BAIXAR FROM LOT-QTDE
                               MOVE ZEROS TO QTDE-A-BAIXAR
                           END-IF
                       END-IF
                       MOVE REG-LOTE TO REG-LOTE-TMP
                       WRITE REG-LOTE-TMP
               END-READ
           END-PERFORM.
           CLOSE ARQ-LOTES.
           CLOSE ARQ-LOTES-TMP.
           MOVE "N" TO FIM-LOTES-TMP.
           OPEN OUTPUT ARQ-LOTES.
           OPEN INPUT  ARQ-LOTES-TMP.
           PERFORM UNTIL FIM-LOTES-TMP = "S"
               READ ARQ-LOTES-TMP
                   AT END MOVE "S" TO FIM-LOTES-TMP
                   NOT AT END
                       MOVE REG-LOTE-TMP TO REG-LOTE
                       WRITE REG-LOTE
               END-READ
           END-PERFORM.
           CLOSE ARQ-LOTES.
           CLOSE ARQ-LOTES-TMP.
       GRAVA-ESTORNO-ICMS.
           COMPUTE ESTORNO-ICMS ROUNDED =
               VALOR-DEVOLUCAO * TAXA-ICMS-CRED / 100.
           MOVE DATA-HOJE    TO TRB-DATA.
           IF UF-FORNECEDOR = SPACES
               MOVE UF-EMPRESA TO TRB-UF
           ELSE
               MOVE UF-FORNECEDOR TO TRB-UF
           END-IF.
           MOVE "ICMS  "        TO TRB-TRIBUTO.
           MOVE "D"             TO TRB-DC.
           MOVE VALOR-DEVOLUCAO TO TRB-BASE.
           MOVE ESTORNO-ICMS    TO TRB-VALOR.
           OPEN EXTEND ARQ-TRIBUTOS.
           WRITE REG-TRIBUTO.
           CLOSE ARQ-TRIBUTOS.
       GRAVA-NOTA-DEBITO.
           PERFORM PROXIMO-NUMERO-TITULO.
           MOVE NUMERO-TITULO   TO CP-NUMERO.
           MOVE CODIGO-FORNEC   TO CP-FORNECEDOR.
           MOVE FORNECEDOR      TO CP-RAZAO.
           MOVE DOCUMENTO-DEVOL TO CP-NOTA.
           MOVE DATA-HOJE       TO CP-DATA.
           MOVE VALOR-DEVOLUCAO TO CP-VALOR.
           MOVE "A"             TO CP-STATUS.
           MOVE ZEROS           TO CP-VALOR-PAGO.
           MOVE DATA-HOJE       TO CP-VENCIMENTO.
           MOVE "D"             TO CP-TIPO.
           MOVE ZEROS           TO CP-PEDIDO.
           OPEN EXTEND ARQ-CONTAS-PAG.
           WRITE REG-CONTA-PAG.
           CLOSE ARQ-CONTAS-PAG.
           MOVE NUMERO-TITULO TO NUMERO-TITULO-E.
           DISPLAY "NOTA DE DEBITO GERADA: " NUMERO-TITULO-E.
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
       PROXIMO-NUMERO-DEVOLUCAO.
           MOVE ZEROS TO NUMERO-DEVOL.
           MOVE "N"   TO FIM-DEVOLUCOES.
           OPEN EXTEND ARQ-DEVOLUCOES.
           CLOSE ARQ-DEVOLUCOES.
           OPEN INPUT ARQ-DEVOLUCOES.
           PERFORM UNTIL FIM-DEVOLUCOES = "S"
               READ ARQ-DEVOLUCOES
                   AT END MOVE "S" TO FIM-DEVOLUCOES
                   NOT AT END
                       IF DVF-NUMERO > NUMERO-DEVOL
                           MOVE DVF-NUMERO TO NUMERO-DEVOL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-DEVOLUCOES.
           ADD 1 TO NUMERO-DEVOL.
           MOVE SPACES TO DOCUMENTO-DEVOL.
           STRING "DEVF"       DELIMITED BY SIZE
                  NUMERO-DEVOL DELIMITED BY SIZE
             INTO DOCUMENTO-DEVOL.
       GRAVA-DEVOLUCAO.
           MOVE NUMERO-DEVOL    TO DVF-NUMERO.
           MOVE DATA-HOJE       TO DVF-DATA.
           MOVE CODIGO-FORNEC   TO DVF-FORNECEDOR.
           MOVE CODPROD         TO DVF-CODIGO.
           MOVE DEPOSITO        TO DVF-DEPOSITO.
           MOVE LOTE-DEVOLVIDO  TO DVF-LOTE.
           MOVE QTDE-DEVOLVER   TO DVF-QTDE.
           MOVE CUSTO-UNIT      TO DVF-CUSTO-UNIT.
           MOVE VALOR-DEVOLUCAO TO DVF-VALOR.
           MOVE MOTIVO          TO DVF-MOTIVO.
           MOVE OPERADOR-SESSAO TO DVF-OPERADOR.
           MOVE NUMERO-TITULO   TO DVF-TITULO.
           OPEN EXTEND ARQ-DEVOLUCOES.
           WRITE REG-DEVOLUCAO.
           CLOSE ARQ-DEVOLUCOES.
           MOVE NUMERO-DEVOL TO NUMERO-DEVOL-E.
           DISPLAY "DEVOLUCAO NUMERO " NUMERO-DEVOL-E.
       CONTINUA.
           DISPLAY MENSA11.
           ACCEPT CONTINUAR.
           IF CONTINUAR = "S" OR CONTINUAR = "s"
               MOVE "N"    TO FORNEC-ACHADO
               MOVE "N"    TO PRODUTO-ACHADO
               MOVE "N"    TO LOTE-ACHADO
               MOVE "N"    TO QTDE-OK
               MOVE SPACES TO MOTIVO
               MOVE SPACES TO LOTE-DEVOLVIDO
               PERFORM PROCESSO
               PERFORM CONTINUA.
