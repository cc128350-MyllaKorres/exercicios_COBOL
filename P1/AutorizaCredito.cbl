                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-CLIENTES ASSIGN TO "CLIENTES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-RESERVAS ASSIGN TO "RESERVAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-ESTOQUE ASSIGN TO "ESTOQUE.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ESTOQUE-CHAVE.
               SELECT ARQ-PRODUTOS ASSIGN TO "PRODUTOS.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PROD-CODIGO.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-AUTORIZACOES.
               02 CR-PARCELA    PIC 9(02).
               02 CR-VENCIMENTO PIC 9(08).
               02 CR-NIVEL-COB  PIC 9(01).
               02 CR-ORIGEM     PIC X(01).
           FD  ARQ-CLIENTES.
           01  REG-CLIENTE.
               02 CLI-CODIGO    PIC 9(04).
               02 CLI-NOME      PIC X(30).
               02 CLI-CPF       PIC 9(11).
               02 CLI-LIMITE    PIC 9(07)V99.
               02 CLI-CEP       PIC 9(08).
               02 CLI-MUNICIPIO PIC 9(07).
           FD  ARQ-RESERVAS.
           01  REG-RESERVA.
               02 RSV-ORIGEM     PIC X(01).
               02 RSV-DOCUMENTO  PIC 9(06).
               02 RSV-CODIGO     PIC 9(05).
               02 RSV-DEPOSITO   PIC 9(02).
               02 RSV-QTDE       PIC 9(06).
               02 RSV-DATA       PIC 9(08).
               02 RSV-VALIDADE   PIC 9(08).
               02 RSV-STATUS     PIC X(01).
               02 RSV-DATA-BAIXA PIC 9(08).
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
       WORKING-STORAGE SECTION.
           01 DADOS-OPERADOR.
               02 OPERADOR-SESSAO PIC X(08) VALUE SPACES.
               02 DIA-UTIL-DATA2  PIC 9(08) VALUE ZEROS.
               02 DIA-UTIL-DIAS   PIC 9(05) VALUE ZEROS.
               02 DIA-UTIL-RES    PIC X(01) VALUE SPACE.
           01 DADOS-RESERVA.
               02 FIM-RESERVAS      PIC X(01) VALUE "N".
               02 RESERVA-EFETIVADA PIC X(01) VALUE "N".
               02 QTDE-RESERVAS     PIC 9(03) VALUE ZEROS.
               02 IDX-RESERVA       PIC 9(03) VALUE ZEROS.
               02 QTDE-BAIXA        PIC 9(06) VALUE ZEROS.
               02 SALDO-NOVO        PIC 9(06) VALUE ZEROS.
               02 CUSTO-UNIT        PIC 9(4)V99 VALUE ZEROS.
               02 LINHAS-BAIXADAS   PIC 9(06) VALUE ZEROS.
               02 CODPROD-RESERVA   PIC 9(05) VALUE ZEROS.
               02 DEPOSITO-RESERVA  PIC 9(02) VALUE 01.
               02 RESERVA-T OCCURS 100 TIMES.
                   03 RST-CODIGO    PIC 9(05).
                   03 RST-DEPOSITO  PIC 9(02).
                   03 RST-QTDE      PIC 9(06).
           01 DADOS-TRAVA.
               02 DONO-TRAVA       PIC X(08) VALUE SPACES.
               02 RESULTADO-TRAVA  PIC X(01) VALUE SPACE.
           01 MENSA-LOG        PIC X(40) VALUE SPACES.
           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
           PERFORM PEDE-DECISAO
               UNTIL DECISAO = "A" OR DECISAO = "R"
                  OR DECISAO = "P".
           IF DECISAO = "A"
               PERFORM EFETIVA-RESERVAS THRU EFETIVA-RESERVAS-SAIDA
               IF RESERVA-EFETIVADA = "N"
                   DISPLAY "ESTOQUE EM USO PELO OPERADOR " DONO-TRAVA
                   DISPLAY "DECISAO ADIADA"
                   MOVE "P" TO DECISAO
               END-IF
           END-IF.
           IF DECISAO = "A" OR DECISAO = "R"
               ADD 1 TO QTDE-FILA
               MOVE AUT-NUMERO TO FILA-NUMERO(QTDE-FILA)
                   CALL "GRAVA-EXCECAO" USING "AUTORIZA-CREDITO    "
                       "AUTORIZACAO    " "REJEITADA           "
                       MENSA-LOG
                   CALL "RESERVA-ESTOQUE" USING "B" "A" AUT-NUMERO
                       CODPROD-RESERVA DEPOSITO-RESERVA
                       LINHAS-BAIXADAS DATA-HOJE "R"
                   DISPLAY "AUTORIZACAO REJEITADA"
               END-IF
           END-IF.
           MOVE ZEROS         TO CR-VALOR-PAGO.
           MOVE PARCELA-ATUAL TO CR-PARCELA.
           MOVE ZEROS         TO CR-NIVEL-COB.
           MOVE "V"           TO CR-ORIGEM.
           PERFORM CALCULA-VENCIMENTO.
           MOVE DATA-VENCIMENTO TO CR-VENCIMENTO.
           OPEN EXTEND ARQ-CONTAS-REC.
                   END-IF
               END-PERFORM
           END-IF.
       EFETIVA-RESERVAS.
           MOVE "S"   TO RESERVA-EFETIVADA.
           MOVE ZEROS TO QTDE-RESERVAS.
           MOVE "N"   TO FIM-RESERVAS.
           OPEN INPUT ARQ-RESERVAS.
           PERFORM UNTIL FIM-RESERVAS = "S"
               READ ARQ-RESERVAS
                   AT END MOVE "S" TO FIM-RESERVAS
                   NOT AT END
                       IF RSV-ORIGEM = "A"
                          AND RSV-DOCUMENTO = AUT-NUMERO
                          AND RSV-STATUS = "A"
                          AND QTDE-RESERVAS < 100
                           ADD 1 TO QTDE-RESERVAS
                           MOVE RSV-CODIGO
                               TO RST-CODIGO(QTDE-RESERVAS)
                           MOVE RSV-DEPOSITO
                               TO RST-DEPOSITO(QTDE-RESERVAS)
                           MOVE RSV-QTDE
                               TO RST-QTDE(QTDE-RESERVAS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-RESERVAS.
           IF QTDE-RESERVAS = ZEROS
               GO TO EFETIVA-RESERVAS-SAIDA
           END-IF.
           MOVE OPERADOR-SESSAO TO DONO-TRAVA.
           CALL "TRAVA-ARQUIVO" USING "T" "ESTOQUE.IDX     "
               DONO-TRAVA RESULTADO-TRAVA.
           IF RESULTADO-TRAVA = "N"
               MOVE "N" TO RESERVA-EFETIVADA
               GO TO EFETIVA-RESERVAS-SAIDA
           END-IF.
           OPEN I-O ARQ-ESTOQUE.
           OPEN INPUT ARQ-PRODUTOS.
           PERFORM BAIXA-RESERVA-APROVADA
               VARYING IDX-RESERVA FROM 1 BY 1
               UNTIL IDX-RESERVA > QTDE-RESERVAS.
           CLOSE ARQ-PRODUTOS.
           CLOSE ARQ-ESTOQUE.
           CALL "ATUALIZA-CONTROLE" USING "ESTOQUE.DAT     ".
           CALL "TRAVA-ARQUIVO" USING "D" "ESTOQUE.IDX     "
               DONO-TRAVA RESULTADO-TRAVA.
           CALL "RESERVA-ESTOQUE" USING "B" "A" AUT-NUMERO
               CODPROD-RESERVA DEPOSITO-RESERVA
               LINHAS-BAIXADAS DATA-HOJE "C".
       EFETIVA-RESERVAS-SAIDA.
           EXIT.
       BAIXA-RESERVA-APROVADA.
           MOVE ZEROS TO CUSTO-UNIT.
           MOVE RST-CODIGO(IDX-RESERVA) TO PROD-CODIGO.
           READ ARQ-PRODUTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PROD-PRECOUNI TO CUSTO-UNIT
           END-READ.
           MOVE RST-CODIGO(IDX-RESERVA)   TO ESTOQUE-CODIGO.
           MOVE RST-DEPOSITO(IDX-RESERVA) TO ESTOQUE-DEPOSITO.
           READ ARQ-ESTOQUE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RST-QTDE(IDX-RESERVA) TO QTDE-BAIXA
                   IF QTDE-BAIXA > ESTOQUE-QTDE
                       MOVE "ESTOQUE MENOR QUE A RESERVA" TO MENSA-LOG
                       CALL "GRAVA-EXCECAO" USING
                           "AUTORIZA-CREDITO    "
                           "ESTOQUE        " "RESERVA-DESCOBERTA  "
                           MENSA-LOG
                       MOVE ESTOQUE-QTDE TO QTDE-BAIXA
                   END-IF
                   SUBTRACT QTDE-BAIXA FROM ESTOQUE-QTDE
                   REWRITE REG-ESTOQUE
                   MOVE ESTOQUE-QTDE TO SALDO-NOVO
                   CALL "GRAVA-MOVESTOQUE" USING
                       RST-CODIGO(IDX-RESERVA)
                       RST-DEPOSITO(IDX-RESERVA) "S" "VENDA     "
                       QTDE-BAIXA SALDO-NOVO CUSTO-UNIT
           END-READ.
