       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAIXA-CONTAS-PAGAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-CONTAS-PAG
                   ASSIGN TO "CONTASPAG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-CONTAS-TMP ASSIGN TO "CONTASPAGTMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-FORNECEDORES
                   ASSIGN TO "FORNECEDORES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-PAGAMENTOS
                   ASSIGN TO "PAGAMENTOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
           FD  ARQ-CONTAS-TMP.
           01  REG-CONTA-TMP    PIC X(86).
           FD  ARQ-FORNECEDORES.
           01  REG-FORNECEDOR.
               02 FOR-CODIGO    PIC 9(04).
               02 FOR-RAZAO     PIC X(30).
               02 FOR-CNPJ      PIC 9(14).
               02 FOR-CONTATO   PIC X(20).
               02 FOR-PRAZO     PIC 9(03).
               02 FOR-UF        PIC X(02).
           FD  ARQ-PAGAMENTOS.
           01  REG-PAGAMENTO.
               02 PGT-DATA       PIC 9(08).
               02 PGT-HORA       PIC 9(06).
               02 PGT-OPERADOR   PIC X(08).
               02 PGT-FORNECEDOR PIC 9(04).
               02 PGT-NUMERO     PIC 9(06).
               02 PGT-VALOR      PIC 9(09)V99.
       WORKING-STORAGE SECTION.
           01 DADOS-OPERADOR.
               02 OPERADOR-SESSAO PIC X(08) VALUE SPACES.
               02 PERFIL-SESSAO   PIC X(01) VALUE SPACE.
           01 DADOS-TRAVA.
               02 DONO-TRAVA       PIC X(08) VALUE SPACES.
               02 RESULTADO-TRAVA  PIC X(01) VALUE SPACE.
           01 FORNEC-BAIXA     PIC 9(04) VALUE ZEROS.
           01 FORNEC-BAIXA-E   PIC ZZZ9.
           01 FORNEC-ACHADO    PIC X(01) VALUE "N".
           01 NOME-FORNEC      PIC X(30) VALUE SPACES.
           01 NUMERO-TITULO    PIC 9(06) VALUE ZEROS.
           01 NUMERO-TITULO-E  PIC ZZZZZ9.
           01 TITULO-ACHADO    PIC X(01) VALUE "N".
           01 SALDO-TITULO     PIC 9(09)V99 VALUE ZEROS.
           01 VALOR-PAGO       PIC 9(09)V99 VALUE ZEROS.
           01 VALOR-PAGO-E     PIC ZZZ.ZZZ.ZZ9,99.
           01 SALDO-E          PIC ZZZ.ZZZ.ZZ9,99.
           01 VENCIMENTO-E     PIC 99/99/9999.
           01 VENCIMENTO-AUX   PIC 9(08) VALUE ZEROS.
           01 TIPO-TITULO      PIC X(02) VALUE SPACES.
           01 CONT-ABERTOS     PIC 9(04) VALUE ZEROS.
           01 FIM-CONTAS       PIC X(01) VALUE "N".
           01 FIM-FORNEC       PIC X(01) VALUE "N".
           01 FIM-TMP          PIC X(01) VALUE "N".
           01 CONTINUAR        PIC X(01) VALUE SPACE.
           01 HORA-AGORA       PIC 9(08) VALUE ZEROS.
           01 MENSA1           PIC X(45) VALUE
               "CODIGO DO FORNECEDOR (0=NAO CADASTRADO): ".
           01 MENSA2           PIC X(45) VALUE
               "FORNECEDOR NAO CADASTRADO".
           01 MENSA3           PIC X(45) VALUE
               "NUMERO DO TITULO PARA PAGAMENTO: ".
           01 MENSA4           PIC X(45) VALUE
               "TITULO NAO ENCONTRADO OU JA LIQUIDADO".
           01 MENSA5           PIC X(45) VALUE
               "VALOR PAGO: ".
           01 MENSA6           PIC X(45) VALUE
               "VALOR MAIOR QUE O SALDO DO TITULO".
           01 MENSA7           PIC X(45) VALUE
               "PAGAMENTO REGISTRADO".
           01 MENSA8           PIC X(45) VALUE
               "OUTRO PAGAMENTO (S/N)? ".
           01 MENSA9           PIC X(45) VALUE
               "FORNECEDOR SEM TITULOS EM ABERTO".
           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
               02 MES      PIC 9(02) VALUE ZEROS.
               02 DIA      PIC 9(02) VALUE ZEROS.
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "PAGAMENTO DE CONTAS A PAGAR".
           CALL "LE-OPERADOR" USING OPERADOR-SESSAO PERFIL-SESSAO.
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           PERFORM PROCESSO.
           PERFORM CONTINUA.
           STOP RUN.
       PROCESSO.
           PERFORM PEDE-FORNECEDOR UNTIL FORNEC-ACHADO = "S".
           PERFORM LISTA-TITULOS-ABERTOS.
           IF CONT-ABERTOS = ZEROS
               DISPLAY MENSA9
           ELSE
               PERFORM PEDE-TITULO UNTIL TITULO-ACHADO = "S"
               PERFORM PEDE-VALOR UNTIL VALOR-PAGO > ZEROS
                   AND VALOR-PAGO <= SALDO-TITULO
               PERFORM EFETIVA-BAIXA
           END-IF.
       PEDE-FORNECEDOR.
           DISPLAY MENSA1.
           ACCEPT FORNEC-BAIXA-E.
           MOVE FORNEC-BAIXA-E TO FORNEC-BAIXA.
           IF FORNEC-BAIXA = ZEROS
               MOVE "FORNECEDORES NAO CADASTRADOS" TO NOME-FORNEC
               MOVE "S" TO FORNEC-ACHADO
               DISPLAY NOME-FORNEC
           ELSE
               PERFORM LOCALIZA-FORNECEDOR
           END-IF.
           IF FORNEC-ACHADO = "N"
               DISPLAY MENSA2
               CALL "GRAVA-EXCECAO" USING "BAIXA-CONTAS-PAGAR  "
                   "FORNECEDOR     " "NAO-CADASTRADO      " MENSA2.
       LOCALIZA-FORNECEDOR.
           MOVE "N" TO FORNEC-ACHADO.
           MOVE "N" TO FIM-FORNEC.
           OPEN INPUT ARQ-FORNECEDORES.
           PERFORM UNTIL FIM-FORNEC = "S"
               READ ARQ-FORNECEDORES
                   AT END MOVE "S" TO FIM-FORNEC
                   NOT AT END
                       IF FOR-CODIGO = FORNEC-BAIXA
                           MOVE FOR-RAZAO TO NOME-FORNEC
                           MOVE "S" TO FORNEC-ACHADO
                           MOVE "S" TO FIM-FORNEC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-FORNECEDORES.
           IF FORNEC-ACHADO = "S"
               DISPLAY NOME-FORNEC.
       LISTA-TITULOS-ABERTOS.
           MOVE ZEROS TO CONT-ABERTOS.
           MOVE "N"   TO FIM-CONTAS.
           OPEN EXTEND ARQ-CONTAS-PAG.
           CLOSE ARQ-CONTAS-PAG.
           OPEN INPUT ARQ-CONTAS-PAG.
           DISPLAY "TITULOS EM ABERTO DO FORNECEDOR:".
           PERFORM UNTIL FIM-CONTAS = "S"
               READ ARQ-CONTAS-PAG
                   AT END MOVE "S" TO FIM-CONTAS
                   NOT AT END
                       IF CP-FORNECEDOR = FORNEC-BAIXA
                          AND CP-STATUS = "A"
                           ADD 1 TO CONT-ABERTOS
                           MOVE CP-NUMERO  TO NUMERO-TITULO-E
                           COMPUTE SALDO-TITULO =
                               CP-VALOR - CP-VALOR-PAGO
                           MOVE SALDO-TITULO TO SALDO-E
                           MOVE CP-VENCIMENTO(7:2)
                               TO VENCIMENTO-AUX(1:2)
                           MOVE CP-VENCIMENTO(5:2)
                               TO VENCIMENTO-AUX(3:2)
                           MOVE CP-VENCIMENTO(1:4)
                               TO VENCIMENTO-AUX(5:4)
                           MOVE VENCIMENTO-AUX TO VENCIMENTO-E
                           IF CP-TIPO = "D"
                               MOVE "ND" TO TIPO-TITULO
                           ELSE
                               MOVE "NF" TO TIPO-TITULO
                           END-IF
                           DISPLAY "TITULO " NUMERO-TITULO-E
                               " " TIPO-TITULO " " CP-NOTA
                               " VENC " VENCIMENTO-E
                               " SALDO " SALDO-E
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CONTAS-PAG.
       PEDE-TITULO.
           DISPLAY MENSA3.
           ACCEPT NUMERO-TITULO-E.
           MOVE NUMERO-TITULO-E TO NUMERO-TITULO.
           PERFORM LOCALIZA-TITULO.
           IF TITULO-ACHADO = "N"
               DISPLAY MENSA4
               CALL "GRAVA-EXCECAO" USING "BAIXA-CONTAS-PAGAR  "
                   "TITULO         " "NAO-ENCONTRADO      " MENSA4.
       LOCALIZA-TITULO.
           MOVE "N" TO TITULO-ACHADO.
           MOVE ZEROS TO SALDO-TITULO.
           MOVE "N" TO FIM-CONTAS.
           OPEN INPUT ARQ-CONTAS-PAG.
           PERFORM UNTIL FIM-CONTAS = "S"
               READ ARQ-CONTAS-PAG
                   AT END MOVE "S" TO FIM-CONTAS
                   NOT AT END
                       IF CP-NUMERO = NUMERO-TITULO
                          AND CP-FORNECEDOR = FORNEC-BAIXA
                          AND CP-STATUS = "A"
                           COMPUTE SALDO-TITULO =
                               CP-VALOR - CP-VALOR-PAGO
                           MOVE CP-TIPO TO TIPO-TITULO
                           MOVE "S" TO TITULO-ACHADO
                           MOVE "S" TO FIM-CONTAS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CONTAS-PAG.
       PEDE-VALOR.
           IF TIPO-TITULO = "D"
               DISPLAY "NOTA DE DEBITO - INFORME O VALOR COMPENSADO"
           END-IF.
           MOVE SALDO-TITULO TO SALDO-E.
           DISPLAY "SALDO DO TITULO: " SALDO-E.
           DISPLAY MENSA5.
           ACCEPT VALOR-PAGO-E.
           MOVE VALOR-PAGO-E TO VALOR-PAGO.
           IF VALOR-PAGO > SALDO-TITULO
               DISPLAY MENSA6
               CALL "GRAVA-EXCECAO" USING "BAIXA-CONTAS-PAGAR  "
                   "VALOR-PAGO     " "MAIOR-QUE-SALDO     " MENSA6.
       EFETIVA-BAIXA.
           MOVE OPERADOR-SESSAO TO DONO-TRAVA.
           CALL "TRAVA-ARQUIVO" USING "T" "CONTASPAG.DAT   "
               DONO-TRAVA RESULTADO-TRAVA.
           IF RESULTADO-TRAVA = "N"
               DISPLAY "ARQUIVO EM USO PELO OPERADOR " DONO-TRAVA
               DISPLAY "PAGAMENTO NAO REGISTRADO"
           ELSE
               PERFORM REGRAVA-CONTAS
               PERFORM GRAVA-PAGAMENTO
               CALL "TRAVA-ARQUIVO" USING "D" "CONTASPAG.DAT   "
                   DONO-TRAVA RESULTADO-TRAVA
               DISPLAY MENSA7
           END-IF.
       REGRAVA-CONTAS.
           MOVE "N" TO FIM-CONTAS.
           OPEN INPUT  ARQ-CONTAS-PAG.
           OPEN OUTPUT ARQ-CONTAS-TMP.
           PERFORM UNTIL FIM-CONTAS = "S"
               READ ARQ-CONTAS-PAG
                   AT END MOVE "S" TO FIM-CONTAS
                   NOT AT END
                       IF CP-NUMERO = NUMERO-TITULO
                          AND CP-FORNECEDOR = FORNEC-BAIXA
                          AND CP-STATUS = "A"
                           ADD VALOR-PAGO TO CP-VALOR-PAGO
                           IF CP-VALOR-PAGO >= CP-VALOR
                               MOVE "P" TO CP-STATUS
                           END-IF
                       END-IF
                       MOVE REG-CONTA-PAG TO REG-CONTA-TMP
                       WRITE REG-CONTA-TMP
               END-READ
           END-PERFORM.
           CLOSE ARQ-CONTAS-PAG.
           CLOSE ARQ-CONTAS-TMP.
           MOVE "N" TO FIM-TMP.
           OPEN OUTPUT ARQ-CONTAS-PAG.
           OPEN INPUT  ARQ-CONTAS-TMP.
           PERFORM UNTIL FIM-TMP = "S"
               READ ARQ-CONTAS-TMP
                   AT END MOVE "S" TO FIM-TMP
                   NOT AT END
                       MOVE REG-CONTA-TMP TO REG-CONTA-PAG
                       WRITE REG-CONTA-PAG
               END-READ
           END-PERFORM.
           CLOSE ARQ-CONTAS-PAG.
           CLOSE ARQ-CONTAS-TMP.
       GRAVA-PAGAMENTO.
           ACCEPT HORA-AGORA FROM TIME.
           MOVE DATA-HOJE        TO PGT-DATA.
           MOVE HORA-AGORA(1:6)  TO PGT-HORA.
           MOVE OPERADOR-SESSAO  TO PGT-OPERADOR.
           MOVE FORNEC-BAIXA     TO PGT-FORNECEDOR.
           MOVE NUMERO-TITULO    TO PGT-NUMERO.
           MOVE VALOR-PAGO       TO PGT-VALOR.
           OPEN EXTEND ARQ-PAGAMENTOS.
           WRITE REG-PAGAMENTO.
           CLOSE ARQ-PAGAMENTOS.
       CONTINUA.
           DISPLAY MENSA8.
           ACCEPT CONTINUAR.
           IF CONTINUAR = "S" OR CONTINUAR = "s"
               MOVE "N"   TO FORNEC-ACHADO
               MOVE "N"   TO TITULO-ACHADO
               MOVE ZEROS TO VALOR-PAGO
               MOVE ZEROS TO SALDO-TITULO
               PERFORM PROCESSO
               PERFORM CONTINUA.
