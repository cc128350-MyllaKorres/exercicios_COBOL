       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCOMENDAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-ENCOMENDAS ASSIGN TO "ENCOMENDAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-ENCOMENDAS-TMP ASSIGN TO "ENCOMENDASTMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-CLIENTES ASSIGN TO "CLIENTES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       WORKING-STORAGE SECTION.
           01 DADOS-OPERADOR.
               02 OPERADOR-SESSAO PIC X(08) VALUE SPACES.
               02 PERFIL-SESSAO   PIC X(01) VALUE SPACE.
           01 OPCAO            PIC 9(01) VALUE ZERO.
           01 OPCAO-E          PIC 9.
           01 NUMERO-ENC       PIC 9(06) VALUE ZEROS.
           01 NUMERO-ENC-E     PIC ZZZZZ9.
           01 CODIGO-E         PIC ZZZZ9.
           01 QTDE-E           PIC ZZZ.ZZ9.
           01 ALOCADO-E        PIC ZZZ.ZZ9.
           01 ENC-ACHADA       PIC X(01) VALUE "N".
           01 SITUACAO-NOVA    PIC X(01) VALUE SPACE.
           01 SITUACAO-RESERVA PIC X(01) VALUE SPACE.
           01 MANTEM-SALDO     PIC X(01) VALUE "N".
           01 RESPOSTA         PIC X(01) VALUE SPACE.
           01 CLIENTE-ENC      PIC 9(04) VALUE ZEROS.
           01 QTDE-ENC         PIC 9(06) VALUE ZEROS.
           01 ALOCADO-ENC      PIC 9(06) VALUE ZEROS.
           01 STATUS-ENC       PIC X(01) VALUE SPACE.
           01 NOME-CLIENTE     PIC X(30) VALUE SPACES.
           01 DESC-SITUACAO    PIC X(07) VALUE SPACES.
           01 CONT-ABERTAS     PIC 9(04) VALUE ZEROS.
           01 FIM-ARQUIVO      PIC X(01) VALUE "N".
           01 FIM-CLIENTES     PIC X(01) VALUE "N".
           01 DADOS-RESERVA.
               02 CODPROD-RESERVA  PIC 9(05) VALUE ZEROS.
               02 DEPOSITO-RESERVA PIC 9(02) VALUE 01.
               02 LINHAS-BAIXADAS  PIC 9(06) VALUE ZEROS.
           01 MENSA-LOG        PIC X(40) VALUE SPACES.
           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
               02 MES      PIC 9(02) VALUE ZEROS.
               02 DIA      PIC 9(02) VALUE ZEROS.
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "ENCOMENDAS DE CLIENTES".
           CALL "LE-OPERADOR" USING OPERADOR-SESSAO PERFIL-SESSAO.
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           DISPLAY "1-LISTAR EM ABERTO  2-REGISTRAR RETIRADA  "
               "3-CANCELAR: ".
           ACCEPT OPCAO-E.
           MOVE OPCAO-E TO OPCAO.
           EVALUATE OPCAO
               WHEN 1
                   PERFORM LISTA-ENCOMENDAS
               WHEN 2
                   PERFORM REGISTRA-RETIRADA
                       THRU REGISTRA-RETIRADA-SAIDA
               WHEN 3
                   PERFORM CANCELA-ENCOMENDA
                       THRU CANCELA-ENCOMENDA-SAIDA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           STOP RUN.
       LISTA-ENCOMENDAS.
           MOVE ZEROS TO CONT-ABERTAS.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN EXTEND ARQ-ENCOMENDAS.
           CLOSE ARQ-ENCOMENDAS.
           OPEN INPUT ARQ-ENCOMENDAS.
           PERFORM UNTIL FIM-ARQUIVO = "S"
               READ ARQ-ENCOMENDAS
                   AT END MOVE "S" TO FIM-ARQUIVO
                   NOT AT END
                       IF ENC-STATUS = "A" OR ENC-STATUS = "L"
                           ADD 1 TO CONT-ABERTAS
                           PERFORM MOSTRA-ENCOMENDA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-ENCOMENDAS.
           DISPLAY "ENCOMENDAS EM ABERTO: " CONT-ABERTAS.
       MOSTRA-ENCOMENDA.
           MOVE ENC-CLIENTE TO CLIENTE-ENC.
           PERFORM BUSCA-NOME-CLIENTE.
           MOVE ENC-NUMERO    TO NUMERO-ENC-E.
           MOVE ENC-CODIGO    TO CODIGO-E.
           MOVE ENC-QTDE      TO QTDE-E.
           MOVE ENC-QTDE-ALOC TO ALOCADO-E.
           IF ENC-STATUS = "L"
               MOVE "PRONTA"  TO DESC-SITUACAO
           ELSE
               IF ENC-QTDE-ALOC > ZEROS
                   MOVE "PARCIAL" TO DESC-SITUACAO
               ELSE
                   MOVE "ABERTA"  TO DESC-SITUACAO
               END-IF
           END-IF.
           DISPLAY NUMERO-ENC-E " " NOME-CLIENTE(1:25)
               " PROD " CODIGO-E " QTDE " QTDE-E
               " ALOC " ALOCADO-E " " DESC-SITUACAO.
       BUSCA-NOME-CLIENTE.
           MOVE "CLIENTE NAO CADASTRADO" TO NOME-CLIENTE.
           MOVE "N" TO FIM-CLIENTES.
           OPEN INPUT ARQ-CLIENTES.
           PERFORM UNTIL FIM-CLIENTES = "S"
               READ ARQ-CLIENTES
                   AT END MOVE "S" TO FIM-CLIENTES
                   NOT AT END
                       IF CLI-CODIGO = CLIENTE-ENC
                           MOVE CLI-NOME TO NOME-CLIENTE
                           MOVE "S" TO FIM-CLIENTES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CLIENTES.
       PEDE-NUMERO.
           DISPLAY "NUMERO DA ENCOMENDA: ".
           ACCEPT NUMERO-ENC-E.
           MOVE NUMERO-ENC-E TO NUMERO-ENC.
           PERFORM LOCALIZA-ENCOMENDA.
       LOCALIZA-ENCOMENDA.
           MOVE "N" TO ENC-ACHADA.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN EXTEND ARQ-ENCOMENDAS.
           CLOSE ARQ-ENCOMENDAS.
           OPEN INPUT ARQ-ENCOMENDAS.
           PERFORM UNTIL FIM-ARQUIVO = "S"
               READ ARQ-ENCOMENDAS
                   AT END MOVE "S" TO FIM-ARQUIVO
                   NOT AT END
                       IF ENC-NUMERO = NUMERO-ENC
                          AND (ENC-STATUS = "A" OR ENC-STATUS = "L")
                           MOVE "S" TO ENC-ACHADA
                           MOVE ENC-CLIENTE   TO CLIENTE-ENC
                           MOVE ENC-QTDE      TO QTDE-ENC
                           MOVE ENC-QTDE-ALOC TO ALOCADO-ENC
                           MOVE ENC-STATUS    TO STATUS-ENC
                           PERFORM MOSTRA-ENCOMENDA
                           MOVE "S" TO FIM-ARQUIVO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-ENCOMENDAS.
           IF ENC-ACHADA = "N"
               DISPLAY "ENCOMENDA NAO ENCONTRADA OU ENCERRADA"
               MOVE "ENCOMENDA NAO ENCONTRADA" TO MENSA-LOG
               CALL "GRAVA-EXCECAO" USING "ENCOMENDAS          "
                   "NUMERO         " "NAO-ENCONTRADA      "
                   MENSA-LOG
           END-IF.
       REGISTRA-RETIRADA.
           PERFORM PEDE-NUMERO.
           IF ENC-ACHADA = "N"
               GO TO REGISTRA-RETIRADA-SAIDA
           END-IF.
           IF ALOCADO-ENC = ZEROS
               DISPLAY "NENHUMA QUANTIDADE ALOCADA PARA RETIRADA"
               GO TO REGISTRA-RETIRADA-SAIDA
           END-IF.
           MOVE "N" TO MANTEM-SALDO.
           IF STATUS-ENC = "A"
               DISPLAY "ENCOMENDA PARCIAL - MANTER SALDO EM "
                   "ENCOMENDA (S/N)? "
               ACCEPT RESPOSTA
               IF RESPOSTA = "S" OR RESPOSTA = "s"
                   MOVE "S" TO MANTEM-SALDO
               END-IF
           END-IF.
           MOVE "R" TO SITUACAO-NOVA.
           MOVE "C" TO SITUACAO-RESERVA.
           PERFORM ATUALIZA-ENCOMENDA.
           CALL "RESERVA-ESTOQUE" USING "B" "E" NUMERO-ENC
               CODPROD-RESERVA DEPOSITO-RESERVA LINHAS-BAIXADAS
               DATA-HOJE SITUACAO-RESERVA.
           MOVE ALOCADO-ENC TO ALOCADO-E.
           DISPLAY "RETIRADA REGISTRADA: " ALOCADO-E " UNIDADES".
           DISPLAY "REGISTRE A VENDA NO CAIXA PARA O CLIENTE "
               CLIENTE-ENC.
       REGISTRA-RETIRADA-SAIDA.
           EXIT.
       CANCELA-ENCOMENDA.
           PERFORM PEDE-NUMERO.
           IF ENC-ACHADA = "N"
               GO TO CANCELA-ENCOMENDA-SAIDA
           END-IF.
           DISPLAY "CONFIRMA CANCELAMENTO (S/N)? ".
           ACCEPT RESPOSTA.
           IF RESPOSTA NOT = "S" AND RESPOSTA NOT = "s"
               GO TO CANCELA-ENCOMENDA-SAIDA
           END-IF.
           MOVE "N" TO MANTEM-SALDO.
           MOVE "C" TO SITUACAO-NOVA.
           MOVE "R" TO SITUACAO-RESERVA.
           PERFORM ATUALIZA-ENCOMENDA.
           CALL "RESERVA-ESTOQUE" USING "B" "E" NUMERO-ENC
               CODPROD-RESERVA DEPOSITO-RESERVA LINHAS-BAIXADAS
               DATA-HOJE SITUACAO-RESERVA.
           DISPLAY "ENCOMENDA CANCELADA".
       CANCELA-ENCOMENDA-SAIDA.
           EXIT.
       ATUALIZA-ENCOMENDA.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT  ARQ-ENCOMENDAS.
           OPEN OUTPUT ARQ-ENCOMENDAS-TMP.
           PERFORM UNTIL FIM-ARQUIVO = "S"
               READ ARQ-ENCOMENDAS
                   AT END MOVE "S" TO FIM-ARQUIVO
                   NOT AT END
                       IF ENC-NUMERO = NUMERO-ENC
                          AND (ENC-STATUS = "A" OR ENC-STATUS = "L")
                           PERFORM APLICA-SITUACAO
                       END-IF
                       MOVE REG-ENCOMENDA TO REG-ENCOMENDA-TMP
                       WRITE REG-ENCOMENDA-TMP
               END-READ
           END-PERFORM.
           CLOSE ARQ-ENCOMENDAS.
           CLOSE ARQ-ENCOMENDAS-TMP.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN OUTPUT ARQ-ENCOMENDAS.
           OPEN INPUT  ARQ-ENCOMENDAS-TMP.
           PERFORM UNTIL FIM-ARQUIVO = "S"
               READ ARQ-ENCOMENDAS-TMP
                   AT END MOVE "S" TO FIM-ARQUIVO
                   NOT AT END
                       MOVE REG-ENCOMENDA-TMP TO REG-ENCOMENDA
                       WRITE REG-ENCOMENDA
               END-READ
           END-PERFORM.
           CLOSE ARQ-ENCOMENDAS.
           CLOSE ARQ-ENCOMENDAS-TMP.
       APLICA-SITUACAO.
           IF MANTEM-SALDO = "S"
               SUBTRACT ENC-QTDE-ALOC FROM ENC-QTDE
               MOVE ZEROS TO ENC-QTDE-ALOC
           ELSE
               MOVE SITUACAO-NOVA TO ENC-STATUS
           END-IF.
           MOVE DATA-HOJE TO ENC-DATA-ALOC.
