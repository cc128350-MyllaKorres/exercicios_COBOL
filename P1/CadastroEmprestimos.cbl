       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-EMPRESTIMOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-EMPRESTIMOS
                   ASSIGN TO "EMPRESTIMOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-FUNCIONARIOS ASSIGN TO "FUNCIONARIOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-EMPRESTIMOS.
           01  REG-EMPRESTIMO.
               02 EMP-ID            PIC 9(05).
               02 EMP-NUMERO        PIC 9(04).
               02 EMP-TIPO          PIC X(01).
               02 EMP-DATA          PIC 9(08).
               02 EMP-PRINCIPAL     PIC 9(07)V99.
               02 EMP-PARCELAS      PIC 9(03).
               02 EMP-RESTANTES     PIC 9(03).
               02 EMP-VALOR-PARCELA PIC 9(07)V99.
               02 EMP-SALDO         PIC 9(07)V99.
               02 EMP-COMPETENCIA   PIC 9(06).
               02 EMP-STATUS        PIC X(01).
           FD  ARQ-FUNCIONARIOS.
           01  REG-FUNCIONARIO.
               02 REG-ID        PIC 9(05).
               02 REG-NOME      PIC X(30).
               02 REG-IDADE     PIC 9(02).
               02 REG-SEXO      PIC X(01).
               02 REG-SALARIO   PIC 9(15).
               02 REG-SAL-ATUAL PIC 9(09)V99.
               02 REG-STATUS    PIC X(01).
               02 REG-DATA-STATUS PIC 9(08).
               02 REG-DEPTO     PIC 9(03).
               02 REG-DATA-ADMISSAO PIC 9(08).
               02 REG-OPERADOR  PIC X(08).
       WORKING-STORAGE SECTION.
           01 DADOS.
               02 OPCAO         PIC X(01) VALUE SPACE.
               02 CONTINUAR     PIC X(01) VALUE SPACE.
               02 ID-FUNC       PIC 9(05) VALUE ZEROS.
               02 ID-FUNC-E     PIC ZZZZ9.
               02 NOME-FUNC     PIC X(30) VALUE SPACES.
               02 SALARIO-FUNC  PIC 9(09)V99 VALUE ZEROS.
               02 FUNC-ACHADO   PIC X(01) VALUE "N".
               02 FIM-FUNC      PIC X(01) VALUE "N".
               02 FIM-EMP       PIC X(01) VALUE "N".
               02 CONT-EMP      PIC 9(03) VALUE ZEROS.
               02 CONT-EMP-E    PIC ZZ9.
               02 TIPO-DESC     PIC X(12) VALUE SPACES.
           01 DADOS-EMPRESTIMO.
               02 ULTIMO-NUMERO   PIC 9(04) VALUE ZEROS.
               02 PRINCIPAL       PIC 9(07)V99 VALUE ZEROS.
               02 PRINCIPAL-E     PIC ZZZZZZ9,99.
               02 QTDE-PARCELAS   PIC 9(03) VALUE ZEROS.
               02 QTDE-PARCELAS-E PIC ZZ9.
               02 VALOR-PARCELA   PIC 9(07)V99 VALUE ZEROS.
               02 PARCELAS-ABERTAS PIC 9(09)V99 VALUE ZEROS.
               02 MARGEM-CONSIG   PIC 9(02)V99 VALUE 35,00.
               02 MARGEM-LIVRE    PIC S9(09)V99 VALUE ZEROS.
               02 VALOR-E         PIC ZZZ.ZZZ.ZZ9,99.
               02 SALDO-E         PIC ZZZ.ZZZ.ZZ9,99.
               02 PARCELA-E       PIC ZZ.ZZ9,99.
               02 RESTANTES-E     PIC ZZ9.
           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
               02 MES      PIC 9(02) VALUE ZEROS.
               02 DIA      PIC 9(02) VALUE ZEROS.
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CADASTRO DE EMPRESTIMOS CONSIGNADOS".
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           MOVE "S" TO CONTINUAR.
           PERFORM PROCESSO UNTIL CONTINUAR NOT = "S".
           DISPLAY "FIM DO PROGRAMA".
           STOP RUN.
       PROCESSO.
           DISPLAY "1-INCLUIR EMPRESTIMO  2-LISTAR POR FUNCIONARIO: ".
           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "1"
                   PERFORM INCLUIR-EMPRESTIMO
                       THRU INCLUIR-EMPRESTIMO-FIM
               WHEN "2"
                   PERFORM LISTAR-EMPRESTIMOS
                       THRU LISTAR-EMPRESTIMOS-FIM
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           DISPLAY "CONTINUA (S/N)? ".
           ACCEPT CONTINUAR.
           IF CONTINUAR = "s"
               MOVE "S" TO CONTINUAR
           END-IF.
       INCLUIR-EMPRESTIMO.
           PERFORM PEDE-FUNCIONARIO.
           IF FUNC-ACHADO = "N"
               GO TO INCLUIR-EMPRESTIMO-FIM
           END-IF.
           MOVE ZEROS TO PRINCIPAL.
           PERFORM RECEBE-PRINCIPAL UNTIL PRINCIPAL > ZEROS.
           MOVE ZEROS TO QTDE-PARCELAS.
           PERFORM RECEBE-PARCELAS UNTIL QTDE-PARCELAS > ZEROS.
           COMPUTE VALOR-PARCELA ROUNDED = PRINCIPAL / QTDE-PARCELAS.
           PERFORM APURA-PARCELAS-ABERTAS.
           COMPUTE MARGEM-LIVRE = SALARIO-FUNC * MARGEM-CONSIG / 100
               - PARCELAS-ABERTAS.
           IF VALOR-PARCELA > MARGEM-LIVRE
               MOVE VALOR-PARCELA TO VALOR-E
               DISPLAY "PARCELA DE " VALOR-E
                   " EXCEDE A MARGEM CONSIGNAVEL"
               CALL "GRAVA-EXCECAO" USING "CADASTRO-EMPRESTIMOS"
                   "EMP-VALOR-PARC " "MARGEM-EXCEDIDA     "
                   "PARCELA ACIMA DA MARGEM CONSIGNAVEL     "
               GO TO INCLUIR-EMPRESTIMO-FIM
           END-IF.
           PERFORM GRAVA-EMPRESTIMO.
           MOVE VALOR-PARCELA TO PARCELA-E.
           DISPLAY "EMPRESTIMO INCLUIDO - PARCELA DE " PARCELA-E.
       INCLUIR-EMPRESTIMO-FIM.
           EXIT.
       PEDE-FUNCIONARIO.
           DISPLAY "ID DO FUNCIONARIO: ".
           ACCEPT ID-FUNC-E.
           MOVE ID-FUNC-E TO ID-FUNC.
           PERFORM LOCALIZA-FUNCIONARIO.
           IF FUNC-ACHADO = "N"
               DISPLAY "FUNCIONARIO NAO ENCONTRADO"
               CALL "GRAVA-EXCECAO" USING "CADASTRO-EMPRESTIMOS"
                   "REG-ID         " "NAO-ENCONTRADO      "
                   "FUNCIONARIO NAO ENCONTRADO              "
           ELSE
               DISPLAY "FUNCIONARIO: " NOME-FUNC
           END-IF.
       LOCALIZA-FUNCIONARIO.
           MOVE "N" TO FUNC-ACHADO.
           MOVE "N" TO FIM-FUNC.
           OPEN INPUT ARQ-FUNCIONARIOS.
           PERFORM LE-FUNCIONARIO UNTIL FIM-FUNC = "S".
           CLOSE ARQ-FUNCIONARIOS.
       LE-FUNCIONARIO.
           READ ARQ-FUNCIONARIOS
               AT END MOVE "S" TO FIM-FUNC
               NOT AT END
                   IF REG-ID = ID-FUNC AND REG-STATUS = "A"
                       MOVE REG-NOME      TO NOME-FUNC
                       MOVE REG-SAL-ATUAL TO SALARIO-FUNC
                       MOVE "S" TO FUNC-ACHADO
                       MOVE "S" TO FIM-FUNC
                   END-IF
           END-READ.
       RECEBE-PRINCIPAL.
           DISPLAY "VALOR DO EMPRESTIMO: ".
           ACCEPT PRINCIPAL-E.
           MOVE PRINCIPAL-E TO PRINCIPAL.
           IF PRINCIPAL = ZEROS
               DISPLAY "VALOR INVALIDO"
           END-IF.
       RECEBE-PARCELAS.
           DISPLAY "NUMERO DE PARCELAS: ".
           ACCEPT QTDE-PARCELAS-E.
           MOVE QTDE-PARCELAS-E TO QTDE-PARCELAS.
           IF QTDE-PARCELAS = ZEROS
               DISPLAY "NUMERO DE PARCELAS INVALIDO"
           END-IF.
       APURA-PARCELAS-ABERTAS.
           MOVE ZEROS TO PARCELAS-ABERTAS.
           MOVE ZEROS TO ULTIMO-NUMERO.
           MOVE "N" TO FIM-EMP.
           OPEN INPUT ARQ-EMPRESTIMOS.
           PERFORM UNTIL FIM-EMP = "S"
               READ ARQ-EMPRESTIMOS
                   AT END MOVE "S" TO FIM-EMP
                   NOT AT END
                       IF EMP-NUMERO > ULTIMO-NUMERO
                           MOVE EMP-NUMERO TO ULTIMO-NUMERO
                       END-IF
                       IF EMP-ID = ID-FUNC
                          AND EMP-TIPO = "C"
                          AND EMP-STATUS = "A"
                           ADD EMP-VALOR-PARCELA TO PARCELAS-ABERTAS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-EMPRESTIMOS.
       GRAVA-EMPRESTIMO.
           ADD 1 TO ULTIMO-NUMERO.
           MOVE ID-FUNC       TO EMP-ID.
           MOVE ULTIMO-NUMERO TO EMP-NUMERO.
           MOVE "C"           TO EMP-TIPO.
           MOVE DATA-HOJE     TO EMP-DATA.
           MOVE PRINCIPAL     TO EMP-PRINCIPAL.
           MOVE QTDE-PARCELAS TO EMP-PARCELAS.
           MOVE QTDE-PARCELAS TO EMP-RESTANTES.
           MOVE VALOR-PARCELA TO EMP-VALOR-PARCELA.
           MOVE PRINCIPAL     TO EMP-SALDO.
           MOVE ZEROS         TO EMP-COMPETENCIA.
           MOVE "A"           TO EMP-STATUS.
           OPEN EXTEND ARQ-EMPRESTIMOS.
           WRITE REG-EMPRESTIMO.
           CLOSE ARQ-EMPRESTIMOS.
       LISTAR-EMPRESTIMOS.
           PERFORM PEDE-FUNCIONARIO.
           IF FUNC-ACHADO = "N"
               GO TO LISTAR-EMPRESTIMOS-FIM
           END-IF.
           MOVE ZEROS TO CONT-EMP.
           MOVE "N"   TO FIM-EMP.
           OPEN INPUT ARQ-EMPRESTIMOS.
           PERFORM LE-EMPRESTIMO UNTIL FIM-EMP = "S".
           CLOSE ARQ-EMPRESTIMOS.
           MOVE CONT-EMP TO CONT-EMP-E.
           DISPLAY "EMPRESTIMOS E ADIANTAMENTOS: " CONT-EMP-E.
       LISTAR-EMPRESTIMOS-FIM.
           EXIT.
       LE-EMPRESTIMO.
           READ ARQ-EMPRESTIMOS
               AT END MOVE "S" TO FIM-EMP
               NOT AT END
                   IF EMP-ID = ID-FUNC
                       ADD 1 TO CONT-EMP
                       IF EMP-TIPO = "A"
                           MOVE "ADIANTAMENTO" TO TIPO-DESC
                       ELSE
                           MOVE "CONSIGNADO  " TO TIPO-DESC
                       END-IF
                       MOVE EMP-PRINCIPAL     TO VALOR-E
                       MOVE EMP-SALDO         TO SALDO-E
                       MOVE EMP-VALOR-PARCELA TO PARCELA-E
                       MOVE EMP-RESTANTES     TO RESTANTES-E
                       DISPLAY EMP-NUMERO " " TIPO-DESC " " EMP-DATA
                           " " VALOR-E " PARC " PARCELA-E
                           " REST " RESTANTES-E " SALDO " SALDO-E
                           " " EMP-STATUS
                   END-IF
           END-READ.
