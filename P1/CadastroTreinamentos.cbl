       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-TREINAMENTOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-CURSOS ASSIGN TO "CURSOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-CURSO-DEPTO
                   ASSIGN TO "CURSODEPTO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-TREINAMENTOS
                   ASSIGN TO "TREINAMENTOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-FUNCIONARIOS ASSIGN TO "FUNCIONARIOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-DEPARTAMENTOS
                   ASSIGN TO "DEPARTAMENTOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-RELATORIO ASSIGN TO "RELCERTIF.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-CURSOS.
           01  REG-CURSO.
               02 CUR-CODIGO     PIC 9(04).
               02 CUR-NOME       PIC X(30).
               02 CUR-VALIDADE   PIC 9(03).
           FD  ARQ-CURSO-DEPTO.
           01  REG-CURSO-DEPTO.
               02 CDP-DEPTO      PIC 9(03).
               02 CDP-CURSO      PIC 9(04).
           FD  ARQ-TREINAMENTOS.
           01  REG-TREINAMENTO.
               02 TRN-ID         PIC 9(05).
               02 TRN-CURSO      PIC 9(04).
               02 TRN-CONCLUSAO  PIC 9(08).
               02 TRN-VALIDADE   PIC 9(08).
               02 TRN-CERTIFICADO PIC X(20).
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
           FD  ARQ-DEPARTAMENTOS.
           01  REG-DEPARTAMENTO.
               02 DEP-CODIGO    PIC 9(03).
               02 DEP-NOME      PIC X(20).
           FD  ARQ-RELATORIO.
           01  LINHA-RELATORIO  PIC X(80).
       WORKING-STORAGE SECTION.
           01 DADOS.
               02 OPCAO         PIC X(01) VALUE SPACE.
               02 CONTINUAR     PIC X(01) VALUE SPACE.
               02 ID-FUNC       PIC 9(05) VALUE ZEROS.
               02 ID-FUNC-E     PIC ZZZZ9.
               02 NOME-FUNC     PIC X(30) VALUE SPACES.
               02 FUNC-ACHADO   PIC X(01) VALUE "N".
               02 FIM-FUNC      PIC X(01) VALUE "N".
               02 FIM-ARQUIVO   PIC X(01) VALUE "N".
               02 CONT-TREIN    PIC 9(03) VALUE ZEROS.
               02 CONT-TREIN-E  PIC ZZ9.
           01 DADOS-CURSO.
               02 CODIGO-CURSO  PIC 9(04) VALUE ZEROS.
               02 CODIGO-CURSO-E PIC ZZZ9.
               02 NOME-CURSO    PIC X(30) VALUE SPACES.
               02 VALIDADE-MESES PIC 9(03) VALUE ZEROS.
               02 VALIDADE-MESES-E PIC ZZ9.
               02 CURSO-ACHADO  PIC X(01) VALUE "N".
               02 DEPTO-EXIGE   PIC 9(03) VALUE ZEROS.
               02 DEPTO-EXIGE-E PIC ZZ9.
               02 EXIGENCIA-ACHADA PIC X(01) VALUE "N".
           01 DADOS-TREINAMENTO.
               02 DATA-CONCLUSAO PIC 9(08) VALUE ZEROS.
               02 DATA-VENCIMENTO PIC 9(08) VALUE ZEROS.
               02 CERTIFICADO   PIC X(20) VALUE SPACES.
               02 DATA-VALIDA   PIC X(01) VALUE "N".
               02 ANO-VENC      PIC 9(04) VALUE ZEROS.
               02 MES-VENC      PIC 9(04) VALUE ZEROS.
               02 DIA-VENC      PIC 9(02) VALUE ZEROS.
               02 DATA-E        PIC X(10) VALUE SPACES.
               02 DATA-EDITAR   PIC 9(08) VALUE ZEROS.
           01 DADOS-RELATORIO.
               02 DIAS-AVISO    PIC 9(03) VALUE 60.
               02 DIAS-RESTANTES PIC S9(07) VALUE ZEROS.
               02 DIAS-E        PIC ZZZ9.
               02 MELHOR-VALIDADE PIC 9(08) VALUE ZEROS.
               02 SITUACAO      PIC X(18) VALUE SPACES.
               02 CABECALHO-DEP PIC X(01) VALUE "N".
               02 NOME-DEPTO    PIC X(20) VALUE SPACES.
               02 DEPTO-ATUAL   PIC 9(03) VALUE ZEROS.
               02 SEM-DEPTO     PIC X(01) VALUE "N".
               02 CONT-PENDENTES PIC 9(04) VALUE ZEROS.
               02 CONT-SEM-CERT PIC 9(04) VALUE ZEROS.
               02 CONT-VENCENDO PIC 9(04) VALUE ZEROS.
               02 CONT-E        PIC ZZZ9.
               02 ID-E          PIC ZZZZ9.
               02 REGISTROS-SPOOL PIC 9(06) VALUE ZEROS.
           01 QTDE-DEP         PIC 9(02) VALUE ZEROS.
           01 LOOP-DEP         PIC 9(02) VALUE ZEROS.
           01 IND-DEP          PIC 9(02) VALUE ZEROS.
           01 DEP-ACHADO       PIC X(01) VALUE "N".
           01 TABELA-DEPARTAMENTOS.
               02 DEP-T OCCURS 1 TO 20 TIMES DEPENDING ON QTDE-DEP.
                   03 DEP-T-CODIGO PIC 9(03).
                   03 DEP-T-NOME   PIC X(20).
           01 QTDE-CUR         PIC 9(03) VALUE ZEROS.
           01 IND-CUR          PIC 9(03) VALUE ZEROS.
           01 TABELA-CURSOS.
               02 CUR-T OCCURS 200 TIMES.
                   03 CUR-T-CODIGO PIC 9(04).
                   03 CUR-T-NOME   PIC X(30).
           01 QTDE-EXI         PIC 9(03) VALUE ZEROS.
           01 IND-EXI          PIC 9(03) VALUE ZEROS.
           01 TABELA-EXIGENCIAS.
               02 EXI-T OCCURS 500 TIMES.
                   03 EXI-T-DEPTO  PIC 9(03).
                   03 EXI-T-CURSO  PIC 9(04).
           01 QTDE-TRN         PIC 9(04) VALUE ZEROS.
           01 IND-TRN          PIC 9(04) VALUE ZEROS.
           01 TRN-ACHADO       PIC X(01) VALUE "N".
           01 TABELA-TREINAMENTOS.
               02 TRN-T OCCURS 2000 TIMES.
                   03 TRN-T-ID       PIC 9(05).
                   03 TRN-T-CURSO    PIC 9(04).
                   03 TRN-T-VALIDADE PIC 9(08).
           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
               02 MES      PIC 9(02) VALUE ZEROS.
               02 DIA      PIC 9(02) VALUE ZEROS.
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CADASTRO DE TREINAMENTOS E CERTIFICACOES".
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           MOVE "S" TO CONTINUAR.
           PERFORM PROCESSO UNTIL CONTINUAR NOT = "S".
           DISPLAY "FIM DO PROGRAMA".
           STOP RUN.
       PROCESSO.
           DISPLAY "1-INCLUIR CURSO  2-EXIGENCIA POR DEPARTAMENTO  "
               "3-REGISTRAR TREINAMENTO".
           DISPLAY "4-LISTAR POR FUNCIONARIO  5-RELATORIO DE "
               "PENDENCIAS: ".
           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "1"
                   PERFORM INCLUIR-CURSO
                       THRU INCLUIR-CURSO-FIM
               WHEN "2"
                   PERFORM INCLUIR-EXIGENCIA
                       THRU INCLUIR-EXIGENCIA-FIM
               WHEN "3"
                   PERFORM REGISTRA-TREINAMENTO
                       THRU REGISTRA-TREINAMENTO-FIM
               WHEN "4"
                   PERFORM LISTAR-TREINAMENTOS
                       THRU LISTAR-TREINAMENTOS-FIM
               WHEN "5"
                   PERFORM RELATORIO-PENDENCIAS
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           DISPLAY "CONTINUA (S/N)? ".
           ACCEPT CONTINUAR.
           IF CONTINUAR = "s"
               MOVE "S" TO CONTINUAR
           END-IF.
       INCLUIR-CURSO.
           DISPLAY "CODIGO DO CURSO: ".
           ACCEPT CODIGO-CURSO-E.
           MOVE CODIGO-CURSO-E TO CODIGO-CURSO.
           IF CODIGO-CURSO = ZEROS
               DISPLAY "CODIGO INVALIDO"
               GO TO INCLUIR-CURSO-FIM
           END-IF.
           PERFORM LOCALIZA-CURSO.
           IF CURSO-ACHADO = "S"
               DISPLAY "CURSO JA CADASTRADO: " NOME-CURSO
               GO TO INCLUIR-CURSO-FIM
           END-IF.
           DISPLAY "NOME DO CURSO / CERTIFICACAO: ".
           ACCEPT NOME-CURSO.
           MOVE FUNCTION UPPER-CASE(NOME-CURSO) TO NOME-CURSO.
           IF NOME-CURSO = SPACES
               DISPLAY "NOME INVALIDO"
               GO TO INCLUIR-CURSO-FIM
           END-IF.
           DISPLAY "VALIDADE EM MESES (0=NAO VENCE): ".
           ACCEPT VALIDADE-MESES-E.
           MOVE VALIDADE-MESES-E TO VALIDADE-MESES.
           MOVE CODIGO-CURSO   TO CUR-CODIGO.
           MOVE NOME-CURSO     TO CUR-NOME.
           MOVE VALIDADE-MESES TO CUR-VALIDADE.
           OPEN EXTEND ARQ-CURSOS.
           WRITE REG-CURSO.
           CLOSE ARQ-CURSOS.
           DISPLAY "CURSO INCLUIDO".
       INCLUIR-CURSO-FIM.
           EXIT.
       PEDE-CURSO.
           DISPLAY "CODIGO DO CURSO: ".
           ACCEPT CODIGO-CURSO-E.
           MOVE CODIGO-CURSO-E TO CODIGO-CURSO.
           PERFORM LOCALIZA-CURSO.
           IF CURSO-ACHADO = "N"
               DISPLAY "CURSO NAO CADASTRADO"
           ELSE
               DISPLAY "CURSO: " NOME-CURSO
           END-IF.
       LOCALIZA-CURSO.
           MOVE "N" TO CURSO-ACHADO.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-CURSOS.
           PERFORM UNTIL FIM-ARQUIVO = "S"
               READ ARQ-CURSOS
                   AT END MOVE "S" TO FIM-ARQUIVO
                   NOT AT END
                       IF CUR-CODIGO = CODIGO-CURSO
                           MOVE CUR-NOME     TO NOME-CURSO
                           MOVE CUR-VALIDADE TO VALIDADE-MESES
                           MOVE "S" TO CURSO-ACHADO
                           MOVE "S" TO FIM-ARQUIVO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CURSOS.
       INCLUIR-EXIGENCIA.
           DISPLAY "CODIGO DO DEPARTAMENTO: ".
           ACCEPT DEPTO-EXIGE-E.
           MOVE DEPTO-EXIGE-E TO DEPTO-EXIGE.
           PERFORM CARREGA-DEPARTAMENTOS.
           MOVE "N" TO DEP-ACHADO.
           PERFORM VARYING LOOP-DEP FROM 1 BY 1
                   UNTIL LOOP-DEP > QTDE-DEP
                      OR DEP-ACHADO = "S"
               IF DEP-T-CODIGO(LOOP-DEP) = DEPTO-EXIGE
                   MOVE "S" TO DEP-ACHADO
                   DISPLAY "DEPARTAMENTO: " DEP-T-NOME(LOOP-DEP)
               END-IF
           END-PERFORM.
           IF DEP-ACHADO = "N"
               DISPLAY "DEPARTAMENTO NAO CADASTRADO"
               GO TO INCLUIR-EXIGENCIA-FIM
           END-IF.
           PERFORM PEDE-CURSO.
           IF CURSO-ACHADO = "N"
               GO TO INCLUIR-EXIGENCIA-FIM
           END-IF.
           MOVE "N" TO EXIGENCIA-ACHADA.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-CURSO-DEPTO.
           PERFORM UNTIL FIM-ARQUIVO = "S"
               READ ARQ-CURSO-DEPTO
                   AT END MOVE "S" TO FIM-ARQUIVO
                   NOT AT END
                       IF CDP-DEPTO = DEPTO-EXIGE
                          AND CDP-CURSO = CODIGO-CURSO
                           MOVE "S" TO EXIGENCIA-ACHADA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CURSO-DEPTO.
           IF EXIGENCIA-ACHADA = "S"
               DISPLAY "EXIGENCIA JA CADASTRADA"
               GO TO INCLUIR-EXIGENCIA-FIM
           END-IF.
           MOVE DEPTO-EXIGE  TO CDP-DEPTO.
           MOVE CODIGO-CURSO TO CDP-CURSO.
           OPEN EXTEND ARQ-CURSO-DEPTO.
           WRITE REG-CURSO-DEPTO.
           CLOSE ARQ-CURSO-DEPTO.
           DISPLAY "EXIGENCIA INCLUIDA".
       INCLUIR-EXIGENCIA-FIM.
           EXIT.
       REGISTRA-TREINAMENTO.
           PERFORM PEDE-FUNCIONARIO.
           IF FUNC-ACHADO = "N"
               GO TO REGISTRA-TREINAMENTO-FIM
           END-IF.
           PERFORM PEDE-CURSO.
           IF CURSO-ACHADO = "N"
               GO TO REGISTRA-TREINAMENTO-FIM
           END-IF.
           MOVE "N" TO DATA-VALIDA.
           PERFORM RECEBE-CONCLUSAO UNTIL DATA-VALIDA = "S".
           PERFORM CALCULA-VENCIMENTO.
           DISPLAY "NUMERO DO CERTIFICADO: ".
           ACCEPT CERTIFICADO.
           MOVE FUNCTION UPPER-CASE(CERTIFICADO) TO CERTIFICADO.
           MOVE ID-FUNC         TO TRN-ID.
           MOVE CODIGO-CURSO    TO TRN-CURSO.
           MOVE DATA-CONCLUSAO  TO TRN-CONCLUSAO.
           MOVE DATA-VENCIMENTO TO TRN-VALIDADE.
           MOVE CERTIFICADO     TO TRN-CERTIFICADO.
           OPEN EXTEND ARQ-TREINAMENTOS.
           WRITE REG-TREINAMENTO.
           CLOSE ARQ-TREINAMENTOS.
           IF DATA-VENCIMENTO = ZEROS
               DISPLAY "TREINAMENTO REGISTRADO - SEM VENCIMENTO"
           ELSE
               MOVE DATA-VENCIMENTO TO DATA-EDITAR
               PERFORM EDITA-DATA
               DISPLAY "TREINAMENTO REGISTRADO - VENCE EM " DATA-E
           END-IF.
       REGISTRA-TREINAMENTO-FIM.
           EXIT.
       RECEBE-CONCLUSAO.
           DISPLAY "DATA DE CONCLUSAO (AAAAMMDD): ".
           ACCEPT DATA-CONCLUSAO.
           IF FUNCTION TEST-DATE-YYYYMMDD(DATA-CONCLUSAO) = ZEROS
              AND DATA-CONCLUSAO NOT > DATA-HOJE
               MOVE "S" TO DATA-VALIDA
           ELSE
               DISPLAY "DATA INVALIDA"
           END-IF.
       CALCULA-VENCIMENTO.
           IF VALIDADE-MESES = ZEROS
               MOVE ZEROS TO DATA-VENCIMENTO
           ELSE
               MOVE DATA-CONCLUSAO(1:4) TO ANO-VENC
               MOVE DATA-CONCLUSAO(5:2) TO MES-VENC
               MOVE DATA-CONCLUSAO(7:2) TO DIA-VENC
               ADD VALIDADE-MESES TO MES-VENC
               PERFORM UNTIL MES-VENC NOT > 12
                   SUBTRACT 12 FROM MES-VENC
                   ADD 1 TO ANO-VENC
               END-PERFORM
               COMPUTE DATA-VENCIMENTO = ANO-VENC * 10000
                   + MES-VENC * 100 + DIA-VENC
               PERFORM UNTIL
                   FUNCTION TEST-DATE-YYYYMMDD(DATA-VENCIMENTO) = ZEROS
                   SUBTRACT 1 FROM DATA-VENCIMENTO
               END-PERFORM
           END-IF.
       PEDE-FUNCIONARIO.
           DISPLAY "ID DO FUNCIONARIO: ".
           ACCEPT ID-FUNC-E.
           MOVE ID-FUNC-E TO ID-FUNC.
           PERFORM LOCALIZA-FUNCIONARIO.
           IF FUNC-ACHADO = "N"
               DISPLAY "FUNCIONARIO NAO ENCONTRADO"
               CALL "GRAVA-EXCECAO" USING "CADASTRO-TREINAMENTO"
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
                   IF REG-ID = ID-FUNC
                       MOVE REG-NOME TO NOME-FUNC
                       MOVE "S" TO FUNC-ACHADO
                       MOVE "S" TO FIM-FUNC
                   END-IF
           END-READ.
       LISTAR-TREINAMENTOS.
           PERFORM PEDE-FUNCIONARIO.
           IF FUNC-ACHADO = "N"
               GO TO LISTAR-TREINAMENTOS-FIM
           END-IF.
           PERFORM CARREGA-CURSOS.
           MOVE ZEROS TO CONT-TREIN.
           MOVE "N"   TO FIM-ARQUIVO.
           OPEN INPUT ARQ-TREINAMENTOS.
           PERFORM UNTIL FIM-ARQUIVO = "S"
               READ ARQ-TREINAMENTOS
                   AT END MOVE "S" TO FIM-ARQUIVO
                   NOT AT END
                       IF TRN-ID = ID-FUNC
                           ADD 1 TO CONT-TREIN
                           PERFORM LISTA-TREINAMENTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-TREINAMENTOS.
           MOVE CONT-TREIN TO CONT-TREIN-E.
           DISPLAY "TREINAMENTOS REGISTRADOS: " CONT-TREIN-E.
       LISTAR-TREINAMENTOS-FIM.
           EXIT.
       LISTA-TREINAMENTO.
           MOVE SPACES TO NOME-CURSO.
           PERFORM VARYING IND-CUR FROM 1 BY 1
                   UNTIL IND-CUR > QTDE-CUR
               IF CUR-T-CODIGO(IND-CUR) = TRN-CURSO
                   MOVE CUR-T-NOME(IND-CUR) TO NOME-CURSO
               END-IF
           END-PERFORM.
           IF TRN-VALIDADE = ZEROS
               MOVE "SEM VENCIMENTO" TO SITUACAO
           ELSE
               IF TRN-VALIDADE < DATA-HOJE
                   MOVE "VENCIDO" TO SITUACAO
               ELSE
                   MOVE "VALIDO" TO SITUACAO
               END-IF
           END-IF.
           DISPLAY TRN-CURSO " " NOME-CURSO " " TRN-CONCLUSAO " A "
               TRN-VALIDADE " " SITUACAO.
       CARREGA-CURSOS.
           MOVE ZEROS TO QTDE-CUR.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-CURSOS.
           PERFORM UNTIL FIM-ARQUIVO = "S"
               READ ARQ-CURSOS
                   AT END MOVE "S" TO FIM-ARQUIVO
                   NOT AT END
                       IF QTDE-CUR < 200
                           ADD 1 TO QTDE-CUR
                           MOVE CUR-CODIGO TO CUR-T-CODIGO(QTDE-CUR)
                           MOVE CUR-NOME   TO CUR-T-NOME(QTDE-CUR)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CURSOS.
       CARREGA-DEPARTAMENTOS.
           MOVE ZEROS TO QTDE-DEP.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-DEPARTAMENTOS.
           PERFORM UNTIL FIM-ARQUIVO = "S"
               READ ARQ-DEPARTAMENTOS
                   AT END MOVE "S" TO FIM-ARQUIVO
                   NOT AT END
                       IF QTDE-DEP < 20
                           ADD 1 TO QTDE-DEP
                           MOVE DEP-CODIGO TO DEP-T-CODIGO(QTDE-DEP)
                           MOVE DEP-NOME   TO DEP-T-NOME(QTDE-DEP)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-DEPARTAMENTOS.
       CARREGA-EXIGENCIAS.
           MOVE ZEROS TO QTDE-EXI.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-CURSO-DEPTO.
           PERFORM UNTIL FIM-ARQUIVO = "S"
               READ ARQ-CURSO-DEPTO
                   AT END MOVE "S" TO FIM-ARQUIVO
                   NOT AT END
                       IF QTDE-EXI < 500
                           ADD 1 TO QTDE-EXI
                           MOVE CDP-DEPTO TO EXI-T-DEPTO(QTDE-EXI)
                           MOVE CDP-CURSO TO EXI-T-CURSO(QTDE-EXI)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CURSO-DEPTO.
       CARREGA-TREINAMENTOS.
           MOVE ZEROS TO QTDE-TRN.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-TREINAMENTOS.
           PERFORM UNTIL FIM-ARQUIVO = "S"
               READ ARQ-TREINAMENTOS
                   AT END MOVE "S" TO FIM-ARQUIVO
                   NOT AT END
                       PERFORM GUARDA-TREINAMENTO
               END-READ
           END-PERFORM.
           CLOSE ARQ-TREINAMENTOS.
       GUARDA-TREINAMENTO.
           IF TRN-VALIDADE = ZEROS
               MOVE 99999999 TO TRN-VALIDADE
           END-IF.
           MOVE "N" TO TRN-ACHADO.
           PERFORM VARYING IND-TRN FROM 1 BY 1
                   UNTIL IND-TRN > QTDE-TRN OR TRN-ACHADO = "S"
               IF TRN-T-ID(IND-TRN) = TRN-ID
                  AND TRN-T-CURSO(IND-TRN) = TRN-CURSO
                   MOVE "S" TO TRN-ACHADO
                   IF TRN-VALIDADE > TRN-T-VALIDADE(IND-TRN)
                       MOVE TRN-VALIDADE TO TRN-T-VALIDADE(IND-TRN)
                   END-IF
               END-IF
           END-PERFORM.
           IF TRN-ACHADO = "N" AND QTDE-TRN < 2000
               ADD 1 TO QTDE-TRN
               MOVE TRN-ID       TO TRN-T-ID(QTDE-TRN)
               MOVE TRN-CURSO    TO TRN-T-CURSO(QTDE-TRN)
               MOVE TRN-VALIDADE TO TRN-T-VALIDADE(QTDE-TRN)
           END-IF.
       RELATORIO-PENDENCIAS.
           PERFORM CARREGA-CURSOS.
           PERFORM CARREGA-DEPARTAMENTOS.
           PERFORM CARREGA-EXIGENCIAS.
           PERFORM CARREGA-TREINAMENTOS.
           MOVE ZEROS TO CONT-PENDENTES.
           MOVE ZEROS TO CONT-SEM-CERT.
           MOVE ZEROS TO CONT-VENCENDO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE DATA-HOJE TO DATA-EDITAR.
           PERFORM EDITA-DATA.
           STRING "CERTIFICACOES OBRIGATORIAS PENDENTES - "
                      DELIMITED BY SIZE
                  DATA-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE DIAS-AVISO TO DIAS-E.
           STRING "SEM CERTIFICADO, VENCIDOS OU VENCENDO EM ATE "
                      DELIMITED BY SIZE
                  DIAS-E DELIMITED BY SIZE
                  " DIAS" DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "N" TO SEM-DEPTO.
           PERFORM VARYING LOOP-DEP FROM 1 BY 1
                   UNTIL LOOP-DEP > QTDE-DEP
               MOVE DEP-T-CODIGO(LOOP-DEP) TO DEPTO-ATUAL
               MOVE DEP-T-NOME(LOOP-DEP)   TO NOME-DEPTO
               PERFORM VERIFICA-DEPARTAMENTO
           END-PERFORM.
           MOVE "S" TO SEM-DEPTO.
           MOVE "SEM DEPARTAMENTO" TO NOME-DEPTO.
           PERFORM VERIFICA-DEPARTAMENTO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE CONT-SEM-CERT TO CONT-E.
           STRING "SEM CERTIFICADO / VENCIDOS.......: "
                      DELIMITED BY SIZE
                  CONT-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CONT-VENCENDO TO CONT-E.
           STRING "VENCENDO NO PRAZO DE AVISO.......: "
                      DELIMITED BY SIZE
                  CONT-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           CLOSE ARQ-RELATORIO.
           MOVE CONT-PENDENTES TO REGISTROS-SPOOL.
           CALL "GUARDA-RELATORIO" USING "CERTIFICAC"
               "RELCERTIF.TXT   " REGISTROS-SPOOL.
           DISPLAY "RELATORIO GERADO EM RELCERTIF.TXT".
       VERIFICA-DEPARTAMENTO.
           MOVE "N" TO CABECALHO-DEP.
           MOVE "N" TO FIM-FUNC.
           OPEN INPUT ARQ-FUNCIONARIOS.
           PERFORM UNTIL FIM-FUNC = "S"
               READ ARQ-FUNCIONARIOS
                   AT END MOVE "S" TO FIM-FUNC
                   NOT AT END
                       IF REG-STATUS = "A"
                           PERFORM SELECIONA-FUNCIONARIO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-FUNCIONARIOS.
       SELECIONA-FUNCIONARIO.
           IF SEM-DEPTO = "S"
               MOVE "N" TO DEP-ACHADO
               PERFORM VARYING IND-DEP FROM 1 BY 1
                       UNTIL IND-DEP > QTDE-DEP
                   IF DEP-T-CODIGO(IND-DEP) = REG-DEPTO
                       MOVE "S" TO DEP-ACHADO
                   END-IF
               END-PERFORM
               IF DEP-ACHADO = "N"
                   PERFORM VERIFICA-EXIGENCIAS
               END-IF
           ELSE
               IF REG-DEPTO = DEPTO-ATUAL
                   PERFORM VERIFICA-EXIGENCIAS
               END-IF
           END-IF.
       VERIFICA-EXIGENCIAS.
           PERFORM VARYING IND-EXI FROM 1 BY 1
                   UNTIL IND-EXI > QTDE-EXI
               IF EXI-T-DEPTO(IND-EXI) = REG-DEPTO
                   PERFORM VERIFICA-CERTIFICADO
               END-IF
           END-PERFORM.
       VERIFICA-CERTIFICADO.
           MOVE ZEROS TO MELHOR-VALIDADE.
           PERFORM VARYING IND-TRN FROM 1 BY 1
                   UNTIL IND-TRN > QTDE-TRN
               IF TRN-T-ID(IND-TRN) = REG-ID
                  AND TRN-T-CURSO(IND-TRN) = EXI-T-CURSO(IND-EXI)
                   MOVE TRN-T-VALIDADE(IND-TRN) TO MELHOR-VALIDADE
               END-IF
           END-PERFORM.
           IF MELHOR-VALIDADE = ZEROS
               MOVE "SEM CERTIFICADO" TO SITUACAO
               ADD 1 TO CONT-SEM-CERT
               PERFORM LINHA-PENDENCIA
           ELSE
               IF MELHOR-VALIDADE < DATA-HOJE
                   MOVE "VENCIDO" TO SITUACAO
                   ADD 1 TO CONT-SEM-CERT
                   PERFORM LINHA-PENDENCIA
               ELSE
                   IF MELHOR-VALIDADE NOT = 99999999
                       COMPUTE DIAS-RESTANTES =
                           FUNCTION INTEGER-OF-DATE(MELHOR-VALIDADE)
                         - FUNCTION INTEGER-OF-DATE(DATA-HOJE)
                       IF DIAS-RESTANTES NOT > DIAS-AVISO
                           MOVE DIAS-RESTANTES TO DIAS-E
                           MOVE SPACES TO SITUACAO
                           STRING "VENCE EM " DELIMITED BY SIZE
                                  DIAS-E      DELIMITED BY SIZE
                                  " DIAS"     DELIMITED BY SIZE
                             INTO SITUACAO
                           ADD 1 TO CONT-VENCENDO
                           PERFORM LINHA-PENDENCIA
                       END-IF
                   END-IF
               END-IF
           END-IF.
       LINHA-PENDENCIA.
           ADD 1 TO CONT-PENDENTES.
           IF CABECALHO-DEP = "N"
               MOVE "S" TO CABECALHO-DEP
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "DEPARTAMENTO: " DELIMITED BY SIZE
                      NOME-DEPTO DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
           MOVE SPACES TO NOME-CURSO.
           PERFORM VARYING IND-CUR FROM 1 BY 1
                   UNTIL IND-CUR > QTDE-CUR
               IF CUR-T-CODIGO(IND-CUR) = EXI-T-CURSO(IND-EXI)
                   MOVE CUR-T-NOME(IND-CUR) TO NOME-CURSO
               END-IF
           END-PERFORM.
           MOVE REG-ID TO ID-E.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE ID-E        TO LINHA-RELATORIO(1:5).
           MOVE REG-NOME    TO LINHA-RELATORIO(7:20).
           MOVE NOME-CURSO  TO LINHA-RELATORIO(28:23).
           IF MELHOR-VALIDADE NOT = ZEROS
               MOVE MELHOR-VALIDADE TO DATA-EDITAR
               PERFORM EDITA-DATA
               MOVE DATA-E TO LINHA-RELATORIO(52:10)
           END-IF.
           MOVE SITUACAO    TO LINHA-RELATORIO(63:18).
           WRITE LINHA-RELATORIO.
       EDITA-DATA.
           MOVE SPACES TO DATA-E.
           STRING DATA-EDITAR(7:2) DELIMITED BY SIZE
                  "/"              DELIMITED BY SIZE
                  DATA-EDITAR(5:2) DELIMITED BY SIZE
                  "/"              DELIMITED BY SIZE
                  DATA-EDITAR(1:4) DELIMITED BY SIZE
             INTO DATA-E.
