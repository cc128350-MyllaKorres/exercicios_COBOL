       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISSIDIO-RETROATIVO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ARQ-FUNCIONARIOS ASSIGN TO "FUNCIONARIOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-FUNC-TMP ASSIGN TO "FUNCTMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-HISTSAL ASSIGN TO "HISTSAL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-FOLHA ASSIGN TO "FOLHA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-DISSIDIO ASSIGN TO "DISSIDIO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-RELATORIO ASSIGN TO "RELDISSID.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
               02 REG-BANCO     PIC 9(03).
               02 REG-AGENCIA   PIC 9(04).
               02 REG-CONTA     PIC 9(10).
           FD  ARQ-FUNC-TMP.
           01  REG-FUNC-TMP     PIC X(109).
           FD  ARQ-HISTSAL.
           01  REG-HISTSAL.
               02 HS-ID             PIC 9(05).
               02 HS-DATA           PIC 9(08).
               02 HS-VALOR-ANTERIOR PIC 9(09)V99.
               02 HS-VALOR-NOVO     PIC 9(09)V99.
               02 HS-MOTIVO         PIC X(01).
           FD  ARQ-FOLHA.
           01  REG-FOLHA.
               02 FOL-ID          PIC 9(05).
               02 FOL-COMPETENCIA PIC 9(06).
               02 FOL-BRUTO       PIC 9(09)V99.
               02 FOL-INSS        PIC 9(07)V99.
               02 FOL-IRRF        PIC 9(07)V99.
               02 FOL-LIQUIDO     PIC 9(09)V99.
               02 FOL-VT          PIC 9(07)V99.
               02 FOL-VR          PIC 9(07)V99.
               02 FOL-DESC-VT     PIC 9(07)V99.
               02 FOL-DESC-VR     PIC 9(07)V99.
               02 FOL-HEXTRA      PIC 9(07)V99.
               02 FOL-TIPO        PIC X(01).
               02 FOL-COMISSAO    PIC 9(07)V99.
           FD  ARQ-DISSIDIO.
           01  REG-DISSIDIO.
               02 DIS-VIGENCIA     PIC 9(06).
               02 DIS-ID           PIC 9(05).
               02 DIS-COMPETENCIA  PIC 9(06).
               02 DIS-TIPO         PIC X(01).
               02 DIS-ORIGINAL     PIC 9(09)V99.
               02 DIS-DIF-SALARIO  PIC 9(07)V99.
               02 DIS-DIF-HEXTRA   PIC 9(07)V99.
               02 DIS-STATUS       PIC X(01).
               02 DIS-COMPET-PAGTO PIC 9(06).
           FD  ARQ-RELATORIO.
           01  LINHA-RELATORIO  PIC X(80).
       WORKING-STORAGE SECTION.
           01 DADOS-OPERADOR.
               02 OPERADOR-SESSAO PIC X(08) VALUE SPACES.
               02 PERFIL-SESSAO   PIC X(01) VALUE SPACE.
           01 DADOS-ACESSO.
               02 PROGRAMA-ACESSO PIC X(20) VALUE
                   "DISSIDIO-RETROATIVO".
               02 ACESSO-OK       PIC X(01) VALUE SPACE.
           01 DADOS-AUDITORIA.
               02 CHAVE-AUDITORIA PIC X(15) VALUE SPACES.
               02 IMAGEM-ANTES    PIC X(150) VALUE SPACES.
               02 IMAGEM-DEPOIS   PIC X(150) VALUE SPACES.
           01 DADOS-TRAVA.
               02 DONO-TRAVA       PIC X(08) VALUE SPACES.
               02 RESULTADO-TRAVA  PIC X(01) VALUE SPACE.
           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
               02 MES      PIC 9(02) VALUE ZEROS.
               02 DIA      PIC 9(02) VALUE ZEROS.
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
           01 COMPETENCIA-ATUAL PIC 9(06) VALUE ZEROS.
           01 REGISTROS-SPOOL  PIC 9(06) VALUE ZEROS.
           01 VIGENCIA         PIC 9(06) VALUE ZEROS.
           01 PERC-DISSIDIO    PIC 9(02)V99 VALUE ZEROS.
           01 PERC-DISSIDIO-E  PIC Z9,99.
           01 CONFIRMA         PIC X(01) VALUE SPACE.
           01 FIM-FUNC         PIC X(01) VALUE "N".
           01 FIM-FOLHA        PIC X(01) VALUE "N".
           01 FIM-DISSIDIO     PIC X(01) VALUE "N".
           01 DISSIDIO-GERADO  PIC X(01) VALUE "N".
           01 SALARIO-ANTERIOR PIC 9(09)V99 VALUE ZEROS.
           01 SALARIO-NOVO     PIC 9(09)V99 VALUE ZEROS.
           01 BASE-SALARIO     PIC 9(09)V99 VALUE ZEROS.
           01 DIF-SALARIO      PIC 9(07)V99 VALUE ZEROS.
           01 DIF-HEXTRA       PIC 9(07)V99 VALUE ZEROS.
           01 TOTAL-FUNC       PIC 9(09)V99 VALUE ZEROS.
           01 TOTAL-GERAL      PIC 9(11)V99 VALUE ZEROS.
           01 CONT-REAJUSTADOS PIC 9(04) VALUE ZEROS.
           01 CONT-LINHAS      PIC 9(06) VALUE ZEROS.
           01 DESC-TIPO        PIC X(15) VALUE SPACES.
           01 CONT-E           PIC ZZZ9.
           01 ID-E             PIC ZZZZ9.
           01 VALOR-E          PIC ZZZ.ZZZ.ZZ9,99.
           01 VALOR2-E         PIC ZZZ.ZZZ.ZZ9,99.
           01 TOTAL-E          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "REAJUSTE DE DISSIDIO COM RETROATIVO".
           CALL "IDENTIFICA-OPERADOR" USING OPERADOR-SESSAO
               PERFIL-SESSAO.
           CALL "VERIFICA-ACESSO" USING PERFIL-SESSAO
               PROGRAMA-ACESSO ACESSO-OK.
           IF ACESSO-OK = "N"
               DISPLAY "ACESSO NEGADO AO PROGRAMA"
               CALL "GRAVA-EXCECAO" USING "DISSIDIO-RETROATIVO "
                   "OPE-PERFIL     " "ACESSO-NEGADO       "
                   "PERFIL SEM DIREITO AO PROGRAMA          "
               STOP RUN
           END-IF.
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           MOVE DATA-HOJE(1:6) TO COMPETENCIA-ATUAL.
           DISPLAY "PERCENTUAL DO DISSIDIO (99,99): ".
           ACCEPT PERC-DISSIDIO-E.
           MOVE PERC-DISSIDIO-E TO PERC-DISSIDIO.
           IF PERC-DISSIDIO = ZEROS
               DISPLAY "PERCENTUAL INVALIDO"
               STOP RUN
           END-IF.
           DISPLAY "COMPETENCIA DE VIGENCIA (AAAAMM): ".
           ACCEPT VIGENCIA.
           IF VIGENCIA(5:2) < "01" OR VIGENCIA(5:2) > "12"
              OR VIGENCIA > COMPETENCIA-ATUAL
               DISPLAY "COMPETENCIA DE VIGENCIA INVALIDA"
               STOP RUN
           END-IF.
           PERFORM VERIFICA-DISSIDIO.
           IF DISSIDIO-GERADO = "S"
               DISPLAY "DISSIDIO JA PROCESSADO PARA ESTA VIGENCIA"
               CALL "GRAVA-EXCECAO" USING "DISSIDIO-RETROATIVO "
                   "DIS-VIGENCIA   " "JA-PROCESSADO       "
                   "DISSIDIO JA PROCESSADO PARA A VIGENCIA  "
               STOP RUN
           END-IF.
           MOVE PERC-DISSIDIO TO PERC-DISSIDIO-E.
           DISPLAY "REAJUSTE DE " PERC-DISSIDIO-E "% A PARTIR DE "
               VIGENCIA(5:2) "/" VIGENCIA(1:4).
           DISPLAY "CONFIRMA (S/N)? ".
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
               DISPLAY "PROCESSAMENTO CANCELADO"
               STOP RUN
           END-IF.
           MOVE OPERADOR-SESSAO TO DONO-TRAVA.
           CALL "TRAVA-ARQUIVO" USING "T" "FUNCIONARIOS.DAT"
               DONO-TRAVA RESULTADO-TRAVA.
           IF RESULTADO-TRAVA = "N"
               DISPLAY "ARQUIVO EM USO PELO OPERADOR " DONO-TRAVA
               DISPLAY "DISSIDIO NAO PROCESSADO"
               STOP RUN
           END-IF.
           OPEN INPUT  ARQ-FUNCIONARIOS.
           OPEN OUTPUT ARQ-FUNC-TMP.
           OPEN EXTEND ARQ-HISTSAL.
           OPEN EXTEND ARQ-DISSIDIO.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM CABECALHO.
           PERFORM PROCESSA-FUNCIONARIO UNTIL FIM-FUNC = "S".
           PERFORM RODAPE.
           CLOSE ARQ-FUNCIONARIOS.
           CLOSE ARQ-FUNC-TMP.
           CLOSE ARQ-HISTSAL.
           CLOSE ARQ-DISSIDIO.
           CLOSE ARQ-RELATORIO.
           PERFORM DEVOLVE-FUNCIONARIOS.
           CALL "TRAVA-ARQUIVO" USING "D" "FUNCIONARIOS.DAT"
               DONO-TRAVA RESULTADO-TRAVA.
           CALL "ATUALIZA-CONTROLE" USING "FUNCIONARIOS.DAT".
           MOVE CONT-LINHAS TO REGISTROS-SPOOL.
           CALL "GUARDA-RELATORIO" USING "DISSIDIO  "
               "RELDISSID.TXT   " REGISTROS-SPOOL.
           MOVE CONT-REAJUSTADOS TO CONT-E.
           DISPLAY "FUNCIONARIOS REAJUSTADOS: " CONT-E.
           DISPLAY "DIFERENCAS SERAO PAGAS NA PROXIMA FOLHA".
           DISPLAY "RELATORIO GERADO EM RELDISSID.TXT".
           STOP RUN.
       VERIFICA-DISSIDIO.
           MOVE "N" TO FIM-DISSIDIO.
           OPEN INPUT ARQ-DISSIDIO.
           PERFORM UNTIL FIM-DISSIDIO = "S"
               READ ARQ-DISSIDIO
                   AT END MOVE "S" TO FIM-DISSIDIO
                   NOT AT END
                       IF DIS-VIGENCIA = VIGENCIA
                           MOVE "S" TO DISSIDIO-GERADO
                           MOVE "S" TO FIM-DISSIDIO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-DISSIDIO.
       PROCESSA-FUNCIONARIO.
           READ ARQ-FUNCIONARIOS
               AT END MOVE "S" TO FIM-FUNC
               NOT AT END
                   IF REG-STATUS = "A"
                       PERFORM REAJUSTA-FUNCIONARIO
                   END-IF
                   MOVE REG-FUNCIONARIO TO REG-FUNC-TMP
                   WRITE REG-FUNC-TMP
           END-READ.
       REAJUSTA-FUNCIONARIO.
           ADD 1 TO CONT-REAJUSTADOS.
           MOVE REG-FUNCIONARIO TO IMAGEM-ANTES.
           MOVE ZEROS TO TOTAL-FUNC.
           MOVE REG-SAL-ATUAL TO SALARIO-ANTERIOR.
           COMPUTE SALARIO-NOVO ROUNDED =
               SALARIO-ANTERIOR * (100 + PERC-DISSIDIO) / 100.
           PERFORM GRAVA-LINHA-FUNCIONARIO.
           PERFORM APURA-DIFERENCAS.
           PERFORM GRAVA-TOTAL-FUNCIONARIO.
           MOVE SALARIO-NOVO    TO REG-SAL-ATUAL.
           MOVE OPERADOR-SESSAO TO REG-OPERADOR.
           MOVE REG-FUNCIONARIO TO IMAGEM-DEPOIS.
           MOVE REG-ID          TO CHAVE-AUDITORIA.
           CALL "GRAVA-AUDITORIA" USING "FUNCIONARIOS.DAT"
               CHAVE-AUDITORIA "A" OPERADOR-SESSAO IMAGEM-ANTES
               IMAGEM-DEPOIS.
           MOVE REG-ID            TO HS-ID.
           MOVE DATA-HOJE         TO HS-DATA.
           MOVE SALARIO-ANTERIOR  TO HS-VALOR-ANTERIOR.
           MOVE SALARIO-NOVO      TO HS-VALOR-NOVO.
           MOVE "D"               TO HS-MOTIVO.
           WRITE REG-HISTSAL.
       APURA-DIFERENCAS.
           MOVE "N" TO FIM-FOLHA.
           OPEN INPUT ARQ-FOLHA.
           PERFORM UNTIL FIM-FOLHA = "S"
               READ ARQ-FOLHA
                   AT END MOVE "S" TO FIM-FOLHA
                   NOT AT END
                       IF FOL-ID = REG-ID
                          AND FOL-COMPETENCIA NOT < VIGENCIA
                           PERFORM CALCULA-DIFERENCA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-FOLHA.
       CALCULA-DIFERENCA.
           MOVE ZEROS TO DIF-SALARIO.
           MOVE ZEROS TO DIF-HEXTRA.
           EVALUATE FOL-TIPO
               WHEN "M"
                   COMPUTE BASE-SALARIO = FOL-BRUTO - FOL-HEXTRA
                   IF FOL-COMISSAO IS NUMERIC
                      AND FOL-COMISSAO NOT > BASE-SALARIO
                       SUBTRACT FOL-COMISSAO FROM BASE-SALARIO
                   END-IF
                   COMPUTE DIF-SALARIO ROUNDED =
                       BASE-SALARIO * PERC-DISSIDIO / 100
                   COMPUTE DIF-HEXTRA ROUNDED =
                       FOL-HEXTRA * PERC-DISSIDIO / 100
                   MOVE "SALARIO"         TO DESC-TIPO
               WHEN "F"
                   COMPUTE DIF-SALARIO ROUNDED =
                       FOL-BRUTO * PERC-DISSIDIO / 100
                   MOVE "FERIAS + 1/3"    TO DESC-TIPO
               WHEN "1"
                   COMPUTE DIF-SALARIO ROUNDED =
                       FOL-BRUTO * PERC-DISSIDIO / 100
                   MOVE "13O 1A PARCELA"  TO DESC-TIPO
               WHEN "2"
                   COMPUTE DIF-SALARIO ROUNDED =
                       FOL-BRUTO * PERC-DISSIDIO / 100
                   MOVE "13O 2A PARCELA"  TO DESC-TIPO
           END-EVALUATE.
           IF DIF-SALARIO > ZEROS OR DIF-HEXTRA > ZEROS
               MOVE VIGENCIA        TO DIS-VIGENCIA
               MOVE REG-ID          TO DIS-ID
               MOVE FOL-COMPETENCIA TO DIS-COMPETENCIA
               MOVE FOL-TIPO        TO DIS-TIPO
               MOVE FOL-BRUTO       TO DIS-ORIGINAL
               MOVE DIF-SALARIO     TO DIS-DIF-SALARIO
               MOVE DIF-HEXTRA      TO DIS-DIF-HEXTRA
               MOVE "P"             TO DIS-STATUS
               MOVE ZEROS           TO DIS-COMPET-PAGTO
               WRITE REG-DISSIDIO
               ADD DIF-SALARIO TO TOTAL-FUNC
               ADD DIF-HEXTRA  TO TOTAL-FUNC
               MOVE FOL-BRUTO   TO VALOR-E
               MOVE DIF-SALARIO TO VALOR2-E
               PERFORM GRAVA-LINHA-DIFERENCA
               IF DIF-HEXTRA > ZEROS
                   MOVE "HORAS EXTRAS" TO DESC-TIPO
                   MOVE FOL-HEXTRA     TO VALOR-E
                   MOVE DIF-HEXTRA     TO VALOR2-E
                   PERFORM GRAVA-LINHA-DIFERENCA
               END-IF
           END-IF.
       DEVOLVE-FUNCIONARIOS.
           MOVE "N" TO FIM-FUNC.
           OPEN OUTPUT ARQ-FUNCIONARIOS.
           OPEN INPUT  ARQ-FUNC-TMP.
           PERFORM UNTIL FIM-FUNC = "S"
               READ ARQ-FUNC-TMP
                   AT END MOVE "S" TO FIM-FUNC
                   NOT AT END
                       MOVE REG-FUNC-TMP TO REG-FUNCIONARIO
                       WRITE REG-FUNCIONARIO
               END-READ
           END-PERFORM.
           CLOSE ARQ-FUNCIONARIOS.
           CLOSE ARQ-FUNC-TMP.
       CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE PERC-DISSIDIO TO PERC-DISSIDIO-E.
           STRING "DISSIDIO " DELIMITED BY SIZE
                  PERC-DISSIDIO-E DELIMITED BY SIZE
                  "% - VIGENCIA " DELIMITED BY SIZE
                  VIGENCIA(5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  VIGENCIA(1:4) DELIMITED BY SIZE
                  " - DEMONSTRATIVO DE DIFERENCAS"
                      DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       GRAVA-LINHA-FUNCIONARIO.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE REG-ID TO ID-E.
           MOVE SALARIO-ANTERIOR TO VALOR-E.
           MOVE SALARIO-NOVO     TO VALOR2-E.
           STRING "ID: "   DELIMITED BY SIZE
                  ID-E     DELIMITED BY SIZE
                  " "      DELIMITED BY SIZE
                  REG-NOME DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "SALARIO: " DELIMITED BY SIZE
                  VALOR-E     DELIMITED BY SIZE
                  " -> "      DELIMITED BY SIZE
                  VALOR2-E    DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "COMPET.  VERBA           VALOR ORIGINAL      DIFERENCA"
               TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       GRAVA-LINHA-DIFERENCA.
           ADD 1 TO CONT-LINHAS.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING FOL-COMPETENCIA(5:2) DELIMITED BY SIZE
                  "/"                  DELIMITED BY SIZE
                  FOL-COMPETENCIA(1:4) DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  DESC-TIPO            DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  VALOR-E              DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  VALOR2-E             DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       GRAVA-TOTAL-FUNCIONARIO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE TOTAL-FUNC TO VALOR2-E.
           STRING "TOTAL A PAGAR NA PROXIMA FOLHA........"
                      DELIMITED BY SIZE
                  "   "    DELIMITED BY SIZE
                  VALOR2-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD TOTAL-FUNC TO TOTAL-GERAL.
       RODAPE.
           MOVE ALL "=" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CONT-REAJUSTADOS TO CONT-E.
           STRING "FUNCIONARIOS REAJUSTADOS: " DELIMITED BY SIZE
                  CONT-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE TOTAL-GERAL TO TOTAL-E.
           STRING "TOTAL DE DIFERENCAS.....: " DELIMITED BY SIZE
                  TOTAL-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
