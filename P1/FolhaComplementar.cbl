       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOLHA-COMPLEMENTAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ARQ-FUNCIONARIOS ASSIGN TO "FUNCIONARIOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-FOLHA ASSIGN TO "FOLHA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-FOLHA-COMPL
                   ASSIGN TO "FOLHACOMPL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-DEPENDENTES
                   ASSIGN TO "DEPENDENTES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-FECHA-FOLHA
                   ASSIGN TO "FECHAFOLHA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-CONTRACHEQUES ASSIGN TO "CONTRACHCOMP.TXT"
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
           FD  ARQ-FOLHA-COMPL.
           01  REG-FOLHA-COMPL.
               02 FCP-ID          PIC 9(05).
               02 FCP-COMPETENCIA PIC 9(06).
               02 FCP-DATA        PIC 9(08).
               02 FCP-BRUTO       PIC 9(09)V99.
               02 FCP-INSS        PIC 9(07)V99.
               02 FCP-IRRF        PIC 9(07)V99.
               02 FCP-LIQUIDO     PIC 9(09)V99.
               02 FCP-MOTIVO      PIC X(30).
               02 FCP-OPERADOR    PIC X(08).
           FD  ARQ-DEPENDENTES.
           01  REG-DEPENDENTE.
               02 DEP-ID         PIC 9(05).
               02 DEP-NOME       PIC X(30).
               02 DEP-NASCIMENTO PIC 9(08).
               02 DEP-PARENTESCO PIC X(01).
               02 DEP-IRRF       PIC X(01).
           FD  ARQ-FECHA-FOLHA.
           01  REG-FECHA-FOLHA.
               02 FFC-COMPETENCIA PIC 9(06).
               02 FFC-STATUS      PIC X(01).
               02 FFC-DATA        PIC 9(08).
               02 FFC-LINHAS      PIC 9(06).
               02 FFC-BRUTO       PIC 9(11)V99.
               02 FFC-LIQUIDO     PIC 9(11)V99.
               02 FFC-OPERADOR    PIC X(08).
           FD  ARQ-CONTRACHEQUES.
           01  LINHA-CONTRACHEQUE PIC X(80).
       WORKING-STORAGE SECTION.
           01 DADOS-OPERADOR.
               02 OPERADOR-SESSAO PIC X(08) VALUE SPACES.
               02 PERFIL-SESSAO   PIC X(01) VALUE SPACE.
           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
               02 MES      PIC 9(02) VALUE ZEROS.
               02 DIA      PIC 9(02) VALUE ZEROS.
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
           01 COMPETENCIA      PIC 9(06) VALUE ZEROS.
           01 COMPETENCIA-FECHADA PIC X(01) VALUE "N".
           01 FIM-FECHA-FOLHA  PIC X(01) VALUE "N".
           01 CONTINUAR        PIC X(01) VALUE SPACE.
           01 OPCAO            PIC X(01) VALUE SPACE.
           01 ID-FUNC          PIC 9(05) VALUE ZEROS.
           01 ID-FUNC-E        PIC ZZZZ9.
           01 FUNC-ACHADO      PIC X(01) VALUE "N".
           01 FIM-FUNCIONARIOS PIC X(01) VALUE "N".
           01 FIM-FOLHA        PIC X(01) VALUE "N".
           01 FIM-COMPL        PIC X(01) VALUE "N".
           01 FIM-DEPENDENTES  PIC X(01) VALUE "N".
           01 FOLHA-ACHADA     PIC X(01) VALUE "N".
           01 MOTIVO           PIC X(30) VALUE SPACES.
           01 VALOR-COMPL      PIC 9(07)V99 VALUE ZEROS.
           01 VALOR-COMPL-E    PIC ZZZZZZ9,99.
           01 BRUTO-ANTERIOR   PIC 9(09)V99 VALUE ZEROS.
           01 INSS-ANTERIOR    PIC 9(07)V99 VALUE ZEROS.
           01 IRRF-ANTERIOR    PIC 9(07)V99 VALUE ZEROS.
           01 SALARIO-BRUTO    PIC 9(09)V99 VALUE ZEROS.
           01 VALOR-INSS       PIC 9(07)V99 VALUE ZEROS.
           01 BASE-IRRF        PIC S9(09)V99 VALUE ZEROS.
           01 VALOR-IRRF       PIC S9(07)V99 VALUE ZEROS.
           01 INSS-COMPL       PIC S9(07)V99 VALUE ZEROS.
           01 IRRF-COMPL       PIC S9(07)V99 VALUE ZEROS.
           01 LIQUIDO-COMPL    PIC S9(09)V99 VALUE ZEROS.
           01 PARCELA          PIC 9(09)V99 VALUE ZEROS.
           01 QTDE-DEP-IRRF    PIC 9(02) VALUE ZEROS.
           01 DEDUCAO-DEP      PIC 9(05)V99 VALUE 189,59.
           01 VALOR-DEDUCAO    PIC 9(07)V99 VALUE ZEROS.
           01 CONT-LANCADOS    PIC 9(04) VALUE ZEROS.
           01 CONT-E           PIC ZZZ9.
           01 REGISTROS-SPOOL  PIC 9(06) VALUE ZEROS.
           01 ID-E             PIC ZZZZ9.
           01 VALOR-E          PIC ZZZ.ZZZ.ZZ9,99.
           01 FAIXAS-INSS.
               02 FILLER PIC 9(05)V99 VALUE 1412,00.
               02 FILLER PIC 9(05)V99 VALUE 2666,68.
               02 FILLER PIC 9(05)V99 VALUE 4000,03.
               02 FILLER PIC 9(05)V99 VALUE 7786,02.
           01 TABELA-FAIXAS-INSS REDEFINES FAIXAS-INSS.
               02 FAIXA-INSS-T PIC 9(05)V99 OCCURS 4 TIMES.
           01 ALIQUOTAS-INSS.
               02 FILLER PIC 9(02)V99 VALUE 07,50.
               02 FILLER PIC 9(02)V99 VALUE 09,00.
               02 FILLER PIC 9(02)V99 VALUE 12,00.
               02 FILLER PIC 9(02)V99 VALUE 14,00.
           01 TABELA-ALIQ-INSS REDEFINES ALIQUOTAS-INSS.
               02 ALIQ-INSS-T PIC 9(02)V99 OCCURS 4 TIMES.
           01 FAIXA-ANTERIOR   PIC 9(05)V99 VALUE ZEROS.
           01 LIMITE-FAIXA     PIC 9(09)V99 VALUE ZEROS.
           01 IDX-FAIXA        PIC 9(01) VALUE ZERO.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "FOLHA COMPLEMENTAR".
           CALL "IDENTIFICA-OPERADOR" USING OPERADOR-SESSAO
               PERFIL-SESSAO.
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           DISPLAY "COMPETENCIA A COMPLEMENTAR (AAAAMM): ".
           ACCEPT COMPETENCIA.
           PERFORM VERIFICA-COMPETENCIA-FECHADA.
           IF COMPETENCIA-FECHADA = "N"
               DISPLAY "COMPETENCIA NAO FECHADA - CORRIJA PELA FOLHA "
                   "MENSAL"
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQ-CONTRACHEQUES.
           MOVE "S" TO CONTINUAR.
           PERFORM LANCA-COMPLEMENTO THRU LANCA-COMPLEMENTO-FIM
               UNTIL CONTINUAR NOT = "S".
           CLOSE ARQ-CONTRACHEQUES.
           IF CONT-LANCADOS > ZEROS
               MOVE CONT-LANCADOS TO REGISTROS-SPOOL
               CALL "GUARDA-RELATORIO" USING "CONTRACOMP"
                   "CONTRACHCOMP.TXT" REGISTROS-SPOOL
           END-IF.
           MOVE CONT-LANCADOS TO CONT-E.
           DISPLAY "COMPLEMENTOS LANCADOS: " CONT-E.
           DISPLAY "CONTRACHEQUES EM CONTRACHCOMP.TXT".
           STOP RUN.
       LANCA-COMPLEMENTO.
           DISPLAY "ID DO FUNCIONARIO: ".
           ACCEPT ID-FUNC-E.
           MOVE ID-FUNC-E TO ID-FUNC.
           PERFORM LOCALIZA-FUNCIONARIO.
           IF FUNC-ACHADO = "N"
               DISPLAY "FUNCIONARIO NAO ENCONTRADO"
               CALL "GRAVA-EXCECAO" USING "FOLHA-COMPLEMENTAR  "
                   "REG-ID         " "NAO-ENCONTRADO      "
                   "FUNCIONARIO NAO ENCONTRADO              "
               GO TO LANCA-COMPLEMENTO-PERGUNTA
           END-IF.
           DISPLAY "FUNCIONARIO: " REG-NOME.
           PERFORM LOCALIZA-FOLHA-MENSAL.
           IF FOLHA-ACHADA = "N"
               DISPLAY "FUNCIONARIO SEM FOLHA MENSAL NA COMPETENCIA"
               GO TO LANCA-COMPLEMENTO-PERGUNTA
           END-IF.
           PERFORM SOMA-COMPLEMENTOS-ANTERIORES.
           DISPLAY "VALOR COMPLEMENTAR (PROVENTO): ".
           ACCEPT VALOR-COMPL-E.
           MOVE VALOR-COMPL-E TO VALOR-COMPL.
           IF VALOR-COMPL = ZEROS
               DISPLAY "VALOR INVALIDO"
               GO TO LANCA-COMPLEMENTO-PERGUNTA
           END-IF.
           DISPLAY "MOTIVO DA CORRECAO: ".
           ACCEPT MOTIVO.
           MOVE FUNCTION UPPER-CASE(MOTIVO) TO MOTIVO.
           COMPUTE SALARIO-BRUTO = BRUTO-ANTERIOR + VALOR-COMPL.
           PERFORM CALCULA-INSS.
           PERFORM CONTA-DEPENDENTES.
           PERFORM CALCULA-IRRF.
           COMPUTE INSS-COMPL = VALOR-INSS - INSS-ANTERIOR.
           IF INSS-COMPL < ZEROS
               MOVE ZEROS TO INSS-COMPL
           END-IF.
           COMPUTE IRRF-COMPL = VALOR-IRRF - IRRF-ANTERIOR.
           IF IRRF-COMPL < ZEROS
               MOVE ZEROS TO IRRF-COMPL
           END-IF.
           COMPUTE LIQUIDO-COMPL = VALOR-COMPL - INSS-COMPL
               - IRRF-COMPL.
           MOVE VALOR-COMPL TO VALOR-E.
           DISPLAY "BRUTO COMPLEMENTAR: " VALOR-E.
           MOVE LIQUIDO-COMPL TO VALOR-E.
           DISPLAY "LIQUIDO A PAGAR...: " VALOR-E.
           DISPLAY "CONFIRMA O LANCAMENTO (S/N)? ".
           ACCEPT OPCAO.
           IF OPCAO NOT = "S" AND OPCAO NOT = "s"
               DISPLAY "LANCAMENTO DESCARTADO"
               GO TO LANCA-COMPLEMENTO-PERGUNTA
           END-IF.
           PERFORM GRAVA-COMPLEMENTO.
           PERFORM GRAVA-CONTRACHEQUE.
           ADD 1 TO CONT-LANCADOS.
           DISPLAY "COMPLEMENTO LANCADO".
       LANCA-COMPLEMENTO-PERGUNTA.
           DISPLAY "OUTRO FUNCIONARIO (S/N)? ".
           ACCEPT CONTINUAR.
           IF CONTINUAR = "s"
               MOVE "S" TO CONTINUAR
           END-IF.
       LANCA-COMPLEMENTO-FIM.
           EXIT.
       LOCALIZA-FUNCIONARIO.
           MOVE "N" TO FUNC-ACHADO.
           MOVE "N" TO FIM-FUNCIONARIOS.
           OPEN INPUT ARQ-FUNCIONARIOS.
           PERFORM UNTIL FIM-FUNCIONARIOS = "S"
               READ ARQ-FUNCIONARIOS
                   AT END MOVE "S" TO FIM-FUNCIONARIOS
                   NOT AT END
                       IF REG-ID = ID-FUNC
                           MOVE "S" TO FUNC-ACHADO
                           MOVE "S" TO FIM-FUNCIONARIOS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-FUNCIONARIOS.
       LOCALIZA-FOLHA-MENSAL.
           MOVE "N" TO FOLHA-ACHADA.
           MOVE ZEROS TO BRUTO-ANTERIOR.
           MOVE ZEROS TO INSS-ANTERIOR.
           MOVE ZEROS TO IRRF-ANTERIOR.
           MOVE "N" TO FIM-FOLHA.
           OPEN INPUT ARQ-FOLHA.
           PERFORM UNTIL FIM-FOLHA = "S"
               READ ARQ-FOLHA
                   AT END MOVE "S" TO FIM-FOLHA
                   NOT AT END
                       IF FOL-ID = ID-FUNC
                          AND FOL-COMPETENCIA = COMPETENCIA
                          AND FOL-TIPO = "M"
                           MOVE FOL-BRUTO TO BRUTO-ANTERIOR
                           MOVE FOL-INSS  TO INSS-ANTERIOR
                           MOVE FOL-IRRF  TO IRRF-ANTERIOR
                           MOVE "S" TO FOLHA-ACHADA
                           MOVE "S" TO FIM-FOLHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-FOLHA.
       SOMA-COMPLEMENTOS-ANTERIORES.
           MOVE "N" TO FIM-COMPL.
           OPEN INPUT ARQ-FOLHA-COMPL.
           PERFORM UNTIL FIM-COMPL = "S"
               READ ARQ-FOLHA-COMPL
                   AT END MOVE "S" TO FIM-COMPL
                   NOT AT END
                       IF FCP-ID = ID-FUNC
                          AND FCP-COMPETENCIA = COMPETENCIA
                           ADD FCP-BRUTO TO BRUTO-ANTERIOR
                           ADD FCP-INSS  TO INSS-ANTERIOR
                           ADD FCP-IRRF  TO IRRF-ANTERIOR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-FOLHA-COMPL.
       CALCULA-INSS.
           MOVE ZEROS TO VALOR-INSS.
           MOVE ZEROS TO FAIXA-ANTERIOR.
           PERFORM CALCULA-FAIXA-INSS
               VARYING IDX-FAIXA FROM 1 BY 1 UNTIL IDX-FAIXA > 4.
       CALCULA-FAIXA-INSS.
           IF SALARIO-BRUTO > FAIXA-ANTERIOR
               IF SALARIO-BRUTO < FAIXA-INSS-T(IDX-FAIXA)
                   MOVE SALARIO-BRUTO TO LIMITE-FAIXA
               ELSE
                   MOVE FAIXA-INSS-T(IDX-FAIXA) TO LIMITE-FAIXA
               END-IF
               COMPUTE PARCELA ROUNDED =
                   (LIMITE-FAIXA - FAIXA-ANTERIOR)
                   * ALIQ-INSS-T(IDX-FAIXA) / 100
               ADD PARCELA TO VALOR-INSS
           END-IF.
           MOVE FAIXA-INSS-T(IDX-FAIXA) TO FAIXA-ANTERIOR.
       CONTA-DEPENDENTES.
           MOVE ZEROS TO QTDE-DEP-IRRF.
           MOVE "N"   TO FIM-DEPENDENTES.
           OPEN INPUT ARQ-DEPENDENTES.
           PERFORM UNTIL FIM-DEPENDENTES = "S"
               READ ARQ-DEPENDENTES
                   AT END MOVE "S" TO FIM-DEPENDENTES
                   NOT AT END
                       IF DEP-ID = ID-FUNC AND DEP-IRRF = "S"
                           ADD 1 TO QTDE-DEP-IRRF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-DEPENDENTES.
       CALCULA-IRRF.
           COMPUTE VALOR-DEDUCAO = DEDUCAO-DEP * QTDE-DEP-IRRF.
           COMPUTE BASE-IRRF = SALARIO-BRUTO - VALOR-INSS
               - VALOR-DEDUCAO.
           IF BASE-IRRF < ZEROS
               MOVE ZEROS TO BASE-IRRF
           END-IF.
           EVALUATE TRUE
               WHEN BASE-IRRF <= 2259,20
                   MOVE ZEROS TO VALOR-IRRF
               WHEN BASE-IRRF <= 2826,65
                   COMPUTE VALOR-IRRF ROUNDED =
                       BASE-IRRF * 7,5 / 100 - 169,44
               WHEN BASE-IRRF <= 3751,05
                   COMPUTE VALOR-IRRF ROUNDED =
                       BASE-IRRF * 15 / 100 - 381,44
               WHEN BASE-IRRF <= 4664,68
                   COMPUTE VALOR-IRRF ROUNDED =
                       BASE-IRRF * 22,5 / 100 - 662,77
               WHEN OTHER
                   COMPUTE VALOR-IRRF ROUNDED =
                       BASE-IRRF * 27,5 / 100 - 896,00
           END-EVALUATE.
           IF VALOR-IRRF < ZEROS
               MOVE ZEROS TO VALOR-IRRF
           END-IF.
       GRAVA-COMPLEMENTO.
           MOVE ID-FUNC         TO FCP-ID.
           MOVE COMPETENCIA     TO FCP-COMPETENCIA.
           MOVE DATA-HOJE       TO FCP-DATA.
           MOVE VALOR-COMPL     TO FCP-BRUTO.
           MOVE INSS-COMPL      TO FCP-INSS.
           MOVE IRRF-COMPL      TO FCP-IRRF.
           MOVE LIQUIDO-COMPL   TO FCP-LIQUIDO.
           MOVE MOTIVO          TO FCP-MOTIVO.
           MOVE OPERADOR-SESSAO TO FCP-OPERADOR.
           OPEN EXTEND ARQ-FOLHA-COMPL.
           WRITE REG-FOLHA-COMPL.
           CLOSE ARQ-FOLHA-COMPL.
       GRAVA-CONTRACHEQUE.
           MOVE ALL "-" TO LINHA-CONTRACHEQUE.
           WRITE LINHA-CONTRACHEQUE.
           MOVE SPACES TO LINHA-CONTRACHEQUE.
           STRING "CONTRACHEQUE COMPLEMENTAR - COMPETENCIA "
                      DELIMITED BY SIZE
                  COMPETENCIA(1:4) DELIMITED BY SIZE
                  "/"              DELIMITED BY SIZE
                  COMPETENCIA(5:2) DELIMITED BY SIZE
             INTO LINHA-CONTRACHEQUE.
           WRITE LINHA-CONTRACHEQUE.
           MOVE SPACES TO LINHA-CONTRACHEQUE.
           MOVE ID-FUNC TO ID-E.
           STRING "ID: "   DELIMITED BY SIZE
                  ID-E     DELIMITED BY SIZE
                  "  "     DELIMITED BY SIZE
                  REG-NOME DELIMITED BY SIZE
             INTO LINHA-CONTRACHEQUE.
           WRITE LINHA-CONTRACHEQUE.
           MOVE SPACES TO LINHA-CONTRACHEQUE.
           STRING "MOTIVO...........: " DELIMITED BY SIZE
                  MOTIVO                DELIMITED BY SIZE
             INTO LINHA-CONTRACHEQUE.
           WRITE LINHA-CONTRACHEQUE.
           MOVE VALOR-COMPL TO VALOR-E.
           MOVE SPACES TO LINHA-CONTRACHEQUE.
           STRING "BRUTO COMPLEMENT.: " DELIMITED BY SIZE
                  VALOR-E               DELIMITED BY SIZE
             INTO LINHA-CONTRACHEQUE.
           WRITE LINHA-CONTRACHEQUE.
           MOVE INSS-COMPL TO VALOR-E.
           MOVE SPACES TO LINHA-CONTRACHEQUE.
           STRING "INSS COMPLEMENT..: " DELIMITED BY SIZE
                  VALOR-E               DELIMITED BY SIZE
             INTO LINHA-CONTRACHEQUE.
           WRITE LINHA-CONTRACHEQUE.
           MOVE IRRF-COMPL TO VALOR-E.
           MOVE SPACES TO LINHA-CONTRACHEQUE.
           STRING "IRRF COMPLEMENT..: " DELIMITED BY SIZE
                  VALOR-E               DELIMITED BY SIZE
             INTO LINHA-CONTRACHEQUE.
           WRITE LINHA-CONTRACHEQUE.
           MOVE LIQUIDO-COMPL TO VALOR-E.
           MOVE SPACES TO LINHA-CONTRACHEQUE.
           STRING "LIQUIDO COMPLEM..: " DELIMITED BY SIZE
                  VALOR-E               DELIMITED BY SIZE
             INTO LINHA-CONTRACHEQUE.
           WRITE LINHA-CONTRACHEQUE.
       VERIFICA-COMPETENCIA-FECHADA.
           MOVE "N" TO COMPETENCIA-FECHADA.
           MOVE "N" TO FIM-FECHA-FOLHA.
           OPEN INPUT ARQ-FECHA-FOLHA.
           PERFORM UNTIL FIM-FECHA-FOLHA = "S"
               READ ARQ-FECHA-FOLHA
                   AT END MOVE "S" TO FIM-FECHA-FOLHA
                   NOT AT END
                       IF FFC-COMPETENCIA = COMPETENCIA
                           IF FFC-STATUS = "F"
                               MOVE "S" TO COMPETENCIA-FECHADA
                           ELSE
                               MOVE "N" TO COMPETENCIA-FECHADA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-FECHA-FOLHA.
