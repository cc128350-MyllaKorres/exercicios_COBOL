       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-AFASTAMENTOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-AFASTAMENTOS
                   ASSIGN TO "AFASTAMENTOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-AFAST-TMP ASSIGN TO "AFASTAMENTOSTMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-FUNCIONARIOS ASSIGN TO "FUNCIONARIOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-RELATORIO ASSIGN TO "RELAFAST.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-AFASTAMENTOS.
           01  REG-AFASTAMENTO.
               02 AFA-ID         PIC 9(05).
               02 AFA-TIPO       PIC X(01).
               02 AFA-INICIO     PIC 9(08).
               02 AFA-FIM        PIC 9(08).
               02 AFA-DOCUMENTO  PIC X(20).
           FD  ARQ-AFAST-TMP.
           01  REG-AFAST-TMP     PIC X(42).
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
               02 FIM-AFAST     PIC X(01) VALUE "N".
               02 AFAST-ACHADO  PIC X(01) VALUE "N".
               02 CONT-AFAST    PIC 9(03) VALUE ZEROS.
               02 CONT-AFAST-E  PIC ZZ9.
           01 DADOS-AFASTAMENTO.
               02 TIPO-AFAST    PIC X(01) VALUE SPACE.
               02 DATA-INICIO   PIC 9(08) VALUE ZEROS.
               02 DATA-FIM      PIC 9(08) VALUE ZEROS.
               02 DATA-RETORNO  PIC 9(08) VALUE ZEROS.
               02 DOCUMENTO     PIC X(20) VALUE SPACES.
               02 DATA-VALIDA   PIC X(01) VALUE "N".
               02 TIPO-DESC     PIC X(14) VALUE SPACES.
               02 DATA-E        PIC X(10) VALUE SPACES.
               02 DATA-EDITAR   PIC 9(08) VALUE ZEROS.
           01 DADOS-RELATORIO.
               02 MES-REL-E     PIC 9(02) VALUE ZEROS.
               02 ANO-REL-E     PIC 9(04) VALUE ZEROS.
               02 INICIO-MES    PIC 9(08) VALUE ZEROS.
               02 FIM-MES       PIC 9(08) VALUE ZEROS.
               02 PROXIMO-MES   PIC 9(08) VALUE ZEROS.
               02 SITUACAO      PIC X(12) VALUE SPACES.
               02 CONT-AFASTADOS PIC 9(04) VALUE ZEROS.
               02 CONT-RETORNOS  PIC 9(04) VALUE ZEROS.
               02 CONT-E        PIC ZZZ9.
               02 ID-E          PIC ZZZZ9.
               02 REGISTROS-SPOOL PIC 9(06) VALUE ZEROS.
           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
               02 MES      PIC 9(02) VALUE ZEROS.
               02 DIA      PIC 9(02) VALUE ZEROS.
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CADASTRO DE AFASTAMENTOS".
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           MOVE "S" TO CONTINUAR.
           PERFORM PROCESSO UNTIL CONTINUAR NOT = "S".
           DISPLAY "FIM DO PROGRAMA".
           STOP RUN.
       PROCESSO.
           DISPLAY "1-INCLUIR  2-REGISTRAR RETORNO  3-LISTAR POR "
               "FUNCIONARIO  4-RELATORIO DO MES: ".
           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "1"
                   PERFORM INCLUIR-AFASTAMENTO
                       THRU INCLUIR-AFASTAMENTO-FIM
               WHEN "2"
                   PERFORM REGISTRA-RETORNO
                       THRU REGISTRA-RETORNO-FIM
               WHEN "3"
                   PERFORM LISTAR-AFASTAMENTOS
                       THRU LISTAR-AFASTAMENTOS-FIM
               WHEN "4"
                   PERFORM RELATORIO-MENSAL
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           DISPLAY "CONTINUA (S/N)? ".
           ACCEPT CONTINUAR.
           IF CONTINUAR = "s"
               MOVE "S" TO CONTINUAR
           END-IF.
       INCLUIR-AFASTAMENTO.
           PERFORM PEDE-FUNCIONARIO.
           IF FUNC-ACHADO = "N"
               GO TO INCLUIR-AFASTAMENTO-FIM
           END-IF.
           MOVE SPACE TO TIPO-AFAST.
           PERFORM RECEBE-TIPO
               UNTIL TIPO-AFAST = "A" OR TIPO-AFAST = "D"
                  OR TIPO-AFAST = "M" OR TIPO-AFAST = "N".
           MOVE "N" TO DATA-VALIDA.
           PERFORM RECEBE-INICIO UNTIL DATA-VALIDA = "S".
           MOVE "N" TO DATA-VALIDA.
           PERFORM RECEBE-FIM UNTIL DATA-VALIDA = "S".
           DISPLAY "DOCUMENTO (ATESTADO/CAT/PROCESSO): ".
           ACCEPT DOCUMENTO.
           MOVE FUNCTION UPPER-CASE(DOCUMENTO) TO DOCUMENTO.
           MOVE ID-FUNC     TO AFA-ID.
           MOVE TIPO-AFAST  TO AFA-TIPO.
           MOVE DATA-INICIO TO AFA-INICIO.
           MOVE DATA-FIM    TO AFA-FIM.
           MOVE DOCUMENTO   TO AFA-DOCUMENTO.
           OPEN EXTEND ARQ-AFASTAMENTOS.
           WRITE REG-AFASTAMENTO.
           CLOSE ARQ-AFASTAMENTOS.
           DISPLAY "AFASTAMENTO INCLUIDO".
       INCLUIR-AFASTAMENTO-FIM.
           EXIT.
       PEDE-FUNCIONARIO.
           DISPLAY "ID DO FUNCIONARIO: ".
           ACCEPT ID-FUNC-E.
           MOVE ID-FUNC-E TO ID-FUNC.
           PERFORM LOCALIZA-FUNCIONARIO.
           IF FUNC-ACHADO = "N"
               DISPLAY "FUNCIONARIO NAO ENCONTRADO"
               CALL "GRAVA-EXCECAO" USING "CADASTRO-AFASTAMENTO"
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
       RECEBE-TIPO.
           DISPLAY "TIPO (A-ATESTADO ATE 15 DIAS  D-AUXILIO DOENCA  "
               "M-MATERNIDADE  N-NAO REMUNERADO): ".
           ACCEPT TIPO-AFAST.
           MOVE FUNCTION UPPER-CASE(TIPO-AFAST) TO TIPO-AFAST.
           IF TIPO-AFAST NOT = "A" AND NOT = "D" AND NOT = "M"
              AND NOT = "N"
               DISPLAY "TIPO INVALIDO"
           END-IF.
       RECEBE-INICIO.
           DISPLAY "DATA DE INICIO (AAAAMMDD): ".
           ACCEPT DATA-INICIO.
           IF FUNCTION TEST-DATE-YYYYMMDD(DATA-INICIO) = ZEROS
               MOVE "S" TO DATA-VALIDA
           ELSE
               DISPLAY "DATA INVALIDA"
           END-IF.
       RECEBE-FIM.
           DISPLAY "DATA FINAL PREVISTA (AAAAMMDD, 0=INDETERMINADA): ".
           ACCEPT DATA-FIM.
           IF DATA-FIM = ZEROS
               MOVE "S" TO DATA-VALIDA
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(DATA-FIM) = ZEROS
                  AND DATA-FIM NOT < DATA-INICIO
                   MOVE "S" TO DATA-VALIDA
               ELSE
                   DISPLAY "DATA INVALIDA"
               END-IF
           END-IF.
       REGISTRA-RETORNO.
           PERFORM PEDE-FUNCIONARIO.
           IF FUNC-ACHADO = "N"
               GO TO REGISTRA-RETORNO-FIM
           END-IF.
           DISPLAY "ULTIMO DIA DE AFASTAMENTO (AAAAMMDD): ".
           ACCEPT DATA-RETORNO.
           IF FUNCTION TEST-DATE-YYYYMMDD(DATA-RETORNO) NOT = ZEROS
               DISPLAY "DATA INVALIDA"
               GO TO REGISTRA-RETORNO-FIM
           END-IF.
           MOVE "N" TO AFAST-ACHADO.
           MOVE "N" TO FIM-AFAST.
           OPEN INPUT  ARQ-AFASTAMENTOS.
           OPEN OUTPUT ARQ-AFAST-TMP.
           PERFORM UNTIL FIM-AFAST = "S"
               READ ARQ-AFASTAMENTOS
                   AT END MOVE "S" TO FIM-AFAST
                   NOT AT END
                       IF AFA-ID = ID-FUNC
                          AND AFA-INICIO NOT > DATA-RETORNO
                          AND (AFA-FIM = ZEROS
                               OR AFA-FIM NOT < DATA-RETORNO)
                          AND AFAST-ACHADO = "N"
                           MOVE DATA-RETORNO TO AFA-FIM
                           MOVE "S" TO AFAST-ACHADO
                       END-IF
                       MOVE REG-AFASTAMENTO TO REG-AFAST-TMP
                       WRITE REG-AFAST-TMP
               END-READ
           END-PERFORM.
           CLOSE ARQ-AFASTAMENTOS.
           CLOSE ARQ-AFAST-TMP.
           IF AFAST-ACHADO = "N"
               DISPLAY "NENHUM AFASTAMENTO ABERTO NESSA DATA"
               GO TO REGISTRA-RETORNO-FIM
           END-IF.
           MOVE "N" TO FIM-AFAST.
           OPEN OUTPUT ARQ-AFASTAMENTOS.
           OPEN INPUT  ARQ-AFAST-TMP.
           PERFORM UNTIL FIM-AFAST = "S"
               READ ARQ-AFAST-TMP
                   AT END MOVE "S" TO FIM-AFAST
                   NOT AT END
                       MOVE REG-AFAST-TMP TO REG-AFASTAMENTO
                       WRITE REG-AFASTAMENTO
               END-READ
           END-PERFORM.
           CLOSE ARQ-AFASTAMENTOS.
           CLOSE ARQ-AFAST-TMP.
           DISPLAY "RETORNO REGISTRADO".
       REGISTRA-RETORNO-FIM.
           EXIT.
       LISTAR-AFASTAMENTOS.
           PERFORM PEDE-FUNCIONARIO.
           IF FUNC-ACHADO = "N"
               GO TO LISTAR-AFASTAMENTOS-FIM
           END-IF.
           MOVE ZEROS TO CONT-AFAST.
           MOVE "N"   TO FIM-AFAST.
           OPEN INPUT ARQ-AFASTAMENTOS.
           PERFORM LE-AFASTAMENTO UNTIL FIM-AFAST = "S".
           CLOSE ARQ-AFASTAMENTOS.
           MOVE CONT-AFAST TO CONT-AFAST-E.
           DISPLAY "AFASTAMENTOS REGISTRADOS: " CONT-AFAST-E.
       LISTAR-AFASTAMENTOS-FIM.
           EXIT.
       LE-AFASTAMENTO.
           READ ARQ-AFASTAMENTOS
               AT END MOVE "S" TO FIM-AFAST
               NOT AT END
                   IF AFA-ID = ID-FUNC
                       ADD 1 TO CONT-AFAST
                       PERFORM DESCREVE-TIPO
                       DISPLAY TIPO-DESC " " AFA-INICIO " A "
                           AFA-FIM " " AFA-DOCUMENTO
                   END-IF
           END-READ.
       DESCREVE-TIPO.
           EVALUATE AFA-TIPO
               WHEN "A" MOVE "ATESTADO      " TO TIPO-DESC
               WHEN "D" MOVE "AUXILIO DOENCA" TO TIPO-DESC
               WHEN "M" MOVE "MATERNIDADE   " TO TIPO-DESC
               WHEN "N" MOVE "NAO REMUNERADO" TO TIPO-DESC
               WHEN OTHER MOVE "OUTRO         " TO TIPO-DESC
           END-EVALUATE.
       RELATORIO-MENSAL.
           DISPLAY "MES DO RELATORIO (MM): ".
           ACCEPT MES-REL-E.
           DISPLAY "ANO DO RELATORIO (AAAA): ".
           ACCEPT ANO-REL-E.
           IF MES-REL-E < 1 OR MES-REL-E > 12 OR ANO-REL-E = ZEROS
               MOVE ANO TO ANO-REL-E
               MOVE MES TO MES-REL-E
           END-IF.
           COMPUTE INICIO-MES = ANO-REL-E * 10000 + MES-REL-E * 100 + 1.
           IF MES-REL-E = 12
               COMPUTE PROXIMO-MES = (ANO-REL-E + 1) * 10000 + 101
           ELSE
               COMPUTE PROXIMO-MES = INICIO-MES + 100
           END-IF.
           COMPUTE FIM-MES = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(PROXIMO-MES) - 1).
           MOVE ZEROS TO CONT-AFASTADOS.
           MOVE ZEROS TO CONT-RETORNOS.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "AFASTAMENTOS E RETORNOS - " DELIMITED BY SIZE
                  MES-REL-E DELIMITED BY SIZE
                  "/"       DELIMITED BY SIZE
                  ANO-REL-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "N" TO FIM-AFAST.
           OPEN INPUT ARQ-AFASTAMENTOS.
           PERFORM UNTIL FIM-AFAST = "S"
               READ ARQ-AFASTAMENTOS
                   AT END MOVE "S" TO FIM-AFAST
                   NOT AT END
                       IF AFA-INICIO NOT > FIM-MES
                          AND (AFA-FIM = ZEROS
                               OR AFA-FIM NOT < INICIO-MES)
                           PERFORM LINHA-RELATORIO-MES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-AFASTAMENTOS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE CONT-AFASTADOS TO CONT-E.
           STRING "AFASTADOS NO MES.........: " DELIMITED BY SIZE
                  CONT-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CONT-RETORNOS TO CONT-E.
           STRING "RETORNAM NO MES..........: " DELIMITED BY SIZE
                  CONT-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           CLOSE ARQ-RELATORIO.
           MOVE CONT-AFASTADOS TO REGISTROS-SPOOL.
           CALL "GUARDA-RELATORIO" USING "AFASTAMENT"
               "RELAFAST.TXT    " REGISTROS-SPOOL.
           DISPLAY "RELATORIO GERADO EM RELAFAST.TXT".
       LINHA-RELATORIO-MES.
           ADD 1 TO CONT-AFASTADOS.
           MOVE AFA-ID TO ID-FUNC.
           PERFORM LOCALIZA-FUNCIONARIO.
           IF FUNC-ACHADO = "N"
               MOVE SPACES TO NOME-FUNC
           END-IF.
           PERFORM DESCREVE-TIPO.
           IF AFA-FIM NOT = ZEROS AND AFA-FIM NOT > FIM-MES
               MOVE "RETORNA" TO SITUACAO
               ADD 1 TO CONT-RETORNOS
           ELSE
               MOVE "AFASTADO" TO SITUACAO
           END-IF.
           MOVE AFA-ID TO ID-E.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE ID-E      TO LINHA-RELATORIO(1:5).
           MOVE NOME-FUNC TO LINHA-RELATORIO(7:25).
           MOVE TIPO-DESC TO LINHA-RELATORIO(33:14).
           MOVE AFA-INICIO TO DATA-EDITAR.
           PERFORM EDITA-DATA.
           MOVE DATA-E TO LINHA-RELATORIO(48:10).
           IF AFA-FIM = ZEROS
               MOVE "INDETERM." TO LINHA-RELATORIO(59:10)
           ELSE
               MOVE AFA-FIM TO DATA-EDITAR
               PERFORM EDITA-DATA
               MOVE DATA-E TO LINHA-RELATORIO(59:10)
           END-IF.
           MOVE SITUACAO TO LINHA-RELATORIO(70:11).
           WRITE LINHA-RELATORIO.
       EDITA-DATA.
           MOVE SPACES TO DATA-E.
           STRING DATA-EDITAR(7:2) DELIMITED BY SIZE
                  "/"              DELIMITED BY SIZE
                  DATA-EDITAR(5:2) DELIMITED BY SIZE
                  "/"              DELIMITED BY SIZE
                  DATA-EDITAR(1:4) DELIMITED BY SIZE
             INTO DATA-E.
