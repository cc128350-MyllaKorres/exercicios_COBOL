       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFERE-NOTAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-ALUNOS ASSIGN TO "ALUNOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-PROFESSORES
                   ASSIGN TO "PROFESSORES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-ATRIBUICOES
                   ASSIGN TO "ATRIBUICOES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-DISCIPLINAS
                   ASSIGN TO "DISCIPLINAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-PENDENCIAS ASSIGN TO "PENDNOTAS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-ALUNOS.
           01  REG-ALUNO.
               02 REG-NOME       PIC A(30).
               02 REG-DISCIPLINA PIC 9(02).
               02 REG-BIMESTRE   PIC 9(01).
               02 REG-QTDE-NOTAS PIC 9(01).
               02 REG-NOTA       PIC 9(02) OCCURS 5 TIMES.
               02 REG-MEDIA      PIC 9(03)V9.
               02 REG-SITUACAO   PIC X(10).
               02 REG-MATRICULA  PIC 9(06).
               02 REG-TURMA      PIC 9(03).
               02 REG-PROFESSOR  PIC 9(04).
           FD  ARQ-PROFESSORES.
           01  REG-PROFESSOR-MST.
               02 PRO-CODIGO     PIC 9(04).
               02 PRO-NOME       PIC X(30).
               02 PRO-STATUS     PIC X(01).
           FD  ARQ-ATRIBUICOES.
           01  REG-ATRIBUICAO.
               02 ATR-TURMA      PIC 9(03).
               02 ATR-DISCIPLINA PIC 9(02).
               02 ATR-PROFESSOR  PIC 9(04).
               02 ATR-CARGA      PIC 9(02).
           FD  ARQ-DISCIPLINAS.
           01  REG-DISCIPLINA-MST.
               02 DIS-CODIGO     PIC 9(02).
               02 DIS-NOME       PIC X(15).
           FD  ARQ-PENDENCIAS.
           01  LINHA-PENDENCIA   PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-FIM           PIC X(01) VALUE "N".
           01 WS-QTDE-PROF     PIC 9(03) VALUE ZEROS.
           01 WS-TABELA-PROF.
               02 WS-PROF-T OCCURS 100 TIMES.
                   03 WS-PROF-COD-T  PIC 9(04).
                   03 WS-PROF-NOME-T PIC X(30).
           01 WS-QTDE-ATR      PIC 9(03) VALUE ZEROS.
           01 WS-TABELA-ATR.
               02 WS-ATR-T OCCURS 200 TIMES.
                   03 WS-ATR-TURMA-T PIC 9(03).
                   03 WS-ATR-DISC-T  PIC 9(02).
                   03 WS-ATR-PROF-T  PIC 9(04).
                   03 WS-ATR-USADA-T PIC X(01).
           01 WS-QTDE-DISC     PIC 9(02) VALUE ZEROS.
           01 WS-TABELA-DISC.
               02 WS-DISC-T OCCURS 20 TIMES.
                   03 WS-DISC-COD-T  PIC 9(02).
                   03 WS-DISC-NOME-T PIC X(15).
           01 WS-QTDE-ALUNOS   PIC 9(03) VALUE ZEROS.
           01 WS-TABELA-ALUNOS.
               02 WS-ALUNO-T OCCURS 500 TIMES.
                   03 WS-ALUNO-NOME-T  PIC X(30).
                   03 WS-ALUNO-TURMA-T PIC 9(03).
                   03 WS-ALUNO-NOTA-T  PIC X(01).
                   03 WS-ALUNO-TRANSF-T PIC X(01).
           01 WS-IDX-PROF      PIC 9(03) VALUE ZEROS.
           01 WS-IDX-ATR       PIC 9(03) VALUE ZEROS.
           01 WS-IDX-ALUNO     PIC 9(03) VALUE ZEROS.
           01 WS-IDX-DISC      PIC 9(02) VALUE ZEROS.
           01 WS-BIM           PIC 9(01) VALUE ZERO.
           01 WS-BIM-INICIAL   PIC 9(01) VALUE ZERO.
           01 WS-BIM-FINAL     PIC 9(01) VALUE ZERO.
           01 WS-ACHADO        PIC X(01) VALUE "N".
           01 WS-CABECALHO     PIC X(01) VALUE "N".
           01 WS-SEM-NOTA      PIC 9(03) VALUE ZEROS.
           01 WS-NOME-PROF     PIC X(30) VALUE SPACES.
           01 WS-NOME-DISC     PIC X(15) VALUE SPACES.
           01 WS-SEM-NOTA-E    PIC ZZ9.
           01 WS-PEND-E        PIC ZZZZ9.
       LINKAGE SECTION.
           01 LK-BIMESTRE      PIC 9(01).
           01 LK-PENDENCIAS    PIC 9(05).
           01 LK-LINHAS        PIC 9(06).
       PROCEDURE DIVISION USING LK-BIMESTRE LK-PENDENCIAS LK-LINHAS.
       INICIO.
           MOVE ZEROS TO LK-PENDENCIAS.
           MOVE ZEROS TO LK-LINHAS.
           IF LK-BIMESTRE = ZERO
               MOVE 1 TO WS-BIM-INICIAL
               MOVE 4 TO WS-BIM-FINAL
           ELSE
               MOVE LK-BIMESTRE TO WS-BIM-INICIAL
               MOVE LK-BIMESTRE TO WS-BIM-FINAL
           END-IF.
           PERFORM CARREGA-PROFESSORES.
           PERFORM CARREGA-ATRIBUICOES.
           PERFORM CARREGA-DISCIPLINAS.
           PERFORM CARREGA-ALUNOS.
           OPEN OUTPUT ARQ-PENDENCIAS.
           MOVE SPACES TO LINHA-PENDENCIA.
           IF LK-BIMESTRE = ZERO
               MOVE "PENDENCIAS DE NOTAS - TODOS OS BIMESTRES"
                   TO LINHA-PENDENCIA
           ELSE
               STRING "PENDENCIAS DE NOTAS - BIMESTRE "
                          DELIMITED BY SIZE
                      LK-BIMESTRE DELIMITED BY SIZE
                 INTO LINHA-PENDENCIA
           END-IF.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO LINHA-PENDENCIA.
           PERFORM GRAVA-LINHA.
           PERFORM CONFERE-PROFESSOR
               VARYING WS-IDX-PROF FROM 1 BY 1
               UNTIL WS-IDX-PROF > WS-QTDE-PROF.
           MOVE SPACES TO WS-NOME-PROF.
           PERFORM CONFERE-ATRIBUICAO-ORFA
               VARYING WS-IDX-ATR FROM 1 BY 1
               UNTIL WS-IDX-ATR > WS-QTDE-ATR.
           MOVE SPACES TO LINHA-PENDENCIA.
           PERFORM GRAVA-LINHA.
           MOVE LK-PENDENCIAS TO WS-PEND-E.
           MOVE SPACES TO LINHA-PENDENCIA.
           STRING "TOTAL DE LANCAMENTOS PENDENTES: " DELIMITED BY SIZE
                  WS-PEND-E                          DELIMITED BY SIZE
             INTO LINHA-PENDENCIA.
           PERFORM GRAVA-LINHA.
           CLOSE ARQ-PENDENCIAS.
           GOBACK.
       CARREGA-PROFESSORES.
           MOVE ZEROS TO WS-QTDE-PROF.
           MOVE "N" TO WS-FIM.
           OPEN INPUT ARQ-PROFESSORES.
           PERFORM UNTIL WS-FIM = "S"
               READ ARQ-PROFESSORES
                   AT END MOVE "S" TO WS-FIM
                   NOT AT END
                       IF WS-QTDE-PROF < 100
                           ADD 1 TO WS-QTDE-PROF
                           MOVE PRO-CODIGO
                               TO WS-PROF-COD-T(WS-QTDE-PROF)
                           MOVE PRO-NOME
                               TO WS-PROF-NOME-T(WS-QTDE-PROF)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-PROFESSORES.
       CARREGA-ATRIBUICOES.
           MOVE ZEROS TO WS-QTDE-ATR.
           MOVE "N" TO WS-FIM.
           OPEN INPUT ARQ-ATRIBUICOES.
           PERFORM UNTIL WS-FIM = "S"
               READ ARQ-ATRIBUICOES
                   AT END MOVE "S" TO WS-FIM
                   NOT AT END
                       IF WS-QTDE-ATR < 200
                           ADD 1 TO WS-QTDE-ATR
                           MOVE ATR-TURMA
                               TO WS-ATR-TURMA-T(WS-QTDE-ATR)
                           MOVE ATR-DISCIPLINA
                               TO WS-ATR-DISC-T(WS-QTDE-ATR)
                           MOVE ATR-PROFESSOR
                               TO WS-ATR-PROF-T(WS-QTDE-ATR)
                           MOVE "N" TO WS-ATR-USADA-T(WS-QTDE-ATR)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-ATRIBUICOES.
       CARREGA-DISCIPLINAS.
           MOVE ZEROS TO WS-QTDE-DISC.
           MOVE "N" TO WS-FIM.
           OPEN INPUT ARQ-DISCIPLINAS.
           PERFORM UNTIL WS-FIM = "S"
               READ ARQ-DISCIPLINAS
                   AT END MOVE "S" TO WS-FIM
                   NOT AT END
                       IF WS-QTDE-DISC < 20
                           ADD 1 TO WS-QTDE-DISC
                           MOVE DIS-CODIGO
                               TO WS-DISC-COD-T(WS-QTDE-DISC)
                           MOVE DIS-NOME
                               TO WS-DISC-NOME-T(WS-QTDE-DISC)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-DISCIPLINAS.
       CARREGA-ALUNOS.
           MOVE ZEROS TO WS-QTDE-ALUNOS.
           MOVE "N" TO WS-FIM.
           OPEN INPUT ARQ-ALUNOS.
           PERFORM UNTIL WS-FIM = "S"
               READ ARQ-ALUNOS
                   AT END MOVE "S" TO WS-FIM
                   NOT AT END
                       PERFORM REGISTRA-ALUNO
               END-READ
           END-PERFORM.
           CLOSE ARQ-ALUNOS.
       REGISTRA-ALUNO.
           MOVE "N" TO WS-ACHADO.
           PERFORM VARYING WS-IDX-ALUNO FROM 1 BY 1
                   UNTIL WS-IDX-ALUNO > WS-QTDE-ALUNOS
                      OR WS-ACHADO = "S"
               IF WS-ALUNO-NOME-T(WS-IDX-ALUNO) = REG-NOME
                   MOVE "S" TO WS-ACHADO
                   MOVE REG-TURMA TO WS-ALUNO-TURMA-T(WS-IDX-ALUNO)
                   IF REG-SITUACAO = "TRANSFERID"
                       MOVE "S" TO WS-ALUNO-TRANSF-T(WS-IDX-ALUNO)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ACHADO = "N" AND WS-QTDE-ALUNOS < 500
               ADD 1 TO WS-QTDE-ALUNOS
               MOVE REG-NOME  TO WS-ALUNO-NOME-T(WS-QTDE-ALUNOS)
               MOVE REG-TURMA TO WS-ALUNO-TURMA-T(WS-QTDE-ALUNOS)
               MOVE "N"       TO WS-ALUNO-TRANSF-T(WS-QTDE-ALUNOS)
               IF REG-SITUACAO = "TRANSFERID"
                   MOVE "S" TO WS-ALUNO-TRANSF-T(WS-QTDE-ALUNOS)
               END-IF
           END-IF.
       CONFERE-PROFESSOR.
           MOVE WS-PROF-NOME-T(WS-IDX-PROF) TO WS-NOME-PROF.
           MOVE "N" TO WS-CABECALHO.
           PERFORM VARYING WS-IDX-ATR FROM 1 BY 1
                   UNTIL WS-IDX-ATR > WS-QTDE-ATR
               IF WS-ATR-PROF-T(WS-IDX-ATR)
                      = WS-PROF-COD-T(WS-IDX-PROF)
                   PERFORM CONFERE-ATRIBUICAO
               END-IF
           END-PERFORM.
       CONFERE-ATRIBUICAO-ORFA.
           MOVE "N" TO WS-CABECALHO.
           PERFORM CONFERE-ATRIBUICAO.
       CONFERE-ATRIBUICAO.
           IF WS-ATR-USADA-T(WS-IDX-ATR) = "N"
               MOVE "S" TO WS-ATR-USADA-T(WS-IDX-ATR)
               PERFORM CONFERE-BIMESTRE
                   VARYING WS-BIM FROM WS-BIM-INICIAL BY 1
                   UNTIL WS-BIM > WS-BIM-FINAL
           END-IF.
       CONFERE-BIMESTRE.
           MOVE ZEROS TO WS-SEM-NOTA.
           PERFORM VARYING WS-IDX-ALUNO FROM 1 BY 1
                   UNTIL WS-IDX-ALUNO > WS-QTDE-ALUNOS
               MOVE "N" TO WS-ALUNO-NOTA-T(WS-IDX-ALUNO)
           END-PERFORM.
           MOVE "N" TO WS-FIM.
           OPEN INPUT ARQ-ALUNOS.
           PERFORM UNTIL WS-FIM = "S"
               READ ARQ-ALUNOS
                   AT END MOVE "S" TO WS-FIM
                   NOT AT END
                       IF REG-DISCIPLINA = WS-ATR-DISC-T(WS-IDX-ATR)
                          AND REG-BIMESTRE = WS-BIM
                           PERFORM MARCA-ALUNO-COM-NOTA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-ALUNOS.
           PERFORM VARYING WS-IDX-ALUNO FROM 1 BY 1
                   UNTIL WS-IDX-ALUNO > WS-QTDE-ALUNOS
               IF WS-ALUNO-TURMA-T(WS-IDX-ALUNO)
                      = WS-ATR-TURMA-T(WS-IDX-ATR)
                  AND WS-ALUNO-NOTA-T(WS-IDX-ALUNO) = "N"
                  AND WS-ALUNO-TRANSF-T(WS-IDX-ALUNO) = "N"
                   ADD 1 TO WS-SEM-NOTA
               END-IF
           END-PERFORM.
           IF WS-SEM-NOTA > ZEROS
               ADD WS-SEM-NOTA TO LK-PENDENCIAS
               PERFORM GRAVA-COMBINACAO
           END-IF.
       MARCA-ALUNO-COM-NOTA.
           PERFORM VARYING WS-IDX-ALUNO FROM 1 BY 1
                   UNTIL WS-IDX-ALUNO > WS-QTDE-ALUNOS
               IF WS-ALUNO-NOME-T(WS-IDX-ALUNO) = REG-NOME
                   MOVE "S" TO WS-ALUNO-NOTA-T(WS-IDX-ALUNO)
               END-IF
           END-PERFORM.
       GRAVA-COMBINACAO.
           IF WS-CABECALHO = "N"
               MOVE "S" TO WS-CABECALHO
               MOVE SPACES TO LINHA-PENDENCIA
               IF WS-NOME-PROF = SPACES
                   STRING "PROFESSOR NAO CADASTRADO: "
                              DELIMITED BY SIZE
                          WS-ATR-PROF-T(WS-IDX-ATR) DELIMITED BY SIZE
                     INTO LINHA-PENDENCIA
               ELSE
                   STRING "PROFESSOR: " DELIMITED BY SIZE
                          WS-ATR-PROF-T(WS-IDX-ATR) DELIMITED BY SIZE
                          " "           DELIMITED BY SIZE
                          WS-NOME-PROF  DELIMITED BY SIZE
                     INTO LINHA-PENDENCIA
               END-IF
               PERFORM GRAVA-LINHA
           END-IF.
           MOVE SPACES TO WS-NOME-DISC.
           PERFORM VARYING WS-IDX-DISC FROM 1 BY 1
                   UNTIL WS-IDX-DISC > WS-QTDE-DISC
               IF WS-DISC-COD-T(WS-IDX-DISC)
                      = WS-ATR-DISC-T(WS-IDX-ATR)
                   MOVE WS-DISC-NOME-T(WS-IDX-DISC) TO WS-NOME-DISC
               END-IF
           END-PERFORM.
           MOVE WS-SEM-NOTA TO WS-SEM-NOTA-E.
           MOVE SPACES TO LINHA-PENDENCIA.
           STRING "   TURMA "    DELIMITED BY SIZE
                  WS-ATR-TURMA-T(WS-IDX-ATR) DELIMITED BY SIZE
                  " DISC "       DELIMITED BY SIZE
                  WS-ATR-DISC-T(WS-IDX-ATR)  DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WS-NOME-DISC   DELIMITED BY SIZE
                  " BIM "        DELIMITED BY SIZE
                  WS-BIM         DELIMITED BY SIZE
                  " - "          DELIMITED BY SIZE
                  WS-SEM-NOTA-E  DELIMITED BY SIZE
                  " ALUNO(S) SEM NOTA" DELIMITED BY SIZE
             INTO LINHA-PENDENCIA.
           PERFORM GRAVA-LINHA.
           PERFORM VARYING WS-IDX-ALUNO FROM 1 BY 1
                   UNTIL WS-IDX-ALUNO > WS-QTDE-ALUNOS
               IF WS-ALUNO-TURMA-T(WS-IDX-ALUNO)
                      = WS-ATR-TURMA-T(WS-IDX-ATR)
                  AND WS-ALUNO-NOTA-T(WS-IDX-ALUNO) = "N"
                  AND WS-ALUNO-TRANSF-T(WS-IDX-ALUNO) = "N"
                   MOVE SPACES TO LINHA-PENDENCIA
                   STRING "      " DELIMITED BY SIZE
                          WS-ALUNO-NOME-T(WS-IDX-ALUNO)
                              DELIMITED BY SIZE
                     INTO LINHA-PENDENCIA
                   PERFORM GRAVA-LINHA
               END-IF
           END-PERFORM.
       GRAVA-LINHA.
           WRITE LINHA-PENDENCIA.
           ADD 1 TO LK-LINHAS.
