                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-TURMAS ASSIGN TO "TURMAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-ATRIBUICOES
                   ASSIGN TO "ATRIBUICOES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-REJEITADOS ASSIGN TO NOTASREJ
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-RELATORIO ASSIGN TO NOTASREL
               02 REG-SITUACAO   PIC X(10).
               02 REG-MATRICULA  PIC 9(06).
               02 REG-TURMA      PIC 9(03).
               02 REG-PROFESSOR  PIC 9(04).
           FD  ARQ-DISCIPLINAS.
           01  REG-DISCIPLINA-MST.
               02 DIS-CODIGO     PIC 9(02).
               02 TUR-ANO       PIC 9(04).
               02 TUR-TURNO     PIC X(01).
               02 TUR-DESCRICAO PIC X(15).
               02 TUR-SERIE     PIC 9(02).
           FD  ARQ-ATRIBUICOES.
           01  REG-ATRIBUICAO.
               02 ATR-TURMA      PIC 9(03).
               02 ATR-DISCIPLINA PIC 9(02).
               02 ATR-PROFESSOR  PIC 9(04).
               02 ATR-CARGA      PIC 9(02).
           FD  ARQ-REJEITADOS.
           01  REG-REJEITADO.
               02 REJ-MOTIVO    PIC X(20).
               02 TURMA-OK      PIC X(01) VALUE "N".
               02 LOOP-TURMA    PIC 9(02) VALUE ZEROS.
               02 TURMA-COD-T   PIC 9(03) OCCURS 30 TIMES.
           01 DADOS-ATRIBUICOES.
               02 QTDE-ATRIBUICOES PIC 9(03) VALUE ZEROS.
               02 FIM-ATRIBUICOES  PIC X(01) VALUE "N".
               02 LOOP-ATR         PIC 9(03) VALUE ZEROS.
               02 PROFESSOR-NOTA   PIC 9(04) VALUE ZEROS.
               02 ATRIBUICAO-T OCCURS 200 TIMES.
                   03 ATR-TURMA-T  PIC 9(03).
                   03 ATR-DISC-T   PIC 9(02).
                   03 ATR-PROF-T   PIC 9(04).
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CARGA DE NOTAS EM LOTE".
           PERFORM CARREGA-DISCIPLINAS.
           PERFORM CARREGA-TURMAS.
           PERFORM CARREGA-ATRIBUICOES.
           OPEN INPUT  ARQ-TRANSACOES.
           OPEN EXTEND ARQ-ALUNOS.
           OPEN OUTPUT ARQ-REJEITADOS.
                   MOVE "TURMA-INVALIDA" TO MOTIVO-REJEICAO
               END-IF
           END-IF.
           IF MOTIVO-REJEICAO = SPACES
               PERFORM LOCALIZA-PROFESSOR
               IF QTDE-ATRIBUICOES > ZEROS
                  AND PROFESSOR-NOTA = ZEROS
                   MOVE "SEM-PROFESSOR" TO MOTIVO-REJEICAO
               END-IF
           END-IF.
           IF MOTIVO-REJEICAO = SPACES
               MOVE ZEROS TO SOMA-PESOS
               PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > NL-QTDE
                       MOVE TUR-CODIGO TO TURMA-COD-T(QTDE-TURMAS)
                   END-IF
           END-READ.
       CARREGA-ATRIBUICOES.
           MOVE "N" TO FIM-ATRIBUICOES.
           OPEN INPUT ARQ-ATRIBUICOES.
           PERFORM LE-ATRIBUICAO UNTIL FIM-ATRIBUICOES = "S".
           CLOSE ARQ-ATRIBUICOES.
       LE-ATRIBUICAO.
           READ ARQ-ATRIBUICOES
               AT END
                   MOVE "S" TO FIM-ATRIBUICOES
               NOT AT END
                   IF QTDE-ATRIBUICOES < 200
                       ADD 1 TO QTDE-ATRIBUICOES
                       MOVE ATR-TURMA
                           TO ATR-TURMA-T(QTDE-ATRIBUICOES)
                       MOVE ATR-DISCIPLINA
                           TO ATR-DISC-T(QTDE-ATRIBUICOES)
                       MOVE ATR-PROFESSOR
                           TO ATR-PROF-T(QTDE-ATRIBUICOES)
                   END-IF
           END-READ.
       LOCALIZA-PROFESSOR.
           MOVE ZEROS TO PROFESSOR-NOTA.
           PERFORM VARYING LOOP-ATR FROM 1 BY 1
                   UNTIL LOOP-ATR > QTDE-ATRIBUICOES
               IF ATR-TURMA-T(LOOP-ATR) = NL-TURMA
                  AND ATR-DISC-T(LOOP-ATR) = NL-DISCIPLINA
                   MOVE ATR-PROF-T(LOOP-ATR) TO PROFESSOR-NOTA
               END-IF
           END-PERFORM.
       VALIDA-DISCIPLINA.
           MOVE "N" TO DISC-OK.
           PERFORM TEST AFTER VARYING LOOP-DISC FROM 1 BY 1
           MOVE SITUACAO       TO REG-SITUACAO.
           MOVE NL-MATRICULA   TO REG-MATRICULA.
           MOVE NL-TURMA       TO REG-TURMA.
           MOVE PROFESSOR-NOTA TO REG-PROFESSOR.
           WRITE REG-ALUNO.
       GRAVA-REJEITADO.
           ADD 1 TO CONT-REJEITADOS.
