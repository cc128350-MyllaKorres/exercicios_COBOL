                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-TURMAS ASSIGN TO "TURMAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-ATRIBUICOES
                   ASSIGN TO "ATRIBUICOES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-ALUNOS.
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
       WORKING-STORAGE SECTION.
           01 DADOS-DICIONARIO.
               02 CAMPO-VALIDA PIC X(15) VALUE SPACES.
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
           01 DADOS.
               02 WS-NOME         PIC A(30).
               02 WS-MATRICULA    PIC 9(06).
               02 LINE 08 COLUMN 15 VALUE "ALUNO:".
               02 LINE 08 COLUMN 50 VALUE "DISCIPLINA:".
               02 LINE 09 COLUMN 15 VALUE "BIMESTRE:".
               02 LINE 09 COLUMN 50 VALUE "PROFESSOR:".
               02 LINE 16 COLUMN 15 VALUE "EXAME:".
               02 LINE 18 COLUMN 20 VALUE "MEDIA:".
               02 LINE 19 COLUMN 20 VALUE "SITUACAO:".
           IF QTDE-DISCIPLINAS = ZEROS
               PERFORM CARREGA-DISCIPLINAS
               PERFORM CARREGA-TURMAS
               PERFORM CARREGA-ATRIBUICOES
           END-IF.
           DISPLAY  TELA01     AT  0101.
           MOVE     ZEROS      TO  DADOS.
           ELSE
               DISPLAY DISC-NOME-T(LOOP-DISC) AT 0865
               DISPLAY MENSA4 AT 2130.
       Professor.
           PERFORM LOCALIZA-PROFESSOR.
           IF QTDE-ATRIBUICOES > ZEROS AND PROFESSOR-NOTA = ZEROS
               DISPLAY "TURMA/DISCIPLINA SEM PROFESSOR ATRIBUIDO"
                   AT 2130
               CALL "GRAVA-EXCECAO" USING "MEDIA-ARITMETICA    "
                   "PROFESSOR      " "NAO-ATRIBUIDO       "
                   "TURMA/DISCIPLINA SEM PROFESSOR ATRIBUIDO"
               PERFORM Disciplina THRU Professor
           ELSE
               DISPLAY PROFESSOR-NOTA AT 0961.
       Bimestre.
           DISPLAY MENSA12        AT  2030.
           ACCEPT  WS-BIMESTRE-E  AT  0926.
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
               IF ATR-TURMA-T(LOOP-ATR) = WS-TURMA
                  AND ATR-DISC-T(LOOP-ATR) = WS-DISCIPLINA
                   MOVE ATR-PROF-T(LOOP-ATR) TO PROFESSOR-NOTA
               END-IF
           END-PERFORM.
       VALIDA-DISCIPLINA.
           MOVE "N" TO DISC-OK.
           PERFORM TEST AFTER VARYING LOOP-DISC FROM 1 BY 1
           MOVE WS-SITUACAO TO REG-SITUACAO.
           MOVE WS-MATRICULA TO REG-MATRICULA.
           MOVE WS-TURMA    TO REG-TURMA.
           MOVE PROFESSOR-NOTA TO REG-PROFESSOR.
           OPEN EXTEND ARQ-ALUNOS.
           WRITE REG-ALUNO.
           CLOSE ARQ-ALUNOS.
