                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-AUDITORIA ASSIGN TO "AUDNOTAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-ATRIBUICOES
                   ASSIGN TO "ATRIBUICOES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-RELATORIO ASSIGN TO "RELRETIF.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
               02 REG-SITUACAO   PIC X(10).
               02 REG-MATRICULA  PIC 9(06).
               02 REG-TURMA      PIC 9(03).
               02 REG-PROFESSOR  PIC 9(04).
           FD  ARQ-ALUNOS-TMP.
           01  REG-ALUNO-TMP    PIC X(71).
           FD  ARQ-AUDITORIA.
           01  REG-AUDITORIA.
               02 AUD-DATA       PIC 9(08).
               02 AUD-SIT-ANT    PIC X(10).
               02 AUD-SIT-NOV    PIC X(10).
               02 AUD-JUSTIFICATIVA PIC X(40).
               02 AUD-PROFESSOR  PIC 9(04).
           FD  ARQ-ATRIBUICOES.
           01  REG-ATRIBUICAO.
               02 ATR-TURMA      PIC 9(03).
               02 ATR-DISCIPLINA PIC 9(02).
               02 ATR-PROFESSOR  PIC 9(04).
               02 ATR-CARGA      PIC 9(02).
           FD  ARQ-RELATORIO.
           01  LINHA-RELATORIO  PIC X(80).
       WORKING-STORAGE SECTION.
           01 BIMESTRE-E       PIC 9.
           01 REGISTRO-ACHADO  PIC X(01) VALUE "N".
           01 JA-RETIFICADO    PIC X(01) VALUE "N".
           01 FIM-ATRIBUICOES  PIC X(01) VALUE "N".
           01 TURMA-REG        PIC 9(03) VALUE ZEROS.
           01 PROFESSOR-REG    PIC 9(04) VALUE ZEROS.
           01 PROFESSOR-E      PIC ZZZ9.
           01 DADOS-RETIFICACAO.
               02 QTDE-NOTAS-REG PIC 9(01) VALUE ZERO.
               02 NOTAS-ANTES.
                   "REG-ALUNO      " "NAO-ENCONTRADO      "
                   "REGISTRO DE NOTA NAO ENCONTRADO         "
           ELSE
               PERFORM LOCALIZA-PROFESSOR
               PERFORM MOSTRA-NOTAS
               PERFORM RECEBE-NOTA-NOVA
               MOVE SPACES TO JUSTIFICATIVA
                           UNTIL IDX-NOTA > 5
                       MOVE REG-MEDIA    TO MEDIA-ANTES
                       MOVE REG-SITUACAO TO SIT-ANTES
                       MOVE REG-TURMA    TO TURMA-REG
                       MOVE ZEROS        TO PROFESSOR-REG
                       IF REG-PROFESSOR NUMERIC
                           MOVE REG-PROFESSOR TO PROFESSOR-REG
                       END-IF
                       MOVE "S" TO REGISTRO-ACHADO
                       MOVE "S" TO FIM-ALUNOS
                   END-IF
           END-READ.
       LOCALIZA-PROFESSOR.
           MOVE "N" TO FIM-ATRIBUICOES.
           OPEN INPUT ARQ-ATRIBUICOES.
           PERFORM LE-ATRIBUICAO UNTIL FIM-ATRIBUICOES = "S".
           CLOSE ARQ-ATRIBUICOES.
       LE-ATRIBUICAO.
           READ ARQ-ATRIBUICOES
               AT END MOVE "S" TO FIM-ATRIBUICOES
               NOT AT END
                   IF ATR-TURMA = TURMA-REG
                      AND ATR-DISCIPLINA = DISCIPLINA-PROC
                       MOVE ATR-PROFESSOR TO PROFESSOR-REG
                   END-IF
           END-READ.
       COPIA-NOTAS-ANTES.
           MOVE REG-NOTA(IDX-NOTA) TO NOTA-ANT-T(IDX-NOTA).
           MOVE REG-NOTA(IDX-NOTA) TO NOTA-NOV-T(IDX-NOTA).
       MOSTRA-NOTAS.
           MOVE MEDIA-ANTES TO MEDIA-E.
           DISPLAY "MEDIA ATUAL: " MEDIA-E " SITUACAO: " SIT-ANTES.
           IF PROFESSOR-REG NOT = ZEROS
               MOVE PROFESSOR-REG TO PROFESSOR-E
               DISPLAY "PROFESSOR RESPONSAVEL: " PROFESSOR-E
           END-IF.
           PERFORM MOSTRA-UMA-NOTA
               VARYING IDX-NOTA FROM 1 BY 1
               UNTIL IDX-NOTA > QTDE-NOTAS-REG.
                           UNTIL IDX-NOTA > 5
                       MOVE MEDIA-DEPOIS TO REG-MEDIA
                       MOVE SIT-DEPOIS   TO REG-SITUACAO
                       MOVE PROFESSOR-REG TO REG-PROFESSOR
                   END-IF
                   MOVE REG-ALUNO TO REG-ALUNO-TMP
                   WRITE REG-ALUNO-TMP
           MOVE SIT-ANTES        TO AUD-SIT-ANT.
           MOVE SIT-DEPOIS       TO AUD-SIT-NOV.
           MOVE JUSTIFICATIVA    TO AUD-JUSTIFICATIVA.
           MOVE PROFESSOR-REG    TO AUD-PROFESSOR.
           OPEN EXTEND ARQ-AUDITORIA.
           WRITE REG-AUDITORIA.
           CLOSE ARQ-AUDITORIA.
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE ZEROS TO PROFESSOR-REG.
           IF AUD-PROFESSOR NUMERIC
               MOVE AUD-PROFESSOR TO PROFESSOR-REG
           END-IF.
           MOVE PROFESSOR-REG TO PROFESSOR-E.
           STRING "   PROF " DELIMITED BY SIZE
                  PROFESSOR-E DELIMITED BY SIZE
                  " JUST: " DELIMITED BY SIZE
                  AUD-JUSTIFICATIVA DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
