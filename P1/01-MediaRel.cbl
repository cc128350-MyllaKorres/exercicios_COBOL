               02 REG-SITUACAO   PIC X(10).
               02 REG-MATRICULA  PIC 9(06).
               02 REG-TURMA      PIC 9(03).
               02 REG-PROFESSOR  PIC 9(04).
           FD  ARQ-DISCIPLINAS.
           01  REG-DISCIPLINA-MST.
               02 DIS-CODIGO     PIC 9(02).
