                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-REJ5 ASSIGN TO CALCREJ
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-REJ6 ASSIGN TO ESTATREJ
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-REJ7 ASSIGN TO FINREJ
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-REJ8 ASSIGN TO SISTREJ
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-EXCECOES ASSIGN TO "EXCECOES.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-CANDIDATOS ASSIGN TO
           01  REG-REJ4         PIC X(80).
           FD  ARQ-REJ5.
           01  REG-REJ5         PIC X(80).
           FD  ARQ-REJ6.
           01  REG-REJ6         PIC X(80).
           FD  ARQ-REJ7.
           01  REG-REJ7         PIC X(80).
           FD  ARQ-REJ8.
           01  REG-REJ8         PIC X(80).
           FD  ARQ-EXCECOES.
           01  LINHA-EXCECAO    PIC X(150).
           FD  ARQ-CANDIDATOS.
       CONTA-REJEITADOS-TODOS.
           MOVE ZEROS TO CONT-REJEITADOS.
           PERFORM CONTA-REJ-UM
               VARYING IDX-REJ FROM 1 BY 1 UNTIL IDX-REJ > 8.
           MOVE CONT-REJEITADOS TO CONT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  REJEITADOS NA NOITE: " DELIMITED BY SIZE
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-REJ5
               WHEN 6
                   OPEN INPUT ARQ-REJ6
                   PERFORM UNTIL FIM-ARQUIVO = "S"
                       READ ARQ-REJ6
                           AT END MOVE "S" TO FIM-ARQUIVO
                           NOT AT END ADD 1 TO CONT-REJEITADOS
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-REJ6
               WHEN 7
                   OPEN INPUT ARQ-REJ7
                   PERFORM UNTIL FIM-ARQUIVO = "S"
                       READ ARQ-REJ7
                           AT END MOVE "S" TO FIM-ARQUIVO
                           NOT AT END ADD 1 TO CONT-REJEITADOS
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-REJ7
               WHEN 8
                   OPEN INPUT ARQ-REJ8
                   PERFORM UNTIL FIM-ARQUIVO = "S"
                       READ ARQ-REJ8
                           AT END MOVE "S" TO FIM-ARQUIVO
                           NOT AT END ADD 1 TO CONT-REJEITADOS
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-REJ8
           END-EVALUATE.
           MOVE "N" TO FIM-ARQUIVO.
       CONTA-EXCECOES-DO-DIA.
