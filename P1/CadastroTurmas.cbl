               02 TUR-ANO       PIC 9(04).
               02 TUR-TURNO     PIC X(01).
               02 TUR-DESCRICAO PIC X(15).
               02 TUR-SERIE     PIC 9(02).
       WORKING-STORAGE SECTION.
           01 DADOS.
               02 OPCAO         PIC X(01) VALUE SPACE.
               02 ANO-TURMA     PIC 9(04) VALUE ZEROS.
               02 TURNO         PIC X(01) VALUE SPACE.
               02 DESCRICAO     PIC X(15) VALUE SPACES.
               02 SERIE         PIC 9(02) VALUE ZEROS.
               02 FIM-TURMAS    PIC X(01) VALUE "N".
               02 TURNO-DESC    PIC X(07) VALUE SPACES.
           01 DATA-DO-SISTEMA.
           DISPLAY "DESCRICAO DA TURMA: ".
           ACCEPT DESCRICAO.
           MOVE FUNCTION UPPER-CASE(DESCRICAO) TO DESCRICAO.
           MOVE ZEROS TO SERIE.
           PERFORM RECEBE-SERIE UNTIL SERIE > ZEROS.
           PERFORM GRAVA-TURMA.
           DISPLAY "TURMA INCLUIDA".
       PROXIMO-CODIGO.
           IF TURNO NOT = "M" AND NOT = "T" AND NOT = "N"
               DISPLAY "TURNO INVALIDO"
           END-IF.
       RECEBE-SERIE.
           DISPLAY "SERIE (01-12): ".
           ACCEPT SERIE.
           IF SERIE = ZEROS OR SERIE > 12
               DISPLAY "SERIE INVALIDA"
               MOVE ZEROS TO SERIE
           END-IF.
       GRAVA-TURMA.
           MOVE CODIGO    TO TUR-CODIGO.
           MOVE ANO-TURMA TO TUR-ANO.
           MOVE TURNO     TO TUR-TURNO.
           MOVE DESCRICAO TO TUR-DESCRICAO.
           MOVE SERIE     TO TUR-SERIE.
           OPEN EXTEND ARQ-TURMAS.
           WRITE REG-TURMA.
           CLOSE ARQ-TURMAS.
                       WHEN OTHER MOVE "NOITE  " TO TURNO-DESC
                   END-EVALUATE
                   DISPLAY TUR-CODIGO " " TUR-ANO " " TURNO-DESC
                       " " TUR-DESCRICAO " SERIE " TUR-SERIE
           END-READ.
