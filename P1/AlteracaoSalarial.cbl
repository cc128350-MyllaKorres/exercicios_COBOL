                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-PENDENTES-TMP ASSIGN TO "PENDSALTMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-FUNCIONARIOS.
               02 PEN-NOTA        PIC X(30).
           FD  ARQ-PENDENTES-TMP.
           01  REG-PENDENTE-TMP PIC X(82).
       WORKING-STORAGE SECTION.
           01 DADOS-OPERADOR.
               02 OPERADOR-SESSAO PIC X(08) VALUE SPACES.
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
           01 OPCAO            PIC X(01) VALUE SPACE.
           01 CONTINUAR        PIC X(01) VALUE SPACE.
           01 CONSULTA-PARAMETRO.
               02 PRM-MODULO    PIC X(08) VALUE SPACES.
               02 PRM-NOME      PIC X(15) VALUE SPACES.
               02 PRM-DATA      PIC 9(08) VALUE ZEROS.
               02 PRM-VALOR     PIC 9(09)V9(06) VALUE ZEROS.
               02 PRM-ACHOU     PIC X(01) VALUE SPACE.
           01 FIM-FUNC         PIC X(01) VALUE "N".
           01 FIM-PENDENTES    PIC X(01) VALUE "N".
           01 PERC-LIMITE      PIC 9(02)V99 VALUE 10,00.
           END-EVALUATE.
           STOP RUN.
       CARREGA-LIMITE.
           MOVE "FOLHA"          TO PRM-MODULO.
           MOVE "PERC-APROVACAO" TO PRM-NOME.
           MOVE DATA-HOJE        TO PRM-DATA.
           CALL "BUSCA-PARAMETRO" USING PRM-MODULO PRM-NOME PRM-DATA
               PRM-VALOR PRM-ACHOU.
           IF PRM-ACHOU = "S"
               MOVE PRM-VALOR TO PERC-LIMITE
           END-IF.
       ALTERA-SALARIO.
           DISPLAY "ID DO FUNCIONARIO: ".
           ACCEPT ID-FUNC-E.
