               02 FILLER PIC X(16) VALUE "VAGAS.DAT".
               02 FILLER PIC X(16) VALUE "ALUNOS.DAT".
               02 FILLER PIC X(16) VALUE "ESTADOS.DAT".
               02 FILLER PIC X(16) VALUE "PARAMETROS.DAT".
               02 FILLER PIC X(16) VALUE "MUNICIPIOS.DAT".
               02 FILLER PIC X(16) VALUE "CEPFAIXAS.DAT".
           01 TABELA-MASTERS REDEFINES NOMES-DOS-MASTERS.
               02 MASTER-T PIC X(16) OCCURS 11 TIMES.
           01 IDX              PIC 9(02) VALUE ZERO.
           01 NOME-ORIGINAL    PIC X(16) VALUE SPACES.
           01 NOME-BACKUP      PIC X(29) VALUE SPACES.
           01 CONT-ORIGINAL    PIC 9(06) VALUE ZEROS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM COPIA-UM-MASTER
               VARYING IDX FROM 1 BY 1 UNTIL IDX > 11.
           PERFORM RODAPE.
           CLOSE ARQ-RELATORIO.
           DISPLAY "BACKUPS OK..: " CONT-OK.
