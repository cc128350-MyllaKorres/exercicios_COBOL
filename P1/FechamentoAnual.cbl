               02 REG-SITUACAO   PIC X(10).
               02 REG-MATRICULA  PIC 9(06).
               02 REG-TURMA      PIC 9(03).
               02 REG-PROFESSOR  PIC 9(04).
           FD  ARQ-DISCIPLINAS.
           01  REG-DISCIPLINA-MST.
               02 DIS-CODIGO     PIC 9(02).
               02 ALUNO-MATR-T PIC 9(06) OCCURS 200 TIMES.
           01 TABELA-ALUNOS-TURMA.
               02 ALUNO-TURMA-T PIC 9(03) OCCURS 200 TIMES.
           01 TABELA-ALUNOS-TRANSF.
               02 ALUNO-TRANSF-T PIC X(01) OCCURS 200 TIMES.
           01 IDX-ALUNO      PIC 9(03) VALUE ZEROS.
           01 IDX-DISC       PIC 9(02) VALUE ZEROS.
           01 ALUNO-ACHADO   PIC X(01) VALUE "N".
           01 CONT-APROVADOS PIC 9(04) VALUE ZERO.
           01 CONT-REPROVADOS PIC 9(04) VALUE ZERO.
           01 CONT-INCOMPLETOS PIC 9(04) VALUE ZERO.
           01 CONT-TRANSFERIDOS PIC 9(04) VALUE ZERO.
           01 CONT-E         PIC ZZZ9.
           01 BIM-FALTA      PIC X(12) VALUE SPACES.
           01 FIM-FREQUENCIA PIC X(01) VALUE "N".
           01 PCT-FREQUENCIA PIC 9(03)V99 VALUE ZEROS.
           01 PCT-FREQ-E     PIC ZZ9,99.
           01 WS-PONT        PIC 9(04) VALUE ZEROS.
           01 BIMESTRE-CONFERE PIC 9(01) VALUE ZERO.
           01 PENDENCIAS-NOTAS PIC 9(05) VALUE ZEROS.
           01 PENDENCIAS-E     PIC ZZZZ9.
           01 REGISTROS-SPOOL  PIC 9(06) VALUE ZEROS.
           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
               02 MES      PIC 9(02) VALUE ZEROS.
       INICIO.
           DISPLAY "FECHAMENTO ANUAL DA TURMA".
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           PERFORM VERIFICA-PENDENCIAS.
           PERFORM CARREGA-DISCIPLINAS.
           PERFORM COLETA-ALUNOS.
           OPEN OUTPUT ARQ-RELATORIO.
           DISPLAY "RESULTADOS REPROVADOS : " CONT-E.
           MOVE CONT-INCOMPLETOS TO CONT-E.
           DISPLAY "RESULTADOS INCOMPLETOS: " CONT-E.
           MOVE CONT-TRANSFERIDOS TO CONT-E.
           DISPLAY "ALUNOS TRANSFERIDOS   : " CONT-E.
           STOP RUN.
       VERIFICA-PENDENCIAS.
           MOVE ZERO TO BIMESTRE-CONFERE.
           CALL "CONFERE-NOTAS" USING BIMESTRE-CONFERE
               PENDENCIAS-NOTAS REGISTROS-SPOOL.
           IF PENDENCIAS-NOTAS > ZEROS
               CALL "GUARDA-RELATORIO" USING "PENDNOTAS "
                   "PENDNOTAS.TXT   " REGISTROS-SPOOL
               MOVE PENDENCIAS-NOTAS TO PENDENCIAS-E
               DISPLAY "FECHAMENTO RECUSADO - LANCAMENTOS PENDENTES: "
                   PENDENCIAS-E
               DISPLAY "RELACAO POR PROFESSOR EM PENDNOTAS.TXT"
               CALL "GRAVA-EXCECAO" USING "FECHAMENTO-ANUAL    "
                   "REG-NOTA       " "NOTAS-PENDENTES     "
                   "FECHAMENTO RECUSADO - NOTAS PENDENTES   "
               STOP RUN
           END-IF.
       CARREGA-DISCIPLINAS.
           MOVE "N" TO FIM-DISCIPLINAS.
           OPEN INPUT ARQ-DISCIPLINAS.
                           TO ALUNO-MATR-T(QTDE-ALUNOS)
                       MOVE REG-TURMA
                           TO ALUNO-TURMA-T(QTDE-ALUNOS)
                       MOVE "N" TO ALUNO-TRANSF-T(QTDE-ALUNOS)
                   END-IF
                   IF REG-SITUACAO = "TRANSFERID"
                       PERFORM MARCA-TRANSFERIDO
                   END-IF
           END-READ.
       MARCA-TRANSFERIDO.
           PERFORM VARYING IDX-ALUNO FROM 1 BY 1
                   UNTIL IDX-ALUNO > QTDE-ALUNOS
               IF ALUNO-T(IDX-ALUNO) = REG-NOME
                   MOVE "S" TO ALUNO-TRANSF-T(IDX-ALUNO)
               END-IF
           END-PERFORM.
       FECHA-ALUNO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
                  ALUNO-T(IDX-ALUNO) DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF ALUNO-TRANSF-T(IDX-ALUNO) = "S"
               ADD 1 TO CONT-TRANSFERIDOS
               MOVE "   TRANSFERIDO PARA OUTRA ESCOLA - SEM RESULTADO"
                   TO LINHA-RELATORIO
               MOVE "FINAL" TO LINHA-RELATORIO(50:)
               WRITE LINHA-RELATORIO
               PERFORM FECHA-TRANSFERIDO
                   VARYING IDX-DISC FROM 1 BY 1
                   UNTIL IDX-DISC > QTDE-DISCIPLINAS
           ELSE
               PERFORM APURA-FREQUENCIA
               IF TEM-FREQUENCIA = "S" AND PCT-FREQUENCIA < 75
                   MOVE PCT-FREQUENCIA TO PCT-FREQ-E
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "   FREQUENCIA ANUAL " DELIMITED BY SIZE
                          PCT-FREQ-E DELIMITED BY SIZE
                          "% ABAIXO DE 75% - REPROVA DIRETO"
                              DELIMITED BY SIZE
                     INTO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
               END-IF
               PERFORM FECHA-DISCIPLINA
                   VARYING IDX-DISC FROM 1 BY 1
                   UNTIL IDX-DISC > QTDE-DISCIPLINAS
           END-IF.
       FECHA-TRANSFERIDO.
           PERFORM COLETA-BIMESTRES.
           IF TEM-REGISTRO = "S"
               MOVE ZEROS TO MEDIA-FINAL
               IF QTDE-BINS-OK > ZERO
                   COMPUTE MEDIA-FINAL =
                       (MEDIA-BIM-T(1) + MEDIA-BIM-T(2)
                        + MEDIA-BIM-T(3) + MEDIA-BIM-T(4))
                       / QTDE-BINS-OK
               END-IF
               MOVE "TRANSFERID" TO SITUACAO-FINAL
               PERFORM GRAVA-HISTORICO-ESCOLAR
           END-IF.
       FECHA-DISCIPLINA.
           PERFORM COLETA-BIMESTRES.
           IF TEM-REGISTRO = "S"
                  CONT-E                     DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE CONT-TRANSFERIDOS TO CONT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ALUNOS TRANSFERIDOS...: " DELIMITED BY SIZE
                  CONT-E                     DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
