       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-HORARIA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-HORARIO ASSIGN TO "HORARIO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-HORARIO-TMP ASSIGN TO "HORARIOTMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-SALAS ASSIGN TO "SALAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-TURMAS ASSIGN TO "TURMAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-DISCIPLINAS ASSIGN TO "DISCIPLINAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-PROFESSORES
                   ASSIGN TO "PROFESSORES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-ATRIBUICOES
                   ASSIGN TO "ATRIBUICOES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-RELATORIO ASSIGN TO "RELHORARIO.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-HORARIO.
           01  REG-HORARIO.
               02 HOR-TURMA      PIC 9(03).
               02 HOR-DIA        PIC 9(01).
               02 HOR-TURNO      PIC X(01).
               02 HOR-PERIODO    PIC 9(01).
               02 HOR-DISCIPLINA PIC 9(02).
               02 HOR-PROFESSOR  PIC 9(04).
               02 HOR-SALA       PIC X(04).
           FD  ARQ-HORARIO-TMP.
           01  REG-HORARIO-TMP   PIC X(16).
           FD  ARQ-SALAS.
           01  REG-SALA.
               02 SAL-CODIGO     PIC X(04).
               02 SAL-DESCRICAO  PIC X(20).
           FD  ARQ-TURMAS.
           01  REG-TURMA.
               02 TUR-CODIGO    PIC 9(03).
               02 TUR-ANO       PIC 9(04).
               02 TUR-TURNO     PIC X(01).
               02 TUR-DESCRICAO PIC X(15).
               02 TUR-SERIE     PIC 9(02).
           FD  ARQ-DISCIPLINAS.
           01  REG-DISCIPLINA-MST.
               02 DIS-CODIGO     PIC 9(02).
               02 DIS-NOME       PIC X(15).
           FD  ARQ-PROFESSORES.
           01  REG-PROFESSOR.
               02 PRO-CODIGO     PIC 9(04).
               02 PRO-NOME       PIC X(30).
               02 PRO-STATUS     PIC X(01).
           FD  ARQ-ATRIBUICOES.
           01  REG-ATRIBUICAO.
               02 ATR-TURMA      PIC 9(03).
               02 ATR-DISCIPLINA PIC 9(02).
               02 ATR-PROFESSOR  PIC 9(04).
               02 ATR-CARGA      PIC 9(02).
           FD  ARQ-RELATORIO.
           01  LINHA-RELATORIO  PIC X(80).
       WORKING-STORAGE SECTION.
           01 DADOS-OPERADOR.
               02 OPERADOR-SESSAO PIC X(08) VALUE SPACES.
               02 PERFIL-SESSAO   PIC X(01) VALUE SPACE.
           01 DADOS.
               02 OPCAO         PIC X(01) VALUE SPACE.
               02 CONTINUAR     PIC X(01) VALUE SPACE.
               02 CONFIRMA      PIC X(01) VALUE SPACE.
               02 TURMA         PIC 9(03) VALUE ZEROS.
               02 TURMA-E       PIC ZZ9.
               02 DIA-SEMANA    PIC 9(01) VALUE ZERO.
               02 DIA-SEMANA-E  PIC 9.
               02 TURNO         PIC X(01) VALUE SPACE.
               02 PERIODO       PIC 9(01) VALUE ZERO.
               02 PERIODO-E     PIC 9.
               02 DISCIPLINA    PIC 9(02) VALUE ZEROS.
               02 DISCIPLINA-E  PIC Z9.
               02 PROFESSOR     PIC 9(04) VALUE ZEROS.
               02 PROFESSOR-E   PIC ZZZ9.
               02 SALA          PIC X(04) VALUE SPACES.
               02 SALA-DESCRICAO PIC X(20) VALUE SPACES.
               02 CARGA         PIC 9(02) VALUE ZEROS.
               02 CARGA-E       PIC Z9.
               02 AULAS-LANCADAS PIC 9(02) VALUE ZEROS.
               02 AULAS-E       PIC Z9.
               02 MOTIVO        PIC X(20) VALUE SPACES.
               02 MENSAGEM      PIC X(40) VALUE SPACES.
               02 OCUPANTE-E    PIC ZZ9.
               02 FIM-HORARIO   PIC X(01) VALUE "N".
               02 FIM-SALAS     PIC X(01) VALUE "N".
               02 FIM-TURMAS    PIC X(01) VALUE "N".
               02 FIM-DISCIPLINAS PIC X(01) VALUE "N".
               02 FIM-PROFESSORES PIC X(01) VALUE "N".
               02 FIM-ATRIBUICOES PIC X(01) VALUE "N".
               02 SALA-OK       PIC X(01) VALUE "N".
               02 AULA-ACHADA   PIC X(01) VALUE "N".
               02 CONT-REMOVIDAS PIC 9(03) VALUE ZEROS.
               02 CONT-E        PIC ZZ9.
           01 NOMES-DIAS.
               02 FILLER PIC X(15) VALUE "SEGUNDA".
               02 FILLER PIC X(15) VALUE "TERCA".
               02 FILLER PIC X(15) VALUE "QUARTA".
               02 FILLER PIC X(15) VALUE "QUINTA".
               02 FILLER PIC X(15) VALUE "SEXTA".
           01 TABELA-DIAS REDEFINES NOMES-DIAS.
               02 NOME-DIA-T PIC X(15) OCCURS 5 TIMES.
           01 NOMES-TURNOS.
               02 FILLER PIC X(01) VALUE "M".
               02 FILLER PIC X(01) VALUE "T".
               02 FILLER PIC X(01) VALUE "N".
           01 TABELA-TURNOS REDEFINES NOMES-TURNOS.
               02 TURNO-T PIC X(01) OCCURS 3 TIMES.
           01 DADOS-TURMAS.
               02 QTDE-TURMAS   PIC 9(02) VALUE ZEROS.
               02 IDX-TURMA     PIC 9(02) VALUE ZEROS.
               02 TURMA-T OCCURS 50 TIMES.
                   03 TURMA-COD-T   PIC 9(03).
                   03 TURMA-TURNO-T PIC X(01).
                   03 TURMA-DESC-T  PIC X(15).
           01 DADOS-DISCIPLINAS.
               02 QTDE-DISCIPLINAS PIC 9(02) VALUE ZEROS.
               02 IDX-DISC      PIC 9(02) VALUE ZEROS.
               02 DISC-T OCCURS 20 TIMES.
                   03 DISC-COD-T  PIC 9(02).
                   03 DISC-NOME-T PIC X(15).
           01 DADOS-PROFESSORES.
               02 QTDE-PROFESSORES PIC 9(03) VALUE ZEROS.
               02 IDX-PROF      PIC 9(03) VALUE ZEROS.
               02 PROF-T OCCURS 100 TIMES.
                   03 PROF-COD-T  PIC 9(04).
                   03 PROF-NOME-T PIC X(30).
           01 DADOS-GRADE.
               02 GRADE-PERIODO OCCURS 6 TIMES.
                   03 CELULA-T  PIC X(15) OCCURS 5 TIMES.
               02 IDX-PER       PIC 9(01) VALUE ZERO.
               02 IDX-DIA       PIC 9(01) VALUE ZERO.
               02 IDX-TURNO     PIC 9(01) VALUE ZERO.
               02 TEM-AULA      PIC X(01) VALUE "N".
               02 NOME-DISC     PIC X(15) VALUE SPACES.
               02 NOME-PROF     PIC X(30) VALUE SPACES.
               02 DESC-TURNO    PIC X(05) VALUE SPACES.
               02 ROTULO        PIC X(05) VALUE SPACES.
               02 PONTEIRO      PIC 9(03) VALUE ZEROS.
               02 TURMA-REL     PIC 9(03) VALUE ZEROS.
               02 PROFESSOR-REL PIC 9(04) VALUE ZEROS.
               02 CONT-LINHAS   PIC 9(06) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "GRADE HORARIA SEMANAL".
           CALL "IDENTIFICA-OPERADOR" USING OPERADOR-SESSAO
               PERFIL-SESSAO.
           PERFORM CARREGA-TURMAS.
           PERFORM CARREGA-DISCIPLINAS.
           PERFORM CARREGA-PROFESSORES.
           MOVE "S" TO CONTINUAR.
           PERFORM PROCESSO UNTIL CONTINUAR NOT = "S".
           DISPLAY "FIM DO PROGRAMA".
           STOP RUN.
       PROCESSO.
           DISPLAY "1-CADASTRAR SALA  2-INCLUIR AULA  3-EXCLUIR AULA".
           DISPLAY "4-LIMPAR GRADE DA TURMA  5-GRADE POR TURMA".
           DISPLAY "6-GRADE POR PROFESSOR: ".
           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "1"
                   PERFORM CADASTRA-SALA
               WHEN "2"
                   PERFORM INCLUI-AULA THRU INCLUI-AULA-FIM
               WHEN "3"
                   PERFORM EXCLUI-AULA
               WHEN "4"
                   PERFORM LIMPA-GRADE-TURMA THRU
                       LIMPA-GRADE-TURMA-FIM
               WHEN "5"
                   PERFORM RELATORIO-TURMAS
               WHEN "6"
                   PERFORM RELATORIO-PROFESSORES
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           DISPLAY "CONTINUA (S/N)? ".
           ACCEPT CONTINUAR.
           IF CONTINUAR = "s"
               MOVE "S" TO CONTINUAR
           END-IF.
       CARREGA-TURMAS.
           MOVE "N" TO FIM-TURMAS.
           OPEN INPUT ARQ-TURMAS.
           PERFORM UNTIL FIM-TURMAS = "S"
               READ ARQ-TURMAS
                   AT END MOVE "S" TO FIM-TURMAS
                   NOT AT END
                       IF QTDE-TURMAS < 50
                           ADD 1 TO QTDE-TURMAS
                           MOVE TUR-CODIGO
                               TO TURMA-COD-T(QTDE-TURMAS)
                           MOVE TUR-TURNO
                               TO TURMA-TURNO-T(QTDE-TURMAS)
                           MOVE TUR-DESCRICAO
                               TO TURMA-DESC-T(QTDE-TURMAS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-TURMAS.
       CARREGA-DISCIPLINAS.
           MOVE "N" TO FIM-DISCIPLINAS.
           OPEN INPUT ARQ-DISCIPLINAS.
           PERFORM UNTIL FIM-DISCIPLINAS = "S"
               READ ARQ-DISCIPLINAS
                   AT END MOVE "S" TO FIM-DISCIPLINAS
                   NOT AT END
                       IF QTDE-DISCIPLINAS < 20
                           ADD 1 TO QTDE-DISCIPLINAS
                           MOVE DIS-CODIGO
                               TO DISC-COD-T(QTDE-DISCIPLINAS)
                           MOVE DIS-NOME
                               TO DISC-NOME-T(QTDE-DISCIPLINAS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-DISCIPLINAS.
       CARREGA-PROFESSORES.
           MOVE "N" TO FIM-PROFESSORES.
           OPEN INPUT ARQ-PROFESSORES.
           PERFORM UNTIL FIM-PROFESSORES = "S"
               READ ARQ-PROFESSORES
                   AT END MOVE "S" TO FIM-PROFESSORES
                   NOT AT END
                       IF QTDE-PROFESSORES < 100
                           ADD 1 TO QTDE-PROFESSORES
                           MOVE PRO-CODIGO
                               TO PROF-COD-T(QTDE-PROFESSORES)
                           MOVE PRO-NOME
                               TO PROF-NOME-T(QTDE-PROFESSORES)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-PROFESSORES.
       CADASTRA-SALA.
           DISPLAY "CODIGO DA SALA (4 POSICOES): ".
           ACCEPT SALA.
           MOVE FUNCTION UPPER-CASE(SALA) TO SALA.
           IF SALA = SPACES
               DISPLAY "CODIGO DA SALA E OBRIGATORIO"
           ELSE
               PERFORM LOCALIZA-SALA
               IF SALA-OK = "S"
                   DISPLAY "SALA JA CADASTRADA: " SALA-DESCRICAO
               ELSE
                   DISPLAY "DESCRICAO DA SALA: "
                   ACCEPT SALA-DESCRICAO
                   MOVE FUNCTION UPPER-CASE(SALA-DESCRICAO)
                       TO SALA-DESCRICAO
                   MOVE SALA           TO SAL-CODIGO
                   MOVE SALA-DESCRICAO TO SAL-DESCRICAO
                   OPEN EXTEND ARQ-SALAS
                   WRITE REG-SALA
                   CLOSE ARQ-SALAS
                   DISPLAY "SALA INCLUIDA"
               END-IF
           END-IF.
       LOCALIZA-SALA.
           MOVE "N" TO SALA-OK.
           MOVE SPACES TO SALA-DESCRICAO.
           MOVE "N" TO FIM-SALAS.
           OPEN INPUT ARQ-SALAS.
           PERFORM UNTIL FIM-SALAS = "S"
               READ ARQ-SALAS
                   AT END MOVE "S" TO FIM-SALAS
                   NOT AT END
                       IF SAL-CODIGO = SALA
                           MOVE "S" TO SALA-OK
                           MOVE SAL-DESCRICAO TO SALA-DESCRICAO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-SALAS.
       RECEBE-TURMA.
           DISPLAY "CODIGO DA TURMA: ".
           ACCEPT TURMA-E.
           MOVE TURMA-E TO TURMA.
           PERFORM LOCALIZA-TURMA.
       LOCALIZA-TURMA.
           MOVE ZEROS TO IDX-TURMA.
           PERFORM VARYING PONTEIRO FROM 1 BY 1
                   UNTIL PONTEIRO > QTDE-TURMAS
               IF TURMA-COD-T(PONTEIRO) = TURMA
                   MOVE PONTEIRO TO IDX-TURMA
               END-IF
           END-PERFORM.
       RECEBE-HORARIO.
           MOVE ZERO TO DIA-SEMANA.
           PERFORM RECEBE-DIA
               UNTIL DIA-SEMANA >= 2 AND DIA-SEMANA <= 6.
           MOVE SPACE TO TURNO.
           PERFORM RECEBE-TURNO
               UNTIL TURNO = "M" OR TURNO = "T" OR TURNO = "N".
           MOVE ZERO TO PERIODO.
           PERFORM RECEBE-PERIODO
               UNTIL PERIODO >= 1 AND PERIODO <= 6.
       RECEBE-DIA.
           DISPLAY "DIA (2-SEG 3-TER 4-QUA 5-QUI 6-SEX): ".
           ACCEPT DIA-SEMANA-E.
           MOVE DIA-SEMANA-E TO DIA-SEMANA.
           IF DIA-SEMANA < 2 OR DIA-SEMANA > 6
               DISPLAY "DIA INVALIDO"
           END-IF.
       RECEBE-TURNO.
           DISPLAY "TURNO (M-MANHA T-TARDE N-NOITE): ".
           ACCEPT TURNO.
           MOVE FUNCTION UPPER-CASE(TURNO) TO TURNO.
           IF TURNO NOT = "M" AND NOT = "T" AND NOT = "N"
               DISPLAY "TURNO INVALIDO"
           END-IF.
       RECEBE-PERIODO.
           DISPLAY "AULA DO TURNO (1 A 6): ".
           ACCEPT PERIODO-E.
           MOVE PERIODO-E TO PERIODO.
           IF PERIODO < 1 OR PERIODO > 6
               DISPLAY "AULA INVALIDA"
           END-IF.
       INCLUI-AULA.
           PERFORM RECEBE-TURMA.
           IF IDX-TURMA = ZEROS
               MOVE "TURMA-INVALIDA      " TO MOTIVO
               MOVE "TURMA NAO CADASTRADA" TO MENSAGEM
               PERFORM REJEITA-AULA
               GO TO INCLUI-AULA-FIM
           END-IF.
           PERFORM RECEBE-HORARIO.
           IF TURNO NOT = TURMA-TURNO-T(IDX-TURMA)
               MOVE "TURNO-INCOMPATIVEL  " TO MOTIVO
               MOVE "TURNO DIFERENTE DO TURNO DA TURMA"
                   TO MENSAGEM
               PERFORM REJEITA-AULA
               GO TO INCLUI-AULA-FIM
           END-IF.
           DISPLAY "CODIGO DA DISCIPLINA: ".
           ACCEPT DISCIPLINA-E.
           MOVE DISCIPLINA-E TO DISCIPLINA.
           PERFORM LOCALIZA-ATRIBUICAO.
           IF PROFESSOR = ZEROS
               MOVE "SEM-PROFESSOR       " TO MOTIVO
               MOVE "TURMA/DISCIPLINA SEM PROFESSOR ATRIBUIDO"
                   TO MENSAGEM
               PERFORM REJEITA-AULA
               GO TO INCLUI-AULA-FIM
           END-IF.
           IF CARGA = ZEROS
               MOVE "SEM-CARGA-SEMANAL   " TO MOTIVO
               MOVE "CARGA SEMANAL NAO DEFINIDA" TO MENSAGEM
               PERFORM REJEITA-AULA
               GO TO INCLUI-AULA-FIM
           END-IF.
           PERFORM NOME-PROFESSOR.
           DISPLAY "PROFESSOR: " NOME-PROF.
           DISPLAY "CODIGO DA SALA: ".
           ACCEPT SALA.
           MOVE FUNCTION UPPER-CASE(SALA) TO SALA.
           PERFORM LOCALIZA-SALA.
           IF SALA-OK = "N"
               MOVE "SALA-INVALIDA       " TO MOTIVO
               MOVE "SALA NAO CADASTRADA" TO MENSAGEM
               PERFORM REJEITA-AULA
               GO TO INCLUI-AULA-FIM
           END-IF.
           PERFORM CONFERE-CONFLITOS THRU CONFERE-CONFLITOS-FIM.
           IF MOTIVO NOT = SPACES
               PERFORM REJEITA-AULA
               GO TO INCLUI-AULA-FIM
           END-IF.
           MOVE TURMA      TO HOR-TURMA.
           MOVE DIA-SEMANA TO HOR-DIA.
           MOVE TURNO      TO HOR-TURNO.
           MOVE PERIODO    TO HOR-PERIODO.
           MOVE DISCIPLINA TO HOR-DISCIPLINA.
           MOVE PROFESSOR  TO HOR-PROFESSOR.
           MOVE SALA       TO HOR-SALA.
           OPEN EXTEND ARQ-HORARIO.
           WRITE REG-HORARIO.
           CLOSE ARQ-HORARIO.
           ADD 1 TO AULAS-LANCADAS.
           MOVE AULAS-LANCADAS TO AULAS-E.
           MOVE CARGA TO CARGA-E.
           DISPLAY "AULA INCLUIDA - " AULAS-E " DE " CARGA-E
               " AULAS SEMANAIS".
       INCLUI-AULA-FIM.
           EXIT.
       LOCALIZA-ATRIBUICAO.
           MOVE ZEROS TO PROFESSOR.
           MOVE ZEROS TO CARGA.
           MOVE "N" TO FIM-ATRIBUICOES.
           OPEN INPUT ARQ-ATRIBUICOES.
           PERFORM UNTIL FIM-ATRIBUICOES = "S"
               READ ARQ-ATRIBUICOES
                   AT END MOVE "S" TO FIM-ATRIBUICOES
                   NOT AT END
                       IF ATR-TURMA = TURMA
                          AND ATR-DISCIPLINA = DISCIPLINA
                           MOVE ATR-PROFESSOR TO PROFESSOR
                           MOVE ZEROS TO CARGA
                           IF ATR-CARGA NUMERIC
                               MOVE ATR-CARGA TO CARGA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-ATRIBUICOES.
       NOME-PROFESSOR.
           MOVE SPACES TO NOME-PROF.
           PERFORM VARYING IDX-PROF FROM 1 BY 1
                   UNTIL IDX-PROF > QTDE-PROFESSORES
               IF PROF-COD-T(IDX-PROF) = PROFESSOR
                   MOVE PROF-NOME-T(IDX-PROF) TO NOME-PROF
               END-IF
           END-PERFORM.
       NOME-DISCIPLINA.
           MOVE SPACES TO NOME-DISC.
           PERFORM VARYING IDX-DISC FROM 1 BY 1
                   UNTIL IDX-DISC > QTDE-DISCIPLINAS
               IF DISC-COD-T(IDX-DISC) = DISCIPLINA
                   MOVE DISC-NOME-T(IDX-DISC) TO NOME-DISC
               END-IF
           END-PERFORM.
       CONFERE-CONFLITOS.
           MOVE SPACES TO MOTIVO.
           MOVE SPACES TO MENSAGEM.
           MOVE ZEROS TO AULAS-LANCADAS.
           MOVE "N" TO FIM-HORARIO.
           OPEN INPUT ARQ-HORARIO.
           PERFORM UNTIL FIM-HORARIO = "S"
               READ ARQ-HORARIO
                   AT END MOVE "S" TO FIM-HORARIO
                   NOT AT END
                       PERFORM CONFERE-UMA-AULA
               END-READ
           END-PERFORM.
           CLOSE ARQ-HORARIO.
           IF MOTIVO NOT = SPACES
               GO TO CONFERE-CONFLITOS-FIM
           END-IF.
           IF AULAS-LANCADAS >= CARGA
               MOVE CARGA TO CARGA-E
               MOVE "CARGA-EXCEDIDA      " TO MOTIVO
               STRING "DISCIPLINA JA TEM AS " DELIMITED BY SIZE
                      CARGA-E                 DELIMITED BY SIZE
                      " AULAS DA SEMANA"      DELIMITED BY SIZE
                 INTO MENSAGEM
           END-IF.
       CONFERE-CONFLITOS-FIM.
           EXIT.
       CONFERE-UMA-AULA.
           IF HOR-TURMA = TURMA AND HOR-DISCIPLINA = DISCIPLINA
               ADD 1 TO AULAS-LANCADAS
           END-IF.
           IF MOTIVO = SPACES
              AND HOR-DIA = DIA-SEMANA AND HOR-TURNO = TURNO
              AND HOR-PERIODO = PERIODO
               MOVE HOR-TURMA TO OCUPANTE-E
               EVALUATE TRUE
                   WHEN HOR-TURMA = TURMA
                       MOVE "TURMA-OCUPADA       " TO MOTIVO
                       MOVE "TURMA JA TEM AULA NESTE HORARIO"
                           TO MENSAGEM
                   WHEN HOR-PROFESSOR = PROFESSOR
                       MOVE "PROFESSOR-OCUPADO   " TO MOTIVO
                       STRING "PROFESSOR JA ESTA NA TURMA "
                                  DELIMITED BY SIZE
                              OCUPANTE-E DELIMITED BY SIZE
                         INTO MENSAGEM
                   WHEN HOR-SALA = SALA
                       MOVE "SALA-OCUPADA        " TO MOTIVO
                       STRING "SALA JA OCUPADA PELA TURMA "
                                  DELIMITED BY SIZE
                              OCUPANTE-E DELIMITED BY SIZE
                         INTO MENSAGEM
               END-EVALUATE
           END-IF.
       REJEITA-AULA.
           DISPLAY "AULA RECUSADA: " MENSAGEM.
           CALL "GRAVA-EXCECAO" USING "GRADE-HORARIA       "
               "REG-HORARIO    " MOTIVO MENSAGEM.
       EXCLUI-AULA.
           PERFORM RECEBE-TURMA.
           PERFORM RECEBE-HORARIO.
           MOVE ZEROS TO CONT-REMOVIDAS.
           PERFORM REGRAVA-HORARIO.
           IF CONT-REMOVIDAS = ZEROS
               DISPLAY "AULA NAO ENCONTRADA"
           ELSE
               DISPLAY "AULA EXCLUIDA"
           END-IF.
       LIMPA-GRADE-TURMA.
           PERFORM RECEBE-TURMA.
           DISPLAY "EXCLUI TODA A GRADE DA TURMA (S/N)? ".
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
               DISPLAY "GRADE MANTIDA"
               GO TO LIMPA-GRADE-TURMA-FIM
           END-IF.
           MOVE ZERO TO DIA-SEMANA.
           MOVE ZEROS TO CONT-REMOVIDAS.
           PERFORM REGRAVA-HORARIO.
           MOVE CONT-REMOVIDAS TO CONT-E.
           DISPLAY "AULAS EXCLUIDAS: " CONT-E.
       LIMPA-GRADE-TURMA-FIM.
           EXIT.
       REGRAVA-HORARIO.
           MOVE "N" TO FIM-HORARIO.
           OPEN INPUT  ARQ-HORARIO.
           OPEN OUTPUT ARQ-HORARIO-TMP.
           PERFORM UNTIL FIM-HORARIO = "S"
               READ ARQ-HORARIO
                   AT END MOVE "S" TO FIM-HORARIO
                   NOT AT END
                       PERFORM VERIFICA-REMOCAO
                       IF AULA-ACHADA = "S"
                           ADD 1 TO CONT-REMOVIDAS
                       ELSE
                           MOVE REG-HORARIO TO REG-HORARIO-TMP
                           WRITE REG-HORARIO-TMP
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-HORARIO.
           CLOSE ARQ-HORARIO-TMP.
           MOVE "N" TO FIM-HORARIO.
           OPEN OUTPUT ARQ-HORARIO.
           OPEN INPUT  ARQ-HORARIO-TMP.
           PERFORM UNTIL FIM-HORARIO = "S"
               READ ARQ-HORARIO-TMP
                   AT END MOVE "S" TO FIM-HORARIO
                   NOT AT END
                       MOVE REG-HORARIO-TMP TO REG-HORARIO
                       WRITE REG-HORARIO
               END-READ
           END-PERFORM.
           CLOSE ARQ-HORARIO.
           CLOSE ARQ-HORARIO-TMP.
       VERIFICA-REMOCAO.
           MOVE "N" TO AULA-ACHADA.
           IF HOR-TURMA = TURMA
               IF DIA-SEMANA = ZERO
                   MOVE "S" TO AULA-ACHADA
               ELSE
                   IF HOR-DIA = DIA-SEMANA AND HOR-TURNO = TURNO
                      AND HOR-PERIODO = PERIODO
                       MOVE "S" TO AULA-ACHADA
                   END-IF
               END-IF
           END-IF.
       RELATORIO-TURMAS.
           DISPLAY "CODIGO DA TURMA (0 = TODAS): ".
           ACCEPT TURMA-E.
           MOVE TURMA-E TO TURMA-REL.
           MOVE ZEROS TO CONT-LINHAS.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM GRADE-DA-TURMA
               VARYING IDX-TURMA FROM 1 BY 1
               UNTIL IDX-TURMA > QTDE-TURMAS.
           CLOSE ARQ-RELATORIO.
           CALL "GUARDA-RELATORIO" USING "HORTURMA  "
               "RELHORARIO.TXT  " CONT-LINHAS.
           DISPLAY "GRADE GERADA EM RELHORARIO.TXT".
       GRADE-DA-TURMA.
           IF TURMA-REL = ZEROS
              OR TURMA-REL = TURMA-COD-T(IDX-TURMA)
               PERFORM LIMPA-GRADE
               MOVE "N" TO FIM-HORARIO
               OPEN INPUT ARQ-HORARIO
               PERFORM UNTIL FIM-HORARIO = "S"
                   READ ARQ-HORARIO
                       AT END MOVE "S" TO FIM-HORARIO
                       NOT AT END
                           IF HOR-TURMA = TURMA-COD-T(IDX-TURMA)
                               PERFORM PREENCHE-CELULA-TURMA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-HORARIO
               MOVE TURMA-TURNO-T(IDX-TURMA) TO TURNO
               PERFORM DESCREVE-TURNO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "GRADE HORARIA - TURMA " DELIMITED BY SIZE
                      TURMA-COD-T(IDX-TURMA)   DELIMITED BY SIZE
                      " "                      DELIMITED BY SIZE
                      TURMA-DESC-T(IDX-TURMA)  DELIMITED BY SIZE
                      " TURNO "                DELIMITED BY SIZE
                      DESC-TURNO               DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               PERFORM GRAVA-LINHA
               PERFORM CABECALHO-DIAS
               PERFORM GRAVA-PERIODO
                   VARYING IDX-PER FROM 1 BY 1 UNTIL IDX-PER > 6
               PERFORM RESUMO-CARGA-TURMA
               MOVE SPACES TO LINHA-RELATORIO
               PERFORM GRAVA-LINHA
           END-IF.
       PREENCHE-CELULA-TURMA.
           MOVE HOR-DISCIPLINA TO DISCIPLINA.
           PERFORM NOME-DISCIPLINA.
           COMPUTE IDX-DIA = HOR-DIA - 1.
           MOVE SPACES TO CELULA-T(HOR-PERIODO, IDX-DIA).
           STRING NOME-DISC(1:9) DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  HOR-SALA       DELIMITED BY SIZE
             INTO CELULA-T(HOR-PERIODO, IDX-DIA).
       RESUMO-CARGA-TURMA.
           MOVE "N" TO FIM-ATRIBUICOES.
           OPEN INPUT ARQ-ATRIBUICOES.
           PERFORM UNTIL FIM-ATRIBUICOES = "S"
               READ ARQ-ATRIBUICOES
                   AT END MOVE "S" TO FIM-ATRIBUICOES
                   NOT AT END
                       IF ATR-TURMA = TURMA-COD-T(IDX-TURMA)
                           PERFORM LINHA-CARGA-DISCIPLINA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-ATRIBUICOES.
       LINHA-CARGA-DISCIPLINA.
           MOVE ZEROS TO CARGA.
           IF ATR-CARGA NUMERIC
               MOVE ATR-CARGA TO CARGA
           END-IF.
           MOVE ZEROS TO AULAS-LANCADAS.
           MOVE "N" TO FIM-HORARIO.
           OPEN INPUT ARQ-HORARIO.
           PERFORM UNTIL FIM-HORARIO = "S"
               READ ARQ-HORARIO
                   AT END MOVE "S" TO FIM-HORARIO
                   NOT AT END
                       IF HOR-TURMA = ATR-TURMA
                          AND HOR-DISCIPLINA = ATR-DISCIPLINA
                           ADD 1 TO AULAS-LANCADAS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-HORARIO.
           MOVE ATR-DISCIPLINA TO DISCIPLINA.
           PERFORM NOME-DISCIPLINA.
           MOVE AULAS-LANCADAS TO AULAS-E.
           MOVE CARGA TO CARGA-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "   " DELIMITED BY SIZE
                  NOME-DISC DELIMITED BY SIZE
                  " AULAS NA GRADE: " DELIMITED BY SIZE
                  AULAS-E   DELIMITED BY SIZE
                  " DE "    DELIMITED BY SIZE
                  CARGA-E   DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           IF AULAS-LANCADAS < CARGA
               MOVE " - INCOMPLETA" TO LINHA-RELATORIO(44:13)
           END-IF.
           PERFORM GRAVA-LINHA.
       RELATORIO-PROFESSORES.
           DISPLAY "CODIGO DO PROFESSOR (0 = TODOS): ".
           ACCEPT PROFESSOR-E.
           MOVE PROFESSOR-E TO PROFESSOR-REL.
           MOVE ZEROS TO CONT-LINHAS.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM GRADE-DO-PROFESSOR
               VARYING IDX-PROF FROM 1 BY 1
               UNTIL IDX-PROF > QTDE-PROFESSORES.
           CLOSE ARQ-RELATORIO.
           CALL "GUARDA-RELATORIO" USING "HORPROF   "
               "RELHORARIO.TXT  " CONT-LINHAS.
           DISPLAY "GRADE GERADA EM RELHORARIO.TXT".
       GRADE-DO-PROFESSOR.
           IF PROFESSOR-REL = ZEROS
              OR PROFESSOR-REL = PROF-COD-T(IDX-PROF)
               MOVE SPACES TO LINHA-RELATORIO
               STRING "GRADE HORARIA - PROFESSOR " DELIMITED BY SIZE
                      PROF-COD-T(IDX-PROF)         DELIMITED BY SIZE
                      " "                          DELIMITED BY SIZE
                      PROF-NOME-T(IDX-PROF)        DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               PERFORM GRAVA-LINHA
               PERFORM GRADE-PROFESSOR-TURNO
                   VARYING IDX-TURNO FROM 1 BY 1 UNTIL IDX-TURNO > 3
               MOVE SPACES TO LINHA-RELATORIO
               PERFORM GRAVA-LINHA
           END-IF.
       GRADE-PROFESSOR-TURNO.
           PERFORM LIMPA-GRADE.
           MOVE "N" TO TEM-AULA.
           MOVE "N" TO FIM-HORARIO.
           OPEN INPUT ARQ-HORARIO.
           PERFORM UNTIL FIM-HORARIO = "S"
               READ ARQ-HORARIO
                   AT END MOVE "S" TO FIM-HORARIO
                   NOT AT END
                       IF HOR-PROFESSOR = PROF-COD-T(IDX-PROF)
                          AND HOR-TURNO = TURNO-T(IDX-TURNO)
                           MOVE "S" TO TEM-AULA
                           PERFORM PREENCHE-CELULA-PROFESSOR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-HORARIO.
           IF TEM-AULA = "S"
               MOVE TURNO-T(IDX-TURNO) TO TURNO
               PERFORM DESCREVE-TURNO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "   TURNO " DELIMITED BY SIZE
                      DESC-TURNO  DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               PERFORM GRAVA-LINHA
               PERFORM CABECALHO-DIAS
               PERFORM GRAVA-PERIODO
                   VARYING IDX-PER FROM 1 BY 1 UNTIL IDX-PER > 6
           END-IF.
       PREENCHE-CELULA-PROFESSOR.
           MOVE HOR-DISCIPLINA TO DISCIPLINA.
           PERFORM NOME-DISCIPLINA.
           COMPUTE IDX-DIA = HOR-DIA - 1.
           MOVE SPACES TO CELULA-T(HOR-PERIODO, IDX-DIA).
           STRING "T"            DELIMITED BY SIZE
                  HOR-TURMA      DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  NOME-DISC(1:9) DELIMITED BY SIZE
             INTO CELULA-T(HOR-PERIODO, IDX-DIA).
       LIMPA-GRADE.
           PERFORM VARYING IDX-PER FROM 1 BY 1 UNTIL IDX-PER > 6
               PERFORM VARYING IDX-DIA FROM 1 BY 1 UNTIL IDX-DIA > 5
                   MOVE "-" TO CELULA-T(IDX-PER, IDX-DIA)
               END-PERFORM
           END-PERFORM.
       DESCREVE-TURNO.
           EVALUATE TURNO
               WHEN "M" MOVE "MANHA" TO DESC-TURNO
               WHEN "T" MOVE "TARDE" TO DESC-TURNO
               WHEN OTHER MOVE "NOITE" TO DESC-TURNO
           END-EVALUATE.
       CABECALHO-DIAS.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE "AULA" TO LINHA-RELATORIO(1:4).
           MOVE 6 TO PONTEIRO.
           PERFORM VARYING IDX-DIA FROM 1 BY 1 UNTIL IDX-DIA > 5
               MOVE NOME-DIA-T(IDX-DIA)
                   TO LINHA-RELATORIO(PONTEIRO:15)
               ADD 15 TO PONTEIRO
           END-PERFORM.
           PERFORM GRAVA-LINHA.
       GRAVA-PERIODO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE SPACES TO ROTULO.
           STRING IDX-PER "A" DELIMITED BY SIZE INTO ROTULO.
           MOVE ROTULO TO LINHA-RELATORIO(1:5).
           MOVE 6 TO PONTEIRO.
           PERFORM VARYING IDX-DIA FROM 1 BY 1 UNTIL IDX-DIA > 5
               MOVE CELULA-T(IDX-PER, IDX-DIA)
                   TO LINHA-RELATORIO(PONTEIRO:15)
               ADD 15 TO PONTEIRO
           END-PERFORM.
           PERFORM GRAVA-LINHA.
       GRAVA-LINHA.
           WRITE LINHA-RELATORIO.
           ADD 1 TO CONT-LINHAS.
