       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-PROFESSORES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-PROFESSORES
                   ASSIGN TO "PROFESSORES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-ATRIBUICOES
                   ASSIGN TO "ATRIBUICOES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-ATRIBUICOES-TMP
                   ASSIGN TO "ATRIBUICOESTMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-TURMAS ASSIGN TO "TURMAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-DISCIPLINAS ASSIGN TO "DISCIPLINAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
           FD  ARQ-ATRIBUICOES-TMP.
           01  REG-ATRIBUICAO-TMP PIC X(11).
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
       WORKING-STORAGE SECTION.
           01 DADOS-OPERADOR.
               02 OPERADOR-SESSAO PIC X(08) VALUE SPACES.
               02 PERFIL-SESSAO   PIC X(01) VALUE SPACE.
           01 DADOS.
               02 OPCAO         PIC X(01) VALUE SPACE.
               02 CONTINUAR     PIC X(01) VALUE SPACE.
               02 CONFIRMA      PIC X(01) VALUE SPACE.
               02 CODIGO        PIC 9(04) VALUE ZEROS.
               02 CODIGO-E      PIC ZZZ9.
               02 NOME          PIC X(30) VALUE SPACES.
               02 TURMA         PIC 9(03) VALUE ZEROS.
               02 TURMA-E       PIC ZZ9.
               02 DISCIPLINA    PIC 9(02) VALUE ZEROS.
               02 DISCIPLINA-E  PIC Z9.
               02 BIMESTRE      PIC 9(01) VALUE ZERO.
               02 BIMESTRE-E    PIC 9.
               02 FIM-PROFESSORES PIC X(01) VALUE "N".
               02 FIM-ATRIBUICOES PIC X(01) VALUE "N".
               02 FIM-TURMAS    PIC X(01) VALUE "N".
               02 FIM-DISCIPLINAS PIC X(01) VALUE "N".
               02 PROF-OK       PIC X(01) VALUE "N".
               02 TURMA-OK      PIC X(01) VALUE "N".
               02 TEM-TURMAS    PIC X(01) VALUE "N".
               02 DISC-OK       PIC X(01) VALUE "N".
               02 NOME-DISC     PIC X(15) VALUE SPACES.
               02 NOME-PROF     PIC X(30) VALUE SPACES.
               02 PROF-ATUAL    PIC 9(04) VALUE ZEROS.
               02 CARGA         PIC 9(02) VALUE ZEROS.
               02 CARGA-E       PIC Z9.
               02 CONT-LISTADOS PIC 9(04) VALUE ZEROS.
               02 CONT-E        PIC ZZZ9.
           01 DADOS-PENDENCIAS.
               02 PENDENCIAS    PIC 9(05) VALUE ZEROS.
               02 PENDENCIAS-E  PIC ZZZZ9.
               02 REGISTROS-SPOOL PIC 9(06) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CADASTRO DE PROFESSORES E ATRIBUICOES".
           CALL "IDENTIFICA-OPERADOR" USING OPERADOR-SESSAO
               PERFIL-SESSAO.
           MOVE "S" TO CONTINUAR.
           PERFORM PROCESSO UNTIL CONTINUAR NOT = "S".
           DISPLAY "FIM DO PROGRAMA".
           STOP RUN.
       PROCESSO.
           DISPLAY "1-INCLUIR PROFESSOR  2-ATRIBUIR TURMA/DISCIPLINA".
           DISPLAY "3-LISTAR ATRIBUICOES 4-PENDENCIAS DE NOTAS: ".
           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "1"
                   PERFORM INCLUIR-PROFESSOR
               WHEN "2"
                   PERFORM ATRIBUIR THRU ATRIBUIR-FIM
               WHEN "3"
                   PERFORM LISTAR-ATRIBUICOES
               WHEN "4"
                   PERFORM RELATORIO-PENDENCIAS
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           DISPLAY "CONTINUA (S/N)? ".
           ACCEPT CONTINUAR.
           IF CONTINUAR = "s"
               MOVE "S" TO CONTINUAR
           END-IF.
       INCLUIR-PROFESSOR.
           PERFORM PROXIMO-CODIGO.
           MOVE CODIGO TO CODIGO-E.
           DISPLAY "CODIGO: " CODIGO-E.
           MOVE SPACES TO NOME.
           PERFORM RECEBE-NOME UNTIL NOME NOT = SPACES.
           MOVE CODIGO TO PRO-CODIGO.
           MOVE NOME   TO PRO-NOME.
           MOVE "A"    TO PRO-STATUS.
           OPEN EXTEND ARQ-PROFESSORES.
           WRITE REG-PROFESSOR.
           CLOSE ARQ-PROFESSORES.
           DISPLAY "PROFESSOR INCLUIDO".
       RECEBE-NOME.
           DISPLAY "NOME DO PROFESSOR: ".
           ACCEPT NOME.
           MOVE FUNCTION UPPER-CASE(NOME) TO NOME.
           IF NOME = SPACES
               DISPLAY "NOME E OBRIGATORIO"
           END-IF.
       PROXIMO-CODIGO.
           MOVE ZEROS TO CODIGO.
           MOVE "N"   TO FIM-PROFESSORES.
           OPEN INPUT ARQ-PROFESSORES.
           PERFORM UNTIL FIM-PROFESSORES = "S"
               READ ARQ-PROFESSORES
                   AT END MOVE "S" TO FIM-PROFESSORES
                   NOT AT END
                       IF PRO-CODIGO > CODIGO
                           MOVE PRO-CODIGO TO CODIGO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-PROFESSORES.
           ADD 1 TO CODIGO.
       ATRIBUIR.
           DISPLAY "CODIGO DO PROFESSOR: ".
           ACCEPT CODIGO-E.
           MOVE CODIGO-E TO CODIGO.
           PERFORM LOCALIZA-PROFESSOR.
           IF PROF-OK = "N"
               DISPLAY "PROFESSOR NAO CADASTRADO OU INATIVO"
               CALL "GRAVA-EXCECAO" USING "CADASTRO-PROFESSORES"
                   "ATR-PROFESSOR  " "NAO-CADASTRADO      "
                   "PROFESSOR NAO CADASTRADO OU INATIVO     "
               GO TO ATRIBUIR-FIM
           END-IF.
           DISPLAY "PROFESSOR: " NOME-PROF.
           DISPLAY "CODIGO DA TURMA: ".
           ACCEPT TURMA-E.
           MOVE TURMA-E TO TURMA.
           PERFORM VALIDA-TURMA.
           IF TURMA-OK = "N"
               DISPLAY "TURMA NAO CADASTRADA"
               CALL "GRAVA-EXCECAO" USING "CADASTRO-PROFESSORES"
                   "ATR-TURMA      " "INVALIDA            "
                   "TURMA NAO CADASTRADA                    "
               GO TO ATRIBUIR-FIM
           END-IF.
           DISPLAY "CODIGO DA DISCIPLINA: ".
           ACCEPT DISCIPLINA-E.
           MOVE DISCIPLINA-E TO DISCIPLINA.
           PERFORM VALIDA-DISCIPLINA.
           IF DISC-OK = "N"
               DISPLAY "DISCIPLINA INVALIDA"
               CALL "GRAVA-EXCECAO" USING "CADASTRO-PROFESSORES"
                   "ATR-DISCIPLINA " "INVALIDA            "
                   "DISCIPLINA INVALIDA                     "
               GO TO ATRIBUIR-FIM
           END-IF.
           PERFORM LOCALIZA-ATRIBUICAO.
           IF PROF-ATUAL = CODIGO
               MOVE CARGA TO CARGA-E
               DISPLAY "ATRIBUICAO JA EXISTENTE - CARGA SEMANAL: "
                   CARGA-E
               DISPLAY "ALTERA A CARGA SEMANAL (S/N)? "
               ACCEPT CONFIRMA
               IF CONFIRMA = "S" OR CONFIRMA = "s"
                   MOVE ZEROS TO CARGA
                   PERFORM RECEBE-CARGA UNTIL CARGA > ZEROS
                   PERFORM SUBSTITUI-ATRIBUICAO
                   DISPLAY "CARGA SEMANAL ALTERADA"
               END-IF
               GO TO ATRIBUIR-FIM
           END-IF.
           IF PROF-ATUAL NOT = ZEROS
               MOVE PROF-ATUAL TO CODIGO-E
               DISPLAY "TURMA/DISCIPLINA ATRIBUIDA AO PROFESSOR "
                   CODIGO-E
               DISPLAY "SUBSTITUI O PROFESSOR (S/N)? "
               ACCEPT CONFIRMA
               IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
                   DISPLAY "ATRIBUICAO MANTIDA"
                   GO TO ATRIBUIR-FIM
               END-IF
               PERFORM SUBSTITUI-ATRIBUICAO
               DISPLAY "PROFESSOR SUBSTITUIDO"
               GO TO ATRIBUIR-FIM
           END-IF.
           MOVE ZEROS TO CARGA.
           PERFORM RECEBE-CARGA UNTIL CARGA > ZEROS.
           MOVE TURMA      TO ATR-TURMA.
           MOVE DISCIPLINA TO ATR-DISCIPLINA.
           MOVE CODIGO     TO ATR-PROFESSOR.
           MOVE CARGA      TO ATR-CARGA.
           OPEN EXTEND ARQ-ATRIBUICOES.
           WRITE REG-ATRIBUICAO.
           CLOSE ARQ-ATRIBUICOES.
           DISPLAY "ATRIBUICAO INCLUIDA: " NOME-DISC.
       ATRIBUIR-FIM.
           EXIT.
       RECEBE-CARGA.
           DISPLAY "AULAS POR SEMANA (1 A 30): ".
           ACCEPT CARGA-E.
           MOVE CARGA-E TO CARGA.
           IF CARGA = ZEROS OR CARGA > 30
               DISPLAY "CARGA SEMANAL INVALIDA"
               MOVE ZEROS TO CARGA
           END-IF.
       LOCALIZA-PROFESSOR.
           MOVE "N" TO PROF-OK.
           MOVE SPACES TO NOME-PROF.
           MOVE "N" TO FIM-PROFESSORES.
           OPEN INPUT ARQ-PROFESSORES.
           PERFORM UNTIL FIM-PROFESSORES = "S"
               READ ARQ-PROFESSORES
                   AT END MOVE "S" TO FIM-PROFESSORES
                   NOT AT END
                       IF PRO-CODIGO = CODIGO AND PRO-STATUS = "A"
                           MOVE "S" TO PROF-OK
                           MOVE PRO-NOME TO NOME-PROF
                           MOVE "S" TO FIM-PROFESSORES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-PROFESSORES.
       VALIDA-TURMA.
           MOVE "N" TO TURMA-OK.
           MOVE "N" TO TEM-TURMAS.
           MOVE "N" TO FIM-TURMAS.
           OPEN INPUT ARQ-TURMAS.
           PERFORM UNTIL FIM-TURMAS = "S"
               READ ARQ-TURMAS
                   AT END MOVE "S" TO FIM-TURMAS
                   NOT AT END
                       MOVE "S" TO TEM-TURMAS
                       IF TUR-CODIGO = TURMA
                           MOVE "S" TO TURMA-OK
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-TURMAS.
           IF TEM-TURMAS = "N"
               MOVE "S" TO TURMA-OK
           END-IF.
       VALIDA-DISCIPLINA.
           MOVE "N" TO DISC-OK.
           MOVE SPACES TO NOME-DISC.
           MOVE "N" TO FIM-DISCIPLINAS.
           OPEN INPUT ARQ-DISCIPLINAS.
           PERFORM UNTIL FIM-DISCIPLINAS = "S"
               READ ARQ-DISCIPLINAS
                   AT END MOVE "S" TO FIM-DISCIPLINAS
                   NOT AT END
                       IF DIS-CODIGO = DISCIPLINA
                           MOVE "S" TO DISC-OK
                           MOVE DIS-NOME TO NOME-DISC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-DISCIPLINAS.
       LOCALIZA-ATRIBUICAO.
           MOVE ZEROS TO PROF-ATUAL.
           MOVE ZEROS TO CARGA.
           MOVE "N" TO FIM-ATRIBUICOES.
           OPEN INPUT ARQ-ATRIBUICOES.
           PERFORM UNTIL FIM-ATRIBUICOES = "S"
               READ ARQ-ATRIBUICOES
                   AT END MOVE "S" TO FIM-ATRIBUICOES
                   NOT AT END
                       IF ATR-TURMA = TURMA
                          AND ATR-DISCIPLINA = DISCIPLINA
                           MOVE ATR-PROFESSOR TO PROF-ATUAL
                           IF ATR-CARGA NUMERIC
                               MOVE ATR-CARGA TO CARGA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-ATRIBUICOES.
       SUBSTITUI-ATRIBUICAO.
           MOVE "N" TO FIM-ATRIBUICOES.
           OPEN INPUT  ARQ-ATRIBUICOES.
           OPEN OUTPUT ARQ-ATRIBUICOES-TMP.
           PERFORM UNTIL FIM-ATRIBUICOES = "S"
               READ ARQ-ATRIBUICOES
                   AT END MOVE "S" TO FIM-ATRIBUICOES
                   NOT AT END
                       IF ATR-TURMA = TURMA
                          AND ATR-DISCIPLINA = DISCIPLINA
                           MOVE CODIGO TO ATR-PROFESSOR
                           MOVE CARGA  TO ATR-CARGA
                       END-IF
                       MOVE REG-ATRIBUICAO TO REG-ATRIBUICAO-TMP
                       WRITE REG-ATRIBUICAO-TMP
               END-READ
           END-PERFORM.
           CLOSE ARQ-ATRIBUICOES.
           CLOSE ARQ-ATRIBUICOES-TMP.
           MOVE "N" TO FIM-ATRIBUICOES.
           OPEN OUTPUT ARQ-ATRIBUICOES.
           OPEN INPUT  ARQ-ATRIBUICOES-TMP.
           PERFORM UNTIL FIM-ATRIBUICOES = "S"
               READ ARQ-ATRIBUICOES-TMP
                   AT END MOVE "S" TO FIM-ATRIBUICOES
                   NOT AT END
                       MOVE REG-ATRIBUICAO-TMP TO REG-ATRIBUICAO
                       WRITE REG-ATRIBUICAO
               END-READ
           END-PERFORM.
           CLOSE ARQ-ATRIBUICOES.
           CLOSE ARQ-ATRIBUICOES-TMP.
       LISTAR-ATRIBUICOES.
           MOVE ZEROS TO CONT-LISTADOS.
           MOVE "N" TO FIM-ATRIBUICOES.
           OPEN INPUT ARQ-ATRIBUICOES.
           PERFORM UNTIL FIM-ATRIBUICOES = "S"
               READ ARQ-ATRIBUICOES
                   AT END MOVE "S" TO FIM-ATRIBUICOES
                   NOT AT END
                       PERFORM MOSTRA-ATRIBUICAO
               END-READ
           END-PERFORM.
           CLOSE ARQ-ATRIBUICOES.
           MOVE CONT-LISTADOS TO CONT-E.
           DISPLAY "ATRIBUICOES: " CONT-E.
       MOSTRA-ATRIBUICAO.
           ADD 1 TO CONT-LISTADOS.
           MOVE ATR-PROFESSOR TO CODIGO.
           PERFORM LOCALIZA-PROFESSOR.
           MOVE ATR-DISCIPLINA TO DISCIPLINA.
           PERFORM VALIDA-DISCIPLINA.
           MOVE ZEROS TO CARGA.
           IF ATR-CARGA NUMERIC
               MOVE ATR-CARGA TO CARGA
           END-IF.
           MOVE CARGA TO CARGA-E.
           DISPLAY "TURMA " ATR-TURMA " DISC " ATR-DISCIPLINA " "
               NOME-DISC " AULAS " CARGA-E " PROF " ATR-PROFESSOR
               " " NOME-PROF.
       RELATORIO-PENDENCIAS.
           MOVE 9 TO BIMESTRE.
           PERFORM RECEBE-BIMESTRE UNTIL BIMESTRE <= 4.
           CALL "CONFERE-NOTAS" USING BIMESTRE PENDENCIAS
               REGISTROS-SPOOL.
           CALL "GUARDA-RELATORIO" USING "PENDNOTAS "
               "PENDNOTAS.TXT   " REGISTROS-SPOOL.
           MOVE PENDENCIAS TO PENDENCIAS-E.
           DISPLAY "LANCAMENTOS PENDENTES: " PENDENCIAS-E.
           DISPLAY "RELATORIO GERADO EM PENDNOTAS.TXT".
       RECEBE-BIMESTRE.
           DISPLAY "BIMESTRE (1 A 4, 0 = TODOS): ".
           ACCEPT BIMESTRE-E.
           MOVE BIMESTRE-E TO BIMESTRE.
           IF BIMESTRE > 4
               DISPLAY "BIMESTRE INVALIDO"
           END-IF.
