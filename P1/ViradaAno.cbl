       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIRADA-ANO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-PROGRESSAO
                   ASSIGN TO "PROGSERIE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-SAIDAS ASSIGN TO "SAIDAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-TURMAS ASSIGN TO "TURMAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-ALUNOS ASSIGN TO "ALUNOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-HISTORICO ASSIGN TO "HISTESCOLAR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-FREQUENCIA ASSIGN TO
                   "FREQUENCIA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-ALUNOS-ANO ASSIGN TO NOME-ALUNOS-ANO
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-FREQUENCIA-ANO ASSIGN TO NOME-FREQ-ANO
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-RELATORIO ASSIGN TO "RELVIRADA.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-PROGRESSAO.
           01  REG-PROGRESSAO.
               02 PRG-SERIE      PIC 9(02).
               02 PRG-PROXIMA    PIC 9(02).
               02 PRG-CAPACIDADE PIC 9(03).
           FD  ARQ-SAIDAS.
           01  REG-SAIDA.
               02 SAI-MATRICULA  PIC 9(06).
               02 SAI-ANO        PIC 9(04).
               02 SAI-TIPO       PIC X(01).
               02 SAI-MOTIVO     PIC X(20).
               02 SAI-DATA       PIC 9(08).
               02 SAI-OPERADOR   PIC X(08).
           FD  ARQ-TURMAS.
           01  REG-TURMA-MST.
               02 TUR-CODIGO    PIC 9(03).
               02 TUR-ANO       PIC 9(04).
               02 TUR-TURNO     PIC X(01).
               02 TUR-DESCRICAO PIC X(15).
               02 TUR-SERIE     PIC 9(02).
           FD  ARQ-ALUNOS.
           01  REG-ALUNO.
               02 REG-NOME       PIC A(30).
               02 REG-DISCIPLINA PIC 9(02).
               02 REG-BIMESTRE   PIC 9(01).
               02 REG-QTDE-NOTAS PIC 9(01).
               02 REG-NOTA       PIC 9(02) OCCURS 5 TIMES.
               02 REG-MEDIA      PIC 9(03)V9.
               02 REG-SITUACAO   PIC X(10).
               02 REG-MATRICULA  PIC 9(06).
               02 REG-TURMA      PIC 9(03).
               02 REG-PROFESSOR  PIC 9(04).
           FD  ARQ-HISTORICO.
           01  REG-HISTORICO.
               02 HES-ANO        PIC 9(04).
               02 HES-NOME       PIC X(30).
               02 HES-DISCIPLINA PIC 9(02).
               02 HES-MEDIA-B1   PIC 9(03)V9.
               02 HES-MEDIA-B2   PIC 9(03)V9.
               02 HES-MEDIA-B3   PIC 9(03)V9.
               02 HES-MEDIA-B4   PIC 9(03)V9.
               02 HES-MEDIA-FINAL PIC 9(03)V9.
               02 HES-SITUACAO   PIC X(10).
               02 HES-MATRICULA  PIC 9(06).
               02 HES-TURMA      PIC 9(03).
               02 HES-SIT-ORIGINAL PIC X(10).
               02 HES-NOTA-REC   PIC 9(02)V9.
           FD  ARQ-FREQUENCIA.
           01  REG-FREQUENCIA   PIC X(43).
           FD  ARQ-ALUNOS-ANO.
           01  REG-ALUNO-ANO    PIC X(71).
           FD  ARQ-FREQUENCIA-ANO.
           01  REG-FREQUENCIA-ANO PIC X(43).
           FD  ARQ-RELATORIO.
           01  LINHA-RELATORIO  PIC X(80).
       WORKING-STORAGE SECTION.
           01 DADOS-OPERADOR.
               02 OPERADOR-SESSAO PIC X(08) VALUE SPACES.
               02 PERFIL-SESSAO   PIC X(01) VALUE SPACE.
           01 DATA-DO-SISTEMA.
               02 ANO          PIC 9(04) VALUE ZEROS.
               02 MES          PIC 9(02) VALUE ZEROS.
               02 DIA          PIC 9(02) VALUE ZEROS.
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
           01 REGISTROS-SPOOL  PIC 9(06) VALUE ZEROS.
           01 OPCAO            PIC X(01) VALUE SPACE.
           01 CONFIRMA         PIC X(01) VALUE SPACE.
           01 MENSA-LOG        PIC X(40) VALUE SPACES.
           01 NOME-ALUNOS-ANO  PIC X(20) VALUE SPACES.
           01 NOME-FREQ-ANO    PIC X(20) VALUE SPACES.
           01 FIM-PROGRESSAO   PIC X(01) VALUE "N".
           01 FIM-SAIDAS       PIC X(01) VALUE "N".
           01 FIM-TURMAS       PIC X(01) VALUE "N".
           01 FIM-ALUNOS       PIC X(01) VALUE "N".
           01 FIM-HISTORICO    PIC X(01) VALUE "N".
           01 FIM-FREQUENCIA   PIC X(01) VALUE "N".
           01 ACHOU            PIC X(01) VALUE "N".
           01 IDX              PIC 9(03) VALUE ZEROS.
           01 IDX-ALU          PIC 9(03) VALUE ZEROS.
           01 IDX-TUR          PIC 9(03) VALUE ZEROS.
           01 IDX-NOVA         PIC 9(03) VALUE ZEROS.
           01 IDX-SERIE        PIC 9(02) VALUE ZEROS.
           01 ESCOLHIDA        PIC 9(03) VALUE ZEROS.
           01 DADOS-VIRADA.
               02 ANO-ORIGEM     PIC 9(04) VALUE ZEROS.
               02 ANO-DESTINO    PIC 9(04) VALUE ZEROS.
               02 PROXIMO-CODIGO PIC 9(03) VALUE ZEROS.
               02 TURMAS-DESTINO PIC 9(04) VALUE ZEROS.
               02 HIST-DO-ANO    PIC 9(05) VALUE ZEROS.
               02 QTDE-NECESSARIA PIC 9(03) VALUE ZEROS.
               02 QTDE-EXISTENTE PIC 9(03) VALUE ZEROS.
               02 ORDEM-TURMA    PIC 9(02) VALUE ZEROS.
               02 TURNO-PADRAO   PIC X(01) VALUE SPACE.
               02 LETRA-TURMA    PIC X(01) VALUE SPACE.
               02 LETRAS         PIC X(26)
                   VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
               02 CONT-PROMOVIDOS PIC 9(04) VALUE ZEROS.
               02 CONT-RETIDOS   PIC 9(04) VALUE ZEROS.
               02 CONT-CONCLUINTES PIC 9(04) VALUE ZEROS.
               02 CONT-SAIDAS    PIC 9(04) VALUE ZEROS.
               02 CONT-NAO-ALOC  PIC 9(04) VALUE ZEROS.
               02 CONT-E         PIC ZZZ9.
           01 DADOS-SAIDA.
               02 MATRICULA-SAIDA PIC 9(06) VALUE ZEROS.
               02 MOTIVO-SAIDA    PIC X(20) VALUE SPACES.
           01 DADOS-PROGRESSAO.
               02 SERIE-INFORMADA  PIC 9(02) VALUE ZEROS.
               02 PROXIMA-INFORMADA PIC 9(02) VALUE ZEROS.
               02 CAPAC-INFORMADA  PIC 9(03) VALUE ZEROS.
           01 TABELA-PROGRESSAO.
               02 PROGRESSAO-T OCCURS 12 TIMES.
                   03 PRT-EXISTE     PIC X(01).
                   03 PRT-PROXIMA    PIC 9(02).
                   03 PRT-CAPACIDADE PIC 9(03).
                   03 PRT-DEMANDA    PIC 9(04).
           01 TABELA-TURMAS.
               02 QTDE-TURMAS    PIC 9(03) VALUE ZEROS.
               02 TURMA-T OCCURS 300 TIMES.
                   03 TRM-CODIGO    PIC 9(03).
                   03 TRM-ANO       PIC 9(04).
                   03 TRM-TURNO     PIC X(01).
                   03 TRM-DESCRICAO PIC X(15).
                   03 TRM-SERIE     PIC 9(02).
           01 TABELA-NOVAS.
               02 QTDE-NOVAS     PIC 9(03) VALUE ZEROS.
               02 NOVA-T OCCURS 200 TIMES.
                   03 NOV-CODIGO    PIC 9(03).
                   03 NOV-TURNO     PIC X(01).
                   03 NOV-DESCRICAO PIC X(15).
                   03 NOV-SERIE     PIC 9(02).
                   03 NOV-CAPACIDADE PIC 9(03).
                   03 NOV-ALUNOS    PIC 9(03).
           01 TABELA-ALUNOS.
               02 QTDE-ALUNOS    PIC 9(03) VALUE ZEROS.
               02 ALUNO-T OCCURS 500 TIMES.
                   03 ALU-MATRICULA  PIC 9(06).
                   03 ALU-NOME       PIC X(30).
                   03 ALU-TURMA      PIC 9(03).
                   03 ALU-SERIE      PIC 9(02).
                   03 ALU-DESTINO    PIC 9(02).
                   03 ALU-TEM-HIST   PIC X(01).
                   03 ALU-REPROVADO  PIC X(01).
                   03 ALU-SITUACAO   PIC X(01).
                   03 ALU-MOTIVO     PIC X(20).
                   03 ALU-NOVA-TURMA PIC 9(03).
           01 DADOS-RELATORIO.
               02 TURMA-REL-E    PIC ZZ9.
               02 QTDE-REL-E     PIC ZZ9.
               02 CAPAC-REL-E    PIC ZZ9.
               02 VAGAS-REL      PIC 9(03) VALUE ZEROS.
               02 VAGAS-REL-E    PIC ZZ9.
               02 SITUACAO-REL   PIC X(14) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "VIRADA DO ANO LETIVO".
           CALL "IDENTIFICA-OPERADOR" USING OPERADOR-SESSAO
               PERFIL-SESSAO.
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           DISPLAY "1-PROGRESSAO DE SERIES  2-SAIDA DE ALUNO  "
               "3-EXECUTAR VIRADA: ".
           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "1"
                   PERFORM INCLUI-PROGRESSAO
               WHEN "2"
                   PERFORM REGISTRA-SAIDA THRU REGISTRA-SAIDA-FIM
               WHEN "3"
                   PERFORM EXECUTA-VIRADA THRU EXECUTA-VIRADA-FIM
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           STOP RUN.
       INCLUI-PROGRESSAO.
           PERFORM CARREGA-PROGRESSAO.
           PERFORM MOSTRA-PROGRESSAO VARYING IDX-SERIE FROM 1 BY 1
               UNTIL IDX-SERIE > 12.
           MOVE ZEROS TO SERIE-INFORMADA.
           PERFORM RECEBE-SERIE UNTIL SERIE-INFORMADA > ZEROS.
           MOVE 99 TO PROXIMA-INFORMADA.
           PERFORM RECEBE-PROXIMA UNTIL PROXIMA-INFORMADA < 13.
           MOVE ZEROS TO CAPAC-INFORMADA.
           PERFORM RECEBE-CAPACIDADE UNTIL CAPAC-INFORMADA > ZEROS.
           MOVE SERIE-INFORMADA   TO PRG-SERIE.
           MOVE PROXIMA-INFORMADA TO PRG-PROXIMA.
           MOVE CAPAC-INFORMADA   TO PRG-CAPACIDADE.
           OPEN EXTEND ARQ-PROGRESSAO.
           WRITE REG-PROGRESSAO.
           CLOSE ARQ-PROGRESSAO.
           DISPLAY "PROGRESSAO GRAVADA".
       MOSTRA-PROGRESSAO.
           IF PRT-EXISTE(IDX-SERIE) = "S"
               DISPLAY "SERIE " IDX-SERIE " -> "
                   PRT-PROXIMA(IDX-SERIE) " CAPACIDADE "
                   PRT-CAPACIDADE(IDX-SERIE)
           END-IF.
       RECEBE-SERIE.
           DISPLAY "SERIE (01-12): ".
           ACCEPT SERIE-INFORMADA.
           IF SERIE-INFORMADA > 12
               DISPLAY "SERIE INVALIDA"
               MOVE ZEROS TO SERIE-INFORMADA
           END-IF.
       RECEBE-PROXIMA.
           DISPLAY "SERIE SEGUINTE (00 = ULTIMA SERIE): ".
           ACCEPT PROXIMA-INFORMADA.
           IF PROXIMA-INFORMADA > 12
               DISPLAY "SERIE INVALIDA"
           END-IF.
       RECEBE-CAPACIDADE.
           DISPLAY "CAPACIDADE POR TURMA: ".
           ACCEPT CAPAC-INFORMADA.
           IF CAPAC-INFORMADA = ZEROS
               DISPLAY "CAPACIDADE INVALIDA"
           END-IF.
       CARREGA-PROGRESSAO.
           PERFORM VARYING IDX-SERIE FROM 1 BY 1 UNTIL IDX-SERIE > 12
               MOVE "N"   TO PRT-EXISTE(IDX-SERIE)
               MOVE ZEROS TO PRT-PROXIMA(IDX-SERIE)
               MOVE 40    TO PRT-CAPACIDADE(IDX-SERIE)
               MOVE ZEROS TO PRT-DEMANDA(IDX-SERIE)
           END-PERFORM.
           MOVE "N" TO FIM-PROGRESSAO.
           OPEN INPUT ARQ-PROGRESSAO.
           PERFORM LE-PROGRESSAO UNTIL FIM-PROGRESSAO = "S".
           CLOSE ARQ-PROGRESSAO.
       LE-PROGRESSAO.
           READ ARQ-PROGRESSAO
               AT END MOVE "S" TO FIM-PROGRESSAO
               NOT AT END
                   IF PRG-SERIE > ZEROS AND PRG-SERIE < 13
                       MOVE "S" TO PRT-EXISTE(PRG-SERIE)
                       MOVE PRG-PROXIMA    TO PRT-PROXIMA(PRG-SERIE)
                       MOVE PRG-CAPACIDADE TO PRT-CAPACIDADE(PRG-SERIE)
                   END-IF
           END-READ.
       REGISTRA-SAIDA.
           DISPLAY "MATRICULA DO ALUNO: ".
           ACCEPT MATRICULA-SAIDA.
           PERFORM CARREGA-ALUNOS.
           MOVE "N" TO ACHOU.
           PERFORM VARYING IDX-ALU FROM 1 BY 1
                   UNTIL IDX-ALU > QTDE-ALUNOS OR ACHOU = "S"
               IF ALU-MATRICULA(IDX-ALU) = MATRICULA-SAIDA
                   DISPLAY "ALUNO: " ALU-NOME(IDX-ALU)
                   MOVE "S" TO ACHOU
               END-IF
           END-PERFORM.
           IF ACHOU = "N"
               DISPLAY "MATRICULA NAO ENCONTRADA EM ALUNOS"
               GO TO REGISTRA-SAIDA-FIM
           END-IF.
           DISPLAY "MOTIVO DA SAIDA: ".
           ACCEPT MOTIVO-SAIDA.
           MOVE FUNCTION UPPER-CASE(MOTIVO-SAIDA) TO MOTIVO-SAIDA.
           DISPLAY "CONFIRMA QUE O ALUNO NAO SEGUE NO PROXIMO ANO "
               "(S/N)? ".
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND NOT = "s"
               DISPLAY "SAIDA NAO REGISTRADA"
               GO TO REGISTRA-SAIDA-FIM
           END-IF.
           MOVE MATRICULA-SAIDA TO SAI-MATRICULA.
           MOVE ANO             TO SAI-ANO.
           MOVE "D"             TO SAI-TIPO.
           MOVE MOTIVO-SAIDA    TO SAI-MOTIVO.
           MOVE DATA-HOJE       TO SAI-DATA.
           MOVE OPERADOR-SESSAO TO SAI-OPERADOR.
           OPEN EXTEND ARQ-SAIDAS.
           WRITE REG-SAIDA.
           CLOSE ARQ-SAIDAS.
           DISPLAY "SAIDA REGISTRADA".
       REGISTRA-SAIDA-FIM.
           EXIT.
       EXECUTA-VIRADA.
           IF PERFIL-SESSAO NOT = "S"
               DISPLAY "SOMENTE SUPERVISOR EXECUTA A VIRADA DO ANO"
               MOVE "VIRADA NEGADA - SEM PERFIL" TO MENSA-LOG
               CALL "GRAVA-EXCECAO" USING "VIRADA-ANO          "
                   "TUR-ANO        " "VIRADA              "
                   MENSA-LOG
               GO TO EXECUTA-VIRADA-FIM
           END-IF.
           DISPLAY "ANO LETIVO ENCERRADO (AAAA): ".
           ACCEPT ANO-ORIGEM.
           COMPUTE ANO-DESTINO = ANO-ORIGEM + 1.
           PERFORM CARREGA-PROGRESSAO.
           PERFORM CARREGA-TURMAS.
           IF TURMAS-DESTINO > ZEROS
               DISPLAY "JA EXISTEM TURMAS PARA " ANO-DESTINO
                   " - VIRADA NAO EXECUTADA"
               MOVE "TURMAS DO NOVO ANO JA CADASTRADAS" TO MENSA-LOG
               CALL "GRAVA-EXCECAO" USING "VIRADA-ANO          "
                   "TUR-ANO        " "VIRADA-REPETIDA     "
                   MENSA-LOG
               GO TO EXECUTA-VIRADA-FIM
           END-IF.
           PERFORM CARREGA-ALUNOS.
           PERFORM CARREGA-HISTORICO.
           IF HIST-DO-ANO = ZEROS
               DISPLAY "SEM RESULTADO FINAL DE " ANO-ORIGEM
                   " - EXECUTE O FECHAMENTO ANUAL"
               GO TO EXECUTA-VIRADA-FIM
           END-IF.
           PERFORM CARREGA-SAIDAS.
           PERFORM CLASSIFICA-ALUNO VARYING IDX-ALU FROM 1 BY 1
               UNTIL IDX-ALU > QTDE-ALUNOS.
           PERFORM MONTA-TURMAS-SERIE VARYING IDX-SERIE FROM 1 BY 1
               UNTIL IDX-SERIE > 12.
           PERFORM ALOCA-ALUNO VARYING IDX-ALU FROM 1 BY 1
               UNTIL IDX-ALU > QTDE-ALUNOS.
           DISPLAY "TURMAS A CRIAR PARA " ANO-DESTINO ": " QTDE-NOVAS.
           MOVE CONT-PROMOVIDOS TO CONT-E.
           DISPLAY "PROMOVIDOS.....: " CONT-E.
           MOVE CONT-RETIDOS TO CONT-E.
           DISPLAY "RETIDOS........: " CONT-E.
           MOVE CONT-CONCLUINTES TO CONT-E.
           DISPLAY "CONCLUINTES....: " CONT-E.
           MOVE CONT-SAIDAS TO CONT-E.
           DISPLAY "SAIDAS.........: " CONT-E.
           MOVE CONT-NAO-ALOC TO CONT-E.
           DISPLAY "NAO ALOCADOS...: " CONT-E.
           DISPLAY "CONFIRMA A VIRADA PARA " ANO-DESTINO " (S/N)? ".
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND NOT = "s"
               DISPLAY "VIRADA CANCELADA"
               GO TO EXECUTA-VIRADA-FIM
           END-IF.
           PERFORM GRAVA-TURMAS-NOVAS.
           PERFORM ARQUIVA-ANO-ANTERIOR.
           PERFORM GRAVA-MATRICULAS.
           PERFORM EMITE-RELATORIO.
           DISPLAY "VIRADA CONCLUIDA - RELATORIO EM RELVIRADA.TXT".
       EXECUTA-VIRADA-FIM.
           EXIT.
       CARREGA-TURMAS.
           MOVE ZEROS TO QTDE-TURMAS.
           MOVE ZEROS TO PROXIMO-CODIGO.
           MOVE ZEROS TO TURMAS-DESTINO.
           MOVE "N"   TO FIM-TURMAS.
           OPEN INPUT ARQ-TURMAS.
           PERFORM LE-TURMA UNTIL FIM-TURMAS = "S".
           CLOSE ARQ-TURMAS.
       LE-TURMA.
           READ ARQ-TURMAS
               AT END MOVE "S" TO FIM-TURMAS
               NOT AT END
                   IF TUR-CODIGO > PROXIMO-CODIGO
                       MOVE TUR-CODIGO TO PROXIMO-CODIGO
                   END-IF
                   IF TUR-ANO = ANO-DESTINO
                       ADD 1 TO TURMAS-DESTINO
                   END-IF
                   IF QTDE-TURMAS < 300
                       ADD 1 TO QTDE-TURMAS
                       MOVE TUR-CODIGO TO TRM-CODIGO(QTDE-TURMAS)
                       MOVE TUR-ANO    TO TRM-ANO(QTDE-TURMAS)
                       MOVE TUR-TURNO  TO TRM-TURNO(QTDE-TURMAS)
                       MOVE TUR-DESCRICAO
                           TO TRM-DESCRICAO(QTDE-TURMAS)
                       IF TUR-SERIE IS NUMERIC
                           MOVE TUR-SERIE TO TRM-SERIE(QTDE-TURMAS)
                       ELSE
                           MOVE ZEROS TO TRM-SERIE(QTDE-TURMAS)
                       END-IF
                   END-IF
           END-READ.
       CARREGA-ALUNOS.
           MOVE ZEROS TO QTDE-ALUNOS.
           MOVE "N"   TO FIM-ALUNOS.
           OPEN INPUT ARQ-ALUNOS.
           PERFORM LE-ALUNO UNTIL FIM-ALUNOS = "S".
           CLOSE ARQ-ALUNOS.
       LE-ALUNO.
           READ ARQ-ALUNOS
               AT END MOVE "S" TO FIM-ALUNOS
               NOT AT END
                   IF REG-MATRICULA IS NUMERIC
                      AND REG-MATRICULA > ZEROS
                       PERFORM GUARDA-ALUNO
                   END-IF
           END-READ.
       GUARDA-ALUNO.
           MOVE "N" TO ACHOU.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > QTDE-ALUNOS OR ACHOU = "S"
               IF ALU-MATRICULA(IDX) = REG-MATRICULA
                   MOVE REG-TURMA TO ALU-TURMA(IDX)
                   MOVE "S" TO ACHOU
               END-IF
           END-PERFORM.
           IF ACHOU = "N" AND QTDE-ALUNOS < 500
               ADD 1 TO QTDE-ALUNOS
               MOVE REG-MATRICULA TO ALU-MATRICULA(QTDE-ALUNOS)
               MOVE REG-NOME      TO ALU-NOME(QTDE-ALUNOS)
               MOVE REG-TURMA     TO ALU-TURMA(QTDE-ALUNOS)
               MOVE ZEROS         TO ALU-SERIE(QTDE-ALUNOS)
               MOVE ZEROS         TO ALU-DESTINO(QTDE-ALUNOS)
               MOVE "N"           TO ALU-TEM-HIST(QTDE-ALUNOS)
               MOVE "N"           TO ALU-REPROVADO(QTDE-ALUNOS)
               MOVE SPACE         TO ALU-SITUACAO(QTDE-ALUNOS)
               MOVE SPACES        TO ALU-MOTIVO(QTDE-ALUNOS)
               MOVE ZEROS         TO ALU-NOVA-TURMA(QTDE-ALUNOS)
           END-IF.
       CARREGA-HISTORICO.
           MOVE ZEROS TO HIST-DO-ANO.
           MOVE "N"   TO FIM-HISTORICO.
           OPEN INPUT ARQ-HISTORICO.
           PERFORM LE-HISTORICO UNTIL FIM-HISTORICO = "S".
           CLOSE ARQ-HISTORICO.
       LE-HISTORICO.
           READ ARQ-HISTORICO
               AT END MOVE "S" TO FIM-HISTORICO
               NOT AT END
                   IF HES-ANO = ANO-ORIGEM
                       ADD 1 TO HIST-DO-ANO
                       PERFORM MARCA-HISTORICO
                   END-IF
           END-READ.
       MARCA-HISTORICO.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > QTDE-ALUNOS
               IF ALU-MATRICULA(IDX) = HES-MATRICULA
                   MOVE "S" TO ALU-TEM-HIST(IDX)
                   IF HES-SITUACAO = "REPROVADO"
                      OR HES-SITUACAO = "REPR REC"
                       MOVE "S" TO ALU-REPROVADO(IDX)
                   END-IF
               END-IF
           END-PERFORM.
       CARREGA-SAIDAS.
           MOVE "N" TO FIM-SAIDAS.
           OPEN INPUT ARQ-SAIDAS.
           PERFORM LE-SAIDA UNTIL FIM-SAIDAS = "S".
           CLOSE ARQ-SAIDAS.
       LE-SAIDA.
           READ ARQ-SAIDAS
               AT END MOVE "S" TO FIM-SAIDAS
               NOT AT END
                   IF SAI-ANO = ANO-ORIGEM
                       PERFORM MARCA-SAIDA
                   END-IF
           END-READ.
       MARCA-SAIDA.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > QTDE-ALUNOS
               IF ALU-MATRICULA(IDX) = SAI-MATRICULA
                   MOVE "S"        TO ALU-SITUACAO(IDX)
                   MOVE SAI-MOTIVO TO ALU-MOTIVO(IDX)
               END-IF
           END-PERFORM.
       CLASSIFICA-ALUNO.
           IF ALU-SITUACAO(IDX-ALU) = "S"
               ADD 1 TO CONT-SAIDAS
           ELSE
               PERFORM LOCALIZA-SERIE-ALUNO
               EVALUATE TRUE
                   WHEN ALU-SERIE(IDX-ALU) = ZEROS
                       MOVE "TURMA SEM SERIE" TO ALU-MOTIVO(IDX-ALU)
                       PERFORM MARCA-NAO-ALOCADO
                   WHEN PRT-EXISTE(ALU-SERIE(IDX-ALU)) = "N"
                       MOVE "SERIE SEM PROGRESSAO"
                           TO ALU-MOTIVO(IDX-ALU)
                       PERFORM MARCA-NAO-ALOCADO
                   WHEN ALU-TEM-HIST(IDX-ALU) = "N"
                       MOVE "SEM RESULTADO FINAL"
                           TO ALU-MOTIVO(IDX-ALU)
                       PERFORM MARCA-NAO-ALOCADO
                   WHEN ALU-REPROVADO(IDX-ALU) = "S"
                       MOVE "R" TO ALU-SITUACAO(IDX-ALU)
                       MOVE ALU-SERIE(IDX-ALU) TO ALU-DESTINO(IDX-ALU)
                   WHEN PRT-PROXIMA(ALU-SERIE(IDX-ALU)) = ZEROS
                       MOVE "C" TO ALU-SITUACAO(IDX-ALU)
                       ADD 1 TO CONT-CONCLUINTES
                   WHEN OTHER
                       MOVE "P" TO ALU-SITUACAO(IDX-ALU)
                       MOVE PRT-PROXIMA(ALU-SERIE(IDX-ALU))
                           TO ALU-DESTINO(IDX-ALU)
               END-EVALUATE
               IF ALU-DESTINO(IDX-ALU) > ZEROS
                   ADD 1 TO PRT-DEMANDA(ALU-DESTINO(IDX-ALU))
               END-IF
           END-IF.
       LOCALIZA-SERIE-ALUNO.
           MOVE ZEROS TO ALU-SERIE(IDX-ALU).
           PERFORM VARYING IDX-TUR FROM 1 BY 1
                   UNTIL IDX-TUR > QTDE-TURMAS
               IF TRM-CODIGO(IDX-TUR) = ALU-TURMA(IDX-ALU)
                  AND TRM-SERIE(IDX-TUR) < 13
                   MOVE TRM-SERIE(IDX-TUR) TO ALU-SERIE(IDX-ALU)
               END-IF
           END-PERFORM.
       MARCA-NAO-ALOCADO.
           MOVE "N" TO ALU-SITUACAO(IDX-ALU).
           ADD 1 TO CONT-NAO-ALOC.
       MONTA-TURMAS-SERIE.
           MOVE ZEROS TO QTDE-EXISTENTE.
           MOVE "M"   TO TURNO-PADRAO.
           PERFORM VARYING IDX-TUR FROM 1 BY 1
                   UNTIL IDX-TUR > QTDE-TURMAS
               IF TRM-ANO(IDX-TUR) = ANO-ORIGEM
                  AND TRM-SERIE(IDX-TUR) = IDX-SERIE
                   ADD 1 TO QTDE-EXISTENTE
                   IF QTDE-EXISTENTE = 1
                       MOVE TRM-TURNO(IDX-TUR) TO TURNO-PADRAO
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE QTDE-NECESSARIA =
               (PRT-DEMANDA(IDX-SERIE) + PRT-CAPACIDADE(IDX-SERIE) - 1)
               / PRT-CAPACIDADE(IDX-SERIE).
           IF QTDE-NECESSARIA < QTDE-EXISTENTE
               MOVE QTDE-EXISTENTE TO QTDE-NECESSARIA
           END-IF.
           MOVE ZEROS TO ORDEM-TURMA.
           PERFORM VARYING IDX-TUR FROM 1 BY 1
                   UNTIL IDX-TUR > QTDE-TURMAS
               IF TRM-ANO(IDX-TUR) = ANO-ORIGEM
                  AND TRM-SERIE(IDX-TUR) = IDX-SERIE
                   ADD 1 TO ORDEM-TURMA
                   PERFORM CRIA-TURMA-NOVA
                   MOVE TRM-TURNO(IDX-TUR)
                       TO NOV-TURNO(QTDE-NOVAS)
                   MOVE TRM-DESCRICAO(IDX-TUR)
                       TO NOV-DESCRICAO(QTDE-NOVAS)
               END-IF
           END-PERFORM.
           PERFORM UNTIL ORDEM-TURMA NOT < QTDE-NECESSARIA
                      OR QTDE-NOVAS NOT < 200
               ADD 1 TO ORDEM-TURMA
               PERFORM CRIA-TURMA-NOVA
               MOVE TURNO-PADRAO TO NOV-TURNO(QTDE-NOVAS)
               MOVE LETRAS(ORDEM-TURMA:1) TO LETRA-TURMA
               MOVE SPACES TO NOV-DESCRICAO(QTDE-NOVAS)
               STRING "SERIE "     DELIMITED BY SIZE
                      IDX-SERIE    DELIMITED BY SIZE
                      " - "        DELIMITED BY SIZE
                      LETRA-TURMA  DELIMITED BY SIZE
                 INTO NOV-DESCRICAO(QTDE-NOVAS)
           END-PERFORM.
       CRIA-TURMA-NOVA.
           IF QTDE-NOVAS < 200
               ADD 1 TO QTDE-NOVAS
               ADD 1 TO PROXIMO-CODIGO
               MOVE PROXIMO-CODIGO TO NOV-CODIGO(QTDE-NOVAS)
               MOVE IDX-SERIE      TO NOV-SERIE(QTDE-NOVAS)
               MOVE PRT-CAPACIDADE(IDX-SERIE)
                   TO NOV-CAPACIDADE(QTDE-NOVAS)
               MOVE ZEROS          TO NOV-ALUNOS(QTDE-NOVAS)
           END-IF.
       ALOCA-ALUNO.
           IF ALU-SITUACAO(IDX-ALU) = "P"
              OR ALU-SITUACAO(IDX-ALU) = "R"
               MOVE ZEROS TO ESCOLHIDA
               PERFORM VARYING IDX-NOVA FROM 1 BY 1
                       UNTIL IDX-NOVA > QTDE-NOVAS
                   IF NOV-SERIE(IDX-NOVA) = ALU-DESTINO(IDX-ALU)
                      AND NOV-ALUNOS(IDX-NOVA)
                          < NOV-CAPACIDADE(IDX-NOVA)
                       IF ESCOLHIDA = ZEROS
                           MOVE IDX-NOVA TO ESCOLHIDA
                       ELSE
                           IF NOV-ALUNOS(IDX-NOVA)
                               < NOV-ALUNOS(ESCOLHIDA)
                               MOVE IDX-NOVA TO ESCOLHIDA
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF ESCOLHIDA = ZEROS
                   MOVE "SEM VAGA NA SERIE" TO ALU-MOTIVO(IDX-ALU)
                   PERFORM MARCA-NAO-ALOCADO
               ELSE
                   ADD 1 TO NOV-ALUNOS(ESCOLHIDA)
                   MOVE NOV-CODIGO(ESCOLHIDA)
                       TO ALU-NOVA-TURMA(IDX-ALU)
                   IF ALU-SITUACAO(IDX-ALU) = "P"
                       ADD 1 TO CONT-PROMOVIDOS
                   ELSE
                       ADD 1 TO CONT-RETIDOS
                   END-IF
               END-IF
           END-IF.
       GRAVA-TURMAS-NOVAS.
           OPEN EXTEND ARQ-TURMAS.
           PERFORM VARYING IDX-NOVA FROM 1 BY 1
                   UNTIL IDX-NOVA > QTDE-NOVAS
               MOVE NOV-CODIGO(IDX-NOVA)    TO TUR-CODIGO
               MOVE ANO-DESTINO             TO TUR-ANO
               MOVE NOV-TURNO(IDX-NOVA)     TO TUR-TURNO
               MOVE NOV-DESCRICAO(IDX-NOVA) TO TUR-DESCRICAO
               MOVE NOV-SERIE(IDX-NOVA)     TO TUR-SERIE
               WRITE REG-TURMA-MST
           END-PERFORM.
           CLOSE ARQ-TURMAS.
       ARQUIVA-ANO-ANTERIOR.
           MOVE SPACES TO NOME-ALUNOS-ANO.
           STRING "ALUNOS" ANO-ORIGEM ".DAT" DELIMITED BY SIZE
             INTO NOME-ALUNOS-ANO.
           MOVE "N" TO FIM-ALUNOS.
           OPEN INPUT  ARQ-ALUNOS.
           OPEN OUTPUT ARQ-ALUNOS-ANO.
           PERFORM COPIA-ALUNO UNTIL FIM-ALUNOS = "S".
           CLOSE ARQ-ALUNOS.
           CLOSE ARQ-ALUNOS-ANO.
           MOVE SPACES TO NOME-FREQ-ANO.
           STRING "FREQUENCIA" ANO-ORIGEM ".DAT" DELIMITED BY SIZE
             INTO NOME-FREQ-ANO.
           MOVE "N" TO FIM-FREQUENCIA.
           OPEN INPUT  ARQ-FREQUENCIA.
           OPEN OUTPUT ARQ-FREQUENCIA-ANO.
           PERFORM COPIA-FREQUENCIA UNTIL FIM-FREQUENCIA = "S".
           CLOSE ARQ-FREQUENCIA.
           CLOSE ARQ-FREQUENCIA-ANO.
           OPEN OUTPUT ARQ-FREQUENCIA.
           CLOSE ARQ-FREQUENCIA.
       COPIA-ALUNO.
           READ ARQ-ALUNOS
               AT END MOVE "S" TO FIM-ALUNOS
               NOT AT END
                   MOVE REG-ALUNO TO REG-ALUNO-ANO
                   WRITE REG-ALUNO-ANO
           END-READ.
       COPIA-FREQUENCIA.
           READ ARQ-FREQUENCIA
               AT END MOVE "S" TO FIM-FREQUENCIA
               NOT AT END
                   MOVE REG-FREQUENCIA TO REG-FREQUENCIA-ANO
                   WRITE REG-FREQUENCIA-ANO
           END-READ.
       GRAVA-MATRICULAS.
           OPEN OUTPUT ARQ-ALUNOS.
           PERFORM GRAVA-MATRICULA VARYING IDX-ALU FROM 1 BY 1
               UNTIL IDX-ALU > QTDE-ALUNOS.
           CLOSE ARQ-ALUNOS.
       GRAVA-MATRICULA.
           IF ALU-NOVA-TURMA(IDX-ALU) > ZEROS
               MOVE ALU-NOME(IDX-ALU)  TO REG-NOME
               MOVE ZEROS              TO REG-DISCIPLINA
               MOVE ZEROS              TO REG-BIMESTRE
               MOVE ZEROS              TO REG-QTDE-NOTAS
               PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 5
                   MOVE ZEROS TO REG-NOTA(IDX)
               END-PERFORM
               MOVE ZEROS              TO REG-MEDIA
               MOVE "MATRICULA"        TO REG-SITUACAO
               MOVE ALU-MATRICULA(IDX-ALU) TO REG-MATRICULA
               MOVE ALU-NOVA-TURMA(IDX-ALU) TO REG-TURMA
               MOVE ZEROS              TO REG-PROFESSOR
               WRITE REG-ALUNO
           END-IF.
       EMITE-RELATORIO.
           MOVE ZEROS TO REGISTROS-SPOOL.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "VIRADA DO ANO LETIVO " DELIMITED BY SIZE
                  ANO-ORIGEM              DELIMITED BY SIZE
                  " PARA "                DELIMITED BY SIZE
                  ANO-DESTINO             DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "TURMA SERIE TURNO DESCRICAO       ALUNOS CAPAC."
               TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM LINHA-TURMA-NOVA VARYING IDX-NOVA FROM 1 BY 1
               UNTIL IDX-NOVA > QTDE-NOVAS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "ALUNOS NAO ALOCADOS:" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM LINHA-NAO-ALOCADO VARYING IDX-ALU FROM 1 BY 1
               UNTIL IDX-ALU > QTDE-ALUNOS.
           IF CONT-NAO-ALOC = ZEROS
               MOVE "   NENHUM" TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CONT-PROMOVIDOS TO CONT-E.
           STRING "PROMOVIDOS: " CONT-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CONT-RETIDOS TO CONT-E.
           STRING "RETIDOS...: " CONT-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CONT-CONCLUINTES TO CONT-E.
           STRING "CONCLUINT.: " CONT-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CONT-SAIDAS TO CONT-E.
           STRING "SAIDAS....: " CONT-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           CLOSE ARQ-RELATORIO.
           CALL "GUARDA-RELATORIO" USING "VIRADA    "
               "RELVIRADA.TXT   " REGISTROS-SPOOL.
       LINHA-TURMA-NOVA.
           MOVE NOV-CODIGO(IDX-NOVA)     TO TURMA-REL-E.
           MOVE NOV-ALUNOS(IDX-NOVA)     TO QTDE-REL-E.
           MOVE NOV-CAPACIDADE(IDX-NOVA) TO CAPAC-REL-E.
           IF NOV-ALUNOS(IDX-NOVA) NOT < NOV-CAPACIDADE(IDX-NOVA)
               MOVE "LOTADA" TO SITUACAO-REL
           ELSE
               COMPUTE VAGAS-REL = NOV-CAPACIDADE(IDX-NOVA)
                   - NOV-ALUNOS(IDX-NOVA)
               MOVE VAGAS-REL TO VAGAS-REL-E
               MOVE SPACES TO SITUACAO-REL
               STRING VAGAS-REL-E " VAGA(S)" DELIMITED BY SIZE
                 INTO SITUACAO-REL
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  "                    DELIMITED BY SIZE
                  TURMA-REL-E             DELIMITED BY SIZE
                  "   "                   DELIMITED BY SIZE
                  NOV-SERIE(IDX-NOVA)     DELIMITED BY SIZE
                  "     "                 DELIMITED BY SIZE
                  NOV-TURNO(IDX-NOVA)     DELIMITED BY SIZE
                  "   "                   DELIMITED BY SIZE
                  NOV-DESCRICAO(IDX-NOVA) DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  QTDE-REL-E              DELIMITED BY SIZE
                  "    "                  DELIMITED BY SIZE
                  CAPAC-REL-E             DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  SITUACAO-REL            DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO REGISTROS-SPOOL.
       LINHA-NAO-ALOCADO.
           IF ALU-SITUACAO(IDX-ALU) = "N"
               MOVE ALU-TURMA(IDX-ALU) TO TURMA-REL-E
               MOVE SPACES TO LINHA-RELATORIO
               STRING "   "                  DELIMITED BY SIZE
                      ALU-MATRICULA(IDX-ALU) DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      ALU-NOME(IDX-ALU)      DELIMITED BY SIZE
                      " TURMA "              DELIMITED BY SIZE
                      TURMA-REL-E            DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      ALU-MOTIVO(IDX-ALU)    DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               ADD 1 TO REGISTROS-SPOOL
           END-IF.
