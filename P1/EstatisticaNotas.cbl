       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTATISTICA-NOTAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-ALUNOS ASSIGN TO "ALUNOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-HISTORICO ASSIGN TO "HISTESCOLAR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-DISCIPLINAS
                   ASSIGN TO "DISCIPLINAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-TURMAS ASSIGN TO "TURMAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-ATRIBUICOES
                   ASSIGN TO "ATRIBUICOES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-PROFESSORES
                   ASSIGN TO "PROFESSORES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-RELATORIO ASSIGN TO "ESTNOTAS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
           FD  ARQ-DISCIPLINAS.
           01  REG-DISCIPLINA-MST.
               02 DIS-CODIGO     PIC 9(02).
               02 DIS-NOME       PIC X(15).
           FD  ARQ-TURMAS.
           01  REG-TURMA-MST.
               02 TUR-CODIGO    PIC 9(03).
               02 TUR-ANO       PIC 9(04).
               02 TUR-TURNO     PIC X(01).
               02 TUR-DESCRICAO PIC X(15).
               02 TUR-SERIE     PIC 9(02).
           FD  ARQ-ATRIBUICOES.
           01  REG-ATRIBUICAO.
               02 ATR-TURMA      PIC 9(03).
               02 ATR-DISCIPLINA PIC 9(02).
               02 ATR-PROFESSOR  PIC 9(04).
               02 ATR-CARGA      PIC 9(02).
           FD  ARQ-PROFESSORES.
           01  REG-PROFESSOR-MST.
               02 PRO-CODIGO     PIC 9(04).
               02 PRO-NOME       PIC X(30).
               02 PRO-STATUS     PIC X(01).
           FD  ARQ-RELATORIO.
           01  LINHA-RELATORIO  PIC X(80).
       WORKING-STORAGE SECTION.
           01 REGISTROS-SPOOL  PIC 9(06) VALUE ZEROS.
           01 OPCAO            PIC X(01) VALUE SPACE.
           01 FIM-ALUNOS       PIC X(01) VALUE "N".
           01 FIM-HISTORICO    PIC X(01) VALUE "N".
           01 FIM-DISCIPLINAS  PIC X(01) VALUE "N".
           01 FIM-TURMAS       PIC X(01) VALUE "N".
           01 FIM-ATRIBUICOES  PIC X(01) VALUE "N".
           01 FIM-PROFESSORES  PIC X(01) VALUE "N".
           01 ACHOU            PIC X(01) VALUE "N".
           01 TROCOU           PIC X(01) VALUE "N".
           01 IDX              PIC 9(04) VALUE ZEROS.
           01 IDX-GRP          PIC 9(03) VALUE ZEROS.
           01 IDX-DSC          PIC 9(02) VALUE ZEROS.
           01 IDX-PRO          PIC 9(03) VALUE ZEROS.
           01 IDX-FAIXA        PIC 9(01) VALUE ZEROS.
           01 IDX-VAL          PIC 9(03) VALUE ZEROS.
           01 DADOS-PERIODO.
               02 BIMESTRE-ANALISE PIC 9(01) VALUE ZEROS.
               02 ANO-ANALISE    PIC 9(04) VALUE ZEROS.
               02 TITULO-PERIODO PIC X(30) VALUE SPACES.
               02 TURMA-OBS      PIC 9(03) VALUE ZEROS.
               02 DISC-OBS       PIC 9(02) VALUE ZEROS.
               02 VALOR-OBS      PIC 9(03)V9 VALUE ZEROS.
               02 APROVADO-OBS   PIC X(01) VALUE "N".
               02 PERIODO-OBS    PIC X(01) VALUE SPACE.
           01 DADOS-CALCULO.
               02 MEDIA-CALC     PIC 9(03)V99 VALUE ZEROS.
               02 MEDIANA-CALC   PIC 9(03)V99 VALUE ZEROS.
               02 VARIANCIA-CALC PIC 9(05)V9999 VALUE ZEROS.
               02 DESVIO-CALC    PIC 9(03)V99 VALUE ZEROS.
               02 PCT-APROVACAO  PIC 9(03)V9 VALUE ZEROS.
               02 MEDIA-ESCOLA   PIC 9(03)V99 VALUE ZEROS.
               02 DESVIO-ESCOLA  PIC 9(03)V99 VALUE ZEROS.
               02 MEDIA-ANTERIOR PIC 9(03)V99 VALUE ZEROS.
               02 DIFERENCA      PIC S9(03)V99 VALUE ZEROS.
               02 DIFERENCA-ABS  PIC 9(03)V99 VALUE ZEROS.
               02 VALOR-AUX      PIC 9(03)V9 VALUE ZEROS.
               02 QTDE-BARRA     PIC 9(02) VALUE ZEROS.
               02 CONT-ATIPICAS  PIC 9(03) VALUE ZEROS.
           01 TABELA-DISCIPLINAS.
               02 QTDE-DISCIPLINAS PIC 9(02) VALUE ZEROS.
               02 DISCIPLINA-T OCCURS 40 TIMES.
                   03 DSC-CODIGO   PIC 9(02).
                   03 DSC-NOME     PIC X(15).
                   03 DSC-QTDE     PIC 9(05).
                   03 DSC-SOMA     PIC 9(07)V9.
                   03 DSC-SOMA-QUAD PIC 9(09)V99.
           01 TABELA-TURMAS.
               02 QTDE-TURMAS    PIC 9(03) VALUE ZEROS.
               02 TURMA-T OCCURS 300 TIMES.
                   03 TRM-CODIGO    PIC 9(03).
                   03 TRM-DESCRICAO PIC X(15).
           01 TABELA-ATRIBUICOES.
               02 QTDE-ATRIBUICOES PIC 9(04) VALUE ZEROS.
               02 ATRIBUICAO-T OCCURS 1000 TIMES.
                   03 ATT-TURMA     PIC 9(03).
                   03 ATT-DISC      PIC 9(02).
                   03 ATT-PROFESSOR PIC 9(04).
           01 TABELA-PROFESSORES.
               02 QTDE-PROFESSORES PIC 9(03) VALUE ZEROS.
               02 PROFESSOR-T OCCURS 300 TIMES.
                   03 PRF-CODIGO   PIC 9(04).
                   03 PRF-NOME     PIC X(30).
                   03 PRF-GRUPOS   PIC 9(03).
                   03 PRF-QTDE     PIC 9(05).
                   03 PRF-SOMA     PIC 9(07)V9.
                   03 PRF-APROV    PIC 9(05).
                   03 PRF-ATIPICAS PIC 9(03).
           01 TABELA-GRUPOS.
               02 QTDE-GRUPOS    PIC 9(03) VALUE ZEROS.
               02 GRUPO-T OCCURS 500 TIMES.
                   03 GRP-TURMA     PIC 9(03).
                   03 GRP-DISC      PIC 9(02).
                   03 GRP-QTDE      PIC 9(04).
                   03 GRP-SOMA      PIC 9(07)V9.
                   03 GRP-SOMA-QUAD PIC 9(09)V99.
                   03 GRP-APROV     PIC 9(04).
                   03 GRP-FAIXA     PIC 9(04) OCCURS 5 TIMES.
                   03 GRP-QTDE-ANT  PIC 9(04).
                   03 GRP-SOMA-ANT  PIC 9(07)V9.
           01 GRUPO-TROCA         PIC X(85).
           01 TABELA-OBSERVACOES.
               02 QTDE-OBS       PIC 9(04) VALUE ZEROS.
               02 OBSERVACAO-T OCCURS 6000 TIMES.
                   03 OBS-TURMA  PIC 9(03).
                   03 OBS-DISC   PIC 9(02).
                   03 OBS-VALOR  PIC 9(03)V9.
           01 TABELA-VALORES.
               02 QTDE-VALORES   PIC 9(03) VALUE ZEROS.
               02 VALOR-T        PIC 9(03)V9 OCCURS 500 TIMES.
           01 TABELA-FAIXAS.
               02 FILLER PIC X(09) VALUE "0,0-3,9  ".
               02 FILLER PIC X(09) VALUE "4,0-5,9  ".
               02 FILLER PIC X(09) VALUE "6,0-6,9  ".
               02 FILLER PIC X(09) VALUE "7,0-8,9  ".
               02 FILLER PIC X(09) VALUE "9,0-10,0 ".
           01 FILLER REDEFINES TABELA-FAIXAS.
               02 FAIXA-NOME     PIC X(09) OCCURS 5 TIMES.
           01 DADOS-RELATORIO.
               02 NOME-TURMA-REL PIC X(15) VALUE SPACES.
               02 NOME-DISC-REL  PIC X(15) VALUE SPACES.
               02 NOME-PROF-REL  PIC X(20) VALUE SPACES.
               02 PROF-GRUPO     PIC 9(04) VALUE ZEROS.
               02 BARRA          PIC X(40) VALUE SPACES.
               02 SITUACAO-REL   PIC X(30) VALUE SPACES.
               02 PREFIXO-ANT    PIC X(19) VALUE SPACES.
               02 QTDE-REL-E     PIC ZZZ9.
               02 MEDIA-REL-E    PIC Z9,99.
               02 MEDIANA-REL-E  PIC Z9,99.
               02 DESVIO-REL-E   PIC Z9,99.
               02 PCT-REL-E      PIC ZZ9,9.
               02 ANT-REL-E      PIC Z9,99.
               02 ESC-REL-E      PIC Z9,99.
               02 DIF-REL-E      PIC +Z9,99.
               02 DIF2-REL-E     PIC +Z9,99.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "ESTATISTICA DE NOTAS POR TURMA E DISCIPLINA".
           DISPLAY "1-BIMESTRE  2-RESULTADO FINAL DO ANO: ".
           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "1"
                   DISPLAY "BIMESTRE (1-4): "
                   ACCEPT BIMESTRE-ANALISE
                   IF BIMESTRE-ANALISE < 1 OR BIMESTRE-ANALISE > 4
                       DISPLAY "BIMESTRE INVALIDO"
                       STOP RUN
                   END-IF
                   MOVE SPACES TO TITULO-PERIODO
                   STRING "BIMESTRE " BIMESTRE-ANALISE
                       DELIMITED BY SIZE INTO TITULO-PERIODO
               WHEN "2"
                   DISPLAY "ANO LETIVO (AAAA): "
                   ACCEPT ANO-ANALISE
                   MOVE SPACES TO TITULO-PERIODO
                   STRING "RESULTADO FINAL " ANO-ANALISE
                       DELIMITED BY SIZE INTO TITULO-PERIODO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
                   STOP RUN
           END-EVALUATE.
           PERFORM CARREGA-DISCIPLINAS.
           PERFORM CARREGA-TURMAS.
           PERFORM CARREGA-ATRIBUICOES.
           PERFORM CARREGA-PROFESSORES.
           IF OPCAO = "1"
               PERFORM COLETA-BIMESTRES
           ELSE
               PERFORM COLETA-HISTORICO
           END-IF.
           IF QTDE-GRUPOS = ZEROS
               DISPLAY "NENHUMA NOTA ENCONTRADA PARA O PERIODO"
               STOP RUN
           END-IF.
           PERFORM ORDENA-GRUPOS.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM CABECALHO.
           PERFORM RELATA-GRUPO THRU RELATA-GRUPO-FIM
               VARYING IDX-GRP FROM 1 BY 1 UNTIL IDX-GRP > QTDE-GRUPOS.
           PERFORM RELATA-ESCOLA.
           PERFORM RELATA-PROFESSORES.
           CLOSE ARQ-RELATORIO.
           CALL "GUARDA-RELATORIO" USING "ESTNOTAS  "
               "ESTNOTAS.TXT    " REGISTROS-SPOOL.
           DISPLAY "TURMAS/DISCIPLINAS ANALISADAS: " QTDE-GRUPOS.
           DISPLAY "TURMAS ATIPICAS: " CONT-ATIPICAS.
           DISPLAY "RELATORIO GERADO EM ESTNOTAS.TXT".
           STOP RUN.
       CARREGA-DISCIPLINAS.
           MOVE "N" TO FIM-DISCIPLINAS.
           OPEN INPUT ARQ-DISCIPLINAS.
           PERFORM LE-DISCIPLINA UNTIL FIM-DISCIPLINAS = "S".
           CLOSE ARQ-DISCIPLINAS.
       LE-DISCIPLINA.
           READ ARQ-DISCIPLINAS
               AT END MOVE "S" TO FIM-DISCIPLINAS
               NOT AT END
                   IF QTDE-DISCIPLINAS < 40
                       ADD 1 TO QTDE-DISCIPLINAS
                       MOVE DIS-CODIGO TO DSC-CODIGO(QTDE-DISCIPLINAS)
                       MOVE DIS-NOME   TO DSC-NOME(QTDE-DISCIPLINAS)
                       MOVE ZEROS      TO DSC-QTDE(QTDE-DISCIPLINAS)
                       MOVE ZEROS      TO DSC-SOMA(QTDE-DISCIPLINAS)
                       MOVE ZEROS
                           TO DSC-SOMA-QUAD(QTDE-DISCIPLINAS)
                   END-IF
           END-READ.
       CARREGA-TURMAS.
           MOVE "N" TO FIM-TURMAS.
           OPEN INPUT ARQ-TURMAS.
           PERFORM LE-TURMA UNTIL FIM-TURMAS = "S".
           CLOSE ARQ-TURMAS.
       LE-TURMA.
           READ ARQ-TURMAS
               AT END MOVE "S" TO FIM-TURMAS
               NOT AT END
                   IF QTDE-TURMAS < 300
                       ADD 1 TO QTDE-TURMAS
                       MOVE TUR-CODIGO    TO TRM-CODIGO(QTDE-TURMAS)
                       MOVE TUR-DESCRICAO TO TRM-DESCRICAO(QTDE-TURMAS)
                   END-IF
           END-READ.
       CARREGA-ATRIBUICOES.
           MOVE "N" TO FIM-ATRIBUICOES.
           OPEN INPUT ARQ-ATRIBUICOES.
           PERFORM LE-ATRIBUICAO UNTIL FIM-ATRIBUICOES = "S".
           CLOSE ARQ-ATRIBUICOES.
       LE-ATRIBUICAO.
           READ ARQ-ATRIBUICOES
               AT END MOVE "S" TO FIM-ATRIBUICOES
               NOT AT END
                   IF QTDE-ATRIBUICOES < 1000
                       ADD 1 TO QTDE-ATRIBUICOES
                       MOVE ATR-TURMA TO ATT-TURMA(QTDE-ATRIBUICOES)
                       MOVE ATR-DISCIPLINA
                           TO ATT-DISC(QTDE-ATRIBUICOES)
                       MOVE ATR-PROFESSOR
                           TO ATT-PROFESSOR(QTDE-ATRIBUICOES)
                   END-IF
           END-READ.
       CARREGA-PROFESSORES.
           MOVE "N" TO FIM-PROFESSORES.
           OPEN INPUT ARQ-PROFESSORES.
           PERFORM LE-PROFESSOR UNTIL FIM-PROFESSORES = "S".
           CLOSE ARQ-PROFESSORES.
       LE-PROFESSOR.
           READ ARQ-PROFESSORES
               AT END MOVE "S" TO FIM-PROFESSORES
               NOT AT END
                   IF QTDE-PROFESSORES < 300
                       ADD 1 TO QTDE-PROFESSORES
                       MOVE PRO-CODIGO TO PRF-CODIGO(QTDE-PROFESSORES)
                       MOVE PRO-NOME   TO PRF-NOME(QTDE-PROFESSORES)
                       MOVE ZEROS      TO PRF-GRUPOS(QTDE-PROFESSORES)
                       MOVE ZEROS      TO PRF-QTDE(QTDE-PROFESSORES)
                       MOVE ZEROS      TO PRF-SOMA(QTDE-PROFESSORES)
                       MOVE ZEROS      TO PRF-APROV(QTDE-PROFESSORES)
                       MOVE ZEROS
                           TO PRF-ATIPICAS(QTDE-PROFESSORES)
                   END-IF
           END-READ.
       COLETA-BIMESTRES.
           MOVE "N" TO FIM-ALUNOS.
           OPEN INPUT ARQ-ALUNOS.
           PERFORM LE-ALUNO UNTIL FIM-ALUNOS = "S".
           CLOSE ARQ-ALUNOS.
       LE-ALUNO.
           READ ARQ-ALUNOS
               AT END MOVE "S" TO FIM-ALUNOS
               NOT AT END
                   IF REG-DISCIPLINA > ZEROS
                      AND REG-TURMA IS NUMERIC
                      AND REG-SITUACAO NOT = "TRANSFERID"
                       MOVE REG-TURMA      TO TURMA-OBS
                       MOVE REG-DISCIPLINA TO DISC-OBS
                       MOVE REG-MEDIA      TO VALOR-OBS
                       IF REG-MEDIA >= 6
                           MOVE "S" TO APROVADO-OBS
                       ELSE
                           MOVE "N" TO APROVADO-OBS
                       END-IF
                       IF REG-BIMESTRE = BIMESTRE-ANALISE
                           MOVE "A" TO PERIODO-OBS
                           PERFORM REGISTRA-OBSERVACAO
                               THRU REGISTRA-OBSERVACAO-FIM
                       ELSE
                           IF REG-BIMESTRE + 1 = BIMESTRE-ANALISE
                               MOVE "P" TO PERIODO-OBS
                               PERFORM REGISTRA-OBSERVACAO
                                   THRU REGISTRA-OBSERVACAO-FIM
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       COLETA-HISTORICO.
           MOVE "N" TO FIM-HISTORICO.
           OPEN INPUT ARQ-HISTORICO.
           PERFORM LE-HISTORICO UNTIL FIM-HISTORICO = "S".
           CLOSE ARQ-HISTORICO.
       LE-HISTORICO.
           READ ARQ-HISTORICO
               AT END MOVE "S" TO FIM-HISTORICO
               NOT AT END
                   IF HES-ANO = ANO-ANALISE
                      AND HES-TURMA IS NUMERIC
                      AND HES-SITUACAO NOT = "TRANSFERID"
                       MOVE HES-TURMA       TO TURMA-OBS
                       MOVE HES-DISCIPLINA  TO DISC-OBS
                       MOVE HES-MEDIA-FINAL TO VALOR-OBS
                       IF HES-SITUACAO = "APROVADO"
                          OR HES-SITUACAO = "APROV REC"
                           MOVE "S" TO APROVADO-OBS
                       ELSE
                           MOVE "N" TO APROVADO-OBS
                       END-IF
                       MOVE "A" TO PERIODO-OBS
                       PERFORM REGISTRA-OBSERVACAO
                           THRU REGISTRA-OBSERVACAO-FIM
                   END-IF
           END-READ.
       REGISTRA-OBSERVACAO.
           MOVE "N" TO ACHOU.
           PERFORM VARYING IDX-GRP FROM 1 BY 1
                   UNTIL IDX-GRP > QTDE-GRUPOS OR ACHOU = "S"
               IF GRP-TURMA(IDX-GRP) = TURMA-OBS
                  AND GRP-DISC(IDX-GRP) = DISC-OBS
                   MOVE "S" TO ACHOU
               END-IF
           END-PERFORM.
           IF ACHOU = "S"
               SUBTRACT 1 FROM IDX-GRP
           ELSE
               IF QTDE-GRUPOS NOT < 500
                   GO TO REGISTRA-OBSERVACAO-FIM
               END-IF
               ADD 1 TO QTDE-GRUPOS
               MOVE QTDE-GRUPOS TO IDX-GRP
               INITIALIZE GRUPO-T(IDX-GRP)
               MOVE TURMA-OBS TO GRP-TURMA(IDX-GRP)
               MOVE DISC-OBS  TO GRP-DISC(IDX-GRP)
           END-IF.
           IF PERIODO-OBS = "P"
               ADD 1         TO GRP-QTDE-ANT(IDX-GRP)
               ADD VALOR-OBS TO GRP-SOMA-ANT(IDX-GRP)
               GO TO REGISTRA-OBSERVACAO-FIM
           END-IF.
           ADD 1         TO GRP-QTDE(IDX-GRP).
           ADD VALOR-OBS TO GRP-SOMA(IDX-GRP).
           COMPUTE GRP-SOMA-QUAD(IDX-GRP) =
               GRP-SOMA-QUAD(IDX-GRP) + VALOR-OBS * VALOR-OBS.
           IF APROVADO-OBS = "S"
               ADD 1 TO GRP-APROV(IDX-GRP)
           END-IF.
           EVALUATE TRUE
               WHEN VALOR-OBS < 4
                   MOVE 1 TO IDX-FAIXA
               WHEN VALOR-OBS < 6
                   MOVE 2 TO IDX-FAIXA
               WHEN VALOR-OBS < 7
                   MOVE 3 TO IDX-FAIXA
               WHEN VALOR-OBS < 9
                   MOVE 4 TO IDX-FAIXA
               WHEN OTHER
                   MOVE 5 TO IDX-FAIXA
           END-EVALUATE.
           ADD 1 TO GRP-FAIXA(IDX-GRP, IDX-FAIXA).
           PERFORM VARYING IDX-DSC FROM 1 BY 1
                   UNTIL IDX-DSC > QTDE-DISCIPLINAS
               IF DSC-CODIGO(IDX-DSC) = DISC-OBS
                   ADD 1         TO DSC-QTDE(IDX-DSC)
                   ADD VALOR-OBS TO DSC-SOMA(IDX-DSC)
                   COMPUTE DSC-SOMA-QUAD(IDX-DSC) =
                       DSC-SOMA-QUAD(IDX-DSC) + VALOR-OBS * VALOR-OBS
               END-IF
           END-PERFORM.
           IF QTDE-OBS < 6000
               ADD 1 TO QTDE-OBS
               MOVE TURMA-OBS TO OBS-TURMA(QTDE-OBS)
               MOVE DISC-OBS  TO OBS-DISC(QTDE-OBS)
               MOVE VALOR-OBS TO OBS-VALOR(QTDE-OBS)
           END-IF.
       REGISTRA-OBSERVACAO-FIM.
           EXIT.
       ORDENA-GRUPOS.
           MOVE "S" TO TROCOU.
           PERFORM PASSADA-GRUPOS UNTIL TROCOU = "N".
       PASSADA-GRUPOS.
           MOVE "N" TO TROCOU.
           PERFORM VARYING IDX-GRP FROM 1 BY 1
                   UNTIL IDX-GRP NOT < QTDE-GRUPOS
               IF GRP-TURMA(IDX-GRP) > GRP-TURMA(IDX-GRP + 1)
                  OR (GRP-TURMA(IDX-GRP) = GRP-TURMA(IDX-GRP + 1)
                      AND GRP-DISC(IDX-GRP) > GRP-DISC(IDX-GRP + 1))
                   MOVE GRUPO-T(IDX-GRP)     TO GRUPO-TROCA
                   MOVE GRUPO-T(IDX-GRP + 1) TO GRUPO-T(IDX-GRP)
                   MOVE GRUPO-TROCA          TO GRUPO-T(IDX-GRP + 1)
                   MOVE "S" TO TROCOU
               END-IF
           END-PERFORM.
       CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ESTATISTICA DE NOTAS - " DELIMITED BY SIZE
                  TITULO-PERIODO            DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "ATIPICA: MEDIA DA TURMA A MAIS DE UM DESVIO DA MEDIA"
               TO LINHA-RELATORIO.
           MOVE "DA ESCOLA NA DISCIPLINA" TO LINHA-RELATORIO(54:).
           WRITE LINHA-RELATORIO.
       RELATA-GRUPO.
           IF GRP-QTDE(IDX-GRP) = ZEROS
               GO TO RELATA-GRUPO-FIM
           END-IF.
           PERFORM CALCULA-GRUPO.
           PERFORM LOCALIZA-NOMES.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TURMA "           DELIMITED BY SIZE
                  GRP-TURMA(IDX-GRP) DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  NOME-TURMA-REL     DELIMITED BY SIZE
                  " DISC "           DELIMITED BY SIZE
                  GRP-DISC(IDX-GRP)  DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  NOME-DISC-REL      DELIMITED BY SIZE
                  " PROF "           DELIMITED BY SIZE
                  NOME-PROF-REL      DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE GRP-QTDE(IDX-GRP) TO QTDE-REL-E.
           MOVE MEDIA-CALC        TO MEDIA-REL-E.
           MOVE MEDIANA-CALC      TO MEDIANA-REL-E.
           MOVE DESVIO-CALC       TO DESVIO-REL-E.
           MOVE PCT-APROVACAO     TO PCT-REL-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "   NOTAS "    DELIMITED BY SIZE
                  QTDE-REL-E     DELIMITED BY SIZE
                  "  MEDIA "     DELIMITED BY SIZE
                  MEDIA-REL-E    DELIMITED BY SIZE
                  "  MEDIANA "   DELIMITED BY SIZE
                  MEDIANA-REL-E  DELIMITED BY SIZE
                  "  DESVIO "    DELIMITED BY SIZE
                  DESVIO-REL-E   DELIMITED BY SIZE
                  "  APROVACAO " DELIMITED BY SIZE
                  PCT-REL-E      DELIMITED BY SIZE
                  "%"            DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM COMPARA-GRUPO.
           PERFORM HISTOGRAMA VARYING IDX-FAIXA FROM 1 BY 1
               UNTIL IDX-FAIXA > 5.
           PERFORM ACUMULA-PROFESSOR.
           ADD 1 TO REGISTROS-SPOOL.
       RELATA-GRUPO-FIM.
           EXIT.
       CALCULA-GRUPO.
           COMPUTE MEDIA-CALC ROUNDED =
               GRP-SOMA(IDX-GRP) / GRP-QTDE(IDX-GRP).
           COMPUTE VARIANCIA-CALC ROUNDED =
               GRP-SOMA-QUAD(IDX-GRP) / GRP-QTDE(IDX-GRP)
               - (GRP-SOMA(IDX-GRP) / GRP-QTDE(IDX-GRP)) ** 2.
           IF VARIANCIA-CALC > ZEROS
               COMPUTE DESVIO-CALC ROUNDED =
                   FUNCTION SQRT (VARIANCIA-CALC)
           ELSE
               MOVE ZEROS TO DESVIO-CALC
           END-IF.
           COMPUTE PCT-APROVACAO ROUNDED =
               GRP-APROV(IDX-GRP) * 100 / GRP-QTDE(IDX-GRP).
           PERFORM CALCULA-MEDIANA.
       CALCULA-MEDIANA.
           MOVE ZEROS TO QTDE-VALORES.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > QTDE-OBS
               IF OBS-TURMA(IDX) = GRP-TURMA(IDX-GRP)
                  AND OBS-DISC(IDX) = GRP-DISC(IDX-GRP)
                  AND QTDE-VALORES < 500
                   ADD 1 TO QTDE-VALORES
                   MOVE OBS-VALOR(IDX) TO VALOR-T(QTDE-VALORES)
               END-IF
           END-PERFORM.
           MOVE "S" TO TROCOU.
           PERFORM PASSADA-VALORES UNTIL TROCOU = "N".
           IF QTDE-VALORES = ZEROS
               MOVE ZEROS TO MEDIANA-CALC
           ELSE
               DIVIDE QTDE-VALORES BY 2 GIVING IDX-VAL
               IF IDX-VAL * 2 = QTDE-VALORES
                   COMPUTE MEDIANA-CALC ROUNDED =
                       (VALOR-T(IDX-VAL) + VALOR-T(IDX-VAL + 1)) / 2
               ELSE
                   MOVE VALOR-T(IDX-VAL + 1) TO MEDIANA-CALC
               END-IF
           END-IF.
       PASSADA-VALORES.
           MOVE "N" TO TROCOU.
           PERFORM VARYING IDX-VAL FROM 1 BY 1
                   UNTIL IDX-VAL NOT < QTDE-VALORES
               IF VALOR-T(IDX-VAL) > VALOR-T(IDX-VAL + 1)
                   MOVE VALOR-T(IDX-VAL)     TO VALOR-AUX
                   MOVE VALOR-T(IDX-VAL + 1) TO VALOR-T(IDX-VAL)
                   MOVE VALOR-AUX            TO VALOR-T(IDX-VAL + 1)
                   MOVE "S" TO TROCOU
               END-IF
           END-PERFORM.
       LOCALIZA-NOMES.
           MOVE "NAO CADASTRADA" TO NOME-TURMA-REL.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > QTDE-TURMAS
               IF TRM-CODIGO(IDX) = GRP-TURMA(IDX-GRP)
                   MOVE TRM-DESCRICAO(IDX) TO NOME-TURMA-REL
               END-IF
           END-PERFORM.
           MOVE "NAO CADASTRADA" TO NOME-DISC-REL.
           PERFORM VARYING IDX-DSC FROM 1 BY 1
                   UNTIL IDX-DSC > QTDE-DISCIPLINAS
               IF DSC-CODIGO(IDX-DSC) = GRP-DISC(IDX-GRP)
                   MOVE DSC-NOME(IDX-DSC) TO NOME-DISC-REL
               END-IF
           END-PERFORM.
           MOVE ZEROS TO PROF-GRUPO.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > QTDE-ATRIBUICOES
               IF ATT-TURMA(IDX) = GRP-TURMA(IDX-GRP)
                  AND ATT-DISC(IDX) = GRP-DISC(IDX-GRP)
                   MOVE ATT-PROFESSOR(IDX) TO PROF-GRUPO
               END-IF
           END-PERFORM.
           MOVE "SEM ATRIBUICAO" TO NOME-PROF-REL.
           MOVE ZEROS TO IDX-PRO.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > QTDE-PROFESSORES
               IF PRF-CODIGO(IDX) = PROF-GRUPO
                  AND PROF-GRUPO > ZEROS
                   MOVE PRF-NOME(IDX) TO NOME-PROF-REL
                   MOVE IDX TO IDX-PRO
               END-IF
           END-PERFORM.
       COMPARA-GRUPO.
           MOVE SPACES TO SITUACAO-REL.
           MOVE ZEROS  TO MEDIA-ESCOLA.
           MOVE ZEROS  TO DESVIO-ESCOLA.
           PERFORM VARYING IDX-DSC FROM 1 BY 1
                   UNTIL IDX-DSC > QTDE-DISCIPLINAS
               IF DSC-CODIGO(IDX-DSC) = GRP-DISC(IDX-GRP)
                  AND DSC-QTDE(IDX-DSC) > ZEROS
                   PERFORM CALCULA-ESCOLA
               END-IF
           END-PERFORM.
           COMPUTE DIFERENCA = MEDIA-CALC - MEDIA-ESCOLA.
           MOVE DIFERENCA TO DIF-REL-E.
           MOVE MEDIA-ESCOLA TO ESC-REL-E.
           IF DIFERENCA < ZEROS
               COMPUTE DIFERENCA-ABS = ZEROS - DIFERENCA
           ELSE
               MOVE DIFERENCA TO DIFERENCA-ABS
           END-IF.
           IF DESVIO-ESCOLA > ZEROS
              AND DIFERENCA-ABS > DESVIO-ESCOLA
               ADD 1 TO CONT-ATIPICAS
               IF IDX-PRO > ZEROS
                   ADD 1 TO PRF-ATIPICAS(IDX-PRO)
               END-IF
               IF DIFERENCA < ZEROS
                   MOVE "*** ATIPICA ABAIXO" TO SITUACAO-REL
               ELSE
                   MOVE "*** ATIPICA ACIMA" TO SITUACAO-REL
               END-IF
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           IF GRP-QTDE-ANT(IDX-GRP) > ZEROS
               COMPUTE MEDIA-ANTERIOR ROUNDED =
                   GRP-SOMA-ANT(IDX-GRP) / GRP-QTDE-ANT(IDX-GRP)
               MOVE MEDIA-ANTERIOR TO ANT-REL-E
               COMPUTE DIFERENCA = MEDIA-CALC - MEDIA-ANTERIOR
               MOVE DIFERENCA TO DIF2-REL-E
               STRING "   BIM ANTERIOR " DELIMITED BY SIZE
                      ANT-REL-E          DELIMITED BY SIZE
                      " ("               DELIMITED BY SIZE
                      DIF2-REL-E         DELIMITED BY SIZE
                      ")  ESCOLA "       DELIMITED BY SIZE
                      ESC-REL-E          DELIMITED BY SIZE
                      " ("               DELIMITED BY SIZE
                      DIF-REL-E          DELIMITED BY SIZE
                      ") "               DELIMITED BY SIZE
                      SITUACAO-REL       DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
           ELSE
               MOVE SPACES TO PREFIXO-ANT
               IF OPCAO = "1"
                   MOVE "   BIM ANTERIOR  --" TO PREFIXO-ANT
               END-IF
               STRING PREFIXO-ANT             DELIMITED BY SIZE
                      "           ESCOLA "    DELIMITED BY SIZE
                      ESC-REL-E               DELIMITED BY SIZE
                      " ("                    DELIMITED BY SIZE
                      DIF-REL-E               DELIMITED BY SIZE
                      ") "                    DELIMITED BY SIZE
                      SITUACAO-REL            DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
           END-IF.
           WRITE LINHA-RELATORIO.
       CALCULA-ESCOLA.
           COMPUTE MEDIA-ESCOLA ROUNDED =
               DSC-SOMA(IDX-DSC) / DSC-QTDE(IDX-DSC).
           COMPUTE VARIANCIA-CALC ROUNDED =
               DSC-SOMA-QUAD(IDX-DSC) / DSC-QTDE(IDX-DSC)
               - (DSC-SOMA(IDX-DSC) / DSC-QTDE(IDX-DSC)) ** 2.
           IF VARIANCIA-CALC > ZEROS
               COMPUTE DESVIO-ESCOLA ROUNDED =
                   FUNCTION SQRT (VARIANCIA-CALC)
           END-IF.
       HISTOGRAMA.
           MOVE GRP-FAIXA(IDX-GRP, IDX-FAIXA) TO QTDE-REL-E.
           MOVE SPACES TO BARRA.
           IF GRP-FAIXA(IDX-GRP, IDX-FAIXA) > 40
               MOVE 40 TO QTDE-BARRA
           ELSE
               MOVE GRP-FAIXA(IDX-GRP, IDX-FAIXA) TO QTDE-BARRA
           END-IF.
           IF QTDE-BARRA > ZEROS
               MOVE ALL "*" TO BARRA(1:QTDE-BARRA)
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "      "             DELIMITED BY SIZE
                  FAIXA-NOME(IDX-FAIXA) DELIMITED BY SIZE
                  QTDE-REL-E           DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  BARRA                DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       ACUMULA-PROFESSOR.
           IF IDX-PRO > ZEROS
               ADD 1 TO PRF-GRUPOS(IDX-PRO)
               ADD GRP-QTDE(IDX-GRP)  TO PRF-QTDE(IDX-PRO)
               ADD GRP-SOMA(IDX-GRP)  TO PRF-SOMA(IDX-PRO)
               ADD GRP-APROV(IDX-GRP) TO PRF-APROV(IDX-PRO)
           END-IF.
       RELATA-ESCOLA.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "MEDIA DA ESCOLA POR DISCIPLINA" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM VARYING IDX-DSC FROM 1 BY 1
                   UNTIL IDX-DSC > QTDE-DISCIPLINAS
               IF DSC-QTDE(IDX-DSC) > ZEROS
                   MOVE ZEROS TO DESVIO-ESCOLA
                   PERFORM CALCULA-ESCOLA
                   MOVE DSC-QTDE(IDX-DSC) TO QTDE-REL-E
                   MOVE MEDIA-ESCOLA  TO MEDIA-REL-E
                   MOVE DESVIO-ESCOLA TO DESVIO-REL-E
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "   "             DELIMITED BY SIZE
                          DSC-NOME(IDX-DSC) DELIMITED BY SIZE
                          " NOTAS "         DELIMITED BY SIZE
                          QTDE-REL-E        DELIMITED BY SIZE
                          "  MEDIA "        DELIMITED BY SIZE
                          MEDIA-REL-E       DELIMITED BY SIZE
                          "  DESVIO "       DELIMITED BY SIZE
                          DESVIO-REL-E      DELIMITED BY SIZE
                     INTO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
               END-IF
           END-PERFORM.
       RELATA-PROFESSORES.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "RESUMO POR PROFESSOR" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM VARYING IDX-PRO FROM 1 BY 1
                   UNTIL IDX-PRO > QTDE-PROFESSORES
               IF PRF-QTDE(IDX-PRO) > ZEROS
                   PERFORM LINHA-PROFESSOR
               END-IF
           END-PERFORM.
       LINHA-PROFESSOR.
           COMPUTE MEDIA-CALC ROUNDED =
               PRF-SOMA(IDX-PRO) / PRF-QTDE(IDX-PRO).
           COMPUTE PCT-APROVACAO ROUNDED =
               PRF-APROV(IDX-PRO) * 100 / PRF-QTDE(IDX-PRO).
           MOVE PRF-NOME(IDX-PRO) TO NOME-PROF-REL.
           MOVE PRF-QTDE(IDX-PRO) TO QTDE-REL-E.
           MOVE MEDIA-CALC        TO MEDIA-REL-E.
           MOVE PCT-APROVACAO     TO PCT-REL-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "   "                DELIMITED BY SIZE
                  NOME-PROF-REL        DELIMITED BY SIZE
                  " TURMAS "           DELIMITED BY SIZE
                  PRF-GRUPOS(IDX-PRO)  DELIMITED BY SIZE
                  " NOTAS "            DELIMITED BY SIZE
                  QTDE-REL-E           DELIMITED BY SIZE
                  " MEDIA "            DELIMITED BY SIZE
                  MEDIA-REL-E          DELIMITED BY SIZE
                  " APROV "            DELIMITED BY SIZE
                  PCT-REL-E            DELIMITED BY SIZE
                  "% ATIP "            DELIMITED BY SIZE
                  PRF-ATIPICAS(IDX-PRO) DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
