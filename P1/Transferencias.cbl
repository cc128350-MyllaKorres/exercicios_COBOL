       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFERENCIAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-ALUNOS ASSIGN TO "ALUNOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-ALUNOS-TMP ASSIGN TO "ALUNOSTMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-FREQUENCIA ASSIGN TO
                   "FREQUENCIA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-FREQUENCIA-TMP ASSIGN TO "FREQUENCIATMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-TURMAS ASSIGN TO "TURMAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-DISCIPLINAS
                   ASSIGN TO "DISCIPLINAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-SAIDAS ASSIGN TO "SAIDAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-TRANSFERENCIAS
                   ASSIGN TO "TRANSFERENCIAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-GUIA ASSIGN TO "GUIATRANSF.TXT"
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
           FD  ARQ-ALUNOS-TMP.
           01  REG-ALUNO-TMP     PIC X(71).
           FD  ARQ-FREQUENCIA.
           01  REG-FREQUENCIA.
               02 FRQ-NOME      PIC X(30).
               02 FRQ-BIMESTRE  PIC 9(01).
               02 FRQ-DATA      PIC 9(08).
               02 FRQ-PRESENTE  PIC X(01).
               02 FRQ-TURMA     PIC 9(03).
           FD  ARQ-FREQUENCIA-TMP.
           01  REG-FREQUENCIA-TMP PIC X(43).
           FD  ARQ-TURMAS.
           01  REG-TURMA-MST.
               02 TUR-CODIGO    PIC 9(03).
               02 TUR-ANO       PIC 9(04).
               02 TUR-TURNO     PIC X(01).
               02 TUR-DESCRICAO PIC X(15).
               02 TUR-SERIE     PIC 9(02).
           FD  ARQ-DISCIPLINAS.
           01  REG-DISCIPLINA-MST.
               02 DIS-CODIGO     PIC 9(02).
               02 DIS-NOME       PIC X(15).
           FD  ARQ-SAIDAS.
           01  REG-SAIDA.
               02 SAI-MATRICULA  PIC 9(06).
               02 SAI-ANO        PIC 9(04).
               02 SAI-TIPO       PIC X(01).
               02 SAI-MOTIVO     PIC X(20).
               02 SAI-DATA       PIC 9(08).
               02 SAI-OPERADOR   PIC X(08).
           FD  ARQ-TRANSFERENCIAS.
           01  REG-TRANSFERENCIA.
               02 TRF-MATRICULA  PIC 9(06).
               02 TRF-TIPO       PIC X(01).
               02 TRF-TURMA-ORIGEM  PIC 9(03).
               02 TRF-TURMA-DESTINO PIC 9(03).
               02 TRF-ESCOLA     PIC X(30).
               02 TRF-DATA       PIC 9(08).
               02 TRF-OPERADOR   PIC X(08).
           FD  ARQ-GUIA.
           01  LINHA-GUIA       PIC X(80).
       WORKING-STORAGE SECTION.
           01 OPCAO            PIC X(01) VALUE SPACE.
           01 CONFIRMA         PIC X(01) VALUE SPACE.
           01 FIM-ALUNOS       PIC X(01) VALUE "N".
           01 FIM-FREQUENCIA   PIC X(01) VALUE "N".
           01 FIM-TURMAS       PIC X(01) VALUE "N".
           01 FIM-DISCIPLINAS  PIC X(01) VALUE "N".
           01 ACHOU            PIC X(01) VALUE "N".
           01 TURMA-OK         PIC X(01) VALUE "N".
           01 REGISTROS-SPOOL  PIC 9(06) VALUE ZEROS.
           01 IDX-DISC         PIC 9(02) VALUE ZEROS.
           01 IDX-BIM          PIC 9(01) VALUE ZERO.
           01 SESSAO-OPERADOR.
               02 OPERADOR-SESSAO PIC X(08) VALUE SPACES.
               02 PERFIL-SESSAO   PIC X(01) VALUE SPACE.
           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
               02 MES      PIC 9(02) VALUE ZEROS.
               02 DIA      PIC 9(02) VALUE ZEROS.
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
           01 DADOS-ALUNO.
               02 MATRICULA-INF  PIC 9(06) VALUE ZEROS.
               02 NOME-ALUNO     PIC X(30) VALUE SPACES.
               02 TURMA-ATUAL    PIC 9(03) VALUE ZEROS.
               02 JA-TRANSFERIDO PIC X(01) VALUE "N".
               02 CONT-REG-ALUNO PIC 9(04) VALUE ZEROS.
           01 DADOS-TRANSFERENCIA.
               02 TURMA-DESTINO  PIC 9(03) VALUE ZEROS.
               02 TURMA-PESQUISA PIC 9(03) VALUE ZEROS.
               02 ANO-PESQUISA   PIC 9(04) VALUE ZEROS.
               02 SERIE-PESQUISA PIC 9(02) VALUE ZEROS.
               02 DESCR-PESQUISA PIC X(15) VALUE SPACES.
               02 ANO-ORIGEM     PIC 9(04) VALUE ZEROS.
               02 ESCOLA-INF     PIC X(30) VALUE SPACES.
               02 ULTIMO-BIM     PIC 9(01) VALUE ZERO.
               02 MEDIA-INF      PIC 9(02)V9 VALUE ZEROS.
               02 MEDIA-INF-E    PIC Z9,9.
               02 SITUACAO-INF   PIC X(10) VALUE SPACES.
               02 CONT-ALTERADOS PIC 9(05) VALUE ZEROS.
               02 CONT-FREQ      PIC 9(05) VALUE ZEROS.
               02 CONT-E         PIC ZZZZ9.
           01 TABELA-DISCIPLINAS.
               02 QTDE-DISCIPLINAS PIC 9(02) VALUE ZEROS.
               02 DISCIPLINA-T OCCURS 20 TIMES.
                   03 DSC-CODIGO   PIC 9(02).
                   03 DSC-NOME     PIC X(15).
                   03 DSC-MEDIA    PIC 9(03)V9 OCCURS 4 TIMES.
                   03 DSC-TEM      PIC X(01)   OCCURS 4 TIMES.
           01 DADOS-GUIA.
               02 AULAS-ALUNO    PIC 9(04) VALUE ZEROS.
               02 PRESENCAS-ALUNO PIC 9(04) VALUE ZEROS.
               02 PCT-FREQUENCIA PIC 9(03)V99 VALUE ZEROS.
               02 PCT-FREQ-E     PIC ZZ9,99.
               02 AULAS-E        PIC ZZZ9.
               02 MEDIA-GUIA-E   PIC Z9,9.
               02 COLUNA-BIM     PIC X(07) OCCURS 4 TIMES.
               02 DATA-E.
                   03 DIA-E      PIC 9(02).
                   03 FILLER     PIC X(01) VALUE "/".
                   03 MES-E      PIC 9(02).
                   03 FILLER     PIC X(01) VALUE "/".
                   03 ANO-E      PIC 9(04).
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "TRANSFERENCIA DE ALUNOS".
           CALL "IDENTIFICA-OPERADOR" USING OPERADOR-SESSAO
               PERFIL-SESSAO.
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           DISPLAY "1-TROCA DE TURMA  2-ENTRADA DE OUTRA ESCOLA  "
               "3-SAIDA PARA OUTRA ESCOLA: ".
           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "1"
                   PERFORM TROCA-DE-TURMA THRU TROCA-DE-TURMA-FIM
               WHEN "2"
                   PERFORM ENTRADA-EXTERNA THRU ENTRADA-EXTERNA-FIM
               WHEN "3"
                   PERFORM SAIDA-EXTERNA THRU SAIDA-EXTERNA-FIM
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           STOP RUN.
       TROCA-DE-TURMA.
           DISPLAY "MATRICULA DO ALUNO: ".
           ACCEPT MATRICULA-INF.
           PERFORM LOCALIZA-ALUNO.
           IF CONT-REG-ALUNO = ZEROS
               DISPLAY "MATRICULA NAO ENCONTRADA EM ALUNOS"
               GO TO TROCA-DE-TURMA-FIM
           END-IF.
           IF JA-TRANSFERIDO = "S"
               DISPLAY "ALUNO JA TRANSFERIDO PARA OUTRA ESCOLA"
               GO TO TROCA-DE-TURMA-FIM
           END-IF.
           DISPLAY "ALUNO: " NOME-ALUNO " TURMA ATUAL: " TURMA-ATUAL.
           MOVE TURMA-ATUAL TO TURMA-PESQUISA.
           PERFORM PESQUISA-TURMA.
           MOVE ANO-PESQUISA TO ANO-ORIGEM.
           DISPLAY "TURMA DE DESTINO: ".
           ACCEPT TURMA-DESTINO.
           IF TURMA-DESTINO = TURMA-ATUAL
               DISPLAY "TURMA DE DESTINO IGUAL A TURMA ATUAL"
               GO TO TROCA-DE-TURMA-FIM
           END-IF.
           MOVE TURMA-DESTINO TO TURMA-PESQUISA.
           PERFORM PESQUISA-TURMA.
           IF TURMA-OK = "N"
               DISPLAY "TURMA NAO CADASTRADA"
               GO TO TROCA-DE-TURMA-FIM
           END-IF.
           IF ANO-PESQUISA NOT = ANO-ORIGEM
               DISPLAY "TURMA DE DESTINO E DE OUTRO ANO LETIVO"
               GO TO TROCA-DE-TURMA-FIM
           END-IF.
           DISPLAY "DESTINO: " DESCR-PESQUISA.
           DISPLAY "CONFIRMA A TROCA DE TURMA (S/N)? ".
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND NOT = "s"
               DISPLAY "TROCA NAO REALIZADA"
               GO TO TROCA-DE-TURMA-FIM
           END-IF.
           PERFORM REGRAVA-ALUNOS.
           PERFORM REGRAVA-FREQUENCIA.
           MOVE "I"           TO TRF-TIPO.
           MOVE TURMA-ATUAL   TO TRF-TURMA-ORIGEM.
           MOVE TURMA-DESTINO TO TRF-TURMA-DESTINO.
           MOVE SPACES        TO TRF-ESCOLA.
           PERFORM GRAVA-TRANSFERENCIA.
           MOVE CONT-ALTERADOS TO CONT-E.
           DISPLAY "LANCAMENTOS DE NOTAS TRANSFERIDOS: " CONT-E.
           MOVE CONT-FREQ TO CONT-E.
           DISPLAY "REGISTROS DE FREQUENCIA TRANSFERIDOS: " CONT-E.
       TROCA-DE-TURMA-FIM.
           EXIT.
       ENTRADA-EXTERNA.
           DISPLAY "MATRICULA DO ALUNO: ".
           ACCEPT MATRICULA-INF.
           IF MATRICULA-INF = ZEROS
               DISPLAY "MATRICULA INVALIDA"
               GO TO ENTRADA-EXTERNA-FIM
           END-IF.
           PERFORM LOCALIZA-ALUNO.
           IF CONT-REG-ALUNO > ZEROS
               DISPLAY "MATRICULA JA CADASTRADA PARA " NOME-ALUNO
               GO TO ENTRADA-EXTERNA-FIM
           END-IF.
           DISPLAY "NOME DO ALUNO: ".
           ACCEPT NOME-ALUNO.
           MOVE FUNCTION UPPER-CASE(NOME-ALUNO) TO NOME-ALUNO.
           IF NOME-ALUNO = SPACES
               DISPLAY "NOME INVALIDO"
               GO TO ENTRADA-EXTERNA-FIM
           END-IF.
           DISPLAY "TURMA: ".
           ACCEPT TURMA-DESTINO.
           MOVE TURMA-DESTINO TO TURMA-PESQUISA.
           PERFORM PESQUISA-TURMA.
           IF TURMA-OK = "N"
               DISPLAY "TURMA NAO CADASTRADA"
               GO TO ENTRADA-EXTERNA-FIM
           END-IF.
           IF ANO-PESQUISA NOT = ANO
               DISPLAY "TURMA NAO PERTENCE AO ANO LETIVO CORRENTE"
               GO TO ENTRADA-EXTERNA-FIM
           END-IF.
           DISPLAY "ESCOLA DE ORIGEM: ".
           ACCEPT ESCOLA-INF.
           MOVE FUNCTION UPPER-CASE(ESCOLA-INF) TO ESCOLA-INF.
           DISPLAY "ULTIMO BIMESTRE CONCLUIDO NA ORIGEM (0-3): ".
           ACCEPT ULTIMO-BIM.
           IF ULTIMO-BIM > 3
               DISPLAY "BIMESTRE INVALIDO"
               GO TO ENTRADA-EXTERNA-FIM
           END-IF.
           PERFORM CARREGA-DISCIPLINAS.
           IF ULTIMO-BIM > ZERO
               PERFORM RECEBE-NOTAS-DISCIPLINA
                   VARYING IDX-DISC FROM 1 BY 1
                   UNTIL IDX-DISC > QTDE-DISCIPLINAS
           END-IF.
           DISPLAY "CONFIRMA A ENTRADA DO ALUNO (S/N)? ".
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND NOT = "s"
               DISPLAY "ENTRADA NAO REGISTRADA"
               GO TO ENTRADA-EXTERNA-FIM
           END-IF.
           MOVE ZEROS TO CONT-ALTERADOS.
           OPEN EXTEND ARQ-ALUNOS.
           MOVE NOME-ALUNO    TO REG-NOME.
           MOVE ZEROS         TO REG-DISCIPLINA.
           MOVE ZERO          TO REG-BIMESTRE.
           MOVE ZERO          TO REG-QTDE-NOTAS.
           PERFORM VARYING IDX-BIM FROM 1 BY 1 UNTIL IDX-BIM > 5
               MOVE ZEROS TO REG-NOTA(IDX-BIM)
           END-PERFORM.
           MOVE ZEROS         TO REG-MEDIA.
           MOVE "MATRICULA"   TO REG-SITUACAO.
           MOVE MATRICULA-INF TO REG-MATRICULA.
           MOVE TURMA-DESTINO TO REG-TURMA.
           MOVE ZEROS         TO REG-PROFESSOR.
           WRITE REG-ALUNO.
           IF ULTIMO-BIM > ZERO
               PERFORM GRAVA-NOTAS-DISCIPLINA
                   VARYING IDX-DISC FROM 1 BY 1
                   UNTIL IDX-DISC > QTDE-DISCIPLINAS
           END-IF.
           CLOSE ARQ-ALUNOS.
           MOVE "E"           TO TRF-TIPO.
           MOVE ZEROS         TO TRF-TURMA-ORIGEM.
           MOVE TURMA-DESTINO TO TRF-TURMA-DESTINO.
           MOVE ESCOLA-INF    TO TRF-ESCOLA.
           PERFORM GRAVA-TRANSFERENCIA.
           MOVE CONT-ALTERADOS TO CONT-E.
           DISPLAY "ALUNO MATRICULADO - NOTAS EXTERNAS GRAVADAS: "
               CONT-E.
       ENTRADA-EXTERNA-FIM.
           EXIT.
       RECEBE-NOTAS-DISCIPLINA.
           PERFORM RECEBE-NOTA-EXTERNA
               VARYING IDX-BIM FROM 1 BY 1
               UNTIL IDX-BIM > ULTIMO-BIM.
       RECEBE-NOTA-EXTERNA.
           MOVE 99 TO MEDIA-INF.
           PERFORM UNTIL MEDIA-INF NOT > 10
               DISPLAY DSC-NOME(IDX-DISC) " BIMESTRE " IDX-BIM
                   " - MEDIA NA ORIGEM: "
               ACCEPT MEDIA-INF-E
               MOVE MEDIA-INF-E TO MEDIA-INF
               IF MEDIA-INF > 10
                   DISPLAY "MEDIA INVALIDA"
               END-IF
           END-PERFORM.
           MOVE MEDIA-INF TO DSC-MEDIA(IDX-DISC, IDX-BIM).
       GRAVA-NOTAS-DISCIPLINA.
           PERFORM GRAVA-NOTA-EXTERNA
               VARYING IDX-BIM FROM 1 BY 1
               UNTIL IDX-BIM > ULTIMO-BIM.
       GRAVA-NOTA-EXTERNA.
           MOVE DSC-CODIGO(IDX-DISC) TO REG-DISCIPLINA.
           MOVE IDX-BIM              TO REG-BIMESTRE.
           MOVE DSC-MEDIA(IDX-DISC, IDX-BIM) TO REG-MEDIA.
           IF REG-MEDIA >= 6
               MOVE "APROVADO"  TO REG-SITUACAO
           ELSE
               IF REG-MEDIA >= 4
                   MOVE "EM RISCO"  TO REG-SITUACAO
               ELSE
                   MOVE "REPROVADO" TO REG-SITUACAO
               END-IF
           END-IF.
           WRITE REG-ALUNO.
           ADD 1 TO CONT-ALTERADOS.
       SAIDA-EXTERNA.
           DISPLAY "MATRICULA DO ALUNO: ".
           ACCEPT MATRICULA-INF.
           PERFORM LOCALIZA-ALUNO.
           IF CONT-REG-ALUNO = ZEROS
               DISPLAY "MATRICULA NAO ENCONTRADA EM ALUNOS"
               GO TO SAIDA-EXTERNA-FIM
           END-IF.
           IF JA-TRANSFERIDO = "S"
               DISPLAY "ALUNO JA TRANSFERIDO PARA OUTRA ESCOLA"
               GO TO SAIDA-EXTERNA-FIM
           END-IF.
           DISPLAY "ALUNO: " NOME-ALUNO " TURMA: " TURMA-ATUAL.
           DISPLAY "ESCOLA DE DESTINO: ".
           ACCEPT ESCOLA-INF.
           MOVE FUNCTION UPPER-CASE(ESCOLA-INF) TO ESCOLA-INF.
           IF ESCOLA-INF = SPACES
               DISPLAY "ESCOLA DE DESTINO OBRIGATORIA"
               GO TO SAIDA-EXTERNA-FIM
           END-IF.
           DISPLAY "CONFIRMA A TRANSFERENCIA (S/N)? ".
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND NOT = "s"
               DISPLAY "TRANSFERENCIA NAO REALIZADA"
               GO TO SAIDA-EXTERNA-FIM
           END-IF.
           MOVE TURMA-ATUAL TO TURMA-PESQUISA.
           PERFORM PESQUISA-TURMA.
           PERFORM EMITE-GUIA.
           MOVE ZEROS TO TURMA-DESTINO.
           PERFORM REGRAVA-ALUNOS.
           MOVE MATRICULA-INF   TO SAI-MATRICULA.
           MOVE ANO             TO SAI-ANO.
           MOVE "T"             TO SAI-TIPO.
           MOVE ESCOLA-INF      TO SAI-MOTIVO.
           MOVE DATA-HOJE       TO SAI-DATA.
           MOVE OPERADOR-SESSAO TO SAI-OPERADOR.
           OPEN EXTEND ARQ-SAIDAS.
           WRITE REG-SAIDA.
           CLOSE ARQ-SAIDAS.
           MOVE "S"         TO TRF-TIPO.
           MOVE TURMA-ATUAL TO TRF-TURMA-ORIGEM.
           MOVE ZEROS       TO TRF-TURMA-DESTINO.
           MOVE ESCOLA-INF  TO TRF-ESCOLA.
           PERFORM GRAVA-TRANSFERENCIA.
           CALL "GUARDA-RELATORIO" USING "GUIATRANSF"
               "GUIATRANSF.TXT  " REGISTROS-SPOOL.
           DISPLAY "ALUNO TRANSFERIDO - GUIA EM GUIATRANSF.TXT".
       SAIDA-EXTERNA-FIM.
           EXIT.
       LOCALIZA-ALUNO.
           MOVE ZEROS  TO CONT-REG-ALUNO.
           MOVE ZEROS  TO TURMA-ATUAL.
           MOVE "N"    TO JA-TRANSFERIDO.
           MOVE "N"    TO FIM-ALUNOS.
           OPEN INPUT ARQ-ALUNOS.
           PERFORM LE-ALUNO UNTIL FIM-ALUNOS = "S".
           CLOSE ARQ-ALUNOS.
       LE-ALUNO.
           READ ARQ-ALUNOS
               AT END MOVE "S" TO FIM-ALUNOS
               NOT AT END
                   IF REG-MATRICULA = MATRICULA-INF
                       ADD 1 TO CONT-REG-ALUNO
                       MOVE REG-NOME  TO NOME-ALUNO
                       MOVE REG-TURMA TO TURMA-ATUAL
                       IF REG-SITUACAO = "TRANSFERID"
                           MOVE "S" TO JA-TRANSFERIDO
                       END-IF
                   END-IF
           END-READ.
       PESQUISA-TURMA.
           MOVE "N"    TO TURMA-OK.
           MOVE ZEROS  TO ANO-PESQUISA.
           MOVE ZEROS  TO SERIE-PESQUISA.
           MOVE SPACES TO DESCR-PESQUISA.
           MOVE "N"    TO FIM-TURMAS.
           OPEN INPUT ARQ-TURMAS.
           PERFORM UNTIL FIM-TURMAS = "S"
               READ ARQ-TURMAS
                   AT END MOVE "S" TO FIM-TURMAS
                   NOT AT END
                       IF TUR-CODIGO = TURMA-PESQUISA
                           MOVE "S"           TO TURMA-OK
                           MOVE TUR-ANO       TO ANO-PESQUISA
                           MOVE TUR-SERIE     TO SERIE-PESQUISA
                           MOVE TUR-DESCRICAO TO DESCR-PESQUISA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-TURMAS.
       CARREGA-DISCIPLINAS.
           MOVE ZEROS TO QTDE-DISCIPLINAS.
           MOVE "N" TO FIM-DISCIPLINAS.
           OPEN INPUT ARQ-DISCIPLINAS.
           PERFORM UNTIL FIM-DISCIPLINAS = "S"
               READ ARQ-DISCIPLINAS
                   AT END MOVE "S" TO FIM-DISCIPLINAS
                   NOT AT END
                       IF QTDE-DISCIPLINAS < 20
                           ADD 1 TO QTDE-DISCIPLINAS
                           MOVE DIS-CODIGO
                               TO DSC-CODIGO(QTDE-DISCIPLINAS)
                           MOVE DIS-NOME
                               TO DSC-NOME(QTDE-DISCIPLINAS)
                           PERFORM VARYING IDX-BIM FROM 1 BY 1
                                   UNTIL IDX-BIM > 4
                               MOVE ZEROS
                                 TO DSC-MEDIA(QTDE-DISCIPLINAS, IDX-BIM)
                               MOVE "N"
                                 TO DSC-TEM(QTDE-DISCIPLINAS, IDX-BIM)
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-DISCIPLINAS.
       REGRAVA-ALUNOS.
           MOVE ZEROS TO CONT-ALTERADOS.
           MOVE "N" TO FIM-ALUNOS.
           OPEN INPUT  ARQ-ALUNOS.
           OPEN OUTPUT ARQ-ALUNOS-TMP.
           PERFORM UNTIL FIM-ALUNOS = "S"
               READ ARQ-ALUNOS
                   AT END MOVE "S" TO FIM-ALUNOS
                   NOT AT END
                       IF REG-MATRICULA = MATRICULA-INF
                           ADD 1 TO CONT-ALTERADOS
                           IF TURMA-DESTINO = ZEROS
                               MOVE "TRANSFERID" TO REG-SITUACAO
                           ELSE
                               MOVE TURMA-DESTINO TO REG-TURMA
                           END-IF
                       END-IF
                       MOVE REG-ALUNO TO REG-ALUNO-TMP
                       WRITE REG-ALUNO-TMP
               END-READ
           END-PERFORM.
           CLOSE ARQ-ALUNOS.
           CLOSE ARQ-ALUNOS-TMP.
           MOVE "N" TO FIM-ALUNOS.
           OPEN OUTPUT ARQ-ALUNOS.
           OPEN INPUT  ARQ-ALUNOS-TMP.
           PERFORM UNTIL FIM-ALUNOS = "S"
               READ ARQ-ALUNOS-TMP
                   AT END MOVE "S" TO FIM-ALUNOS
                   NOT AT END
                       MOVE REG-ALUNO-TMP TO REG-ALUNO
                       WRITE REG-ALUNO
               END-READ
           END-PERFORM.
           CLOSE ARQ-ALUNOS.
           CLOSE ARQ-ALUNOS-TMP.
       REGRAVA-FREQUENCIA.
           MOVE ZEROS TO CONT-FREQ.
           MOVE "N" TO FIM-FREQUENCIA.
           OPEN INPUT  ARQ-FREQUENCIA.
           OPEN OUTPUT ARQ-FREQUENCIA-TMP.
           PERFORM UNTIL FIM-FREQUENCIA = "S"
               READ ARQ-FREQUENCIA
                   AT END MOVE "S" TO FIM-FREQUENCIA
                   NOT AT END
                       IF FRQ-NOME = NOME-ALUNO
                          AND FRQ-TURMA = TURMA-ATUAL
                           MOVE TURMA-DESTINO TO FRQ-TURMA
                           ADD 1 TO CONT-FREQ
                       END-IF
                       MOVE REG-FREQUENCIA TO REG-FREQUENCIA-TMP
                       WRITE REG-FREQUENCIA-TMP
               END-READ
           END-PERFORM.
           CLOSE ARQ-FREQUENCIA.
           CLOSE ARQ-FREQUENCIA-TMP.
           MOVE "N" TO FIM-FREQUENCIA.
           OPEN OUTPUT ARQ-FREQUENCIA.
           OPEN INPUT  ARQ-FREQUENCIA-TMP.
           PERFORM UNTIL FIM-FREQUENCIA = "S"
               READ ARQ-FREQUENCIA-TMP
                   AT END MOVE "S" TO FIM-FREQUENCIA
                   NOT AT END
                       MOVE REG-FREQUENCIA-TMP TO REG-FREQUENCIA
                       WRITE REG-FREQUENCIA
               END-READ
           END-PERFORM.
           CLOSE ARQ-FREQUENCIA.
           CLOSE ARQ-FREQUENCIA-TMP.
       GRAVA-TRANSFERENCIA.
           MOVE MATRICULA-INF   TO TRF-MATRICULA.
           MOVE DATA-HOJE       TO TRF-DATA.
           MOVE OPERADOR-SESSAO TO TRF-OPERADOR.
           OPEN EXTEND ARQ-TRANSFERENCIAS.
           WRITE REG-TRANSFERENCIA.
           CLOSE ARQ-TRANSFERENCIAS.
       EMITE-GUIA.
           PERFORM CARREGA-DISCIPLINAS.
           MOVE "N" TO FIM-ALUNOS.
           OPEN INPUT ARQ-ALUNOS.
           PERFORM UNTIL FIM-ALUNOS = "S"
               READ ARQ-ALUNOS
                   AT END MOVE "S" TO FIM-ALUNOS
                   NOT AT END
                       IF REG-MATRICULA = MATRICULA-INF
                          AND REG-BIMESTRE >= 1 AND REG-BIMESTRE <= 4
                           PERFORM GUARDA-MEDIA-GUIA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-ALUNOS.
           MOVE ZEROS TO AULAS-ALUNO.
           MOVE ZEROS TO PRESENCAS-ALUNO.
           MOVE ZEROS TO PCT-FREQUENCIA.
           MOVE "N" TO FIM-FREQUENCIA.
           OPEN INPUT ARQ-FREQUENCIA.
           PERFORM UNTIL FIM-FREQUENCIA = "S"
               READ ARQ-FREQUENCIA
                   AT END MOVE "S" TO FIM-FREQUENCIA
                   NOT AT END
                       IF FRQ-NOME = NOME-ALUNO
                           ADD 1 TO AULAS-ALUNO
                           IF FRQ-PRESENTE = "S"
                               ADD 1 TO PRESENCAS-ALUNO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-FREQUENCIA.
           IF AULAS-ALUNO > ZEROS
               COMPUTE PCT-FREQUENCIA =
                   PRESENCAS-ALUNO * 100 / AULAS-ALUNO
           END-IF.
           MOVE ZEROS TO REGISTROS-SPOOL.
           OPEN OUTPUT ARQ-GUIA.
           MOVE "GUIA DE TRANSFERENCIA ESCOLAR" TO LINHA-GUIA.
           PERFORM GRAVA-LINHA-GUIA.
           MOVE SPACES TO LINHA-GUIA.
           PERFORM GRAVA-LINHA-GUIA.
           STRING "ALUNO: "      DELIMITED BY SIZE
                  NOME-ALUNO     DELIMITED BY SIZE
                  "  MATRICULA: " DELIMITED BY SIZE
                  MATRICULA-INF  DELIMITED BY SIZE
             INTO LINHA-GUIA.
           PERFORM GRAVA-LINHA-GUIA.
           MOVE SPACES TO LINHA-GUIA.
           STRING "TURMA: "      DELIMITED BY SIZE
                  TURMA-ATUAL    DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  DESCR-PESQUISA DELIMITED BY SIZE
                  "  SERIE: "    DELIMITED BY SIZE
                  SERIE-PESQUISA DELIMITED BY SIZE
                  "  ANO LETIVO: " DELIMITED BY SIZE
                  ANO-PESQUISA   DELIMITED BY SIZE
             INTO LINHA-GUIA.
           PERFORM GRAVA-LINHA-GUIA.
           MOVE SPACES TO LINHA-GUIA.
           STRING "ESCOLA DE DESTINO: " DELIMITED BY SIZE
                  ESCOLA-INF            DELIMITED BY SIZE
             INTO LINHA-GUIA.
           PERFORM GRAVA-LINHA-GUIA.
           MOVE DIA TO DIA-E.
           MOVE MES TO MES-E.
           MOVE ANO TO ANO-E.
           MOVE SPACES TO LINHA-GUIA.
           STRING "DATA DA TRANSFERENCIA: " DELIMITED BY SIZE
                  DATA-E                    DELIMITED BY SIZE
             INTO LINHA-GUIA.
           PERFORM GRAVA-LINHA-GUIA.
           MOVE SPACES TO LINHA-GUIA.
           PERFORM GRAVA-LINHA-GUIA.
           MOVE "RESULTADOS PARCIAIS DO ANO LETIVO" TO LINHA-GUIA.
           PERFORM GRAVA-LINHA-GUIA.
           MOVE "DISCIPLINA        BIM 1  BIM 2  BIM 3  BIM 4"
               TO LINHA-GUIA.
           PERFORM GRAVA-LINHA-GUIA.
           PERFORM LINHA-DISCIPLINA-GUIA
               VARYING IDX-DISC FROM 1 BY 1
               UNTIL IDX-DISC > QTDE-DISCIPLINAS.
           MOVE SPACES TO LINHA-GUIA.
           PERFORM GRAVA-LINHA-GUIA.
           IF AULAS-ALUNO > ZEROS
               MOVE AULAS-ALUNO    TO AULAS-E
               MOVE PCT-FREQUENCIA TO PCT-FREQ-E
               STRING "FREQUENCIA: "  DELIMITED BY SIZE
                      AULAS-E         DELIMITED BY SIZE
                      " AULAS REGISTRADAS - " DELIMITED BY SIZE
                      PCT-FREQ-E      DELIMITED BY SIZE
                      "% DE PRESENCA" DELIMITED BY SIZE
                 INTO LINHA-GUIA
           ELSE
               MOVE "FREQUENCIA: SEM AULAS REGISTRADAS" TO LINHA-GUIA
           END-IF.
           PERFORM GRAVA-LINHA-GUIA.
           MOVE SPACES TO LINHA-GUIA.
           PERFORM GRAVA-LINHA-GUIA.
           MOVE "ALUNO TRANSFERIDO EM CURSO - SEM RESULTADO FINAL"
               TO LINHA-GUIA.
           PERFORM GRAVA-LINHA-GUIA.
           MOVE SPACES TO LINHA-GUIA.
           PERFORM GRAVA-LINHA-GUIA.
           PERFORM GRAVA-LINHA-GUIA.
           MOVE "______________________________  SECRETARIA ESCOLAR"
               TO LINHA-GUIA.
           PERFORM GRAVA-LINHA-GUIA.
           CLOSE ARQ-GUIA.
       GUARDA-MEDIA-GUIA.
           PERFORM VARYING IDX-DISC FROM 1 BY 1
                   UNTIL IDX-DISC > QTDE-DISCIPLINAS
               IF DSC-CODIGO(IDX-DISC) = REG-DISCIPLINA
                   MOVE REG-MEDIA TO DSC-MEDIA(IDX-DISC, REG-BIMESTRE)
                   MOVE "S"       TO DSC-TEM(IDX-DISC, REG-BIMESTRE)
               END-IF
           END-PERFORM.
       LINHA-DISCIPLINA-GUIA.
           PERFORM VARYING IDX-BIM FROM 1 BY 1 UNTIL IDX-BIM > 4
               IF DSC-TEM(IDX-DISC, IDX-BIM) = "S"
                   MOVE DSC-MEDIA(IDX-DISC, IDX-BIM) TO MEDIA-GUIA-E
                   MOVE SPACES TO COLUNA-BIM(IDX-BIM)
                   MOVE MEDIA-GUIA-E TO COLUNA-BIM(IDX-BIM)(2:4)
               ELSE
                   MOVE "   --  " TO COLUNA-BIM(IDX-BIM)
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINHA-GUIA.
           STRING DSC-NOME(IDX-DISC) DELIMITED BY SIZE
                  "   "              DELIMITED BY SIZE
                  COLUNA-BIM(1)      DELIMITED BY SIZE
                  COLUNA-BIM(2)      DELIMITED BY SIZE
                  COLUNA-BIM(3)      DELIMITED BY SIZE
                  COLUNA-BIM(4)      DELIMITED BY SIZE
             INTO LINHA-GUIA.
           PERFORM GRAVA-LINHA-GUIA.
       GRAVA-LINHA-GUIA.
           WRITE LINHA-GUIA.
           ADD 1 TO REGISTROS-SPOOL.
           MOVE SPACES TO LINHA-GUIA.
