       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTA-CENSO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ARQ-ALUNOS ASSIGN TO NOME-ALUNOS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS STATUS-ARQ.
               SELECT ARQ-FREQUENCIA ASSIGN TO NOME-FREQUENCIA
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS STATUS-ARQ.
               SELECT OPTIONAL ARQ-TURMAS ASSIGN TO "TURMAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-HISTORICO ASSIGN TO "HISTESCOLAR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-RESPONSAVEIS
                   ASSIGN TO "RESPONSAVEIS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-SAIDAS ASSIGN TO "SAIDAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-CENSO ASSIGN TO NOME-CENSO
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-REJEITADOS ASSIGN TO "CENSOREJ.TXT"
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
           FD  ARQ-FREQUENCIA.
           01  REG-FREQUENCIA.
               02 FRQ-NOME      PIC X(30).
               02 FRQ-BIMESTRE  PIC 9(01).
               02 FRQ-DATA      PIC 9(08).
               02 FRQ-PRESENTE  PIC X(01).
               02 FRQ-TURMA     PIC 9(03).
           FD  ARQ-TURMAS.
           01  REG-TURMA-MST.
               02 TUR-CODIGO    PIC 9(03).
               02 TUR-ANO       PIC 9(04).
               02 TUR-TURNO     PIC X(01).
               02 TUR-DESCRICAO PIC X(15).
               02 TUR-SERIE     PIC 9(02).
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
           FD  ARQ-RESPONSAVEIS.
           01  REG-RESPONSAVEL.
               02 RSP-MATRICULA PIC 9(06).
               02 RSP-ALUNO     PIC X(30).
               02 RSP-NOME      PIC X(30).
               02 RSP-ENDERECO  PIC X(30).
               02 RSP-TELEFONE  PIC X(11).
               02 RSP-CLIENTE   PIC 9(04).
               02 RSP-BOLSA     PIC 9(03)V99.
               02 RSP-NASCIMENTO PIC 9(08).
               02 RSP-SEXO      PIC X(01).
               02 RSP-MUNICIPIO PIC 9(07).
           FD  ARQ-SAIDAS.
           01  REG-SAIDA.
               02 SAI-MATRICULA  PIC 9(06).
               02 SAI-ANO        PIC 9(04).
               02 SAI-TIPO       PIC X(01).
               02 SAI-MOTIVO     PIC X(20).
               02 SAI-DATA       PIC 9(08).
               02 SAI-OPERADOR   PIC X(08).
           FD  ARQ-CENSO.
           01  LINHA-CENSO      PIC X(120).
           FD  ARQ-REJEITADOS.
           01  LINHA-REJEITADO  PIC X(80).
       WORKING-STORAGE SECTION.
           01 STATUS-ARQ       PIC X(02) VALUE SPACES.
           01 NOME-ALUNOS      PIC X(20) VALUE SPACES.
           01 NOME-FREQUENCIA  PIC X(20) VALUE SPACES.
           01 NOME-CENSO       PIC X(20) VALUE SPACES.
           01 REGISTROS-SPOOL  PIC 9(06) VALUE ZEROS.
           01 ANO-CENSO        PIC 9(04) VALUE ZEROS.
           01 CODIGO-ESCOLA    PIC 9(08) VALUE ZEROS.
           01 DATA-REFERENCIA  PIC 9(08) VALUE ZEROS.
           01 DATA-REF-MMDD    PIC 9(04) VALUE 0331.
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
               02 MES      PIC 9(02) VALUE ZEROS.
               02 DIA      PIC 9(02) VALUE ZEROS.
           01 FIM-ARQUIVO      PIC X(01) VALUE "N".
           01 ACHOU            PIC X(01) VALUE "N".
           01 IDX              PIC 9(04) VALUE ZEROS.
           01 IDX-ALU          PIC 9(04) VALUE ZEROS.
           01 IDX-TUR          PIC 9(03) VALUE ZEROS.
           01 IDX-RSP          PIC 9(04) VALUE ZEROS.
           01 IDX-RES          PIC 9(03) VALUE ZEROS.
           01 MUNICIPIO-ESCOLA PIC 9(07) VALUE ZEROS.
           01 CONSULTA-PARAMETRO.
               02 PRM-MODULO    PIC X(08) VALUE SPACES.
               02 PRM-NOME      PIC X(15) VALUE SPACES.
               02 PRM-DATA      PIC 9(08) VALUE ZEROS.
               02 PRM-VALOR     PIC 9(09)V9(06) VALUE ZEROS.
               02 PRM-ACHOU     PIC X(01) VALUE SPACE.
           01 TABELA-TURMAS.
               02 QTDE-TURMAS    PIC 9(03) VALUE ZEROS.
               02 TURMA-T OCCURS 300 TIMES.
                   03 TRM-CODIGO    PIC 9(03).
                   03 TRM-ANO       PIC 9(04).
                   03 TRM-SERIE     PIC 9(02).
                   03 TRM-TURNO     PIC X(01).
                   03 TRM-DESCRICAO PIC X(15).
                   03 TRM-MATRICULAS PIC 9(04).
                   03 TRM-APROVADOS PIC 9(04).
                   03 TRM-REPROVADOS PIC 9(04).
                   03 TRM-TRANSFERIDOS PIC 9(04).
                   03 TRM-ABANDONOS PIC 9(04).
           01 TABELA-CADASTRO.
               02 QTDE-CADASTRO  PIC 9(04) VALUE ZEROS.
               02 CADASTRO-T OCCURS 2000 TIMES.
                   03 CAD-MATRICULA  PIC 9(06).
                   03 CAD-NASCIMENTO PIC X(08).
                   03 CAD-SEXO       PIC X(01).
                   03 CAD-MUNICIPIO  PIC 9(07).
           01 TABELA-ALUNOS.
               02 QTDE-ALUNOS    PIC 9(04) VALUE ZEROS.
               02 ALUNO-T OCCURS 2000 TIMES.
                   03 ALU-MATRICULA  PIC 9(06).
                   03 ALU-NOME       PIC X(30).
                   03 ALU-TURMA      PIC 9(03).
                   03 ALU-IDX-TUR    PIC 9(03).
                   03 ALU-IDX-CAD    PIC 9(04).
                   03 ALU-TRANSF     PIC X(01).
                   03 ALU-SAIDA      PIC X(01).
                   03 ALU-RESULTADO  PIC X(01).
                   03 ALU-AULAS      PIC 9(04).
                   03 ALU-PRESENCAS  PIC 9(04).
                   03 ALU-SITUACAO   PIC X(01).
                   03 ALU-IDADE      PIC 9(02).
                   03 ALU-VALIDO     PIC X(01).
           01 TABELA-RESUMO.
               02 QTDE-RESUMO    PIC 9(03) VALUE ZEROS.
               02 RESUMO-T OCCURS 600 TIMES.
                   03 RES-SERIE      PIC 9(02).
                   03 RES-TURNO      PIC X(01).
                   03 RES-SEXO       PIC X(01).
                   03 RES-IDADE      PIC 9(02).
                   03 RES-QTDE       PIC 9(04).
           01 DADOS-VALIDACAO.
               02 NASC-VALIDA    PIC 9(08) VALUE ZEROS.
               02 FILLER REDEFINES NASC-VALIDA.
                   03 NASC-ANO   PIC 9(04).
                   03 NASC-MMDD  PIC 9(04).
               02 MOTIVO-REJEICAO PIC X(30) VALUE SPACES.
               02 CAMPO-REJEICAO  PIC X(15) VALUE SPACES.
           01 CONTADORES.
               02 CONT-REGISTROS PIC 9(06) VALUE ZEROS.
               02 CONT-EXPORTADOS PIC 9(06) VALUE ZEROS.
               02 CONT-REJEITADOS PIC 9(06) VALUE ZEROS.
               02 CONT-PENDENCIAS PIC 9(06) VALUE ZEROS.
               02 CONT-E          PIC ZZZZZ9.
           01 CENSO-CABECALHO.
               02 CAB-TIPO        PIC X(02) VALUE "00".
               02 CAB-ESCOLA      PIC 9(08).
               02 CAB-ANO         PIC 9(04).
               02 CAB-DATA-GERACAO PIC 9(08).
               02 CAB-DATA-REF    PIC 9(08).
               02 CAB-MUNICIPIO   PIC 9(07).
               02 FILLER          PIC X(83) VALUE SPACES.
           01 CENSO-TURMA.
               02 CTU-TIPO        PIC X(02) VALUE "20".
               02 CTU-ESCOLA      PIC 9(08).
               02 CTU-TURMA       PIC 9(03).
               02 CTU-SERIE       PIC 9(02).
               02 CTU-TURNO       PIC X(01).
               02 CTU-DESCRICAO   PIC X(15).
               02 CTU-MATRICULAS  PIC 9(04).
               02 CTU-APROVADOS   PIC 9(04).
               02 CTU-REPROVADOS  PIC 9(04).
               02 CTU-TRANSFERIDOS PIC 9(04).
               02 CTU-ABANDONOS   PIC 9(04).
               02 FILLER          PIC X(69) VALUE SPACES.
           01 CENSO-RESUMO.
               02 CRE-TIPO        PIC X(02) VALUE "40".
               02 CRE-ESCOLA      PIC 9(08).
               02 CRE-SERIE       PIC 9(02).
               02 CRE-TURNO       PIC X(01).
               02 CRE-SEXO        PIC X(01).
               02 CRE-IDADE       PIC 9(02).
               02 CRE-QTDE        PIC 9(04).
               02 FILLER          PIC X(100) VALUE SPACES.
           01 CENSO-ALUNO.
               02 CAL-TIPO        PIC X(02) VALUE "60".
               02 CAL-ESCOLA      PIC 9(08).
               02 CAL-MATRICULA   PIC 9(06).
               02 CAL-NOME        PIC X(30).
               02 CAL-NASCIMENTO  PIC X(08).
               02 CAL-SEXO        PIC X(01).
               02 CAL-IDADE       PIC 9(02).
               02 CAL-TURMA       PIC 9(03).
               02 CAL-SERIE       PIC 9(02).
               02 CAL-TURNO       PIC X(01).
               02 CAL-SITUACAO    PIC X(01).
               02 CAL-AULAS       PIC 9(04).
               02 CAL-PRESENCAS   PIC 9(04).
               02 CAL-FREQUENCIA  PIC 9(03)V99.
               02 CAL-MUNICIPIO   PIC 9(07).
               02 FILLER          PIC X(36) VALUE SPACES.
           01 CENSO-RODAPE.
               02 CRO-TIPO        PIC X(02) VALUE "99".
               02 CRO-ESCOLA      PIC 9(08).
               02 CRO-REGISTROS   PIC 9(06).
               02 CRO-TURMAS      PIC 9(04).
               02 CRO-ALUNOS      PIC 9(06).
               02 CRO-REJEITADOS  PIC 9(06).
               02 FILLER          PIC X(88) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "EXPORTACAO DO CENSO ESCOLAR".
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           DISPLAY "ANO LETIVO DO CENSO (AAAA): ".
           ACCEPT ANO-CENSO.
           IF ANO-CENSO = ZEROS
               DISPLAY "ANO INVALIDO"
               STOP RUN
           END-IF.
           PERFORM LE-PARAMETROS.
           PERFORM ABRE-ALUNOS.
           PERFORM CARREGA-TURMAS.
           PERFORM CARREGA-CADASTRO.
           PERFORM CARREGA-ALUNOS.
           PERFORM CARREGA-SAIDAS.
           PERFORM CARREGA-RESULTADOS.
           PERFORM CARREGA-FREQUENCIA.
           OPEN OUTPUT ARQ-REJEITADOS.
           MOVE SPACES TO LINHA-REJEITADO.
           STRING "CENSO ESCOLAR " DELIMITED BY SIZE
                  ANO-CENSO        DELIMITED BY SIZE
                  " - PENDENCIAS A CORRIGIR ANTES DO ENVIO"
                                   DELIMITED BY SIZE
             INTO LINHA-REJEITADO.
           PERFORM GRAVA-REJEITADO.
           MOVE SPACES TO LINHA-REJEITADO.
           PERFORM GRAVA-REJEITADO.
           IF CODIGO-ESCOLA = ZEROS
               MOVE ZEROS TO IDX-ALU
               MOVE "CODIGO-ESCOLA"  TO CAMPO-REJEICAO
               MOVE "NAO INFORMADO EM PARAMETROS" TO MOTIVO-REJEICAO
               PERFORM REGISTRA-PENDENCIA
           END-IF.
           IF MUNICIPIO-ESCOLA = ZEROS
               MOVE ZEROS TO IDX-ALU
               MOVE "MUNICIPIO-IBGE" TO CAMPO-REJEICAO
               MOVE "NAO INFORMADO EM PARAMETROS" TO MOTIVO-REJEICAO
               PERFORM REGISTRA-PENDENCIA
           END-IF.
           PERFORM VALIDA-ALUNO VARYING IDX-ALU FROM 1 BY 1
               UNTIL IDX-ALU > QTDE-ALUNOS.
           PERFORM GERA-ARQUIVO.
           MOVE SPACES TO LINHA-REJEITADO.
           PERFORM GRAVA-REJEITADO.
           MOVE CONT-EXPORTADOS TO CONT-E.
           STRING "ALUNOS EXPORTADOS....: " DELIMITED BY SIZE
                  CONT-E                    DELIMITED BY SIZE
             INTO LINHA-REJEITADO.
           PERFORM GRAVA-REJEITADO.
           MOVE CONT-REJEITADOS TO CONT-E.
           STRING "ALUNOS REJEITADOS....: " DELIMITED BY SIZE
                  CONT-E                    DELIMITED BY SIZE
             INTO LINHA-REJEITADO.
           PERFORM GRAVA-REJEITADO.
           MOVE CONT-PENDENCIAS TO CONT-E.
           STRING "PENDENCIAS APONTADAS.: " DELIMITED BY SIZE
                  CONT-E                    DELIMITED BY SIZE
             INTO LINHA-REJEITADO.
           PERFORM GRAVA-REJEITADO.
           CLOSE ARQ-REJEITADOS.
           CALL "GUARDA-RELATORIO" USING "CENSOREJ  "
               "CENSOREJ.TXT    " REGISTROS-SPOOL.
           MOVE CONT-EXPORTADOS TO CONT-E.
           DISPLAY "ALUNOS EXPORTADOS : " CONT-E.
           MOVE CONT-REJEITADOS TO CONT-E.
           DISPLAY "ALUNOS REJEITADOS : " CONT-E.
           DISPLAY "ARQUIVO GERADO EM " NOME-CENSO.
           IF CONT-PENDENCIAS > ZEROS
               DISPLAY "CORRIJA AS PENDENCIAS DE CENSOREJ.TXT "
                   "ANTES DO ENVIO"
           END-IF.
           STOP RUN.
       LE-PARAMETROS.
           MOVE "ESCOLA"         TO PRM-MODULO.
           MOVE DATA-HOJE        TO PRM-DATA.
           MOVE "CODIGO-ESCOLA"  TO PRM-NOME.
           CALL "BUSCA-PARAMETRO" USING PRM-MODULO PRM-NOME PRM-DATA
               PRM-VALOR PRM-ACHOU.
           IF PRM-ACHOU = "S"
               MOVE PRM-VALOR TO CODIGO-ESCOLA
           END-IF.
           MOVE "CENSO-DATA-REF" TO PRM-NOME.
           CALL "BUSCA-PARAMETRO" USING PRM-MODULO PRM-NOME PRM-DATA
               PRM-VALOR PRM-ACHOU.
           IF PRM-ACHOU = "S" AND PRM-VALOR > ZEROS
               MOVE PRM-VALOR TO DATA-REF-MMDD
           END-IF.
           MOVE ANO-CENSO     TO DATA-REFERENCIA(1:4).
           MOVE DATA-REF-MMDD TO DATA-REFERENCIA(5:4).
           MOVE "ESCOLA"         TO PRM-MODULO.
           MOVE "MUNICIPIO-IBGE" TO PRM-NOME.
           MOVE DATA-REFERENCIA  TO PRM-DATA.
           CALL "BUSCA-PARAMETRO" USING PRM-MODULO PRM-NOME PRM-DATA
               PRM-VALOR PRM-ACHOU.
           IF PRM-ACHOU = "S"
               MOVE PRM-VALOR TO MUNICIPIO-ESCOLA
           END-IF.
       ABRE-ALUNOS.
           MOVE SPACES TO NOME-ALUNOS.
           STRING "ALUNOS" ANO-CENSO ".DAT" DELIMITED BY SIZE
             INTO NOME-ALUNOS.
           MOVE SPACES TO NOME-FREQUENCIA.
           STRING "FREQUENCIA" ANO-CENSO ".DAT" DELIMITED BY SIZE
             INTO NOME-FREQUENCIA.
           OPEN INPUT ARQ-ALUNOS.
           IF STATUS-ARQ = "00"
               CLOSE ARQ-ALUNOS
           ELSE
               MOVE "ALUNOS.DAT"     TO NOME-ALUNOS
               MOVE "FREQUENCIA.DAT" TO NOME-FREQUENCIA
           END-IF.
           MOVE SPACES TO NOME-CENSO.
           STRING "CENSO" ANO-CENSO ".TXT" DELIMITED BY SIZE
             INTO NOME-CENSO.
       CARREGA-TURMAS.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-TURMAS.
           PERFORM UNTIL FIM-ARQUIVO = "S"
               READ ARQ-TURMAS
                   AT END MOVE "S" TO FIM-ARQUIVO
                   NOT AT END
                       IF QTDE-TURMAS < 300
                           ADD 1 TO QTDE-TURMAS
                           INITIALIZE TURMA-T(QTDE-TURMAS)
                           MOVE TUR-CODIGO TO TRM-CODIGO(QTDE-TURMAS)
                           MOVE TUR-ANO    TO TRM-ANO(QTDE-TURMAS)
                           MOVE TUR-SERIE  TO TRM-SERIE(QTDE-TURMAS)
                           MOVE TUR-TURNO  TO TRM-TURNO(QTDE-TURMAS)
                           MOVE TUR-DESCRICAO
                               TO TRM-DESCRICAO(QTDE-TURMAS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-TURMAS.
       CARREGA-CADASTRO.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-RESPONSAVEIS.
           PERFORM UNTIL FIM-ARQUIVO = "S"
               READ ARQ-RESPONSAVEIS
                   AT END MOVE "S" TO FIM-ARQUIVO
                   NOT AT END
                       PERFORM GUARDA-CADASTRO THRU GUARDA-CADASTRO-FIM
               END-READ
           END-PERFORM.
           CLOSE ARQ-RESPONSAVEIS.
       GUARDA-CADASTRO.
           MOVE ZEROS TO IDX-RSP.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > QTDE-CADASTRO
               IF CAD-MATRICULA(IDX) = RSP-MATRICULA
                   MOVE IDX TO IDX-RSP
               END-IF
           END-PERFORM.
           IF IDX-RSP = ZEROS
               IF QTDE-CADASTRO < 2000
                   ADD 1 TO QTDE-CADASTRO
                   MOVE QTDE-CADASTRO TO IDX-RSP
               ELSE
                   GO TO GUARDA-CADASTRO-FIM
               END-IF
           END-IF.
           MOVE RSP-MATRICULA  TO CAD-MATRICULA(IDX-RSP).
           MOVE RSP-NASCIMENTO TO CAD-NASCIMENTO(IDX-RSP).
           MOVE RSP-SEXO       TO CAD-SEXO(IDX-RSP).
           MOVE ZEROS          TO CAD-MUNICIPIO(IDX-RSP).
           IF RSP-MUNICIPIO IS NUMERIC
               MOVE RSP-MUNICIPIO TO CAD-MUNICIPIO(IDX-RSP)
           END-IF.
       GUARDA-CADASTRO-FIM.
           EXIT.
       CARREGA-ALUNOS.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-ALUNOS.
           IF STATUS-ARQ NOT = "00"
               MOVE "S" TO FIM-ARQUIVO
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO = "S"
               READ ARQ-ALUNOS
                   AT END MOVE "S" TO FIM-ARQUIVO
                   NOT AT END
                       PERFORM GUARDA-ALUNO THRU GUARDA-ALUNO-FIM
               END-READ
           END-PERFORM.
           IF STATUS-ARQ = "00" OR STATUS-ARQ = "10"
               CLOSE ARQ-ALUNOS
           END-IF.
       GUARDA-ALUNO.
           MOVE ZEROS TO IDX-TUR.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > QTDE-TURMAS
               IF TRM-CODIGO(IDX) = REG-TURMA
                   MOVE IDX TO IDX-TUR
               END-IF
           END-PERFORM.
           IF IDX-TUR > ZEROS
               IF TRM-ANO(IDX-TUR) NOT = ANO-CENSO
                   GO TO GUARDA-ALUNO-FIM
               END-IF
           END-IF.
           MOVE ZEROS TO IDX-ALU.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > QTDE-ALUNOS
               IF ALU-MATRICULA(IDX) = REG-MATRICULA
                  AND ALU-NOME(IDX) = REG-NOME
                   MOVE IDX TO IDX-ALU
               END-IF
           END-PERFORM.
           IF IDX-ALU = ZEROS
               IF QTDE-ALUNOS NOT < 2000
                   GO TO GUARDA-ALUNO-FIM
               END-IF
               ADD 1 TO QTDE-ALUNOS
               MOVE QTDE-ALUNOS TO IDX-ALU
               INITIALIZE ALUNO-T(IDX-ALU)
               MOVE REG-MATRICULA TO ALU-MATRICULA(IDX-ALU)
               MOVE REG-NOME      TO ALU-NOME(IDX-ALU)
               MOVE "N"           TO ALU-TRANSF(IDX-ALU)
           END-IF.
           MOVE REG-TURMA TO ALU-TURMA(IDX-ALU).
           MOVE IDX-TUR   TO ALU-IDX-TUR(IDX-ALU).
           IF REG-SITUACAO = "TRANSFERID"
               MOVE "S" TO ALU-TRANSF(IDX-ALU)
           END-IF.
       GUARDA-ALUNO-FIM.
           EXIT.
       CARREGA-SAIDAS.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-SAIDAS.
           PERFORM UNTIL FIM-ARQUIVO = "S"
               READ ARQ-SAIDAS
                   AT END MOVE "S" TO FIM-ARQUIVO
                   NOT AT END
                       IF SAI-ANO = ANO-CENSO
                           PERFORM MARCA-SAIDA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-SAIDAS.
       MARCA-SAIDA.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > QTDE-ALUNOS
               IF ALU-MATRICULA(IDX) = SAI-MATRICULA
                   MOVE SAI-TIPO TO ALU-SAIDA(IDX)
               END-IF
           END-PERFORM.
       CARREGA-RESULTADOS.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-HISTORICO.
           PERFORM UNTIL FIM-ARQUIVO = "S"
               READ ARQ-HISTORICO
                   AT END MOVE "S" TO FIM-ARQUIVO
                   NOT AT END
                       IF HES-ANO = ANO-CENSO
                           PERFORM MARCA-RESULTADO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-HISTORICO.
       MARCA-RESULTADO.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > QTDE-ALUNOS
               IF ALU-MATRICULA(IDX) = HES-MATRICULA
                   EVALUATE HES-SITUACAO
                       WHEN "TRANSFERID"
                           MOVE "T" TO ALU-RESULTADO(IDX)
                       WHEN "REPROVADO"
                       WHEN "REPR REC"
                           IF ALU-RESULTADO(IDX) NOT = "T"
                               MOVE "R" TO ALU-RESULTADO(IDX)
                           END-IF
                       WHEN "APROVADO"
                       WHEN "APROV REC"
                           IF ALU-RESULTADO(IDX) = SPACE
                               MOVE "A" TO ALU-RESULTADO(IDX)
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.
       CARREGA-FREQUENCIA.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-FREQUENCIA.
           IF STATUS-ARQ NOT = "00"
               MOVE "S" TO FIM-ARQUIVO
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO = "S"
               READ ARQ-FREQUENCIA
                   AT END MOVE "S" TO FIM-ARQUIVO
                   NOT AT END
                       PERFORM SOMA-FREQUENCIA
               END-READ
           END-PERFORM.
           IF STATUS-ARQ = "00" OR STATUS-ARQ = "10"
               CLOSE ARQ-FREQUENCIA
           END-IF.
       SOMA-FREQUENCIA.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > QTDE-ALUNOS
               IF ALU-NOME(IDX) = FRQ-NOME
                   ADD 1 TO ALU-AULAS(IDX)
                   IF FRQ-PRESENTE = "S"
                       ADD 1 TO ALU-PRESENCAS(IDX)
                   END-IF
               END-IF
           END-PERFORM.
       VALIDA-ALUNO.
           MOVE "S" TO ALU-VALIDO(IDX-ALU).
           IF ALU-MATRICULA(IDX-ALU) = ZEROS
               MOVE "REG-MATRICULA" TO CAMPO-REJEICAO
               MOVE "MATRICULA NAO INFORMADA" TO MOTIVO-REJEICAO
               PERFORM REGISTRA-PENDENCIA
           END-IF.
           MOVE ZEROS TO ALU-IDX-CAD(IDX-ALU).
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > QTDE-CADASTRO
               IF CAD-MATRICULA(IDX) = ALU-MATRICULA(IDX-ALU)
                   MOVE IDX TO ALU-IDX-CAD(IDX-ALU)
               END-IF
           END-PERFORM.
           IF ALU-IDX-CAD(IDX-ALU) = ZEROS
               MOVE "RSP-MATRICULA" TO CAMPO-REJEICAO
               MOVE "ALUNO SEM CADASTRO" TO MOTIVO-REJEICAO
               PERFORM REGISTRA-PENDENCIA
           ELSE
               PERFORM VALIDA-CADASTRO
           END-IF.
           MOVE ALU-IDX-TUR(IDX-ALU) TO IDX-TUR.
           IF IDX-TUR = ZEROS
               MOVE "REG-TURMA" TO CAMPO-REJEICAO
               MOVE "TURMA NAO CADASTRADA" TO MOTIVO-REJEICAO
               PERFORM REGISTRA-PENDENCIA
           ELSE
               IF TRM-SERIE(IDX-TUR) NOT NUMERIC
                  OR TRM-SERIE(IDX-TUR) = ZEROS
                  OR TRM-SERIE(IDX-TUR) > 12
                   MOVE "TUR-SERIE" TO CAMPO-REJEICAO
                   MOVE "TURMA SEM SERIE" TO MOTIVO-REJEICAO
                   PERFORM REGISTRA-PENDENCIA
               END-IF
               IF TRM-TURNO(IDX-TUR) NOT = "M"
                  AND NOT = "T" AND NOT = "N"
                   MOVE "TUR-TURNO" TO CAMPO-REJEICAO
                   MOVE "TURNO INVALIDO" TO MOTIVO-REJEICAO
                   PERFORM REGISTRA-PENDENCIA
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN ALU-TRANSF(IDX-ALU) = "S"
               WHEN ALU-SAIDA(IDX-ALU) = "T"
               WHEN ALU-RESULTADO(IDX-ALU) = "T"
                   MOVE "T" TO ALU-SITUACAO(IDX-ALU)
               WHEN ALU-RESULTADO(IDX-ALU) = "R"
                   MOVE "R" TO ALU-SITUACAO(IDX-ALU)
               WHEN ALU-RESULTADO(IDX-ALU) = "A"
                   MOVE "A" TO ALU-SITUACAO(IDX-ALU)
               WHEN ALU-SAIDA(IDX-ALU) = "D"
                   MOVE "D" TO ALU-SITUACAO(IDX-ALU)
               WHEN OTHER
                   MOVE SPACE TO ALU-SITUACAO(IDX-ALU)
                   MOVE "HES-SITUACAO" TO CAMPO-REJEICAO
                   MOVE "SEM SITUACAO FINAL NO ANO" TO MOTIVO-REJEICAO
                   PERFORM REGISTRA-PENDENCIA
           END-EVALUATE.
           IF ALU-VALIDO(IDX-ALU) = "S"
               ADD 1 TO CONT-EXPORTADOS
           ELSE
               ADD 1 TO CONT-REJEITADOS
           END-IF.
       VALIDA-CADASTRO.
           MOVE ALU-IDX-CAD(IDX-ALU) TO IDX-RSP.
           MOVE ZEROS TO ALU-IDADE(IDX-ALU).
           IF CAD-NASCIMENTO(IDX-RSP) IS NOT NUMERIC
               MOVE "RSP-NASCIMENTO" TO CAMPO-REJEICAO
               MOVE "NASCIMENTO NAO INFORMADO" TO MOTIVO-REJEICAO
               PERFORM REGISTRA-PENDENCIA
           ELSE
               MOVE CAD-NASCIMENTO(IDX-RSP) TO NASC-VALIDA
               IF NASC-VALIDA < 19000101
                  OR NASC-VALIDA > DATA-REFERENCIA
                  OR FUNCTION TEST-DATE-YYYYMMDD(NASC-VALIDA)
                     NOT = ZERO
                   MOVE "RSP-NASCIMENTO" TO CAMPO-REJEICAO
                   MOVE "NASCIMENTO INVALIDO" TO MOTIVO-REJEICAO
                   PERFORM REGISTRA-PENDENCIA
               ELSE
                   COMPUTE ALU-IDADE(IDX-ALU) = ANO-CENSO - NASC-ANO
                   IF NASC-MMDD > DATA-REF-MMDD
                       SUBTRACT 1 FROM ALU-IDADE(IDX-ALU)
                   END-IF
               END-IF
           END-IF.
           IF CAD-SEXO(IDX-RSP) NOT = "F" AND NOT = "M"
               MOVE "RSP-SEXO" TO CAMPO-REJEICAO
               MOVE "SEXO NAO INFORMADO" TO MOTIVO-REJEICAO
               PERFORM REGISTRA-PENDENCIA
           END-IF.
           IF CAD-MUNICIPIO(IDX-RSP) = ZEROS
               MOVE "RSP-MUNICIPIO" TO CAMPO-REJEICAO
               MOVE "MUNICIPIO NAO INFORMADO" TO MOTIVO-REJEICAO
               PERFORM REGISTRA-PENDENCIA
           END-IF.
       REGISTRA-PENDENCIA.
           ADD 1 TO CONT-PENDENCIAS.
           MOVE SPACES TO LINHA-REJEITADO.
           IF IDX-ALU = ZEROS
               STRING "ESCOLA "        DELIMITED BY SIZE
                      CAMPO-REJEICAO   DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      MOTIVO-REJEICAO  DELIMITED BY SIZE
                 INTO LINHA-REJEITADO
           ELSE
               MOVE "N" TO ALU-VALIDO(IDX-ALU)
               STRING ALU-MATRICULA(IDX-ALU) DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      ALU-NOME(IDX-ALU) DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      CAMPO-REJEICAO   DELIMITED BY SIZE
                      MOTIVO-REJEICAO  DELIMITED BY SIZE
                 INTO LINHA-REJEITADO
           END-IF.
           PERFORM GRAVA-REJEITADO.
       GRAVA-REJEITADO.
           WRITE LINHA-REJEITADO.
           ADD 1 TO REGISTROS-SPOOL.
           MOVE SPACES TO LINHA-REJEITADO.
       GERA-ARQUIVO.
           PERFORM VARYING IDX-ALU FROM 1 BY 1
                   UNTIL IDX-ALU > QTDE-ALUNOS
               IF ALU-VALIDO(IDX-ALU) = "S"
                   PERFORM ACUMULA-ALUNO
               END-IF
           END-PERFORM.
           OPEN OUTPUT ARQ-CENSO.
           MOVE CODIGO-ESCOLA   TO CAB-ESCOLA.
           MOVE ANO-CENSO       TO CAB-ANO.
           MOVE DATA-HOJE       TO CAB-DATA-GERACAO.
           MOVE DATA-REFERENCIA TO CAB-DATA-REF.
           MOVE MUNICIPIO-ESCOLA TO CAB-MUNICIPIO.
           MOVE CENSO-CABECALHO TO LINHA-CENSO.
           PERFORM GRAVA-CENSO.
           MOVE ZEROS TO CRO-TURMAS.
           PERFORM VARYING IDX-TUR FROM 1 BY 1
                   UNTIL IDX-TUR > QTDE-TURMAS
               IF TRM-ANO(IDX-TUR) = ANO-CENSO
                   PERFORM GRAVA-TURMA
               END-IF
           END-PERFORM.
           PERFORM VARYING IDX-RES FROM 1 BY 1
                   UNTIL IDX-RES > QTDE-RESUMO
               MOVE CODIGO-ESCOLA       TO CRE-ESCOLA
               MOVE RES-SERIE(IDX-RES)  TO CRE-SERIE
               MOVE RES-TURNO(IDX-RES)  TO CRE-TURNO
               MOVE RES-SEXO(IDX-RES)   TO CRE-SEXO
               MOVE RES-IDADE(IDX-RES)  TO CRE-IDADE
               MOVE RES-QTDE(IDX-RES)   TO CRE-QTDE
               MOVE CENSO-RESUMO TO LINHA-CENSO
               PERFORM GRAVA-CENSO
           END-PERFORM.
           PERFORM VARYING IDX-ALU FROM 1 BY 1
                   UNTIL IDX-ALU > QTDE-ALUNOS
               IF ALU-VALIDO(IDX-ALU) = "S"
                   PERFORM GRAVA-ALUNO-CENSO
               END-IF
           END-PERFORM.
           MOVE CODIGO-ESCOLA   TO CRO-ESCOLA.
           ADD 1 CONT-REGISTROS GIVING CRO-REGISTROS.
           MOVE CONT-EXPORTADOS TO CRO-ALUNOS.
           MOVE CONT-REJEITADOS TO CRO-REJEITADOS.
           MOVE CENSO-RODAPE TO LINHA-CENSO.
           PERFORM GRAVA-CENSO.
           CLOSE ARQ-CENSO.
       ACUMULA-ALUNO.
           MOVE ALU-IDX-TUR(IDX-ALU) TO IDX-TUR.
           MOVE ALU-IDX-CAD(IDX-ALU) TO IDX-RSP.
           ADD 1 TO TRM-MATRICULAS(IDX-TUR).
           EVALUATE ALU-SITUACAO(IDX-ALU)
               WHEN "A" ADD 1 TO TRM-APROVADOS(IDX-TUR)
               WHEN "R" ADD 1 TO TRM-REPROVADOS(IDX-TUR)
               WHEN "T" ADD 1 TO TRM-TRANSFERIDOS(IDX-TUR)
               WHEN "D" ADD 1 TO TRM-ABANDONOS(IDX-TUR)
           END-EVALUATE.
           MOVE "N" TO ACHOU.
           PERFORM VARYING IDX-RES FROM 1 BY 1
                   UNTIL IDX-RES > QTDE-RESUMO OR ACHOU = "S"
               IF RES-SERIE(IDX-RES) = TRM-SERIE(IDX-TUR)
                  AND RES-TURNO(IDX-RES) = TRM-TURNO(IDX-TUR)
                  AND RES-SEXO(IDX-RES) = CAD-SEXO(IDX-RSP)
                  AND RES-IDADE(IDX-RES) = ALU-IDADE(IDX-ALU)
                   ADD 1 TO RES-QTDE(IDX-RES)
                   MOVE "S" TO ACHOU
               END-IF
           END-PERFORM.
           IF ACHOU = "N" AND QTDE-RESUMO < 600
               ADD 1 TO QTDE-RESUMO
               MOVE TRM-SERIE(IDX-TUR)  TO RES-SERIE(QTDE-RESUMO)
               MOVE TRM-TURNO(IDX-TUR)  TO RES-TURNO(QTDE-RESUMO)
               MOVE CAD-SEXO(IDX-RSP)   TO RES-SEXO(QTDE-RESUMO)
               MOVE ALU-IDADE(IDX-ALU)  TO RES-IDADE(QTDE-RESUMO)
               MOVE 1                   TO RES-QTDE(QTDE-RESUMO)
           END-IF.
       GRAVA-TURMA.
           ADD 1 TO CRO-TURMAS.
           MOVE CODIGO-ESCOLA             TO CTU-ESCOLA.
           MOVE TRM-CODIGO(IDX-TUR)       TO CTU-TURMA.
           MOVE TRM-SERIE(IDX-TUR)        TO CTU-SERIE.
           MOVE TRM-TURNO(IDX-TUR)        TO CTU-TURNO.
           MOVE TRM-DESCRICAO(IDX-TUR)    TO CTU-DESCRICAO.
           MOVE TRM-MATRICULAS(IDX-TUR)   TO CTU-MATRICULAS.
           MOVE TRM-APROVADOS(IDX-TUR)    TO CTU-APROVADOS.
           MOVE TRM-REPROVADOS(IDX-TUR)   TO CTU-REPROVADOS.
           MOVE TRM-TRANSFERIDOS(IDX-TUR) TO CTU-TRANSFERIDOS.
           MOVE TRM-ABANDONOS(IDX-TUR)    TO CTU-ABANDONOS.
           MOVE CENSO-TURMA TO LINHA-CENSO.
           PERFORM GRAVA-CENSO.
       GRAVA-ALUNO-CENSO.
           MOVE ALU-IDX-TUR(IDX-ALU) TO IDX-TUR.
           MOVE ALU-IDX-CAD(IDX-ALU) TO IDX-RSP.
           MOVE CODIGO-ESCOLA            TO CAL-ESCOLA.
           MOVE ALU-MATRICULA(IDX-ALU)   TO CAL-MATRICULA.
           MOVE ALU-NOME(IDX-ALU)        TO CAL-NOME.
           MOVE CAD-NASCIMENTO(IDX-RSP)  TO CAL-NASCIMENTO.
           MOVE CAD-SEXO(IDX-RSP)        TO CAL-SEXO.
           MOVE ALU-IDADE(IDX-ALU)       TO CAL-IDADE.
           MOVE ALU-TURMA(IDX-ALU)       TO CAL-TURMA.
           MOVE TRM-SERIE(IDX-TUR)       TO CAL-SERIE.
           MOVE TRM-TURNO(IDX-TUR)       TO CAL-TURNO.
           MOVE ALU-SITUACAO(IDX-ALU)    TO CAL-SITUACAO.
           MOVE ALU-AULAS(IDX-ALU)       TO CAL-AULAS.
           MOVE ALU-PRESENCAS(IDX-ALU)   TO CAL-PRESENCAS.
           MOVE CAD-MUNICIPIO(IDX-RSP)   TO CAL-MUNICIPIO.
           MOVE ZEROS TO CAL-FREQUENCIA.
           IF ALU-AULAS(IDX-ALU) > ZEROS
               COMPUTE CAL-FREQUENCIA ROUNDED =
                   ALU-PRESENCAS(IDX-ALU) * 100 / ALU-AULAS(IDX-ALU)
           END-IF.
           MOVE CENSO-ALUNO TO LINHA-CENSO.
           PERFORM GRAVA-CENSO.
       GRAVA-CENSO.
           WRITE LINHA-CENSO.
           ADD 1 TO CONT-REGISTROS.
