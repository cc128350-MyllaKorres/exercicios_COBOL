       IDENTIFICATION DIVISION.
       PROGRAM-ID. CURSOS-QUALIFICACAO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-CURSOS ASSIGN TO "CURSOSQUAL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-TURMAS ASSIGN TO "TURMASQUAL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-TURMAS-TMP ASSIGN TO "TURMTMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-MATRICULAS
                   ASSIGN TO "MATRICUL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-MATRICULAS-TMP ASSIGN TO "MATRTMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-CANDIDATOS
                   ASSIGN TO "CANDIDATOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-QUALIFIC ASSIGN TO "QUALIFIC.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-CURSOS.
           01  REG-CURSO.
               02 CUR-CODIGO       PIC 9(03).
               02 CUR-NOME         PIC X(30).
               02 CUR-CARGA        PIC 9(03).
               02 CUR-ESCOLARIDADE PIC 9(01).
               02 CUR-IDIOMA       PIC X(10).
               02 CUR-HABILIDADE   PIC X(20).
           FD  ARQ-TURMAS.
           01  REG-TURMA.
               02 TUR-CODIGO    PIC 9(04).
               02 TUR-CURSO     PIC 9(03).
               02 TUR-INICIO    PIC 9(08).
               02 TUR-FIM       PIC 9(08).
               02 TUR-VAGAS     PIC 9(02).
               02 TUR-AULAS     PIC 9(02).
               02 TUR-STATUS    PIC X(01).
           FD  ARQ-TURMAS-TMP.
           01  REG-TURMA-TMP    PIC X(28).
           FD  ARQ-MATRICULAS.
           01  REG-MATRICULA.
               02 MAT-TURMA      PIC 9(04).
               02 MAT-CPF        PIC 9(11).
               02 MAT-DATA       PIC 9(08).
               02 MAT-PRESENCAS  PIC 9(02).
               02 MAT-SITUACAO   PIC X(01).
               02 MAT-DATA-CONCL PIC 9(08).
               02 MAT-OPERADOR   PIC X(08).
           FD  ARQ-MATRICULAS-TMP.
           01  REG-MATRICULA-TMP PIC X(42).
           FD  ARQ-CANDIDATOS.
           01  REG-CANDIDATO.
               02 REG-NOME      PIC X(35).
               02 REG-CPF       PIC 9(11).
               02 REG-IDADE     PIC 9(02).
               02 REG-APRENDIZ  PIC X(01).
               02 REG-SEXO      PIC 9(01).
               02 REG-PRT-SAL   PIC 9(04)V9(02).
               02 REG-PROF      PIC 9(01).
               02 REG-DATA-CAD  PIC 9(08).
               02 REG-HORA-CAD  PIC 9(08).
               02 REG-ENDERECO  PIC X(30).
               02 REG-CIDADE    PIC X(20).
               02 REG-UF        PIC X(02).
               02 REG-OPERADOR  PIC X(08).
           FD  ARQ-QUALIFIC.
           01  REG-QUALIFIC.
               02 QUAL-CPF          PIC 9(11).
               02 QUAL-ESCOLARIDADE PIC 9(01).
               02 QUAL-EXPERIENCIA  PIC 9(02).
               02 QUAL-IDIOMA       PIC X(10).
               02 QUAL-HABILIDADE   PIC X(20).
       WORKING-STORAGE SECTION.
           01 DADOS-OPERADOR.
               02 OPERADOR-SESSAO PIC X(08) VALUE SPACES.
               02 PERFIL-SESSAO   PIC X(01) VALUE SPACE.
           01 DATA-DO-SISTEMA.
               02 ANO          PIC 9(04) VALUE ZEROS.
               02 MES          PIC 9(02) VALUE ZEROS.
               02 DIA          PIC 9(02) VALUE ZEROS.
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
           01 OPCAO            PIC X(01) VALUE SPACE.
           01 CONTINUAR        PIC X(01) VALUE SPACE.
           01 PRESENTE         PIC X(01) VALUE SPACE.
           01 FREQUENCIA-MINIMA PIC 9(03) VALUE 75.
           01 CPF              PIC 9(11) VALUE ZEROS.
           01 NOME-CAND        PIC X(35) VALUE SPACES.
           01 CANDIDATO-ACHADO PIC X(01) VALUE "N".
           01 FIM-CANDIDATOS   PIC X(01) VALUE "N".
           01 FIM-CURSOS       PIC X(01) VALUE "N".
           01 FIM-TURMAS       PIC X(01) VALUE "N".
           01 FIM-MATRICULAS   PIC X(01) VALUE "N".
           01 CURSO            PIC 9(03) VALUE ZEROS.
           01 CURSO-ACHADO     PIC X(01) VALUE "N".
           01 TURMA            PIC 9(04) VALUE ZEROS.
           01 TURMA-ACHADA     PIC X(01) VALUE "N".
           01 MAIOR-CURSO      PIC 9(03) VALUE ZEROS.
           01 MAIOR-TURMA      PIC 9(04) VALUE ZEROS.
           01 MATRICULA-ACHADA PIC X(01) VALUE "N".
           01 DADOS-TURMA.
               02 TURMA-CURSO   PIC 9(03) VALUE ZEROS.
               02 TURMA-VAGAS   PIC 9(02) VALUE ZEROS.
               02 TURMA-AULAS   PIC 9(02) VALUE ZEROS.
               02 TURMA-STATUS  PIC X(01) VALUE SPACE.
           01 DADOS-CURSO.
               02 CURSO-NOME    PIC X(30) VALUE SPACES.
               02 CURSO-ESCOL   PIC 9(01) VALUE ZERO.
               02 CURSO-IDIOMA  PIC X(10) VALUE SPACES.
               02 CURSO-HABIL   PIC X(20) VALUE SPACES.
           01 OCUPADAS         PIC 9(03) VALUE ZEROS.
           01 PERCENTUAL       PIC 9(03) VALUE ZEROS.
           01 CONT-CONCLUIDOS  PIC 9(03) VALUE ZEROS.
           01 CONT-REPROVADOS  PIC 9(03) VALUE ZEROS.
           01 CONT-PRESENTES   PIC 9(03) VALUE ZEROS.
           01 CONT-E           PIC ZZ9.
           01 VAGAS-E          PIC Z9.
           01 DATA-E           PIC 9999/99/99.
           01 FIM-E            PIC 9999/99/99.
           01 STATUS-DESC      PIC X(09) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CURSOS DE QUALIFICACAO DE CANDIDATOS".
           CALL "IDENTIFICA-OPERADOR" USING OPERADOR-SESSAO
               PERFIL-SESSAO.
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           MOVE "S" TO CONTINUAR.
           PERFORM PROCESSO UNTIL CONTINUAR NOT = "S".
           DISPLAY "FIM DO PROGRAMA".
           STOP RUN.
       PROCESSO.
           DISPLAY "1-CURSO  2-TURMA  3-MATRICULA  4-PRESENCA".
           DISPLAY "5-ENCERRAR TURMA  6-DESISTENCIA  7-LISTAR TURMAS: ".
           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "1"
                   PERFORM CADASTRA-CURSO
               WHEN "2"
                   PERFORM ABRE-TURMA THRU ABRE-TURMA-FIM
               WHEN "3"
                   PERFORM MATRICULA-CANDIDATO
                       THRU MATRICULA-CANDIDATO-FIM
               WHEN "4"
                   PERFORM REGISTRA-PRESENCA
                       THRU REGISTRA-PRESENCA-FIM
               WHEN "5"
                   PERFORM ENCERRA-TURMA THRU ENCERRA-TURMA-FIM
               WHEN "6"
                   PERFORM REGISTRA-DESISTENCIA
                       THRU REGISTRA-DESISTENCIA-FIM
               WHEN "7"
                   PERFORM LISTA-TURMAS
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           DISPLAY "CONTINUA (S/N)? ".
           ACCEPT CONTINUAR.
           IF CONTINUAR = "s"
               MOVE "S" TO CONTINUAR
           END-IF.
       CADASTRA-CURSO.
           MOVE ZEROS TO MAIOR-CURSO.
           MOVE "N"   TO FIM-CURSOS.
           OPEN INPUT ARQ-CURSOS.
           PERFORM LE-MAIOR-CURSO UNTIL FIM-CURSOS = "S".
           CLOSE ARQ-CURSOS.
           ADD 1 TO MAIOR-CURSO GIVING CUR-CODIGO.
           DISPLAY "NOME DO CURSO: ".
           ACCEPT CUR-NOME.
           MOVE FUNCTION UPPER-CASE(CUR-NOME) TO CUR-NOME.
           DISPLAY "CARGA HORARIA (HORAS): ".
           ACCEPT CUR-CARGA.
           DISPLAY "ESCOLARIDADE CONFERIDA (0-NENHUMA A 5): ".
           ACCEPT CUR-ESCOLARIDADE.
           DISPLAY "IDIOMA CONFERIDO (BRANCO SE NENHUM): ".
           ACCEPT CUR-IDIOMA.
           MOVE FUNCTION UPPER-CASE(CUR-IDIOMA) TO CUR-IDIOMA.
           DISPLAY "HABILIDADE CONFERIDA (BRANCO SE NENHUMA): ".
           ACCEPT CUR-HABILIDADE.
           MOVE FUNCTION UPPER-CASE(CUR-HABILIDADE) TO CUR-HABILIDADE.
           OPEN EXTEND ARQ-CURSOS.
           WRITE REG-CURSO.
           CLOSE ARQ-CURSOS.
           DISPLAY "CURSO CADASTRADO COM CODIGO " CUR-CODIGO.
       LE-MAIOR-CURSO.
           READ ARQ-CURSOS
               AT END MOVE "S" TO FIM-CURSOS
               NOT AT END
                   IF CUR-CODIGO > MAIOR-CURSO
                       MOVE CUR-CODIGO TO MAIOR-CURSO
                   END-IF
           END-READ.
       ABRE-TURMA.
           DISPLAY "CODIGO DO CURSO: ".
           ACCEPT CURSO.
           PERFORM LOCALIZA-CURSO.
           IF CURSO-ACHADO = "N"
               DISPLAY "CURSO NAO CADASTRADO"
               CALL "GRAVA-EXCECAO" USING "CURSOS-QUALIFICACAO "
                   "CURSO          " "NAO-ENCONTRADO      "
                   "CURSO INEXISTENTE NA ABERTURA DE TURMA  "
               GO TO ABRE-TURMA-FIM
           END-IF.
           DISPLAY "CURSO: " CURSO-NOME.
           MOVE ZEROS TO MAIOR-TURMA.
           MOVE "N"   TO FIM-TURMAS.
           OPEN INPUT ARQ-TURMAS.
           PERFORM LE-MAIOR-TURMA UNTIL FIM-TURMAS = "S".
           CLOSE ARQ-TURMAS.
           ADD 1 TO MAIOR-TURMA GIVING TUR-CODIGO.
           MOVE CURSO TO TUR-CURSO.
           DISPLAY "DATA DE INICIO (AAAAMMDD): ".
           ACCEPT TUR-INICIO.
           DISPLAY "DATA DE TERMINO (AAAAMMDD): ".
           ACCEPT TUR-FIM.
           IF TUR-FIM < TUR-INICIO
               DISPLAY "TERMINO ANTERIOR AO INICIO"
               GO TO ABRE-TURMA-FIM
           END-IF.
           DISPLAY "NUMERO DE VAGAS: ".
           ACCEPT TUR-VAGAS.
           DISPLAY "NUMERO DE AULAS: ".
           ACCEPT TUR-AULAS.
           IF TUR-VAGAS = ZEROS OR TUR-AULAS = ZEROS
               DISPLAY "VAGAS E AULAS DEVEM SER MAIORES QUE ZERO"
               GO TO ABRE-TURMA-FIM
           END-IF.
           MOVE "A" TO TUR-STATUS.
           OPEN EXTEND ARQ-TURMAS.
           WRITE REG-TURMA.
           CLOSE ARQ-TURMAS.
           DISPLAY "TURMA ABERTA COM CODIGO " TUR-CODIGO.
       ABRE-TURMA-FIM.
           EXIT.
       LE-MAIOR-TURMA.
           READ ARQ-TURMAS
               AT END MOVE "S" TO FIM-TURMAS
               NOT AT END
                   IF TUR-CODIGO > MAIOR-TURMA
                       MOVE TUR-CODIGO TO MAIOR-TURMA
                   END-IF
           END-READ.
       MATRICULA-CANDIDATO.
           PERFORM PEDE-TURMA.
           IF TURMA-ACHADA = "N"
               GO TO MATRICULA-CANDIDATO-FIM
           END-IF.
           IF TURMA-STATUS NOT = "A"
               DISPLAY "TURMA JA ENCERRADA"
               GO TO MATRICULA-CANDIDATO-FIM
           END-IF.
           PERFORM CONTA-OCUPADAS.
           IF OCUPADAS NOT < TURMA-VAGAS
               DISPLAY "TURMA SEM VAGAS DISPONIVEIS"
               CALL "GRAVA-EXCECAO" USING "CURSOS-QUALIFICACAO "
                   "TURMA          " "LIMITE-EXCEDIDO     "
                   "MATRICULA RECUSADA - TURMA LOTADA       "
               GO TO MATRICULA-CANDIDATO-FIM
           END-IF.
           DISPLAY "CPF DO CANDIDATO: ".
           ACCEPT CPF.
           PERFORM LOCALIZA-CANDIDATO.
           IF CANDIDATO-ACHADO = "N"
               DISPLAY "CANDIDATO NAO ENCONTRADO"
               CALL "GRAVA-EXCECAO" USING "CURSOS-QUALIFICACAO "
                   "CPF            " "NAO-ENCONTRADO      "
                   "CANDIDATO NAO ENCONTRADO P/ MATRICULA   "
               GO TO MATRICULA-CANDIDATO-FIM
           END-IF.
           DISPLAY "CANDIDATO: " NOME-CAND.
           PERFORM LOCALIZA-MATRICULA.
           IF MATRICULA-ACHADA = "S"
               DISPLAY "CANDIDATO JA MATRICULADO NESTA TURMA"
               GO TO MATRICULA-CANDIDATO-FIM
           END-IF.
           MOVE TURMA           TO MAT-TURMA.
           MOVE CPF             TO MAT-CPF.
           MOVE DATA-HOJE       TO MAT-DATA.
           MOVE ZEROS           TO MAT-PRESENCAS.
           MOVE "M"             TO MAT-SITUACAO.
           MOVE ZEROS           TO MAT-DATA-CONCL.
           MOVE OPERADOR-SESSAO TO MAT-OPERADOR.
           OPEN EXTEND ARQ-MATRICULAS.
           WRITE REG-MATRICULA.
           CLOSE ARQ-MATRICULAS.
           SUBTRACT OCUPADAS FROM TURMA-VAGAS.
           SUBTRACT 1 FROM TURMA-VAGAS.
           MOVE TURMA-VAGAS TO VAGAS-E.
           DISPLAY "MATRICULA REGISTRADA - VAGAS RESTANTES: " VAGAS-E.
       MATRICULA-CANDIDATO-FIM.
           EXIT.
       CONTA-OCUPADAS.
           MOVE ZEROS TO OCUPADAS.
           MOVE "N"   TO FIM-MATRICULAS.
           OPEN INPUT ARQ-MATRICULAS.
           PERFORM LE-OCUPADA UNTIL FIM-MATRICULAS = "S".
           CLOSE ARQ-MATRICULAS.
       LE-OCUPADA.
           READ ARQ-MATRICULAS
               AT END MOVE "S" TO FIM-MATRICULAS
               NOT AT END
                   IF MAT-TURMA = TURMA
                      AND (MAT-SITUACAO = "M" OR MAT-SITUACAO = "C")
                       ADD 1 TO OCUPADAS
                   END-IF
           END-READ.
       LOCALIZA-MATRICULA.
           MOVE "N" TO MATRICULA-ACHADA.
           MOVE "N" TO FIM-MATRICULAS.
           OPEN INPUT ARQ-MATRICULAS.
           PERFORM LE-MATRICULA-CPF UNTIL FIM-MATRICULAS = "S".
           CLOSE ARQ-MATRICULAS.
       LE-MATRICULA-CPF.
           READ ARQ-MATRICULAS
               AT END MOVE "S" TO FIM-MATRICULAS
               NOT AT END
                   IF MAT-TURMA = TURMA AND MAT-CPF = CPF
                      AND MAT-SITUACAO = "M"
                       MOVE "S" TO MATRICULA-ACHADA
                       MOVE "S" TO FIM-MATRICULAS
                   END-IF
           END-READ.
       REGISTRA-PRESENCA.
           PERFORM PEDE-TURMA.
           IF TURMA-ACHADA = "N"
               GO TO REGISTRA-PRESENCA-FIM
           END-IF.
           IF TURMA-STATUS NOT = "A"
               DISPLAY "TURMA JA ENCERRADA"
               GO TO REGISTRA-PRESENCA-FIM
           END-IF.
           DISPLAY "INFORME S PARA PRESENTE OU N PARA FALTA".
           MOVE ZEROS TO CONT-PRESENTES.
           MOVE "N"   TO FIM-MATRICULAS.
           OPEN INPUT  ARQ-MATRICULAS.
           OPEN OUTPUT ARQ-MATRICULAS-TMP.
           PERFORM COPIA-CHAMADA UNTIL FIM-MATRICULAS = "S".
           CLOSE ARQ-MATRICULAS.
           CLOSE ARQ-MATRICULAS-TMP.
           PERFORM DEVOLVE-MATRICULAS.
           MOVE CONT-PRESENTES TO CONT-E.
           DISPLAY "PRESENCAS REGISTRADAS: " CONT-E.
       REGISTRA-PRESENCA-FIM.
           EXIT.
       COPIA-CHAMADA.
           READ ARQ-MATRICULAS
               AT END MOVE "S" TO FIM-MATRICULAS
               NOT AT END
                   IF MAT-TURMA = TURMA AND MAT-SITUACAO = "M"
                       PERFORM CHAMADA-CANDIDATO
                   END-IF
                   MOVE REG-MATRICULA TO REG-MATRICULA-TMP
                   WRITE REG-MATRICULA-TMP
           END-READ.
       CHAMADA-CANDIDATO.
           MOVE MAT-CPF TO CPF.
           PERFORM LOCALIZA-CANDIDATO.
           DISPLAY MAT-CPF " " NOME-CAND " PRESENTE (S/N)? ".
           ACCEPT PRESENTE.
           IF PRESENTE = "S" OR PRESENTE = "s"
               IF MAT-PRESENCAS < TURMA-AULAS
                   ADD 1 TO MAT-PRESENCAS
               END-IF
               ADD 1 TO CONT-PRESENTES
           END-IF.
       ENCERRA-TURMA.
           PERFORM PEDE-TURMA.
           IF TURMA-ACHADA = "N"
               GO TO ENCERRA-TURMA-FIM
           END-IF.
           IF TURMA-STATUS NOT = "A"
               DISPLAY "TURMA JA ENCERRADA"
               GO TO ENCERRA-TURMA-FIM
           END-IF.
           MOVE TURMA-CURSO TO CURSO.
           PERFORM LOCALIZA-CURSO.
           MOVE ZEROS TO CONT-CONCLUIDOS.
           MOVE ZEROS TO CONT-REPROVADOS.
           MOVE "N"   TO FIM-MATRICULAS.
           OPEN INPUT  ARQ-MATRICULAS.
           OPEN OUTPUT ARQ-MATRICULAS-TMP.
           OPEN EXTEND ARQ-QUALIFIC.
           PERFORM COPIA-CONCLUINDO UNTIL FIM-MATRICULAS = "S".
           CLOSE ARQ-QUALIFIC.
           CLOSE ARQ-MATRICULAS.
           CLOSE ARQ-MATRICULAS-TMP.
           PERFORM DEVOLVE-MATRICULAS.
           MOVE "N" TO FIM-TURMAS.
           OPEN INPUT  ARQ-TURMAS.
           OPEN OUTPUT ARQ-TURMAS-TMP.
           PERFORM COPIA-ENCERRANDO UNTIL FIM-TURMAS = "S".
           CLOSE ARQ-TURMAS.
           CLOSE ARQ-TURMAS-TMP.
           MOVE "N" TO FIM-TURMAS.
           OPEN INPUT  ARQ-TURMAS-TMP.
           OPEN OUTPUT ARQ-TURMAS.
           PERFORM DEVOLVE-TURMA UNTIL FIM-TURMAS = "S".
           CLOSE ARQ-TURMAS-TMP.
           CLOSE ARQ-TURMAS.
           MOVE CONT-CONCLUIDOS TO CONT-E.
           DISPLAY "CONCLUINTES (QUALIFICACAO ATUALIZADA): " CONT-E.
           MOVE CONT-REPROVADOS TO CONT-E.
           DISPLAY "REPROVADOS POR FREQUENCIA............: " CONT-E.
       ENCERRA-TURMA-FIM.
           EXIT.
       COPIA-CONCLUINDO.
           READ ARQ-MATRICULAS
               AT END MOVE "S" TO FIM-MATRICULAS
               NOT AT END
                   IF MAT-TURMA = TURMA AND MAT-SITUACAO = "M"
                       PERFORM AVALIA-CONCLUSAO
                   END-IF
                   MOVE REG-MATRICULA TO REG-MATRICULA-TMP
                   WRITE REG-MATRICULA-TMP
           END-READ.
       AVALIA-CONCLUSAO.
           COMPUTE PERCENTUAL = MAT-PRESENCAS * 100 / TURMA-AULAS.
           MOVE DATA-HOJE TO MAT-DATA-CONCL.
           IF PERCENTUAL NOT < FREQUENCIA-MINIMA
               MOVE "C" TO MAT-SITUACAO
               ADD 1 TO CONT-CONCLUIDOS
               PERFORM GRAVA-QUALIFICACAO
           ELSE
               MOVE "R" TO MAT-SITUACAO
               ADD 1 TO CONT-REPROVADOS
           END-IF.
       GRAVA-QUALIFICACAO.
           MOVE MAT-CPF      TO QUAL-CPF.
           MOVE CURSO-ESCOL  TO QUAL-ESCOLARIDADE.
           MOVE ZEROS        TO QUAL-EXPERIENCIA.
           MOVE CURSO-IDIOMA TO QUAL-IDIOMA.
           MOVE CURSO-HABIL  TO QUAL-HABILIDADE.
           WRITE REG-QUALIFIC.
       COPIA-ENCERRANDO.
           READ ARQ-TURMAS
               AT END MOVE "S" TO FIM-TURMAS
               NOT AT END
                   IF TUR-CODIGO = TURMA
                       MOVE "E" TO TUR-STATUS
                   END-IF
                   MOVE REG-TURMA TO REG-TURMA-TMP
                   WRITE REG-TURMA-TMP
           END-READ.
       DEVOLVE-TURMA.
           READ ARQ-TURMAS-TMP
               AT END MOVE "S" TO FIM-TURMAS
               NOT AT END
                   MOVE REG-TURMA-TMP TO REG-TURMA
                   WRITE REG-TURMA
           END-READ.
       REGISTRA-DESISTENCIA.
           PERFORM PEDE-TURMA.
           IF TURMA-ACHADA = "N"
               GO TO REGISTRA-DESISTENCIA-FIM
           END-IF.
           DISPLAY "CPF DO CANDIDATO: ".
           ACCEPT CPF.
           PERFORM LOCALIZA-MATRICULA.
           IF MATRICULA-ACHADA = "N"
               DISPLAY "MATRICULA ATIVA NAO ENCONTRADA"
               GO TO REGISTRA-DESISTENCIA-FIM
           END-IF.
           MOVE "N" TO FIM-MATRICULAS.
           OPEN INPUT  ARQ-MATRICULAS.
           OPEN OUTPUT ARQ-MATRICULAS-TMP.
           PERFORM COPIA-DESISTINDO UNTIL FIM-MATRICULAS = "S".
           CLOSE ARQ-MATRICULAS.
           CLOSE ARQ-MATRICULAS-TMP.
           PERFORM DEVOLVE-MATRICULAS.
           DISPLAY "DESISTENCIA REGISTRADA - VAGA LIBERADA".
       REGISTRA-DESISTENCIA-FIM.
           EXIT.
       COPIA-DESISTINDO.
           READ ARQ-MATRICULAS
               AT END MOVE "S" TO FIM-MATRICULAS
               NOT AT END
                   IF MAT-TURMA = TURMA AND MAT-CPF = CPF
                      AND MAT-SITUACAO = "M"
                       MOVE "D"             TO MAT-SITUACAO
                       MOVE DATA-HOJE       TO MAT-DATA-CONCL
                       MOVE OPERADOR-SESSAO TO MAT-OPERADOR
                   END-IF
                   MOVE REG-MATRICULA TO REG-MATRICULA-TMP
                   WRITE REG-MATRICULA-TMP
           END-READ.
       DEVOLVE-MATRICULAS.
           MOVE "N" TO FIM-MATRICULAS.
           OPEN INPUT  ARQ-MATRICULAS-TMP.
           OPEN OUTPUT ARQ-MATRICULAS.
           PERFORM DEVOLVE-MATRICULA UNTIL FIM-MATRICULAS = "S".
           CLOSE ARQ-MATRICULAS-TMP.
           CLOSE ARQ-MATRICULAS.
       DEVOLVE-MATRICULA.
           READ ARQ-MATRICULAS-TMP
               AT END MOVE "S" TO FIM-MATRICULAS
               NOT AT END
                   MOVE REG-MATRICULA-TMP TO REG-MATRICULA
                   WRITE REG-MATRICULA
           END-READ.
       LISTA-TURMAS.
           MOVE "N" TO FIM-TURMAS.
           OPEN INPUT ARQ-TURMAS.
           PERFORM MOSTRA-TURMA UNTIL FIM-TURMAS = "S".
           CLOSE ARQ-TURMAS.
       MOSTRA-TURMA.
           READ ARQ-TURMAS
               AT END MOVE "S" TO FIM-TURMAS
               NOT AT END
                   MOVE TUR-CURSO TO CURSO
                   PERFORM LOCALIZA-CURSO
                   MOVE TUR-CODIGO TO TURMA
                   PERFORM CONTA-OCUPADAS
                   MOVE TUR-INICIO TO DATA-E
                   MOVE TUR-FIM    TO FIM-E
                   MOVE OCUPADAS   TO CONT-E
                   MOVE TUR-VAGAS  TO VAGAS-E
                   IF TUR-STATUS = "A"
                       MOVE "ABERTA   " TO STATUS-DESC
                   ELSE
                       MOVE "ENCERRADA" TO STATUS-DESC
                   END-IF
                   DISPLAY TUR-CODIGO " " CURSO-NOME " " DATA-E
                       " A " FIM-E " " CONT-E "/" VAGAS-E " "
                       STATUS-DESC
           END-READ.
       PEDE-TURMA.
           DISPLAY "CODIGO DA TURMA: ".
           ACCEPT TURMA.
           PERFORM LOCALIZA-TURMA.
           IF TURMA-ACHADA = "N"
               DISPLAY "TURMA NAO CADASTRADA"
               CALL "GRAVA-EXCECAO" USING "CURSOS-QUALIFICACAO "
                   "TURMA          " "NAO-ENCONTRADO      "
                   "TURMA INEXISTENTE                       "
           ELSE
               MOVE TURMA-CURSO TO CURSO
               PERFORM LOCALIZA-CURSO
               DISPLAY "TURMA " TURMA " - " CURSO-NOME
           END-IF.
       LOCALIZA-TURMA.
           MOVE "N" TO TURMA-ACHADA.
           MOVE "N" TO FIM-TURMAS.
           OPEN INPUT ARQ-TURMAS.
           PERFORM LE-TURMA UNTIL FIM-TURMAS = "S".
           CLOSE ARQ-TURMAS.
       LE-TURMA.
           READ ARQ-TURMAS
               AT END MOVE "S" TO FIM-TURMAS
               NOT AT END
                   IF TUR-CODIGO = TURMA
                       MOVE TUR-CURSO  TO TURMA-CURSO
                       MOVE TUR-VAGAS  TO TURMA-VAGAS
                       MOVE TUR-AULAS  TO TURMA-AULAS
                       MOVE TUR-STATUS TO TURMA-STATUS
                       MOVE "S" TO TURMA-ACHADA
                       MOVE "S" TO FIM-TURMAS
                   END-IF
           END-READ.
       LOCALIZA-CURSO.
           MOVE "N"    TO CURSO-ACHADO.
           MOVE SPACES TO CURSO-NOME.
           MOVE ZERO   TO CURSO-ESCOL.
           MOVE SPACES TO CURSO-IDIOMA.
           MOVE SPACES TO CURSO-HABIL.
           MOVE "N"    TO FIM-CURSOS.
           OPEN INPUT ARQ-CURSOS.
           PERFORM LE-CURSO UNTIL FIM-CURSOS = "S".
           CLOSE ARQ-CURSOS.
       LE-CURSO.
           READ ARQ-CURSOS
               AT END MOVE "S" TO FIM-CURSOS
               NOT AT END
                   IF CUR-CODIGO = CURSO
                       MOVE CUR-NOME         TO CURSO-NOME
                       MOVE CUR-ESCOLARIDADE TO CURSO-ESCOL
                       MOVE CUR-IDIOMA       TO CURSO-IDIOMA
                       MOVE CUR-HABILIDADE   TO CURSO-HABIL
                       MOVE "S" TO CURSO-ACHADO
                       MOVE "S" TO FIM-CURSOS
                   END-IF
           END-READ.
       LOCALIZA-CANDIDATO.
           MOVE "N"    TO CANDIDATO-ACHADO.
           MOVE SPACES TO NOME-CAND.
           MOVE "N"    TO FIM-CANDIDATOS.
           OPEN INPUT ARQ-CANDIDATOS.
           PERFORM LE-CANDIDATO UNTIL FIM-CANDIDATOS = "S".
           CLOSE ARQ-CANDIDATOS.
       LE-CANDIDATO.
           READ ARQ-CANDIDATOS
               AT END MOVE "S" TO FIM-CANDIDATOS
               NOT AT END
                   IF REG-CPF = CPF
                       MOVE REG-NOME TO NOME-CAND
                       MOVE "S" TO CANDIDATO-ACHADO
                       MOVE "S" TO FIM-CANDIDATOS
                   END-IF
           END-READ.
