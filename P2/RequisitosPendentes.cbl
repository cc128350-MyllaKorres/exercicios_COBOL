       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQUISITOS-PENDENTES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-VAGAS ASSIGN TO "VAGAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-CANDIDATOS
                   ASSIGN TO "CANDIDATOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-QUALIFIC ASSIGN TO "QUALIFIC.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-REQUISITOS ASSIGN TO "REQVAGAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-CURSOS ASSIGN TO "CURSOSQUAL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-RELATORIO ASSIGN TO "REQPEND.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-VAGAS.
           01  REG-VAGA.
               02 VAGA-CODIGO   PIC 9(03).
               02 VAGA-EMPRESA  PIC X(20).
               02 VAGA-PROF     PIC 9(01).
               02 VAGA-SALARIO  PIC 9(04)V9(02).
               02 VAGA-QTDE     PIC 9(02).
               02 VAGA-STATUS   PIC X(01).
               02 VAGA-VALIDADE PIC 9(08).
               02 VAGA-UF       PIC X(02).
               02 VAGA-MUDANCA  PIC X(01).
               02 VAGA-EMP-COD  PIC 9(04).
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
           FD  ARQ-REQUISITOS.
           01  REG-REQUISITO.
               02 REQ-VAGA          PIC 9(03).
               02 REQ-ESCOLARIDADE  PIC 9(01).
               02 REQ-EXPERIENCIA   PIC 9(02).
               02 REQ-IDIOMA        PIC X(10).
               02 REQ-HABILIDADE    PIC X(20).
           FD  ARQ-CURSOS.
           01  REG-CURSO.
               02 CUR-CODIGO       PIC 9(03).
               02 CUR-NOME         PIC X(30).
               02 CUR-CARGA        PIC 9(03).
               02 CUR-ESCOLARIDADE PIC 9(01).
               02 CUR-IDIOMA       PIC X(10).
               02 CUR-HABILIDADE   PIC X(20).
           FD  ARQ-RELATORIO.
           01  LINHA-RELATORIO  PIC X(80).
       WORKING-STORAGE SECTION.
           01 DATA-DO-SISTEMA.
               02 ANO          PIC 9(04) VALUE ZEROS.
               02 MES          PIC 9(02) VALUE ZEROS.
               02 DIA          PIC 9(02) VALUE ZEROS.
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
           01 REGISTROS-SPOOL  PIC 9(06) VALUE ZEROS.
           01 FIM-CANDIDATOS   PIC X(01) VALUE "N".
           01 FIM-QUALIFIC     PIC X(01) VALUE "N".
           01 FIM-VAGAS        PIC X(01) VALUE "N".
           01 FIM-REQUISITOS   PIC X(01) VALUE "N".
           01 FIM-CURSOS       PIC X(01) VALUE "N".
           01 QTDE-CANDIDATOS  PIC 9(03) VALUE ZEROS.
           01 TABELA-CANDIDATOS.
               02 CAND-T OCCURS 500 TIMES.
                   03 CAND-T-CPF     PIC 9(11).
                   03 CAND-T-PROF    PIC 9(01).
                   03 CAND-T-ESCOL   PIC 9(01).
                   03 CAND-T-EXPER   PIC 9(02).
                   03 CAND-T-IDIOMA-OK PIC X(01).
                   03 CAND-T-HABIL-OK  PIC X(01).
           01 IDX-CAND         PIC 9(03) VALUE ZEROS.
           01 QTDE-CURSOS      PIC 9(03) VALUE ZEROS.
           01 TABELA-CURSOS.
               02 CURSO-T OCCURS 200 TIMES.
                   03 CURSO-T-CODIGO PIC 9(03).
                   03 CURSO-T-NOME   PIC X(30).
                   03 CURSO-T-ESCOL  PIC 9(01).
                   03 CURSO-T-IDIOMA PIC X(10).
                   03 CURSO-T-HABIL  PIC X(20).
           01 IDX-CURSO        PIC 9(03) VALUE ZEROS.
           01 QTDE-PENDENCIAS  PIC 9(03) VALUE ZEROS.
           01 TABELA-PENDENCIAS.
               02 PEND-T OCCURS 200 TIMES.
                   03 PEND-T-TIPO     PIC X(01).
                   03 PEND-T-VALOR    PIC X(20).
                   03 PEND-T-CAND     PIC 9(05).
                   03 PEND-T-VAGAS    PIC 9(04).
                   03 PEND-T-ULT-VAGA PIC 9(03).
                   03 PEND-T-LISTADA  PIC X(01).
           01 IDX-PEND         PIC 9(03) VALUE ZEROS.
           01 IDX-MAIOR        PIC 9(03) VALUE ZEROS.
           01 ACHOU-PEND       PIC X(01) VALUE "N".
           01 ACHOU-REQ        PIC X(01) VALUE "N".
           01 ACHOU-CURSO      PIC X(01) VALUE "N".
           01 REQ-ESCOL-VAGA   PIC 9(01) VALUE ZERO.
           01 REQ-EXPER-VAGA   PIC 9(02) VALUE ZEROS.
           01 REQ-IDIOMA-VAGA  PIC X(10) VALUE SPACES.
           01 REQ-HABIL-VAGA   PIC X(20) VALUE SPACES.
           01 PEND-TIPO        PIC X(01) VALUE SPACE.
           01 PEND-VALOR       PIC X(20) VALUE SPACES.
           01 CONT-VAGAS       PIC 9(04) VALUE ZEROS.
           01 CONT-DESCARTADOS PIC 9(05) VALUE ZEROS.
           01 CAMPOS-EDITADOS.
               02 DATA-E       PIC 9999/99/99.
               02 NIVEL-E      PIC 9.
               02 ANOS-E       PIC Z9.
               02 CAND-E       PIC ZZZZ9.
               02 VAGAS-E      PIC ZZZ9.
               02 CONT-E       PIC ZZZZ9.
               02 TIPO-DESC    PIC X(12).
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "REQUISITOS DE VAGAS NAO ATENDIDOS".
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           INITIALIZE TABELA-PENDENCIAS.
           PERFORM CARREGA-CANDIDATOS.
           PERFORM CARREGA-QUALIFICACOES.
           PERFORM CARREGA-CURSOS.
           MOVE "N" TO FIM-VAGAS.
           OPEN INPUT ARQ-VAGAS.
           PERFORM PROCESSA-VAGA UNTIL FIM-VAGAS = "S".
           CLOSE ARQ-VAGAS.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM CABECALHO.
           PERFORM LISTA-MAIOR QTDE-PENDENCIAS TIMES.
           PERFORM RODAPE.
           CLOSE ARQ-RELATORIO.
           MOVE QTDE-PENDENCIAS TO REGISTROS-SPOOL.
           CALL "GUARDA-RELATORIO" USING "REQPEND   "
               "REQPEND.TXT     " REGISTROS-SPOOL.
           MOVE QTDE-PENDENCIAS TO CONT-E.
           DISPLAY "REQUISITOS NAO ATENDIDOS LISTADOS: " CONT-E.
           STOP RUN.
       CARREGA-CANDIDATOS.
           MOVE "N" TO FIM-CANDIDATOS.
           OPEN INPUT ARQ-CANDIDATOS.
           PERFORM LE-CANDIDATO UNTIL FIM-CANDIDATOS = "S".
           CLOSE ARQ-CANDIDATOS.
       LE-CANDIDATO.
           READ ARQ-CANDIDATOS
               AT END MOVE "S" TO FIM-CANDIDATOS
               NOT AT END
                   IF QTDE-CANDIDATOS < 500
                       ADD 1 TO QTDE-CANDIDATOS
                       MOVE REG-CPF  TO CAND-T-CPF(QTDE-CANDIDATOS)
                       MOVE REG-PROF TO CAND-T-PROF(QTDE-CANDIDATOS)
                       MOVE ZERO     TO CAND-T-ESCOL(QTDE-CANDIDATOS)
                       MOVE ZEROS    TO CAND-T-EXPER(QTDE-CANDIDATOS)
                   END-IF
           END-READ.
       CARREGA-QUALIFICACOES.
           MOVE "N" TO FIM-QUALIFIC.
           OPEN INPUT ARQ-QUALIFIC.
           PERFORM LE-QUALIFICACAO UNTIL FIM-QUALIFIC = "S".
           CLOSE ARQ-QUALIFIC.
       LE-QUALIFICACAO.
           READ ARQ-QUALIFIC
               AT END MOVE "S" TO FIM-QUALIFIC
               NOT AT END
                   PERFORM APLICA-QUALIFICACAO
           END-READ.
       APLICA-QUALIFICACAO.
           PERFORM VARYING IDX-CAND FROM 1 BY 1
                   UNTIL IDX-CAND > QTDE-CANDIDATOS
               IF CAND-T-CPF(IDX-CAND) = QUAL-CPF
                   IF QUAL-ESCOLARIDADE > CAND-T-ESCOL(IDX-CAND)
                       MOVE QUAL-ESCOLARIDADE
                           TO CAND-T-ESCOL(IDX-CAND)
                   END-IF
                   IF QUAL-EXPERIENCIA > CAND-T-EXPER(IDX-CAND)
                       MOVE QUAL-EXPERIENCIA
                           TO CAND-T-EXPER(IDX-CAND)
                   END-IF
               END-IF
           END-PERFORM.
       CARREGA-CURSOS.
           MOVE "N" TO FIM-CURSOS.
           OPEN INPUT ARQ-CURSOS.
           PERFORM LE-CURSO UNTIL FIM-CURSOS = "S".
           CLOSE ARQ-CURSOS.
       LE-CURSO.
           READ ARQ-CURSOS
               AT END MOVE "S" TO FIM-CURSOS
               NOT AT END
                   IF QTDE-CURSOS < 200
                       ADD 1 TO QTDE-CURSOS
                       MOVE CUR-CODIGO TO CURSO-T-CODIGO(QTDE-CURSOS)
                       MOVE CUR-NOME   TO CURSO-T-NOME(QTDE-CURSOS)
                       MOVE CUR-ESCOLARIDADE
                           TO CURSO-T-ESCOL(QTDE-CURSOS)
                       MOVE CUR-IDIOMA TO CURSO-T-IDIOMA(QTDE-CURSOS)
                       MOVE CUR-HABILIDADE
                           TO CURSO-T-HABIL(QTDE-CURSOS)
                   END-IF
           END-READ.
       PROCESSA-VAGA.
           READ ARQ-VAGAS
               AT END MOVE "S" TO FIM-VAGAS
               NOT AT END
                   IF VAGA-STATUS = "A"
                      AND VAGA-VALIDADE >= DATA-HOJE
                       PERFORM BUSCA-REQUISITOS-VAGA
                       IF ACHOU-REQ = "S"
                           ADD 1 TO CONT-VAGAS
                           PERFORM CONFERE-IDIOMA-HABILIDADE
                           PERFORM AVALIA-CANDIDATO
                               VARYING IDX-CAND FROM 1 BY 1
                               UNTIL IDX-CAND > QTDE-CANDIDATOS
                       END-IF
                   END-IF
           END-READ.
       BUSCA-REQUISITOS-VAGA.
           MOVE "N"    TO ACHOU-REQ.
           MOVE ZERO   TO REQ-ESCOL-VAGA.
           MOVE ZEROS  TO REQ-EXPER-VAGA.
           MOVE SPACES TO REQ-IDIOMA-VAGA.
           MOVE SPACES TO REQ-HABIL-VAGA.
           MOVE "N"    TO FIM-REQUISITOS.
           OPEN INPUT ARQ-REQUISITOS.
           PERFORM LE-REQUISITO UNTIL FIM-REQUISITOS = "S".
           CLOSE ARQ-REQUISITOS.
       LE-REQUISITO.
           READ ARQ-REQUISITOS
               AT END MOVE "S" TO FIM-REQUISITOS
               NOT AT END
                   IF REQ-VAGA = VAGA-CODIGO
                       MOVE "S" TO ACHOU-REQ
                       MOVE REQ-ESCOLARIDADE TO REQ-ESCOL-VAGA
                       MOVE REQ-EXPERIENCIA  TO REQ-EXPER-VAGA
                       MOVE REQ-IDIOMA       TO REQ-IDIOMA-VAGA
                       MOVE REQ-HABILIDADE   TO REQ-HABIL-VAGA
                   END-IF
           END-READ.
       CONFERE-IDIOMA-HABILIDADE.
           PERFORM VARYING IDX-CAND FROM 1 BY 1
                   UNTIL IDX-CAND > QTDE-CANDIDATOS
               MOVE "N" TO CAND-T-IDIOMA-OK(IDX-CAND)
               MOVE "N" TO CAND-T-HABIL-OK(IDX-CAND)
           END-PERFORM.
           IF REQ-IDIOMA-VAGA NOT = SPACES
              OR REQ-HABIL-VAGA NOT = SPACES
               MOVE "N" TO FIM-QUALIFIC
               OPEN INPUT ARQ-QUALIFIC
               PERFORM LE-IDIOMA-HABILIDADE UNTIL FIM-QUALIFIC = "S"
               CLOSE ARQ-QUALIFIC
           END-IF.
       LE-IDIOMA-HABILIDADE.
           READ ARQ-QUALIFIC
               AT END MOVE "S" TO FIM-QUALIFIC
               NOT AT END
                   PERFORM APLICA-IDIOMA-HABILIDADE
           END-READ.
       APLICA-IDIOMA-HABILIDADE.
           PERFORM VARYING IDX-CAND FROM 1 BY 1
                   UNTIL IDX-CAND > QTDE-CANDIDATOS
               IF CAND-T-CPF(IDX-CAND) = QUAL-CPF
                   IF QUAL-IDIOMA = REQ-IDIOMA-VAGA
                      AND QUAL-IDIOMA NOT = SPACES
                       MOVE "S" TO CAND-T-IDIOMA-OK(IDX-CAND)
                   END-IF
                   IF QUAL-HABILIDADE = REQ-HABIL-VAGA
                      AND QUAL-HABILIDADE NOT = SPACES
                       MOVE "S" TO CAND-T-HABIL-OK(IDX-CAND)
                   END-IF
               END-IF
           END-PERFORM.
       AVALIA-CANDIDATO.
           IF CAND-T-PROF(IDX-CAND) = VAGA-PROF
               IF CAND-T-ESCOL(IDX-CAND) < REQ-ESCOL-VAGA
                   MOVE "E"            TO PEND-TIPO
                   MOVE SPACES         TO PEND-VALOR
                   MOVE REQ-ESCOL-VAGA TO NIVEL-E
                   STRING "NIVEL " DELIMITED BY SIZE
                          NIVEL-E  DELIMITED BY SIZE
                     INTO PEND-VALOR
                   PERFORM ACUMULA-PENDENCIA
               END-IF
               IF CAND-T-EXPER(IDX-CAND) < REQ-EXPER-VAGA
                   MOVE "X"            TO PEND-TIPO
                   MOVE SPACES         TO PEND-VALOR
                   MOVE REQ-EXPER-VAGA TO ANOS-E
                   STRING ANOS-E   DELIMITED BY SIZE
                          " ANO(S)" DELIMITED BY SIZE
                     INTO PEND-VALOR
                   PERFORM ACUMULA-PENDENCIA
               END-IF
               IF REQ-IDIOMA-VAGA NOT = SPACES
                  AND CAND-T-IDIOMA-OK(IDX-CAND) = "N"
                   MOVE "I"             TO PEND-TIPO
                   MOVE REQ-IDIOMA-VAGA TO PEND-VALOR
                   PERFORM ACUMULA-PENDENCIA
               END-IF
               IF REQ-HABIL-VAGA NOT = SPACES
                  AND CAND-T-HABIL-OK(IDX-CAND) = "N"
                   MOVE "H"            TO PEND-TIPO
                   MOVE REQ-HABIL-VAGA TO PEND-VALOR
                   PERFORM ACUMULA-PENDENCIA
               END-IF
           END-IF.
       ACUMULA-PENDENCIA.
           MOVE "N" TO ACHOU-PEND.
           PERFORM VARYING IDX-PEND FROM 1 BY 1
                   UNTIL IDX-PEND > QTDE-PENDENCIAS
                      OR ACHOU-PEND = "S"
               IF PEND-T-TIPO(IDX-PEND) = PEND-TIPO
                  AND PEND-T-VALOR(IDX-PEND) = PEND-VALOR
                   MOVE "S" TO ACHOU-PEND
               END-IF
           END-PERFORM.
           IF ACHOU-PEND = "S"
               SUBTRACT 1 FROM IDX-PEND
           ELSE
               IF QTDE-PENDENCIAS < 200
                   ADD 1 TO QTDE-PENDENCIAS
                   MOVE QTDE-PENDENCIAS TO IDX-PEND
                   MOVE PEND-TIPO  TO PEND-T-TIPO(IDX-PEND)
                   MOVE PEND-VALOR TO PEND-T-VALOR(IDX-PEND)
                   MOVE "S" TO ACHOU-PEND
               ELSE
                   ADD 1 TO CONT-DESCARTADOS
               END-IF
           END-IF.
           IF ACHOU-PEND = "S"
               ADD 1 TO PEND-T-CAND(IDX-PEND)
               IF PEND-T-ULT-VAGA(IDX-PEND) NOT = VAGA-CODIGO
                   ADD 1 TO PEND-T-VAGAS(IDX-PEND)
                   MOVE VAGA-CODIGO TO PEND-T-ULT-VAGA(IDX-PEND)
               END-IF
           END-IF.
       CABECALHO.
           MOVE DATA-HOJE TO DATA-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "REQUISITOS DE VAGAS NAO ATENDIDOS - "
                      DELIMITED BY SIZE
                  DATA-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE CONT-VAGAS TO CONT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "VAGAS ABERTAS COM REQUISITOS: " DELIMITED BY SIZE
                  CONT-E                           DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "TIPO"            TO LINHA-RELATORIO(1:4).
           MOVE "REQUISITO"       TO LINHA-RELATORIO(14:9).
           MOVE "CAND."           TO LINHA-RELATORIO(36:5).
           MOVE "VAGAS"           TO LINHA-RELATORIO(42:5).
           MOVE "CURSO QUE ATENDE" TO LINHA-RELATORIO(49:16).
           WRITE LINHA-RELATORIO.
       LISTA-MAIOR.
           MOVE ZEROS TO IDX-MAIOR.
           PERFORM VARYING IDX-PEND FROM 1 BY 1
                   UNTIL IDX-PEND > QTDE-PENDENCIAS
               IF PEND-T-LISTADA(IDX-PEND) NOT = "S"
                   IF IDX-MAIOR = ZEROS
                       MOVE IDX-PEND TO IDX-MAIOR
                   ELSE
                       IF PEND-T-CAND(IDX-PEND)
                          > PEND-T-CAND(IDX-MAIOR)
                           MOVE IDX-PEND TO IDX-MAIOR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF IDX-MAIOR > ZEROS
               MOVE "S" TO PEND-T-LISTADA(IDX-MAIOR)
               PERFORM GRAVA-PENDENCIA
           END-IF.
       GRAVA-PENDENCIA.
           EVALUATE PEND-T-TIPO(IDX-MAIOR)
               WHEN "E" MOVE "ESCOLARIDADE" TO TIPO-DESC
               WHEN "X" MOVE "EXPERIENCIA " TO TIPO-DESC
               WHEN "I" MOVE "IDIOMA      " TO TIPO-DESC
               WHEN "H" MOVE "HABILIDADE  " TO TIPO-DESC
           END-EVALUATE.
           PERFORM BUSCA-CURSO.
           MOVE PEND-T-CAND(IDX-MAIOR)  TO CAND-E.
           MOVE PEND-T-VAGAS(IDX-MAIOR) TO VAGAS-E.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE TIPO-DESC               TO LINHA-RELATORIO(1:12).
           MOVE PEND-T-VALOR(IDX-MAIOR) TO LINHA-RELATORIO(14:20).
           MOVE CAND-E                  TO LINHA-RELATORIO(36:5).
           MOVE VAGAS-E                 TO LINHA-RELATORIO(43:4).
           IF IDX-CURSO > QTDE-CURSOS
               IF PEND-T-TIPO(IDX-MAIOR) = "X"
                   MOVE "-"             TO LINHA-RELATORIO(49:1)
               ELSE
                   MOVE "NENHUM CURSO"  TO LINHA-RELATORIO(49:12)
               END-IF
           ELSE
               MOVE CURSO-T-CODIGO(IDX-CURSO)
                   TO LINHA-RELATORIO(49:3)
               MOVE CURSO-T-NOME(IDX-CURSO)(1:28)
                   TO LINHA-RELATORIO(53:28)
           END-IF.
           WRITE LINHA-RELATORIO.
       BUSCA-CURSO.
           MOVE "N" TO ACHOU-CURSO.
           MOVE ZEROS TO IDX-CURSO.
           IF PEND-T-TIPO(IDX-MAIOR) = "E"
               MOVE PEND-T-VALOR(IDX-MAIOR)(7:1) TO NIVEL-E
           END-IF.
           IF PEND-T-TIPO(IDX-MAIOR) NOT = "X"
               PERFORM CONFERE-CURSO
                   UNTIL ACHOU-CURSO = "S"
                      OR IDX-CURSO NOT < QTDE-CURSOS
           END-IF.
           IF ACHOU-CURSO = "N"
               ADD 1 TO QTDE-CURSOS GIVING IDX-CURSO
           END-IF.
       CONFERE-CURSO.
           ADD 1 TO IDX-CURSO.
           EVALUATE PEND-T-TIPO(IDX-MAIOR)
               WHEN "E"
                   IF CURSO-T-ESCOL(IDX-CURSO) >= NIVEL-E
                       MOVE "S" TO ACHOU-CURSO
                   END-IF
               WHEN "I"
                   IF CURSO-T-IDIOMA(IDX-CURSO)
                      = PEND-T-VALOR(IDX-MAIOR)(1:10)
                       MOVE "S" TO ACHOU-CURSO
                   END-IF
               WHEN "H"
                   IF CURSO-T-HABIL(IDX-CURSO)
                      = PEND-T-VALOR(IDX-MAIOR)
                       MOVE "S" TO ACHOU-CURSO
                   END-IF
           END-EVALUATE.
       RODAPE.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE QTDE-PENDENCIAS TO CONT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "REQUISITOS DISTINTOS NAO ATENDIDOS: "
                      DELIMITED BY SIZE
                  CONT-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF CONT-DESCARTADOS > ZEROS
               MOVE CONT-DESCARTADOS TO CONT-E
               MOVE SPACES TO LINHA-RELATORIO
               STRING "OCORRENCIAS FORA DA TABELA: " DELIMITED BY SIZE
                      CONT-E DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
