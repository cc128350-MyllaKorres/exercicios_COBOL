       IDENTIFICATION DIVISION.
       PROGRAM-ID. DADOS-TITULAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-CANDIDATOS
                   ASSIGN TO "CANDIDATOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-HISTORICO ASSIGN TO "HISTCAND.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-QUALIFIC ASSIGN TO "QUALIFIC.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-CONTATOS ASSIGN TO "CONTATOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-ENCAMINHAMENTOS
                   ASSIGN TO "ENCAMINH.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-AGENDA ASSIGN TO "AGENDA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-MATRICULAS
                   ASSIGN TO "MATRICUL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-FATURAS ASSIGN TO "FATCOLOC.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-CONSENTIMENTOS
                   ASSIGN TO "CONSENTIM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-RELATORIO ASSIGN TO "TITULAR.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
           FD  ARQ-HISTORICO.
           01  REG-HISTORICO.
               02 HIST-NOME       PIC X(35).
               02 HIST-CPF        PIC 9(11).
               02 HIST-IDADE      PIC 9(02).
               02 HIST-APRENDIZ   PIC X(01).
               02 HIST-SEXO       PIC 9(01).
               02 HIST-PRT-SAL    PIC 9(04)V9(02).
               02 HIST-PROF       PIC 9(01).
               02 HIST-DATA-CAD   PIC 9(08).
               02 HIST-HORA-CAD   PIC 9(08).
               02 HIST-ENDERECO   PIC X(30).
               02 HIST-CIDADE     PIC X(20).
               02 HIST-UF         PIC X(02).
               02 HIST-MOTIVO     PIC X(01).
               02 HIST-DATA-SAIDA PIC 9(08).
               02 HIST-ORIGEM     PIC X(20).
               02 HIST-OPERADOR   PIC X(08).
           FD  ARQ-QUALIFIC.
           01  REG-QUALIFIC.
               02 QUAL-CPF          PIC 9(11).
               02 QUAL-ESCOLARIDADE PIC 9(01).
               02 QUAL-EXPERIENCIA  PIC 9(02).
               02 QUAL-IDIOMA       PIC X(10).
               02 QUAL-HABILIDADE   PIC X(20).
           FD  ARQ-CONTATOS.
           01  REG-CONTATO.
               02 CTT-CPF       PIC 9(11).
               02 CTT-DATA      PIC 9(08).
               02 CTT-HORA      PIC 9(06).
               02 CTT-OPERADOR  PIC X(08).
               02 CTT-CANAL     PIC X(01).
               02 CTT-RESULTADO PIC X(01).
               02 CTT-NOTA      PIC X(40).
           FD  ARQ-ENCAMINHAMENTOS.
           01  REG-ENCAMINHAMENTO.
               02 ENC-CPF       PIC 9(11).
               02 ENC-VAGA      PIC 9(03).
               02 ENC-DATA      PIC 9(08).
               02 ENC-STATUS    PIC X(01).
           FD  ARQ-AGENDA.
           01  REG-AGENDA.
               02 AGE-CPF       PIC 9(11).
               02 AGE-VAGA      PIC 9(03).
               02 AGE-DATA      PIC 9(08).
               02 AGE-HORA      PIC 9(04).
               02 AGE-RESULTADO PIC X(01).
               02 AGE-RECURSO   PIC 9(02).
           FD  ARQ-MATRICULAS.
           01  REG-MATRICULA.
               02 MAT-TURMA      PIC 9(04).
               02 MAT-CPF        PIC 9(11).
               02 MAT-DATA       PIC 9(08).
               02 MAT-PRESENCAS  PIC 9(02).
               02 MAT-SITUACAO   PIC X(01).
               02 MAT-DATA-CONCL PIC 9(08).
               02 MAT-OPERADOR   PIC X(08).
           FD  ARQ-FATURAS.
           01  REG-FATURA.
               02 FAT-EMPRESA   PIC 9(04).
               02 FAT-CPF       PIC 9(11).
               02 FAT-VAGA      PIC 9(03).
               02 FAT-DATA      PIC 9(08).
               02 FAT-SALARIO   PIC 9(04)V9(02).
               02 FAT-TAXA      PIC 9(02)V9(02).
               02 FAT-VALOR     PIC 9(09)V9(02).
               02 FAT-TITULO    PIC 9(06).
           FD  ARQ-CONSENTIMENTOS.
           01  REG-CONSENTIMENTO.
               02 CNS-CPF        PIC 9(11).
               02 CNS-ESCOPO     PIC X(01).
               02 CNS-CANAL      PIC X(01).
               02 CNS-DATA       PIC 9(08).
               02 CNS-SITUACAO   PIC X(01).
               02 CNS-DATA-REVOG PIC 9(08).
               02 CNS-OPERADOR   PIC X(08).
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
           01 CPF              PIC 9(11) VALUE ZEROS.
           01 CONTINUAR        PIC X(01) VALUE SPACE.
           01 FIM-CANDIDATOS   PIC X(01) VALUE "N".
           01 FIM-HISTORICO    PIC X(01) VALUE "N".
           01 FIM-QUALIFIC     PIC X(01) VALUE "N".
           01 FIM-CONTATOS     PIC X(01) VALUE "N".
           01 FIM-ENCAMINH     PIC X(01) VALUE "N".
           01 FIM-AGENDA       PIC X(01) VALUE "N".
           01 FIM-MATRICULAS   PIC X(01) VALUE "N".
           01 FIM-FATURAS      PIC X(01) VALUE "N".
           01 FIM-CONSENTIM    PIC X(01) VALUE "N".
           01 CONT-LINHAS      PIC 9(06) VALUE ZEROS.
           01 CONT-ITENS       PIC 9(05) VALUE ZEROS.
           01 CONT-SECAO       PIC 9(05) VALUE ZEROS.
           01 REGISTROS-SPOOL  PIC 9(06) VALUE ZEROS.
           01 CAMPOS-EDICAO.
               02 DATA-E        PIC 9999/99/99.
               02 DATA2-E       PIC 9999/99/99.
               02 IDADE-E       PIC Z9.
               02 SALARIO-E     PIC ZZZ9,99.
               02 EXPER-E       PIC Z9.
               02 CONT-E        PIC ZZZZ9.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RELATORIO DE DADOS DO TITULAR (LGPD)".
           CALL "IDENTIFICA-OPERADOR" USING OPERADOR-SESSAO
               PERFIL-SESSAO.
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           MOVE "S" TO CONTINUAR.
           PERFORM GERA-RELATORIO UNTIL CONTINUAR NOT = "S".
           DISPLAY "FIM DO PROGRAMA".
           STOP RUN.
       GERA-RELATORIO.
           DISPLAY "CPF DO TITULAR: ".
           ACCEPT CPF.
           MOVE ZEROS TO CONT-LINHAS.
           MOVE ZEROS TO CONT-ITENS.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM GRAVA-CABECALHO.
           PERFORM GRAVA-CADASTRO.
           PERFORM GRAVA-HISTORICO.
           PERFORM GRAVA-QUALIFICACOES.
           PERFORM GRAVA-CONTATOS.
           PERFORM GRAVA-ENCAMINHAMENTOS.
           PERFORM GRAVA-ENTREVISTAS.
           PERFORM GRAVA-MATRICULAS.
           PERFORM GRAVA-COLOCACOES.
           PERFORM GRAVA-CONSENTIMENTOS.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM GRAVA-LINHA.
           MOVE CONT-ITENS TO CONT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL DE REGISTROS LOCALIZADOS: " DELIMITED BY SIZE
                  CONT-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM GRAVA-LINHA.
           CLOSE ARQ-RELATORIO.
           MOVE CONT-LINHAS TO REGISTROS-SPOOL.
           CALL "GUARDA-RELATORIO" USING "TITULAR   "
               "TITULAR.TXT     " REGISTROS-SPOOL.
           IF CONT-ITENS = ZEROS
               DISPLAY "NENHUM DADO ENCONTRADO PARA O CPF"
               CALL "GRAVA-EXCECAO" USING "DADOS-TITULAR       "
                   "CPF            " "NAO-ENCONTRADO      "
                   "NENHUM DADO PESSOAL PARA O CPF INFORMADO"
           ELSE
               MOVE CONT-ITENS TO CONT-E
               DISPLAY "REGISTROS LOCALIZADOS: " CONT-E
           END-IF.
           DISPLAY "RELATORIO GERADO EM TITULAR.TXT".
           DISPLAY "CONSULTAR OUTRO CPF (S/N)? ".
           ACCEPT CONTINUAR.
           IF CONTINUAR = "s"
               MOVE "S" TO CONTINUAR
           END-IF.
       GRAVA-LINHA.
           WRITE LINHA-RELATORIO.
           ADD 1 TO CONT-LINHAS.
       GRAVA-TITULO-SECAO.
           MOVE ZEROS TO CONT-SECAO.
           PERFORM GRAVA-LINHA.
       FECHA-SECAO.
           IF CONT-SECAO = ZEROS
               MOVE "  NENHUM REGISTRO" TO LINHA-RELATORIO
               PERFORM GRAVA-LINHA
           END-IF.
           ADD CONT-SECAO TO CONT-ITENS.
       GRAVA-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "DADOS PESSOAIS MANTIDOS PELA AGENCIA - CPF "
                      DELIMITED BY SIZE
                  CPF DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM GRAVA-LINHA.
           MOVE DATA-HOJE TO DATA-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "EMITIDO EM " DELIMITED BY SIZE
                  DATA-E        DELIMITED BY SIZE
                  " POR "       DELIMITED BY SIZE
                  OPERADOR-SESSAO DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM GRAVA-LINHA.
       GRAVA-CADASTRO.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM GRAVA-LINHA.
           MOVE "CADASTRO ATIVO (CANDIDATOS):" TO LINHA-RELATORIO.
           PERFORM GRAVA-TITULO-SECAO.
           MOVE "N" TO FIM-CANDIDATOS.
           OPEN INPUT ARQ-CANDIDATOS.
           PERFORM LE-CANDIDATO UNTIL FIM-CANDIDATOS = "S".
           CLOSE ARQ-CANDIDATOS.
           PERFORM FECHA-SECAO.
       LE-CANDIDATO.
           READ ARQ-CANDIDATOS
               AT END MOVE "S" TO FIM-CANDIDATOS
               NOT AT END
                   IF REG-CPF = CPF
                       ADD 1 TO CONT-SECAO
                       PERFORM GRAVA-LINHAS-CANDIDATO
                   END-IF
           END-READ.
       GRAVA-LINHAS-CANDIDATO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  NOME.......: " DELIMITED BY SIZE
                  REG-NOME          DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM GRAVA-LINHA.
           MOVE REG-IDADE   TO IDADE-E.
           MOVE REG-PRT-SAL TO SALARIO-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  IDADE......: " DELIMITED BY SIZE
                  IDADE-E           DELIMITED BY SIZE
                  "  SEXO: "        DELIMITED BY SIZE
                  REG-SEXO          DELIMITED BY SIZE
                  "  APRENDIZ: "    DELIMITED BY SIZE
                  REG-APRENDIZ      DELIMITED BY SIZE
                  "  PROFISSAO: "   DELIMITED BY SIZE
                  REG-PROF          DELIMITED BY SIZE
                  "  PRETENSAO: "   DELIMITED BY SIZE
                  SALARIO-E         DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  ENDERECO...: " DELIMITED BY SIZE
                  REG-ENDERECO      DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  CIDADE/UF..: " DELIMITED BY SIZE
                  REG-CIDADE        DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  REG-UF            DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM GRAVA-LINHA.
           MOVE REG-DATA-CAD TO DATA-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  CADASTRO...: " DELIMITED BY SIZE
                  DATA-E            DELIMITED BY SIZE
                  " POR "           DELIMITED BY SIZE
                  REG-OPERADOR      DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM GRAVA-LINHA.
       GRAVA-HISTORICO.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM GRAVA-LINHA.
           MOVE "HISTORICO DE SAIDAS (HISTCAND):" TO LINHA-RELATORIO.
           PERFORM GRAVA-TITULO-SECAO.
           MOVE "N" TO FIM-HISTORICO.
           OPEN INPUT ARQ-HISTORICO.
           PERFORM LE-HISTORICO UNTIL FIM-HISTORICO = "S".
           CLOSE ARQ-HISTORICO.
           PERFORM FECHA-SECAO.
       LE-HISTORICO.
           READ ARQ-HISTORICO
               AT END MOVE "S" TO FIM-HISTORICO
               NOT AT END
                   IF HIST-CPF = CPF
                       ADD 1 TO CONT-SECAO
                       PERFORM GRAVA-LINHAS-HISTORICO
                   END-IF
           END-READ.
       GRAVA-LINHAS-HISTORICO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  NOME.......: " DELIMITED BY SIZE
                  HIST-NOME         DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  ENDERECO...: " DELIMITED BY SIZE
                  HIST-ENDERECO     DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  HIST-CIDADE       DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  HIST-UF           DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM GRAVA-LINHA.
           MOVE HIST-DATA-CAD   TO DATA-E.
           MOVE HIST-DATA-SAIDA TO DATA2-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  CADASTRO " DELIMITED BY SIZE
                  DATA-E        DELIMITED BY SIZE
                  " SAIDA "     DELIMITED BY SIZE
                  DATA2-E       DELIMITED BY SIZE
                  " MOTIVO "    DELIMITED BY SIZE
                  HIST-MOTIVO   DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  HIST-ORIGEM   DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM GRAVA-LINHA.
       GRAVA-QUALIFICACOES.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM GRAVA-LINHA.
           MOVE "QUALIFICACOES (QUALIFIC):" TO LINHA-RELATORIO.
           PERFORM GRAVA-TITULO-SECAO.
           MOVE "N" TO FIM-QUALIFIC.
           OPEN INPUT ARQ-QUALIFIC.
           PERFORM LE-QUALIFICACAO UNTIL FIM-QUALIFIC = "S".
           CLOSE ARQ-QUALIFIC.
           PERFORM FECHA-SECAO.
       LE-QUALIFICACAO.
           READ ARQ-QUALIFIC
               AT END MOVE "S" TO FIM-QUALIFIC
               NOT AT END
                   IF QUAL-CPF = CPF
                       ADD 1 TO CONT-SECAO
                       MOVE QUAL-EXPERIENCIA TO EXPER-E
                       MOVE SPACES TO LINHA-RELATORIO
                       STRING "  ESCOLARIDADE " DELIMITED BY SIZE
                              QUAL-ESCOLARIDADE DELIMITED BY SIZE
                              " EXPERIENCIA "   DELIMITED BY SIZE
                              EXPER-E           DELIMITED BY SIZE
                              " IDIOMA "        DELIMITED BY SIZE
                              QUAL-IDIOMA       DELIMITED BY SIZE
                              " "               DELIMITED BY SIZE
                              QUAL-HABILIDADE   DELIMITED BY SIZE
                         INTO LINHA-RELATORIO
                       PERFORM GRAVA-LINHA
                   END-IF
           END-READ.
       GRAVA-CONTATOS.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM GRAVA-LINHA.
           MOVE "CONTATOS REGISTRADOS (CONTATOS):" TO LINHA-RELATORIO.
           PERFORM GRAVA-TITULO-SECAO.
           MOVE "N" TO FIM-CONTATOS.
           OPEN INPUT ARQ-CONTATOS.
           PERFORM LE-CONTATO UNTIL FIM-CONTATOS = "S".
           CLOSE ARQ-CONTATOS.
           PERFORM FECHA-SECAO.
       LE-CONTATO.
           READ ARQ-CONTATOS
               AT END MOVE "S" TO FIM-CONTATOS
               NOT AT END
                   IF CTT-CPF = CPF
                       ADD 1 TO CONT-SECAO
                       MOVE CTT-DATA TO DATA-E
                       MOVE SPACES TO LINHA-RELATORIO
                       STRING "  "          DELIMITED BY SIZE
                              DATA-E        DELIMITED BY SIZE
                              " "           DELIMITED BY SIZE
                              CTT-OPERADOR  DELIMITED BY SIZE
                              " "           DELIMITED BY SIZE
                              CTT-CANAL     DELIMITED BY SIZE
                              CTT-RESULTADO DELIMITED BY SIZE
                              " "           DELIMITED BY SIZE
                              CTT-NOTA      DELIMITED BY SIZE
                         INTO LINHA-RELATORIO
                       PERFORM GRAVA-LINHA
                   END-IF
           END-READ.
       GRAVA-ENCAMINHAMENTOS.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM GRAVA-LINHA.
           MOVE "ENCAMINHAMENTOS (ENCAMINH):" TO LINHA-RELATORIO.
           PERFORM GRAVA-TITULO-SECAO.
           MOVE "N" TO FIM-ENCAMINH.
           OPEN INPUT ARQ-ENCAMINHAMENTOS.
           PERFORM LE-ENCAMINHAMENTO UNTIL FIM-ENCAMINH = "S".
           CLOSE ARQ-ENCAMINHAMENTOS.
           PERFORM FECHA-SECAO.
       LE-ENCAMINHAMENTO.
           READ ARQ-ENCAMINHAMENTOS
               AT END MOVE "S" TO FIM-ENCAMINH
               NOT AT END
                   IF ENC-CPF = CPF
                       ADD 1 TO CONT-SECAO
                       MOVE ENC-DATA TO DATA-E
                       MOVE SPACES TO LINHA-RELATORIO
                       STRING "  VAGA "     DELIMITED BY SIZE
                              ENC-VAGA      DELIMITED BY SIZE
                              " EM "        DELIMITED BY SIZE
                              DATA-E        DELIMITED BY SIZE
                              " SITUACAO "  DELIMITED BY SIZE
                              ENC-STATUS    DELIMITED BY SIZE
                         INTO LINHA-RELATORIO
                       PERFORM GRAVA-LINHA
                   END-IF
           END-READ.
       GRAVA-ENTREVISTAS.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM GRAVA-LINHA.
           MOVE "ENTREVISTAS (AGENDA):" TO LINHA-RELATORIO.
           PERFORM GRAVA-TITULO-SECAO.
           MOVE "N" TO FIM-AGENDA.
           OPEN INPUT ARQ-AGENDA.
           PERFORM LE-AGENDA UNTIL FIM-AGENDA = "S".
           CLOSE ARQ-AGENDA.
           PERFORM FECHA-SECAO.
       LE-AGENDA.
           READ ARQ-AGENDA
               AT END MOVE "S" TO FIM-AGENDA
               NOT AT END
                   IF AGE-CPF = CPF
                       ADD 1 TO CONT-SECAO
                       MOVE AGE-DATA TO DATA-E
                       MOVE SPACES TO LINHA-RELATORIO
                       STRING "  VAGA "      DELIMITED BY SIZE
                              AGE-VAGA       DELIMITED BY SIZE
                              " EM "         DELIMITED BY SIZE
                              DATA-E         DELIMITED BY SIZE
                              " AS "         DELIMITED BY SIZE
                              AGE-HORA       DELIMITED BY SIZE
                              " RESULTADO "  DELIMITED BY SIZE
                              AGE-RESULTADO  DELIMITED BY SIZE
                         INTO LINHA-RELATORIO
                       PERFORM GRAVA-LINHA
                   END-IF
           END-READ.
       GRAVA-MATRICULAS.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM GRAVA-LINHA.
           MOVE "CURSOS DE QUALIFICACAO (MATRICUL):" TO LINHA-RELATORIO.
           PERFORM GRAVA-TITULO-SECAO.
           MOVE "N" TO FIM-MATRICULAS.
           OPEN INPUT ARQ-MATRICULAS.
           PERFORM LE-MATRICULA UNTIL FIM-MATRICULAS = "S".
           CLOSE ARQ-MATRICULAS.
           PERFORM FECHA-SECAO.
       LE-MATRICULA.
           READ ARQ-MATRICULAS
               AT END MOVE "S" TO FIM-MATRICULAS
               NOT AT END
                   IF MAT-CPF = CPF
                       ADD 1 TO CONT-SECAO
                       MOVE MAT-DATA TO DATA-E
                       MOVE SPACES TO LINHA-RELATORIO
                       STRING "  TURMA "     DELIMITED BY SIZE
                              MAT-TURMA      DELIMITED BY SIZE
                              " MATRICULA "  DELIMITED BY SIZE
                              DATA-E         DELIMITED BY SIZE
                              " PRESENCAS "  DELIMITED BY SIZE
                              MAT-PRESENCAS  DELIMITED BY SIZE
                              " SITUACAO "   DELIMITED BY SIZE
                              MAT-SITUACAO   DELIMITED BY SIZE
                         INTO LINHA-RELATORIO
                       PERFORM GRAVA-LINHA
                   END-IF
           END-READ.
       GRAVA-COLOCACOES.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM GRAVA-LINHA.
           MOVE "COLOCACOES FATURADAS (FATCOLOC):" TO LINHA-RELATORIO.
           PERFORM GRAVA-TITULO-SECAO.
           MOVE "N" TO FIM-FATURAS.
           OPEN INPUT ARQ-FATURAS.
           PERFORM LE-FATURA UNTIL FIM-FATURAS = "S".
           CLOSE ARQ-FATURAS.
           PERFORM FECHA-SECAO.
       LE-FATURA.
           READ ARQ-FATURAS
               AT END MOVE "S" TO FIM-FATURAS
               NOT AT END
                   IF FAT-CPF = CPF
                       ADD 1 TO CONT-SECAO
                       MOVE FAT-DATA    TO DATA-E
                       MOVE FAT-SALARIO TO SALARIO-E
                       MOVE SPACES TO LINHA-RELATORIO
                       STRING "  VAGA "     DELIMITED BY SIZE
                              FAT-VAGA      DELIMITED BY SIZE
                              " EMPRESA "   DELIMITED BY SIZE
                              FAT-EMPRESA   DELIMITED BY SIZE
                              " EM "        DELIMITED BY SIZE
                              DATA-E        DELIMITED BY SIZE
                              " SALARIO "   DELIMITED BY SIZE
                              SALARIO-E     DELIMITED BY SIZE
                         INTO LINHA-RELATORIO
                       PERFORM GRAVA-LINHA
                   END-IF
           END-READ.
       GRAVA-CONSENTIMENTOS.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM GRAVA-LINHA.
           MOVE "CONSENTIMENTOS (CONSENTIM):" TO LINHA-RELATORIO.
           PERFORM GRAVA-TITULO-SECAO.
           MOVE "N" TO FIM-CONSENTIM.
           OPEN INPUT ARQ-CONSENTIMENTOS.
           PERFORM LE-CONSENTIMENTO UNTIL FIM-CONSENTIM = "S".
           CLOSE ARQ-CONSENTIMENTOS.
           PERFORM FECHA-SECAO.
       LE-CONSENTIMENTO.
           READ ARQ-CONSENTIMENTOS
               AT END MOVE "S" TO FIM-CONSENTIM
               NOT AT END
                   IF CNS-CPF = CPF
                       ADD 1 TO CONT-SECAO
                       MOVE CNS-DATA       TO DATA-E
                       MOVE CNS-DATA-REVOG TO DATA2-E
                       MOVE SPACES TO LINHA-RELATORIO
                       STRING "  ESCOPO "   DELIMITED BY SIZE
                              CNS-ESCOPO    DELIMITED BY SIZE
                              " CANAL "     DELIMITED BY SIZE
                              CNS-CANAL     DELIMITED BY SIZE
                              " EM "        DELIMITED BY SIZE
                              DATA-E        DELIMITED BY SIZE
                              " SITUACAO "  DELIMITED BY SIZE
                              CNS-SITUACAO  DELIMITED BY SIZE
                              " REVOGADO "  DELIMITED BY SIZE
                              DATA2-E       DELIMITED BY SIZE
                         INTO LINHA-RELATORIO
                       PERFORM GRAVA-LINHA
                   END-IF
           END-READ.
