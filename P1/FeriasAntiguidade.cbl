                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-RELATORIO ASSIGN TO "RELFERIAS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-AFASTAMENTOS
                   ASSIGN TO "AFASTAMENTOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-FUNCIONARIOS.
               02 REG-OPERADOR  PIC X(08).
           FD  ARQ-RELATORIO.
           01  LINHA-RELATORIO  PIC X(80).
           FD  ARQ-AFASTAMENTOS.
           01  REG-AFASTAMENTO.
               02 AFA-ID         PIC 9(05).
               02 AFA-TIPO       PIC X(01).
               02 AFA-INICIO     PIC 9(08).
               02 AFA-FIM        PIC 9(08).
               02 AFA-DOCUMENTO  PIC X(20).
       WORKING-STORAGE SECTION.
           01 FIM-FUNCIONARIOS PIC X(01) VALUE "N".
           01 CONT-ATIVOS      PIC 9(04) VALUE ZERO.
           01 CONT-COMPLETAM   PIC 9(04) VALUE ZERO.
           01 CONT-VENCIDAS    PIC 9(04) VALUE ZERO.
           01 CONT-AFASTADOS   PIC 9(04) VALUE ZERO.
           01 CONT-E           PIC ZZZ9.
           01 DIAS-DE-CASA     PIC S9(05) VALUE ZEROS.
           01 ANOS-DE-CASA     PIC 9(02) VALUE ZEROS.
           01 ID-E             PIC ZZZZ9.
           01 MES-ADMISSAO     PIC 9(02) VALUE ZEROS.
           01 MARCA-FERIAS     PIC X(16) VALUE SPACES.
           01 DADOS-AFASTAMENTO.
               02 FIM-AFASTAMENTOS PIC X(01) VALUE "N".
               02 AFASTADO-HOJE    PIC X(01) VALUE "N".
               02 DIAS-SUSPENSOS   PIC 9(05) VALUE ZEROS.
               02 DIAS-PERIODO     PIC S9(05) VALUE ZEROS.
               02 INICIO-SUSPENSAO PIC 9(08) VALUE ZEROS.
               02 FIM-SUSPENSAO    PIC 9(08) VALUE ZEROS.
               02 ADMISSAO-FERIAS  PIC 9(08) VALUE ZEROS.
               02 DIAS-AQUISITIVO  PIC S9(05) VALUE ZEROS.
           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
               02 MES      PIC 9(02) VALUE ZEROS.
                   FUNCTION INTEGER-OF-DATE(DATA-HOJE)
                   - FUNCTION INTEGER-OF-DATE(REG-DATA-ADMISSAO)
               COMPUTE ANOS-DE-CASA = DIAS-DE-CASA / 365
               PERFORM APURA-AFASTAMENTOS
               COMPUTE ADMISSAO-FERIAS = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(REG-DATA-ADMISSAO)
                   + DIAS-SUSPENSOS)
               COMPUTE DIAS-AQUISITIVO = DIAS-DE-CASA - DIAS-SUSPENSOS
               MOVE ADMISSAO-FERIAS(5:2) TO MES-ADMISSAO
               MOVE SPACES TO MARCA-FERIAS
               IF AFASTADO-HOJE = "S"
                   MOVE "AFASTADO" TO MARCA-FERIAS
                   ADD 1 TO CONT-AFASTADOS
               ELSE
                   IF DIAS-AQUISITIVO > 700
                       MOVE "FERIAS VENCIDAS" TO MARCA-FERIAS
                       ADD 1 TO CONT-VENCIDAS
                   ELSE
                       IF MES-ADMISSAO = MES
                          AND DIAS-AQUISITIVO >= 365
                           MOVE "COMPLETA PERIODO" TO MARCA-FERIAS
                           ADD 1 TO CONT-COMPLETAM
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM GRAVA-LINHA-FUNCIONARIO.
       APURA-AFASTAMENTOS.
           MOVE ZEROS TO DIAS-SUSPENSOS.
           MOVE "N" TO AFASTADO-HOJE.
           MOVE "N" TO FIM-AFASTAMENTOS.
           OPEN INPUT ARQ-AFASTAMENTOS.
           PERFORM UNTIL FIM-AFASTAMENTOS = "S"
               READ ARQ-AFASTAMENTOS
                   AT END MOVE "S" TO FIM-AFASTAMENTOS
                   NOT AT END
                       IF AFA-ID = REG-ID
                           PERFORM AVALIA-AFASTAMENTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-AFASTAMENTOS.
       AVALIA-AFASTAMENTO.
           IF AFA-INICIO NOT > DATA-HOJE
              AND (AFA-FIM = ZEROS OR AFA-FIM NOT < DATA-HOJE)
               MOVE "S" TO AFASTADO-HOJE
           END-IF.
           IF AFA-TIPO = "D" OR AFA-TIPO = "N"
               IF AFA-TIPO = "D"
                   COMPUTE INICIO-SUSPENSAO = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(AFA-INICIO) + 15)
               ELSE
                   MOVE AFA-INICIO TO INICIO-SUSPENSAO
               END-IF
               IF AFA-FIM = ZEROS OR AFA-FIM > DATA-HOJE
                   MOVE DATA-HOJE TO FIM-SUSPENSAO
               ELSE
                   MOVE AFA-FIM TO FIM-SUSPENSAO
               END-IF
               IF INICIO-SUSPENSAO NOT > FIM-SUSPENSAO
                   COMPUTE DIAS-PERIODO =
                       FUNCTION INTEGER-OF-DATE(FIM-SUSPENSAO)
                       - FUNCTION INTEGER-OF-DATE(INICIO-SUSPENSAO) + 1
                   ADD DIAS-PERIODO TO DIAS-SUSPENSOS
               END-IF
           END-IF.
       GRAVA-LINHA-FUNCIONARIO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE REG-ID TO ID-E.
                  CONT-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CONT-AFASTADOS TO CONT-E.
           STRING "AFASTADOS (AQUISICAO SUSPENSA).....: "
                      DELIMITED BY SIZE
                  CONT-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
