                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-REL-RETORNO ASSIGN TO "RETBANCO.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-CONFERENCIA-FOLHA
                   ASSIGN TO "CONFFOLHA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-FOLHA.
               02 FOL-DESC-VR     PIC 9(07)V99.
               02 FOL-HEXTRA      PIC 9(07)V99.
               02 FOL-TIPO        PIC X(01).
               02 FOL-COMISSAO    PIC 9(07)V99.
           FD  ARQ-FUNCIONARIOS.
           01  REG-FUNCIONARIO.
               02 REG-ID        PIC 9(05).
               02 RET-STATUS      PIC X(01).
           FD  ARQ-REL-RETORNO.
           01  LINHA-RETORNO    PIC X(80).
           FD  ARQ-CONFERENCIA-FOLHA.
           01  REG-CONF-FOLHA.
               02 CFF-COMPETENCIA   PIC 9(06).
               02 CFF-DATA-GERACAO  PIC 9(08).
               02 CFF-ALERTAS       PIC 9(04).
               02 CFF-TOTAL-LIQUIDO PIC 9(11)V99.
               02 CFF-STATUS        PIC X(01).
               02 CFF-OPERADOR      PIC X(08).
               02 CFF-APROVADOR     PIC X(08).
               02 CFF-DATA-APROV    PIC 9(08).
       WORKING-STORAGE SECTION.
           01 OPCAO            PIC X(01) VALUE SPACE.
           01 FIM-FOLHA        PIC X(01) VALUE "N".
           01 FIM-FUNCIONARIOS PIC X(01) VALUE "N".
           01 FIM-RETORNO      PIC X(01) VALUE "N".
           01 COMPETENCIA      PIC 9(06) VALUE ZEROS.
           01 SO-ADIANTAMENTO  PIC X(01) VALUE "N".
           01 TIPO-SELECIONADO PIC X(01) VALUE "N".
           01 FIM-CONF-FOLHA   PIC X(01) VALUE "N".
           01 CONFERENCIA-OK   PIC X(01) VALUE "N".
           01 SITUACAO-CONF    PIC X(01) VALUE SPACE.
           01 LIQUIDO-CONFERIDO PIC 9(11)V99 VALUE ZEROS.
           01 LIQUIDO-ATUAL    PIC 9(11)V99 VALUE ZEROS.
           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
               02 MES      PIC 9(02) VALUE ZEROS.
           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "1"
                   PERFORM GERA-REMESSA THRU GERA-REMESSA-FIM
               WHEN "2"
                   PERFORM PROCESSA-RETORNO
               WHEN OTHER
       GERA-REMESSA.
           DISPLAY "COMPETENCIA (AAAAMM): ".
           ACCEPT COMPETENCIA.
           DISPLAY "SOMENTE ADIANTAMENTO QUINZENAL (S/N)? ".
           ACCEPT SO-ADIANTAMENTO.
           MOVE FUNCTION UPPER-CASE(SO-ADIANTAMENTO)
               TO SO-ADIANTAMENTO.
           IF SO-ADIANTAMENTO NOT = "S"
               PERFORM VERIFICA-CONFERENCIA
               IF CONFERENCIA-OK = "N"
                   CALL "GRAVA-EXCECAO" USING "REMESSA-BANCO       "
                       "CFF-STATUS     " "SEM-LIBERACAO       "
                       "REMESSA SEM CONFERENCIA LIBERADA        "
                   GO TO GERA-REMESSA-FIM
               END-IF
           END-IF.
           OPEN OUTPUT ARQ-REMESSA.
           OPEN OUTPUT ARQ-CONFERENCIA.
           PERFORM GRAVA-HEADER.
           MOVE CONT-CREDITOS TO CONT-E.
           DISPLAY "CREDITOS GERADOS: " CONT-E.
           DISPLAY "REMESSA EM REMESSA.DAT - CONF EM REMESSA.TXT".
       GERA-REMESSA-FIM.
           EXIT.
       VERIFICA-CONFERENCIA.
           MOVE "N"   TO CONFERENCIA-OK.
           MOVE SPACE TO SITUACAO-CONF.
           MOVE "N"   TO FIM-CONF-FOLHA.
           OPEN INPUT ARQ-CONFERENCIA-FOLHA.
           PERFORM UNTIL FIM-CONF-FOLHA = "S"
               READ ARQ-CONFERENCIA-FOLHA
                   AT END MOVE "S" TO FIM-CONF-FOLHA
                   NOT AT END
                       IF CFF-COMPETENCIA = COMPETENCIA
                           MOVE CFF-STATUS        TO SITUACAO-CONF
                           MOVE CFF-TOTAL-LIQUIDO TO LIQUIDO-CONFERIDO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CONFERENCIA-FOLHA.
           EVALUATE SITUACAO-CONF
               WHEN SPACE
                   DISPLAY "CONFERENCIA DA FOLHA NAO GERADA - "
                           "EXECUTE CONFERENCIA-FOLHA"
               WHEN "P"
                   DISPLAY "ALERTAS DA CONFERENCIA AGUARDAM "
                           "LIBERACAO DO SUPERVISOR"
               WHEN "A"
                   PERFORM SOMA-LIQUIDO-ATUAL
                   IF LIQUIDO-ATUAL = LIQUIDO-CONFERIDO
                       MOVE "S" TO CONFERENCIA-OK
                   ELSE
                       DISPLAY "FOLHA ALTERADA APOS A CONFERENCIA - "
                               "GERE NOVA CONFERENCIA"
                   END-IF
           END-EVALUATE.
       SOMA-LIQUIDO-ATUAL.
           MOVE ZEROS TO LIQUIDO-ATUAL.
           MOVE "N" TO FIM-FOLHA.
           OPEN INPUT ARQ-FOLHA.
           PERFORM UNTIL FIM-FOLHA = "S"
               READ ARQ-FOLHA
                   AT END MOVE "S" TO FIM-FOLHA
                   NOT AT END
                       IF FOL-COMPETENCIA = COMPETENCIA
                          AND FOL-TIPO NOT = "A"
                           ADD FOL-LIQUIDO TO LIQUIDO-ATUAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-FOLHA.
       PROCESSA-PAGAMENTO.
           READ ARQ-FOLHA
               AT END MOVE "S" TO FIM-FOLHA
               NOT AT END
                   MOVE "N" TO TIPO-SELECIONADO
                   IF SO-ADIANTAMENTO = "S"
                       IF FOL-TIPO = "A"
                           MOVE "S" TO TIPO-SELECIONADO
                       END-IF
                   ELSE
                       IF FOL-TIPO NOT = "A"
                           MOVE "S" TO TIPO-SELECIONADO
                       END-IF
                   END-IF
                   IF FOL-COMPETENCIA = COMPETENCIA
                      AND FOL-LIQUIDO > ZEROS
                      AND TIPO-SELECIONADO = "S"
                       PERFORM BUSCA-DADOS-BANCARIOS
                       IF FUNC-ACHADO = "S"
                          AND BANCO-FUNC > ZEROS
