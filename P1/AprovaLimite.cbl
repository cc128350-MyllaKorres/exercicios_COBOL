       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVA-LIMITE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-PROPOSTAS
                   ASSIGN TO "PROPLIMITE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-PROPOSTAS-TMP ASSIGN TO "PROPLIMITETMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-CLIENTES ASSIGN TO "CLIENTES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-CLIENTES-TMP ASSIGN TO "CLIENTESTMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-PROPOSTAS.
           01  REG-PROPOSTA.
               02 PRL-NUMERO      PIC 9(06).
               02 PRL-CLIENTE     PIC 9(04).
               02 PRL-DATA        PIC 9(08).
               02 PRL-TIPO        PIC X(01).
               02 PRL-LIMITE-ATUAL PIC 9(07)V99.
               02 PRL-LIMITE-NOVO PIC 9(07)V99.
               02 PRL-PONTOS      PIC 9(03).
               02 PRL-MEDIA-ATRASO PIC 9(04).
               02 PRL-ESCALADOS   PIC 9(04).
               02 PRL-VOLUME      PIC 9(09)V99.
               02 PRL-STATUS      PIC X(01).
               02 PRL-APROVADOR   PIC X(08).
               02 PRL-DATA-DEC    PIC 9(08).
           FD  ARQ-PROPOSTAS-TMP.
           01  REG-PROPOSTA-TMP PIC X(76).
           FD  ARQ-CLIENTES.
           01  REG-CLIENTE.
               02 CLI-CODIGO    PIC 9(04).
               02 CLI-NOME      PIC X(30).
               02 CLI-CPF       PIC 9(11).
               02 CLI-LIMITE    PIC 9(07)V99.
               02 CLI-CEP       PIC 9(08).
               02 CLI-MUNICIPIO PIC 9(07).
           FD  ARQ-CLIENTES-TMP.
           01  REG-CLIENTE-TMP  PIC X(69).
       WORKING-STORAGE SECTION.
           01 DADOS-OPERADOR.
               02 OPERADOR-SESSAO PIC X(08) VALUE SPACES.
               02 PERFIL-SESSAO   PIC X(01) VALUE SPACE.
           01 DADOS-TRAVA.
               02 DONO-TRAVA       PIC X(08) VALUE SPACES.
               02 RESULTADO-TRAVA  PIC X(01) VALUE SPACE.
           01 FIM-PROPOSTAS    PIC X(01) VALUE "N".
           01 FIM-CLIENTES     PIC X(01) VALUE "N".
           01 FIM-TMP          PIC X(01) VALUE "N".
           01 NOME-CLIENTE     PIC X(30) VALUE SPACES.
           01 DECISAO          PIC X(01) VALUE SPACE.
           01 CONT-PENDENTES   PIC 9(04) VALUE ZEROS.
           01 CONT-APROVADAS   PIC 9(04) VALUE ZEROS.
           01 DADOS-FILA.
               02 QTDE-FILA    PIC 9(02) VALUE ZEROS.
               02 LOOP-FILA    PIC 9(02) VALUE ZEROS.
               02 FILA-T OCCURS 50 TIMES.
                   03 FILA-NUMERO  PIC 9(06).
                   03 FILA-CLIENTE PIC 9(04).
                   03 FILA-LIMITE  PIC 9(07)V99.
                   03 FILA-DECISAO PIC X(01).
           01 NUMERO-E         PIC ZZZZZ9.
           01 CLIENTE-E        PIC ZZZ9.
           01 PONTOS-E         PIC ZZ9.
           01 MEDIA-E          PIC ZZZ9.
           01 ESCALADOS-E      PIC ZZZ9.
           01 VOLUME-E         PIC ZZZ.ZZZ.ZZ9,99.
           01 LIMITE-ATUAL-E   PIC Z.ZZZ.ZZ9,99.
           01 LIMITE-NOVO-E    PIC Z.ZZZ.ZZ9,99.
           01 TEXTO-PROPOSTA   PIC X(12) VALUE SPACES.
           01 MENSA-LOG        PIC X(40) VALUE SPACES.
           01 DADOS-AUDITORIA.
               02 CHAVE-AUDITORIA PIC X(15) VALUE SPACES.
               02 IMAGEM-ANTES    PIC X(150) VALUE SPACES.
               02 IMAGEM-DEPOIS   PIC X(150) VALUE SPACES.
           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
               02 MES      PIC 9(02) VALUE ZEROS.
               02 DIA      PIC 9(02) VALUE ZEROS.
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "APROVACAO DE REVISOES DE LIMITE DE CREDITO".
           CALL "IDENTIFICA-OPERADOR" USING OPERADOR-SESSAO
               PERFIL-SESSAO.
           IF PERFIL-SESSAO NOT = "S"
               DISPLAY "ACESSO RESTRITO AO PERFIL SUPERVISOR"
               MOVE "PERFIL SEM AUTORIZACAO" TO MENSA-LOG
               CALL "GRAVA-EXCECAO" USING "APROVA-LIMITE       "
                   "PERFIL         " "SEM-AUTORIZACAO     "
                   MENSA-LOG
               STOP RUN
           END-IF.
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           PERFORM TRABALHA-FILA.
           IF QTDE-FILA > ZEROS
               PERFORM EFETIVA-DECISOES.
           IF CONT-PENDENTES = ZEROS
               DISPLAY "NENHUMA PROPOSTA PENDENTE".
           DISPLAY "FIM DO PROGRAMA".
           STOP RUN.
       TRABALHA-FILA.
           MOVE "N" TO FIM-PROPOSTAS.
           OPEN EXTEND ARQ-PROPOSTAS.
           CLOSE ARQ-PROPOSTAS.
           OPEN INPUT ARQ-PROPOSTAS.
           PERFORM UNTIL FIM-PROPOSTAS = "S"
               READ ARQ-PROPOSTAS
                   AT END MOVE "S" TO FIM-PROPOSTAS
                   NOT AT END
                       IF PRL-STATUS = "P"
                          AND QTDE-FILA < 50
                           ADD 1 TO CONT-PENDENTES
                           PERFORM DECIDE-PROPOSTA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-PROPOSTAS.
       DECIDE-PROPOSTA.
           PERFORM BUSCA-NOME-CLIENTE.
           EVALUATE PRL-TIPO
               WHEN "A" MOVE "AUMENTO"     TO TEXTO-PROPOSTA
               WHEN "R" MOVE "REDUCAO"     TO TEXTO-PROPOSTA
               WHEN "C" MOVE "CONGELAMENTO" TO TEXTO-PROPOSTA
               WHEN OTHER MOVE SPACES      TO TEXTO-PROPOSTA
           END-EVALUATE.
           MOVE PRL-NUMERO       TO NUMERO-E.
           MOVE PRL-CLIENTE      TO CLIENTE-E.
           MOVE PRL-PONTOS       TO PONTOS-E.
           MOVE PRL-MEDIA-ATRASO TO MEDIA-E.
           MOVE PRL-ESCALADOS    TO ESCALADOS-E.
           MOVE PRL-VOLUME       TO VOLUME-E.
           MOVE PRL-LIMITE-ATUAL TO LIMITE-ATUAL-E.
           MOVE PRL-LIMITE-NOVO  TO LIMITE-NOVO-E.
           DISPLAY "PROPOSTA " NUMERO-E " CLIENTE " CLIENTE-E
               " " NOME-CLIENTE.
           DISPLAY "PONTOS " PONTOS-E " ATRASO MEDIO " MEDIA-E
               " DIAS  TITULOS EM COBRANCA " ESCALADOS-E.
           DISPLAY "VOLUME 12 MESES " VOLUME-E.
           DISPLAY TEXTO-PROPOSTA ": " LIMITE-ATUAL-E " PARA "
               LIMITE-NOVO-E.
           MOVE SPACE TO DECISAO.
           PERFORM PEDE-DECISAO
               UNTIL DECISAO = "A" OR DECISAO = "R"
                  OR DECISAO = "P".
           IF DECISAO = "A" OR DECISAO = "R"
               ADD 1 TO QTDE-FILA
               MOVE PRL-NUMERO      TO FILA-NUMERO(QTDE-FILA)
               MOVE PRL-CLIENTE     TO FILA-CLIENTE(QTDE-FILA)
               MOVE PRL-LIMITE-NOVO TO FILA-LIMITE(QTDE-FILA)
               MOVE DECISAO         TO FILA-DECISAO(QTDE-FILA)
               IF DECISAO = "A"
                   ADD 1 TO CONT-APROVADAS
                   DISPLAY "PROPOSTA APROVADA"
               ELSE
                   DISPLAY "PROPOSTA REJEITADA"
               END-IF
           END-IF.
       PEDE-DECISAO.
           DISPLAY "DECISAO (A=APROVA R=REJEITA P=PULA): ".
           ACCEPT DECISAO.
           MOVE FUNCTION UPPER-CASE(DECISAO) TO DECISAO.
       BUSCA-NOME-CLIENTE.
           MOVE "CLIENTE NAO CADASTRADO" TO NOME-CLIENTE.
           MOVE "N" TO FIM-CLIENTES.
           OPEN INPUT ARQ-CLIENTES.
           PERFORM UNTIL FIM-CLIENTES = "S"
               READ ARQ-CLIENTES
                   AT END MOVE "S" TO FIM-CLIENTES
                   NOT AT END
                       IF CLI-CODIGO = PRL-CLIENTE
                           MOVE CLI-NOME TO NOME-CLIENTE
                           MOVE "S" TO FIM-CLIENTES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CLIENTES.
       EFETIVA-DECISOES.
           MOVE OPERADOR-SESSAO TO DONO-TRAVA.
           CALL "TRAVA-ARQUIVO" USING "T" "CLIENTES.DAT    "
               DONO-TRAVA RESULTADO-TRAVA.
           IF RESULTADO-TRAVA = "N"
               DISPLAY "ARQUIVO EM USO PELO OPERADOR " DONO-TRAVA
               DISPLAY "DECISOES NAO GRAVADAS"
           ELSE
               IF CONT-APROVADAS > ZEROS
                   PERFORM REGRAVA-CLIENTES
               END-IF
               PERFORM REGRAVA-PROPOSTAS
               CALL "TRAVA-ARQUIVO" USING "D" "CLIENTES.DAT    "
                   DONO-TRAVA RESULTADO-TRAVA
               DISPLAY "LIMITES ATUALIZADOS EM CLIENTES.DAT"
           END-IF.
       REGRAVA-CLIENTES.
           MOVE "N" TO FIM-CLIENTES.
           OPEN INPUT  ARQ-CLIENTES.
           OPEN OUTPUT ARQ-CLIENTES-TMP.
           PERFORM UNTIL FIM-CLIENTES = "S"
               READ ARQ-CLIENTES
                   AT END MOVE "S" TO FIM-CLIENTES
                   NOT AT END
                       PERFORM APLICA-LIMITE
                       MOVE REG-CLIENTE TO REG-CLIENTE-TMP
                       WRITE REG-CLIENTE-TMP
               END-READ
           END-PERFORM.
           CLOSE ARQ-CLIENTES.
           CLOSE ARQ-CLIENTES-TMP.
           MOVE "N" TO FIM-TMP.
           OPEN OUTPUT ARQ-CLIENTES.
           OPEN INPUT  ARQ-CLIENTES-TMP.
           PERFORM UNTIL FIM-TMP = "S"
               READ ARQ-CLIENTES-TMP
                   AT END MOVE "S" TO FIM-TMP
                   NOT AT END
                       MOVE REG-CLIENTE-TMP TO REG-CLIENTE
                       WRITE REG-CLIENTE
               END-READ
           END-PERFORM.
           CLOSE ARQ-CLIENTES.
           CLOSE ARQ-CLIENTES-TMP.
       APLICA-LIMITE.
           PERFORM VARYING LOOP-FILA FROM 1 BY 1
                   UNTIL LOOP-FILA > QTDE-FILA
               IF FILA-CLIENTE(LOOP-FILA) = CLI-CODIGO
                  AND FILA-DECISAO(LOOP-FILA) = "A"
                   MOVE REG-CLIENTE TO IMAGEM-ANTES
                   MOVE FILA-LIMITE(LOOP-FILA) TO CLI-LIMITE
                   MOVE REG-CLIENTE TO IMAGEM-DEPOIS
                   MOVE CLI-CODIGO  TO CHAVE-AUDITORIA
                   CALL "GRAVA-AUDITORIA" USING "CLIENTES.DAT    "
                       CHAVE-AUDITORIA "A" OPERADOR-SESSAO
                       IMAGEM-ANTES IMAGEM-DEPOIS
               END-IF
           END-PERFORM.
       REGRAVA-PROPOSTAS.
           MOVE "N" TO FIM-TMP.
           OPEN INPUT  ARQ-PROPOSTAS.
           OPEN OUTPUT ARQ-PROPOSTAS-TMP.
           PERFORM UNTIL FIM-TMP = "S"
               READ ARQ-PROPOSTAS
                   AT END MOVE "S" TO FIM-TMP
                   NOT AT END
                       PERFORM APLICA-DECISAO
                       MOVE REG-PROPOSTA TO REG-PROPOSTA-TMP
                       WRITE REG-PROPOSTA-TMP
               END-READ
           END-PERFORM.
           CLOSE ARQ-PROPOSTAS.
           CLOSE ARQ-PROPOSTAS-TMP.
           MOVE "N" TO FIM-TMP.
           OPEN OUTPUT ARQ-PROPOSTAS.
           OPEN INPUT  ARQ-PROPOSTAS-TMP.
           PERFORM UNTIL FIM-TMP = "S"
               READ ARQ-PROPOSTAS-TMP
                   AT END MOVE "S" TO FIM-TMP
                   NOT AT END
                       MOVE REG-PROPOSTA-TMP TO REG-PROPOSTA
                       WRITE REG-PROPOSTA
               END-READ
           END-PERFORM.
           CLOSE ARQ-PROPOSTAS.
           CLOSE ARQ-PROPOSTAS-TMP.
       APLICA-DECISAO.
           IF PRL-STATUS = "P"
               PERFORM VARYING LOOP-FILA FROM 1 BY 1
                       UNTIL LOOP-FILA > QTDE-FILA
                   IF FILA-NUMERO(LOOP-FILA) = PRL-NUMERO
                       MOVE FILA-DECISAO(LOOP-FILA) TO PRL-STATUS
                       MOVE OPERADOR-SESSAO TO PRL-APROVADOR
                       MOVE DATA-HOJE       TO PRL-DATA-DEC
                   END-IF
               END-PERFORM
           END-IF.
