                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-REQUISITOS ASSIGN TO "REQVAGAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-EMPRESAS ASSIGN TO "EMPRESAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-PROPOSTAS ASSIGN TO "PROPOSTAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-RELATORIO ASSIGN TO "RELMATCH.TXT"
               02 REQ-EXPERIENCIA   PIC 9(02).
               02 REQ-IDIOMA        PIC X(10).
               02 REQ-HABILIDADE    PIC X(20).
           FD  ARQ-EMPRESAS.
           01  REG-EMPRESA.
               02 EMP-CODIGO    PIC 9(04).
               02 EMP-RAZAO     PIC X(30).
               02 EMP-CNPJ      PIC 9(14).
               02 EMP-CONTATO   PIC X(20).
               02 EMP-TELEFONE  PIC X(11).
               02 EMP-ENDERECO  PIC X(30).
               02 EMP-UF        PIC X(02).
               02 EMP-QUADRO    PIC 9(06).
               02 EMP-CREDITO   PIC X(01).
               02 EMP-DIAS-ATR  PIC 9(04).
               02 EMP-VLR-ATR   PIC 9(09)V99.
               02 EMP-LIB-ATE   PIC 9(08).
               02 EMP-MUNICIPIO PIC 9(07).
           FD  ARQ-PROPOSTAS.
           01  REG-PROPOSTA.
               02 PRP-VAGA      PIC 9(03).
           01 FIM-QUALIFIC     PIC X(01) VALUE "N".
           01 FIM-VAGAS        PIC X(01) VALUE "N".
           01 FIM-REQUISITOS   PIC X(01) VALUE "N".
           01 FIM-EMPRESAS     PIC X(01) VALUE "N".
           01 QTDE-CANDIDATOS  PIC 9(03) VALUE ZEROS.
           01 TABELA-CANDIDATOS.
               02 CAND-T OCCURS 1 TO 500 TIMES
                   03 CAND-T-PROF    PIC 9(01).
                   03 CAND-T-PRT-SAL PIC 9(04)V9(02).
                   03 CAND-T-UF      PIC X(02).
                   03 CAND-T-MUNICIPIO PIC 9(07).
                   03 CAND-T-ESCOL   PIC 9(01).
                   03 CAND-T-EXPER   PIC 9(02).
                   03 CAND-T-IDIOMA-OK PIC X(01).
                   03 CAND-T-HABIL-OK  PIC X(01).
           01 QTDE-EMPRESAS    PIC 9(03) VALUE ZEROS.
           01 TABELA-EMPRESAS.
               02 EMP-T OCCURS 1 TO 500 TIMES
                         DEPENDING ON QTDE-EMPRESAS.
                   03 EMP-T-CODIGO    PIC 9(04).
                   03 EMP-T-MUNICIPIO PIC 9(07).
           01 IDX-EMP          PIC 9(03) VALUE ZEROS.
           01 VAGA-MUNICIPIO   PIC 9(07) VALUE ZEROS.
           01 DADOS-MUNICIPIO.
               02 CEP-MUNICIPIO     PIC 9(08) VALUE ZEROS.
               02 CIDADE-MUNICIPIO  PIC X(20) VALUE SPACES.
               02 UF-MUNICIPIO      PIC X(02) VALUE SPACES.
               02 CODIGO-MUNICIPIO  PIC 9(07) VALUE ZEROS.
               02 RETORNO-MUNICIPIO PIC X(01) VALUE SPACE.
           01 TABELA-PONTOS.
               02 PONTOS-T PIC 9(03) OCCURS 500 TIMES.
           01 IDX-CAND         PIC 9(03) VALUE ZEROS.
           01 POSICAO-LISTA    PIC 9(02) VALUE ZEROS.
           01 REQ-ESCOL-VAGA   PIC 9(01) VALUE ZERO.
           01 REQ-EXPER-VAGA   PIC 9(02) VALUE ZEROS.
           01 REQ-IDIOMA-VAGA  PIC X(10) VALUE SPACES.
           01 REQ-HABIL-VAGA   PIC X(20) VALUE SPACES.
           01 PONTOS           PIC 9(03) VALUE ZEROS.
           01 LIMITE-SALARIO   PIC 9(05)V9(02) VALUE ZEROS.
           01 CONT-PROPOSTAS   PIC 9(06) VALUE ZEROS.
           MOVE DIA TO DATA-HOJE(7:2).
           PERFORM CARREGA-CANDIDATOS.
           PERFORM CARREGA-QUALIFICACOES.
           PERFORM CARREGA-EMPRESAS.
           OPEN OUTPUT ARQ-PROPOSTAS.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
                           CAND-T-PRT-SAL(QTDE-CANDIDATOS)
                       MOVE REG-UF      TO
                           CAND-T-UF(QTDE-CANDIDATOS)
                       PERFORM IDENTIFICA-MUNICIPIO
                       MOVE ZERO        TO
                           CAND-T-ESCOL(QTDE-CANDIDATOS)
                       MOVE ZEROS       TO
                           CAND-T-EXPER(QTDE-CANDIDATOS)
                   END-IF
           END-READ.
       IDENTIFICA-MUNICIPIO.
           MOVE ZEROS      TO CEP-MUNICIPIO.
           MOVE REG-CIDADE TO CIDADE-MUNICIPIO.
           MOVE REG-UF     TO UF-MUNICIPIO.
           MOVE ZEROS      TO CODIGO-MUNICIPIO.
           IF CIDADE-MUNICIPIO NOT = SPACES
               CALL "VALIDA-MUNICIPIO" USING CEP-MUNICIPIO
                   CIDADE-MUNICIPIO UF-MUNICIPIO CODIGO-MUNICIPIO
                   RETORNO-MUNICIPIO
               IF RETORNO-MUNICIPIO NOT = "S"
                   MOVE ZEROS TO CODIGO-MUNICIPIO
               END-IF
           END-IF.
           MOVE CODIGO-MUNICIPIO TO
               CAND-T-MUNICIPIO(QTDE-CANDIDATOS).
       CARREGA-EMPRESAS.
           MOVE "N" TO FIM-EMPRESAS.
           OPEN INPUT ARQ-EMPRESAS.
           PERFORM LE-EMPRESA UNTIL FIM-EMPRESAS = "S".
           CLOSE ARQ-EMPRESAS.
       LE-EMPRESA.
           READ ARQ-EMPRESAS
               AT END MOVE "S" TO FIM-EMPRESAS
               NOT AT END
                   IF QTDE-EMPRESAS < 500
                       ADD 1 TO QTDE-EMPRESAS
                       MOVE EMP-CODIGO TO
                           EMP-T-CODIGO(QTDE-EMPRESAS)
                       MOVE ZEROS      TO
                           EMP-T-MUNICIPIO(QTDE-EMPRESAS)
                       IF EMP-MUNICIPIO IS NUMERIC
                           MOVE EMP-MUNICIPIO TO
                               EMP-T-MUNICIPIO(QTDE-EMPRESAS)
                       END-IF
                   END-IF
           END-READ.
       BUSCA-MUNICIPIO-VAGA.
           MOVE ZEROS TO VAGA-MUNICIPIO.
           PERFORM VARYING IDX-EMP FROM 1 BY 1
                   UNTIL IDX-EMP > QTDE-EMPRESAS
               IF EMP-T-CODIGO(IDX-EMP) = VAGA-EMP-COD
                   MOVE EMP-T-MUNICIPIO(IDX-EMP) TO VAGA-MUNICIPIO
               END-IF
           END-PERFORM.
       CARREGA-QUALIFICACOES.
           MOVE "N" TO FIM-QUALIFIC.
           OPEN INPUT ARQ-QUALIFIC.
                      AND VAGA-VALIDADE >= DATA-HOJE
                       ADD 1 TO CONT-VAGAS
                       PERFORM BUSCA-REQUISITOS-VAGA
                       PERFORM BUSCA-MUNICIPIO-VAGA
                       PERFORM CONFERE-IDIOMA-HABILIDADE
                       PERFORM PONTUA-CANDIDATOS
                       PERFORM GRAVA-SHORTLIST-VAGA
                   END-IF
       BUSCA-REQUISITOS-VAGA.
           MOVE ZERO  TO REQ-ESCOL-VAGA.
           MOVE ZEROS TO REQ-EXPER-VAGA.
           MOVE SPACES TO REQ-IDIOMA-VAGA.
           MOVE SPACES TO REQ-HABIL-VAGA.
           MOVE "N"   TO FIM-REQUISITOS.
           OPEN INPUT ARQ-REQUISITOS.
           PERFORM LE-REQUISITO UNTIL FIM-REQUISITOS = "S".
                   IF REQ-VAGA = VAGA-CODIGO
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
       PONTUA-CANDIDATOS.
           PERFORM PONTUA-UM-CANDIDATO
               VARYING IDX-CAND FROM 1 BY 1
               END-IF
               IF CAND-T-UF(IDX-CAND) = VAGA-UF
                   ADD 15 TO PONTOS
                   IF VAGA-MUNICIPIO > ZEROS
                      AND CAND-T-MUNICIPIO(IDX-CAND) = VAGA-MUNICIPIO
                       ADD 5 TO PONTOS
                   END-IF
               ELSE
                   IF VAGA-MUDANCA = "S"
                       ADD 5 TO PONTOS
               IF CAND-T-EXPER(IDX-CAND) >= REQ-EXPER-VAGA
                   ADD 10 TO PONTOS
               END-IF
               IF REQ-IDIOMA-VAGA = SPACES
                  OR CAND-T-IDIOMA-OK(IDX-CAND) = "S"
                   ADD 5 TO PONTOS
               END-IF
               IF REQ-HABIL-VAGA = SPACES
                  OR CAND-T-HABIL-OK(IDX-CAND) = "S"
                   ADD 5 TO PONTOS
               END-IF
           END-IF.
           MOVE PONTOS TO PONTOS-T(IDX-CAND).
       GRAVA-SHORTLIST-VAGA.
