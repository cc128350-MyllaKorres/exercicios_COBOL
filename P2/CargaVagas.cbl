       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-VAGAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ARQ-TRANSACOES ASSIGN TO VAGALOTE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-VAGAS ASSIGN TO "VAGAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-REQUISITOS ASSIGN TO "REQVAGAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-ABERTURAS ASSIGN TO "ABERTVAGA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-REJEITADOS ASSIGN TO VAGAREJ
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-RELATORIO ASSIGN TO VAGAREL
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-PROFISSOES ASSIGN TO "PROFISSOES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-ESTADOS ASSIGN TO "ESTADOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-EMPRESAS ASSIGN TO "EMPRESAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-TRANSACOES.
           01  REG-TRANSACAO.
               02 TRN-EMP-COD      PIC 9(04).
               02 TRN-PROF         PIC 9(01).
               02 TRN-SALARIO      PIC 9(04)V9(02).
               02 TRN-QTDE         PIC 9(02).
               02 TRN-VALIDADE     PIC 9(08).
               02 TRN-UF           PIC X(02).
               02 TRN-MUDANCA      PIC X(01).
               02 TRN-ESCOLARIDADE PIC 9(01).
               02 TRN-EXPERIENCIA  PIC 9(02).
               02 TRN-IDIOMA       PIC X(10).
               02 TRN-HABILIDADE   PIC X(20).
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
           FD  ARQ-REQUISITOS.
           01  REG-REQUISITO.
               02 REQ-VAGA          PIC 9(03).
               02 REQ-ESCOLARIDADE  PIC 9(01).
               02 REQ-EXPERIENCIA   PIC 9(02).
               02 REQ-IDIOMA        PIC X(10).
               02 REQ-HABILIDADE    PIC X(20).
           FD  ARQ-ABERTURAS.
           01  REG-ABERTURA.
               02 ABV-VAGA      PIC 9(03).
               02 ABV-DATA      PIC 9(08).
               02 ABV-ORIGEM    PIC X(01).
           FD  ARQ-REJEITADOS.
           01  REG-REJEITADO.
               02 REJ-MOTIVO    PIC X(20).
               02 REJ-LINHA     PIC 9(05).
               02 REJ-REGISTRO  PIC X(57).
           FD  ARQ-RELATORIO.
           01  LINHA-RELATORIO  PIC X(80).
           FD  ARQ-PROFISSOES.
           01  REG-PROFISSAO.
               02 PROF-CODIGO    PIC 9(01).
               02 PROF-DESCRICAO PIC X(20).
               02 PROF-PISO      PIC 9(04)V9(02).
           FD  ARQ-ESTADOS.
           01  REG-ESTADO.
               02 REG-ESTADO-NOME   PIC X(19).
               02 REG-ESTADO-SIGLA  PIC X(02).
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
       WORKING-STORAGE SECTION.
           01 DADOS-DICIONARIO.
               02 CAMPO-VALIDA PIC X(15) VALUE SPACES.
               02 VALOR-NUM    PIC 9(08) VALUE ZEROS.
               02 VALOR-TXT    PIC X(20) VALUE SPACES.
               02 VALIDO       PIC X(01) VALUE SPACE.
           01 QTDE-PROFISSOES PIC 9(02) VALUE ZEROS.
           01 FIM-PROFISSOES  PIC X(01) VALUE "N".
           01 TABELA-PISOS.
               02 PISO-T      PIC 9(04)V9(02) OCCURS 1 TO 9 TIMES
                                         DEPENDING ON QTDE-PROFISSOES.
           01 QTDE-ESTADOS    PIC 9(02) VALUE ZEROS.
           01 FIM-ESTADOS     PIC X(01) VALUE "N".
           01 TABELA-SIGLAS.
               02 SIGLA-T     PIC X(02) OCCURS 1 TO 40 TIMES
                                         DEPENDING ON QTDE-ESTADOS.
           01 UF-OK           PIC X(01) VALUE "N".
           01 LOOP-UF         PIC 9(02) VALUE ZEROS.
           01 DADOS-EMPRESA.
               02 EMPRESA        PIC X(20) VALUE SPACES.
               02 EMPRESA-ACHADA PIC X(01) VALUE "N".
               02 CREDITO-EMP    PIC X(01) VALUE SPACE.
               02 FIM-EMPRESAS   PIC X(01) VALUE "N".
           01 DADOS-OPERADOR.
               02 OPERADOR-SESSAO PIC X(08) VALUE SPACES.
               02 PERFIL-SESSAO   PIC X(01) VALUE SPACE.
           01 DATA-DO-SISTEMA.
               02 ANO       PIC 9(04) VALUE ZEROS.
               02 MES       PIC 9(02) VALUE ZEROS.
               02 DIA       PIC 9(02) VALUE ZEROS.
           01 DATA-HOJE       PIC 9(08) VALUE ZEROS.
           01 FIM-VAGAS       PIC X(01) VALUE "N".
           01 CODIGO          PIC 9(03) VALUE ZEROS.
           01 CODIGO-E        PIC ZZ9.
           01 FIM-TRANSACOES  PIC X(01) VALUE "N".
           01 CONT-LIDOS      PIC 9(05) VALUE ZERO.
           01 CONT-CARREGADOS PIC 9(05) VALUE ZERO.
           01 CONT-REJEITADOS PIC 9(05) VALUE ZERO.
           01 CONT-E          PIC ZZZZ9.
           01 MOTIVO-REJEICAO PIC X(20) VALUE SPACES.
           01 DADOS-AUDITORIA.
               02 CHAVE-AUDITORIA PIC X(15) VALUE SPACES.
               02 IMAGEM-ANTES    PIC X(150) VALUE SPACES.
               02 IMAGEM-DEPOIS   PIC X(150) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CARGA DE VAGAS EM LOTE".
           CALL "LE-OPERADOR" USING OPERADOR-SESSAO PERFIL-SESSAO.
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           PERFORM CARREGA-PROFISSOES.
           PERFORM CARREGA-ESTADOS.
           PERFORM ULTIMO-CODIGO.
           OPEN INPUT  ARQ-TRANSACOES.
           OPEN EXTEND ARQ-VAGAS.
           OPEN EXTEND ARQ-REQUISITOS.
           OPEN EXTEND ARQ-ABERTURAS.
           OPEN OUTPUT ARQ-REJEITADOS.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE "RELATORIO DE CARGA DE VAGAS" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM PROCESSA-TRANSACAO UNTIL FIM-TRANSACOES = "S".
           CLOSE ARQ-TRANSACOES.
           CLOSE ARQ-VAGAS.
           CLOSE ARQ-REQUISITOS.
           CLOSE ARQ-ABERTURAS.
           CALL "ATUALIZA-CONTROLE" USING "VAGAS.DAT       ".
           CLOSE ARQ-REJEITADOS.
           PERFORM RODAPE.
           CLOSE ARQ-RELATORIO.
           MOVE CONT-LIDOS TO CONT-E.
           DISPLAY "REGISTROS LIDOS....: " CONT-E.
           MOVE CONT-CARREGADOS TO CONT-E.
           DISPLAY "REGISTROS CARREGADOS: " CONT-E.
           MOVE CONT-REJEITADOS TO CONT-E.
           DISPLAY "REGISTROS REJEITADOS: " CONT-E.
           STOP RUN.
       ULTIMO-CODIGO.
           MOVE ZEROS TO CODIGO.
           MOVE "N"   TO FIM-VAGAS.
           OPEN INPUT ARQ-VAGAS.
           PERFORM UNTIL FIM-VAGAS = "S"
               READ ARQ-VAGAS
                   AT END MOVE "S" TO FIM-VAGAS
                   NOT AT END
                       IF VAGA-CODIGO > CODIGO
                           MOVE VAGA-CODIGO TO CODIGO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-VAGAS.
       PROCESSA-TRANSACAO.
           READ ARQ-TRANSACOES
               AT END MOVE "S" TO FIM-TRANSACOES
               NOT AT END
                   ADD 1 TO CONT-LIDOS
                   PERFORM VALIDA-TRANSACAO
                   IF MOTIVO-REJEICAO = SPACES
                       PERFORM GRAVA-VAGA
                   ELSE
                       PERFORM GRAVA-REJEITADO
                   END-IF
           END-READ.
       VALIDA-TRANSACAO.
           MOVE SPACES TO MOTIVO-REJEICAO.
           IF TRN-EMP-COD NOT NUMERIC
               MOVE "EMPRESA-INVALIDA" TO MOTIVO-REJEICAO
           ELSE
               PERFORM LOCALIZA-EMPRESA
               IF EMPRESA-ACHADA = "N"
                   MOVE "EMPRESA-NAO-CADAST" TO MOTIVO-REJEICAO
               ELSE
                   IF CREDITO-EMP = "B"
                       MOVE "EMPRESA-BLOQUEADA" TO MOTIVO-REJEICAO
                   END-IF
               END-IF
           END-IF.
           IF MOTIVO-REJEICAO = SPACES
               IF TRN-PROF NOT NUMERIC
                   MOVE "PROFISSAO-INVALIDA" TO MOTIVO-REJEICAO
               ELSE
                   MOVE "PROFISSAO" TO CAMPO-VALIDA
                   MOVE TRN-PROF    TO VALOR-NUM
                   MOVE SPACES      TO VALOR-TXT
                   CALL "VALIDA-CAMPO" USING CAMPO-VALIDA VALOR-NUM
                       VALOR-TXT VALIDO
                   IF VALIDO = "N"
                      OR TRN-PROF = 0
                      OR TRN-PROF > QTDE-PROFISSOES
                       MOVE "PROFISSAO-INVALIDA" TO MOTIVO-REJEICAO
                   END-IF
               END-IF
           END-IF.
           IF MOTIVO-REJEICAO = SPACES
               IF TRN-SALARIO NOT NUMERIC OR TRN-SALARIO = ZEROS
                   MOVE "SALARIO-ZERADO" TO MOTIVO-REJEICAO
               ELSE
                   IF TRN-SALARIO < PISO-T(TRN-PROF)
                       MOVE "SALARIO-ABAIXO-PISO" TO MOTIVO-REJEICAO
                   END-IF
               END-IF
           END-IF.
           IF MOTIVO-REJEICAO = SPACES
               IF TRN-QTDE NOT NUMERIC OR TRN-QTDE = ZEROS
                   MOVE "POSTOS-ZERADO" TO MOTIVO-REJEICAO
               END-IF
           END-IF.
           IF MOTIVO-REJEICAO = SPACES
               IF TRN-VALIDADE NOT NUMERIC
                   MOVE "VALIDADE-INVALIDA" TO MOTIVO-REJEICAO
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(TRN-VALIDADE) NOT = 0
                       MOVE "VALIDADE-INVALIDA" TO MOTIVO-REJEICAO
                   ELSE
                       IF TRN-VALIDADE < DATA-HOJE
                           MOVE "VALIDADE-VENCIDA" TO MOTIVO-REJEICAO
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF MOTIVO-REJEICAO = SPACES
               MOVE FUNCTION UPPER-CASE(TRN-UF) TO TRN-UF
               PERFORM VALIDA-UF
               IF UF-OK = "N"
                   MOVE "UF-INVALIDA" TO MOTIVO-REJEICAO
               END-IF
           END-IF.
           IF MOTIVO-REJEICAO = SPACES
               MOVE FUNCTION UPPER-CASE(TRN-MUDANCA) TO TRN-MUDANCA
               IF TRN-MUDANCA = SPACE
                   MOVE "N" TO TRN-MUDANCA
               END-IF
               IF TRN-MUDANCA NOT = "S" AND NOT = "N"
                   MOVE "MUDANCA-INVALIDA" TO MOTIVO-REJEICAO
               END-IF
           END-IF.
           IF MOTIVO-REJEICAO = SPACES
               IF TRN-ESCOLARIDADE NOT NUMERIC
                  OR TRN-ESCOLARIDADE = 0 OR TRN-ESCOLARIDADE > 5
                   MOVE "ESCOLARIDADE-INVAL" TO MOTIVO-REJEICAO
               END-IF
           END-IF.
           IF MOTIVO-REJEICAO = SPACES
               IF TRN-EXPERIENCIA NOT NUMERIC
                   MOVE "EXPERIENCIA-INVAL" TO MOTIVO-REJEICAO
               END-IF
           END-IF.
           IF MOTIVO-REJEICAO = SPACES
               IF CODIGO = 999
                   MOVE "CODIGO-ESGOTADO" TO MOTIVO-REJEICAO
               END-IF
           END-IF.
       LOCALIZA-EMPRESA.
           MOVE "N"    TO EMPRESA-ACHADA.
           MOVE "N"    TO FIM-EMPRESAS.
           MOVE SPACES TO EMPRESA.
           MOVE SPACE  TO CREDITO-EMP.
           OPEN INPUT ARQ-EMPRESAS.
           PERFORM LE-EMPRESA UNTIL FIM-EMPRESAS = "S".
           CLOSE ARQ-EMPRESAS.
       LE-EMPRESA.
           READ ARQ-EMPRESAS
               AT END MOVE "S" TO FIM-EMPRESAS
               NOT AT END
                   IF EMP-CODIGO = TRN-EMP-COD
                       MOVE EMP-RAZAO(1:20) TO EMPRESA
                       MOVE EMP-CREDITO     TO CREDITO-EMP
                       MOVE "S" TO EMPRESA-ACHADA
                       MOVE "S" TO FIM-EMPRESAS
                   END-IF
           END-READ.
       VALIDA-UF.
           MOVE "N" TO UF-OK.
           PERFORM TEST AFTER VARYING LOOP-UF FROM 1 BY 1
                   UNTIL LOOP-UF > QTDE-ESTADOS
               IF SIGLA-T(LOOP-UF) = TRN-UF
                   MOVE "S" TO UF-OK
               END-IF
           END-PERFORM.
       CARREGA-ESTADOS.
           MOVE "N" TO FIM-ESTADOS.
           OPEN INPUT ARQ-ESTADOS.
           PERFORM LE-ESTADO UNTIL FIM-ESTADOS = "S".
           CLOSE ARQ-ESTADOS.
       LE-ESTADO.
           READ ARQ-ESTADOS
               AT END
                   MOVE "S" TO FIM-ESTADOS
               NOT AT END
                   ADD 1 TO QTDE-ESTADOS
                   MOVE REG-ESTADO-SIGLA TO SIGLA-T(QTDE-ESTADOS)
           END-READ.
       CARREGA-PROFISSOES.
           MOVE "N" TO FIM-PROFISSOES.
           OPEN INPUT ARQ-PROFISSOES.
           PERFORM LE-PROFISSAO UNTIL FIM-PROFISSOES = "S".
           CLOSE ARQ-PROFISSOES.
       LE-PROFISSAO.
           READ ARQ-PROFISSOES
               AT END
                   MOVE "S" TO FIM-PROFISSOES
               NOT AT END
                   ADD 1 TO QTDE-PROFISSOES
                   MOVE PROF-PISO TO PISO-T(QTDE-PROFISSOES)
           END-READ.
       GRAVA-VAGA.
           ADD 1 TO CONT-CARREGADOS.
           ADD 1 TO CODIGO.
           MOVE CODIGO       TO VAGA-CODIGO.
           MOVE EMPRESA      TO VAGA-EMPRESA.
           MOVE TRN-PROF     TO VAGA-PROF.
           MOVE TRN-SALARIO  TO VAGA-SALARIO.
           MOVE TRN-QTDE     TO VAGA-QTDE.
           MOVE "A"          TO VAGA-STATUS.
           MOVE TRN-VALIDADE TO VAGA-VALIDADE.
           MOVE TRN-UF       TO VAGA-UF.
           MOVE TRN-MUDANCA  TO VAGA-MUDANCA.
           MOVE TRN-EMP-COD  TO VAGA-EMP-COD.
           WRITE REG-VAGA.
           MOVE CODIGO       TO CHAVE-AUDITORIA.
           MOVE SPACES       TO IMAGEM-ANTES.
           MOVE REG-VAGA     TO IMAGEM-DEPOIS.
           CALL "GRAVA-AUDITORIA" USING "VAGAS.DAT       "
               CHAVE-AUDITORIA "I" OPERADOR-SESSAO IMAGEM-ANTES
               IMAGEM-DEPOIS.
           MOVE CODIGO           TO REQ-VAGA.
           MOVE TRN-ESCOLARIDADE TO REQ-ESCOLARIDADE.
           MOVE TRN-EXPERIENCIA  TO REQ-EXPERIENCIA.
           MOVE FUNCTION UPPER-CASE(TRN-IDIOMA) TO REQ-IDIOMA.
           MOVE FUNCTION UPPER-CASE(TRN-HABILIDADE) TO REQ-HABILIDADE.
           WRITE REG-REQUISITO.
           MOVE CODIGO           TO ABV-VAGA.
           MOVE DATA-HOJE        TO ABV-DATA.
           MOVE "L"              TO ABV-ORIGEM.
           WRITE REG-ABERTURA.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CONT-LIDOS TO CONT-E.
           MOVE CODIGO TO CODIGO-E.
           STRING "CARREGADO LINHA " DELIMITED BY SIZE
                  CONT-E             DELIMITED BY SIZE
                  " VAGA: "          DELIMITED BY SIZE
                  CODIGO-E           DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  EMPRESA            DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       GRAVA-REJEITADO.
           ADD 1 TO CONT-REJEITADOS.
           MOVE MOTIVO-REJEICAO TO REJ-MOTIVO.
           MOVE CONT-LIDOS      TO REJ-LINHA.
           MOVE REG-TRANSACAO   TO REJ-REGISTRO.
           WRITE REG-REJEITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CONT-LIDOS TO CONT-E.
           STRING "REJEITADO LINHA " DELIMITED BY SIZE
                  CONT-E             DELIMITED BY SIZE
                  " MOTIVO: "        DELIMITED BY SIZE
                  MOTIVO-REJEICAO    DELIMITED BY SIZE
                  " EMPRESA "        DELIMITED BY SIZE
                  TRN-EMP-COD        DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       RODAPE.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CONT-LIDOS TO CONT-E.
           STRING "REGISTROS LIDOS.....: " DELIMITED BY SIZE
                  CONT-E                   DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CONT-CARREGADOS TO CONT-E.
           STRING "REGISTROS CARREGADOS: " DELIMITED BY SIZE
                  CONT-E                   DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CONT-REJEITADOS TO CONT-E.
           STRING "REGISTROS REJEITADOS: " DELIMITED BY SIZE
                  CONT-E                   DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
