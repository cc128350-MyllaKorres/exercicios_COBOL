       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBERA-CREDITO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-EMPRESAS ASSIGN TO "EMPRESAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-EMPRESAS-TMP ASSIGN TO "EMPRTMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-LIBERACOES ASSIGN TO "LIBCRED.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
           FD  ARQ-EMPRESAS-TMP.
           01  REG-EMPRESA-TMP  PIC X(148).
           FD  ARQ-LIBERACOES.
           01  REG-LIBERACAO.
               02 LIB-DATA      PIC 9(08).
               02 LIB-EMPRESA   PIC 9(04).
               02 LIB-VALIDADE  PIC 9(08).
               02 LIB-DIAS-ATR  PIC 9(04).
               02 LIB-VALOR     PIC 9(09)V99.
               02 LIB-MOTIVO    PIC X(40).
               02 LIB-OPERADOR  PIC X(08).
       WORKING-STORAGE SECTION.
           01 DADOS-OPERADOR.
               02 OPERADOR-SESSAO PIC X(08) VALUE SPACES.
               02 PERFIL-SESSAO   PIC X(01) VALUE SPACE.
           01 DATA-DO-SISTEMA.
               02 ANO          PIC 9(04) VALUE ZEROS.
               02 MES          PIC 9(02) VALUE ZEROS.
               02 DIA          PIC 9(02) VALUE ZEROS.
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
           01 CONSULTA-PARAMETRO.
               02 PRM-MODULO    PIC X(08) VALUE SPACES.
               02 PRM-NOME      PIC X(15) VALUE SPACES.
               02 PRM-DATA      PIC 9(08) VALUE ZEROS.
               02 PRM-VALOR     PIC 9(09)V9(06) VALUE ZEROS.
               02 PRM-ACHOU     PIC X(01) VALUE SPACE.
           01 CONTINUAR        PIC X(01) VALUE SPACE.
           01 CONFIRMA         PIC X(01) VALUE SPACE.
           01 FIM-EMPRESAS     PIC X(01) VALUE "N".
           01 EMPRESA          PIC 9(04) VALUE ZEROS.
           01 EMPRESA-ACHADA   PIC X(01) VALUE "N".
           01 CREDITO-EMP      PIC X(01) VALUE SPACE.
           01 DIAS-EMP         PIC 9(04) VALUE ZEROS.
           01 VALOR-EMP        PIC 9(09)V99 VALUE ZEROS.
           01 PRAZO-PADRAO     PIC 9(02) VALUE 30.
           01 PRAZO-MAXIMO     PIC 9(02) VALUE 90.
           01 DIAS-LIBERACAO   PIC 9(02) VALUE ZEROS.
           01 DATA-VALIDADE    PIC 9(08) VALUE ZEROS.
           01 MOTIVO           PIC X(40) VALUE SPACES.
           01 MENSA-LOG        PIC X(40) VALUE SPACES.
           01 DADOS-AUDITORIA.
               02 CHAVE-AUDITORIA PIC X(15) VALUE SPACES.
               02 IMAGEM-ANTES    PIC X(150) VALUE SPACES.
               02 IMAGEM-DEPOIS   PIC X(150) VALUE SPACES.
           01 CAMPOS-EDITADOS.
               02 DATA-E       PIC 9999/99/99.
               02 DIAS-E       PIC ZZZ9.
               02 PRAZO-PADRAO-E PIC Z9.
               02 PRAZO-MAXIMO-E PIC Z9.
               02 VALOR-E      PIC ZZZ.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "LIBERACAO DE CREDITO DE EMPRESAS BLOQUEADAS".
           CALL "IDENTIFICA-OPERADOR" USING OPERADOR-SESSAO
               PERFIL-SESSAO.
           IF PERFIL-SESSAO NOT = "S"
               DISPLAY "ACESSO RESTRITO AO PERFIL SUPERVISOR"
               MOVE "PERFIL SEM AUTORIZACAO" TO MENSA-LOG
               CALL "GRAVA-EXCECAO" USING "LIBERA-CREDITO      "
                   "PERFIL         " "SEM-AUTORIZACAO     "
                   MENSA-LOG
               STOP RUN
           END-IF.
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           PERFORM CARREGA-PRAZOS.
           MOVE "S" TO CONTINUAR.
           PERFORM PROCESSO UNTIL CONTINUAR NOT = "S".
           DISPLAY "FIM DO PROGRAMA".
           STOP RUN.
       CARREGA-PRAZOS.
           MOVE "CREDITO"      TO PRM-MODULO.
           MOVE DATA-HOJE      TO PRM-DATA.
           MOVE "PRAZO-PADRAO" TO PRM-NOME.
           CALL "BUSCA-PARAMETRO" USING PRM-MODULO PRM-NOME PRM-DATA
               PRM-VALOR PRM-ACHOU.
           IF PRM-ACHOU = "S"
               MOVE PRM-VALOR TO PRAZO-PADRAO
           END-IF.
           MOVE "PRAZO-MAXIMO" TO PRM-NOME.
           CALL "BUSCA-PARAMETRO" USING PRM-MODULO PRM-NOME PRM-DATA
               PRM-VALOR PRM-ACHOU.
           IF PRM-ACHOU = "S"
               MOVE PRM-VALOR TO PRAZO-MAXIMO
           END-IF.
           MOVE PRAZO-PADRAO TO PRAZO-PADRAO-E.
           MOVE PRAZO-MAXIMO TO PRAZO-MAXIMO-E.
       PROCESSO.
           PERFORM LIBERA-EMPRESA THRU LIBERA-EMPRESA-FIM.
           DISPLAY "CONTINUA (S/N)? ".
           ACCEPT CONTINUAR.
           IF CONTINUAR = "s"
               MOVE "S" TO CONTINUAR
           END-IF.
       LIBERA-EMPRESA.
           DISPLAY "CODIGO DA EMPRESA: ".
           ACCEPT EMPRESA.
           PERFORM LOCALIZA-EMPRESA.
           IF EMPRESA-ACHADA = "N"
               DISPLAY "EMPRESA NAO CADASTRADA"
               GO TO LIBERA-EMPRESA-FIM
           END-IF.
           IF CREDITO-EMP NOT = "B"
               DISPLAY "EMPRESA NAO ESTA BLOQUEADA"
               GO TO LIBERA-EMPRESA-FIM
           END-IF.
           MOVE DIAS-EMP  TO DIAS-E.
           MOVE VALOR-EMP TO VALOR-E.
           DISPLAY "VENCIDO: " VALOR-E "   MAIOR ATRASO: " DIAS-E
                   " DIAS".
           DISPLAY "DIAS DE LIBERACAO (1 A " PRAZO-MAXIMO-E
                   ", ENTER = " PRAZO-PADRAO-E "): ".
           ACCEPT DIAS-LIBERACAO.
           IF DIAS-LIBERACAO = ZEROS
               MOVE PRAZO-PADRAO TO DIAS-LIBERACAO
           END-IF.
           IF DIAS-LIBERACAO > PRAZO-MAXIMO
               DISPLAY "PRAZO ACIMA DO MAXIMO DE " PRAZO-MAXIMO-E
                   " DIAS"
               GO TO LIBERA-EMPRESA-FIM
           END-IF.
           DISPLAY "MOTIVO DA LIBERACAO: ".
           MOVE SPACES TO MOTIVO.
           ACCEPT MOTIVO.
           IF MOTIVO = SPACES
               DISPLAY "MOTIVO OBRIGATORIO - LIBERACAO CANCELADA"
               GO TO LIBERA-EMPRESA-FIM
           END-IF.
           COMPUTE DATA-VALIDADE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(DATA-HOJE) + DIAS-LIBERACAO).
           MOVE DATA-VALIDADE TO DATA-E.
           DISPLAY "LIBERAR ATE " DATA-E " (S/N)? ".
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
               DISPLAY "LIBERACAO CANCELADA"
               GO TO LIBERA-EMPRESA-FIM
           END-IF.
           PERFORM REGRAVA-EMPRESAS.
           PERFORM GRAVA-LIBERACAO.
           CALL "GRAVA-EXCECAO-SEV" USING "LIBERA-CREDITO      "
               "EMPRESA        " "CREDITO-LIBERADO    "
               "BLOQUEIO DE CREDITO LIBERADO SUPERVISOR " "A".
           DISPLAY "CREDITO LIBERADO ATE " DATA-E.
       LIBERA-EMPRESA-FIM.
           EXIT.
       LOCALIZA-EMPRESA.
           MOVE "N" TO EMPRESA-ACHADA.
           MOVE "N" TO FIM-EMPRESAS.
           OPEN INPUT ARQ-EMPRESAS.
           PERFORM LE-EMPRESA UNTIL FIM-EMPRESAS = "S".
           CLOSE ARQ-EMPRESAS.
       LE-EMPRESA.
           READ ARQ-EMPRESAS
               AT END MOVE "S" TO FIM-EMPRESAS
               NOT AT END
                   IF EMP-CODIGO = EMPRESA
                       DISPLAY "EMPRESA: " EMP-RAZAO
                       MOVE EMP-CREDITO  TO CREDITO-EMP
                       MOVE EMP-DIAS-ATR TO DIAS-EMP
                       MOVE EMP-VLR-ATR  TO VALOR-EMP
                       MOVE "S" TO EMPRESA-ACHADA
                       MOVE "S" TO FIM-EMPRESAS
                   END-IF
           END-READ.
       REGRAVA-EMPRESAS.
           MOVE "N" TO FIM-EMPRESAS.
           OPEN INPUT  ARQ-EMPRESAS.
           OPEN OUTPUT ARQ-EMPRESAS-TMP.
           PERFORM COPIA-EMPRESA UNTIL FIM-EMPRESAS = "S".
           CLOSE ARQ-EMPRESAS.
           CLOSE ARQ-EMPRESAS-TMP.
           MOVE "N" TO FIM-EMPRESAS.
           OPEN INPUT  ARQ-EMPRESAS-TMP.
           OPEN OUTPUT ARQ-EMPRESAS.
           PERFORM DEVOLVE-EMPRESA UNTIL FIM-EMPRESAS = "S".
           CLOSE ARQ-EMPRESAS-TMP.
           CLOSE ARQ-EMPRESAS.
           CALL "ATUALIZA-CONTROLE" USING "EMPRESAS.DAT    ".
           MOVE EMPRESA TO CHAVE-AUDITORIA.
           CALL "GRAVA-AUDITORIA" USING "EMPRESAS.DAT    "
               CHAVE-AUDITORIA "A" OPERADOR-SESSAO IMAGEM-ANTES
               IMAGEM-DEPOIS.
       COPIA-EMPRESA.
           READ ARQ-EMPRESAS
               AT END MOVE "S" TO FIM-EMPRESAS
               NOT AT END
                   IF EMP-CODIGO = EMPRESA
                       MOVE REG-EMPRESA   TO IMAGEM-ANTES
                       MOVE "L"           TO EMP-CREDITO
                       MOVE DATA-VALIDADE TO EMP-LIB-ATE
                       MOVE REG-EMPRESA   TO IMAGEM-DEPOIS
                   END-IF
                   MOVE REG-EMPRESA TO REG-EMPRESA-TMP
                   WRITE REG-EMPRESA-TMP
           END-READ.
       DEVOLVE-EMPRESA.
           READ ARQ-EMPRESAS-TMP
               AT END MOVE "S" TO FIM-EMPRESAS
               NOT AT END
                   MOVE REG-EMPRESA-TMP TO REG-EMPRESA
                   WRITE REG-EMPRESA
           END-READ.
       GRAVA-LIBERACAO.
           MOVE DATA-HOJE       TO LIB-DATA.
           MOVE EMPRESA         TO LIB-EMPRESA.
           MOVE DATA-VALIDADE   TO LIB-VALIDADE.
           MOVE DIAS-EMP        TO LIB-DIAS-ATR.
           MOVE VALOR-EMP       TO LIB-VALOR.
           MOVE MOTIVO          TO LIB-MOTIVO.
           MOVE OPERADOR-SESSAO TO LIB-OPERADOR.
           OPEN EXTEND ARQ-LIBERACOES.
           WRITE REG-LIBERACAO.
           CLOSE ARQ-LIBERACOES.
