       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLOQUEIO-CREDITO.
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
               SELECT OPTIONAL ARQ-CONTAS-REC
                   ASSIGN TO "CONTASREC.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-FATURAS ASSIGN TO "FATCOLOC.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-VAGAS ASSIGN TO "VAGAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-RELATORIO ASSIGN TO "BLOQCRED.TXT"
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
           FD  ARQ-CONTAS-REC.
           01  REG-CONTA-REC.
               02 CR-NUMERO     PIC 9(06).
               02 CR-CLIENTE    PIC 9(04).
               02 CR-DATA       PIC 9(08).
               02 CR-VALOR      PIC 9(09)V99.
               02 CR-STATUS     PIC X(01).
               02 CR-VALOR-PAGO PIC 9(09)V99.
               02 CR-PARCELA    PIC 9(02).
               02 CR-VENCIMENTO PIC 9(08).
               02 CR-NIVEL-COB  PIC 9(01).
               02 CR-ORIGEM     PIC X(01).
           FD  ARQ-FATURAS.
           01  REG-FATURA.
               02 FAT-EMPRESA   PIC 9(04).
               02 FAT-CPF       PIC 9(11).
               02 FAT-VAGA      PIC 9(03).
               02 FAT-DATA      PIC 9(08).
               02 FAT-SALARIO   PIC 9(04)V9(02).
               02 FAT-TAXA      PIC 9(02)V99.
               02 FAT-VALOR     PIC 9(09)V99.
               02 FAT-TITULO    PIC 9(06).
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
           FD  ARQ-RELATORIO.
           01  LINHA-RELATORIO  PIC X(80).
       WORKING-STORAGE SECTION.
           01 DADOS-CONTROLE-LOTE.
               02 STEP-LOTE          PIC X(08) VALUE "BLOQCRED".
               02 STATUS-CONTROLE    PIC X(01) VALUE SPACE.
               02 REGISTROS-CONTROLE PIC 9(06) VALUE ZEROS.
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
           01 DIAS-TOLERANCIA  PIC 9(03) VALUE 30.
           01 VALOR-MINIMO     PIC 9(07)V99 VALUE ZEROS.
           01 FIM-EMPRESAS     PIC X(01) VALUE "N".
           01 FIM-CONTAS       PIC X(01) VALUE "N".
           01 FIM-FATURAS      PIC X(01) VALUE "N".
           01 FIM-VAGAS        PIC X(01) VALUE "N".
           01 QTDE-TITULOS     PIC 9(04) VALUE ZEROS.
           01 TABELA-TITULOS.
               02 TIT-T OCCURS 3000 TIMES.
                   03 TIT-T-NUMERO   PIC 9(06).
                   03 TIT-T-EMPRESA  PIC 9(04).
           01 IDX-TIT          PIC 9(04) VALUE ZEROS.
           01 TITULO-COLOCACAO PIC X(01) VALUE "N".
           01 CREDITO-ANTERIOR PIC X(01) VALUE SPACE.
           01 DADOS-AUDITORIA.
               02 CHAVE-AUDITORIA PIC X(15) VALUE SPACES.
               02 IMAGEM-ANTES    PIC X(150) VALUE SPACES.
               02 IMAGEM-DEPOIS   PIC X(150) VALUE SPACES.
           01 DIAS-ATRASO      PIC 9(05) VALUE ZEROS.
           01 MAIOR-ATRASO     PIC 9(05) VALUE ZEROS.
           01 SALDO-TITULO     PIC 9(09)V99 VALUE ZEROS.
           01 VALOR-ATRASO     PIC 9(09)V99 VALUE ZEROS.
           01 QTDE-RETIDAS     PIC 9(03) VALUE ZEROS.
           01 TABELA-RETIDAS.
               02 RET-T OCCURS 300 TIMES.
                   03 RET-T-CODIGO   PIC 9(04).
                   03 RET-T-RAZAO    PIC X(30).
                   03 RET-T-CREDITO  PIC X(01).
                   03 RET-T-DIAS     PIC 9(04).
                   03 RET-T-VALOR    PIC 9(09)V99.
                   03 RET-T-LIB-ATE  PIC 9(08).
           01 IDX-RET          PIC 9(03) VALUE ZEROS.
           01 CONTADORES.
               02 CONT-EMPRESAS     PIC 9(05) VALUE ZEROS.
               02 CONT-BLOQUEADAS   PIC 9(05) VALUE ZEROS.
               02 CONT-LIBERADAS    PIC 9(05) VALUE ZEROS.
               02 CONT-NOVOS-BLOQ   PIC 9(05) VALUE ZEROS.
               02 CONT-DESBLOQ      PIC 9(05) VALUE ZEROS.
               02 CONT-VAGAS        PIC 9(05) VALUE ZEROS.
               02 CONT-VAGAS-EMP    PIC 9(03) VALUE ZEROS.
           01 TOTAL-ATRASO     PIC 9(11)V99 VALUE ZEROS.
           01 REGISTROS-SPOOL  PIC 9(06) VALUE ZEROS.
           01 CAMPOS-EDITADOS.
               02 DATA-E       PIC 9999/99/99.
               02 DIAS-E       PIC ZZZ9.
               02 VALOR-E      PIC ZZZ.ZZZ.ZZ9,99.
               02 TOTAL-E      PIC Z.ZZZ.ZZZ.ZZ9,99.
               02 SALARIO-E    PIC ZZZ9,99.
               02 POSTOS-E     PIC Z9.
               02 CONT-E       PIC ZZZZ9.
               02 TOLERANCIA-E PIC ZZ9.
           01 SITUACAO-DESC    PIC X(20) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BLOQUEIO DE CREDITO DE EMPRESAS INADIMPLENTES".
           CALL "CONTROLE-LOTE" USING "L" STEP-LOTE
               STATUS-CONTROLE REGISTROS-CONTROLE.
           IF STATUS-CONTROLE = "C"
               DISPLAY "STEP JA CONCLUIDO - NADA A FAZER"
               GOBACK
           END-IF.
           MOVE "I" TO STATUS-CONTROLE.
           MOVE ZEROS TO REGISTROS-CONTROLE.
           CALL "CONTROLE-LOTE" USING "G" STEP-LOTE
               STATUS-CONTROLE REGISTROS-CONTROLE.
           CALL "LE-OPERADOR" USING OPERADOR-SESSAO PERFIL-SESSAO.
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           PERFORM CARREGA-PARAMETRO.
           PERFORM CARREGA-TITULOS.
           PERFORM ATUALIZA-EMPRESAS.
           PERFORM EMITE-RELATORIO.
           MOVE CONT-EMPRESAS TO REGISTROS-CONTROLE.
           MOVE "C" TO STATUS-CONTROLE.
           CALL "CONTROLE-LOTE" USING "G" STEP-LOTE
               STATUS-CONTROLE REGISTROS-CONTROLE.
           MOVE CONT-BLOQUEADAS TO CONT-E.
           DISPLAY "EMPRESAS BLOQUEADAS: " CONT-E.
           GOBACK.
       CARREGA-PARAMETRO.
           MOVE "CREDITO"         TO PRM-MODULO.
           MOVE DATA-HOJE         TO PRM-DATA.
           MOVE "DIAS-TOLERANCIA" TO PRM-NOME.
           CALL "BUSCA-PARAMETRO" USING PRM-MODULO PRM-NOME PRM-DATA
               PRM-VALOR PRM-ACHOU.
           IF PRM-ACHOU = "S"
               MOVE PRM-VALOR TO DIAS-TOLERANCIA
           END-IF.
           MOVE "VALOR-MINIMO"    TO PRM-NOME.
           CALL "BUSCA-PARAMETRO" USING PRM-MODULO PRM-NOME PRM-DATA
               PRM-VALOR PRM-ACHOU.
           IF PRM-ACHOU = "S"
               MOVE PRM-VALOR TO VALOR-MINIMO
           END-IF.
       CARREGA-TITULOS.
           MOVE ZEROS TO QTDE-TITULOS.
           MOVE "N"   TO FIM-FATURAS.
           OPEN INPUT ARQ-FATURAS.
           PERFORM LE-FATURA UNTIL FIM-FATURAS = "S".
           CLOSE ARQ-FATURAS.
       LE-FATURA.
           READ ARQ-FATURAS
               AT END MOVE "S" TO FIM-FATURAS
               NOT AT END
                   IF FAT-TITULO > ZEROS AND QTDE-TITULOS < 3000
                       ADD 1 TO QTDE-TITULOS
                       MOVE FAT-TITULO  TO TIT-T-NUMERO(QTDE-TITULOS)
                       MOVE FAT-EMPRESA TO TIT-T-EMPRESA(QTDE-TITULOS)
                   END-IF
           END-READ.
       ATUALIZA-EMPRESAS.
           MOVE "N" TO FIM-EMPRESAS.
           OPEN INPUT  ARQ-EMPRESAS.
           OPEN OUTPUT ARQ-EMPRESAS-TMP.
           PERFORM TRATA-EMPRESA UNTIL FIM-EMPRESAS = "S".
           CLOSE ARQ-EMPRESAS.
           CLOSE ARQ-EMPRESAS-TMP.
           MOVE "N" TO FIM-EMPRESAS.
           OPEN INPUT  ARQ-EMPRESAS-TMP.
           OPEN OUTPUT ARQ-EMPRESAS.
           PERFORM DEVOLVE-EMPRESA UNTIL FIM-EMPRESAS = "S".
           CLOSE ARQ-EMPRESAS-TMP.
           CLOSE ARQ-EMPRESAS.
           CALL "ATUALIZA-CONTROLE" USING "EMPRESAS.DAT    ".
       TRATA-EMPRESA.
           READ ARQ-EMPRESAS
               AT END MOVE "S" TO FIM-EMPRESAS
               NOT AT END
                   ADD 1 TO CONT-EMPRESAS
                   MOVE REG-EMPRESA TO IMAGEM-ANTES
                   PERFORM AVALIA-EMPRESA
                   MOVE REG-EMPRESA TO IMAGEM-DEPOIS
                   MOVE REG-EMPRESA TO REG-EMPRESA-TMP
                   WRITE REG-EMPRESA-TMP
                   IF IMAGEM-ANTES NOT = IMAGEM-DEPOIS
                       MOVE EMP-CODIGO TO CHAVE-AUDITORIA
                       CALL "GRAVA-AUDITORIA" USING "EMPRESAS.DAT    "
                           CHAVE-AUDITORIA "A" OPERADOR-SESSAO
                           IMAGEM-ANTES IMAGEM-DEPOIS
                   END-IF
           END-READ.
       DEVOLVE-EMPRESA.
           READ ARQ-EMPRESAS-TMP
               AT END MOVE "S" TO FIM-EMPRESAS
               NOT AT END
                   MOVE REG-EMPRESA-TMP TO REG-EMPRESA
                   WRITE REG-EMPRESA
           END-READ.
       AVALIA-EMPRESA.
           MOVE EMP-CREDITO TO CREDITO-ANTERIOR.
           IF EMP-LIB-ATE NOT NUMERIC
               MOVE ZEROS TO EMP-LIB-ATE
           END-IF.
           MOVE ZEROS TO MAIOR-ATRASO.
           MOVE ZEROS TO VALOR-ATRASO.
           MOVE "N"   TO FIM-CONTAS.
           OPEN INPUT ARQ-CONTAS-REC.
           PERFORM LE-TITULO-EMPRESA UNTIL FIM-CONTAS = "S".
           CLOSE ARQ-CONTAS-REC.
           IF MAIOR-ATRASO > 9999
               MOVE 9999 TO EMP-DIAS-ATR
           ELSE
               MOVE MAIOR-ATRASO TO EMP-DIAS-ATR
           END-IF.
           MOVE VALOR-ATRASO TO EMP-VLR-ATR.
           IF VALOR-ATRASO > ZEROS AND VALOR-ATRASO NOT < VALOR-MINIMO
               IF EMP-LIB-ATE NOT < DATA-HOJE
                   MOVE "L" TO EMP-CREDITO
                   ADD 1 TO CONT-LIBERADAS
               ELSE
                   MOVE "B" TO EMP-CREDITO
                   ADD 1 TO CONT-BLOQUEADAS
                   IF CREDITO-ANTERIOR NOT = "B"
                       ADD 1 TO CONT-NOVOS-BLOQ
                       CALL "GRAVA-EXCECAO" USING "BLOQUEIO-CREDITO    "
                           "EMPRESA        " "CREDITO-BLOQUEADO   "
                           "EMPRESA BLOQUEADA POR TITULOS VENCIDOS  "
                   END-IF
               END-IF
               PERFORM GUARDA-RETIDA
           ELSE
               IF CREDITO-ANTERIOR = "B"
                   ADD 1 TO CONT-DESBLOQ
               END-IF
               MOVE "N" TO EMP-CREDITO
           END-IF.
       LE-TITULO-EMPRESA.
           READ ARQ-CONTAS-REC
               AT END MOVE "S" TO FIM-CONTAS
               NOT AT END
                   IF CR-CLIENTE = EMP-CODIGO
                      AND CR-STATUS = "A"
                      AND CR-VENCIMENTO > ZEROS
                      AND CR-VENCIMENTO < DATA-HOJE
                       PERFORM CONFERE-TITULO-COLOCACAO
                       IF TITULO-COLOCACAO = "S"
                           PERFORM SOMA-TITULO-VENCIDO
                       END-IF
                   END-IF
           END-READ.
       CONFERE-TITULO-COLOCACAO.
           MOVE "N" TO TITULO-COLOCACAO.
           PERFORM VARYING IDX-TIT FROM 1 BY 1
                   UNTIL IDX-TIT > QTDE-TITULOS
                      OR TITULO-COLOCACAO = "S"
               IF TIT-T-NUMERO(IDX-TIT) = CR-NUMERO
                  AND TIT-T-EMPRESA(IDX-TIT) = CR-CLIENTE
                   MOVE "S" TO TITULO-COLOCACAO
               END-IF
           END-PERFORM.
       SOMA-TITULO-VENCIDO.
           COMPUTE DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE(DATA-HOJE)
               - FUNCTION INTEGER-OF-DATE(CR-VENCIMENTO).
           IF DIAS-ATRASO > DIAS-TOLERANCIA
               COMPUTE SALDO-TITULO = CR-VALOR - CR-VALOR-PAGO
               ADD SALDO-TITULO TO VALOR-ATRASO
               IF DIAS-ATRASO > MAIOR-ATRASO
                   MOVE DIAS-ATRASO TO MAIOR-ATRASO
               END-IF
           END-IF.
       GUARDA-RETIDA.
           IF QTDE-RETIDAS < 300
               ADD 1 TO QTDE-RETIDAS
               MOVE EMP-CODIGO   TO RET-T-CODIGO(QTDE-RETIDAS)
               MOVE EMP-RAZAO    TO RET-T-RAZAO(QTDE-RETIDAS)
               MOVE EMP-CREDITO  TO RET-T-CREDITO(QTDE-RETIDAS)
               MOVE EMP-DIAS-ATR TO RET-T-DIAS(QTDE-RETIDAS)
               MOVE EMP-VLR-ATR  TO RET-T-VALOR(QTDE-RETIDAS)
               MOVE EMP-LIB-ATE  TO RET-T-LIB-ATE(QTDE-RETIDAS)
           END-IF.
       EMITE-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM CABECALHO-RELATORIO.
           PERFORM GRAVA-EMPRESA-RETIDA
               VARYING IDX-RET FROM 1 BY 1
               UNTIL IDX-RET > QTDE-RETIDAS.
           PERFORM RODAPE-RELATORIO.
           CLOSE ARQ-RELATORIO.
           MOVE QTDE-RETIDAS TO REGISTROS-SPOOL.
           CALL "GUARDA-RELATORIO" USING "BLOQCRED  "
               "BLOQCRED.TXT    " REGISTROS-SPOOL.
       CABECALHO-RELATORIO.
           MOVE DATA-HOJE TO DATA-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "EMPRESAS COM CREDITO BLOQUEADO - " DELIMITED BY SIZE
                  DATA-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE DIAS-TOLERANCIA TO TOLERANCIA-E.
           MOVE VALOR-MINIMO    TO VALOR-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CRITERIO: TITULOS VENCIDOS HA MAIS DE "
                      DELIMITED BY SIZE
                  TOLERANCIA-E   DELIMITED BY SIZE
                  " DIAS, MINIMO " DELIMITED BY SIZE
                  VALOR-E        DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "COD"          TO LINHA-RELATORIO(1:3).
           MOVE "RAZAO SOCIAL" TO LINHA-RELATORIO(6:12).
           MOVE "SITUACAO"     TO LINHA-RELATORIO(37:8).
           MOVE "DIAS"         TO LINHA-RELATORIO(55:4).
           MOVE "VALOR VENCIDO" TO LINHA-RELATORIO(62:13).
           WRITE LINHA-RELATORIO.
       GRAVA-EMPRESA-RETIDA.
           IF RET-T-CREDITO(IDX-RET) = "B"
               MOVE "BLOQUEADA"   TO SITUACAO-DESC
           ELSE
               MOVE RET-T-LIB-ATE(IDX-RET) TO DATA-E
               MOVE SPACES TO SITUACAO-DESC
               STRING "LIBERADA " DELIMITED BY SIZE
                      DATA-E      DELIMITED BY SIZE
                 INTO SITUACAO-DESC
           END-IF.
           MOVE RET-T-DIAS(IDX-RET)  TO DIAS-E.
           MOVE RET-T-VALOR(IDX-RET) TO VALOR-E.
           ADD RET-T-VALOR(IDX-RET)  TO TOTAL-ATRASO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE RET-T-CODIGO(IDX-RET)      TO LINHA-RELATORIO(1:4).
           MOVE RET-T-RAZAO(IDX-RET)       TO LINHA-RELATORIO(6:30).
           MOVE SITUACAO-DESC              TO LINHA-RELATORIO(37:18).
           MOVE DIAS-E                     TO LINHA-RELATORIO(55:4).
           MOVE VALOR-E                    TO LINHA-RELATORIO(60:14).
           WRITE LINHA-RELATORIO.
           MOVE ZEROS TO CONT-VAGAS-EMP.
           MOVE "N"   TO FIM-VAGAS.
           OPEN INPUT ARQ-VAGAS.
           PERFORM LISTA-VAGA-ABERTA UNTIL FIM-VAGAS = "S".
           CLOSE ARQ-VAGAS.
           IF CONT-VAGAS-EMP = ZEROS
               MOVE SPACES TO LINHA-RELATORIO
               MOVE "NENHUMA VAGA ABERTA" TO LINHA-RELATORIO(8:19)
               WRITE LINHA-RELATORIO
           END-IF.
       LISTA-VAGA-ABERTA.
           READ ARQ-VAGAS
               AT END MOVE "S" TO FIM-VAGAS
               NOT AT END
                   IF VAGA-EMP-COD = RET-T-CODIGO(IDX-RET)
                      AND VAGA-STATUS = "A"
                       ADD 1 TO CONT-VAGAS-EMP
                       ADD 1 TO CONT-VAGAS
                       PERFORM GRAVA-LINHA-VAGA
                   END-IF
           END-READ.
       GRAVA-LINHA-VAGA.
           MOVE VAGA-SALARIO  TO SALARIO-E.
           MOVE VAGA-QTDE     TO POSTOS-E.
           MOVE VAGA-VALIDADE TO DATA-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "       VAGA "  DELIMITED BY SIZE
                  VAGA-CODIGO     DELIMITED BY SIZE
                  " PROF "        DELIMITED BY SIZE
                  VAGA-PROF       DELIMITED BY SIZE
                  " SALARIO "     DELIMITED BY SIZE
                  SALARIO-E       DELIMITED BY SIZE
                  " POSTOS "      DELIMITED BY SIZE
                  POSTOS-E        DELIMITED BY SIZE
                  " VALIDADE "    DELIMITED BY SIZE
                  DATA-E          DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       RODAPE-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE CONT-BLOQUEADAS TO CONT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "EMPRESAS BLOQUEADAS.......: " DELIMITED BY SIZE
                  CONT-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE CONT-NOVOS-BLOQ TO CONT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  BLOQUEADAS NESTA NOITE..: " DELIMITED BY SIZE
                  CONT-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE CONT-LIBERADAS TO CONT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "LIBERADAS PELO SUPERVISOR.: " DELIMITED BY SIZE
                  CONT-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE CONT-DESBLOQ TO CONT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "DESBLOQUEADAS (QUITACAO)..: " DELIMITED BY SIZE
                  CONT-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE CONT-VAGAS TO CONT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "VAGAS ABERTAS AFETADAS....: " DELIMITED BY SIZE
                  CONT-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE TOTAL-ATRASO TO TOTAL-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL VENCIDO.............: " DELIMITED BY SIZE
                  TOTAL-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
