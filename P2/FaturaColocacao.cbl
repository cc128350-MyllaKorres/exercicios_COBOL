                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-FATURAS ASSIGN TO "FATCOLOC.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-ACOMPANHAMENTOS
                   ASSIGN TO "ACOMPCOL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-RELATORIO ASSIGN TO "RELFATCOL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
               02 EMP-TELEFONE  PIC X(11).
               02 EMP-ENDERECO  PIC X(30).
               02 EMP-UF        PIC X(02).
               02 EMP-QUADRO    PIC 9(06).
               02 EMP-CREDITO   PIC X(01).
               02 EMP-DIAS-ATR  PIC 9(04).
               02 EMP-VLR-ATR   PIC 9(09)V99.
               02 EMP-LIB-ATE   PIC 9(08).
               02 EMP-MUNICIPIO PIC 9(07).
           FD  ARQ-CONTAS-REC.
           01  REG-CONTA-REC.
               02 CR-NUMERO     PIC 9(06).
               02 CR-PARCELA    PIC 9(02).
               02 CR-VENCIMENTO PIC 9(08).
               02 CR-NIVEL-COB  PIC 9(01).
               02 CR-ORIGEM     PIC X(01).
           FD  ARQ-FATURAS.
           01  REG-FATURA.
               02 FAT-EMPRESA   PIC 9(04).
               02 FAT-TAXA      PIC 9(02)V99.
               02 FAT-VALOR     PIC 9(09)V99.
               02 FAT-TITULO    PIC 9(06).
           FD  ARQ-ACOMPANHAMENTOS.
           01  REG-ACOMPANHAMENTO.
               02 ACP-CPF            PIC 9(11).
               02 ACP-VAGA           PIC 9(03).
               02 ACP-EMPRESA        PIC 9(04).
               02 ACP-PROF           PIC 9(01).
               02 ACP-DATA-COLOC     PIC 9(08).
               02 ACP-TITULO         PIC 9(06).
               02 ACP-VALOR-FATURA   PIC 9(09)V99.
               02 ACP-CHECKIN OCCURS 3 TIMES.
                   03 ACP-CHK-DATA   PIC 9(08).
                   03 ACP-CHK-RESULT PIC X(01).
               02 ACP-SITUACAO       PIC X(01).
               02 ACP-DATA-QUEBRA    PIC 9(08).
               02 ACP-TRATAMENTO     PIC X(01).
               02 ACP-VAGA-REPOSICAO PIC 9(03).
               02 ACP-VALOR-CREDITO  PIC 9(09)V99.
               02 ACP-OPERADOR       PIC X(08).
           FD  ARQ-RELATORIO.
           01  LINHA-RELATORIO  PIC X(80).
       WORKING-STORAGE SECTION.
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
           01 REGISTROS-SPOOL  PIC 9(06) VALUE ZEROS.
           01 OPCAO            PIC X(01) VALUE SPACE.
           01 CONSULTA-PARAMETRO.
               02 PRM-MODULO    PIC X(08) VALUE SPACES.
               02 PRM-NOME      PIC X(15) VALUE SPACES.
               02 PRM-DATA      PIC 9(08) VALUE ZEROS.
               02 PRM-VALOR     PIC 9(09)V9(06) VALUE ZEROS.
               02 PRM-ACHOU     PIC X(01) VALUE SPACE.
           01 TAXA-COLOCACAO   PIC 9(02)V99 VALUE 50,00.
           01 FIM-ENCAMINH     PIC X(01) VALUE "N".
           01 FIM-VAGAS        PIC X(01) VALUE "N".
           01 FIM-CONTAS       PIC X(01) VALUE "N".
           01 VAGA-ACHADA      PIC X(01) VALUE "N".
           01 JA-FATURADO      PIC X(01) VALUE "N".
           01 FIM-ACOMPANH     PIC X(01) VALUE "N".
           01 VAGA-REPOSICAO   PIC X(01) VALUE "N".
           01 EMPRESA-FATURA   PIC 9(04) VALUE ZEROS.
           01 SALARIO-FATURA   PIC 9(04)V9(02) VALUE ZEROS.
           01 VALOR-FATURA     PIC 9(09)V99 VALUE ZEROS.
           01 TAXA-FATURA      PIC 9(02)V99 VALUE ZEROS.
           01 TITULO-FATURA    PIC 9(06) VALUE ZEROS.
           01 PROXIMO-TITULO   PIC 9(06) VALUE ZEROS.
           01 CONT-FATURADOS   PIC 9(04) VALUE ZEROS.
           01 CONT-REPOSICOES  PIC 9(04) VALUE ZEROS.
           01 CONT-E           PIC ZZZ9.
           01 DADOS-VENCIMENTO.
               02 DATA-VENCIMENTO PIC 9(08) VALUE ZEROS.
           END-EVALUATE.
           STOP RUN.
       CARREGA-TAXA.
           MOVE "AGENCIA"        TO PRM-MODULO.
           MOVE "TAXA-COLOCACAO" TO PRM-NOME.
           MOVE DATA-HOJE        TO PRM-DATA.
           CALL "BUSCA-PARAMETRO" USING PRM-MODULO PRM-NOME PRM-DATA
               PRM-VALOR PRM-ACHOU.
           IF PRM-ACHOU = "S"
               MOVE PRM-VALOR TO TAXA-COLOCACAO
           END-IF.
       FATURA-CONTRATACOES.
           PERFORM BUSCA-PROXIMO-TITULO.
           MOVE "N" TO FIM-ENCAMINH.
           CLOSE ARQ-ENCAMINHAMENTOS.
           MOVE CONT-FATURADOS TO CONT-E.
           DISPLAY "TITULOS GERADOS: " CONT-E.
           MOVE CONT-REPOSICOES TO CONT-E.
           DISPLAY "REPOSICOES SEM TAXA: " CONT-E.
       LE-ENCAMINHAMENTO.
           READ ARQ-ENCAMINHAMENTOS
               AT END MOVE "S" TO FIM-ENCAMINH
                       PERFORM VERIFICA-JA-FATURADO
                       IF JA-FATURADO = "N"
                           PERFORM FATURA-CONTRATACAO
                               THRU FATURA-CONTRATACAO-FIM
                       END-IF
                   END-IF
           END-READ.
                   "CONTRATACAO SEM EMPRESA - NAO FATURADA  "
               GO TO FATURA-CONTRATACAO-FIM
           END-IF.
           PERFORM VERIFICA-REPOSICAO.
           IF VAGA-REPOSICAO = "S"
               MOVE ZEROS TO VALOR-FATURA
               MOVE ZEROS TO TAXA-FATURA
               MOVE ZEROS TO TITULO-FATURA
               PERFORM GRAVA-FATURA
               ADD 1 TO CONT-REPOSICOES
               GO TO FATURA-CONTRATACAO-FIM
           END-IF.
           MOVE TAXA-COLOCACAO TO TAXA-FATURA.
           COMPUTE VALOR-FATURA ROUNDED =
               SALARIO-FATURA * TAXA-COLOCACAO / 100.
           PERFORM CALCULA-VENCIMENTO.
           PERFORM GRAVA-TITULO.
           MOVE PROXIMO-TITULO TO TITULO-FATURA.
           PERFORM GRAVA-FATURA.
           ADD 1 TO CONT-FATURADOS.
       FATURA-CONTRATACAO-FIM.
           EXIT.
       VERIFICA-REPOSICAO.
           MOVE "N" TO VAGA-REPOSICAO.
           MOVE "N" TO FIM-ACOMPANH.
           OPEN INPUT ARQ-ACOMPANHAMENTOS.
           PERFORM LE-ACOMPANHAMENTO UNTIL FIM-ACOMPANH = "S".
           CLOSE ARQ-ACOMPANHAMENTOS.
       LE-ACOMPANHAMENTO.
           READ ARQ-ACOMPANHAMENTOS
               AT END MOVE "S" TO FIM-ACOMPANH
               NOT AT END
                   IF ACP-TRATAMENTO = "R"
                      AND ACP-VAGA-REPOSICAO = ENC-VAGA
                       MOVE "S" TO VAGA-REPOSICAO
                       MOVE "S" TO FIM-ACOMPANH
                   END-IF
           END-READ.
       LOCALIZA-VAGA-FATURA.
           MOVE "N"   TO VAGA-ACHADA.
           MOVE ZEROS TO EMPRESA-FATURA.
           MOVE 01              TO CR-PARCELA.
           MOVE DATA-VENCIMENTO TO CR-VENCIMENTO.
           MOVE ZEROS           TO CR-NIVEL-COB.
           MOVE "C"             TO CR-ORIGEM.
           OPEN EXTEND ARQ-CONTAS-REC.
           WRITE REG-CONTA-REC.
           CLOSE ARQ-CONTAS-REC.
           MOVE ENC-VAGA       TO FAT-VAGA.
           MOVE DATA-HOJE      TO FAT-DATA.
           MOVE SALARIO-FATURA TO FAT-SALARIO.
           MOVE TAXA-FATURA    TO FAT-TAXA.
           MOVE VALOR-FATURA   TO FAT-VALOR.
           MOVE TITULO-FATURA  TO FAT-TITULO.
           OPEN EXTEND ARQ-FATURAS.
           WRITE REG-FATURA.
           CLOSE ARQ-FATURAS.
