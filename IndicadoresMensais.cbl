       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDICADORES-MENSAIS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-VENDAS ASSIGN TO NOME-VENDAS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS STATUS-FONTE.
               SELECT OPTIONAL ARQ-PRODUTOS ASSIGN TO NOME-PRODUTOS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PROD-CODIGO
                   FILE STATUS IS STATUS-PRODUTOS.
               SELECT OPTIONAL ARQ-CONTAS-REC
                   ASSIGN TO NOME-CONTAS-REC
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS STATUS-FONTE.
               SELECT OPTIONAL ARQ-FOTO ASSIGN TO NOME-FOTO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS STATUS-FONTE.
               SELECT OPTIONAL ARQ-FUNCIONARIOS
                   ASSIGN TO NOME-FUNCIONARIOS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS STATUS-FONTE.
               SELECT OPTIONAL ARQ-FOLHA ASSIGN TO NOME-FOLHA
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS STATUS-FONTE.
               SELECT OPTIONAL ARQ-RESCISOES ASSIGN TO NOME-RESCISOES
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS STATUS-FONTE.
               SELECT OPTIONAL ARQ-HISTCAND ASSIGN TO NOME-HISTCAND
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS STATUS-FONTE.
               SELECT OPTIONAL ARQ-FATURAS ASSIGN TO NOME-FATURAS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS STATUS-FONTE.
               SELECT OPTIONAL ARQ-ALUNOS ASSIGN TO NOME-ALUNOS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS STATUS-FONTE.
               SELECT OPTIONAL ARQ-INDICADORES
                   ASSIGN TO "INDICADORES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-INDICADORES-TMP ASSIGN TO "INDICTMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-RELATORIO ASSIGN TO "RELINDIC.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-VENDAS.
           01  REG-VENDA.
               02 VENDA-NUMERO      PIC 9(06).
               02 VENDA-MERCADORIA  PIC X(20).
               02 VENDA-QTDE        PIC 9(4).
               02 VENDA-PRECOVENDA  PIC 9(7)V99.
               02 VENDA-TIPO        PIC X(01).
               02 VENDA-OPERADOR    PIC X(08).
               02 VENDA-DATA        PIC 9(08).
               02 VENDA-CODIGO      PIC 9(05).
               02 VENDA-CLIENTE     PIC 9(04).
               02 VENDA-UF          PIC X(02).
               02 VENDA-MOTIVO      PIC X(02).
           FD  ARQ-PRODUTOS.
           01  REG-PRODUTO.
               02 PROD-CODIGO      PIC 9(05).
               02 PROD-MERCADORIA  PIC X(20).
               02 PROD-PRECOUNI    PIC 9(4)V99.
               02 PROD-TAXA-MARGEM PIC 9(2)V99.
               02 PROD-ATIVO       PIC X(01).
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
           FD  ARQ-FOTO.
           01  REG-FOTO.
               02 FOT-ANOMES     PIC 9(06).
               02 FOT-CODIGO     PIC 9(05).
               02 FOT-DEPOSITO   PIC 9(02).
               02 FOT-QTDE       PIC 9(06).
               02 FOT-CUSTO      PIC 9(4)V99.
               02 FOT-DATA       PIC 9(08).
               02 FOT-OPERADOR   PIC X(08).
           FD  ARQ-FUNCIONARIOS.
           01  REG-FUNCIONARIO.
               02 REG-ID        PIC 9(05).
               02 REG-NOME      PIC X(30).
               02 REG-IDADE     PIC 9(02).
               02 REG-SEXO      PIC X(01).
               02 REG-SALARIO   PIC 9(15).
               02 REG-SAL-ATUAL PIC 9(09)V99.
               02 REG-STATUS    PIC X(01).
               02 REG-DATA-STATUS PIC 9(08).
               02 REG-DEPTO     PIC 9(03).
               02 REG-DATA-ADMISSAO PIC 9(08).
               02 REG-OPERADOR  PIC X(08).
               02 REG-BANCO     PIC 9(03).
               02 REG-AGENCIA   PIC 9(04).
               02 REG-CONTA     PIC 9(10).
           FD  ARQ-FOLHA.
           01  REG-FOLHA.
               02 FOL-ID          PIC 9(05).
               02 FOL-COMPETENCIA PIC 9(06).
               02 FOL-BRUTO       PIC 9(09)V99.
               02 FOL-INSS        PIC 9(07)V99.
               02 FOL-IRRF        PIC 9(07)V99.
               02 FOL-LIQUIDO     PIC 9(09)V99.
               02 FOL-VT          PIC 9(07)V99.
               02 FOL-VR          PIC 9(07)V99.
               02 FOL-DESC-VT     PIC 9(07)V99.
               02 FOL-DESC-VR     PIC 9(07)V99.
               02 FOL-HEXTRA      PIC 9(07)V99.
               02 FOL-TIPO        PIC X(01).
               02 FOL-COMISSAO    PIC 9(07)V99.
           FD  ARQ-RESCISOES.
           01  REG-RESCISAO.
               02 RSC-ID        PIC 9(05).
               02 RSC-DATA      PIC 9(08).
               02 RSC-SALDO     PIC 9(09)V99.
               02 RSC-AVISO     PIC 9(09)V99.
               02 RSC-DECIMO    PIC 9(09)V99.
               02 RSC-FERIAS    PIC 9(09)V99.
               02 RSC-TOTAL     PIC 9(09)V99.
               02 RSC-MULTA-FGTS PIC 9(09)V99.
               02 RSC-DESC-EMPREST PIC 9(09)V99.
               02 RSC-LIQUIDO   PIC 9(09)V99.
           FD  ARQ-HISTCAND.
           01  REG-HISTCAND.
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
           FD  ARQ-ALUNOS.
           01  REG-ALUNO.
               02 ALU-NOME       PIC A(30).
               02 ALU-DISCIPLINA PIC 9(02).
               02 ALU-BIMESTRE   PIC 9(01).
               02 ALU-QTDE-NOTAS PIC 9(01).
               02 ALU-NOTA       PIC 9(02) OCCURS 5 TIMES.
               02 ALU-MEDIA      PIC 9(03)V9.
               02 ALU-SITUACAO   PIC X(10).
               02 ALU-MATRICULA  PIC 9(06).
               02 ALU-TURMA      PIC 9(03).
               02 ALU-PROFESSOR  PIC 9(04).
           FD  ARQ-INDICADORES.
           01  REG-INDICADOR.
               02 IND-ANOMES      PIC 9(06).
               02 IND-CODIGO      PIC X(08).
               02 IND-NUMERADOR   PIC S9(11)V99.
               02 IND-DENOMINADOR PIC S9(11)V99.
               02 IND-DATA        PIC 9(08).
           FD  ARQ-INDICADORES-TMP.
           01  REG-INDICADOR-TMP  PIC X(48).
           FD  ARQ-RELATORIO.
           01  LINHA-RELATORIO  PIC X(80).
       WORKING-STORAGE SECTION.
           01 DATA-DO-SISTEMA.
               02 ANO          PIC 9(04) VALUE ZEROS.
               02 MES          PIC 9(02) VALUE ZEROS.
               02 DIA          PIC 9(02) VALUE ZEROS.
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
           01 ANOMES-ATUAL     PIC 9(06) VALUE ZEROS.
           01 ANOMES-ANO-ANTERIOR PIC 9(06) VALUE ZEROS.
           01 DD-FONTES.
               02 FILLER PIC X(08) VALUE "VENDASP1".
               02 FILLER PIC X(08) VALUE "PRODUTP1".
               02 FILLER PIC X(08) VALUE "CTARECP1".
               02 FILLER PIC X(08) VALUE "ESTMESP1".
               02 FILLER PIC X(08) VALUE "FUNCIOP1".
               02 FILLER PIC X(08) VALUE "FOLHAP1".
               02 FILLER PIC X(08) VALUE "RESCISP1".
               02 FILLER PIC X(08) VALUE "HISTCAP2".
               02 FILLER PIC X(08) VALUE "FATCOLP2".
               02 FILLER PIC X(08) VALUE "ALUNOSP1".
           01 NOMES-FONTES REDEFINES DD-FONTES.
               02 NOME-VENDAS       PIC X(08).
               02 NOME-PRODUTOS     PIC X(08).
               02 NOME-CONTAS-REC   PIC X(08).
               02 NOME-FOTO         PIC X(08).
               02 NOME-FUNCIONARIOS PIC X(08).
               02 NOME-FOLHA        PIC X(08).
               02 NOME-RESCISOES    PIC X(08).
               02 NOME-HISTCAND     PIC X(08).
               02 NOME-FATURAS      PIC X(08).
               02 NOME-ALUNOS       PIC X(08).
           01 STATUS-FONTE     PIC X(02) VALUE SPACES.
           01 STATUS-PRODUTOS  PIC X(02) VALUE SPACES.
           01 FIM-ARQUIVO      PIC X(01) VALUE "N".
           01 TEM-MOVIMENTO    PIC X(01) VALUE "N".
           01 REGISTROS-SPOOL  PIC 9(06) VALUE ZEROS.
           01 INDICADORES-DO-PACOTE.
               02 FILLER PIC X(40) VALUE
                   "VNDRECEIVENDAS  RECEITA DE VENDAS     SV".
               02 FILLER PIC X(40) VALUE
                   "VNDMARGEVENDAS  MARGEM BRUTA          SV".
               02 FILLER PIC X(40) VALUE
                   "VNDDEVOLVENDAS  DEVOLUCOES            R%".
               02 FILLER PIC X(40) VALUE
                   "VNDVENCIVENDAS  RECEBER EM ATRASO     Q%".
               02 FILLER PIC X(40) VALUE
                   "ESTVALORESTOQUE VALOR DO ESTOQUE      PV".
               02 FILLER PIC X(40) VALUE
                   "FOLQUADRFOLHA   QUADRO DE PESSOAL     PN".
               02 FILLER PIC X(40) VALUE
                   "FOLCUSTOFOLHA   CUSTO DA FOLHA        SV".
               02 FILLER PIC X(40) VALUE
                   "FOLROTATFOLHA   ROTATIVIDADE          R%".
               02 FILLER PIC X(40) VALUE
                   "AGECOLOCAGENCIA COLOCACOES            SN".
               02 FILLER PIC X(40) VALUE
                   "AGETAXASAGENCIA TAXAS FATURADAS       SV".
               02 FILLER PIC X(40) VALUE
                   "ESCMATRIESCOLA  MATRICULAS            PN".
               02 FILLER PIC X(40) VALUE
                   "ESCAPROVESCOLA  APROVACAO             Q%".
           01 TABELA-INDICADORES REDEFINES INDICADORES-DO-PACOTE.
               02 INDICADOR-T OCCURS 12 TIMES.
                   03 IND-CODIGO-T    PIC X(08).
                   03 IND-AREA-T      PIC X(08).
                   03 IND-DESCRICAO-T PIC X(22).
                   03 IND-TIPO-T      PIC X(01).
                   03 IND-UNIDADE-T   PIC X(01).
           01 TABELA-APURACAO.
               02 APURACAO-T OCCURS 12 TIMES.
                   03 MES-OK-T       PIC X(01).
                   03 MES-NUM-T      PIC S9(11)V99.
                   03 MES-DEN-T      PIC S9(11)V99.
                   03 ACU-NUM-T      PIC S9(11)V99.
                   03 ACU-DEN-T      PIC S9(11)V99.
                   03 ANT-OK-T       PIC X(01).
                   03 ANT-NUM-T      PIC S9(11)V99.
                   03 ANT-DEN-T      PIC S9(11)V99.
           01 IDX-IND          PIC 9(02) VALUE ZEROS.
           01 IND-ACHADO       PIC 9(02) VALUE ZEROS.
           01 ACUMULADORES.
               02 RECEITA-MES      PIC S9(11)V99 VALUE ZEROS.
               02 CUSTO-MES        PIC S9(11)V99 VALUE ZEROS.
               02 DEVOLUCOES-MES   PIC S9(11)V99 VALUE ZEROS.
               02 SALDO-ABERTO     PIC S9(11)V99 VALUE ZEROS.
               02 SALDO-VENCIDO    PIC S9(11)V99 VALUE ZEROS.
               02 SALDO-TITULO     PIC S9(11)V99 VALUE ZEROS.
               02 VALOR-ESTOQUE    PIC S9(11)V99 VALUE ZEROS.
               02 QUADRO-ATIVO     PIC S9(11)V99 VALUE ZEROS.
               02 CUSTO-FOLHA      PIC S9(11)V99 VALUE ZEROS.
               02 DESLIGAMENTOS    PIC S9(11)V99 VALUE ZEROS.
               02 COLOCACOES       PIC S9(11)V99 VALUE ZEROS.
               02 TAXAS-FATURADAS  PIC S9(11)V99 VALUE ZEROS.
               02 NOTAS-AVALIADAS  PIC S9(11)V99 VALUE ZEROS.
               02 NOTAS-APROVADAS  PIC S9(11)V99 VALUE ZEROS.
           01 CUSTO-UNIT       PIC 9(04)V99 VALUE ZEROS.
           01 FOLHA-PRESENTE   PIC X(01) VALUE "N".
           01 QUADRO-PRESENTE  PIC X(01) VALUE "N".
           01 QTDE-MATRICULAS  PIC 9(04) VALUE ZEROS.
           01 TABELA-MATRICULAS.
               02 MATRICULA-T PIC 9(06) OCCURS 1 TO 3000 TIMES
                         DEPENDING ON QTDE-MATRICULAS.
           01 IDX-MAT          PIC 9(04) VALUE ZEROS.
           01 MATRICULA-ACHADA PIC X(01) VALUE "N".
           01 CALCULO.
               02 CALC-NUM         PIC S9(11)V99 VALUE ZEROS.
               02 CALC-DEN         PIC S9(11)V99 VALUE ZEROS.
               02 CALC-VALOR       PIC S9(11)V99 VALUE ZEROS.
               02 VALOR-MES        PIC S9(11)V99 VALUE ZEROS.
               02 VALOR-ANTERIOR   PIC S9(11)V99 VALUE ZEROS.
               02 VARIACAO         PIC S9(07)V9 VALUE ZEROS.
           01 CAMPOS-EDITADOS.
               02 VALOR-E      PIC -ZZZ.ZZZ.ZZ9,99.
               02 QTDE-E       PIC -ZZZ.ZZZ.ZZ9.
               02 PCT-E        PIC -ZZZ9,99.
               02 VARIACAO-E   PIC -ZZZ9,9.
               02 MES-REF-E    PIC X(07) VALUE SPACES.
               02 DATA-E       PIC X(10) VALUE SPACES.
           01 FIGURA-TEXTO     PIC X(15) VALUE SPACES.
           01 AREA-ANTERIOR    PIC X(08) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "PACOTE MENSAL DE INDICADORES GERENCIAIS".
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           MOVE DATA-HOJE(1:6) TO ANOMES-ATUAL.
           COMPUTE ANOMES-ANO-ANTERIOR = ANOMES-ATUAL - 100.
           INITIALIZE TABELA-APURACAO.
           PERFORM LIMPA-APURACAO
               VARYING IDX-IND FROM 1 BY 1 UNTIL IDX-IND > 12.
           PERFORM APURA-VENDAS.
           PERFORM APURA-RECEBER.
           PERFORM APURA-ESTOQUE.
           PERFORM APURA-FOLHA.
           PERFORM APURA-AGENCIA.
           PERFORM APURA-ESCOLA.
           PERFORM ATUALIZA-HISTORICO.
           PERFORM EMITE-RELATORIO.
           DISPLAY "MES DE REFERENCIA: " MES-REF-E.
           DISPLAY "RELATORIO GERADO EM RELINDIC.TXT".
           GOBACK.
       LIMPA-APURACAO.
           MOVE "N" TO MES-OK-T(IDX-IND).
           MOVE "N" TO ANT-OK-T(IDX-IND).
       GUARDA-INDICADOR.
           MOVE "S"      TO MES-OK-T(IDX-IND).
           MOVE CALC-NUM TO MES-NUM-T(IDX-IND).
           MOVE CALC-DEN TO MES-DEN-T(IDX-IND).
       APURA-VENDAS.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-PRODUTOS.
           OPEN INPUT ARQ-VENDAS.
           IF STATUS-FONTE = "00"
               PERFORM LE-VENDA UNTIL FIM-ARQUIVO = "S"
               MOVE RECEITA-MES TO CALC-NUM
               MOVE 1           TO CALC-DEN
               MOVE 1           TO IDX-IND
               PERFORM GUARDA-INDICADOR
               IF STATUS-PRODUTOS = "00"
                   COMPUTE CALC-NUM = RECEITA-MES - CUSTO-MES
                   MOVE 2 TO IDX-IND
                   PERFORM GUARDA-INDICADOR
               END-IF
               MOVE DEVOLUCOES-MES TO CALC-NUM
               MOVE RECEITA-MES    TO CALC-DEN
               MOVE 3 TO IDX-IND
               PERFORM GUARDA-INDICADOR
           END-IF.
           CLOSE ARQ-VENDAS.
           CLOSE ARQ-PRODUTOS.
       LE-VENDA.
           READ ARQ-VENDAS
               AT END MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   IF VENDA-DATA(1:6) = ANOMES-ATUAL
                       EVALUATE VENDA-TIPO
                           WHEN "V"
                               ADD VENDA-PRECOVENDA TO RECEITA-MES
                               PERFORM SOMA-CUSTO-VENDA
                           WHEN "D"
                               ADD VENDA-PRECOVENDA TO DEVOLUCOES-MES
                       END-EVALUATE
                   END-IF
           END-READ.
       SOMA-CUSTO-VENDA.
           IF STATUS-PRODUTOS = "00" AND VENDA-CODIGO > ZEROS
               MOVE ZEROS TO CUSTO-UNIT
               MOVE VENDA-CODIGO TO PROD-CODIGO
               READ ARQ-PRODUTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PROD-PRECOUNI TO CUSTO-UNIT
               END-READ
               COMPUTE CUSTO-MES = CUSTO-MES
                   + VENDA-QTDE * CUSTO-UNIT
           END-IF.
       APURA-RECEBER.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-CONTAS-REC.
           IF STATUS-FONTE = "00"
               PERFORM LE-TITULO UNTIL FIM-ARQUIVO = "S"
               MOVE SALDO-VENCIDO TO CALC-NUM
               MOVE SALDO-ABERTO  TO CALC-DEN
               MOVE 4 TO IDX-IND
               PERFORM GUARDA-INDICADOR
           END-IF.
           CLOSE ARQ-CONTAS-REC.
       LE-TITULO.
           READ ARQ-CONTAS-REC
               AT END MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   IF CR-STATUS = "A"
                       COMPUTE SALDO-TITULO = CR-VALOR - CR-VALOR-PAGO
                       ADD SALDO-TITULO TO SALDO-ABERTO
                       IF CR-VENCIMENTO < DATA-HOJE
                           ADD SALDO-TITULO TO SALDO-VENCIDO
                       END-IF
                   END-IF
           END-READ.
       APURA-ESTOQUE.
           MOVE "N" TO FIM-ARQUIVO.
           MOVE "N" TO TEM-MOVIMENTO.
           OPEN INPUT ARQ-FOTO.
           IF STATUS-FONTE = "00"
               PERFORM LE-FOTO UNTIL FIM-ARQUIVO = "S"
               IF TEM-MOVIMENTO = "S"
                   MOVE VALOR-ESTOQUE TO CALC-NUM
                   MOVE 1             TO CALC-DEN
                   MOVE 5 TO IDX-IND
                   PERFORM GUARDA-INDICADOR
               END-IF
           END-IF.
           CLOSE ARQ-FOTO.
       LE-FOTO.
           READ ARQ-FOTO
               AT END MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   IF FOT-ANOMES = ANOMES-ATUAL
                       MOVE "S" TO TEM-MOVIMENTO
                       COMPUTE VALOR-ESTOQUE = VALOR-ESTOQUE
                           + FOT-QTDE * FOT-CUSTO
                   END-IF
           END-READ.
       APURA-FOLHA.
           MOVE "N" TO FIM-ARQUIVO.
           MOVE "N" TO QUADRO-PRESENTE.
           OPEN INPUT ARQ-FUNCIONARIOS.
           IF STATUS-FONTE = "00"
               MOVE "S" TO QUADRO-PRESENTE
               PERFORM LE-FUNCIONARIO UNTIL FIM-ARQUIVO = "S"
               MOVE QUADRO-ATIVO TO CALC-NUM
               MOVE 1            TO CALC-DEN
               MOVE 6 TO IDX-IND
               PERFORM GUARDA-INDICADOR
           END-IF.
           CLOSE ARQ-FUNCIONARIOS.
           MOVE "N" TO FIM-ARQUIVO.
           MOVE "N" TO FOLHA-PRESENTE.
           OPEN INPUT ARQ-FOLHA.
           IF STATUS-FONTE = "00"
               PERFORM LE-FOLHA UNTIL FIM-ARQUIVO = "S"
               IF FOLHA-PRESENTE = "S"
                   MOVE CUSTO-FOLHA TO CALC-NUM
                   MOVE 1           TO CALC-DEN
                   MOVE 7 TO IDX-IND
                   PERFORM GUARDA-INDICADOR
               END-IF
           END-IF.
           CLOSE ARQ-FOLHA.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-RESCISOES.
           IF QUADRO-PRESENTE = "S"
               IF STATUS-FONTE = "00"
                   PERFORM LE-RESCISAO UNTIL FIM-ARQUIVO = "S"
               END-IF
               MOVE DESLIGAMENTOS TO CALC-NUM
               MOVE QUADRO-ATIVO  TO CALC-DEN
               MOVE 8 TO IDX-IND
               PERFORM GUARDA-INDICADOR
           END-IF.
           CLOSE ARQ-RESCISOES.
       LE-FUNCIONARIO.
           READ ARQ-FUNCIONARIOS
               AT END MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   IF REG-STATUS NOT = "D"
                       ADD 1 TO QUADRO-ATIVO
                   END-IF
           END-READ.
       LE-FOLHA.
           READ ARQ-FOLHA
               AT END MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   IF FOL-COMPETENCIA = ANOMES-ATUAL
                       MOVE "S" TO FOLHA-PRESENTE
                       ADD FOL-BRUTO TO CUSTO-FOLHA
                   END-IF
           END-READ.
       LE-RESCISAO.
           READ ARQ-RESCISOES
               AT END MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   IF RSC-DATA(1:6) = ANOMES-ATUAL
                       ADD 1 TO DESLIGAMENTOS
                   END-IF
           END-READ.
       APURA-AGENCIA.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-HISTCAND.
           IF STATUS-FONTE = "00"
               PERFORM LE-HISTCAND UNTIL FIM-ARQUIVO = "S"
               MOVE COLOCACOES TO CALC-NUM
               MOVE 1          TO CALC-DEN
               MOVE 9 TO IDX-IND
               PERFORM GUARDA-INDICADOR
           END-IF.
           CLOSE ARQ-HISTCAND.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-FATURAS.
           IF STATUS-FONTE = "00"
               PERFORM LE-FATURA UNTIL FIM-ARQUIVO = "S"
               MOVE TAXAS-FATURADAS TO CALC-NUM
               MOVE 1               TO CALC-DEN
               MOVE 10 TO IDX-IND
               PERFORM GUARDA-INDICADOR
           END-IF.
           CLOSE ARQ-FATURAS.
       LE-HISTCAND.
           READ ARQ-HISTCAND
               AT END MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   IF HIST-MOTIVO = "C"
                      AND HIST-DATA-SAIDA(1:6) = ANOMES-ATUAL
                       ADD 1 TO COLOCACOES
                   END-IF
           END-READ.
       LE-FATURA.
           READ ARQ-FATURAS
               AT END MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   IF FAT-DATA(1:6) = ANOMES-ATUAL
                       ADD FAT-VALOR TO TAXAS-FATURADAS
                   END-IF
           END-READ.
       APURA-ESCOLA.
           MOVE "N" TO FIM-ARQUIVO.
           MOVE ZEROS TO QTDE-MATRICULAS.
           OPEN INPUT ARQ-ALUNOS.
           IF STATUS-FONTE = "00"
               PERFORM LE-ALUNO UNTIL FIM-ARQUIVO = "S"
               MOVE QTDE-MATRICULAS TO CALC-NUM
               MOVE 1               TO CALC-DEN
               MOVE 11 TO IDX-IND
               PERFORM GUARDA-INDICADOR
               MOVE NOTAS-APROVADAS TO CALC-NUM
               MOVE NOTAS-AVALIADAS TO CALC-DEN
               MOVE 12 TO IDX-IND
               PERFORM GUARDA-INDICADOR
           END-IF.
           CLOSE ARQ-ALUNOS.
       LE-ALUNO.
           READ ARQ-ALUNOS
               AT END MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   IF ALU-MATRICULA > ZEROS
                       PERFORM GUARDA-MATRICULA
                   END-IF
                   IF ALU-QTDE-NOTAS > ZEROS
                       ADD 1 TO NOTAS-AVALIADAS
                       IF ALU-MEDIA >= 6
                           ADD 1 TO NOTAS-APROVADAS
                       END-IF
                   END-IF
           END-READ.
       GUARDA-MATRICULA.
           MOVE "N" TO MATRICULA-ACHADA.
           PERFORM COMPARA-MATRICULA
               VARYING IDX-MAT FROM 1 BY 1
               UNTIL IDX-MAT > QTDE-MATRICULAS
                  OR MATRICULA-ACHADA = "S".
           IF MATRICULA-ACHADA = "N" AND QTDE-MATRICULAS < 3000
               ADD 1 TO QTDE-MATRICULAS
               MOVE ALU-MATRICULA TO MATRICULA-T(QTDE-MATRICULAS)
           END-IF.
       COMPARA-MATRICULA.
           IF MATRICULA-T(IDX-MAT) = ALU-MATRICULA
               MOVE "S" TO MATRICULA-ACHADA
           END-IF.
       ATUALIZA-HISTORICO.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT  ARQ-INDICADORES.
           OPEN OUTPUT ARQ-INDICADORES-TMP.
           PERFORM LE-HISTORICO UNTIL FIM-ARQUIVO = "S".
           CLOSE ARQ-INDICADORES.
           PERFORM GRAVA-INDICADOR-MES
               VARYING IDX-IND FROM 1 BY 1 UNTIL IDX-IND > 12.
           CLOSE ARQ-INDICADORES-TMP.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN OUTPUT ARQ-INDICADORES.
           OPEN INPUT  ARQ-INDICADORES-TMP.
           PERFORM DEVOLVE-HISTORICO UNTIL FIM-ARQUIVO = "S".
           CLOSE ARQ-INDICADORES.
           CLOSE ARQ-INDICADORES-TMP.
           PERFORM FECHA-ACUMULADO
               VARYING IDX-IND FROM 1 BY 1 UNTIL IDX-IND > 12.
       LE-HISTORICO.
           READ ARQ-INDICADORES
               AT END MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   PERFORM LOCALIZA-INDICADOR
                   IF IND-ACHADO = ZEROS
                       MOVE REG-INDICADOR TO REG-INDICADOR-TMP
                       WRITE REG-INDICADOR-TMP
                   ELSE
                       PERFORM CLASSIFICA-HISTORICO
                   END-IF
           END-READ.
       LOCALIZA-INDICADOR.
           MOVE ZEROS TO IND-ACHADO.
           PERFORM COMPARA-INDICADOR
               VARYING IDX-IND FROM 1 BY 1
               UNTIL IDX-IND > 12 OR IND-ACHADO > ZEROS.
       COMPARA-INDICADOR.
           IF IND-CODIGO-T(IDX-IND) = IND-CODIGO
               MOVE IDX-IND TO IND-ACHADO
           END-IF.
       CLASSIFICA-HISTORICO.
           MOVE IND-ACHADO TO IDX-IND.
           IF IND-ANOMES = ANOMES-ATUAL
              AND MES-OK-T(IDX-IND) = "S"
               CONTINUE
           ELSE
               MOVE REG-INDICADOR TO REG-INDICADOR-TMP
               WRITE REG-INDICADOR-TMP
               IF IND-ANOMES = ANOMES-ANO-ANTERIOR
                   MOVE "S"             TO ANT-OK-T(IDX-IND)
                   MOVE IND-NUMERADOR   TO ANT-NUM-T(IDX-IND)
                   MOVE IND-DENOMINADOR TO ANT-DEN-T(IDX-IND)
               END-IF
               IF IND-ANOMES(1:4) = ANOMES-ATUAL(1:4)
                  AND IND-ANOMES < ANOMES-ATUAL
                   ADD IND-NUMERADOR   TO ACU-NUM-T(IDX-IND)
                   ADD IND-DENOMINADOR TO ACU-DEN-T(IDX-IND)
               END-IF
           END-IF.
       GRAVA-INDICADOR-MES.
           IF MES-OK-T(IDX-IND) = "S"
               MOVE ANOMES-ATUAL          TO IND-ANOMES
               MOVE IND-CODIGO-T(IDX-IND) TO IND-CODIGO
               MOVE MES-NUM-T(IDX-IND)    TO IND-NUMERADOR
               MOVE MES-DEN-T(IDX-IND)    TO IND-DENOMINADOR
               MOVE DATA-HOJE             TO IND-DATA
               MOVE REG-INDICADOR TO REG-INDICADOR-TMP
               WRITE REG-INDICADOR-TMP
           END-IF.
       DEVOLVE-HISTORICO.
           READ ARQ-INDICADORES-TMP
               AT END MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   MOVE REG-INDICADOR-TMP TO REG-INDICADOR
                   WRITE REG-INDICADOR
           END-READ.
       FECHA-ACUMULADO.
           IF IND-TIPO-T(IDX-IND) = "P" OR IND-TIPO-T(IDX-IND) = "Q"
               MOVE MES-NUM-T(IDX-IND) TO ACU-NUM-T(IDX-IND)
               MOVE MES-DEN-T(IDX-IND) TO ACU-DEN-T(IDX-IND)
           ELSE
               IF MES-OK-T(IDX-IND) = "S"
                   ADD MES-NUM-T(IDX-IND) TO ACU-NUM-T(IDX-IND)
                   ADD MES-DEN-T(IDX-IND) TO ACU-DEN-T(IDX-IND)
               END-IF
           END-IF.
       CALCULA-VALOR.
           IF IND-TIPO-T(IDX-IND) = "R" OR IND-TIPO-T(IDX-IND) = "Q"
               IF CALC-DEN = ZEROS
                   MOVE ZEROS TO CALC-VALOR
               ELSE
                   COMPUTE CALC-VALOR ROUNDED =
                       CALC-NUM * 100 / CALC-DEN
               END-IF
           ELSE
               MOVE CALC-NUM TO CALC-VALOR
           END-IF.
       FORMATA-FIGURA.
           MOVE SPACES TO FIGURA-TEXTO.
           EVALUATE IND-UNIDADE-T(IDX-IND)
               WHEN "V"
                   MOVE CALC-VALOR TO VALOR-E
                   MOVE VALOR-E    TO FIGURA-TEXTO
               WHEN "N"
                   MOVE CALC-VALOR TO QTDE-E
                   MOVE QTDE-E     TO FIGURA-TEXTO(4:12)
               WHEN OTHER
                   MOVE CALC-VALOR TO PCT-E
                   MOVE PCT-E      TO FIGURA-TEXTO(7:8)
                   MOVE "%"        TO FIGURA-TEXTO(15:1)
           END-EVALUATE.
       EMITE-RELATORIO.
           MOVE SPACES TO MES-REF-E.
           STRING ANOMES-ATUAL(5:2) "/" ANOMES-ATUAL(1:4)
               DELIMITED BY SIZE INTO MES-REF-E.
           MOVE SPACES TO DATA-E.
           STRING DATA-HOJE(7:2) "/" DATA-HOJE(5:2) "/"
                  DATA-HOJE(1:4) DELIMITED BY SIZE INTO DATA-E.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "INDICADORES GERENCIAIS - MES " DELIMITED BY SIZE
                  MES-REF-E DELIMITED BY SIZE
                  "   EMITIDO EM " DELIMITED BY SIZE
                  DATA-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE "INDICADOR"            TO LINHA-RELATORIO(1:9).
           MOVE "NO MES"               TO LINHA-RELATORIO(33:6).
           MOVE "NO ANO"               TO LINHA-RELATORIO(49:6).
           MOVE "MES ANO ANT."         TO LINHA-RELATORIO(59:12).
           MOVE "VARIACAO"             TO LINHA-RELATORIO(73:8).
           WRITE LINHA-RELATORIO.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO AREA-ANTERIOR.
           PERFORM GRAVA-LINHA-INDICADOR
               VARYING IDX-IND FROM 1 BY 1 UNTIL IDX-IND > 12.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "N/D = FONTE NAO DISPONIVEL NESTA EXECUCAO  "
               TO LINHA-RELATORIO.
           MOVE "VARIACAO DE % EM PONTOS (PP)" TO LINHA-RELATORIO(44:).
           WRITE LINHA-RELATORIO.
           CLOSE ARQ-RELATORIO.
           MOVE 12 TO REGISTROS-SPOOL.
           CALL "GUARDA-RELATORIO" USING "INDICADOR "
               "RELINDIC.TXT    " REGISTROS-SPOOL.
       GRAVA-LINHA-INDICADOR.
           IF IND-AREA-T(IDX-IND) NOT = AREA-ANTERIOR
               MOVE IND-AREA-T(IDX-IND) TO AREA-ANTERIOR
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE IND-AREA-T(IDX-IND) TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE IND-DESCRICAO-T(IDX-IND) TO LINHA-RELATORIO(3:22).
           IF MES-OK-T(IDX-IND) = "S"
               MOVE MES-NUM-T(IDX-IND) TO CALC-NUM
               MOVE MES-DEN-T(IDX-IND) TO CALC-DEN
               PERFORM CALCULA-VALOR
               MOVE CALC-VALOR TO VALOR-MES
               PERFORM FORMATA-FIGURA
               MOVE FIGURA-TEXTO TO LINHA-RELATORIO(24:15)
               MOVE ACU-NUM-T(IDX-IND) TO CALC-NUM
               MOVE ACU-DEN-T(IDX-IND) TO CALC-DEN
               PERFORM CALCULA-VALOR
               PERFORM FORMATA-FIGURA
               MOVE FIGURA-TEXTO TO LINHA-RELATORIO(40:15)
           ELSE
               MOVE "N/D" TO LINHA-RELATORIO(36:3)
               MOVE "N/D" TO LINHA-RELATORIO(52:3)
           END-IF.
           IF ANT-OK-T(IDX-IND) = "S"
               MOVE ANT-NUM-T(IDX-IND) TO CALC-NUM
               MOVE ANT-DEN-T(IDX-IND) TO CALC-DEN
               PERFORM CALCULA-VALOR
               MOVE CALC-VALOR TO VALOR-ANTERIOR
               PERFORM FORMATA-FIGURA
               MOVE FIGURA-TEXTO TO LINHA-RELATORIO(56:15)
           ELSE
               MOVE "N/D" TO LINHA-RELATORIO(68:3)
           END-IF.
           IF MES-OK-T(IDX-IND) = "S" AND ANT-OK-T(IDX-IND) = "S"
               PERFORM CALCULA-VARIACAO
           ELSE
               MOVE "N/D" TO LINHA-RELATORIO(78:3)
           END-IF.
           WRITE LINHA-RELATORIO.
       CALCULA-VARIACAO.
           IF IND-UNIDADE-T(IDX-IND) = "%"
               COMPUTE VARIACAO ROUNDED = VALOR-MES - VALOR-ANTERIOR
                   ON SIZE ERROR MOVE ZEROS TO VARIACAO
               END-COMPUTE
               MOVE VARIACAO   TO VARIACAO-E
               MOVE VARIACAO-E TO LINHA-RELATORIO(72:7)
               MOVE "PP"       TO LINHA-RELATORIO(79:2)
           ELSE
               IF VALOR-ANTERIOR = ZEROS
                   MOVE "N/D" TO LINHA-RELATORIO(78:3)
               ELSE
                   COMPUTE VARIACAO ROUNDED =
                       (VALOR-MES - VALOR-ANTERIOR) * 100
                       / VALOR-ANTERIOR
                       ON SIZE ERROR MOVE ZEROS TO VARIACAO
                   END-COMPUTE
                   MOVE VARIACAO   TO VARIACAO-E
                   MOVE VARIACAO-E TO LINHA-RELATORIO(72:7)
                   MOVE "%"        TO LINHA-RELATORIO(79:1)
               END-IF
           END-IF.
