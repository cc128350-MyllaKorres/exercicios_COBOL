       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENSALIDADES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-TABELA ASSIGN TO "TABMENS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-ALUNOS ASSIGN TO "ALUNOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-TURMAS ASSIGN TO "TURMAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-RESPONSAVEIS
                   ASSIGN TO "RESPONSAVEIS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-CONTAS-REC
                   ASSIGN TO "CONTASREC.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-VENDAS ASSIGN TO "VENDAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-FATURADAS ASSIGN TO "MENSFAT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-RELATORIO ASSIGN TO "RELINADIMP.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-TABELA.
           01  REG-TABELA.
               02 MEN-TIPO      PIC X(01).
               02 MEN-CODIGO    PIC 9(03).
               02 MEN-VALOR     PIC 9(07)V99.
               02 MEN-DATA      PIC 9(08).
               02 MEN-OPERADOR  PIC X(08).
           FD  ARQ-ALUNOS.
           01  REG-ALUNO.
               02 REG-NOME       PIC A(30).
               02 REG-DISCIPLINA PIC 9(02).
               02 REG-BIMESTRE   PIC 9(01).
               02 REG-QTDE-NOTAS PIC 9(01).
               02 REG-NOTA       PIC 9(02) OCCURS 5 TIMES.
               02 REG-MEDIA      PIC 9(03)V9.
               02 REG-SITUACAO   PIC X(10).
               02 REG-MATRICULA  PIC 9(06).
               02 REG-TURMA      PIC 9(03).
               02 REG-PROFESSOR  PIC 9(04).
           FD  ARQ-TURMAS.
           01  REG-TURMA-MST.
               02 TUR-CODIGO    PIC 9(03).
               02 TUR-ANO       PIC 9(04).
               02 TUR-TURNO     PIC X(01).
               02 TUR-DESCRICAO PIC X(15).
               02 TUR-SERIE     PIC 9(02).
           FD  ARQ-RESPONSAVEIS.
           01  REG-RESPONSAVEL.
               02 RSP-MATRICULA PIC 9(06).
               02 RSP-ALUNO     PIC X(30).
               02 RSP-NOME      PIC X(30).
               02 RSP-ENDERECO  PIC X(30).
               02 RSP-TELEFONE  PIC X(11).
               02 RSP-CLIENTE   PIC 9(04).
               02 RSP-BOLSA     PIC 9(03)V99.
               02 RSP-NASCIMENTO PIC 9(08).
               02 RSP-SEXO      PIC X(01).
               02 RSP-MUNICIPIO PIC 9(07).
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
           FD  ARQ-FATURADAS.
           01  REG-FATURADA.
               02 MFT-COMPETENCIA PIC 9(06).
               02 MFT-MATRICULA   PIC 9(06).
               02 MFT-TURMA       PIC 9(03).
               02 MFT-CLIENTE     PIC 9(04).
               02 MFT-VALOR-BASE  PIC 9(07)V99.
               02 MFT-DESC-IRMAO  PIC 9(07)V99.
               02 MFT-DESC-BOLSA  PIC 9(07)V99.
               02 MFT-VALOR       PIC 9(07)V99.
               02 MFT-TITULO      PIC 9(06).
               02 MFT-DATA        PIC 9(08).
           FD  ARQ-RELATORIO.
           01  LINHA-RELATORIO  PIC X(80).
       WORKING-STORAGE SECTION.
           01 DADOS-OPERADOR.
               02 OPERADOR-SESSAO PIC X(08) VALUE SPACES.
               02 PERFIL-SESSAO   PIC X(01) VALUE SPACE.
           01 DADOS-TRAVA.
               02 DONO-TRAVA       PIC X(08) VALUE SPACES.
               02 RESULTADO-TRAVA  PIC X(01) VALUE SPACE.
           01 DATA-DO-SISTEMA.
               02 ANO          PIC 9(04) VALUE ZEROS.
               02 MES          PIC 9(02) VALUE ZEROS.
               02 DIA          PIC 9(02) VALUE ZEROS.
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
           01 REGISTROS-SPOOL  PIC 9(06) VALUE ZEROS.
           01 OPCAO            PIC X(01) VALUE SPACE.
           01 CONFIRMA         PIC X(01) VALUE SPACE.
           01 CONSULTA-PARAMETRO.
               02 PRM-MODULO    PIC X(08) VALUE SPACES.
               02 PRM-NOME      PIC X(15) VALUE SPACES.
               02 PRM-DATA      PIC 9(08) VALUE ZEROS.
               02 PRM-VALOR     PIC 9(09)V9(06) VALUE ZEROS.
               02 PRM-ACHOU     PIC X(01) VALUE SPACE.
           01 DESCONTO-IRMAO   PIC 9(02)V99 VALUE 10,00.
           01 DIA-VENCIMENTO   PIC 9(02) VALUE 10.
           01 FIM-TABELA       PIC X(01) VALUE "N".
           01 FIM-ALUNOS       PIC X(01) VALUE "N".
           01 FIM-TURMAS       PIC X(01) VALUE "N".
           01 FIM-RESP         PIC X(01) VALUE "N".
           01 FIM-CONTAS       PIC X(01) VALUE "N".
           01 FIM-VENDAS       PIC X(01) VALUE "N".
           01 FIM-FATURADAS    PIC X(01) VALUE "N".
           01 ACHOU            PIC X(01) VALUE "N".
           01 IDX              PIC 9(04) VALUE ZEROS.
           01 IDX-ALU          PIC 9(04) VALUE ZEROS.
           01 IDX-TUR          PIC 9(03) VALUE ZEROS.
           01 IDX-RSP          PIC 9(04) VALUE ZEROS.
           01 IDX-PRE          PIC 9(03) VALUE ZEROS.
           01 IDX-IRM          PIC 9(04) VALUE ZEROS.
           01 DADOS-PRECO.
               02 TIPO-PRECO     PIC X(01) VALUE SPACE.
               02 CODIGO-PRECO   PIC 9(03) VALUE ZEROS.
               02 VALOR-PRECO    PIC 9(07)V99 VALUE ZEROS.
               02 VALOR-PRECO-E  PIC ZZZZZZ9,99.
           01 DADOS-FATURAMENTO.
               02 COMPETENCIA    PIC 9(06) VALUE ZEROS.
               02 COMPETENCIA-R REDEFINES COMPETENCIA.
                   03 COMP-ANO   PIC 9(04).
                   03 COMP-MES   PIC 9(02).
               02 TURMA-ALUNO    PIC 9(03) VALUE ZEROS.
               02 SERIE-ALUNO    PIC 9(02) VALUE ZEROS.
               02 ANO-TURMA      PIC 9(04) VALUE ZEROS.
               02 CLIENTE-ALUNO  PIC 9(04) VALUE ZEROS.
               02 BOLSA-ALUNO    PIC 9(03)V99 VALUE ZEROS.
               02 VALOR-BASE     PIC 9(07)V99 VALUE ZEROS.
               02 VALOR-IRMAO    PIC 9(07)V99 VALUE ZEROS.
               02 VALOR-BOLSA    PIC 9(07)V99 VALUE ZEROS.
               02 VALOR-COBRADO  PIC 9(07)V99 VALUE ZEROS.
               02 PROXIMO-TITULO PIC 9(06) VALUE ZEROS.
               02 TITULO-GERADO  PIC 9(06) VALUE ZEROS.
               02 CONT-FATURADOS PIC 9(04) VALUE ZEROS.
               02 CONT-JA-FAT    PIC 9(04) VALUE ZEROS.
               02 CONT-ISENTOS   PIC 9(04) VALUE ZEROS.
               02 CONT-PENDENTES PIC 9(04) VALUE ZEROS.
               02 TOTAL-FATURADO PIC 9(09)V99 VALUE ZEROS.
               02 CONT-E         PIC ZZZ9.
               02 TOTAL-FAT-E    PIC ZZZ.ZZZ.ZZ9,99.
           01 DADOS-VENCIMENTO.
               02 DATA-VENCIMENTO PIC 9(08) VALUE ZEROS.
               02 DIA-UTIL-DATA2  PIC 9(08) VALUE ZEROS.
               02 DIA-UTIL-DIAS   PIC 9(05) VALUE ZEROS.
               02 DIA-UTIL-RES    PIC X(01) VALUE SPACE.
           01 TABELA-PRECOS.
               02 QTDE-PRECOS    PIC 9(03) VALUE ZEROS.
               02 PRECO-T OCCURS 300 TIMES.
                   03 PRE-TIPO   PIC X(01).
                   03 PRE-CODIGO PIC 9(03).
                   03 PRE-VALOR  PIC 9(07)V99.
           01 TABELA-TURMAS.
               02 QTDE-TURMAS    PIC 9(03) VALUE ZEROS.
               02 TURMA-T OCCURS 300 TIMES.
                   03 TRM-CODIGO    PIC 9(03).
                   03 TRM-ANO       PIC 9(04).
                   03 TRM-SERIE     PIC 9(02).
                   03 TRM-DESCRICAO PIC X(15).
           01 TABELA-ALUNOS.
               02 QTDE-ALUNOS    PIC 9(04) VALUE ZEROS.
               02 ALUNO-T OCCURS 2000 TIMES.
                   03 ALU-MATRICULA PIC 9(06).
                   03 ALU-TURMA     PIC 9(03).
                   03 ALU-FATURADO  PIC X(01).
           01 TABELA-RESPONSAVEIS.
               02 QTDE-RESP      PIC 9(04) VALUE ZEROS.
               02 RESP-T OCCURS 2000 TIMES.
                   03 RES-MATRICULA PIC 9(06).
                   03 RES-ALUNO     PIC X(30).
                   03 RES-CLIENTE   PIC 9(04).
                   03 RES-BOLSA     PIC 9(03)V99.
           01 TABELA-IRMAOS.
               02 QTDE-IRMAOS    PIC 9(04) VALUE ZEROS.
               02 IRMAO-T OCCURS 2000 TIMES.
                   03 IRM-CLIENTE   PIC 9(04).
                   03 IRM-QTDE      PIC 9(02).
           01 TABELA-ATRASOS.
               02 QTDE-ATRASOS   PIC 9(04) VALUE ZEROS.
               02 ATRASO-T OCCURS 3000 TIMES.
                   03 ATR-TITULO     PIC 9(06).
                   03 ATR-VENCIMENTO PIC 9(08).
                   03 ATR-SALDO      PIC 9(09)V99.
                   03 ATR-TURMA      PIC 9(03).
                   03 ATR-MATRICULA  PIC 9(06).
                   03 ATR-COMPETENCIA PIC 9(06).
           01 DADOS-RELATORIO.
               02 TURMA-COM-ATRASO PIC X(01) VALUE "N".
               02 QTDE-TURMA      PIC 9(04) VALUE ZEROS.
               02 TOTAL-TURMA     PIC 9(11)V99 VALUE ZEROS.
               02 QTDE-GERAL      PIC 9(04) VALUE ZEROS.
               02 TOTAL-GERAL     PIC 9(11)V99 VALUE ZEROS.
               02 NOME-ALUNO-REL  PIC X(22) VALUE SPACES.
               02 DIAS-ATRASO     PIC 9(05) VALUE ZEROS.
               02 DATA-REL.
                   03 DATA-REL-ANO PIC 9(04).
                   03 DATA-REL-MES PIC 9(02).
                   03 DATA-REL-DIA PIC 9(02).
               02 TURMA-REL-E     PIC ZZ9.
               02 TITULO-REL-E    PIC ZZZZZ9.
               02 DIAS-REL-E      PIC ZZZZ9.
               02 SALDO-REL-E     PIC Z.ZZZ.ZZ9,99.
               02 QTDE-REL-E      PIC ZZZ9.
               02 TOTAL-REL-E     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "MENSALIDADES ESCOLARES".
           CALL "IDENTIFICA-OPERADOR" USING OPERADOR-SESSAO
               PERFIL-SESSAO.
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           PERFORM CARREGA-PARAMETROS.
           DISPLAY "1-TABELA DE PRECOS  2-FATURAR COMPETENCIA  "
               "3-INADIMPLENCIA POR TURMA: ".
           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "1"
                   PERFORM TABELA-DE-PRECOS THRU TABELA-DE-PRECOS-FIM
               WHEN "2"
                   PERFORM FATURA-COMPETENCIA
                       THRU FATURA-COMPETENCIA-FIM
               WHEN "3"
                   PERFORM RELATORIO-INADIMPLENCIA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           STOP RUN.
       CARREGA-PARAMETROS.
           MOVE "ESCOLA"         TO PRM-MODULO.
           MOVE DATA-HOJE        TO PRM-DATA.
           MOVE "DESCONTO-IRMAO" TO PRM-NOME.
           CALL "BUSCA-PARAMETRO" USING PRM-MODULO PRM-NOME PRM-DATA
               PRM-VALOR PRM-ACHOU.
           IF PRM-ACHOU = "S"
               MOVE PRM-VALOR TO DESCONTO-IRMAO
           END-IF.
           MOVE "DIA-VENCIMENTO" TO PRM-NOME.
           CALL "BUSCA-PARAMETRO" USING PRM-MODULO PRM-NOME PRM-DATA
               PRM-VALOR PRM-ACHOU.
           IF PRM-ACHOU = "S" AND PRM-VALOR > ZEROS AND PRM-VALOR < 29
               MOVE PRM-VALOR TO DIA-VENCIMENTO
           END-IF.
       TABELA-DE-PRECOS.
           PERFORM CARREGA-PRECOS.
           PERFORM MOSTRA-PRECO VARYING IDX-PRE FROM 1 BY 1
               UNTIL IDX-PRE > QTDE-PRECOS.
           MOVE SPACE TO TIPO-PRECO.
           PERFORM RECEBE-TIPO-PRECO
               UNTIL TIPO-PRECO = "T" OR TIPO-PRECO = "S".
           DISPLAY "CODIGO DA TURMA OU SERIE: ".
           ACCEPT CODIGO-PRECO.
           IF TIPO-PRECO = "T"
               MOVE CODIGO-PRECO TO TURMA-ALUNO
               PERFORM CARREGA-TURMAS
               PERFORM LOCALIZA-TURMA
               IF ACHOU = "N"
                   DISPLAY "TURMA NAO CADASTRADA"
                   GO TO TABELA-DE-PRECOS-FIM
               END-IF
           ELSE
               IF CODIGO-PRECO = ZEROS OR CODIGO-PRECO > 12
                   DISPLAY "SERIE INVALIDA"
                   GO TO TABELA-DE-PRECOS-FIM
               END-IF
           END-IF.
           DISPLAY "VALOR DA MENSALIDADE: ".
           ACCEPT VALOR-PRECO-E.
           MOVE VALOR-PRECO-E TO VALOR-PRECO.
           IF VALOR-PRECO = ZEROS
               DISPLAY "VALOR INVALIDO"
               GO TO TABELA-DE-PRECOS-FIM
           END-IF.
           MOVE TIPO-PRECO      TO MEN-TIPO.
           MOVE CODIGO-PRECO    TO MEN-CODIGO.
           MOVE VALOR-PRECO     TO MEN-VALOR.
           MOVE DATA-HOJE       TO MEN-DATA.
           MOVE OPERADOR-SESSAO TO MEN-OPERADOR.
           OPEN EXTEND ARQ-TABELA.
           WRITE REG-TABELA.
           CLOSE ARQ-TABELA.
           DISPLAY "PRECO GRAVADO - VALE A PARTIR DO PROXIMO "
               "FATURAMENTO".
       TABELA-DE-PRECOS-FIM.
           EXIT.
       RECEBE-TIPO-PRECO.
           DISPLAY "PRECO POR T-TURMA OU S-SERIE: ".
           ACCEPT TIPO-PRECO.
           MOVE FUNCTION UPPER-CASE(TIPO-PRECO) TO TIPO-PRECO.
       MOSTRA-PRECO.
           MOVE PRE-VALOR(IDX-PRE) TO VALOR-PRECO-E.
           IF PRE-TIPO(IDX-PRE) = "T"
               DISPLAY "TURMA " PRE-CODIGO(IDX-PRE) " "
                   VALOR-PRECO-E
           ELSE
               DISPLAY "SERIE " PRE-CODIGO(IDX-PRE)(2:2) "  "
                   VALOR-PRECO-E
           END-IF.
       CARREGA-PRECOS.
           MOVE ZEROS TO QTDE-PRECOS.
           MOVE "N"   TO FIM-TABELA.
           OPEN INPUT ARQ-TABELA.
           PERFORM LE-PRECO UNTIL FIM-TABELA = "S".
           CLOSE ARQ-TABELA.
       LE-PRECO.
           READ ARQ-TABELA
               AT END MOVE "S" TO FIM-TABELA
               NOT AT END
                   PERFORM GUARDA-PRECO
           END-READ.
       GUARDA-PRECO.
           MOVE "N" TO ACHOU.
           PERFORM VARYING IDX-PRE FROM 1 BY 1
                   UNTIL IDX-PRE > QTDE-PRECOS OR ACHOU = "S"
               IF PRE-TIPO(IDX-PRE) = MEN-TIPO
                  AND PRE-CODIGO(IDX-PRE) = MEN-CODIGO
                   MOVE MEN-VALOR TO PRE-VALOR(IDX-PRE)
                   MOVE "S" TO ACHOU
               END-IF
           END-PERFORM.
           IF ACHOU = "N" AND QTDE-PRECOS < 300
               ADD 1 TO QTDE-PRECOS
               MOVE MEN-TIPO   TO PRE-TIPO(QTDE-PRECOS)
               MOVE MEN-CODIGO TO PRE-CODIGO(QTDE-PRECOS)
               MOVE MEN-VALOR  TO PRE-VALOR(QTDE-PRECOS)
           END-IF.
       CARREGA-TURMAS.
           MOVE ZEROS TO QTDE-TURMAS.
           MOVE "N"   TO FIM-TURMAS.
           OPEN INPUT ARQ-TURMAS.
           PERFORM LE-TURMA UNTIL FIM-TURMAS = "S".
           CLOSE ARQ-TURMAS.
       LE-TURMA.
           READ ARQ-TURMAS
               AT END MOVE "S" TO FIM-TURMAS
               NOT AT END
                   IF QTDE-TURMAS < 300
                       ADD 1 TO QTDE-TURMAS
                       MOVE TUR-CODIGO TO TRM-CODIGO(QTDE-TURMAS)
                       MOVE TUR-ANO    TO TRM-ANO(QTDE-TURMAS)
                       MOVE TUR-DESCRICAO
                           TO TRM-DESCRICAO(QTDE-TURMAS)
                       IF TUR-SERIE IS NUMERIC
                           MOVE TUR-SERIE TO TRM-SERIE(QTDE-TURMAS)
                       ELSE
                           MOVE ZEROS TO TRM-SERIE(QTDE-TURMAS)
                       END-IF
                   END-IF
           END-READ.
       LOCALIZA-TURMA.
           MOVE "N"   TO ACHOU.
           MOVE ZEROS TO SERIE-ALUNO.
           MOVE ZEROS TO ANO-TURMA.
           PERFORM VARYING IDX-TUR FROM 1 BY 1
                   UNTIL IDX-TUR > QTDE-TURMAS OR ACHOU = "S"
               IF TRM-CODIGO(IDX-TUR) = TURMA-ALUNO
                   MOVE TRM-SERIE(IDX-TUR) TO SERIE-ALUNO
                   MOVE TRM-ANO(IDX-TUR)   TO ANO-TURMA
                   MOVE "S" TO ACHOU
               END-IF
           END-PERFORM.
       FATURA-COMPETENCIA.
           DISPLAY "COMPETENCIA (AAAAMM): ".
           ACCEPT COMPETENCIA.
           IF COMP-MES = ZEROS OR COMP-MES > 12
               DISPLAY "COMPETENCIA INVALIDA"
               GO TO FATURA-COMPETENCIA-FIM
           END-IF.
           PERFORM CARREGA-PRECOS.
           PERFORM CARREGA-TURMAS.
           PERFORM CARREGA-ALUNOS.
           PERFORM CARREGA-RESPONSAVEIS.
           PERFORM CARREGA-FATURADAS.
           PERFORM CALCULA-VENCIMENTO.
           DISPLAY "ALUNOS MATRICULADOS: " QTDE-ALUNOS.
           DISPLAY "CONFIRMA FATURAMENTO DA COMPETENCIA (S/N)? ".
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND NOT = "s"
               DISPLAY "FATURAMENTO CANCELADO"
               GO TO FATURA-COMPETENCIA-FIM
           END-IF.
           MOVE OPERADOR-SESSAO TO DONO-TRAVA.
           CALL "TRAVA-ARQUIVO" USING "T" "CONTASREC.DAT   "
               DONO-TRAVA RESULTADO-TRAVA.
           IF RESULTADO-TRAVA = "N"
               DISPLAY "ARQUIVO EM USO PELO OPERADOR " DONO-TRAVA
               DISPLAY "FATURAMENTO NAO REALIZADO"
               GO TO FATURA-COMPETENCIA-FIM
           END-IF.
           PERFORM BUSCA-PROXIMO-TITULO.
           PERFORM FATURA-ALUNO THRU FATURA-ALUNO-FIM
               VARYING IDX-ALU FROM 1 BY 1
               UNTIL IDX-ALU > QTDE-ALUNOS.
           CALL "TRAVA-ARQUIVO" USING "D" "CONTASREC.DAT   "
               DONO-TRAVA RESULTADO-TRAVA.
           MOVE CONT-FATURADOS TO CONT-E.
           DISPLAY "TITULOS GERADOS: " CONT-E.
           MOVE TOTAL-FATURADO TO TOTAL-FAT-E.
           DISPLAY "VALOR FATURADO: " TOTAL-FAT-E.
           MOVE CONT-ISENTOS TO CONT-E.
           DISPLAY "BOLSISTAS INTEGRAIS: " CONT-E.
           MOVE CONT-JA-FAT TO CONT-E.
           DISPLAY "JA FATURADOS NA COMPETENCIA: " CONT-E.
           MOVE CONT-PENDENTES TO CONT-E.
           DISPLAY "NAO FATURADOS (VER EXCECOES): " CONT-E.
       FATURA-COMPETENCIA-FIM.
           EXIT.
       CARREGA-ALUNOS.
           MOVE ZEROS TO QTDE-ALUNOS.
           MOVE "N"   TO FIM-ALUNOS.
           OPEN INPUT ARQ-ALUNOS.
           PERFORM LE-ALUNO UNTIL FIM-ALUNOS = "S".
           CLOSE ARQ-ALUNOS.
       LE-ALUNO.
           READ ARQ-ALUNOS
               AT END MOVE "S" TO FIM-ALUNOS
               NOT AT END
                   IF REG-MATRICULA IS NUMERIC
                      AND REG-MATRICULA > ZEROS
                      AND REG-TURMA IS NUMERIC
                       PERFORM GUARDA-ALUNO
                   END-IF
           END-READ.
       GUARDA-ALUNO.
           MOVE "N" TO ACHOU.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > QTDE-ALUNOS OR ACHOU = "S"
               IF ALU-MATRICULA(IDX) = REG-MATRICULA
                   MOVE REG-TURMA TO ALU-TURMA(IDX)
                   MOVE "S" TO ACHOU
               END-IF
           END-PERFORM.
           IF ACHOU = "N" AND QTDE-ALUNOS < 2000
               ADD 1 TO QTDE-ALUNOS
               MOVE REG-MATRICULA TO ALU-MATRICULA(QTDE-ALUNOS)
               MOVE REG-TURMA     TO ALU-TURMA(QTDE-ALUNOS)
               MOVE "N"           TO ALU-FATURADO(QTDE-ALUNOS)
           END-IF.
       CARREGA-RESPONSAVEIS.
           MOVE ZEROS TO QTDE-RESP.
           MOVE "N"   TO FIM-RESP.
           OPEN INPUT ARQ-RESPONSAVEIS.
           PERFORM LE-RESPONSAVEL UNTIL FIM-RESP = "S".
           CLOSE ARQ-RESPONSAVEIS.
       LE-RESPONSAVEL.
           READ ARQ-RESPONSAVEIS
               AT END MOVE "S" TO FIM-RESP
               NOT AT END
                   PERFORM GUARDA-RESPONSAVEL
           END-READ.
       GUARDA-RESPONSAVEL.
           MOVE "N" TO ACHOU.
           PERFORM VARYING IDX-RSP FROM 1 BY 1
                   UNTIL IDX-RSP > QTDE-RESP OR ACHOU = "S"
               IF RES-MATRICULA(IDX-RSP) = RSP-MATRICULA
                   MOVE "S" TO ACHOU
               END-IF
           END-PERFORM.
           IF ACHOU = "S"
               SUBTRACT 1 FROM IDX-RSP
           ELSE
               IF QTDE-RESP < 2000
                   ADD 1 TO QTDE-RESP
                   MOVE QTDE-RESP TO IDX-RSP
               ELSE
                   MOVE ZEROS TO IDX-RSP
               END-IF
           END-IF.
           IF IDX-RSP > ZEROS
               MOVE RSP-MATRICULA TO RES-MATRICULA(IDX-RSP)
               MOVE RSP-ALUNO     TO RES-ALUNO(IDX-RSP)
               IF RSP-CLIENTE IS NUMERIC
                   MOVE RSP-CLIENTE TO RES-CLIENTE(IDX-RSP)
               ELSE
                   MOVE ZEROS TO RES-CLIENTE(IDX-RSP)
               END-IF
               IF RSP-BOLSA IS NUMERIC
                   MOVE RSP-BOLSA TO RES-BOLSA(IDX-RSP)
               ELSE
                   MOVE ZEROS TO RES-BOLSA(IDX-RSP)
               END-IF
           END-IF.
       CARREGA-FATURADAS.
           MOVE ZEROS TO QTDE-IRMAOS.
           MOVE "N"   TO FIM-FATURADAS.
           OPEN INPUT ARQ-FATURADAS.
           PERFORM LE-FATURADA UNTIL FIM-FATURADAS = "S".
           CLOSE ARQ-FATURADAS.
       LE-FATURADA.
           READ ARQ-FATURADAS
               AT END MOVE "S" TO FIM-FATURADAS
               NOT AT END
                   IF MFT-COMPETENCIA = COMPETENCIA
                       PERFORM MARCA-FATURADA
                       MOVE MFT-CLIENTE TO CLIENTE-ALUNO
                       PERFORM CONTA-IRMAO
                   END-IF
           END-READ.
       MARCA-FATURADA.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > QTDE-ALUNOS
               IF ALU-MATRICULA(IDX) = MFT-MATRICULA
                   MOVE "S" TO ALU-FATURADO(IDX)
               END-IF
           END-PERFORM.
       CONTA-IRMAO.
           MOVE "N" TO ACHOU.
           PERFORM VARYING IDX-IRM FROM 1 BY 1
                   UNTIL IDX-IRM > QTDE-IRMAOS OR ACHOU = "S"
               IF IRM-CLIENTE(IDX-IRM) = CLIENTE-ALUNO
                   ADD 1 TO IRM-QTDE(IDX-IRM)
                   MOVE "S" TO ACHOU
               END-IF
           END-PERFORM.
           IF ACHOU = "N" AND QTDE-IRMAOS < 2000
               ADD 1 TO QTDE-IRMAOS
               MOVE CLIENTE-ALUNO TO IRM-CLIENTE(QTDE-IRMAOS)
               MOVE 1             TO IRM-QTDE(QTDE-IRMAOS)
           END-IF.
       CALCULA-VENCIMENTO.
           MOVE COMPETENCIA    TO DATA-VENCIMENTO(1:6).
           MOVE DIA-VENCIMENTO TO DATA-VENCIMENTO(7:2).
           CALL "DIA-UTIL" USING "U" DATA-VENCIMENTO
               DIA-UTIL-DATA2 DIA-UTIL-DIAS DIA-UTIL-RES.
           IF DIA-UTIL-RES = "N"
               CALL "DIA-UTIL" USING "P" DATA-VENCIMENTO
                   DIA-UTIL-DATA2 DIA-UTIL-DIAS DIA-UTIL-RES.
       BUSCA-PROXIMO-TITULO.
           MOVE ZEROS TO PROXIMO-TITULO.
           MOVE "N"   TO FIM-CONTAS.
           OPEN EXTEND ARQ-CONTAS-REC.
           CLOSE ARQ-CONTAS-REC.
           OPEN INPUT ARQ-CONTAS-REC.
           PERFORM LE-MAIOR-TITULO UNTIL FIM-CONTAS = "S".
           CLOSE ARQ-CONTAS-REC.
           MOVE "N"   TO FIM-VENDAS.
           OPEN INPUT ARQ-VENDAS.
           PERFORM LE-MAIOR-VENDA UNTIL FIM-VENDAS = "S".
           CLOSE ARQ-VENDAS.
       LE-MAIOR-TITULO.
           READ ARQ-CONTAS-REC
               AT END MOVE "S" TO FIM-CONTAS
               NOT AT END
                   IF CR-NUMERO > PROXIMO-TITULO
                       MOVE CR-NUMERO TO PROXIMO-TITULO
                   END-IF
           END-READ.
       LE-MAIOR-VENDA.
           READ ARQ-VENDAS
               AT END MOVE "S" TO FIM-VENDAS
               NOT AT END
                   IF VENDA-NUMERO > PROXIMO-TITULO
                       MOVE VENDA-NUMERO TO PROXIMO-TITULO
                   END-IF
           END-READ.
       FATURA-ALUNO.
           IF ALU-FATURADO(IDX-ALU) = "S"
               ADD 1 TO CONT-JA-FAT
               GO TO FATURA-ALUNO-FIM
           END-IF.
           MOVE ALU-TURMA(IDX-ALU) TO TURMA-ALUNO.
           PERFORM LOCALIZA-TURMA.
           IF ACHOU = "N"
               ADD 1 TO CONT-PENDENTES
               CALL "GRAVA-EXCECAO" USING "MENSALIDADES        "
                   "REG-TURMA      " "TURMA-INEXISTENTE   "
                   "ALUNO EM TURMA NAO CADASTRADA           "
               GO TO FATURA-ALUNO-FIM
           END-IF.
           IF ANO-TURMA NOT = COMP-ANO
               GO TO FATURA-ALUNO-FIM
           END-IF.
           PERFORM LOCALIZA-RESPONSAVEL.
           IF CLIENTE-ALUNO = ZEROS
               ADD 1 TO CONT-PENDENTES
               CALL "GRAVA-EXCECAO" USING "MENSALIDADES        "
                   "RSP-CLIENTE    " "SEM-RESPONSAVEL     "
                   "ALUNO SEM RESPONSAVEL PAGADOR           "
               GO TO FATURA-ALUNO-FIM
           END-IF.
           PERFORM LOCALIZA-PRECO.
           IF VALOR-BASE = ZEROS
               ADD 1 TO CONT-PENDENTES
               CALL "GRAVA-EXCECAO" USING "MENSALIDADES        "
                   "MEN-VALOR      " "SEM-PRECO           "
                   "TURMA E SERIE SEM PRECO NA TABELA       "
               GO TO FATURA-ALUNO-FIM
           END-IF.
           PERFORM CALCULA-DESCONTOS.
           MOVE ZEROS TO TITULO-GERADO.
           IF VALOR-COBRADO > ZEROS
               PERFORM GRAVA-TITULO
               ADD 1 TO CONT-FATURADOS
               ADD VALOR-COBRADO TO TOTAL-FATURADO
           ELSE
               ADD 1 TO CONT-ISENTOS
           END-IF.
           PERFORM GRAVA-FATURADA.
           PERFORM CONTA-IRMAO.
       FATURA-ALUNO-FIM.
           EXIT.
       LOCALIZA-RESPONSAVEL.
           MOVE ZEROS TO CLIENTE-ALUNO.
           MOVE ZEROS TO BOLSA-ALUNO.
           PERFORM VARYING IDX-RSP FROM 1 BY 1
                   UNTIL IDX-RSP > QTDE-RESP
               IF RES-MATRICULA(IDX-RSP) = ALU-MATRICULA(IDX-ALU)
                   MOVE RES-CLIENTE(IDX-RSP) TO CLIENTE-ALUNO
                   MOVE RES-BOLSA(IDX-RSP)   TO BOLSA-ALUNO
               END-IF
           END-PERFORM.
       LOCALIZA-PRECO.
           MOVE ZEROS TO VALOR-BASE.
           PERFORM VARYING IDX-PRE FROM 1 BY 1
                   UNTIL IDX-PRE > QTDE-PRECOS
               IF PRE-TIPO(IDX-PRE) = "T"
                  AND PRE-CODIGO(IDX-PRE) = TURMA-ALUNO
                   MOVE PRE-VALOR(IDX-PRE) TO VALOR-BASE
               END-IF
           END-PERFORM.
           IF VALOR-BASE = ZEROS AND SERIE-ALUNO > ZEROS
               PERFORM VARYING IDX-PRE FROM 1 BY 1
                       UNTIL IDX-PRE > QTDE-PRECOS
                   IF PRE-TIPO(IDX-PRE) = "S"
                      AND PRE-CODIGO(IDX-PRE) = SERIE-ALUNO
                       MOVE PRE-VALOR(IDX-PRE) TO VALOR-BASE
                   END-IF
               END-PERFORM
           END-IF.
       CALCULA-DESCONTOS.
           MOVE ZEROS TO VALOR-IRMAO.
           PERFORM VARYING IDX-IRM FROM 1 BY 1
                   UNTIL IDX-IRM > QTDE-IRMAOS
               IF IRM-CLIENTE(IDX-IRM) = CLIENTE-ALUNO
                  AND IRM-QTDE(IDX-IRM) > ZEROS
                   COMPUTE VALOR-IRMAO ROUNDED =
                       VALOR-BASE * DESCONTO-IRMAO / 100
               END-IF
           END-PERFORM.
           COMPUTE VALOR-BOLSA ROUNDED =
               (VALOR-BASE - VALOR-IRMAO) * BOLSA-ALUNO / 100.
           COMPUTE VALOR-COBRADO =
               VALOR-BASE - VALOR-IRMAO - VALOR-BOLSA.
       GRAVA-TITULO.
           ADD 1 TO PROXIMO-TITULO.
           MOVE PROXIMO-TITULO  TO TITULO-GERADO.
           MOVE PROXIMO-TITULO  TO CR-NUMERO.
           MOVE CLIENTE-ALUNO   TO CR-CLIENTE.
           MOVE DATA-HOJE       TO CR-DATA.
           MOVE VALOR-COBRADO   TO CR-VALOR.
           MOVE "A"             TO CR-STATUS.
           MOVE ZEROS           TO CR-VALOR-PAGO.
           MOVE COMP-MES        TO CR-PARCELA.
           MOVE DATA-VENCIMENTO TO CR-VENCIMENTO.
           MOVE ZEROS           TO CR-NIVEL-COB.
           MOVE "M"             TO CR-ORIGEM.
           OPEN EXTEND ARQ-CONTAS-REC.
           WRITE REG-CONTA-REC.
           CLOSE ARQ-CONTAS-REC.
       GRAVA-FATURADA.
           MOVE COMPETENCIA            TO MFT-COMPETENCIA.
           MOVE ALU-MATRICULA(IDX-ALU) TO MFT-MATRICULA.
           MOVE TURMA-ALUNO            TO MFT-TURMA.
           MOVE CLIENTE-ALUNO          TO MFT-CLIENTE.
           MOVE VALOR-BASE             TO MFT-VALOR-BASE.
           MOVE VALOR-IRMAO            TO MFT-DESC-IRMAO.
           MOVE VALOR-BOLSA            TO MFT-DESC-BOLSA.
           MOVE VALOR-COBRADO          TO MFT-VALOR.
           MOVE TITULO-GERADO          TO MFT-TITULO.
           MOVE DATA-HOJE              TO MFT-DATA.
           OPEN EXTEND ARQ-FATURADAS.
           WRITE REG-FATURADA.
           CLOSE ARQ-FATURADAS.
       RELATORIO-INADIMPLENCIA.
           PERFORM CARREGA-TURMAS.
           PERFORM CARREGA-RESPONSAVEIS.
           PERFORM CARREGA-ATRASOS.
           PERFORM ASSOCIA-MENSALIDADES.
           MOVE ZEROS TO QTDE-GERAL.
           MOVE ZEROS TO TOTAL-GERAL.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE DATA-HOJE TO DATA-REL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "MENSALIDADES EM ATRASO POR TURMA - POSICAO EM "
                      DELIMITED BY SIZE
                  DATA-REL-DIA "/" DATA-REL-MES "/" DATA-REL-ANO
                      DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM RELATA-TURMA VARYING IDX-TUR FROM 1 BY 1
               UNTIL IDX-TUR > QTDE-TURMAS.
           MOVE QTDE-GERAL  TO QTDE-REL-E.
           MOVE TOTAL-GERAL TO TOTAL-REL-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL GERAL: " DELIMITED BY SIZE
                  QTDE-REL-E      DELIMITED BY SIZE
                  " TITULO(S) "   DELIMITED BY SIZE
                  TOTAL-REL-E     DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           CLOSE ARQ-RELATORIO.
           MOVE QTDE-GERAL TO REGISTROS-SPOOL.
           CALL "GUARDA-RELATORIO" USING "INADIMPL  "
               "RELINADIMP.TXT  " REGISTROS-SPOOL.
           MOVE QTDE-GERAL TO CONT-E.
           DISPLAY "MENSALIDADES EM ATRASO: " CONT-E.
           DISPLAY "RELATORIO GERADO EM RELINADIMP.TXT".
       CARREGA-ATRASOS.
           MOVE ZEROS TO QTDE-ATRASOS.
           MOVE "N"   TO FIM-CONTAS.
           OPEN INPUT ARQ-CONTAS-REC.
           PERFORM LE-CONTA-ATRASO UNTIL FIM-CONTAS = "S".
           CLOSE ARQ-CONTAS-REC.
       LE-CONTA-ATRASO.
           READ ARQ-CONTAS-REC
               AT END MOVE "S" TO FIM-CONTAS
               NOT AT END
                   IF CR-STATUS = "A"
                      AND CR-VENCIMENTO > ZEROS
                      AND CR-VENCIMENTO < DATA-HOJE
                      AND CR-VALOR > CR-VALOR-PAGO
                      AND QTDE-ATRASOS < 3000
                       ADD 1 TO QTDE-ATRASOS
                       MOVE CR-NUMERO TO ATR-TITULO(QTDE-ATRASOS)
                       MOVE CR-VENCIMENTO
                           TO ATR-VENCIMENTO(QTDE-ATRASOS)
                       COMPUTE ATR-SALDO(QTDE-ATRASOS) =
                           CR-VALOR - CR-VALOR-PAGO
                       MOVE ZEROS TO ATR-TURMA(QTDE-ATRASOS)
                   END-IF
           END-READ.
       ASSOCIA-MENSALIDADES.
           MOVE "N" TO FIM-FATURADAS.
           OPEN INPUT ARQ-FATURADAS.
           PERFORM LE-MENSALIDADE-ATRASO UNTIL FIM-FATURADAS = "S".
           CLOSE ARQ-FATURADAS.
       LE-MENSALIDADE-ATRASO.
           READ ARQ-FATURADAS
               AT END MOVE "S" TO FIM-FATURADAS
               NOT AT END
                   IF MFT-TITULO > ZEROS
                       PERFORM VARYING IDX FROM 1 BY 1
                               UNTIL IDX > QTDE-ATRASOS
                           IF ATR-TITULO(IDX) = MFT-TITULO
                               MOVE MFT-TURMA TO ATR-TURMA(IDX)
                               MOVE MFT-MATRICULA
                                   TO ATR-MATRICULA(IDX)
                               MOVE MFT-COMPETENCIA
                                   TO ATR-COMPETENCIA(IDX)
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ.
       RELATA-TURMA.
           MOVE "N"   TO TURMA-COM-ATRASO.
           MOVE ZEROS TO QTDE-TURMA.
           MOVE ZEROS TO TOTAL-TURMA.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > QTDE-ATRASOS
               IF ATR-TURMA(IDX) = TRM-CODIGO(IDX-TUR)
                  AND ATR-MATRICULA(IDX) > ZEROS
                   IF TURMA-COM-ATRASO = "N"
                       PERFORM CABECALHO-TURMA
                   END-IF
                   PERFORM LINHA-ATRASO
               END-IF
           END-PERFORM.
           IF TURMA-COM-ATRASO = "S"
               MOVE QTDE-TURMA  TO QTDE-REL-E
               MOVE TOTAL-TURMA TO TOTAL-REL-E
               MOVE SPACES TO LINHA-RELATORIO
               STRING "   TOTAL DA TURMA: " DELIMITED BY SIZE
                      QTDE-REL-E            DELIMITED BY SIZE
                      " TITULO(S) "         DELIMITED BY SIZE
                      TOTAL-REL-E           DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
       CABECALHO-TURMA.
           MOVE "S" TO TURMA-COM-ATRASO.
           MOVE TRM-CODIGO(IDX-TUR) TO TURMA-REL-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TURMA "               DELIMITED BY SIZE
                  TURMA-REL-E            DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  TRM-DESCRICAO(IDX-TUR) DELIMITED BY SIZE
                  " ANO "                DELIMITED BY SIZE
                  TRM-ANO(IDX-TUR)       DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       LINHA-ATRASO.
           MOVE "SEM CADASTRO" TO NOME-ALUNO-REL.
           PERFORM VARYING IDX-RSP FROM 1 BY 1
                   UNTIL IDX-RSP > QTDE-RESP
               IF RES-MATRICULA(IDX-RSP) = ATR-MATRICULA(IDX)
                   MOVE RES-ALUNO(IDX-RSP) TO NOME-ALUNO-REL
               END-IF
           END-PERFORM.
           COMPUTE DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE(DATA-HOJE)
               - FUNCTION INTEGER-OF-DATE(ATR-VENCIMENTO(IDX)).
           MOVE ATR-TITULO(IDX) TO TITULO-REL-E.
           MOVE DIAS-ATRASO     TO DIAS-REL-E.
           MOVE ATR-SALDO(IDX)  TO SALDO-REL-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "   "                  DELIMITED BY SIZE
                  ATR-MATRICULA(IDX)     DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  NOME-ALUNO-REL         DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  ATR-COMPETENCIA(IDX)   DELIMITED BY SIZE
                  " TIT"                 DELIMITED BY SIZE
                  TITULO-REL-E           DELIMITED BY SIZE
                  DIAS-REL-E             DELIMITED BY SIZE
                  "D "                   DELIMITED BY SIZE
                  SALDO-REL-E            DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO QTDE-TURMA.
           ADD 1 TO QTDE-GERAL.
           ADD ATR-SALDO(IDX) TO TOTAL-TURMA.
           ADD ATR-SALDO(IDX) TO TOTAL-GERAL.
