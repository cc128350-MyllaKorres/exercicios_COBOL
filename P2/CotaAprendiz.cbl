       IDENTIFICATION DIVISION.
       PROGRAM-ID. COTA-APRENDIZ.
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
               SELECT OPTIONAL ARQ-FATURAS ASSIGN TO "FATCOLOC.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-CANDIDATOS
                   ASSIGN TO "CANDIDATOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-HISTORICO ASSIGN TO "HISTCAND.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-ACOMPANHAMENTOS
                   ASSIGN TO "ACOMPCOL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-CONTRATOS ASSIGN TO "CONTRAPR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-CONTRATOS-TMP ASSIGN TO "CONTRTMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-RELATORIO ASSIGN TO "COTAAPR.TXT"
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
           FD  ARQ-CANDIDATOS.
           01  REG-CANDIDATO.
               02 REG-NOME      PIC X(35).
               02 REG-CPF       PIC 9(11).
               02 REG-IDADE     PIC 9(02).
               02 REG-APRENDIZ  PIC X(01).
               02 REG-SEXO      PIC 9(01).
               02 REG-PRT-SAL   PIC 9(04)V9(02).
               02 REG-PROF      PIC 9(01).
               02 REG-DATA-CAD  PIC 9(08).
               02 REG-HORA-CAD  PIC 9(08).
               02 REG-ENDERECO  PIC X(30).
               02 REG-CIDADE    PIC X(20).
               02 REG-UF        PIC X(02).
               02 REG-OPERADOR  PIC X(08).
           FD  ARQ-HISTORICO.
           01  REG-HISTORICO.
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
           FD  ARQ-CONTRATOS.
           01  REG-CONTRATO.
               02 APR-CPF       PIC 9(11).
               02 APR-EMPRESA   PIC 9(04).
               02 APR-VAGA      PIC 9(03).
               02 APR-INICIO    PIC 9(08).
               02 APR-FIM       PIC 9(08).
               02 APR-SITUACAO  PIC X(01).
               02 APR-OPERADOR  PIC X(08).
           FD  ARQ-CONTRATOS-TMP.
           01  REG-CONTRATO-TMP PIC X(43).
           FD  ARQ-RELATORIO.
           01  LINHA-RELATORIO  PIC X(80).
       WORKING-STORAGE SECTION.
           01 DADOS-OPERADOR.
               02 OPERADOR-SESSAO PIC X(08) VALUE SPACES.
               02 PERFIL-SESSAO   PIC X(01) VALUE SPACE.
           01 DATA-DO-SISTEMA.
               02 ANO          PIC 9(04) VALUE ZEROS.
               02 MES          PIC 9(02) VALUE ZEROS.
               02 DIA          PIC 9(02) VALUE ZEROS.
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
           01 DATA-LIMITE      PIC 9(08) VALUE ZEROS.
           01 DIAS-AVISO       PIC 9(03) VALUE 60.
           01 PERC-MINIMO      PIC 9(02) VALUE 5.
           01 PERC-MAXIMO      PIC 9(02) VALUE 15.
           01 OPCAO            PIC X(01) VALUE SPACE.
           01 CONTINUAR        PIC X(01) VALUE SPACE.
           01 FIM-EMPRESAS     PIC X(01) VALUE "N".
           01 FIM-FATURAS      PIC X(01) VALUE "N".
           01 FIM-CANDIDATOS   PIC X(01) VALUE "N".
           01 FIM-HISTORICO    PIC X(01) VALUE "N".
           01 FIM-ACOMPANH     PIC X(01) VALUE "N".
           01 FIM-CONTRATOS    PIC X(01) VALUE "N".
           01 EMPRESA          PIC 9(04) VALUE ZEROS.
           01 EMPRESA-ACHADA   PIC X(01) VALUE "N".
           01 QUADRO-NOVO      PIC 9(06) VALUE ZEROS.
           01 CPF              PIC 9(11) VALUE ZEROS.
           01 NOME-CAND        PIC X(35) VALUE SPACES.
           01 E-APRENDIZ       PIC X(01) VALUE "N".
           01 COLOCACAO-ACHADA PIC X(01) VALUE "N".
           01 CONTRATO-ACHADO  PIC X(01) VALUE "N".
           01 QUEBRADA         PIC X(01) VALUE "N".
           01 DADOS-COLOCACAO.
               02 COL-EMPRESA   PIC 9(04) VALUE ZEROS.
               02 COL-VAGA      PIC 9(03) VALUE ZEROS.
               02 COL-INICIO    PIC 9(08) VALUE ZEROS.
               02 COL-FIM       PIC 9(08) VALUE ZEROS.
               02 COL-SITUACAO  PIC X(01) VALUE SPACE.
           01 DATA-MAXIMA      PIC 9(08) VALUE ZEROS.
           01 DATA-FIM         PIC 9(08) VALUE ZEROS.
           01 DIAS-RESTANTES   PIC S9(05) VALUE ZEROS.
           01 QTDE-EMPRESAS    PIC 9(03) VALUE ZEROS.
           01 TABELA-EMPRESAS.
               02 EMP-T OCCURS 300 TIMES.
                   03 EMP-T-CODIGO   PIC 9(04).
                   03 EMP-T-RAZAO    PIC X(30).
                   03 EMP-T-QUADRO   PIC 9(06).
                   03 EMP-T-ATIVOS   PIC 9(04).
           01 IDX-EMP          PIC 9(03) VALUE ZEROS.
           01 QTDE-VENCENDO    PIC 9(03) VALUE ZEROS.
           01 TABELA-VENCENDO.
               02 VEN-T OCCURS 200 TIMES.
                   03 VEN-T-CPF      PIC 9(11).
                   03 VEN-T-NOME     PIC X(35).
                   03 VEN-T-EMPRESA  PIC 9(04).
                   03 VEN-T-FIM      PIC 9(08).
                   03 VEN-T-DIAS     PIC 9(03).
                   03 VEN-T-LISTADO  PIC X(01).
           01 IDX-VEN          PIC 9(03) VALUE ZEROS.
           01 IDX-MENOR        PIC 9(03) VALUE ZEROS.
           01 COTA-MINIMA      PIC 9(05) VALUE ZEROS.
           01 COTA-MAXIMA      PIC 9(05) VALUE ZEROS.
           01 DEFICIT          PIC 9(05) VALUE ZEROS.
           01 TOTAIS.
               02 TOT-MINIMA   PIC 9(06) VALUE ZEROS.
               02 TOT-ATIVOS   PIC 9(06) VALUE ZEROS.
               02 TOT-DEFICIT  PIC 9(06) VALUE ZEROS.
           01 REGISTROS-SPOOL  PIC 9(06) VALUE ZEROS.
           01 DADOS-AUDITORIA.
               02 CHAVE-AUDITORIA PIC X(15) VALUE SPACES.
               02 IMAGEM-ANTES    PIC X(150) VALUE SPACES.
               02 IMAGEM-DEPOIS   PIC X(150) VALUE SPACES.
           01 CAMPOS-EDITADOS.
               02 DATA-E       PIC 9999/99/99.
               02 FIM-E        PIC 9999/99/99.
               02 QUADRO-E     PIC ZZZZZ9.
               02 MIN-E        PIC ZZZ9.
               02 MAX-E        PIC ZZZ9.
               02 ATIVOS-E     PIC ZZZ9.
               02 DEFICIT-E    PIC ZZZ9.
               02 DIAS-E       PIC ZZ9.
               02 CONT-E       PIC ZZZZZ9.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "COTA DE APRENDIZES DAS EMPRESAS CLIENTES".
           CALL "IDENTIFICA-OPERADOR" USING OPERADOR-SESSAO
               PERFIL-SESSAO.
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           COMPUTE DATA-LIMITE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(DATA-HOJE) + DIAS-AVISO).
           MOVE "S" TO CONTINUAR.
           PERFORM PROCESSO UNTIL CONTINUAR NOT = "S".
           DISPLAY "FIM DO PROGRAMA".
           STOP RUN.
       PROCESSO.
           DISPLAY "1-QUADRO FUNCIONAL  2-FIM DE CONTRATO  "
                   "3-ENCERRAR CONTRATO  4-RELATORIO: ".
           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "1"
                   PERFORM ATUALIZA-QUADRO THRU ATUALIZA-QUADRO-FIM
               WHEN "2"
                   PERFORM REGISTRA-FIM-CONTRATO
                       THRU REGISTRA-FIM-CONTRATO-FIM
               WHEN "3"
                   PERFORM ENCERRA-CONTRATO
                       THRU ENCERRA-CONTRATO-FIM
               WHEN "4"
                   PERFORM EMITE-RELATORIO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           DISPLAY "CONTINUA (S/N)? ".
           ACCEPT CONTINUAR.
           IF CONTINUAR = "s"
               MOVE "S" TO CONTINUAR
           END-IF.
       ATUALIZA-QUADRO.
           DISPLAY "CODIGO DA EMPRESA: ".
           ACCEPT EMPRESA.
           MOVE "N" TO EMPRESA-ACHADA.
           MOVE "N" TO FIM-EMPRESAS.
           OPEN INPUT ARQ-EMPRESAS.
           PERFORM LE-EMPRESA UNTIL FIM-EMPRESAS = "S".
           CLOSE ARQ-EMPRESAS.
           IF EMPRESA-ACHADA = "N"
               DISPLAY "EMPRESA NAO CADASTRADA"
               CALL "GRAVA-EXCECAO" USING "COTA-APRENDIZ       "
                   "EMPRESA        " "NAO-ENCONTRADO      "
                   "EMPRESA INEXISTENTE P/ QUADRO FUNCIONAL "
               GO TO ATUALIZA-QUADRO-FIM
           END-IF.
           DISPLAY "QUADRO FUNCIONAL ATUAL: " QUADRO-E.
           DISPLAY "NOVO QUADRO FUNCIONAL: ".
           ACCEPT QUADRO-NOVO.
           MOVE SPACES TO IMAGEM-ANTES.
           MOVE SPACES TO IMAGEM-DEPOIS.
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
           IF IMAGEM-ANTES NOT = IMAGEM-DEPOIS
               MOVE EMPRESA TO CHAVE-AUDITORIA
               CALL "GRAVA-AUDITORIA" USING "EMPRESAS.DAT    "
                   CHAVE-AUDITORIA "A" OPERADOR-SESSAO IMAGEM-ANTES
                   IMAGEM-DEPOIS
           END-IF.
           DISPLAY "QUADRO FUNCIONAL ATUALIZADO".
       ATUALIZA-QUADRO-FIM.
           EXIT.
       LE-EMPRESA.
           READ ARQ-EMPRESAS
               AT END MOVE "S" TO FIM-EMPRESAS
               NOT AT END
                   IF EMP-CODIGO = EMPRESA
                       DISPLAY "EMPRESA: " EMP-RAZAO
                       MOVE EMP-QUADRO TO QUADRO-E
                       MOVE "S" TO EMPRESA-ACHADA
                       MOVE "S" TO FIM-EMPRESAS
                   END-IF
           END-READ.
       COPIA-EMPRESA.
           READ ARQ-EMPRESAS
               AT END MOVE "S" TO FIM-EMPRESAS
               NOT AT END
                   IF EMP-CODIGO = EMPRESA
                       MOVE REG-EMPRESA TO IMAGEM-ANTES
                       MOVE QUADRO-NOVO TO EMP-QUADRO
                       MOVE REG-EMPRESA TO IMAGEM-DEPOIS
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
       REGISTRA-FIM-CONTRATO.
           PERFORM PEDE-APRENDIZ THRU PEDE-APRENDIZ-FIM.
           IF COLOCACAO-ACHADA = "N"
               GO TO REGISTRA-FIM-CONTRATO-FIM
           END-IF.
           MOVE COL-FIM TO FIM-E.
           DISPLAY "TERMINO ATUAL DO CONTRATO: " FIM-E.
           PERFORM CALCULA-DATA-MAXIMA.
           DISPLAY "NOVO TERMINO (AAAAMMDD): ".
           ACCEPT DATA-FIM.
           IF DATA-FIM NOT > COL-INICIO
              OR DATA-FIM > DATA-MAXIMA
               DISPLAY "TERMINO DEVE SER POSTERIOR AO INICIO E DE NO "
                       "MAXIMO 2 ANOS"
               CALL "GRAVA-EXCECAO" USING "COTA-APRENDIZ       "
                   "DATA-FIM       " "FORA-DO-LIMITE      "
                   "TERMINO DE CONTRATO DE APRENDIZ INVALIDO"
               GO TO REGISTRA-FIM-CONTRATO-FIM
           END-IF.
           MOVE DATA-FIM TO COL-FIM.
           MOVE "A"      TO COL-SITUACAO.
           PERFORM GRAVA-CONTRATO.
           DISPLAY "TERMINO DO CONTRATO REGISTRADO".
       REGISTRA-FIM-CONTRATO-FIM.
           EXIT.
       ENCERRA-CONTRATO.
           PERFORM PEDE-APRENDIZ THRU PEDE-APRENDIZ-FIM.
           IF COLOCACAO-ACHADA = "N"
               GO TO ENCERRA-CONTRATO-FIM
           END-IF.
           IF COL-SITUACAO = "E"
               DISPLAY "CONTRATO JA ENCERRADO"
               GO TO ENCERRA-CONTRATO-FIM
           END-IF.
           MOVE DATA-HOJE TO COL-FIM.
           MOVE "E"       TO COL-SITUACAO.
           PERFORM GRAVA-CONTRATO.
           DISPLAY "CONTRATO DE APRENDIZ ENCERRADO".
       ENCERRA-CONTRATO-FIM.
           EXIT.
       PEDE-APRENDIZ.
           MOVE "N" TO COLOCACAO-ACHADA.
           DISPLAY "CPF DO APRENDIZ: ".
           ACCEPT CPF.
           PERFORM VERIFICA-APRENDIZ.
           IF E-APRENDIZ = "N"
               DISPLAY "CPF NAO CORRESPONDE A CANDIDATO APRENDIZ"
               CALL "GRAVA-EXCECAO" USING "COTA-APRENDIZ       "
                   "CPF            " "NAO-APRENDIZ        "
                   "CPF NAO E DE CANDIDATO APRENDIZ         "
               GO TO PEDE-APRENDIZ-FIM
           END-IF.
           DISPLAY "APRENDIZ: " NOME-CAND.
           MOVE ZEROS TO COL-INICIO.
           MOVE "N"   TO FIM-FATURAS.
           OPEN INPUT ARQ-FATURAS.
           PERFORM LE-ULTIMA-COLOCACAO UNTIL FIM-FATURAS = "S".
           CLOSE ARQ-FATURAS.
           IF COLOCACAO-ACHADA = "N"
               DISPLAY "NENHUMA COLOCACAO FATURADA PARA ESTE CPF"
               GO TO PEDE-APRENDIZ-FIM
           END-IF.
           PERFORM BUSCA-CONTRATO.
           MOVE COL-INICIO TO DATA-E.
           DISPLAY "EMPRESA " COL-EMPRESA " VAGA " COL-VAGA
                   " INICIO " DATA-E.
       PEDE-APRENDIZ-FIM.
           EXIT.
       LE-ULTIMA-COLOCACAO.
           READ ARQ-FATURAS
               AT END MOVE "S" TO FIM-FATURAS
               NOT AT END
                   IF FAT-CPF = CPF AND FAT-DATA NOT < COL-INICIO
                       MOVE FAT-EMPRESA TO COL-EMPRESA
                       MOVE FAT-VAGA    TO COL-VAGA
                       MOVE FAT-DATA    TO COL-INICIO
                       MOVE "S" TO COLOCACAO-ACHADA
                   END-IF
           END-READ.
       GRAVA-CONTRATO.
           MOVE CPF             TO APR-CPF.
           MOVE COL-EMPRESA     TO APR-EMPRESA.
           MOVE COL-VAGA        TO APR-VAGA.
           MOVE COL-INICIO      TO APR-INICIO.
           MOVE COL-FIM         TO APR-FIM.
           MOVE COL-SITUACAO    TO APR-SITUACAO.
           MOVE OPERADOR-SESSAO TO APR-OPERADOR.
           IF CONTRATO-ACHADO = "N"
               OPEN EXTEND ARQ-CONTRATOS
               WRITE REG-CONTRATO
               CLOSE ARQ-CONTRATOS
           ELSE
               MOVE REG-CONTRATO TO REG-CONTRATO-TMP
               PERFORM REGRAVA-CONTRATOS
           END-IF.
       REGRAVA-CONTRATOS.
           OPEN OUTPUT ARQ-CONTRATOS-TMP.
           WRITE REG-CONTRATO-TMP.
           MOVE "N" TO FIM-CONTRATOS.
           OPEN INPUT ARQ-CONTRATOS.
           PERFORM COPIA-CONTRATO UNTIL FIM-CONTRATOS = "S".
           CLOSE ARQ-CONTRATOS.
           CLOSE ARQ-CONTRATOS-TMP.
           MOVE "N" TO FIM-CONTRATOS.
           OPEN INPUT  ARQ-CONTRATOS-TMP.
           OPEN OUTPUT ARQ-CONTRATOS.
           PERFORM DEVOLVE-CONTRATO UNTIL FIM-CONTRATOS = "S".
           CLOSE ARQ-CONTRATOS-TMP.
           CLOSE ARQ-CONTRATOS.
       COPIA-CONTRATO.
           READ ARQ-CONTRATOS
               AT END MOVE "S" TO FIM-CONTRATOS
               NOT AT END
                   IF APR-CPF NOT = CPF
                      OR APR-EMPRESA NOT = COL-EMPRESA
                      OR APR-VAGA NOT = COL-VAGA
                       MOVE REG-CONTRATO TO REG-CONTRATO-TMP
                       WRITE REG-CONTRATO-TMP
                   END-IF
           END-READ.
       DEVOLVE-CONTRATO.
           READ ARQ-CONTRATOS-TMP
               AT END MOVE "S" TO FIM-CONTRATOS
               NOT AT END
                   MOVE REG-CONTRATO-TMP TO REG-CONTRATO
                   WRITE REG-CONTRATO
           END-READ.
       BUSCA-CONTRATO.
           MOVE "N" TO CONTRATO-ACHADO.
           MOVE "A" TO COL-SITUACAO.
           PERFORM CALCULA-DATA-MAXIMA.
           MOVE DATA-MAXIMA TO COL-FIM.
           MOVE "N" TO FIM-CONTRATOS.
           OPEN INPUT ARQ-CONTRATOS.
           PERFORM LE-CONTRATO UNTIL FIM-CONTRATOS = "S".
           CLOSE ARQ-CONTRATOS.
       LE-CONTRATO.
           READ ARQ-CONTRATOS
               AT END MOVE "S" TO FIM-CONTRATOS
               NOT AT END
                   IF APR-CPF = CPF AND APR-EMPRESA = COL-EMPRESA
                      AND APR-VAGA = COL-VAGA
                       MOVE APR-FIM      TO COL-FIM
                       MOVE APR-SITUACAO TO COL-SITUACAO
                       MOVE "S" TO CONTRATO-ACHADO
                       MOVE "S" TO FIM-CONTRATOS
                   END-IF
           END-READ.
       CALCULA-DATA-MAXIMA.
           MOVE COL-INICIO TO DATA-MAXIMA.
           ADD 20000 TO DATA-MAXIMA.
           IF DATA-MAXIMA(5:4) = "0229"
               MOVE "0228" TO DATA-MAXIMA(5:4)
           END-IF.
       VERIFICA-APRENDIZ.
           MOVE "N"    TO E-APRENDIZ.
           MOVE SPACES TO NOME-CAND.
           MOVE "N"    TO FIM-CANDIDATOS.
           OPEN INPUT ARQ-CANDIDATOS.
           PERFORM LE-CANDIDATO UNTIL FIM-CANDIDATOS = "S".
           CLOSE ARQ-CANDIDATOS.
           IF NOME-CAND = SPACES
               MOVE "N" TO FIM-HISTORICO
               OPEN INPUT ARQ-HISTORICO
               PERFORM LE-HISTORICO UNTIL FIM-HISTORICO = "S"
               CLOSE ARQ-HISTORICO
           END-IF.
       LE-CANDIDATO.
           READ ARQ-CANDIDATOS
               AT END MOVE "S" TO FIM-CANDIDATOS
               NOT AT END
                   IF REG-CPF = CPF
                       MOVE REG-NOME     TO NOME-CAND
                       MOVE REG-APRENDIZ TO E-APRENDIZ
                       MOVE "S" TO FIM-CANDIDATOS
                   END-IF
           END-READ.
       LE-HISTORICO.
           READ ARQ-HISTORICO
               AT END MOVE "S" TO FIM-HISTORICO
               NOT AT END
                   IF HIST-CPF = CPF
                       MOVE HIST-NOME     TO NOME-CAND
                       MOVE HIST-APRENDIZ TO E-APRENDIZ
                   END-IF
           END-READ.
       VERIFICA-QUEBRA.
           MOVE "N" TO QUEBRADA.
           MOVE "N" TO FIM-ACOMPANH.
           OPEN INPUT ARQ-ACOMPANHAMENTOS.
           PERFORM LE-ACOMPANHAMENTO UNTIL FIM-ACOMPANH = "S".
           CLOSE ARQ-ACOMPANHAMENTOS.
       LE-ACOMPANHAMENTO.
           READ ARQ-ACOMPANHAMENTOS
               AT END MOVE "S" TO FIM-ACOMPANH
               NOT AT END
                   IF ACP-CPF = CPF AND ACP-VAGA = COL-VAGA
                      AND ACP-SITUACAO = "Q"
                       MOVE "S" TO QUEBRADA
                       MOVE "S" TO FIM-ACOMPANH
                   END-IF
           END-READ.
       EMITE-RELATORIO.
           PERFORM CARREGA-EMPRESAS.
           MOVE ZEROS TO QTDE-VENCENDO.
           MOVE "N"   TO FIM-FATURAS.
           OPEN INPUT ARQ-FATURAS.
           PERFORM PROCESSA-COLOCACAO UNTIL FIM-FATURAS = "S".
           CLOSE ARQ-FATURAS.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM CABECALHO-COTAS.
           MOVE ZEROS TO TOTAIS.
           PERFORM GRAVA-LINHA-EMPRESA
               VARYING IDX-EMP FROM 1 BY 1
               UNTIL IDX-EMP > QTDE-EMPRESAS.
           PERFORM RODAPE-COTAS.
           PERFORM CABECALHO-VENCIMENTOS.
           PERFORM LISTA-PROXIMO-VENCIMENTO QTDE-VENCENDO TIMES.
           MOVE QTDE-VENCENDO TO CONT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           STRING "CONTRATOS A VENCER: " DELIMITED BY SIZE
                  CONT-E                 DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           CLOSE ARQ-RELATORIO.
           MOVE QTDE-EMPRESAS TO REGISTROS-SPOOL.
           CALL "GUARDA-RELATORIO" USING "COTAAPR   "
               "COTAAPR.TXT     " REGISTROS-SPOOL.
           DISPLAY "RELATORIO GRAVADO EM COTAAPR.TXT".
       CARREGA-EMPRESAS.
           MOVE ZEROS TO QTDE-EMPRESAS.
           MOVE "N"   TO FIM-EMPRESAS.
           OPEN INPUT ARQ-EMPRESAS.
           PERFORM LE-EMPRESA-TABELA UNTIL FIM-EMPRESAS = "S".
           CLOSE ARQ-EMPRESAS.
       LE-EMPRESA-TABELA.
           READ ARQ-EMPRESAS
               AT END MOVE "S" TO FIM-EMPRESAS
               NOT AT END
                   IF QTDE-EMPRESAS < 300
                       ADD 1 TO QTDE-EMPRESAS
                       MOVE EMP-CODIGO TO EMP-T-CODIGO(QTDE-EMPRESAS)
                       MOVE EMP-RAZAO  TO EMP-T-RAZAO(QTDE-EMPRESAS)
                       MOVE EMP-QUADRO TO EMP-T-QUADRO(QTDE-EMPRESAS)
                       MOVE ZEROS      TO EMP-T-ATIVOS(QTDE-EMPRESAS)
                   END-IF
           END-READ.
       PROCESSA-COLOCACAO.
           READ ARQ-FATURAS
               AT END MOVE "S" TO FIM-FATURAS
               NOT AT END
                   MOVE FAT-CPF TO CPF
                   PERFORM VERIFICA-APRENDIZ
                   IF E-APRENDIZ = "S"
                       PERFORM AVALIA-CONTRATO
                   END-IF
           END-READ.
       AVALIA-CONTRATO.
           MOVE FAT-EMPRESA TO COL-EMPRESA.
           MOVE FAT-VAGA    TO COL-VAGA.
           MOVE FAT-DATA    TO COL-INICIO.
           PERFORM BUSCA-CONTRATO.
           PERFORM VERIFICA-QUEBRA.
           IF COL-SITUACAO = "A" AND QUEBRADA = "N"
              AND COL-FIM NOT < DATA-HOJE
               PERFORM VARYING IDX-EMP FROM 1 BY 1
                       UNTIL IDX-EMP > QTDE-EMPRESAS
                   IF EMP-T-CODIGO(IDX-EMP) = COL-EMPRESA
                       ADD 1 TO EMP-T-ATIVOS(IDX-EMP)
                   END-IF
               END-PERFORM
               IF COL-FIM NOT > DATA-LIMITE AND QTDE-VENCENDO < 200
                   PERFORM GUARDA-VENCIMENTO
               END-IF
           END-IF.
       GUARDA-VENCIMENTO.
           ADD 1 TO QTDE-VENCENDO.
           MOVE CPF         TO VEN-T-CPF(QTDE-VENCENDO).
           MOVE NOME-CAND   TO VEN-T-NOME(QTDE-VENCENDO).
           MOVE COL-EMPRESA TO VEN-T-EMPRESA(QTDE-VENCENDO).
           MOVE COL-FIM     TO VEN-T-FIM(QTDE-VENCENDO).
           COMPUTE DIAS-RESTANTES =
               FUNCTION INTEGER-OF-DATE(COL-FIM)
               - FUNCTION INTEGER-OF-DATE(DATA-HOJE).
           MOVE DIAS-RESTANTES TO VEN-T-DIAS(QTDE-VENCENDO).
           MOVE "N"         TO VEN-T-LISTADO(QTDE-VENCENDO).
       CABECALHO-COTAS.
           MOVE DATA-HOJE TO DATA-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "COTA DE APRENDIZES POR EMPRESA CLIENTE - "
                      DELIMITED BY SIZE
                  DATA-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "COTA LEGAL: MINIMO 5% E MAXIMO 15% DO QUADRO"
                      DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "COD"          TO LINHA-RELATORIO(1:3).
           MOVE "RAZAO SOCIAL" TO LINHA-RELATORIO(6:12).
           MOVE "QUADRO"       TO LINHA-RELATORIO(32:6).
           MOVE " MIN"         TO LINHA-RELATORIO(39:4).
           MOVE " MAX"         TO LINHA-RELATORIO(44:4).
           MOVE "APR."         TO LINHA-RELATORIO(49:4).
           MOVE "FALTA"        TO LINHA-RELATORIO(53:5).
           MOVE "OBSERVACAO"   TO LINHA-RELATORIO(59:10).
           WRITE LINHA-RELATORIO.
       GRAVA-LINHA-EMPRESA.
           COMPUTE COTA-MINIMA =
               (EMP-T-QUADRO(IDX-EMP) * PERC-MINIMO + 99) / 100.
           COMPUTE COTA-MAXIMA =
               EMP-T-QUADRO(IDX-EMP) * PERC-MAXIMO / 100.
           MOVE ZEROS TO DEFICIT.
           IF EMP-T-ATIVOS(IDX-EMP) < COTA-MINIMA
               COMPUTE DEFICIT = COTA-MINIMA - EMP-T-ATIVOS(IDX-EMP)
           END-IF.
           IF EMP-T-QUADRO(IDX-EMP) > ZEROS
              OR EMP-T-ATIVOS(IDX-EMP) > ZEROS
               MOVE EMP-T-QUADRO(IDX-EMP) TO QUADRO-E
               MOVE COTA-MINIMA           TO MIN-E
               MOVE COTA-MAXIMA           TO MAX-E
               MOVE EMP-T-ATIVOS(IDX-EMP) TO ATIVOS-E
               MOVE DEFICIT               TO DEFICIT-E
               MOVE SPACES TO LINHA-RELATORIO
               MOVE EMP-T-CODIGO(IDX-EMP) TO LINHA-RELATORIO(1:4)
               MOVE EMP-T-RAZAO(IDX-EMP)(1:25)
                   TO LINHA-RELATORIO(6:25)
               MOVE QUADRO-E              TO LINHA-RELATORIO(32:6)
               MOVE MIN-E                 TO LINHA-RELATORIO(39:4)
               MOVE MAX-E                 TO LINHA-RELATORIO(44:4)
               MOVE ATIVOS-E              TO LINHA-RELATORIO(49:4)
               MOVE DEFICIT-E             TO LINHA-RELATORIO(54:4)
               EVALUATE TRUE
                   WHEN EMP-T-QUADRO(IDX-EMP) = ZEROS
                       MOVE "QUADRO NAO INFORMADO"
                           TO LINHA-RELATORIO(59:20)
                   WHEN EMP-T-ATIVOS(IDX-EMP) > COTA-MAXIMA
                       MOVE "ACIMA DO MAXIMO"
                           TO LINHA-RELATORIO(59:15)
                   WHEN DEFICIT = ZEROS
                       MOVE "COTA CUMPRIDA"
                           TO LINHA-RELATORIO(59:13)
                   WHEN OTHER
                       MOVE "OFERECER APRENDIZES"
                           TO LINHA-RELATORIO(59:19)
               END-EVALUATE
               WRITE LINHA-RELATORIO
               ADD COTA-MINIMA           TO TOT-MINIMA
               ADD EMP-T-ATIVOS(IDX-EMP) TO TOT-ATIVOS
               ADD DEFICIT               TO TOT-DEFICIT
           END-IF.
       RODAPE-COTAS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE TOT-MINIMA TO CONT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "COTA MINIMA TOTAL.....: " DELIMITED BY SIZE
                  CONT-E                     DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE TOT-ATIVOS TO CONT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "APRENDIZES COLOCADOS..: " DELIMITED BY SIZE
                  CONT-E                     DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE TOT-DEFICIT TO CONT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "POSICOES EM ABERTO....: " DELIMITED BY SIZE
                  CONT-E                     DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       CABECALHO-VENCIMENTOS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE DIAS-AVISO TO DIAS-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONTRATOS DE APRENDIZ A VENCER EM " DELIMITED BY SIZE
                  DIAS-E  DELIMITED BY SIZE
                  " DIAS" DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "CPF"     TO LINHA-RELATORIO(1:3).
           MOVE "NOME"    TO LINHA-RELATORIO(13:4).
           MOVE "EMPRESA" TO LINHA-RELATORIO(49:7).
           MOVE "TERMINO" TO LINHA-RELATORIO(58:7).
           MOVE "DIAS"    TO LINHA-RELATORIO(70:4).
           WRITE LINHA-RELATORIO.
       LISTA-PROXIMO-VENCIMENTO.
           MOVE ZEROS TO IDX-MENOR.
           PERFORM VARYING IDX-VEN FROM 1 BY 1
                   UNTIL IDX-VEN > QTDE-VENCENDO
               IF VEN-T-LISTADO(IDX-VEN) = "N"
                   IF IDX-MENOR = ZEROS
                       MOVE IDX-VEN TO IDX-MENOR
                   ELSE
                       IF VEN-T-FIM(IDX-VEN) < VEN-T-FIM(IDX-MENOR)
                           MOVE IDX-VEN TO IDX-MENOR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF IDX-MENOR > ZEROS
               MOVE "S" TO VEN-T-LISTADO(IDX-MENOR)
               MOVE VEN-T-FIM(IDX-MENOR)  TO FIM-E
               MOVE VEN-T-DIAS(IDX-MENOR) TO DIAS-E
               MOVE SPACES TO LINHA-RELATORIO
               MOVE VEN-T-CPF(IDX-MENOR)  TO LINHA-RELATORIO(1:11)
               MOVE VEN-T-NOME(IDX-MENOR) TO LINHA-RELATORIO(13:35)
               MOVE VEN-T-EMPRESA(IDX-MENOR)
                   TO LINHA-RELATORIO(49:4)
               MOVE FIM-E                 TO LINHA-RELATORIO(58:10)
               MOVE DIAS-E                TO LINHA-RELATORIO(71:3)
               WRITE LINHA-RELATORIO
           END-IF.
