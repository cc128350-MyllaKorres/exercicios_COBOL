       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARANTIA-COLOCACAO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-ENCAMINHAMENTOS
                   ASSIGN TO "ENCAMINH.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-FATURAS ASSIGN TO "FATCOLOC.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-ACOMPANHAMENTOS
                   ASSIGN TO "ACOMPCOL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-ACOMPANH-TMP ASSIGN TO "ACOMPTMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-VAGAS ASSIGN TO "VAGAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-REQUISITOS ASSIGN TO "REQVAGAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-ABERTURAS ASSIGN TO "ABERTVAGA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-CONTAS-REC
                   ASSIGN TO "CONTASREC.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-CONTAS-TMP ASSIGN TO "CONTASRECTMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-NOTAS-CREDITO
                   ASSIGN TO "NOTASCRED.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-EMPRESAS ASSIGN TO "EMPRESAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-PROFISSOES ASSIGN TO "PROFISSOES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-RELATORIO ASSIGN TO "GARANTIA.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-ENCAMINHAMENTOS.
           01  REG-ENCAMINHAMENTO.
               02 ENC-CPF       PIC 9(11).
               02 ENC-VAGA      PIC 9(03).
               02 ENC-DATA      PIC 9(08).
               02 ENC-STATUS    PIC X(01).
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
           FD  ARQ-ACOMPANH-TMP.
           01  REG-ACOMPANH-TMP     PIC X(103).
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
           FD  ARQ-CONTAS-TMP.
           01  REG-CONTAS-TMP   PIC X(53).
           FD  ARQ-NOTAS-CREDITO.
           01  REG-NOTA-CREDITO.
               02 NC-NUMERO     PIC 9(06).
               02 NC-EMPRESA    PIC 9(04).
               02 NC-TITULO     PIC 9(06).
               02 NC-CPF        PIC 9(11).
               02 NC-VAGA       PIC 9(03).
               02 NC-DATA       PIC 9(08).
               02 NC-VALOR      PIC 9(09)V99.
               02 NC-SITUACAO   PIC X(01).
               02 NC-OPERADOR   PIC X(08).
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
           FD  ARQ-PROFISSOES.
           01  REG-PROFISSAO.
               02 PROF-CODIGO    PIC 9(01).
               02 PROF-DESCRICAO PIC X(20).
               02 PROF-PISO      PIC 9(04)V9(02).
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
           01 REGISTROS-SPOOL  PIC 9(06) VALUE ZEROS.
           01 DADOS-AUDITORIA.
               02 CHAVE-AUDITORIA PIC X(15) VALUE SPACES.
               02 IMAGEM-ANTES    PIC X(150) VALUE SPACES.
               02 IMAGEM-DEPOIS   PIC X(150) VALUE SPACES.
           01 OPCAO            PIC X(01) VALUE SPACE.
           01 CONSULTA-PARAMETRO.
               02 PRM-MODULO    PIC X(08) VALUE SPACES.
               02 PRM-NOME      PIC X(15) VALUE SPACES.
               02 PRM-DATA      PIC 9(08) VALUE ZEROS.
               02 PRM-VALOR     PIC 9(09)V9(06) VALUE ZEROS.
               02 PRM-ACHOU     PIC X(01) VALUE SPACE.
           01 DIAS-GARANTIA    PIC 9(03) VALUE 90.
           01 PERC-CREDITO     PIC 9(03)V99 VALUE 50,00.
           01 FIM-ENCAMINH     PIC X(01) VALUE "N".
           01 FIM-FATURAS      PIC X(01) VALUE "N".
           01 FIM-ACOMPANH     PIC X(01) VALUE "N".
           01 FIM-VAGAS        PIC X(01) VALUE "N".
           01 FIM-REQUISITOS   PIC X(01) VALUE "N".
           01 FIM-CONTAS       PIC X(01) VALUE "N".
           01 FIM-NOTAS        PIC X(01) VALUE "N".
           01 FIM-EMPRESAS     PIC X(01) VALUE "N".
           01 FIM-PROFISSOES   PIC X(01) VALUE "N".
           01 QTDE-PROFISSOES  PIC 9(02) VALUE ZEROS.
           01 TABELA-PROFISSOES.
               02 PROF-T       PIC X(20) OCCURS 1 TO 9 TIMES
                                         DEPENDING ON QTDE-PROFISSOES.
           01 DADOS-GERACAO.
               02 CONTRATACAO-OK  PIC X(01) VALUE "N".
               02 JA-ACOMPANHADO  PIC X(01) VALUE "N".
               02 PROF-COLOCACAO  PIC 9(01) VALUE ZERO.
               02 IDX-CHK         PIC 9(01) VALUE ZERO.
               02 DIAS-CHK        PIC 9(03) VALUE ZEROS.
               02 CONT-GERADOS    PIC 9(04) VALUE ZEROS.
               02 CONT-PENDENTES  PIC 9(04) VALUE ZEROS.
               02 CONT-E          PIC ZZZ9.
           01 DADOS-CHECKIN.
               02 CPF             PIC 9(11) VALUE ZEROS.
               02 CODIGO-VAGA     PIC 9(03) VALUE ZEROS.
               02 CODIGO-VAGA-E   PIC ZZ9.
               02 ACOMP-ACHADO    PIC X(01) VALUE "N".
               02 RESULTADO       PIC X(01) VALUE SPACE.
               02 TRATAMENTO      PIC X(01) VALUE SPACE.
               02 SITUACAO-NOVA   PIC X(01) VALUE SPACE.
               02 DATA-QUEBRA     PIC 9(08) VALUE ZEROS.
               02 DATA-QUEBRA-OK  PIC X(01) VALUE "N".
               02 DIAS-TRABALHADOS PIC S9(05) VALUE ZEROS.
               02 DIAS-E          PIC ZZZZ9.
               02 DATA-E          PIC 9999/99/99.
               02 VAGA-NOVA       PIC 9(03) VALUE ZEROS.
               02 VALOR-CREDITO   PIC 9(09)V99 VALUE ZEROS.
               02 VALOR-CREDITO-E PIC ZZZ.ZZZ.ZZ9,99.
           01 ACOMP-ATUAL.
               02 ATU-EMPRESA        PIC 9(04).
               02 ATU-PROF           PIC 9(01).
               02 ATU-DATA-COLOC     PIC 9(08).
               02 ATU-TITULO         PIC 9(06).
               02 ATU-VALOR-FATURA   PIC 9(09)V99.
               02 ATU-CHECKIN OCCURS 3 TIMES.
                   03 ATU-CHK-DATA   PIC 9(08).
                   03 ATU-CHK-RESULT PIC X(01).
               02 ATU-SITUACAO       PIC X(01).
           01 DADOS-REPOSICAO.
               02 VAGA-ORIGINAL-OK PIC X(01) VALUE "N".
               02 REQ-ORIGINAL-OK  PIC X(01) VALUE "N".
               02 ORI-EMPRESA      PIC X(20).
               02 ORI-PROF         PIC 9(01).
               02 ORI-SALARIO      PIC 9(04)V9(02).
               02 ORI-UF           PIC X(02).
               02 ORI-MUDANCA      PIC X(01).
               02 ORI-EMP-COD      PIC 9(04).
               02 ORI-ESCOLARIDADE PIC 9(01).
               02 ORI-EXPERIENCIA  PIC 9(02).
               02 ORI-IDIOMA       PIC X(10).
               02 ORI-HABILIDADE   PIC X(20).
           01 DADOS-CREDITO.
               02 PROXIMA-NOTA     PIC 9(06) VALUE ZEROS.
               02 CREDITO-ABATIDO  PIC X(01) VALUE "N".
               02 CREDITO-RECUSADO PIC X(01) VALUE "N".
               02 SALDO-TITULO     PIC 9(09)V99 VALUE ZEROS.
           01 DADOS-TRAVA.
               02 DONO-TRAVA       PIC X(08) VALUE SPACES.
               02 RESULTADO-TRAVA  PIC X(01) VALUE SPACE.
           01 DADOS-RELATORIO.
               02 QTDE-QBR        PIC 9(03) VALUE ZEROS.
               02 IDX-QBR         PIC 9(03) VALUE ZEROS.
               02 IDX-QBR2        PIC 9(03) VALUE ZEROS.
               02 ACHOU-QBR       PIC X(01) VALUE "N".
               02 QBR-T OCCURS 200 TIMES.
                   03 QBR-EMPRESA    PIC 9(04).
                   03 QBR-PROF       PIC 9(01).
                   03 QBR-COLOCACOES PIC 9(04).
                   03 QBR-QUEBRAS    PIC 9(04).
                   03 QBR-REPOSICOES PIC 9(04).
                   03 QBR-CREDITOS   PIC 9(04).
                   03 QBR-VALOR      PIC 9(11)V99.
               02 QBR-AUX.
                   03 AUX-EMPRESA    PIC 9(04).
                   03 AUX-PROF       PIC 9(01).
                   03 AUX-COLOCACOES PIC 9(04).
                   03 AUX-QUEBRAS    PIC 9(04).
                   03 AUX-REPOSICOES PIC 9(04).
                   03 AUX-CREDITOS   PIC 9(04).
                   03 AUX-VALOR      PIC 9(11)V99.
               02 EMPRESA-ANTERIOR PIC 9(04) VALUE ZEROS.
               02 RAZAO-RELATORIO PIC X(30) VALUE SPACES.
               02 DESCR-PROF      PIC X(20) VALUE SPACES.
               02 TOT-COLOCACOES  PIC 9(05) VALUE ZEROS.
               02 TOT-QUEBRAS     PIC 9(05) VALUE ZEROS.
               02 TOT-REPOSICOES  PIC 9(05) VALUE ZEROS.
               02 TOT-CREDITOS    PIC 9(05) VALUE ZEROS.
               02 TOT-VALOR       PIC 9(11)V99 VALUE ZEROS.
               02 TAXA-QUEBRA     PIC 9(03)V9 VALUE ZEROS.
               02 COLOC-E         PIC ZZZZ9.
               02 QUEBRA-E        PIC ZZZZ9.
               02 REPOS-E         PIC ZZZZ9.
               02 CRED-E          PIC ZZZZ9.
               02 TAXA-E          PIC ZZ9,9.
               02 VALOR-REL-E     PIC ZZ.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "GARANTIA DE COLOCACOES".
           CALL "IDENTIFICA-OPERADOR" USING OPERADOR-SESSAO
               PERFIL-SESSAO.
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           PERFORM CARREGA-PARAMETROS.
           PERFORM CARREGA-PROFISSOES.
           DISPLAY "1-GERAR ACOMPANHAMENTOS  2-REGISTRAR CHECK-IN".
           DISPLAY "3-CHECK-INS PENDENTES    4-RELATORIO DE QUEBRAS: ".
           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "1"
                   PERFORM GERA-ACOMPANHAMENTOS
               WHEN "2"
                   PERFORM REGISTRA-CHECKIN THRU REGISTRA-CHECKIN-FIM
               WHEN "3"
                   PERFORM LISTA-PENDENTES
               WHEN "4"
                   PERFORM RELATORIO-QUEBRAS
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           STOP RUN.
       CARREGA-PARAMETROS.
           MOVE "AGENCIA"        TO PRM-MODULO.
           MOVE DATA-HOJE        TO PRM-DATA.
           MOVE "DIAS-GARANTIA"  TO PRM-NOME.
           CALL "BUSCA-PARAMETRO" USING PRM-MODULO PRM-NOME PRM-DATA
               PRM-VALOR PRM-ACHOU.
           IF PRM-ACHOU = "S" AND PRM-VALOR > ZEROS
               MOVE PRM-VALOR TO DIAS-GARANTIA
           END-IF.
           MOVE "PERC-CREDITO"   TO PRM-NOME.
           CALL "BUSCA-PARAMETRO" USING PRM-MODULO PRM-NOME PRM-DATA
               PRM-VALOR PRM-ACHOU.
           IF PRM-ACHOU = "S"
               MOVE PRM-VALOR TO PERC-CREDITO
           END-IF.
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
                   MOVE PROF-DESCRICAO TO PROF-T(QTDE-PROFISSOES)
           END-READ.
       GERA-ACOMPANHAMENTOS.
           MOVE ZEROS TO CONT-GERADOS.
           OPEN EXTEND ARQ-ACOMPANHAMENTOS.
           CLOSE ARQ-ACOMPANHAMENTOS.
           MOVE "N" TO FIM-FATURAS.
           OPEN INPUT ARQ-FATURAS.
           PERFORM LE-FATURA UNTIL FIM-FATURAS = "S".
           CLOSE ARQ-FATURAS.
           MOVE CONT-GERADOS TO CONT-E.
           DISPLAY "ACOMPANHAMENTOS GERADOS: " CONT-E.
       LE-FATURA.
           READ ARQ-FATURAS
               AT END MOVE "S" TO FIM-FATURAS
               NOT AT END
                   PERFORM VERIFICA-CONTRATACAO
                   IF CONTRATACAO-OK = "S"
                       PERFORM VERIFICA-JA-ACOMPANHADO
                       IF JA-ACOMPANHADO = "N"
                           PERFORM GRAVA-ACOMPANHAMENTO
                       END-IF
                   END-IF
           END-READ.
       VERIFICA-CONTRATACAO.
           MOVE "N" TO CONTRATACAO-OK.
           MOVE "N" TO FIM-ENCAMINH.
           OPEN INPUT ARQ-ENCAMINHAMENTOS.
           PERFORM LE-ENCAMINHAMENTO UNTIL FIM-ENCAMINH = "S".
           CLOSE ARQ-ENCAMINHAMENTOS.
       LE-ENCAMINHAMENTO.
           READ ARQ-ENCAMINHAMENTOS
               AT END MOVE "S" TO FIM-ENCAMINH
               NOT AT END
                   IF ENC-CPF = FAT-CPF AND ENC-VAGA = FAT-VAGA
                      AND ENC-STATUS = "C"
                       MOVE "S" TO CONTRATACAO-OK
                       MOVE "S" TO FIM-ENCAMINH
                   END-IF
           END-READ.
       VERIFICA-JA-ACOMPANHADO.
           MOVE "N" TO JA-ACOMPANHADO.
           MOVE "N" TO FIM-ACOMPANH.
           OPEN INPUT ARQ-ACOMPANHAMENTOS.
           PERFORM LE-ACOMPANHAMENTO-EXISTENTE
               UNTIL FIM-ACOMPANH = "S".
           CLOSE ARQ-ACOMPANHAMENTOS.
       LE-ACOMPANHAMENTO-EXISTENTE.
           READ ARQ-ACOMPANHAMENTOS
               AT END MOVE "S" TO FIM-ACOMPANH
               NOT AT END
                   IF ACP-CPF = FAT-CPF AND ACP-VAGA = FAT-VAGA
                       MOVE "S" TO JA-ACOMPANHADO
                       MOVE "S" TO FIM-ACOMPANH
                   END-IF
           END-READ.
       GRAVA-ACOMPANHAMENTO.
           PERFORM BUSCA-PROF-VAGA.
           MOVE FAT-CPF        TO ACP-CPF.
           MOVE FAT-VAGA       TO ACP-VAGA.
           MOVE FAT-EMPRESA    TO ACP-EMPRESA.
           MOVE PROF-COLOCACAO TO ACP-PROF.
           MOVE FAT-DATA       TO ACP-DATA-COLOC.
           MOVE FAT-TITULO     TO ACP-TITULO.
           MOVE FAT-VALOR      TO ACP-VALOR-FATURA.
           MOVE 30 TO DIAS-CHK.
           PERFORM VARYING IDX-CHK FROM 1 BY 1 UNTIL IDX-CHK > 3
               COMPUTE ACP-CHK-DATA(IDX-CHK) =
                   FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(FAT-DATA) + DIAS-CHK)
               MOVE SPACE TO ACP-CHK-RESULT(IDX-CHK)
               ADD 30 TO DIAS-CHK
           END-PERFORM.
           MOVE "G"             TO ACP-SITUACAO.
           MOVE ZEROS           TO ACP-DATA-QUEBRA.
           MOVE SPACE           TO ACP-TRATAMENTO.
           MOVE ZEROS           TO ACP-VAGA-REPOSICAO.
           MOVE ZEROS           TO ACP-VALOR-CREDITO.
           MOVE OPERADOR-SESSAO TO ACP-OPERADOR.
           OPEN EXTEND ARQ-ACOMPANHAMENTOS.
           WRITE REG-ACOMPANHAMENTO.
           CLOSE ARQ-ACOMPANHAMENTOS.
           ADD 1 TO CONT-GERADOS.
       BUSCA-PROF-VAGA.
           MOVE ZERO TO PROF-COLOCACAO.
           MOVE "N"  TO FIM-VAGAS.
           OPEN INPUT ARQ-VAGAS.
           PERFORM LE-VAGA-PROF UNTIL FIM-VAGAS = "S".
           CLOSE ARQ-VAGAS.
       LE-VAGA-PROF.
           READ ARQ-VAGAS
               AT END MOVE "S" TO FIM-VAGAS
               NOT AT END
                   IF VAGA-CODIGO = FAT-VAGA
                       MOVE VAGA-PROF TO PROF-COLOCACAO
                       MOVE "S" TO FIM-VAGAS
                   END-IF
           END-READ.
       REGISTRA-CHECKIN.
           DISPLAY "CPF DO CANDIDATO COLOCADO: ".
           ACCEPT CPF.
           DISPLAY "CODIGO DA VAGA: ".
           ACCEPT CODIGO-VAGA-E.
           MOVE CODIGO-VAGA-E TO CODIGO-VAGA.
           PERFORM LOCALIZA-ACOMPANHAMENTO.
           IF ACOMP-ACHADO = "N"
               DISPLAY "COLOCACAO SEM ACOMPANHAMENTO"
               CALL "GRAVA-EXCECAO" USING "GARANTIA-COLOCACAO  "
                   "CPF            " "SEM-ACOMPANHAMENTO  "
                   "COLOCACAO SEM ACOMPANHAMENTO            "
               GO TO REGISTRA-CHECKIN-FIM
           END-IF.
           IF ATU-SITUACAO NOT = "G"
               DISPLAY "ACOMPANHAMENTO JA ENCERRADO"
               GO TO REGISTRA-CHECKIN-FIM
           END-IF.
           PERFORM MOSTRA-ACOMPANHAMENTO.
           MOVE ZERO TO IDX-CHK.
           PERFORM VARYING DIAS-CHK FROM 3 BY -1 UNTIL DIAS-CHK = 0
               IF ATU-CHK-RESULT(DIAS-CHK) = SPACE
                   MOVE DIAS-CHK TO IDX-CHK
               END-IF
           END-PERFORM.
           MOVE SPACE TO RESULTADO.
           PERFORM RECEBE-RESULTADO
               UNTIL RESULTADO = "A" OR RESULTADO = "D".
           MOVE RESULTADO TO ATU-CHK-RESULT(IDX-CHK).
           MOVE "G"    TO SITUACAO-NOVA.
           MOVE SPACE  TO TRATAMENTO.
           MOVE ZEROS  TO DATA-QUEBRA.
           MOVE ZEROS  TO VAGA-NOVA.
           MOVE ZEROS  TO VALOR-CREDITO.
           MOVE "N"    TO CREDITO-RECUSADO.
           IF RESULTADO = "A"
               IF IDX-CHK = 3
                   MOVE "E" TO SITUACAO-NOVA
                   DISPLAY "PERIODO DE GARANTIA CONCLUIDO"
               END-IF
           ELSE
               PERFORM TRATA-DESLIGAMENTO
           END-IF.
           IF CREDITO-RECUSADO = "S"
               DISPLAY "CHECK-IN NAO REGISTRADO"
               GO TO REGISTRA-CHECKIN-FIM
           END-IF.
           PERFORM REGRAVA-ACOMPANHAMENTOS.
           DISPLAY "CHECK-IN REGISTRADO".
       REGISTRA-CHECKIN-FIM.
           EXIT.
       LOCALIZA-ACOMPANHAMENTO.
           MOVE "N" TO ACOMP-ACHADO.
           MOVE "N" TO FIM-ACOMPANH.
           OPEN INPUT ARQ-ACOMPANHAMENTOS.
           PERFORM LE-ACOMPANHAMENTO-CPF UNTIL FIM-ACOMPANH = "S".
           CLOSE ARQ-ACOMPANHAMENTOS.
       LE-ACOMPANHAMENTO-CPF.
           READ ARQ-ACOMPANHAMENTOS
               AT END MOVE "S" TO FIM-ACOMPANH
               NOT AT END
                   IF ACP-CPF = CPF AND ACP-VAGA = CODIGO-VAGA
                       MOVE ACP-EMPRESA      TO ATU-EMPRESA
                       MOVE ACP-PROF         TO ATU-PROF
                       MOVE ACP-DATA-COLOC   TO ATU-DATA-COLOC
                       MOVE ACP-TITULO       TO ATU-TITULO
                       MOVE ACP-VALOR-FATURA TO ATU-VALOR-FATURA
                       MOVE ACP-CHECKIN(1)   TO ATU-CHECKIN(1)
                       MOVE ACP-CHECKIN(2)   TO ATU-CHECKIN(2)
                       MOVE ACP-CHECKIN(3)   TO ATU-CHECKIN(3)
                       MOVE ACP-SITUACAO     TO ATU-SITUACAO
                       MOVE "S" TO ACOMP-ACHADO
                       MOVE "S" TO FIM-ACOMPANH
                   END-IF
           END-READ.
       MOSTRA-ACOMPANHAMENTO.
           MOVE ATU-DATA-COLOC TO DATA-E.
           DISPLAY "COLOCADO EM: " DATA-E "  EMPRESA: " ATU-EMPRESA.
           PERFORM VARYING IDX-CHK FROM 1 BY 1 UNTIL IDX-CHK > 3
               MOVE ATU-CHK-DATA(IDX-CHK) TO DATA-E
               EVALUATE ATU-CHK-RESULT(IDX-CHK)
                   WHEN "A"
                       DISPLAY "CHECK-IN " IDX-CHK " EM " DATA-E
                           " - ATIVO"
                   WHEN "D"
                       DISPLAY "CHECK-IN " IDX-CHK " EM " DATA-E
                           " - DESLIGADO"
                   WHEN OTHER
                       DISPLAY "CHECK-IN " IDX-CHK " EM " DATA-E
                           " - PENDENTE"
               END-EVALUATE
           END-PERFORM.
       RECEBE-RESULTADO.
           DISPLAY "CHECK-IN " IDX-CHK
               " - A-ATIVO  D-DESLIGADO: ".
           ACCEPT RESULTADO.
           MOVE FUNCTION UPPER-CASE(RESULTADO) TO RESULTADO.
           IF RESULTADO NOT = "A" AND NOT = "D"
               DISPLAY "RESULTADO INVALIDO"
               CALL "GRAVA-EXCECAO" USING "GARANTIA-COLOCACAO  "
                   "RESULTADO      " "INVALIDO            "
                   "RESULTADO DO CHECK-IN INVALIDO          ".
       TRATA-DESLIGAMENTO.
           MOVE "N" TO DATA-QUEBRA-OK.
           PERFORM RECEBE-DATA-QUEBRA UNTIL DATA-QUEBRA-OK = "S".
           COMPUTE DIAS-TRABALHADOS =
               FUNCTION INTEGER-OF-DATE(DATA-QUEBRA) -
               FUNCTION INTEGER-OF-DATE(ATU-DATA-COLOC).
           MOVE DIAS-TRABALHADOS TO DIAS-E.
           DISPLAY "DIAS TRABALHADOS: " DIAS-E.
           IF DIAS-TRABALHADOS > DIAS-GARANTIA
               MOVE "F" TO SITUACAO-NOVA
               DISPLAY "DESLIGAMENTO FORA DO PERIODO DE GARANTIA"
           ELSE
               MOVE "Q" TO SITUACAO-NOVA
               DISPLAY "QUEBRA DENTRO DO PERIODO DE GARANTIA"
               PERFORM RECEBE-TRATAMENTO
                   UNTIL TRATAMENTO = "R" OR TRATAMENTO = "N"
               IF TRATAMENTO = "R"
                   PERFORM CRIA-VAGA-REPOSICAO
               ELSE
                   PERFORM EMITE-NOTA-CREDITO
               END-IF
           END-IF.
       RECEBE-DATA-QUEBRA.
           DISPLAY "DATA DO DESLIGAMENTO (AAAAMMDD): ".
           ACCEPT DATA-QUEBRA.
           IF FUNCTION TEST-DATE-YYYYMMDD(DATA-QUEBRA) NOT = 0
              OR DATA-QUEBRA < ATU-DATA-COLOC
              OR DATA-QUEBRA > DATA-HOJE
               DISPLAY "DATA INVALIDA"
               CALL "GRAVA-EXCECAO" USING "GARANTIA-COLOCACAO  "
                   "DATA-QUEBRA    " "INVALIDA            "
                   "DATA DE DESLIGAMENTO INVALIDA           "
           ELSE
               MOVE "S" TO DATA-QUEBRA-OK
           END-IF.
       RECEBE-TRATAMENTO.
           IF ATU-TITULO = ZEROS
               DISPLAY "COLOCACAO SEM TAXA - SOMENTE REPOSICAO"
               MOVE "R" TO TRATAMENTO
           ELSE
               DISPLAY "R-REPOSICAO SEM TAXA  N-NOTA DE CREDITO: "
               ACCEPT TRATAMENTO
               MOVE FUNCTION UPPER-CASE(TRATAMENTO) TO TRATAMENTO
           END-IF.
       CRIA-VAGA-REPOSICAO.
           MOVE ZEROS TO VAGA-NOVA.
           MOVE "N"   TO VAGA-ORIGINAL-OK.
           MOVE "N"   TO FIM-VAGAS.
           OPEN INPUT ARQ-VAGAS.
           PERFORM LE-VAGA-ORIGINAL UNTIL FIM-VAGAS = "S".
           CLOSE ARQ-VAGAS.
           IF VAGA-ORIGINAL-OK = "N"
               MOVE ZEROS TO VAGA-NOVA
               DISPLAY "VAGA ORIGINAL NAO ENCONTRADA"
               CALL "GRAVA-EXCECAO" USING "GARANTIA-COLOCACAO  "
                   "ACP-VAGA       " "NAO-ENCONTRADA      "
                   "VAGA ORIGINAL NAO ENCONTRADA            "
           ELSE
               ADD 1 TO VAGA-NOVA
               PERFORM GRAVA-VAGA-REPOSICAO
               MOVE VAGA-NOVA TO CODIGO-VAGA-E
               DISPLAY "VAGA DE REPOSICAO ABERTA: " CODIGO-VAGA-E
           END-IF.
       LE-VAGA-ORIGINAL.
           READ ARQ-VAGAS
               AT END MOVE "S" TO FIM-VAGAS
               NOT AT END
                   IF VAGA-CODIGO > VAGA-NOVA
                       MOVE VAGA-CODIGO TO VAGA-NOVA
                   END-IF
                   IF VAGA-CODIGO = CODIGO-VAGA
                       MOVE VAGA-EMPRESA TO ORI-EMPRESA
                       MOVE VAGA-PROF    TO ORI-PROF
                       MOVE VAGA-SALARIO TO ORI-SALARIO
                       MOVE VAGA-UF      TO ORI-UF
                       MOVE VAGA-MUDANCA TO ORI-MUDANCA
                       MOVE VAGA-EMP-COD TO ORI-EMP-COD
                       MOVE "S" TO VAGA-ORIGINAL-OK
                   END-IF
           END-READ.
       GRAVA-VAGA-REPOSICAO.
           MOVE VAGA-NOVA   TO VAGA-CODIGO.
           MOVE ORI-EMPRESA TO VAGA-EMPRESA.
           MOVE ORI-PROF    TO VAGA-PROF.
           MOVE ORI-SALARIO TO VAGA-SALARIO.
           MOVE 01          TO VAGA-QTDE.
           MOVE "A"         TO VAGA-STATUS.
           COMPUTE VAGA-VALIDADE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(DATA-HOJE) + DIAS-GARANTIA).
           MOVE ORI-UF      TO VAGA-UF.
           MOVE ORI-MUDANCA TO VAGA-MUDANCA.
           MOVE ORI-EMP-COD TO VAGA-EMP-COD.
           OPEN EXTEND ARQ-VAGAS.
           WRITE REG-VAGA.
           MOVE REG-VAGA    TO IMAGEM-DEPOIS.
           CLOSE ARQ-VAGAS.
           MOVE VAGA-NOVA   TO ABV-VAGA.
           MOVE DATA-HOJE   TO ABV-DATA.
           MOVE "R"         TO ABV-ORIGEM.
           OPEN EXTEND ARQ-ABERTURAS.
           WRITE REG-ABERTURA.
           CLOSE ARQ-ABERTURAS.
           CALL "ATUALIZA-CONTROLE" USING "VAGAS.DAT       ".
           MOVE VAGA-NOVA   TO CHAVE-AUDITORIA.
           MOVE SPACES      TO IMAGEM-ANTES.
           CALL "GRAVA-AUDITORIA" USING "VAGAS.DAT       "
               CHAVE-AUDITORIA "I" OPERADOR-SESSAO IMAGEM-ANTES
               IMAGEM-DEPOIS.
           MOVE "N" TO REQ-ORIGINAL-OK.
           MOVE "N" TO FIM-REQUISITOS.
           OPEN INPUT ARQ-REQUISITOS.
           PERFORM LE-REQUISITO-ORIGINAL UNTIL FIM-REQUISITOS = "S".
           CLOSE ARQ-REQUISITOS.
           IF REQ-ORIGINAL-OK = "S"
               MOVE VAGA-NOVA        TO REQ-VAGA
               MOVE ORI-ESCOLARIDADE TO REQ-ESCOLARIDADE
               MOVE ORI-EXPERIENCIA  TO REQ-EXPERIENCIA
               MOVE ORI-IDIOMA       TO REQ-IDIOMA
               MOVE ORI-HABILIDADE   TO REQ-HABILIDADE
               OPEN EXTEND ARQ-REQUISITOS
               WRITE REG-REQUISITO
               CLOSE ARQ-REQUISITOS
           END-IF.
       LE-REQUISITO-ORIGINAL.
           READ ARQ-REQUISITOS
               AT END MOVE "S" TO FIM-REQUISITOS
               NOT AT END
                   IF REQ-VAGA = CODIGO-VAGA
                       MOVE REQ-ESCOLARIDADE TO ORI-ESCOLARIDADE
                       MOVE REQ-EXPERIENCIA  TO ORI-EXPERIENCIA
                       MOVE REQ-IDIOMA       TO ORI-IDIOMA
                       MOVE REQ-HABILIDADE   TO ORI-HABILIDADE
                       MOVE "S" TO REQ-ORIGINAL-OK
                       MOVE "S" TO FIM-REQUISITOS
                   END-IF
           END-READ.
       EMITE-NOTA-CREDITO.
           MOVE OPERADOR-SESSAO TO DONO-TRAVA.
           CALL "TRAVA-ARQUIVO" USING "T" "CONTASREC.DAT   "
               DONO-TRAVA RESULTADO-TRAVA.
           IF RESULTADO-TRAVA = "N"
               DISPLAY "ARQUIVO EM USO PELO OPERADOR " DONO-TRAVA
               DISPLAY "NOTA DE CREDITO NAO EMITIDA"
               MOVE "S" TO CREDITO-RECUSADO
           ELSE
               PERFORM GERA-NOTA-CREDITO
               CALL "TRAVA-ARQUIVO" USING "D" "CONTASREC.DAT   "
                   DONO-TRAVA RESULTADO-TRAVA
           END-IF.
       GERA-NOTA-CREDITO.
           COMPUTE VALOR-CREDITO ROUNDED =
               ATU-VALOR-FATURA * PERC-CREDITO / 100.
           MOVE ZEROS TO PROXIMA-NOTA.
           MOVE "N"   TO FIM-NOTAS.
           OPEN EXTEND ARQ-NOTAS-CREDITO.
           CLOSE ARQ-NOTAS-CREDITO.
           OPEN INPUT ARQ-NOTAS-CREDITO.
           PERFORM LE-MAIOR-NOTA UNTIL FIM-NOTAS = "S".
           CLOSE ARQ-NOTAS-CREDITO.
           ADD 1 TO PROXIMA-NOTA.
           PERFORM ABATE-TITULO.
           MOVE PROXIMA-NOTA    TO NC-NUMERO.
           MOVE ATU-EMPRESA     TO NC-EMPRESA.
           MOVE ATU-TITULO      TO NC-TITULO.
           MOVE CPF             TO NC-CPF.
           MOVE CODIGO-VAGA     TO NC-VAGA.
           MOVE DATA-HOJE       TO NC-DATA.
           MOVE VALOR-CREDITO   TO NC-VALOR.
           IF CREDITO-ABATIDO = "S"
               MOVE "A" TO NC-SITUACAO
           ELSE
               MOVE "D" TO NC-SITUACAO
           END-IF.
           MOVE OPERADOR-SESSAO TO NC-OPERADOR.
           OPEN EXTEND ARQ-NOTAS-CREDITO.
           WRITE REG-NOTA-CREDITO.
           CLOSE ARQ-NOTAS-CREDITO.
           MOVE VALOR-CREDITO TO VALOR-CREDITO-E.
           DISPLAY "NOTA DE CREDITO " PROXIMA-NOTA " VALOR "
               VALOR-CREDITO-E.
           IF CREDITO-ABATIDO = "S"
               DISPLAY "CREDITO ABATIDO DO TITULO " ATU-TITULO
           ELSE
               DISPLAY "TITULO JA QUITADO - CREDITO A DEVOLVER"
           END-IF.
       LE-MAIOR-NOTA.
           READ ARQ-NOTAS-CREDITO
               AT END MOVE "S" TO FIM-NOTAS
               NOT AT END
                   IF NC-NUMERO > PROXIMA-NOTA
                       MOVE NC-NUMERO TO PROXIMA-NOTA
                   END-IF
           END-READ.
       ABATE-TITULO.
           MOVE "N" TO CREDITO-ABATIDO.
           MOVE "N" TO FIM-CONTAS.
           OPEN EXTEND ARQ-CONTAS-REC.
           CLOSE ARQ-CONTAS-REC.
           OPEN INPUT  ARQ-CONTAS-REC.
           OPEN OUTPUT ARQ-CONTAS-TMP.
           PERFORM COPIA-TITULO UNTIL FIM-CONTAS = "S".
           CLOSE ARQ-CONTAS-REC.
           CLOSE ARQ-CONTAS-TMP.
           MOVE "N" TO FIM-CONTAS.
           OPEN OUTPUT ARQ-CONTAS-REC.
           OPEN INPUT  ARQ-CONTAS-TMP.
           PERFORM DEVOLVE-TITULO UNTIL FIM-CONTAS = "S".
           CLOSE ARQ-CONTAS-REC.
           CLOSE ARQ-CONTAS-TMP.
       COPIA-TITULO.
           READ ARQ-CONTAS-REC
               AT END MOVE "S" TO FIM-CONTAS
               NOT AT END
                   IF CR-NUMERO = ATU-TITULO AND CR-STATUS = "A"
                       COMPUTE SALDO-TITULO =
                           CR-VALOR - CR-VALOR-PAGO
                       IF SALDO-TITULO >= VALOR-CREDITO
                           SUBTRACT VALOR-CREDITO FROM CR-VALOR
                           IF CR-VALOR-PAGO >= CR-VALOR
                               MOVE "P" TO CR-STATUS
                           END-IF
                           MOVE "S" TO CREDITO-ABATIDO
                       END-IF
                   END-IF
                   MOVE REG-CONTA-REC TO REG-CONTAS-TMP
                   WRITE REG-CONTAS-TMP
           END-READ.
       DEVOLVE-TITULO.
           READ ARQ-CONTAS-TMP
               AT END MOVE "S" TO FIM-CONTAS
               NOT AT END
                   MOVE REG-CONTAS-TMP TO REG-CONTA-REC
                   WRITE REG-CONTA-REC
           END-READ.
       REGRAVA-ACOMPANHAMENTOS.
           MOVE "N" TO FIM-ACOMPANH.
           OPEN INPUT  ARQ-ACOMPANHAMENTOS.
           OPEN OUTPUT ARQ-ACOMPANH-TMP.
           PERFORM COPIA-ACOMPANHAMENTO UNTIL FIM-ACOMPANH = "S".
           CLOSE ARQ-ACOMPANHAMENTOS.
           CLOSE ARQ-ACOMPANH-TMP.
           MOVE "N" TO FIM-ACOMPANH.
           OPEN OUTPUT ARQ-ACOMPANHAMENTOS.
           OPEN INPUT  ARQ-ACOMPANH-TMP.
           PERFORM DEVOLVE-ACOMPANHAMENTO UNTIL FIM-ACOMPANH = "S".
           CLOSE ARQ-ACOMPANHAMENTOS.
           CLOSE ARQ-ACOMPANH-TMP.
       COPIA-ACOMPANHAMENTO.
           READ ARQ-ACOMPANHAMENTOS
               AT END MOVE "S" TO FIM-ACOMPANH
               NOT AT END
                   IF ACP-CPF = CPF AND ACP-VAGA = CODIGO-VAGA
                       MOVE ATU-CHECKIN(IDX-CHK)
                           TO ACP-CHECKIN(IDX-CHK)
                       MOVE SITUACAO-NOVA   TO ACP-SITUACAO
                       MOVE DATA-QUEBRA     TO ACP-DATA-QUEBRA
                       MOVE TRATAMENTO      TO ACP-TRATAMENTO
                       MOVE VAGA-NOVA       TO ACP-VAGA-REPOSICAO
                       MOVE VALOR-CREDITO   TO ACP-VALOR-CREDITO
                       MOVE OPERADOR-SESSAO TO ACP-OPERADOR
                   END-IF
                   MOVE REG-ACOMPANHAMENTO TO REG-ACOMPANH-TMP
                   WRITE REG-ACOMPANH-TMP
           END-READ.
       DEVOLVE-ACOMPANHAMENTO.
           READ ARQ-ACOMPANH-TMP
               AT END MOVE "S" TO FIM-ACOMPANH
               NOT AT END
                   MOVE REG-ACOMPANH-TMP TO REG-ACOMPANHAMENTO
                   WRITE REG-ACOMPANHAMENTO
           END-READ.
       LISTA-PENDENTES.
           MOVE ZEROS TO CONT-PENDENTES.
           MOVE "N"   TO FIM-ACOMPANH.
           OPEN INPUT ARQ-ACOMPANHAMENTOS.
           PERFORM LE-PENDENTE UNTIL FIM-ACOMPANH = "S".
           CLOSE ARQ-ACOMPANHAMENTOS.
           MOVE CONT-PENDENTES TO CONT-E.
           DISPLAY "CHECK-INS PENDENTES: " CONT-E.
       LE-PENDENTE.
           READ ARQ-ACOMPANHAMENTOS
               AT END MOVE "S" TO FIM-ACOMPANH
               NOT AT END
                   IF ACP-SITUACAO = "G"
                       PERFORM MOSTRA-PENDENTE
                   END-IF
           END-READ.
       MOSTRA-PENDENTE.
           PERFORM VARYING IDX-CHK FROM 1 BY 1 UNTIL IDX-CHK > 3
               IF ACP-CHK-RESULT(IDX-CHK) = SPACE
                  AND ACP-CHK-DATA(IDX-CHK) <= DATA-HOJE
                   ADD 1 TO CONT-PENDENTES
                   MOVE ACP-CHK-DATA(IDX-CHK) TO DATA-E
                   MOVE ACP-VAGA TO CODIGO-VAGA-E
                   DISPLAY ACP-CPF " VAGA " CODIGO-VAGA-E
                       " CHECK-IN " IDX-CHK " PREVISTO " DATA-E
               END-IF
           END-PERFORM.
       RELATORIO-QUEBRAS.
           MOVE ZEROS TO QTDE-QBR.
           MOVE "N"   TO FIM-ACOMPANH.
           OPEN INPUT ARQ-ACOMPANHAMENTOS.
           PERFORM ACUMULA-ACOMPANHAMENTO UNTIL FIM-ACOMPANH = "S".
           CLOSE ARQ-ACOMPANHAMENTOS.
           PERFORM ORDENA-QUEBRAS.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE DATA-HOJE TO DATA-E.
           STRING "QUEBRAS DE GARANTIA POR EMPRESA E PROFISSAO - "
                      DELIMITED BY SIZE
                  DATA-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "PROFISSAO           COLOC QUEBR  TAXA% REPOS CREDS"
               TO LINHA-RELATORIO.
           MOVE "VALOR CREDITO" TO LINHA-RELATORIO(54:).
           WRITE LINHA-RELATORIO.
           MOVE ZEROS TO EMPRESA-ANTERIOR.
           MOVE ZEROS TO TOT-COLOCACOES TOT-QUEBRAS TOT-REPOSICOES
                         TOT-CREDITOS TOT-VALOR.
           PERFORM VARYING IDX-QBR FROM 1 BY 1
                   UNTIL IDX-QBR > QTDE-QBR
               PERFORM GRAVA-LINHA-QUEBRA
           END-PERFORM.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE TOT-COLOCACOES TO COLOC-E.
           MOVE TOT-QUEBRAS    TO QUEBRA-E.
           MOVE TOT-REPOSICOES TO REPOS-E.
           MOVE TOT-CREDITOS   TO CRED-E.
           MOVE TOT-VALOR      TO VALOR-REL-E.
           MOVE ZEROS TO TAXA-QUEBRA.
           IF TOT-COLOCACOES > ZEROS
               COMPUTE TAXA-QUEBRA ROUNDED =
                   TOT-QUEBRAS * 100 / TOT-COLOCACOES
           END-IF.
           MOVE TAXA-QUEBRA TO TAXA-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL GERAL         " DELIMITED BY SIZE
                  COLOC-E  DELIMITED BY SIZE
                  " "      DELIMITED BY SIZE
                  QUEBRA-E DELIMITED BY SIZE
                  "  "     DELIMITED BY SIZE
                  TAXA-E   DELIMITED BY SIZE
                  " "      DELIMITED BY SIZE
                  REPOS-E  DELIMITED BY SIZE
                  " "      DELIMITED BY SIZE
                  CRED-E   DELIMITED BY SIZE
                  "   "    DELIMITED BY SIZE
                  VALOR-REL-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           CLOSE ARQ-RELATORIO.
           MOVE QTDE-QBR TO REGISTROS-SPOOL.
           CALL "GUARDA-RELATORIO" USING "GARANTIA  "
               "GARANTIA.TXT    " REGISTROS-SPOOL.
           DISPLAY "RELATORIO GERADO EM GARANTIA.TXT".
       ACUMULA-ACOMPANHAMENTO.
           READ ARQ-ACOMPANHAMENTOS
               AT END MOVE "S" TO FIM-ACOMPANH
               NOT AT END
                   PERFORM SOMA-QUEBRA
           END-READ.
       SOMA-QUEBRA.
           MOVE "N" TO ACHOU-QBR.
           PERFORM VARYING IDX-QBR FROM 1 BY 1
                   UNTIL IDX-QBR > QTDE-QBR OR ACHOU-QBR = "S"
               IF QBR-EMPRESA(IDX-QBR) = ACP-EMPRESA
                  AND QBR-PROF(IDX-QBR) = ACP-PROF
                   MOVE "S" TO ACHOU-QBR
               END-IF
           END-PERFORM.
           IF ACHOU-QBR = "S"
               SUBTRACT 1 FROM IDX-QBR
           ELSE
               IF QTDE-QBR < 200
                   ADD 1 TO QTDE-QBR
                   MOVE QTDE-QBR TO IDX-QBR
                   MOVE ACP-EMPRESA TO QBR-EMPRESA(IDX-QBR)
                   MOVE ACP-PROF    TO QBR-PROF(IDX-QBR)
                   MOVE ZEROS TO QBR-COLOCACOES(IDX-QBR)
                                 QBR-QUEBRAS(IDX-QBR)
                                 QBR-REPOSICOES(IDX-QBR)
                                 QBR-CREDITOS(IDX-QBR)
                                 QBR-VALOR(IDX-QBR)
               ELSE
                   MOVE ZEROS TO IDX-QBR
               END-IF
           END-IF.
           IF IDX-QBR > ZEROS
               ADD 1 TO QBR-COLOCACOES(IDX-QBR)
               IF ACP-SITUACAO = "Q"
                   ADD 1 TO QBR-QUEBRAS(IDX-QBR)
                   IF ACP-TRATAMENTO = "R"
                       ADD 1 TO QBR-REPOSICOES(IDX-QBR)
                   END-IF
                   IF ACP-TRATAMENTO = "N"
                       ADD 1 TO QBR-CREDITOS(IDX-QBR)
                       ADD ACP-VALOR-CREDITO TO QBR-VALOR(IDX-QBR)
                   END-IF
               END-IF
           END-IF.
       ORDENA-QUEBRAS.
           PERFORM VARYING IDX-QBR FROM 1 BY 1
                   UNTIL IDX-QBR >= QTDE-QBR
               PERFORM VARYING IDX-QBR2 FROM 1 BY 1
                       UNTIL IDX-QBR2 > QTDE-QBR - IDX-QBR
                   IF QBR-EMPRESA(IDX-QBR2) > QBR-EMPRESA(IDX-QBR2 + 1)
                      OR (QBR-EMPRESA(IDX-QBR2) =
                          QBR-EMPRESA(IDX-QBR2 + 1)
                      AND QBR-PROF(IDX-QBR2) > QBR-PROF(IDX-QBR2 + 1))
                       MOVE QBR-T(IDX-QBR2)     TO QBR-AUX
                       MOVE QBR-T(IDX-QBR2 + 1) TO QBR-T(IDX-QBR2)
                       MOVE QBR-AUX             TO QBR-T(IDX-QBR2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
       GRAVA-LINHA-QUEBRA.
           IF QBR-EMPRESA(IDX-QBR) NOT = EMPRESA-ANTERIOR
               MOVE QBR-EMPRESA(IDX-QBR) TO EMPRESA-ANTERIOR
               PERFORM BUSCA-RAZAO-SOCIAL
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "EMPRESA " DELIMITED BY SIZE
                      EMPRESA-ANTERIOR DELIMITED BY SIZE
                      " - "      DELIMITED BY SIZE
                      RAZAO-RELATORIO DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
           MOVE "PROFISSAO NAO INFORMADA" TO DESCR-PROF.
           IF QBR-PROF(IDX-QBR) > 0
              AND QBR-PROF(IDX-QBR) <= QTDE-PROFISSOES
               MOVE PROF-T(QBR-PROF(IDX-QBR)) TO DESCR-PROF
           END-IF.
           MOVE ZEROS TO TAXA-QUEBRA.
           IF QBR-COLOCACOES(IDX-QBR) > ZEROS
               COMPUTE TAXA-QUEBRA ROUNDED =
                   QBR-QUEBRAS(IDX-QBR) * 100 / QBR-COLOCACOES(IDX-QBR)
           END-IF.
           MOVE QBR-COLOCACOES(IDX-QBR) TO COLOC-E.
           MOVE QBR-QUEBRAS(IDX-QBR)    TO QUEBRA-E.
           MOVE TAXA-QUEBRA             TO TAXA-E.
           MOVE QBR-REPOSICOES(IDX-QBR) TO REPOS-E.
           MOVE QBR-CREDITOS(IDX-QBR)   TO CRED-E.
           MOVE QBR-VALOR(IDX-QBR)      TO VALOR-REL-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING DESCR-PROF DELIMITED BY SIZE
                  COLOC-E  DELIMITED BY SIZE
                  " "      DELIMITED BY SIZE
                  QUEBRA-E DELIMITED BY SIZE
                  "  "     DELIMITED BY SIZE
                  TAXA-E   DELIMITED BY SIZE
                  " "      DELIMITED BY SIZE
                  REPOS-E  DELIMITED BY SIZE
                  " "      DELIMITED BY SIZE
                  CRED-E   DELIMITED BY SIZE
                  "   "    DELIMITED BY SIZE
                  VALOR-REL-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD QBR-COLOCACOES(IDX-QBR) TO TOT-COLOCACOES.
           ADD QBR-QUEBRAS(IDX-QBR)    TO TOT-QUEBRAS.
           ADD QBR-REPOSICOES(IDX-QBR) TO TOT-REPOSICOES.
           ADD QBR-CREDITOS(IDX-QBR)   TO TOT-CREDITOS.
           ADD QBR-VALOR(IDX-QBR)      TO TOT-VALOR.
       BUSCA-RAZAO-SOCIAL.
           MOVE "EMPRESA SEM CADASTRO" TO RAZAO-RELATORIO.
           MOVE "N" TO FIM-EMPRESAS.
           OPEN INPUT ARQ-EMPRESAS.
           PERFORM LE-EMPRESA-RELATORIO UNTIL FIM-EMPRESAS = "S".
           CLOSE ARQ-EMPRESAS.
       LE-EMPRESA-RELATORIO.
           READ ARQ-EMPRESAS
               AT END MOVE "S" TO FIM-EMPRESAS
               NOT AT END
                   IF EMP-CODIGO = EMPRESA-ANTERIOR
                       MOVE EMP-RAZAO TO RAZAO-RELATORIO
                       MOVE "S" TO FIM-EMPRESAS
                   END-IF
           END-READ.
