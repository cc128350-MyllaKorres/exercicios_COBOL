       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTE-LAYOUTS-2.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-ALUNOS-ANT ASSIGN TO "ALUNOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-ALUNOS-NOVO ASSIGN TO "ALUNOSCV.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-TURMAS-ANT ASSIGN TO "TURMAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-TURMAS-NOVO ASSIGN TO "TURMASCV.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-RESPONSAVEIS-ANT ASSIGN TO
                   "RESPONSAVEIS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-RESPONSAVEIS-NOVO ASSIGN TO "RESPONCV.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-ATRIBUICOES-ANT ASSIGN TO
                   "ATRIBUICOES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-ATRIBUICOES-NOVO ASSIGN TO "ATRIBCV.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-RECEBIMENTO-ANT ASSIGN TO
                   "RECEBIMENTOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-RECEBIMENTO-NOVO ASSIGN TO "RECEBCV.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-FOLHA-ANT ASSIGN TO "FOLHA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-FOLHA-NOVO ASSIGN TO "FOLHACV.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-EMPRESAS-ANT ASSIGN TO
                   "EMPRESAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-EMPRESAS-NOVO ASSIGN TO "EMPRESCV.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-CONTAS-ANT ASSIGN TO
                   "CONTASREC.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-CONTAS-NOVO ASSIGN TO "CONTASCV.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-CLIENTES-ANT ASSIGN TO
                   "CLIENTES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-CLIENTES-NOVO ASSIGN TO "CLIENTCV.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-MENSFAT ASSIGN TO "MENSFAT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-FATCOLOC ASSIGN TO "FATCOLOC.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-ALUNOS-ANT.
           01  REG-ALUNO-ANT.
               02 ALA-BASE       PIC X(67).
               02 ALA-PROFESSOR  PIC 9(04).
           FD  ARQ-ALUNOS-NOVO.
           01  REG-ALUNO-NOVO   PIC X(71).
           FD  ARQ-TURMAS-ANT.
           01  REG-TURMA-ANT.
               02 TUA-BASE       PIC X(23).
               02 TUA-SERIE      PIC 9(02).
           FD  ARQ-TURMAS-NOVO.
           01  REG-TURMA-NOVO   PIC X(25).
           FD  ARQ-RESPONSAVEIS-ANT.
           01  REG-RESPONSAVEL-ANT.
               02 RSA-BASE       PIC X(107).
               02 RSA-CLIENTE    PIC 9(04).
               02 RSA-BOLSA      PIC 9(03)V99.
               02 RSA-NASCIMENTO PIC 9(08).
               02 RSA-SEXO       PIC X(01).
               02 RSA-MUNICIPIO  PIC 9(07).
           FD  ARQ-RESPONSAVEIS-NOVO.
           01  REG-RESPONSAVEL-NOVO PIC X(132).
           FD  ARQ-ATRIBUICOES-ANT.
           01  REG-ATRIBUICAO-ANT.
               02 ATA-BASE       PIC X(09).
               02 ATA-CARGA      PIC 9(02).
           FD  ARQ-ATRIBUICOES-NOVO.
           01  REG-ATRIBUICAO-NOVO PIC X(11).
           FD  ARQ-RECEBIMENTO-ANT.
           01  REG-RECEBIMENTO-ANT.
               02 RBA-BASE       PIC X(56).
               02 RBA-PEDIDO     PIC 9(06).
               02 RBA-FORN-COD   PIC 9(04).
           FD  ARQ-RECEBIMENTO-NOVO.
           01  REG-RECEBIMENTO-NOVO PIC X(66).
           FD  ARQ-FOLHA-ANT.
           01  REG-FOLHA-ANT.
               02 FLA-BASE       PIC X(97).
               02 FLA-COMISSAO   PIC 9(07)V99.
           FD  ARQ-FOLHA-NOVO.
           01  REG-FOLHA-NOVO   PIC X(106).
           FD  ARQ-EMPRESAS-ANT.
           01  REG-EMPRESA-ANT.
               02 EMA-BASE       PIC X(111).
               02 EMA-QUADRO     PIC 9(06).
               02 EMA-CREDITO    PIC X(01).
               02 EMA-DIAS-ATR   PIC 9(04).
               02 EMA-VLR-ATR    PIC 9(09)V99.
               02 EMA-LIB-ATE    PIC 9(08).
               02 EMA-MUNICIPIO  PIC 9(07).
           FD  ARQ-EMPRESAS-NOVO.
           01  REG-EMPRESA-NOVO PIC X(148).
           FD  ARQ-CONTAS-ANT.
           01  REG-CONTA-ANT.
               02 CRA-NUMERO     PIC 9(06).
               02 CRA-CLIENTE    PIC 9(04).
               02 CRA-BASE       PIC X(42).
               02 CRA-ORIGEM     PIC X(01).
           FD  ARQ-CONTAS-NOVO.
           01  REG-CONTA-NOVO   PIC X(53).
           FD  ARQ-CLIENTES-ANT.
           01  REG-CLIENTE-ANT.
               02 CLA-BASE       PIC X(54).
               02 CLA-CEP        PIC 9(08).
               02 CLA-MUNICIPIO  PIC 9(07).
           FD  ARQ-CLIENTES-NOVO.
           01  REG-CLIENTE-NOVO PIC X(69).
           FD  ARQ-MENSFAT.
           01  REG-MENSFAT.
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
           FD  ARQ-FATCOLOC.
           01  REG-FATCOLOC.
               02 FAT-EMPRESA   PIC 9(04).
               02 FAT-CPF       PIC 9(11).
               02 FAT-VAGA      PIC 9(03).
               02 FAT-DATA      PIC 9(08).
               02 FAT-SALARIO   PIC 9(04)V9(02).
               02 FAT-TAXA      PIC 9(02)V99.
               02 FAT-VALOR     PIC 9(09)V99.
               02 FAT-TITULO    PIC 9(06).
       WORKING-STORAGE SECTION.
           01 FIM-ARQUIVO      PIC X(01) VALUE "N".
           01 CONT-LIDOS       PIC 9(06) VALUE ZEROS.
           01 CONT-GRAVADOS    PIC 9(06) VALUE ZEROS.
           01 CONT-E           PIC ZZZZZ9.
           01 CONT2-E          PIC ZZZZZ9.
           01 QTDE-ORIGENS     PIC 9(04) VALUE ZEROS.
           01 IDX-ORG          PIC 9(05) VALUE ZEROS.
           01 TABELA-ORIGENS.
               02 ORG-T OCCURS 1 TO 9999 TIMES
                         DEPENDING ON QTDE-ORIGENS.
                   03 ORG-T-NUMERO  PIC 9(06).
                   03 ORG-T-CLIENTE PIC 9(04).
                   03 ORG-T-ORIGEM  PIC X(01).
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CONVERSAO DOS LAYOUTS AMPLIADOS - SEGUNDA ETAPA".
           DISPLAY "EXECUTAR UMA UNICA VEZ, ANTES DA MIGRACAO".
           DISPLAY "CAMPOS NOVOS AUSENTES SAO GRAVADOS ZERADOS".
           PERFORM CONVERTE-ALUNOS.
           PERFORM CONVERTE-TURMAS.
           PERFORM CONVERTE-RESPONSAVEIS.
           PERFORM CONVERTE-ATRIBUICOES.
           PERFORM CONVERTE-RECEBIMENTO.
           PERFORM CONVERTE-FOLHA.
           PERFORM CONVERTE-EMPRESAS.
           PERFORM CONVERTE-CONTAS.
           PERFORM CONVERTE-CLIENTES.
           DISPLAY "CONVERSAO CONCLUIDA".
           STOP RUN.
       CONVERTE-ALUNOS.
           DISPLAY "ALUNOS.DAT: PROFESSOR NO FINAL".
           MOVE ZEROS TO CONT-LIDOS.
           MOVE ZEROS TO CONT-GRAVADOS.
           MOVE "N"   TO FIM-ARQUIVO.
           OPEN INPUT  ARQ-ALUNOS-ANT.
           OPEN OUTPUT ARQ-ALUNOS-NOVO.
           PERFORM CONVERTE-UM-ALUNO UNTIL FIM-ARQUIVO = "S".
           CLOSE ARQ-ALUNOS-ANT.
           CLOSE ARQ-ALUNOS-NOVO.
           IF CONT-LIDOS > 0
               CALL "CBL_DELETE_FILE" USING "ALUNOS.DAT"
               CALL "CBL_RENAME_FILE" USING "ALUNOSCV.TMP"
                   "ALUNOS.DAT"
               IF RETURN-CODE NOT = ZERO
                   DISPLAY "FALHA AO RENOMEAR ALUNOSCV.TMP"
                   DISPLAY "DADOS PRESERVADOS EM ALUNOSCV.TMP"
               END-IF
           ELSE
               CALL "CBL_DELETE_FILE" USING "ALUNOSCV.TMP"
           END-IF.
           PERFORM MOSTRA-RESULTADO.
       CONVERTE-UM-ALUNO.
           READ ARQ-ALUNOS-ANT
               AT END MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO CONT-LIDOS
                   IF ALA-PROFESSOR NOT NUMERIC
                       MOVE ZEROS TO ALA-PROFESSOR
                   END-IF
                   MOVE REG-ALUNO-ANT TO REG-ALUNO-NOVO
                   WRITE REG-ALUNO-NOVO
                   ADD 1 TO CONT-GRAVADOS
           END-READ.
       CONVERTE-TURMAS.
           DISPLAY "TURMAS.DAT: SERIE NO FINAL".
           MOVE ZEROS TO CONT-LIDOS.
           MOVE ZEROS TO CONT-GRAVADOS.
           MOVE "N"   TO FIM-ARQUIVO.
           OPEN INPUT  ARQ-TURMAS-ANT.
           OPEN OUTPUT ARQ-TURMAS-NOVO.
           PERFORM CONVERTE-UMA-TURMA UNTIL FIM-ARQUIVO = "S".
           CLOSE ARQ-TURMAS-ANT.
           CLOSE ARQ-TURMAS-NOVO.
           IF CONT-LIDOS > 0
               CALL "CBL_DELETE_FILE" USING "TURMAS.DAT"
               CALL "CBL_RENAME_FILE" USING "TURMASCV.TMP"
                   "TURMAS.DAT"
               IF RETURN-CODE NOT = ZERO
                   DISPLAY "FALHA AO RENOMEAR TURMASCV.TMP"
                   DISPLAY "DADOS PRESERVADOS EM TURMASCV.TMP"
               END-IF
           ELSE
               CALL "CBL_DELETE_FILE" USING "TURMASCV.TMP"
           END-IF.
           PERFORM MOSTRA-RESULTADO.
       CONVERTE-UMA-TURMA.
           READ ARQ-TURMAS-ANT
               AT END MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO CONT-LIDOS
                   IF TUA-SERIE NOT NUMERIC
                       MOVE ZEROS TO TUA-SERIE
                   END-IF
                   MOVE REG-TURMA-ANT TO REG-TURMA-NOVO
                   WRITE REG-TURMA-NOVO
                   ADD 1 TO CONT-GRAVADOS
           END-READ.
       CONVERTE-RESPONSAVEIS.
           DISPLAY "RESPONSAVEIS.DAT: CLIENTE, BOLSA, NASCIMENTO, "
               "SEXO E MUNICIPIO".
           MOVE ZEROS TO CONT-LIDOS.
           MOVE ZEROS TO CONT-GRAVADOS.
           MOVE "N"   TO FIM-ARQUIVO.
           OPEN INPUT  ARQ-RESPONSAVEIS-ANT.
           OPEN OUTPUT ARQ-RESPONSAVEIS-NOVO.
           PERFORM CONVERTE-UM-RESPONSAVEL UNTIL FIM-ARQUIVO = "S".
           CLOSE ARQ-RESPONSAVEIS-ANT.
           CLOSE ARQ-RESPONSAVEIS-NOVO.
           IF CONT-LIDOS > 0
               CALL "CBL_DELETE_FILE" USING "RESPONSAVEIS.DAT"
               CALL "CBL_RENAME_FILE" USING "RESPONCV.TMP"
                   "RESPONSAVEIS.DAT"
               IF RETURN-CODE NOT = ZERO
                   DISPLAY "FALHA AO RENOMEAR RESPONCV.TMP"
                   DISPLAY "DADOS PRESERVADOS EM RESPONCV.TMP"
               END-IF
           ELSE
               CALL "CBL_DELETE_FILE" USING "RESPONCV.TMP"
           END-IF.
           PERFORM MOSTRA-RESULTADO.
       CONVERTE-UM-RESPONSAVEL.
           READ ARQ-RESPONSAVEIS-ANT
               AT END MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO CONT-LIDOS
                   IF RSA-CLIENTE NOT NUMERIC
                       MOVE ZEROS TO RSA-CLIENTE
                   END-IF
                   IF RSA-BOLSA NOT NUMERIC
                       MOVE ZEROS TO RSA-BOLSA
                   END-IF
                   IF RSA-NASCIMENTO NOT NUMERIC
                       MOVE ZEROS TO RSA-NASCIMENTO
                   END-IF
                   IF RSA-MUNICIPIO NOT NUMERIC
                       MOVE ZEROS TO RSA-MUNICIPIO
                   END-IF
                   MOVE REG-RESPONSAVEL-ANT TO REG-RESPONSAVEL-NOVO
                   WRITE REG-RESPONSAVEL-NOVO
                   ADD 1 TO CONT-GRAVADOS
           END-READ.
       CONVERTE-ATRIBUICOES.
           DISPLAY "ATRIBUICOES.DAT: CARGA HORARIA NO FINAL".
           MOVE ZEROS TO CONT-LIDOS.
           MOVE ZEROS TO CONT-GRAVADOS.
           MOVE "N"   TO FIM-ARQUIVO.
           OPEN INPUT  ARQ-ATRIBUICOES-ANT.
           OPEN OUTPUT ARQ-ATRIBUICOES-NOVO.
           PERFORM CONVERTE-UMA-ATRIBUICAO UNTIL FIM-ARQUIVO = "S".
           CLOSE ARQ-ATRIBUICOES-ANT.
           CLOSE ARQ-ATRIBUICOES-NOVO.
           IF CONT-LIDOS > 0
               CALL "CBL_DELETE_FILE" USING "ATRIBUICOES.DAT"
               CALL "CBL_RENAME_FILE" USING "ATRIBCV.TMP"
                   "ATRIBUICOES.DAT"
               IF RETURN-CODE NOT = ZERO
                   DISPLAY "FALHA AO RENOMEAR ATRIBCV.TMP"
                   DISPLAY "DADOS PRESERVADOS EM ATRIBCV.TMP"
               END-IF
           ELSE
               CALL "CBL_DELETE_FILE" USING "ATRIBCV.TMP"
           END-IF.
           PERFORM MOSTRA-RESULTADO.
       CONVERTE-UMA-ATRIBUICAO.
           READ ARQ-ATRIBUICOES-ANT
               AT END MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO CONT-LIDOS
                   IF ATA-CARGA NOT NUMERIC
                       MOVE ZEROS TO ATA-CARGA
                   END-IF
                   MOVE REG-ATRIBUICAO-ANT TO REG-ATRIBUICAO-NOVO
                   WRITE REG-ATRIBUICAO-NOVO
                   ADD 1 TO CONT-GRAVADOS
           END-READ.
       CONVERTE-RECEBIMENTO.
           DISPLAY "RECEBIMENTOS.DAT: PEDIDO E CODIGO DO FORNECEDOR".
           MOVE ZEROS TO CONT-LIDOS.
           MOVE ZEROS TO CONT-GRAVADOS.
           MOVE "N"   TO FIM-ARQUIVO.
           OPEN INPUT  ARQ-RECEBIMENTO-ANT.
           OPEN OUTPUT ARQ-RECEBIMENTO-NOVO.
           PERFORM CONVERTE-UM-RECEBIMENTO UNTIL FIM-ARQUIVO = "S".
           CLOSE ARQ-RECEBIMENTO-ANT.
           CLOSE ARQ-RECEBIMENTO-NOVO.
           IF CONT-LIDOS > 0
               CALL "CBL_DELETE_FILE" USING "RECEBIMENTOS.DAT"
               CALL "CBL_RENAME_FILE" USING "RECEBCV.TMP"
                   "RECEBIMENTOS.DAT"
               IF RETURN-CODE NOT = ZERO
                   DISPLAY "FALHA AO RENOMEAR RECEBCV.TMP"
                   DISPLAY "DADOS PRESERVADOS EM RECEBCV.TMP"
               END-IF
           ELSE
               CALL "CBL_DELETE_FILE" USING "RECEBCV.TMP"
           END-IF.
           PERFORM MOSTRA-RESULTADO.
       CONVERTE-UM-RECEBIMENTO.
           READ ARQ-RECEBIMENTO-ANT
               AT END MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO CONT-LIDOS
                   IF RBA-PEDIDO NOT NUMERIC
                       MOVE ZEROS TO RBA-PEDIDO
                   END-IF
                   IF RBA-FORN-COD NOT NUMERIC
                       MOVE ZEROS TO RBA-FORN-COD
                   END-IF
                   MOVE REG-RECEBIMENTO-ANT TO REG-RECEBIMENTO-NOVO
                   WRITE REG-RECEBIMENTO-NOVO
                   ADD 1 TO CONT-GRAVADOS
           END-READ.
       CONVERTE-FOLHA.
           DISPLAY "FOLHA.DAT: COMISSAO NO FINAL".
           MOVE ZEROS TO CONT-LIDOS.
           MOVE ZEROS TO CONT-GRAVADOS.
           MOVE "N"   TO FIM-ARQUIVO.
           OPEN INPUT  ARQ-FOLHA-ANT.
           OPEN OUTPUT ARQ-FOLHA-NOVO.
           PERFORM CONVERTE-UMA-FOLHA UNTIL FIM-ARQUIVO = "S".
           CLOSE ARQ-FOLHA-ANT.
           CLOSE ARQ-FOLHA-NOVO.
           IF CONT-LIDOS > 0
               CALL "CBL_DELETE_FILE" USING "FOLHA.DAT"
               CALL "CBL_RENAME_FILE" USING "FOLHACV.TMP"
                   "FOLHA.DAT"
               IF RETURN-CODE NOT = ZERO
                   DISPLAY "FALHA AO RENOMEAR FOLHACV.TMP"
                   DISPLAY "DADOS PRESERVADOS EM FOLHACV.TMP"
               END-IF
           ELSE
               CALL "CBL_DELETE_FILE" USING "FOLHACV.TMP"
           END-IF.
           PERFORM MOSTRA-RESULTADO.
       CONVERTE-UMA-FOLHA.
           READ ARQ-FOLHA-ANT
               AT END MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO CONT-LIDOS
                   IF FLA-COMISSAO NOT NUMERIC
                       MOVE ZEROS TO FLA-COMISSAO
                   END-IF
                   MOVE REG-FOLHA-ANT TO REG-FOLHA-NOVO
                   WRITE REG-FOLHA-NOVO
                   ADD 1 TO CONT-GRAVADOS
           END-READ.
       CONVERTE-EMPRESAS.
           DISPLAY "EMPRESAS.DAT: QUADRO, CREDITO E MUNICIPIO".
           MOVE ZEROS TO CONT-LIDOS.
           MOVE ZEROS TO CONT-GRAVADOS.
           MOVE "N"   TO FIM-ARQUIVO.
           OPEN INPUT  ARQ-EMPRESAS-ANT.
           OPEN OUTPUT ARQ-EMPRESAS-NOVO.
           PERFORM CONVERTE-UMA-EMPRESA UNTIL FIM-ARQUIVO = "S".
           CLOSE ARQ-EMPRESAS-ANT.
           CLOSE ARQ-EMPRESAS-NOVO.
           IF CONT-LIDOS > 0
               CALL "CBL_DELETE_FILE" USING "EMPRESAS.DAT"
               CALL "CBL_RENAME_FILE" USING "EMPRESCV.TMP"
                   "EMPRESAS.DAT"
               IF RETURN-CODE NOT = ZERO
                   DISPLAY "FALHA AO RENOMEAR EMPRESCV.TMP"
                   DISPLAY "DADOS PRESERVADOS EM EMPRESCV.TMP"
               END-IF
           ELSE
               CALL "CBL_DELETE_FILE" USING "EMPRESCV.TMP"
           END-IF.
           PERFORM MOSTRA-RESULTADO.
       CONVERTE-UMA-EMPRESA.
           READ ARQ-EMPRESAS-ANT
               AT END MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO CONT-LIDOS
                   IF EMA-QUADRO NOT NUMERIC
                       MOVE ZEROS TO EMA-QUADRO
                   END-IF
                   IF EMA-CREDITO = SPACE
                       MOVE "N" TO EMA-CREDITO
                   END-IF
                   IF EMA-DIAS-ATR NOT NUMERIC
                       MOVE ZEROS TO EMA-DIAS-ATR
                   END-IF
                   IF EMA-VLR-ATR NOT NUMERIC
                       MOVE ZEROS TO EMA-VLR-ATR
                   END-IF
                   IF EMA-LIB-ATE NOT NUMERIC
                       MOVE ZEROS TO EMA-LIB-ATE
                   END-IF
                   IF EMA-MUNICIPIO NOT NUMERIC
                       MOVE ZEROS TO EMA-MUNICIPIO
                   END-IF
                   MOVE REG-EMPRESA-ANT TO REG-EMPRESA-NOVO
                   WRITE REG-EMPRESA-NOVO
                   ADD 1 TO CONT-GRAVADOS
           END-READ.
       CONVERTE-CONTAS.
           DISPLAY "CONTASREC.DAT: ORIGEM DO TITULO NO FINAL".
           PERFORM CARREGA-ORIGENS.
           MOVE ZEROS TO CONT-LIDOS.
           MOVE ZEROS TO CONT-GRAVADOS.
           MOVE "N"   TO FIM-ARQUIVO.
           OPEN INPUT  ARQ-CONTAS-ANT.
           OPEN OUTPUT ARQ-CONTAS-NOVO.
           PERFORM CONVERTE-UMA-CONTA UNTIL FIM-ARQUIVO = "S".
           CLOSE ARQ-CONTAS-ANT.
           CLOSE ARQ-CONTAS-NOVO.
           IF CONT-LIDOS > 0
               CALL "CBL_DELETE_FILE" USING "CONTASREC.DAT"
               CALL "CBL_RENAME_FILE" USING "CONTASCV.TMP"
                   "CONTASREC.DAT"
               IF RETURN-CODE NOT = ZERO
                   DISPLAY "FALHA AO RENOMEAR CONTASCV.TMP"
                   DISPLAY "DADOS PRESERVADOS EM CONTASCV.TMP"
               END-IF
           ELSE
               CALL "CBL_DELETE_FILE" USING "CONTASCV.TMP"
           END-IF.
           PERFORM MOSTRA-RESULTADO.
       CONVERTE-UMA-CONTA.
           READ ARQ-CONTAS-ANT
               AT END MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO CONT-LIDOS
                   IF CRA-ORIGEM = SPACE
                       MOVE "V" TO CRA-ORIGEM
                       PERFORM LOCALIZA-ORIGEM
                           VARYING IDX-ORG FROM 1 BY 1
                           UNTIL IDX-ORG > QTDE-ORIGENS
                              OR CRA-ORIGEM NOT = "V"
                   END-IF
                   MOVE REG-CONTA-ANT TO REG-CONTA-NOVO
                   WRITE REG-CONTA-NOVO
                   ADD 1 TO CONT-GRAVADOS
           END-READ.
       LOCALIZA-ORIGEM.
           IF ORG-T-NUMERO(IDX-ORG) = CRA-NUMERO
              AND ORG-T-CLIENTE(IDX-ORG) = CRA-CLIENTE
               MOVE ORG-T-ORIGEM(IDX-ORG) TO CRA-ORIGEM
           END-IF.
       CARREGA-ORIGENS.
           MOVE ZEROS TO QTDE-ORIGENS.
           MOVE "N"   TO FIM-ARQUIVO.
           OPEN INPUT ARQ-MENSFAT.
           PERFORM LE-MENSFAT UNTIL FIM-ARQUIVO = "S".
           CLOSE ARQ-MENSFAT.
           MOVE "N"   TO FIM-ARQUIVO.
           OPEN INPUT ARQ-FATCOLOC.
           PERFORM LE-FATCOLOC UNTIL FIM-ARQUIVO = "S".
           CLOSE ARQ-FATCOLOC.
       LE-MENSFAT.
           READ ARQ-MENSFAT
               AT END MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   IF MFT-TITULO > ZEROS AND QTDE-ORIGENS < 9999
                       ADD 1 TO QTDE-ORIGENS
                       MOVE MFT-TITULO  TO ORG-T-NUMERO(QTDE-ORIGENS)
                       MOVE MFT-CLIENTE TO ORG-T-CLIENTE(QTDE-ORIGENS)
                       MOVE "M"         TO ORG-T-ORIGEM(QTDE-ORIGENS)
                   END-IF
           END-READ.
       LE-FATCOLOC.
           READ ARQ-FATCOLOC
               AT END MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   IF FAT-TITULO > ZEROS AND QTDE-ORIGENS < 9999
                       ADD 1 TO QTDE-ORIGENS
                       MOVE FAT-TITULO  TO ORG-T-NUMERO(QTDE-ORIGENS)
                       MOVE FAT-EMPRESA TO ORG-T-CLIENTE(QTDE-ORIGENS)
                       MOVE "C"         TO ORG-T-ORIGEM(QTDE-ORIGENS)
                   END-IF
           END-READ.
       CONVERTE-CLIENTES.
           DISPLAY "CLIENTES.DAT: CEP E MUNICIPIO NO FINAL".
           MOVE ZEROS TO CONT-LIDOS.
           MOVE ZEROS TO CONT-GRAVADOS.
           MOVE "N"   TO FIM-ARQUIVO.
           OPEN INPUT  ARQ-CLIENTES-ANT.
           OPEN OUTPUT ARQ-CLIENTES-NOVO.
           PERFORM CONVERTE-UM-CLIENTE UNTIL FIM-ARQUIVO = "S".
           CLOSE ARQ-CLIENTES-ANT.
           CLOSE ARQ-CLIENTES-NOVO.
           IF CONT-LIDOS > 0
               CALL "CBL_DELETE_FILE" USING "CLIENTES.DAT"
               CALL "CBL_RENAME_FILE" USING "CLIENTCV.TMP"
                   "CLIENTES.DAT"
               IF RETURN-CODE NOT = ZERO
                   DISPLAY "FALHA AO RENOMEAR CLIENTCV.TMP"
                   DISPLAY "DADOS PRESERVADOS EM CLIENTCV.TMP"
               END-IF
           ELSE
               CALL "CBL_DELETE_FILE" USING "CLIENTCV.TMP"
           END-IF.
           PERFORM MOSTRA-RESULTADO.
       CONVERTE-UM-CLIENTE.
           READ ARQ-CLIENTES-ANT
               AT END MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO CONT-LIDOS
                   IF CLA-CEP NOT NUMERIC
                       MOVE ZEROS TO CLA-CEP
                   END-IF
                   IF CLA-MUNICIPIO NOT NUMERIC
                       MOVE ZEROS TO CLA-MUNICIPIO
                   END-IF
                   MOVE REG-CLIENTE-ANT TO REG-CLIENTE-NOVO
                   WRITE REG-CLIENTE-NOVO
                   ADD 1 TO CONT-GRAVADOS
           END-READ.
       MOSTRA-RESULTADO.
           MOVE CONT-LIDOS    TO CONT-E.
           MOVE CONT-GRAVADOS TO CONT2-E.
           DISPLAY "LIDOS: " CONT-E "  GRAVADOS: " CONT2-E.
           IF CONT-LIDOS = CONT-GRAVADOS
               DISPLAY "CONTAGEM CONFERE"
           ELSE
               DISPLAY "ATENCAO: CONTAGEM NAO CONFERE".
