       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANEIA-ENDERECOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-MUNICIPIOS ASSIGN TO "MUNICIPIOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-CANDIDATOS ASSIGN TO
                   "CANDIDATOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-CANDIDATOS-NOVO ASSIGN TO "CANDIDSN.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-EMPRESAS ASSIGN TO "EMPRESAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-EMPRESAS-NOVO ASSIGN TO "EMPRESSN.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-RESPONSAVEIS ASSIGN TO
                   "RESPONSAVEIS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-RESPONSAVEIS-NOVO ASSIGN TO "RESPONSN.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-RELATORIO ASSIGN TO "SANEAEND.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-MUNICIPIOS.
           01  REG-MUNICIPIO.
               02 MUN-CODIGO    PIC 9(07).
               02 MUN-NOME      PIC X(30).
               02 MUN-UF        PIC X(02).
           FD  ARQ-CANDIDATOS.
           01  REG-CANDIDATO.
               02 CAN-NOME      PIC X(35).
               02 CAN-CPF       PIC 9(11).
               02 CAN-IDADE     PIC 9(02).
               02 CAN-APRENDIZ  PIC X(01).
               02 CAN-SEXO      PIC 9(01).
               02 CAN-PRT-SAL   PIC 9(04)V9(02).
               02 CAN-PROF      PIC 9(01).
               02 CAN-DATA-CAD  PIC 9(08).
               02 CAN-HORA-CAD  PIC 9(08).
               02 CAN-ENDERECO  PIC X(30).
               02 CAN-CIDADE    PIC X(20).
               02 CAN-UF        PIC X(02).
               02 CAN-OPERADOR  PIC X(08).
           FD  ARQ-CANDIDATOS-NOVO.
           01  REG-CANDIDATO-NOVO PIC X(133).
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
           FD  ARQ-EMPRESAS-NOVO.
           01  REG-EMPRESA-NOVO PIC X(148).
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
           FD  ARQ-RESPONSAVEIS-NOVO.
           01  REG-RESPONSAVEL-NOVO PIC X(132).
           FD  ARQ-RELATORIO.
           01  LINHA-RELATORIO  PIC X(80).
       WORKING-STORAGE SECTION.
           01 DATA-DO-SISTEMA.
               02 ANO          PIC 9(04) VALUE ZEROS.
               02 MES          PIC 9(02) VALUE ZEROS.
               02 DIA          PIC 9(02) VALUE ZEROS.
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
           01 DADOS-OPERADOR.
               02 OPERADOR-SESSAO PIC X(08) VALUE SPACES.
               02 PERFIL-SESSAO   PIC X(01) VALUE SPACE.
           01 DADOS-AUDITORIA.
               02 CHAVE-AUDITORIA PIC X(15) VALUE SPACES.
               02 IMAGEM-ANTES    PIC X(150) VALUE SPACES.
               02 IMAGEM-DEPOIS   PIC X(150) VALUE SPACES.
           01 FIM-ARQUIVO      PIC X(01) VALUE "N".
           01 QTDE-MUNICIPIOS  PIC 9(04) VALUE ZEROS.
           01 TABELA-MUNICIPIOS.
               02 MUNICIPIO-T OCCURS 1 TO 6000 TIMES
                              DEPENDING ON QTDE-MUNICIPIOS.
                   03 MUN-T-CODIGO PIC 9(07).
                   03 MUN-T-NOME   PIC X(30).
                   03 MUN-T-UF     PIC X(02).
                   03 MUN-T-TAM    PIC 9(02).
           01 IDX-MUN          PIC 9(04) VALUE ZEROS.
           01 IDX-ACHADO       PIC 9(04) VALUE ZEROS.
           01 QTDE-ACHADOS     PIC 9(04) VALUE ZEROS.
           01 POS-ENDERECO     PIC 9(02) VALUE ZEROS.
           01 POS-LIMITE       PIC 9(02) VALUE ZEROS.
           01 NOME-ACHADO      PIC X(01) VALUE "N".
           01 ENDERECO-BUSCA   PIC X(30) VALUE SPACES.
           01 UF-BUSCA         PIC X(02) VALUE SPACES.
           01 CARACTER-VIZINHO PIC X(01) VALUE SPACE.
           01 DADOS-MUNICIPIO.
               02 CEP-VALIDA      PIC 9(08) VALUE ZEROS.
               02 CIDADE-VALIDA   PIC X(20) VALUE SPACES.
               02 UF-VALIDA       PIC X(02) VALUE SPACES.
               02 MUNICIPIO       PIC 9(07) VALUE ZEROS.
               02 RETORNO-MUNICIPIO PIC X(01) VALUE SPACE.
           01 MOTIVO-PENDENCIA PIC X(20) VALUE SPACES.
           01 CHAVE-PENDENCIA  PIC X(11) VALUE SPACES.
           01 TEXTO-PENDENCIA  PIC X(30) VALUE SPACES.
           01 NOME-ARQUIVO     PIC X(16) VALUE SPACES.
           01 CONTADORES.
               02 CONT-LIDOS        PIC 9(06) VALUE ZEROS.
               02 CONT-CORRIGIDOS   PIC 9(06) VALUE ZEROS.
               02 CONT-PENDENTES    PIC 9(06) VALUE ZEROS.
               02 CONT-TOTAL-PEND   PIC 9(06) VALUE ZEROS.
               02 CONT-LINHAS       PIC 9(06) VALUE ZEROS.
           01 REGISTROS-SPOOL  PIC 9(06) VALUE ZEROS.
           01 CAMPOS-EDITADOS.
               02 DATA-E       PIC 9999/99/99.
               02 LIDOS-E      PIC ZZZZZ9.
               02 CORRIGIDOS-E PIC ZZZZZ9.
               02 PENDENTES-E  PIC ZZZZZ9.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "SANEAMENTO DE ENDERECOS POR MUNICIPIOS.DAT".
           DISPLAY "EXECUTAR UMA UNICA VEZ, APOS A CARGA DO CADASTRO".
           CALL "LE-OPERADOR" USING OPERADOR-SESSAO PERFIL-SESSAO.
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           PERFORM CARREGA-MUNICIPIOS.
           IF QTDE-MUNICIPIOS = ZEROS
               DISPLAY "MUNICIPIOS.DAT VAZIO OU AUSENTE - NADA A FAZER"
               GOBACK
           END-IF.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM CABECALHO-RELATORIO.
           PERFORM SANEIA-CANDIDATOS.
           PERFORM SANEIA-EMPRESAS.
           PERFORM SANEIA-RESPONSAVEIS.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM GRAVA-LINHA.
           MOVE CONT-TOTAL-PEND TO PENDENTES-E.
           STRING "TOTAL DE REGISTROS SEM MUNICIPIO: " DELIMITED BY SIZE
                  PENDENTES-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM GRAVA-LINHA.
           CLOSE ARQ-RELATORIO.
           MOVE CONT-LINHAS TO REGISTROS-SPOOL.
           CALL "GUARDA-RELATORIO" USING "SANEAMENTO"
               "SANEAEND.TXT    " REGISTROS-SPOOL.
           MOVE CONT-TOTAL-PEND TO PENDENTES-E.
           DISPLAY "REGISTROS SEM MUNICIPIO: " PENDENTES-E.
           IF CONT-TOTAL-PEND > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "SANEAMENTO CONCLUIDO".
           GOBACK.
       CARREGA-MUNICIPIOS.
           MOVE ZEROS TO QTDE-MUNICIPIOS.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-MUNICIPIOS.
           PERFORM LE-MUNICIPIO UNTIL FIM-ARQUIVO = "S".
           CLOSE ARQ-MUNICIPIOS.
       LE-MUNICIPIO.
           READ ARQ-MUNICIPIOS
               AT END MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   IF QTDE-MUNICIPIOS < 6000
                       ADD 1 TO QTDE-MUNICIPIOS
                       MOVE MUN-CODIGO TO MUN-T-CODIGO(QTDE-MUNICIPIOS)
                       MOVE MUN-NOME   TO MUN-T-NOME(QTDE-MUNICIPIOS)
                       MOVE MUN-UF     TO MUN-T-UF(QTDE-MUNICIPIOS)
                       MOVE 30 TO MUN-T-TAM(QTDE-MUNICIPIOS)
                       PERFORM REDUZ-TAMANHO-NOME
                           UNTIL MUN-T-TAM(QTDE-MUNICIPIOS) = ZEROS
                              OR MUN-NOME(MUN-T-TAM(QTDE-MUNICIPIOS):1)
                                 NOT = SPACE
                   ELSE
                       DISPLAY "MUNICIPIOS.DAT EXCEDE 6000 REGISTROS"
                       MOVE "S" TO FIM-ARQUIVO
                   END-IF
           END-READ.
       REDUZ-TAMANHO-NOME.
           SUBTRACT 1 FROM MUN-T-TAM(QTDE-MUNICIPIOS).
       CABECALHO-RELATORIO.
           MOVE ZEROS TO CONT-LINHAS.
           MOVE DATA-HOJE TO DATA-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "SANEAMENTO DE ENDERECOS - " DELIMITED BY SIZE
                  DATA-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM GRAVA-LINHA.
           MOVE "ARQUIVO          CHAVE       "
             TO LINHA-RELATORIO(1:29).
           MOVE "ENDERECO/CIDADE                MOTIVO"
             TO LINHA-RELATORIO(30:).
           PERFORM GRAVA-LINHA.
       GRAVA-LINHA.
           WRITE LINHA-RELATORIO.
           ADD 1 TO CONT-LINHAS.
           MOVE SPACES TO LINHA-RELATORIO.
       SANEIA-CANDIDATOS.
           MOVE "CANDIDATOS.DAT  " TO NOME-ARQUIVO.
           MOVE ZEROS TO CONT-LIDOS.
           MOVE ZEROS TO CONT-CORRIGIDOS.
           MOVE ZEROS TO CONT-PENDENTES.
           MOVE "N"   TO FIM-ARQUIVO.
           OPEN INPUT  ARQ-CANDIDATOS.
           OPEN OUTPUT ARQ-CANDIDATOS-NOVO.
           PERFORM SANEIA-UM-CANDIDATO UNTIL FIM-ARQUIVO = "S".
           CLOSE ARQ-CANDIDATOS.
           CLOSE ARQ-CANDIDATOS-NOVO.
           IF CONT-LIDOS > 0
               CALL "CBL_DELETE_FILE" USING "CANDIDATOS.DAT"
               CALL "CBL_RENAME_FILE" USING "CANDIDSN.TMP"
                   "CANDIDATOS.DAT"
               IF RETURN-CODE NOT = ZERO
                   DISPLAY "FALHA AO RENOMEAR CANDIDSN.TMP"
                   DISPLAY "DADOS PRESERVADOS EM CANDIDSN.TMP"
               ELSE
                   CALL "ATUALIZA-CONTROLE" USING "CANDIDATOS.DAT  "
               END-IF
           ELSE
               CALL "CBL_DELETE_FILE" USING "CANDIDSN.TMP"
           END-IF.
           PERFORM MOSTRA-RESULTADO.
       SANEIA-UM-CANDIDATO.
           READ ARQ-CANDIDATOS
               AT END MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO CONT-LIDOS
                   MOVE ZEROS      TO CEP-VALIDA
                   MOVE CAN-CIDADE TO CIDADE-VALIDA
                   MOVE CAN-UF     TO UF-VALIDA
                   MOVE ZEROS      TO MUNICIPIO
                   IF CAN-CIDADE = SPACES
                       MOVE "N" TO RETORNO-MUNICIPIO
                   ELSE
                       CALL "VALIDA-MUNICIPIO" USING CEP-VALIDA
                           CIDADE-VALIDA UF-VALIDA MUNICIPIO
                           RETORNO-MUNICIPIO
                   END-IF
                   IF RETORNO-MUNICIPIO = "S"
                       IF CIDADE-VALIDA NOT = CAN-CIDADE
                          OR UF-VALIDA NOT = CAN-UF
                           ADD 1 TO CONT-CORRIGIDOS
                           MOVE CIDADE-VALIDA TO CAN-CIDADE
                           MOVE UF-VALIDA     TO CAN-UF
                       END-IF
                   ELSE
                       MOVE CAN-CPF TO CHAVE-PENDENCIA
                       MOVE SPACES  TO TEXTO-PENDENCIA
                       STRING CAN-CIDADE DELIMITED BY SIZE
                              " "        DELIMITED BY SIZE
                              CAN-UF     DELIMITED BY SIZE
                         INTO TEXTO-PENDENCIA
                       EVALUATE TRUE
                           WHEN CAN-CIDADE = SPACES
                               MOVE "CIDADE EM BRANCO" TO
                                   MOTIVO-PENDENCIA
                           WHEN RETORNO-MUNICIPIO = "U"
                               MOVE "CIDADE AMBIGUA" TO
                                   MOTIVO-PENDENCIA
                           WHEN OTHER
                               MOVE "CIDADE SEM CADASTRO" TO
                                   MOTIVO-PENDENCIA
                       END-EVALUATE
                       PERFORM LISTA-PENDENCIA
                   END-IF
                   MOVE REG-CANDIDATO TO REG-CANDIDATO-NOVO
                   WRITE REG-CANDIDATO-NOVO
           END-READ.
       SANEIA-EMPRESAS.
           MOVE "EMPRESAS.DAT    " TO NOME-ARQUIVO.
           MOVE ZEROS TO CONT-LIDOS.
           MOVE ZEROS TO CONT-CORRIGIDOS.
           MOVE ZEROS TO CONT-PENDENTES.
           MOVE "N"   TO FIM-ARQUIVO.
           OPEN INPUT  ARQ-EMPRESAS.
           OPEN OUTPUT ARQ-EMPRESAS-NOVO.
           PERFORM SANEIA-UMA-EMPRESA UNTIL FIM-ARQUIVO = "S".
           CLOSE ARQ-EMPRESAS.
           CLOSE ARQ-EMPRESAS-NOVO.
           IF CONT-LIDOS > 0
               CALL "CBL_DELETE_FILE" USING "EMPRESAS.DAT"
               CALL "CBL_RENAME_FILE" USING "EMPRESSN.TMP"
                   "EMPRESAS.DAT"
               IF RETURN-CODE NOT = ZERO
                   DISPLAY "FALHA AO RENOMEAR EMPRESSN.TMP"
                   DISPLAY "DADOS PRESERVADOS EM EMPRESSN.TMP"
               ELSE
                   CALL "ATUALIZA-CONTROLE" USING "EMPRESAS.DAT    "
               END-IF
           ELSE
               CALL "CBL_DELETE_FILE" USING "EMPRESSN.TMP"
           END-IF.
           PERFORM MOSTRA-RESULTADO.
       SANEIA-UMA-EMPRESA.
           READ ARQ-EMPRESAS
               AT END MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO CONT-LIDOS
                   MOVE REG-EMPRESA TO IMAGEM-ANTES
                   IF EMP-MUNICIPIO IS NOT NUMERIC
                       MOVE ZEROS TO EMP-MUNICIPIO
                   END-IF
                   IF EMP-MUNICIPIO = ZEROS
                       MOVE EMP-ENDERECO TO ENDERECO-BUSCA
                       MOVE EMP-UF       TO UF-BUSCA
                       PERFORM PROCURA-MUNICIPIO
                       IF QTDE-ACHADOS = 1
                           ADD 1 TO CONT-CORRIGIDOS
                           MOVE MUN-T-CODIGO(IDX-ACHADO)
                             TO EMP-MUNICIPIO
                       ELSE
                           MOVE EMP-CODIGO   TO CHAVE-PENDENCIA
                           MOVE EMP-ENDERECO TO TEXTO-PENDENCIA
                           PERFORM MOTIVO-BUSCA
                           PERFORM LISTA-PENDENCIA
                       END-IF
                   END-IF
                   MOVE REG-EMPRESA TO REG-EMPRESA-NOVO
                   WRITE REG-EMPRESA-NOVO
                   MOVE REG-EMPRESA TO IMAGEM-DEPOIS
                   IF IMAGEM-ANTES NOT = IMAGEM-DEPOIS
                       MOVE EMP-CODIGO TO CHAVE-AUDITORIA
                       CALL "GRAVA-AUDITORIA" USING "EMPRESAS.DAT    "
                           CHAVE-AUDITORIA "A" OPERADOR-SESSAO
                           IMAGEM-ANTES IMAGEM-DEPOIS
                   END-IF
           END-READ.
       SANEIA-RESPONSAVEIS.
           MOVE "RESPONSAVEIS.DAT" TO NOME-ARQUIVO.
           MOVE ZEROS TO CONT-LIDOS.
           MOVE ZEROS TO CONT-CORRIGIDOS.
           MOVE ZEROS TO CONT-PENDENTES.
           MOVE "N"   TO FIM-ARQUIVO.
           OPEN INPUT  ARQ-RESPONSAVEIS.
           OPEN OUTPUT ARQ-RESPONSAVEIS-NOVO.
           PERFORM SANEIA-UM-RESPONSAVEL UNTIL FIM-ARQUIVO = "S".
           CLOSE ARQ-RESPONSAVEIS.
           CLOSE ARQ-RESPONSAVEIS-NOVO.
           IF CONT-LIDOS > 0
               CALL "CBL_DELETE_FILE" USING "RESPONSAVEIS.DAT"
               CALL "CBL_RENAME_FILE" USING "RESPONSN.TMP"
                   "RESPONSAVEIS.DAT"
               IF RETURN-CODE NOT = ZERO
                   DISPLAY "FALHA AO RENOMEAR RESPONSN.TMP"
                   DISPLAY "DADOS PRESERVADOS EM RESPONSN.TMP"
               ELSE
                   CALL "ATUALIZA-CONTROLE" USING "RESPONSAVEIS.DAT"
               END-IF
           ELSE
               CALL "CBL_DELETE_FILE" USING "RESPONSN.TMP"
           END-IF.
           PERFORM MOSTRA-RESULTADO.
       SANEIA-UM-RESPONSAVEL.
           READ ARQ-RESPONSAVEIS
               AT END MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO CONT-LIDOS
                   IF RSP-MUNICIPIO IS NOT NUMERIC
                       MOVE ZEROS TO RSP-MUNICIPIO
                   END-IF
                   IF RSP-MUNICIPIO = ZEROS
                       MOVE RSP-ENDERECO TO ENDERECO-BUSCA
                       MOVE SPACES       TO UF-BUSCA
                       PERFORM PROCURA-MUNICIPIO
                       IF QTDE-ACHADOS = 1
                           ADD 1 TO CONT-CORRIGIDOS
                           MOVE MUN-T-CODIGO(IDX-ACHADO)
                             TO RSP-MUNICIPIO
                       ELSE
                           MOVE RSP-MATRICULA TO CHAVE-PENDENCIA
                           MOVE RSP-ENDERECO  TO TEXTO-PENDENCIA
                           PERFORM MOTIVO-BUSCA
                           PERFORM LISTA-PENDENCIA
                       END-IF
                   END-IF
                   MOVE REG-RESPONSAVEL TO REG-RESPONSAVEL-NOVO
                   WRITE REG-RESPONSAVEL-NOVO
           END-READ.
       PROCURA-MUNICIPIO.
           MOVE FUNCTION UPPER-CASE(ENDERECO-BUSCA) TO ENDERECO-BUSCA.
           MOVE ZEROS TO QTDE-ACHADOS.
           MOVE ZEROS TO IDX-ACHADO.
           PERFORM CONFERE-MUNICIPIO
               VARYING IDX-MUN FROM 1 BY 1
               UNTIL IDX-MUN > QTDE-MUNICIPIOS.
       CONFERE-MUNICIPIO.
           IF MUN-T-TAM(IDX-MUN) > ZEROS
              AND (UF-BUSCA = SPACES OR MUN-T-UF(IDX-MUN) = UF-BUSCA)
               MOVE "N" TO NOME-ACHADO
               COMPUTE POS-LIMITE = 31 - MUN-T-TAM(IDX-MUN)
               PERFORM CONFERE-POSICAO
                   VARYING POS-ENDERECO FROM 1 BY 1
                   UNTIL POS-ENDERECO > POS-LIMITE
                      OR NOME-ACHADO = "S"
               IF NOME-ACHADO = "S"
                   ADD 1 TO QTDE-ACHADOS
                   MOVE IDX-MUN TO IDX-ACHADO
               END-IF
           END-IF.
       CONFERE-POSICAO.
           IF ENDERECO-BUSCA(POS-ENDERECO:MUN-T-TAM(IDX-MUN))
              = MUN-T-NOME(IDX-MUN)(1:MUN-T-TAM(IDX-MUN))
               MOVE "S" TO NOME-ACHADO
               IF POS-ENDERECO > 1
                   MOVE ENDERECO-BUSCA(POS-ENDERECO - 1:1)
                     TO CARACTER-VIZINHO
                   IF CARACTER-VIZINHO IS ALPHABETIC
                      AND CARACTER-VIZINHO NOT = SPACE
                       MOVE "N" TO NOME-ACHADO
                   END-IF
               END-IF
               IF POS-ENDERECO < POS-LIMITE
                   MOVE ENDERECO-BUSCA
                       (POS-ENDERECO + MUN-T-TAM(IDX-MUN):1)
                     TO CARACTER-VIZINHO
                   IF CARACTER-VIZINHO IS ALPHABETIC
                      AND CARACTER-VIZINHO NOT = SPACE
                       MOVE "N" TO NOME-ACHADO
                   END-IF
               END-IF
           END-IF.
       MOTIVO-BUSCA.
           EVALUATE TRUE
               WHEN ENDERECO-BUSCA = SPACES
                   MOVE "ENDERECO EM BRANCO" TO MOTIVO-PENDENCIA
               WHEN QTDE-ACHADOS > 1
                   MOVE "MAIS DE UM MUNICIPIO" TO MOTIVO-PENDENCIA
               WHEN OTHER
                   MOVE "MUNICIPIO NAO ACHADO" TO MOTIVO-PENDENCIA
           END-EVALUATE.
       LISTA-PENDENCIA.
           ADD 1 TO CONT-PENDENTES.
           ADD 1 TO CONT-TOTAL-PEND.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING NOME-ARQUIVO     DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  CHAVE-PENDENCIA  DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  TEXTO-PENDENCIA  DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  MOTIVO-PENDENCIA DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM GRAVA-LINHA.
       MOSTRA-RESULTADO.
           MOVE CONT-LIDOS      TO LIDOS-E.
           MOVE CONT-CORRIGIDOS TO CORRIGIDOS-E.
           MOVE CONT-PENDENTES  TO PENDENTES-E.
           DISPLAY NOME-ARQUIVO " LIDOS " LIDOS-E
               " CORRIGIDOS " CORRIGIDOS-E
               " SEM MUNICIPIO " PENDENTES-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING NOME-ARQUIVO     DELIMITED BY SIZE
                  " LIDOS "        DELIMITED BY SIZE
                  LIDOS-E          DELIMITED BY SIZE
                  " CORRIGIDOS "   DELIMITED BY SIZE
                  CORRIGIDOS-E     DELIMITED BY SIZE
                  " SEM MUNICIPIO " DELIMITED BY SIZE
                  PENDENTES-E      DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM GRAVA-LINHA.
