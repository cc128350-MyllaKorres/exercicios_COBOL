       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-AUDITORIA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-AUDITORIA ASSIGN TO "AUDITORIA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-AUDITORIA.
           01  REG-AUDITORIA.
               02 AUD-DATA      PIC 9(08).
               02 AUD-HORA      PIC 9(06).
               02 AUD-ARQUIVO   PIC X(16).
               02 AUD-CHAVE     PIC X(15).
               02 AUD-ACAO      PIC X(01).
               02 AUD-OPERADOR  PIC X(08).
               02 AUD-ANTES     PIC X(150).
               02 AUD-DEPOIS    PIC X(150).
       WORKING-STORAGE SECTION.
           01 DADOS-OPERADOR.
               02 OPERADOR-SESSAO PIC X(08) VALUE SPACES.
               02 PERFIL-SESSAO   PIC X(01) VALUE SPACE.
           01 DADOS-ACESSO.
               02 PROGRAMA-ACESSO PIC X(20) VALUE "CONSULTA-AUDITORIA".
               02 ACESSO-OK       PIC X(01) VALUE SPACE.
           01 ARQUIVOS-AUDITADOS.
               02 FILLER PIC X(17) VALUE "CLIENTES.DAT    4".
               02 FILLER PIC X(17) VALUE "FORNECEDORES.DAT4".
               02 FILLER PIC X(17) VALUE "PRODUTOS.IDX    5".
               02 FILLER PIC X(17) VALUE "FUNCIONARIOS.DAT5".
               02 FILLER PIC X(17) VALUE "VAGAS.DAT       3".
               02 FILLER PIC X(17) VALUE "EMPRESAS.DAT    4".
           01 TABELA-ARQUIVOS REDEFINES ARQUIVOS-AUDITADOS.
               02 ARQUIVO-T OCCURS 6 TIMES.
                   03 ARQ-NOME-T    PIC X(16).
                   03 ARQ-CHAVE-T   PIC 9(01).
           01 CAMPOS-AUDITADOS.
               02 FILLER PIC X(40) VALUE
                   "CLIENTES.DAT    CLI-CODIGO       0010040".
               02 FILLER PIC X(40) VALUE
                   "CLIENTES.DAT    CLI-NOME         0050300".
               02 FILLER PIC X(40) VALUE
                   "CLIENTES.DAT    CLI-CPF          0350110".
               02 FILLER PIC X(40) VALUE
                   "CLIENTES.DAT    CLI-LIMITE       0460092".
               02 FILLER PIC X(40) VALUE
                   "CLIENTES.DAT    CLI-CEP          0550080".
               02 FILLER PIC X(40) VALUE
                   "CLIENTES.DAT    CLI-MUNICIPIO    0630070".
               02 FILLER PIC X(40) VALUE
                   "FORNECEDORES.DATFOR-CODIGO       0010040".
               02 FILLER PIC X(40) VALUE
                   "FORNECEDORES.DATFOR-RAZAO        0050300".
               02 FILLER PIC X(40) VALUE
                   "FORNECEDORES.DATFOR-CNPJ         0350140".
               02 FILLER PIC X(40) VALUE
                   "FORNECEDORES.DATFOR-CONTATO      0490200".
               02 FILLER PIC X(40) VALUE
                   "FORNECEDORES.DATFOR-PRAZO        0690030".
               02 FILLER PIC X(40) VALUE
                   "FORNECEDORES.DATFOR-UF           0720020".
               02 FILLER PIC X(40) VALUE
                   "PRODUTOS.IDX    PROD-CODIGO      0010050".
               02 FILLER PIC X(40) VALUE
                   "PRODUTOS.IDX    PROD-MERCADORIA  0060200".
               02 FILLER PIC X(40) VALUE
                   "PRODUTOS.IDX    PROD-PRECOUNI    0260062".
               02 FILLER PIC X(40) VALUE
                   "PRODUTOS.IDX    PROD-TAXA-MARGEM 0320042".
               02 FILLER PIC X(40) VALUE
                   "PRODUTOS.IDX    PROD-ATIVO       0360010".
               02 FILLER PIC X(40) VALUE
                   "FUNCIONARIOS.DATREG-ID           0010050".
               02 FILLER PIC X(40) VALUE
                   "FUNCIONARIOS.DATREG-NOME         0060300".
               02 FILLER PIC X(40) VALUE
                   "FUNCIONARIOS.DATREG-IDADE        0360020".
               02 FILLER PIC X(40) VALUE
                   "FUNCIONARIOS.DATREG-SEXO         0380010".
               02 FILLER PIC X(40) VALUE
                   "FUNCIONARIOS.DATREG-SALARIO      0390150".
               02 FILLER PIC X(40) VALUE
                   "FUNCIONARIOS.DATREG-SAL-ATUAL    0540112".
               02 FILLER PIC X(40) VALUE
                   "FUNCIONARIOS.DATREG-STATUS       0650010".
               02 FILLER PIC X(40) VALUE
                   "FUNCIONARIOS.DATREG-DATA-STATUS  0660080".
               02 FILLER PIC X(40) VALUE
                   "FUNCIONARIOS.DATREG-DEPTO        0740030".
               02 FILLER PIC X(40) VALUE
                   "FUNCIONARIOS.DATREG-DATA-ADMISSAO0770080".
               02 FILLER PIC X(40) VALUE
                   "FUNCIONARIOS.DATREG-OPERADOR     0850080".
               02 FILLER PIC X(40) VALUE
                   "FUNCIONARIOS.DATREG-BANCO        0930030".
               02 FILLER PIC X(40) VALUE
                   "FUNCIONARIOS.DATREG-AGENCIA      0960040".
               02 FILLER PIC X(40) VALUE
                   "FUNCIONARIOS.DATREG-CONTA        1000100".
               02 FILLER PIC X(40) VALUE
                   "VAGAS.DAT       VAGA-CODIGO      0010030".
               02 FILLER PIC X(40) VALUE
                   "VAGAS.DAT       VAGA-EMPRESA     0040200".
               02 FILLER PIC X(40) VALUE
                   "VAGAS.DAT       VAGA-PROF        0240010".
               02 FILLER PIC X(40) VALUE
                   "VAGAS.DAT       VAGA-SALARIO     0250062".
               02 FILLER PIC X(40) VALUE
                   "VAGAS.DAT       VAGA-QTDE        0310020".
               02 FILLER PIC X(40) VALUE
                   "VAGAS.DAT       VAGA-STATUS      0330010".
               02 FILLER PIC X(40) VALUE
                   "VAGAS.DAT       VAGA-VALIDADE    0340080".
               02 FILLER PIC X(40) VALUE
                   "VAGAS.DAT       VAGA-UF          0420020".
               02 FILLER PIC X(40) VALUE
                   "VAGAS.DAT       VAGA-MUDANCA     0440010".
               02 FILLER PIC X(40) VALUE
                   "VAGAS.DAT       VAGA-EMP-COD     0450040".
               02 FILLER PIC X(40) VALUE
                   "EMPRESAS.DAT    EMP-CODIGO       0010040".
               02 FILLER PIC X(40) VALUE
                   "EMPRESAS.DAT    EMP-RAZAO        0050300".
               02 FILLER PIC X(40) VALUE
                   "EMPRESAS.DAT    EMP-CNPJ         0350140".
               02 FILLER PIC X(40) VALUE
                   "EMPRESAS.DAT    EMP-CONTATO      0490200".
               02 FILLER PIC X(40) VALUE
                   "EMPRESAS.DAT    EMP-TELEFONE     0690110".
               02 FILLER PIC X(40) VALUE
                   "EMPRESAS.DAT    EMP-ENDERECO     0800300".
               02 FILLER PIC X(40) VALUE
                   "EMPRESAS.DAT    EMP-UF           1100020".
               02 FILLER PIC X(40) VALUE
                   "EMPRESAS.DAT    EMP-QUADRO       1120060".
               02 FILLER PIC X(40) VALUE
                   "EMPRESAS.DAT    EMP-CREDITO      1180010".
               02 FILLER PIC X(40) VALUE
                   "EMPRESAS.DAT    EMP-DIAS-ATR     1190040".
               02 FILLER PIC X(40) VALUE
                   "EMPRESAS.DAT    EMP-VLR-ATR      1230112".
               02 FILLER PIC X(40) VALUE
                   "EMPRESAS.DAT    EMP-LIB-ATE      1340080".
               02 FILLER PIC X(40) VALUE
                   "EMPRESAS.DAT    EMP-MUNICIPIO    1420070".
           01 TABELA-CAMPOS REDEFINES CAMPOS-AUDITADOS.
               02 CAMPO-T OCCURS 54 TIMES.
                   03 CMP-ARQUIVO-T PIC X(16).
                   03 CMP-NOME-T    PIC X(17).
                   03 CMP-INICIO-T  PIC 9(03).
                   03 CMP-TAMANHO-T PIC 9(03).
                   03 CMP-DECIMAIS-T PIC 9(01).
           01 IDX-ARQ          PIC 9(02) VALUE ZEROS.
           01 IDX-CAMPO        PIC 9(02) VALUE ZEROS.
           01 OPCAO-ARQ        PIC 9(01) VALUE ZERO.
           01 ARQUIVO-CONSULTA PIC X(16) VALUE SPACES.
           01 CODIGO-INF       PIC 9(05) VALUE ZEROS.
           01 CODIGO-TXT       PIC X(05) VALUE SPACES.
           01 CHAVE-CONSULTA   PIC X(15) VALUE SPACES.
           01 TAM-CHAVE        PIC 9(01) VALUE ZERO.
           01 POS-CHAVE        PIC 9(01) VALUE ZERO.
           01 CAMPO-FILTRO     PIC X(17) VALUE SPACES.
           01 FIM-AUDITORIA    PIC X(01) VALUE "N".
           01 CONTINUAR        PIC X(01) VALUE SPACE.
           01 CAMPO-MUDOU      PIC X(01) VALUE "N".
           01 CAMPOS-NA-ENTRADA PIC 9(02) VALUE ZEROS.
           01 CONT-ENTRADAS    PIC 9(05) VALUE ZEROS.
           01 CONT-E           PIC ZZZZ9.
           01 ACAO-DESC        PIC X(12) VALUE SPACES.
           01 DATA-E           PIC X(10) VALUE SPACES.
           01 HORA-E           PIC X(08) VALUE SPACES.
           01 INICIO-CAMPO     PIC 9(03) VALUE ZEROS.
           01 TAMANHO-CAMPO    PIC 9(03) VALUE ZEROS.
           01 TAMANHO-INTEIRO  PIC 9(03) VALUE ZEROS.
           01 INICIO-DECIMAL   PIC 9(03) VALUE ZEROS.
           01 VALOR-BRUTO      PIC X(30) VALUE SPACES.
           01 VALOR-FORMATADO  PIC X(31) VALUE SPACES.
           01 VALOR-ANTES-E    PIC X(31) VALUE SPACES.
           01 VALOR-DEPOIS-E   PIC X(31) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CONSULTA AO HISTORICO DE ALTERACOES DE CADASTROS".
           CALL "IDENTIFICA-OPERADOR" USING OPERADOR-SESSAO
               PERFIL-SESSAO.
           CALL "VERIFICA-ACESSO" USING PERFIL-SESSAO
               PROGRAMA-ACESSO ACESSO-OK.
           IF ACESSO-OK = "N"
               DISPLAY "ACESSO NEGADO AO PROGRAMA"
               CALL "GRAVA-EXCECAO" USING "CONSULTA-AUDITORIA  "
                   "OPE-PERFIL     " "ACESSO-NEGADO       "
                   "PERFIL SEM DIREITO AO PROGRAMA          "
               STOP RUN
           END-IF.
           IF PERFIL-SESSAO NOT = "S"
               DISPLAY "SOMENTE SUPERVISOR CONSULTA A AUDITORIA"
               CALL "GRAVA-EXCECAO" USING "CONSULTA-AUDITORIA  "
                   "OPE-PERFIL     " "SEM-PERMISSAO       "
                   "CONSULTA A AUDITORIA SEM PERFIL         "
               STOP RUN
           END-IF.
           MOVE "S" TO CONTINUAR.
           PERFORM PROCESSO THRU PROCESSO-FIM
               UNTIL CONTINUAR NOT = "S".
           DISPLAY "FIM DO PROGRAMA".
           STOP RUN.
       PROCESSO.
           PERFORM MOSTRA-ARQUIVO
               VARYING IDX-ARQ FROM 1 BY 1 UNTIL IDX-ARQ > 6.
           DISPLAY "ARQUIVO (0 = SAIR): ".
           ACCEPT OPCAO-ARQ.
           IF OPCAO-ARQ = ZERO
               MOVE "N" TO CONTINUAR
               GO TO PROCESSO-FIM
           END-IF.
           IF OPCAO-ARQ > 6
               DISPLAY "OPCAO INVALIDA"
               GO TO PROCESSO-FIM
           END-IF.
           MOVE ARQ-NOME-T(OPCAO-ARQ)  TO ARQUIVO-CONSULTA.
           MOVE ARQ-CHAVE-T(OPCAO-ARQ) TO TAM-CHAVE.
           DISPLAY "CODIGO: ".
           ACCEPT CODIGO-INF.
           MOVE CODIGO-INF TO CODIGO-TXT.
           COMPUTE POS-CHAVE = 6 - TAM-CHAVE.
           IF POS-CHAVE > 1
               IF CODIGO-TXT(1:POS-CHAVE - 1) NOT = ALL "0"
                   DISPLAY "CODIGO INVALIDO PARA O ARQUIVO"
                   GO TO PROCESSO-FIM
               END-IF
           END-IF.
           MOVE SPACES TO CHAVE-CONSULTA.
           MOVE CODIGO-TXT(POS-CHAVE:TAM-CHAVE) TO CHAVE-CONSULTA.
           DISPLAY "CAMPO (BRANCO = TODOS): ".
           ACCEPT CAMPO-FILTRO.
           MOVE FUNCTION UPPER-CASE(CAMPO-FILTRO) TO CAMPO-FILTRO.
           DISPLAY "HISTORICO DE " FUNCTION TRIM(ARQUIVO-CONSULTA)
               " CODIGO " CHAVE-CONSULTA.
           MOVE ZEROS TO CONT-ENTRADAS.
           MOVE "N" TO FIM-AUDITORIA.
           OPEN INPUT ARQ-AUDITORIA.
           PERFORM LE-AUDITORIA UNTIL FIM-AUDITORIA = "S".
           CLOSE ARQ-AUDITORIA.
           MOVE CONT-ENTRADAS TO CONT-E.
           DISPLAY "ALTERACOES ENCONTRADAS: " CONT-E.
       PROCESSO-FIM.
           EXIT.
       MOSTRA-ARQUIVO.
           DISPLAY IDX-ARQ(2:1) " - " ARQ-NOME-T(IDX-ARQ).
       LE-AUDITORIA.
           READ ARQ-AUDITORIA
               AT END MOVE "S" TO FIM-AUDITORIA
               NOT AT END
                   IF AUD-ARQUIVO = ARQUIVO-CONSULTA
                      AND AUD-CHAVE = CHAVE-CONSULTA
                       PERFORM MOSTRA-ENTRADA
                   END-IF
           END-READ.
       MOSTRA-ENTRADA.
           MOVE ZEROS TO CAMPOS-NA-ENTRADA.
           PERFORM CONTA-CAMPO
               VARYING IDX-CAMPO FROM 1 BY 1 UNTIL IDX-CAMPO > 54.
           IF CAMPOS-NA-ENTRADA > ZEROS
               ADD 1 TO CONT-ENTRADAS
               EVALUATE AUD-ACAO
                   WHEN "I" MOVE "INCLUSAO    " TO ACAO-DESC
                   WHEN "A" MOVE "ALTERACAO   " TO ACAO-DESC
                   WHEN "D" MOVE "DESATIVACAO " TO ACAO-DESC
                   WHEN "R" MOVE "REATIVACAO  " TO ACAO-DESC
                   WHEN OTHER MOVE "DESCONHECIDA" TO ACAO-DESC
               END-EVALUATE
               MOVE SPACES TO DATA-E
               STRING AUD-DATA(7:2) "/" AUD-DATA(5:2) "/"
                      AUD-DATA(1:4) DELIMITED BY SIZE INTO DATA-E
               MOVE SPACES TO HORA-E
               STRING AUD-HORA(1:2) ":" AUD-HORA(3:2) ":"
                      AUD-HORA(5:2) DELIMITED BY SIZE INTO HORA-E
               DISPLAY DATA-E " " HORA-E " " ACAO-DESC
                   " OPERADOR " AUD-OPERADOR
               PERFORM MOSTRA-CAMPO
                   VARYING IDX-CAMPO FROM 1 BY 1 UNTIL IDX-CAMPO > 54
           END-IF.
       CONTA-CAMPO.
           PERFORM VERIFICA-CAMPO.
           IF CAMPO-MUDOU = "S"
               ADD 1 TO CAMPOS-NA-ENTRADA
           END-IF.
       MOSTRA-CAMPO.
           PERFORM VERIFICA-CAMPO.
           IF CAMPO-MUDOU = "S"
               MOVE AUD-ANTES(INICIO-CAMPO:TAMANHO-CAMPO)
                   TO VALOR-BRUTO
               PERFORM FORMATA-VALOR
               MOVE VALOR-FORMATADO TO VALOR-ANTES-E
               MOVE AUD-DEPOIS(INICIO-CAMPO:TAMANHO-CAMPO)
                   TO VALOR-BRUTO
               PERFORM FORMATA-VALOR
               MOVE VALOR-FORMATADO TO VALOR-DEPOIS-E
               IF AUD-ACAO = "I"
                   DISPLAY "    " CMP-NOME-T(IDX-CAMPO) " "
                       FUNCTION TRIM(VALOR-DEPOIS-E)
               ELSE
                   DISPLAY "    " CMP-NOME-T(IDX-CAMPO) " DE "
                       FUNCTION TRIM(VALOR-ANTES-E) " PARA "
                       FUNCTION TRIM(VALOR-DEPOIS-E)
               END-IF
           END-IF.
       VERIFICA-CAMPO.
           MOVE "N" TO CAMPO-MUDOU.
           IF CMP-ARQUIVO-T(IDX-CAMPO) = ARQUIVO-CONSULTA
              AND (CAMPO-FILTRO = SPACES
                OR CAMPO-FILTRO = CMP-NOME-T(IDX-CAMPO))
               MOVE CMP-INICIO-T(IDX-CAMPO)  TO INICIO-CAMPO
               MOVE CMP-TAMANHO-T(IDX-CAMPO) TO TAMANHO-CAMPO
               IF AUD-ACAO = "I"
                  OR AUD-ANTES(INICIO-CAMPO:TAMANHO-CAMPO) NOT =
                     AUD-DEPOIS(INICIO-CAMPO:TAMANHO-CAMPO)
                   MOVE "S" TO CAMPO-MUDOU
               END-IF
           END-IF.
       FORMATA-VALOR.
           MOVE SPACES TO VALOR-FORMATADO.
           IF CMP-DECIMAIS-T(IDX-CAMPO) = ZERO
               MOVE VALOR-BRUTO TO VALOR-FORMATADO
           ELSE
               COMPUTE TAMANHO-INTEIRO =
                   TAMANHO-CAMPO - CMP-DECIMAIS-T(IDX-CAMPO)
               COMPUTE INICIO-DECIMAL = TAMANHO-INTEIRO + 1
               STRING VALOR-BRUTO(1:TAMANHO-INTEIRO) ","
                      VALOR-BRUTO(INICIO-DECIMAL:
                                  CMP-DECIMAIS-T(IDX-CAMPO))
                      DELIMITED BY SIZE INTO VALOR-FORMATADO
           END-IF.
