       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA-REFERENCIAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-CLIENTES ASSIGN TO "CLIENTES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS STATUS-MESTRE.
               SELECT OPTIONAL ARQ-PRODUTOS ASSIGN TO "PRODUTOS.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS PROD-CODIGO
                   FILE STATUS IS STATUS-MESTRE.
               SELECT OPTIONAL ARQ-DEPARTAMENTOS
                   ASSIGN TO "DEPARTAMENTOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS STATUS-MESTRE.
               SELECT OPTIONAL ARQ-FORNECEDORES
                   ASSIGN TO "FORNECEDORES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS STATUS-MESTRE.
               SELECT OPTIONAL ARQ-FUNCIONARIOS
                   ASSIGN TO "FUNCIONARIOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS STATUS-MESTRE.
               SELECT OPTIONAL ARQ-EMPRESAS ASSIGN TO "EMPRESAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS STATUS-MESTRE.
               SELECT OPTIONAL ARQ-VAGAS ASSIGN TO "VAGAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS STATUS-MESTRE.
               SELECT OPTIONAL ARQ-CANDIDATOS
                   ASSIGN TO "CANDIDATOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS STATUS-MESTRE.
               SELECT OPTIONAL ARQ-HISTORICO ASSIGN TO "HISTCAND.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-VENDAS ASSIGN TO "VENDAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-PEDIDOS ASSIGN TO "PEDIDOSCOMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-DEPENDENTES
                   ASSIGN TO "DEPENDENTES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-ENCAMINH ASSIGN TO "ENCAMINH.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-AGENDA ASSIGN TO "AGENDA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-COPIA-P1 ASSIGN TO NOME-COPIA-P1
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS STATUS-COPIA.
               SELECT OPTIONAL ARQ-COPIA-P2 ASSIGN TO NOME-COPIA-P2
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS STATUS-COPIA.
               SELECT ARQ-RELATORIO ASSIGN TO "RELREFER.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-CLIENTES.
           01  REG-CLIENTE.
               02 CLI-CODIGO    PIC 9(04).
               02 CLI-NOME      PIC X(30).
               02 CLI-CPF       PIC 9(11).
               02 CLI-LIMITE    PIC 9(07)V99.
               02 CLI-CEP       PIC 9(08).
               02 CLI-MUNICIPIO PIC 9(07).
           FD  ARQ-PRODUTOS.
           01  REG-PRODUTO.
               02 PROD-CODIGO      PIC 9(05).
               02 PROD-MERCADORIA  PIC X(20).
               02 PROD-PRECOUNI    PIC 9(4)V99.
               02 PROD-TAXA-MARGEM PIC 9(2)V99.
               02 PROD-ATIVO       PIC X(01).
           FD  ARQ-DEPARTAMENTOS.
           01  REG-DEPARTAMENTO.
               02 DEP-CODIGO    PIC 9(03).
               02 DEP-NOME      PIC X(20).
           FD  ARQ-FORNECEDORES.
           01  REG-FORNECEDOR.
               02 FOR-CODIGO    PIC 9(04).
               02 FOR-RAZAO     PIC X(30).
               02 FOR-CNPJ      PIC 9(14).
               02 FOR-CONTATO   PIC X(20).
               02 FOR-PRAZO     PIC 9(03).
               02 FOR-UF        PIC X(02).
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
           FD  ARQ-CANDIDATOS.
           01  REG-CANDIDATO.
               02 CAN-NOME      PIC X(35).
               02 CAN-CPF       PIC 9(11).
               02 FILLER        PIC X(87).
           FD  ARQ-HISTORICO.
           01  REG-HISTORICO.
               02 HIST-NOME     PIC X(35).
               02 HIST-CPF      PIC 9(11).
               02 FILLER        PIC X(116).
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
           FD  ARQ-PEDIDOS.
           01  REG-PEDIDO.
               02 PED-NUMERO     PIC 9(06).
               02 PED-FORNECEDOR PIC 9(04).
               02 PED-CODIGO     PIC 9(05).
               02 PED-QTDE       PIC 9(06).
               02 PED-CUSTO-UNIT PIC 9(4)V99.
               02 PED-DATA       PIC 9(08).
               02 PED-DATA-PREV  PIC 9(08).
               02 PED-STATUS     PIC X(01).
               02 PED-QTDE-RECEB PIC 9(06).
           FD  ARQ-DEPENDENTES.
           01  REG-DEPENDENTE.
               02 DEP-ID         PIC 9(05).
               02 DEP-NOME-DEP   PIC X(30).
               02 DEP-NASCIMENTO PIC 9(08).
               02 DEP-PARENTESCO PIC X(01).
               02 DEP-IRRF       PIC X(01).
           FD  ARQ-ENCAMINH.
           01  REG-ENCAMINHAMENTO.
               02 ENC-CPF       PIC 9(11).
               02 ENC-VAGA      PIC 9(03).
               02 ENC-DATA      PIC 9(08).
               02 ENC-STATUS    PIC X(01).
           FD  ARQ-AGENDA.
           01  REG-AGENDA.
               02 AGE-CPF       PIC 9(11).
               02 AGE-VAGA      PIC 9(03).
               02 AGE-DATA      PIC 9(08).
               02 AGE-HORA      PIC 9(04).
               02 AGE-RESULTADO PIC X(01).
               02 AGE-RECURSO   PIC 9(02).
           FD  ARQ-COPIA-P1.
           01  REG-COPIA-P1     PIC X(80).
           FD  ARQ-COPIA-P2.
           01  REG-COPIA-P2     PIC X(80).
           FD  ARQ-RELATORIO.
           01  LINHA-RELATORIO  PIC X(80).
       WORKING-STORAGE SECTION.
           01 DADOS-CONTROLE-LOTE.
               02 STEP-LOTE          PIC X(08) VALUE "VERIFREF".
               02 STATUS-CONTROLE    PIC X(01) VALUE SPACE.
               02 REGISTROS-CONTROLE PIC 9(06) VALUE ZEROS.
           01 DATA-DO-SISTEMA.
               02 ANO          PIC 9(04) VALUE ZEROS.
               02 MES          PIC 9(02) VALUE ZEROS.
               02 DIA          PIC 9(02) VALUE ZEROS.
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
           01 STATUS-MESTRE    PIC X(02) VALUE SPACES.
           01 STATUS-COPIA     PIC X(02) VALUE SPACES.
           01 FIM-ARQUIVO      PIC X(01) VALUE "N".
           01 SEQ-REGISTRO     PIC 9(06) VALUE ZEROS.
           01 MESTRES-EXISTENTES.
               02 CLIENTE-EXISTE  PIC X(01) OCCURS 9999 TIMES.
               02 PRODUTO-EXISTE  PIC X(01) OCCURS 99999 TIMES.
               02 DEPTO-EXISTE    PIC X(01) OCCURS 999 TIMES.
               02 FORNEC-EXISTE   PIC X(01) OCCURS 9999 TIMES.
               02 FUNC-EXISTE     PIC X(01) OCCURS 99999 TIMES.
               02 EMPRESA-EXISTE  PIC X(01) OCCURS 9999 TIMES.
               02 VAGA-EXISTE     PIC X(01) OCCURS 999 TIMES.
           01 QTDE-CPFS        PIC 9(04) VALUE ZEROS.
           01 TABELA-CPFS.
               02 CPF-T PIC 9(11) OCCURS 1 TO 5000 TIMES
                         DEPENDING ON QTDE-CPFS.
           01 IDX-CPF          PIC 9(04) VALUE ZEROS.
           01 CPF-BUSCA        PIC 9(11) VALUE ZEROS.
           01 CPF-ACHADO       PIC X(01) VALUE "N".
           01 CPFS-EXCEDIDOS   PIC X(01) VALUE "N".
           01 LIGACOES-VERIFICADAS.
               02 FILLER PIC X(48) VALUE
                   "VENDAS.DAT      VENDA-CLIENTE  CLIENTES.DAT     ".
               02 FILLER PIC X(48) VALUE
                   "VENDAS.DAT      VENDA-CODIGO   PRODUTOS.IDX     ".
               02 FILLER PIC X(48) VALUE
                   "FUNCIONARIOS.DATREG-DEPTO      DEPARTAMENTOS.DAT".
               02 FILLER PIC X(48) VALUE
                   "PEDIDOSCOMP.DAT PED-FORNECEDOR FORNECEDORES.DAT ".
               02 FILLER PIC X(48) VALUE
                   "DEPENDENTES.DAT DEP-ID         FUNCIONARIOS.DAT ".
               02 FILLER PIC X(48) VALUE
                   "ENCAMINH.DAT    ENC-VAGA       VAGAS.DAT        ".
               02 FILLER PIC X(48) VALUE
                   "ENCAMINH.DAT    ENC-CPF        CANDIDATOS.DAT   ".
               02 FILLER PIC X(48) VALUE
                   "AGENDA.DAT      AGE-CPF        CANDIDATOS.DAT   ".
               02 FILLER PIC X(48) VALUE
                   "AGENDA.DAT      AGE-VAGA       VAGAS.DAT        ".
               02 FILLER PIC X(48) VALUE
                   "VAGAS.DAT       VAGA-EMP-COD   EMPRESAS.DAT     ".
           01 TABELA-LIGACOES REDEFINES LIGACOES-VERIFICADAS.
               02 LIGACAO-T OCCURS 10 TIMES.
                   03 LIG-ARQUIVO-T PIC X(16).
                   03 LIG-CAMPO-T   PIC X(15).
                   03 LIG-MESTRE-T  PIC X(17).
           01 TABELA-RESULTADOS.
               02 RESULTADO-T OCCURS 10 TIMES.
                   03 RES-REFERENCIAS-T PIC 9(06).
                   03 RES-ORFAOS-T      PIC 9(06).
                   03 RES-MESTRE-T      PIC X(01).
           01 IDX-LIG          PIC 9(02) VALUE ZEROS.
           01 MESTRE-PRESENTE  PIC X(01) VALUE "N".
           01 CHAVE-ORFA       PIC X(11) VALUE SPACES.
           01 COPIAS-DUPLICADAS.
               02 FILLER PIC X(38) VALUE
                   "ESTADOS.DAT     ESTADOP1ESTADOP2200221".
               02 FILLER PIC X(38) VALUE
                   "FERIADOS.DAT    FERIADP1FERIADP2010828".
               02 FILLER PIC X(38) VALUE
                   "OPERADORES.DAT  OPERADP1OPERADP2010847".
               02 FILLER PIC X(38) VALUE
                   "MUNICIPIOS.DAT  MUNICIP1MUNICIP2010739".
               02 FILLER PIC X(38) VALUE
                   "CEPFAIXAS.DAT   CEPFAIP1CEPFAIP2010823".
           01 TABELA-COPIAS REDEFINES COPIAS-DUPLICADAS.
               02 COPIA-T OCCURS 5 TIMES.
                   03 CPA-ARQUIVO-T  PIC X(16).
                   03 CPA-NOME-P1-T  PIC X(08).
                   03 CPA-NOME-P2-T  PIC X(08).
                   03 CPA-CHAVE-INI-T PIC 9(02).
                   03 CPA-CHAVE-TAM-T PIC 9(02).
                   03 CPA-IMAGEM-TAM-T PIC 9(02).
           01 IDX-COPIA        PIC 9(01) VALUE ZERO.
           01 NOME-COPIA-P1    PIC X(08) VALUE SPACES.
           01 NOME-COPIA-P2    PIC X(08) VALUE SPACES.
           01 COPIAS-PRESENTES PIC X(01) VALUE "N".
           01 CHAVE-INI        PIC 9(02) VALUE ZEROS.
           01 CHAVE-TAM        PIC 9(02) VALUE ZEROS.
           01 IMAGEM-TAM       PIC 9(02) VALUE ZEROS.
           01 QTDE-COPIA-P2    PIC 9(04) VALUE ZEROS.
           01 TABELA-COPIA-P2.
               02 CP2-T OCCURS 1 TO 6000 TIMES
                         DEPENDING ON QTDE-COPIA-P2.
                   03 CP2-T-CHAVE   PIC X(10).
                   03 CP2-T-IMAGEM  PIC X(80).
                   03 CP2-T-ACHADO  PIC X(01).
           01 IDX-CP2          PIC 9(04) VALUE ZEROS.
           01 CHAVE-COPIA      PIC X(10) VALUE SPACES.
           01 COPIA-ACHADA     PIC X(01) VALUE "N".
           01 SITUACAO-COPIA   PIC X(24) VALUE SPACES.
           01 DIVERGENCIAS     PIC 9(04) VALUE ZEROS.
           01 CONTADORES.
               02 CONT-ORFAOS       PIC 9(06) VALUE ZEROS.
               02 CONT-DIVERGENCIAS PIC 9(06) VALUE ZEROS.
               02 CONT-LINHAS       PIC 9(06) VALUE ZEROS.
           01 REGISTROS-SPOOL  PIC 9(06) VALUE ZEROS.
           01 CAMPOS-EDITADOS.
               02 DATA-E       PIC 9999/99/99.
               02 REFS-E       PIC ZZZZZ9.
               02 ORFAOS-E     PIC ZZZZZ9.
               02 CONT-E       PIC ZZZZZ9.
           01 VALOR-EXCECAO    PIC X(20) VALUE SPACES.
           01 MENSAGEM-EXCECAO PIC X(40) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "VERIFICACAO DE INTEGRIDADE REFERENCIAL".
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
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           INITIALIZE TABELA-RESULTADOS.
           MOVE ALL "N" TO MESTRES-EXISTENTES.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM CABECALHO-RELATORIO.
           PERFORM CARREGA-CLIENTES.
           PERFORM CARREGA-PRODUTOS.
           PERFORM CARREGA-DEPARTAMENTOS.
           PERFORM CARREGA-FORNECEDORES.
           PERFORM CARREGA-EMPRESAS.
           PERFORM CARREGA-CANDIDATOS.
           PERFORM CONFERE-FUNCIONARIOS.
           PERFORM CONFERE-VAGAS.
           PERFORM CONFERE-VENDAS.
           PERFORM CONFERE-PEDIDOS.
           PERFORM CONFERE-DEPENDENTES.
           PERFORM CONFERE-ENCAMINHAMENTOS.
           PERFORM CONFERE-AGENDA.
           PERFORM RESUMO-LIGACOES.
           PERFORM CONFERE-COPIAS
               VARYING IDX-COPIA FROM 1 BY 1 UNTIL IDX-COPIA > 5.
           PERFORM RODAPE-RELATORIO.
           CLOSE ARQ-RELATORIO.
           MOVE CONT-LINHAS TO REGISTROS-SPOOL.
           CALL "GUARDA-RELATORIO" USING "REFERENCIA"
               "RELREFER.TXT    " REGISTROS-SPOOL.
           MOVE CONT-ORFAOS TO REGISTROS-CONTROLE.
           MOVE "C" TO STATUS-CONTROLE.
           CALL "CONTROLE-LOTE" USING "G" STEP-LOTE
               STATUS-CONTROLE REGISTROS-CONTROLE.
           MOVE CONT-ORFAOS TO CONT-E.
           DISPLAY "REFERENCIAS ORFAS      : " CONT-E.
           MOVE CONT-DIVERGENCIAS TO CONT-E.
           DISPLAY "DIVERGENCIAS DE COPIAS : " CONT-E.
           IF CONT-ORFAOS > ZEROS OR CONT-DIVERGENCIAS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
       CABECALHO-RELATORIO.
           MOVE DATA-HOJE TO DATA-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "INTEGRIDADE REFERENCIAL DOS ARQUIVOS - "
                  DELIMITED BY SIZE
                  DATA-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "REFERENCIAS ORFAS" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "ARQUIVO          CAMPO           CHAVE       REGISTRO"
               TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       CARREGA-CLIENTES.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-CLIENTES.
           PERFORM MARCA-MESTRE-PRESENTE.
           MOVE MESTRE-PRESENTE TO RES-MESTRE-T(1).
           PERFORM LE-CLIENTE UNTIL FIM-ARQUIVO = "S".
           CLOSE ARQ-CLIENTES.
       LE-CLIENTE.
           READ ARQ-CLIENTES
               AT END MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   IF CLI-CODIGO > ZEROS
                       MOVE "S" TO CLIENTE-EXISTE(CLI-CODIGO)
                   END-IF
           END-READ.
       CARREGA-PRODUTOS.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-PRODUTOS.
           PERFORM MARCA-MESTRE-PRESENTE.
           MOVE MESTRE-PRESENTE TO RES-MESTRE-T(2).
           PERFORM LE-PRODUTO UNTIL FIM-ARQUIVO = "S".
           CLOSE ARQ-PRODUTOS.
       LE-PRODUTO.
           READ ARQ-PRODUTOS NEXT RECORD
               AT END MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   IF PROD-CODIGO > ZEROS
                       MOVE "S" TO PRODUTO-EXISTE(PROD-CODIGO)
                   END-IF
           END-READ.
       CARREGA-DEPARTAMENTOS.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-DEPARTAMENTOS.
           PERFORM MARCA-MESTRE-PRESENTE.
           MOVE MESTRE-PRESENTE TO RES-MESTRE-T(3).
           PERFORM LE-DEPARTAMENTO UNTIL FIM-ARQUIVO = "S".
           CLOSE ARQ-DEPARTAMENTOS.
       LE-DEPARTAMENTO.
           READ ARQ-DEPARTAMENTOS
               AT END MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   IF DEP-CODIGO > ZEROS
                       MOVE "S" TO DEPTO-EXISTE(DEP-CODIGO)
                   END-IF
           END-READ.
       CARREGA-FORNECEDORES.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-FORNECEDORES.
           PERFORM MARCA-MESTRE-PRESENTE.
           MOVE MESTRE-PRESENTE TO RES-MESTRE-T(4).
           PERFORM LE-FORNECEDOR UNTIL FIM-ARQUIVO = "S".
           CLOSE ARQ-FORNECEDORES.
       LE-FORNECEDOR.
           READ ARQ-FORNECEDORES
               AT END MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   IF FOR-CODIGO > ZEROS
                       MOVE "S" TO FORNEC-EXISTE(FOR-CODIGO)
                   END-IF
           END-READ.
       CARREGA-EMPRESAS.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-EMPRESAS.
           PERFORM MARCA-MESTRE-PRESENTE.
           MOVE MESTRE-PRESENTE TO RES-MESTRE-T(10).
           PERFORM LE-EMPRESA UNTIL FIM-ARQUIVO = "S".
           CLOSE ARQ-EMPRESAS.
       LE-EMPRESA.
           READ ARQ-EMPRESAS
               AT END MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   IF EMP-CODIGO > ZEROS
                       MOVE "S" TO EMPRESA-EXISTE(EMP-CODIGO)
                   END-IF
           END-READ.
       CARREGA-CANDIDATOS.
           MOVE ZEROS TO QTDE-CPFS.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-CANDIDATOS.
           PERFORM MARCA-MESTRE-PRESENTE.
           MOVE MESTRE-PRESENTE TO RES-MESTRE-T(7).
           MOVE MESTRE-PRESENTE TO RES-MESTRE-T(8).
           PERFORM LE-CANDIDATO UNTIL FIM-ARQUIVO = "S".
           CLOSE ARQ-CANDIDATOS.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-HISTORICO.
           PERFORM LE-HISTORICO UNTIL FIM-ARQUIVO = "S".
           CLOSE ARQ-HISTORICO.
           IF CPFS-EXCEDIDOS = "S"
               DISPLAY "TABELA DE CPFS CHEIA - LIGACOES DE CPF "
                   "NAO VERIFICADAS"
               MOVE "N" TO RES-MESTRE-T(7)
               MOVE "N" TO RES-MESTRE-T(8)
           END-IF.
       LE-CANDIDATO.
           READ ARQ-CANDIDATOS
               AT END MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   MOVE CAN-CPF TO CPF-BUSCA
                   PERFORM GUARDA-CPF
           END-READ.
       LE-HISTORICO.
           READ ARQ-HISTORICO
               AT END MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   MOVE HIST-CPF TO CPF-BUSCA
                   PERFORM GUARDA-CPF
           END-READ.
       GUARDA-CPF.
           IF QTDE-CPFS < 5000
               ADD 1 TO QTDE-CPFS
               MOVE CPF-BUSCA TO CPF-T(QTDE-CPFS)
           ELSE
               MOVE "S" TO CPFS-EXCEDIDOS
           END-IF.
       PROCURA-CPF.
           MOVE "N" TO CPF-ACHADO.
           PERFORM COMPARA-CPF
               VARYING IDX-CPF FROM 1 BY 1
               UNTIL IDX-CPF > QTDE-CPFS OR CPF-ACHADO = "S".
       COMPARA-CPF.
           IF CPF-T(IDX-CPF) = CPF-BUSCA
               MOVE "S" TO CPF-ACHADO
           END-IF.
       MARCA-MESTRE-PRESENTE.
           IF STATUS-MESTRE = "00"
               MOVE "S" TO MESTRE-PRESENTE
           ELSE
               MOVE "N" TO MESTRE-PRESENTE
           END-IF.
       CONFERE-FUNCIONARIOS.
           MOVE ZEROS TO SEQ-REGISTRO.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-FUNCIONARIOS.
           PERFORM MARCA-MESTRE-PRESENTE.
           MOVE MESTRE-PRESENTE TO RES-MESTRE-T(5).
           PERFORM LE-FUNCIONARIO UNTIL FIM-ARQUIVO = "S".
           CLOSE ARQ-FUNCIONARIOS.
       LE-FUNCIONARIO.
           READ ARQ-FUNCIONARIOS
               AT END MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO SEQ-REGISTRO
                   IF REG-ID > ZEROS
                       MOVE "S" TO FUNC-EXISTE(REG-ID)
                   END-IF
                   IF REG-DEPTO > ZEROS
                       MOVE 3 TO IDX-LIG
                       ADD 1 TO RES-REFERENCIAS-T(IDX-LIG)
                       IF RES-MESTRE-T(IDX-LIG) = "S"
                          AND DEPTO-EXISTE(REG-DEPTO) NOT = "S"
                           MOVE REG-DEPTO TO CHAVE-ORFA
                           PERFORM REGISTRA-ORFAO
                       END-IF
                   END-IF
           END-READ.
       CONFERE-VAGAS.
           MOVE ZEROS TO SEQ-REGISTRO.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-VAGAS.
           PERFORM MARCA-MESTRE-PRESENTE.
           MOVE MESTRE-PRESENTE TO RES-MESTRE-T(6).
           MOVE MESTRE-PRESENTE TO RES-MESTRE-T(9).
           PERFORM LE-VAGA UNTIL FIM-ARQUIVO = "S".
           CLOSE ARQ-VAGAS.
       LE-VAGA.
           READ ARQ-VAGAS
               AT END MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO SEQ-REGISTRO
                   IF VAGA-CODIGO > ZEROS
                       MOVE "S" TO VAGA-EXISTE(VAGA-CODIGO)
                   END-IF
                   IF VAGA-EMP-COD > ZEROS
                       MOVE 10 TO IDX-LIG
                       ADD 1 TO RES-REFERENCIAS-T(IDX-LIG)
                       IF RES-MESTRE-T(IDX-LIG) = "S"
                          AND EMPRESA-EXISTE(VAGA-EMP-COD) NOT = "S"
                           MOVE VAGA-EMP-COD TO CHAVE-ORFA
                           PERFORM REGISTRA-ORFAO
                       END-IF
                   END-IF
           END-READ.
       CONFERE-VENDAS.
           MOVE ZEROS TO SEQ-REGISTRO.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-VENDAS.
           PERFORM LE-VENDA UNTIL FIM-ARQUIVO = "S".
           CLOSE ARQ-VENDAS.
       LE-VENDA.
           READ ARQ-VENDAS
               AT END MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO SEQ-REGISTRO
                   IF VENDA-CLIENTE > ZEROS
                       MOVE 1 TO IDX-LIG
                       ADD 1 TO RES-REFERENCIAS-T(IDX-LIG)
                       IF RES-MESTRE-T(IDX-LIG) = "S"
                          AND CLIENTE-EXISTE(VENDA-CLIENTE) NOT = "S"
                           MOVE VENDA-CLIENTE TO CHAVE-ORFA
                           PERFORM REGISTRA-ORFAO
                       END-IF
                   END-IF
                   IF VENDA-CODIGO > ZEROS
                       MOVE 2 TO IDX-LIG
                       ADD 1 TO RES-REFERENCIAS-T(IDX-LIG)
                       IF RES-MESTRE-T(IDX-LIG) = "S"
                          AND PRODUTO-EXISTE(VENDA-CODIGO) NOT = "S"
                           MOVE VENDA-CODIGO TO CHAVE-ORFA
                           PERFORM REGISTRA-ORFAO
                       END-IF
                   END-IF
           END-READ.
       CONFERE-PEDIDOS.
           MOVE ZEROS TO SEQ-REGISTRO.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-PEDIDOS.
           PERFORM LE-PEDIDO UNTIL FIM-ARQUIVO = "S".
           CLOSE ARQ-PEDIDOS.
       LE-PEDIDO.
           READ ARQ-PEDIDOS
               AT END MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO SEQ-REGISTRO
                   IF PED-FORNECEDOR > ZEROS
                       MOVE 4 TO IDX-LIG
                       ADD 1 TO RES-REFERENCIAS-T(IDX-LIG)
                       IF RES-MESTRE-T(IDX-LIG) = "S"
                          AND FORNEC-EXISTE(PED-FORNECEDOR) NOT = "S"
                           MOVE PED-FORNECEDOR TO CHAVE-ORFA
                           PERFORM REGISTRA-ORFAO
                       END-IF
                   END-IF
           END-READ.
       CONFERE-DEPENDENTES.
           MOVE ZEROS TO SEQ-REGISTRO.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-DEPENDENTES.
           PERFORM LE-DEPENDENTE UNTIL FIM-ARQUIVO = "S".
           CLOSE ARQ-DEPENDENTES.
       LE-DEPENDENTE.
           READ ARQ-DEPENDENTES
               AT END MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO SEQ-REGISTRO
                   IF DEP-ID > ZEROS
                       MOVE 5 TO IDX-LIG
                       ADD 1 TO RES-REFERENCIAS-T(IDX-LIG)
                       IF RES-MESTRE-T(IDX-LIG) = "S"
                          AND FUNC-EXISTE(DEP-ID) NOT = "S"
                           MOVE DEP-ID TO CHAVE-ORFA
                           PERFORM REGISTRA-ORFAO
                       END-IF
                   END-IF
           END-READ.
       CONFERE-ENCAMINHAMENTOS.
           MOVE ZEROS TO SEQ-REGISTRO.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-ENCAMINH.
           PERFORM LE-ENCAMINHAMENTO UNTIL FIM-ARQUIVO = "S".
           CLOSE ARQ-ENCAMINH.
       LE-ENCAMINHAMENTO.
           READ ARQ-ENCAMINH
               AT END MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO SEQ-REGISTRO
                   IF ENC-VAGA > ZEROS
                       MOVE 6 TO IDX-LIG
                       ADD 1 TO RES-REFERENCIAS-T(IDX-LIG)
                       IF RES-MESTRE-T(IDX-LIG) = "S"
                          AND VAGA-EXISTE(ENC-VAGA) NOT = "S"
                           MOVE ENC-VAGA TO CHAVE-ORFA
                           PERFORM REGISTRA-ORFAO
                       END-IF
                   END-IF
                   IF ENC-CPF > ZEROS
                       MOVE 7 TO IDX-LIG
                       ADD 1 TO RES-REFERENCIAS-T(IDX-LIG)
                       IF RES-MESTRE-T(IDX-LIG) = "S"
                           MOVE ENC-CPF TO CPF-BUSCA
                           PERFORM PROCURA-CPF
                           IF CPF-ACHADO = "N"
                               MOVE ENC-CPF TO CHAVE-ORFA
                               PERFORM REGISTRA-ORFAO
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       CONFERE-AGENDA.
           MOVE ZEROS TO SEQ-REGISTRO.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-AGENDA.
           PERFORM LE-AGENDA UNTIL FIM-ARQUIVO = "S".
           CLOSE ARQ-AGENDA.
       LE-AGENDA.
           READ ARQ-AGENDA
               AT END MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO SEQ-REGISTRO
                   IF AGE-CPF > ZEROS
                       MOVE 8 TO IDX-LIG
                       ADD 1 TO RES-REFERENCIAS-T(IDX-LIG)
                       IF RES-MESTRE-T(IDX-LIG) = "S"
                           MOVE AGE-CPF TO CPF-BUSCA
                           PERFORM PROCURA-CPF
                           IF CPF-ACHADO = "N"
                               MOVE AGE-CPF TO CHAVE-ORFA
                               PERFORM REGISTRA-ORFAO
                           END-IF
                       END-IF
                   END-IF
                   IF AGE-VAGA > ZEROS
                       MOVE 9 TO IDX-LIG
                       ADD 1 TO RES-REFERENCIAS-T(IDX-LIG)
                       IF RES-MESTRE-T(IDX-LIG) = "S"
                          AND VAGA-EXISTE(AGE-VAGA) NOT = "S"
                           MOVE AGE-VAGA TO CHAVE-ORFA
                           PERFORM REGISTRA-ORFAO
                       END-IF
                   END-IF
           END-READ.
       REGISTRA-ORFAO.
           ADD 1 TO RES-ORFAOS-T(IDX-LIG).
           ADD 1 TO CONT-ORFAOS.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LIG-ARQUIVO-T(IDX-LIG) TO LINHA-RELATORIO(1:16).
           MOVE LIG-CAMPO-T(IDX-LIG)   TO LINHA-RELATORIO(18:15).
           MOVE CHAVE-ORFA             TO LINHA-RELATORIO(34:11).
           MOVE SEQ-REGISTRO           TO LINHA-RELATORIO(46:6).
           WRITE LINHA-RELATORIO.
           ADD 1 TO CONT-LINHAS.
       RESUMO-LIGACOES.
           IF CONT-ORFAOS = ZEROS
               MOVE "NENHUMA REFERENCIA ORFA ENCONTRADA"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "RESUMO POR LIGACAO" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "ARQUIVO          CAMPO           MESTRE"
               TO LINHA-RELATORIO.
           MOVE "  REFS ORFAOS" TO LINHA-RELATORIO(52:13).
           WRITE LINHA-RELATORIO.
           PERFORM RESUME-UMA-LIGACAO
               VARYING IDX-LIG FROM 1 BY 1 UNTIL IDX-LIG > 10.
       RESUME-UMA-LIGACAO.
           MOVE RES-REFERENCIAS-T(IDX-LIG) TO REFS-E.
           MOVE RES-ORFAOS-T(IDX-LIG)      TO ORFAOS-E.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LIG-ARQUIVO-T(IDX-LIG) TO LINHA-RELATORIO(1:16).
           MOVE LIG-CAMPO-T(IDX-LIG)   TO LINHA-RELATORIO(18:15).
           MOVE LIG-MESTRE-T(IDX-LIG)  TO LINHA-RELATORIO(34:17).
           MOVE REFS-E                 TO LINHA-RELATORIO(52:6).
           IF RES-MESTRE-T(IDX-LIG) = "S"
               MOVE ORFAOS-E TO LINHA-RELATORIO(59:6)
           ELSE
               IF RES-REFERENCIAS-T(IDX-LIG) > ZEROS
                   MOVE "MESTRE AUSENTE" TO LINHA-RELATORIO(59:14)
               END-IF
           END-IF.
           WRITE LINHA-RELATORIO.
           IF RES-ORFAOS-T(IDX-LIG) > ZEROS
               MOVE SPACES TO VALOR-EXCECAO
               STRING "ORFAOS: " DELIMITED BY SIZE
                      RES-ORFAOS-T(IDX-LIG) DELIMITED BY SIZE
                 INTO VALOR-EXCECAO
               MOVE SPACES TO MENSAGEM-EXCECAO
               STRING LIG-ARQUIVO-T(IDX-LIG) DELIMITED BY SPACE
                      " -> " DELIMITED BY SIZE
                      LIG-MESTRE-T(IDX-LIG) DELIMITED BY SPACE
                 INTO MENSAGEM-EXCECAO
               CALL "GRAVA-EXCECAO-SEV" USING "VERIFICA-REFERENCIAS"
                   LIG-CAMPO-T(IDX-LIG) VALOR-EXCECAO
                   MENSAGEM-EXCECAO "A"
           END-IF.
       CONFERE-COPIAS.
           MOVE CPA-NOME-P1-T(IDX-COPIA)    TO NOME-COPIA-P1.
           MOVE CPA-NOME-P2-T(IDX-COPIA)    TO NOME-COPIA-P2.
           MOVE CPA-CHAVE-INI-T(IDX-COPIA)  TO CHAVE-INI.
           MOVE CPA-CHAVE-TAM-T(IDX-COPIA)  TO CHAVE-TAM.
           MOVE CPA-IMAGEM-TAM-T(IDX-COPIA) TO IMAGEM-TAM.
           MOVE ZEROS TO DIVERGENCIAS.
           IF IDX-COPIA = 1
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE "COPIAS DUPLICADAS ENTRE P1 E P2"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
           PERFORM CARREGA-COPIA-P2.
           IF COPIAS-PRESENTES = "S"
               MOVE "N" TO FIM-ARQUIVO
               OPEN INPUT ARQ-COPIA-P1
               IF STATUS-COPIA = "00"
                   PERFORM LE-COPIA-P1 UNTIL FIM-ARQUIVO = "S"
                   PERFORM SOBRA-COPIA-P2
                       VARYING IDX-CP2 FROM 1 BY 1
                       UNTIL IDX-CP2 > QTDE-COPIA-P2
               ELSE
                   MOVE "N" TO COPIAS-PRESENTES
               END-IF
               CLOSE ARQ-COPIA-P1
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CPA-ARQUIVO-T(IDX-COPIA) TO LINHA-RELATORIO(1:16).
           IF COPIAS-PRESENTES = "N"
               MOVE "COPIAS NAO DISPONIVEIS - NAO COMPARADO"
                   TO LINHA-RELATORIO(18:38)
           ELSE
               IF DIVERGENCIAS = ZEROS
                   MOVE "COPIAS IDENTICAS" TO LINHA-RELATORIO(18:16)
               ELSE
                   MOVE DIVERGENCIAS TO CONT-E
                   STRING "DIVERGENCIAS: " DELIMITED BY SIZE
                          CONT-E DELIMITED BY SIZE
                     INTO LINHA-RELATORIO(18:20)
                   MOVE SPACES TO VALOR-EXCECAO
                   STRING "DIVERGENCIAS: " DELIMITED BY SIZE
                          DIVERGENCIAS DELIMITED BY SIZE
                     INTO VALOR-EXCECAO
                   CALL "GRAVA-EXCECAO-SEV" USING
                       "VERIFICA-REFERENCIAS"
                       CPA-ARQUIVO-T(IDX-COPIA) VALOR-EXCECAO
                       "COPIAS DE P1 E P2 FORA DE SINCRONIA     " "A"
               END-IF
           END-IF.
           WRITE LINHA-RELATORIO.
       CARREGA-COPIA-P2.
           MOVE ZEROS TO QTDE-COPIA-P2.
           MOVE "N" TO COPIAS-PRESENTES.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-COPIA-P2.
           IF STATUS-COPIA = "00"
               MOVE "S" TO COPIAS-PRESENTES
               PERFORM LE-COPIA-P2 UNTIL FIM-ARQUIVO = "S"
           END-IF.
           CLOSE ARQ-COPIA-P2.
       LE-COPIA-P2.
           READ ARQ-COPIA-P2
               AT END MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   IF QTDE-COPIA-P2 < 6000
                       ADD 1 TO QTDE-COPIA-P2
                       MOVE SPACES TO CP2-T-CHAVE(QTDE-COPIA-P2)
                       MOVE REG-COPIA-P2(CHAVE-INI:CHAVE-TAM)
                           TO CP2-T-CHAVE(QTDE-COPIA-P2)
                       MOVE SPACES TO CP2-T-IMAGEM(QTDE-COPIA-P2)
                       MOVE REG-COPIA-P2(1:IMAGEM-TAM)
                           TO CP2-T-IMAGEM(QTDE-COPIA-P2)
                       MOVE "N" TO CP2-T-ACHADO(QTDE-COPIA-P2)
                   END-IF
           END-READ.
       LE-COPIA-P1.
           READ ARQ-COPIA-P1
               AT END MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   MOVE SPACES TO CHAVE-COPIA
                   MOVE REG-COPIA-P1(CHAVE-INI:CHAVE-TAM)
                       TO CHAVE-COPIA
                   MOVE "N" TO COPIA-ACHADA
                   PERFORM COMPARA-COPIA
                       VARYING IDX-CP2 FROM 1 BY 1
                       UNTIL IDX-CP2 > QTDE-COPIA-P2
                          OR COPIA-ACHADA = "S"
                   IF COPIA-ACHADA = "N"
                       MOVE "EXISTE SO NA COPIA DE P1" TO SITUACAO-COPIA
                       PERFORM REGISTRA-DIVERGENCIA
                   END-IF
           END-READ.
       COMPARA-COPIA.
           IF CP2-T-ACHADO(IDX-CP2) = "N"
              AND CP2-T-CHAVE(IDX-CP2) = CHAVE-COPIA
               MOVE "S" TO COPIA-ACHADA
               MOVE "S" TO CP2-T-ACHADO(IDX-CP2)
               IF CP2-T-IMAGEM(IDX-CP2)(1:IMAGEM-TAM) NOT =
                  REG-COPIA-P1(1:IMAGEM-TAM)
                   MOVE "CONTEUDO DIFERENTE" TO SITUACAO-COPIA
                   PERFORM REGISTRA-DIVERGENCIA
               END-IF
           END-IF.
       SOBRA-COPIA-P2.
           IF CP2-T-ACHADO(IDX-CP2) = "N"
               MOVE CP2-T-CHAVE(IDX-CP2) TO CHAVE-COPIA
               MOVE "EXISTE SO NA COPIA DE P2" TO SITUACAO-COPIA
               PERFORM REGISTRA-DIVERGENCIA
           END-IF.
       REGISTRA-DIVERGENCIA.
           ADD 1 TO DIVERGENCIAS.
           ADD 1 TO CONT-DIVERGENCIAS.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CPA-ARQUIVO-T(IDX-COPIA) TO LINHA-RELATORIO(1:16).
           MOVE "CHAVE"                  TO LINHA-RELATORIO(18:5).
           MOVE CHAVE-COPIA              TO LINHA-RELATORIO(24:10).
           MOVE SITUACAO-COPIA           TO LINHA-RELATORIO(35:24).
           WRITE LINHA-RELATORIO.
           ADD 1 TO CONT-LINHAS.
       RODAPE-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE CONT-ORFAOS TO CONT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL DE REFERENCIAS ORFAS: " DELIMITED BY SIZE
                  CONT-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE CONT-DIVERGENCIAS TO CONT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL DE DIVERGENCIAS ENTRE COPIAS: "
                  DELIMITED BY SIZE
                  CONT-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
