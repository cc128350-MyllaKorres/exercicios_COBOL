                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-REQUISITOS ASSIGN TO "REQVAGAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-ABERTURAS ASSIGN TO "ABERTVAGA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-REQUISITOS-TMP ASSIGN TO "REQTMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-PROFISSOES ASSIGN TO "PROFISSOES.DAT"
               02 RQT-EXPERIENCIA   PIC 9(02).
               02 RQT-IDIOMA        PIC X(10).
               02 RQT-HABILIDADE    PIC X(20).
           FD  ARQ-ABERTURAS.
           01  REG-ABERTURA.
               02 ABV-VAGA      PIC 9(03).
               02 ABV-DATA      PIC 9(08).
               02 ABV-ORIGEM    PIC X(01).
           FD  ARQ-PROFISSOES.
           01  REG-PROFISSAO.
               02 PROF-CODIGO    PIC 9(01).
               02 EMP-TELEFONE  PIC X(11).
               02 EMP-ENDERECO  PIC X(30).
               02 EMP-UF        PIC X(02).
               02 EMP-QUADRO    PIC 9(06).
               02 EMP-CREDITO   PIC X(01).
               02 EMP-DIAS-ATR  PIC 9(04).
               02 EMP-VLR-ATR   PIC 9(09)V99.
               02 EMP-LIB-ATE   PIC 9(08).
               02 EMP-MUNICIPIO PIC 9(07).
       WORKING-STORAGE SECTION.
           01 DADOS.
               02 OPCAO         PIC X(01) VALUE SPACE.
               02 AUX3          PIC Z.
               02 LINHA-LISTA   PIC 9(04) VALUE ZEROS.
               02 CONT-LISTA    PIC 9(02) VALUE ZERO.
           01 DADOS-OPERADOR.
               02 OPERADOR-SESSAO PIC X(08) VALUE SPACES.
               02 PERFIL-SESSAO   PIC X(01) VALUE SPACE.
           01 DADOS-AUDITORIA.
               02 CHAVE-AUDITORIA PIC X(15) VALUE SPACES.
               02 ACAO-AUDITORIA  PIC X(01) VALUE SPACE.
               02 IMAGEM-ANTES    PIC X(150) VALUE SPACES.
               02 IMAGEM-DEPOIS   PIC X(150) VALUE SPACES.
           01 DADOS-MANUTENCAO.
               02 FLAG-ACHADO   PIC X(01) VALUE "N".
               02 FIM-VAGAS     PIC X(01) VALUE "N".
               02 EMP-COD        PIC 9(04) VALUE ZEROS.
               02 EMP-COD-E      PIC ZZZ9.
               02 EMPRESA-ACHADA PIC X(01) VALUE "N".
               02 CREDITO-EMP    PIC X(01) VALUE SPACE.
               02 FIM-EMPRESAS   PIC X(01) VALUE "N".
           01 QTDE-ESTADOS  PIC 9(02) VALUE ZEROS.
           01 FIM-ESTADOS   PIC X(01) VALUE "N".
               "UF INVALIDA - USE UMA SIGLA DE ESTADOS.DAT".
               02 MENSA14   PIC X(45) VALUE
               "EMPRESA NAO CADASTRADA".
               02 MENSA15   PIC X(45) VALUE
               "EMPRESA BLOQUEADA POR INADIMPLENCIA".
           01 DATA-DO-SISTEMA.
               02 ANO       PIC 9(04) VALUE ZEROS.
               02 MES       PIC 9(02) VALUE ZEROS.
               MOVE ANO TO DATA-HOJE(1:4).
               MOVE MES TO DATA-HOJE(5:2).
               MOVE DIA TO DATA-HOJE(7:2).
               CALL "LE-OPERADOR" USING OPERADOR-SESSAO PERFIL-SESSAO.
               PERFORM CARREGA-PROFISSOES.
               PERFORM CARREGA-ESTADOS.
               INITIALIZE OPCAO.
               MOVE EMP-COD     TO VAGA-EMP-COD.
               OPEN EXTEND ARQ-VAGAS.
               WRITE REG-VAGA.
               MOVE REG-VAGA    TO IMAGEM-DEPOIS.
               CLOSE ARQ-VAGAS.
               MOVE SPACES      TO IMAGEM-ANTES.
               MOVE "I"         TO ACAO-AUDITORIA.
               PERFORM GRAVA-AUDITORIA-VAGA.
               MOVE CODIGO      TO ABV-VAGA.
               MOVE DATA-HOJE   TO ABV-DATA.
               MOVE "T"         TO ABV-ORIGEM.
               OPEN EXTEND ARQ-ABERTURAS.
               WRITE REG-ABERTURA.
               CLOSE ARQ-ABERTURAS.
               CALL "ATUALIZA-CONTROLE" USING "VAGAS.DAT       ".
           ALTERAR-VAGA.
               DISPLAY TELA2.
                       AT END MOVE "S" TO FIM-VAGAS
                       NOT AT END
                           IF VAGA-CODIGO = CODIGO
                               MOVE REG-VAGA TO IMAGEM-ANTES
                               IF OPCAO2 = "1"
                                   MOVE PROF       TO VAGA-PROF
                                   MOVE SALARIO    TO VAGA-SALARIO
                                   MOVE QTDE-VAGAS TO VAGA-QTDE
                                   MOVE VALIDADE   TO VAGA-VALIDADE
                                   MOVE "A"        TO ACAO-AUDITORIA
                               ELSE
                                   MOVE STATUS-VAGA TO VAGA-STATUS
                                   MOVE "D"         TO ACAO-AUDITORIA
                               END-IF
                               MOVE REG-VAGA TO IMAGEM-DEPOIS
                           END-IF
                           MOVE VAGA-CODIGO   TO TMP-CODIGO
                           MOVE VAGA-EMPRESA  TO TMP-EMPRESA
               CLOSE ARQ-VAGAS.
               CLOSE ARQ-VAGAS-TMP.
               CALL "ATUALIZA-CONTROLE" USING "VAGAS.DAT       ".
               PERFORM GRAVA-AUDITORIA-VAGA.
           GRAVA-AUDITORIA-VAGA.
               MOVE CODIGO TO CHAVE-AUDITORIA.
               CALL "GRAVA-AUDITORIA" USING "VAGAS.DAT       "
                   CHAVE-AUDITORIA ACAO-AUDITORIA OPERADOR-SESSAO
                   IMAGEM-ANTES IMAGEM-DEPOIS.
           LISTAR-VAGAS.
               DISPLAY TELA3.
               MOVE ZERO TO CONT-LISTA.
                       MENSA14
                   CALL "C$SLEEP" USING 2
               ELSE
                   IF CREDITO-EMP = "B"
                       MOVE SPACES TO EMPRESA
                       DISPLAY MENSA15 AT 2030
                       CALL "GRAVA-EXCECAO" USING "CADASTRO-VAGAS      "
                           "EMPRESA        " "CREDITO-BLOQUEADO   "
                           MENSA15
                       CALL "C$SLEEP" USING 2
                   ELSE
                       DISPLAY EMPRESA AT 0735
                   END-IF
               END-IF.
           LOCALIZA-EMPRESA.
               MOVE "N" TO EMPRESA-ACHADA.
               MOVE "N" TO FIM-EMPRESAS.
               MOVE SPACE TO CREDITO-EMP.
               OPEN INPUT ARQ-EMPRESAS.
               PERFORM LE-EMPRESA UNTIL FIM-EMPRESAS = "S".
               CLOSE ARQ-EMPRESAS.
                   NOT AT END
                       IF EMP-CODIGO = EMP-COD
                           MOVE EMP-RAZAO(1:20) TO EMPRESA
                           MOVE EMP-CREDITO     TO CREDITO-EMP
                           MOVE "S" TO EMPRESA-ACHADA
                           MOVE "S" TO FIM-EMPRESAS
                       END-IF
