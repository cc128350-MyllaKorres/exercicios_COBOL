                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-CARTAS ASSIGN TO "CARTAVAGA.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-EMPRESAS ASSIGN TO "EMPRESAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-ENCAMINHAMENTOS.
               02 VGT-EMP-COD   PIC 9(04).
           FD  ARQ-CARTAS.
           01  LINHA-CARTA      PIC X(80).
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
       WORKING-STORAGE SECTION.
           01 DADOS.
               02 OPCAO         PIC X(01) VALUE SPACE.
               02 STATUS-NOVO   PIC X(01) VALUE SPACE.
               02 NOME-CAND     PIC X(35) VALUE SPACES.
               02 EMPRESA-VAGA  PIC X(20) VALUE SPACES.
               02 EMP-COD-VAGA  PIC 9(04) VALUE ZEROS.
               02 CREDITO-EMP   PIC X(01) VALUE SPACE.
               02 AUX3          PIC Z.
           01 DADOS-CONTROLE.
               02 FLAG-CANDIDATO PIC X(01) VALUE "N".
               02 NOME-CARTA     PIC X(35) VALUE SPACES.
               02 CONT-CARTAS    PIC 9(03) VALUE ZEROS.
               02 CONT-CARTAS-E  PIC ZZ9.
           01 CAMPOS-CARTA.
               02 QTDE-CAMPOS-CARTA PIC 9(02) VALUE 03.
               02 FILLER        PIC X(12) VALUE "NOME".
               02 CARTA-NOME    PIC X(40) VALUE SPACES.
               02 FILLER        PIC X(12) VALUE "VAGA".
               02 CARTA-VAGA    PIC X(40) VALUE SPACES.
               02 FILLER        PIC X(12) VALUE "EMPRESA".
               02 CARTA-EMPRESA PIC X(40) VALUE SPACES.
           01 TEXTO-CARTA.
               02 QTDE-LINHAS-CARTA PIC 9(02) VALUE ZEROS.
               02 LINHA-MODELO  PIC X(80) OCCURS 40 TIMES.
           01 MODELO-ACHADO    PIC X(01) VALUE SPACE.
           01 IDX-LINHA-CARTA  PIC 9(02) VALUE ZEROS.
           01 MENSAGENS.
               02 MENSA0    PIC X(45) VALUE
               "SELECIONE UMA OPCAO < >".
               "STATUS INVALIDO".
               02 MENSA12   PIC X(45) VALUE
               "STATUS ATUALIZADO".
               02 MENSA13   PIC X(45) VALUE
               "EMPRESA DA VAGA BLOQUEADA POR INADIMPLENCIA".
           01 DATA-DO-SISTEMA.
               02 ANO       PIC 9(04) VALUE ZEROS.
               02 MES       PIC 9(02) VALUE ZEROS.
               ACCEPT CODIGO-VAGA-E AT 1126.
               MOVE CODIGO-VAGA-E TO CODIGO-VAGA.
               PERFORM LOCALIZA-VAGA.
               IF FLAG-VAGA = "S"
                   PERFORM VERIFICA-CREDITO-EMPRESA
               END-IF.
               EVALUATE FLAG-VAGA
                   WHEN "B"
                       MOVE "N" TO FLAG-VAGA
                       DISPLAY MENSA13 AT 2030
                       CALL "GRAVA-EXCECAO" USING "ENCAMINHAMENTOS     "
                           "VAGA           " "CREDITO-BLOQUEADO   "
                           MENSA13
                       CALL "C$SLEEP" USING 2
                   WHEN "N"
                       DISPLAY MENSA4 AT 2030
                       CALL "GRAVA-EXCECAO" USING "ENCAMINHAMENTOS     "
                           "VAGA           " "NAO-ABERTA          "
                           MENSA4
                       CALL "C$SLEEP" USING 2
                   WHEN OTHER
                       DISPLAY EMPRESA-VAGA AT 1329
               END-EVALUATE.
           LOCALIZA-VAGA.
               MOVE "N" TO FLAG-VAGA.
               MOVE "N" TO FIM-ARQUIVO.
                              AND VAGA-STATUS = "A"
                              AND VAGA-VALIDADE >= DATA-HOJE
                               MOVE VAGA-EMPRESA TO EMPRESA-VAGA
                               MOVE VAGA-EMP-COD TO EMP-COD-VAGA
                               MOVE "S"          TO FLAG-VAGA
                               MOVE "S"          TO FIM-ARQUIVO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE ARQ-VAGAS.
           VERIFICA-CREDITO-EMPRESA.
               MOVE SPACE TO CREDITO-EMP.
               MOVE "N"   TO FIM-ARQUIVO.
               OPEN INPUT ARQ-EMPRESAS.
               PERFORM UNTIL FIM-ARQUIVO = "S"
                   READ ARQ-EMPRESAS
                       AT END MOVE "S" TO FIM-ARQUIVO
                       NOT AT END
                           IF EMP-CODIGO = EMP-COD-VAGA
                               MOVE EMP-CREDITO TO CREDITO-EMP
                               MOVE "S"         TO FIM-ARQUIVO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE ARQ-EMPRESAS.
               IF CREDITO-EMP = "B"
                   MOVE "B" TO FLAG-VAGA
               END-IF.
           VERIFICA-DUPLICADO.
               MOVE "N" TO FLAG-DUPLICADO.
               MOVE "N" TO FIM-ARQUIVO.
           GERA-CARTA-CANDIDATO.
               ADD 1 TO CONT-CARTAS.
               PERFORM BUSCA-NOME-CARTA.
               MOVE NOME-CARTA   TO CARTA-NOME.
               MOVE CODIGO-VAGA  TO CARTA-VAGA.
               MOVE EMPRESA-VAGA TO CARTA-EMPRESA.
               CALL "MONTA-CARTA" USING "VAGAPREE" "CT" DATA-HOJE
                   CAMPOS-CARTA TEXTO-CARTA MODELO-ACHADO.
               PERFORM GRAVA-LINHA-MODELO
                   VARYING IDX-LINHA-CARTA FROM 1 BY 1
                   UNTIL IDX-LINHA-CARTA > QTDE-LINHAS-CARTA.
           GRAVA-LINHA-MODELO.
               MOVE LINHA-MODELO(IDX-LINHA-CARTA) TO LINHA-CARTA.
               WRITE LINHA-CARTA.
           BUSCA-NOME-CARTA.
               MOVE SPACES TO NOME-CARTA.
