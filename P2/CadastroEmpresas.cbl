               02 EMP-TELEFONE  PIC X(11).
               02 EMP-ENDERECO  PIC X(30).
               02 EMP-UF        PIC X(02).
               02 EMP-QUADRO    PIC 9(06).
               02 EMP-CREDITO   PIC X(01).
               02 EMP-DIAS-ATR  PIC 9(04).
               02 EMP-VLR-ATR   PIC 9(09)V99.
               02 EMP-LIB-ATE   PIC 9(08).
               02 EMP-MUNICIPIO PIC 9(07).
           FD  ARQ-ESTADOS.
           01  REG-ESTADO.
               02 REG-ESTADO-NOME   PIC X(19).
               02 TELEFONE      PIC X(11) VALUE SPACES.
               02 ENDERECO      PIC X(30) VALUE SPACES.
               02 UF-EMPRESA    PIC X(02) VALUE SPACES.
               02 CEP           PIC 9(08) VALUE ZEROS.
               02 CIDADE        PIC X(20) VALUE SPACES.
               02 MUNICIPIO     PIC 9(07) VALUE ZEROS.
               02 MUNICIPIO-OK  PIC X(01) VALUE "N".
               02 RETORNO-MUNICIPIO PIC X(01) VALUE SPACE.
               02 QUADRO        PIC 9(06) VALUE ZEROS.
               02 QUADRO-E      PIC ZZZZZ9.
               02 CONTINUAR     PIC X(01) VALUE SPACE.
               02 FIM-EMPRESAS  PIC X(01) VALUE "N".
           01 DADOS-CNPJ.
               "UF INVALIDA - USE UMA SIGLA DE ESTADOS.DAT".
               02 MENSA12   PIC X(45) VALUE
               "CNPJ JA CADASTRADO".
               02 MENSA13   PIC X(45) VALUE
               "DIGITE O NUMERO DE EMPREGADOS (QUADRO)".
               02 MENSA14   PIC X(45) VALUE
               "DIGITE O CEP (ZERO PARA INFORMAR A CIDADE)".
               02 MENSA15   PIC X(45) VALUE
               "DIGITE A CIDADE".
               02 MENSA16   PIC X(45) VALUE
               "CEP FORA DAS FAIXAS DE CEPFAIXAS.DAT".
               02 MENSA17   PIC X(45) VALUE
               "CIDADE/UF NAO CONFERE COM MUNICIPIOS.DAT".
           01 DADOS-OPERADOR.
               02 OPERADOR-SESSAO PIC X(08) VALUE SPACES.
               02 PERFIL-SESSAO   PIC X(01) VALUE SPACE.
           01 DADOS-AUDITORIA.
               02 CHAVE-AUDITORIA PIC X(15) VALUE SPACES.
               02 IMAGEM-ANTES    PIC X(150) VALUE SPACES.
               02 IMAGEM-DEPOIS   PIC X(150) VALUE SPACES.
           01 DATA-DO-SISTEMA.
               02 ANO       PIC 9(04) VALUE ZEROS.
               02 MES       PIC 9(02) VALUE ZEROS.
               02 LINE 11 COLUMN 20 VALUE "CONTATO: ".
               02 LINE 13 COLUMN 20 VALUE "TELEFONE: ".
               02 LINE 15 COLUMN 20 VALUE "ENDERECO: ".
               02 LINE 16 COLUMN 20 VALUE "CEP: ".
               02 LINE 16 COLUMN 40 VALUE "CIDADE: ".
               02 LINE 17 COLUMN 20 VALUE "UF: ".
               02 LINE 18 COLUMN 20 VALUE "QUADRO FUNCIONAL: ".
               02 LINE 20 COLUMN 20 VALUE "MENSAGEM: ".
       PROCEDURE DIVISION.
       INICIO.
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           CALL "LE-OPERADOR" USING OPERADOR-SESSAO PERFIL-SESSAO.
           PERFORM CARREGA-ESTADOS.
           PERFORM PROCESSO UNTIL CONTINUAR = "N".
           DISPLAY MENSA9 AT 2030.
           MOVE SPACES TO TELEFONE.
           MOVE SPACES TO ENDERECO.
           MOVE SPACES TO UF-EMPRESA.
           MOVE ZEROS  TO CEP.
           MOVE SPACES TO CIDADE.
           MOVE ZEROS  TO MUNICIPIO.
           MOVE ZEROS  TO QUADRO.
           PERFORM PROXIMO-CODIGO.
           MOVE CODIGO TO CODIGO-E.
           DISPLAY CODIGO-E AT 0528.
           PERFORM RECEBE-CONTATO.
           PERFORM RECEBE-TELEFONE.
           PERFORM RECEBE-ENDERECO.
           MOVE "N" TO MUNICIPIO-OK.
           PERFORM RECEBE-MUNICIPIO UNTIL MUNICIPIO-OK = "S".
           PERFORM RECEBE-QUADRO.
           PERFORM GRAVA-EMPRESA.
           DISPLAY MENSA7 AT 2030.
           DISPLAY MENSA8 AT 2230.
       RECEBE-ENDERECO.
           DISPLAY MENSA5 AT 2030.
           ACCEPT ENDERECO AT 1530.
       RECEBE-MUNICIPIO.
           DISPLAY MENSA14 AT 2030.
           ACCEPT CEP AT 1625.
           MOVE SPACES TO CIDADE.
           MOVE SPACES TO UF-EMPRESA.
           IF CEP = ZEROS
               PERFORM RECEBE-CIDADE UNTIL CIDADE <> SPACES
               MOVE "N" TO UF-OK
               PERFORM RECEBE-UF-EMPRESA UNTIL UF-OK = "S"
           END-IF.
           MOVE ZEROS TO MUNICIPIO.
           CALL "VALIDA-MUNICIPIO" USING CEP CIDADE UF-EMPRESA
               MUNICIPIO RETORNO-MUNICIPIO.
           IF RETORNO-MUNICIPIO = "S"
               MOVE "S" TO MUNICIPIO-OK
               DISPLAY CIDADE AT 1648
               DISPLAY UF-EMPRESA AT 1724
           ELSE
               IF RETORNO-MUNICIPIO = "C"
                   DISPLAY MENSA16 AT 2030
                   CALL "GRAVA-EXCECAO" USING "CADASTRO-EMPRESAS   "
                       "CEP            " "FORA DAS FAIXAS     "
                       MENSA16
               ELSE
                   DISPLAY MENSA17 AT 2030
                   CALL "GRAVA-EXCECAO" USING "CADASTRO-EMPRESAS   "
                       "CIDADE         " "NAO CADASTRADA      "
                       MENSA17
               END-IF
               CALL "C$SLEEP" USING 2
           END-IF.
       RECEBE-CIDADE.
           DISPLAY MENSA15 AT 2030.
           ACCEPT CIDADE AT 1648.
       RECEBE-UF-EMPRESA.
           DISPLAY MENSA6 AT 2030.
           ACCEPT UF-EMPRESA AT 1724.
                   "UF             " "INVALIDA            "
                   MENSA11
               CALL "C$SLEEP" USING 2.
       RECEBE-QUADRO.
           DISPLAY MENSA13 AT 2030.
           ACCEPT QUADRO-E AT 1838.
           MOVE QUADRO-E TO QUADRO.
       VALIDA-UF.
           MOVE "N" TO UF-OK.
           PERFORM TEST AFTER VARYING LOOP-UF FROM 1 BY 1
           MOVE TELEFONE   TO EMP-TELEFONE.
           MOVE ENDERECO   TO EMP-ENDERECO.
           MOVE UF-EMPRESA TO EMP-UF.
           MOVE QUADRO     TO EMP-QUADRO.
           MOVE "N"        TO EMP-CREDITO.
           MOVE ZEROS      TO EMP-DIAS-ATR.
           MOVE ZEROS      TO EMP-VLR-ATR.
           MOVE ZEROS      TO EMP-LIB-ATE.
           MOVE MUNICIPIO  TO EMP-MUNICIPIO.
           OPEN EXTEND ARQ-EMPRESAS.
           WRITE REG-EMPRESA.
           MOVE REG-EMPRESA TO IMAGEM-DEPOIS.
           CLOSE ARQ-EMPRESAS.
           CALL "ATUALIZA-CONTROLE" USING "EMPRESAS.DAT    ".
           MOVE CODIGO TO CHAVE-AUDITORIA.
           MOVE SPACES TO IMAGEM-ANTES.
           CALL "GRAVA-AUDITORIA" USING "EMPRESAS.DAT    "
               CHAVE-AUDITORIA "I" OPERADOR-SESSAO IMAGEM-ANTES
               IMAGEM-DEPOIS.
