       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-MUNICIPIOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-MUNICIPIOS ASSIGN TO "MUNICIPIOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-MUNICIPIOS-TMP ASSIGN TO "MUNICTMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-FAIXAS ASSIGN TO "CEPFAIXAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-FAIXAS-TMP ASSIGN TO "CEPFXTMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-ESTADOS ASSIGN TO "ESTADOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-HISTORICO ASSIGN TO "MUNICHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-MUNICIPIOS.
           01  REG-MUNICIPIO.
               02 MUN-CODIGO    PIC 9(07).
               02 MUN-NOME      PIC X(30).
               02 MUN-UF        PIC X(02).
           FD  ARQ-MUNICIPIOS-TMP.
           01  REG-MUNICIPIO-TMP PIC X(39).
           FD  ARQ-FAIXAS.
           01  REG-FAIXA.
               02 FAI-CEP-INICIAL PIC 9(08).
               02 FAI-CEP-FINAL   PIC 9(08).
               02 FAI-MUNICIPIO   PIC 9(07).
           FD  ARQ-FAIXAS-TMP.
           01  REG-FAIXA-TMP    PIC X(23).
           FD  ARQ-ESTADOS.
           01  REG-ESTADO.
               02 REG-ESTADO-NOME   PIC X(19).
               02 REG-ESTADO-SIGLA  PIC X(02).
           FD  ARQ-HISTORICO.
           01  REG-HISTORICO.
               02 HIS-DATA       PIC 9(08).
               02 HIS-HORA       PIC 9(06).
               02 HIS-TABELA     PIC X(01).
               02 HIS-ACAO       PIC X(01).
               02 HIS-ANTES      PIC X(39).
               02 HIS-DEPOIS     PIC X(39).
               02 HIS-OPERADOR   PIC X(08).
       WORKING-STORAGE SECTION.
           01 DADOS-OPERADOR.
               02 OPERADOR-SESSAO PIC X(08) VALUE SPACES.
               02 PERFIL-SESSAO   PIC X(01) VALUE SPACE.
           01 DADOS-ACESSO.
               02 PROGRAMA-ACESSO PIC X(20) VALUE "CADASTRO-MUNICIPIOS".
               02 ACESSO-OK       PIC X(01) VALUE SPACE.
           01 DATA-DO-SISTEMA.
               02 ANO          PIC 9(04) VALUE ZEROS.
               02 MES          PIC 9(02) VALUE ZEROS.
               02 DIA          PIC 9(02) VALUE ZEROS.
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
           01 HORA-AGORA       PIC 9(08) VALUE ZEROS.
           01 CONTINUAR        PIC X(01) VALUE SPACE.
           01 OPCAO            PIC X(01) VALUE SPACE.
           01 CONFIRMA         PIC X(01) VALUE SPACE.
           01 FIM-MUNICIPIOS   PIC X(01) VALUE "N".
           01 FIM-FAIXAS       PIC X(01) VALUE "N".
           01 FIM-ESTADOS      PIC X(01) VALUE "N".
           01 FIM-HISTORICO    PIC X(01) VALUE "N".
           01 MUNICIPIO-INFORMADO.
               02 CODIGO-INF    PIC 9(07) VALUE ZEROS.
               02 NOME-INF      PIC X(30) VALUE SPACES.
               02 UF-INF        PIC X(02) VALUE SPACES.
           01 MUNICIPIO-ANTERIOR.
               02 CODIGO-ANT    PIC 9(07) VALUE ZEROS.
               02 NOME-ANT      PIC X(30) VALUE SPACES.
               02 UF-ANT        PIC X(02) VALUE SPACES.
           01 FAIXA-INFORMADA.
               02 CEP-INICIAL-INF PIC 9(08) VALUE ZEROS.
               02 CEP-FINAL-INF   PIC 9(08) VALUE ZEROS.
               02 MUNICIPIO-INF   PIC 9(07) VALUE ZEROS.
           01 FAIXA-ANTERIOR   PIC X(23) VALUE SPACES.
           01 NOME-ENTRADA     PIC X(30) VALUE SPACES.
           01 UF-ENTRADA       PIC X(02) VALUE SPACES.
           01 UF-FILTRO        PIC X(02) VALUE SPACES.
           01 MUNICIPIO-ACHADO PIC X(01) VALUE "N".
           01 NOME-REPETIDO    PIC X(01) VALUE "N".
           01 UF-ACHADA        PIC X(01) VALUE "N".
           01 FAIXA-ACHADA     PIC X(01) VALUE "N".
           01 FAIXA-SOBREPOSTA PIC X(01) VALUE "N".
           01 NOVO-GRAVADO     PIC X(01) VALUE "N".
           01 ACAO-REGRAVA     PIC X(01) VALUE SPACE.
           01 TABELA-REGRAVA   PIC X(01) VALUE SPACE.
           01 QTDE-FAIXAS-MUN  PIC 9(04) VALUE ZEROS.
           01 CONT-LISTADOS    PIC 9(04) VALUE ZEROS.
           01 CAMPOS-EDITADOS.
               02 DATA-E       PIC 9999/99/99.
               02 CONT-E       PIC ZZZ9.
               02 CEP-INICIAL-E.
                   03 CEP-INI-PREFIXO PIC 9(05).
                   03 FILLER          PIC X(01) VALUE "-".
                   03 CEP-INI-SUFIXO  PIC 9(03).
               02 CEP-FINAL-E.
                   03 CEP-FIM-PREFIXO PIC 9(05).
                   03 FILLER          PIC X(01) VALUE "-".
                   03 CEP-FIM-SUFIXO  PIC 9(03).
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CADASTRO DE MUNICIPIOS E FAIXAS DE CEP".
           CALL "IDENTIFICA-OPERADOR" USING OPERADOR-SESSAO
               PERFIL-SESSAO.
           CALL "VERIFICA-ACESSO" USING PERFIL-SESSAO
               PROGRAMA-ACESSO ACESSO-OK.
           IF ACESSO-OK = "N"
               DISPLAY "ACESSO NEGADO AO PROGRAMA"
               CALL "GRAVA-EXCECAO" USING "CADASTRO-MUNICIPIOS "
                   "OPE-PERFIL     " "ACESSO-NEGADO       "
                   "PERFIL SEM DIREITO AO PROGRAMA          "
               STOP RUN
           END-IF.
           IF PERFIL-SESSAO NOT = "S"
               DISPLAY "SOMENTE SUPERVISOR ALTERA MUNICIPIOS"
               CALL "GRAVA-EXCECAO" USING "CADASTRO-MUNICIPIOS "
                   "OPE-PERFIL     " "SEM-PERMISSAO       "
                   "ACESSO A MUNICIPIOS SEM PERFIL          "
               STOP RUN
           END-IF.
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           MOVE "S" TO CONTINUAR.
           PERFORM PROCESSO THRU PROCESSO-FIM
               UNTIL CONTINUAR NOT = "S".
           DISPLAY "FIM DO PROGRAMA".
           STOP RUN.
       PROCESSO.
           DISPLAY " ".
           DISPLAY "MUNICIPIOS: I-INCLUI  A-ALTERA  E-EXCLUI  L-LISTA".
           DISPLAY "FAIXAS CEP: C-INCLUI  X-EXCLUI  K-LISTA   "
                   "H-HISTORICO  F-FIM".
           DISPLAY "OPCAO: ".
           MOVE SPACE TO OPCAO.
           ACCEPT OPCAO.
           MOVE FUNCTION UPPER-CASE(OPCAO) TO OPCAO.
           EVALUATE OPCAO
               WHEN "I"
                   PERFORM INCLUI-MUNICIPIO THRU INCLUI-MUNICIPIO-FIM
               WHEN "A"
                   PERFORM ALTERA-MUNICIPIO THRU ALTERA-MUNICIPIO-FIM
               WHEN "E"
                   PERFORM EXCLUI-MUNICIPIO THRU EXCLUI-MUNICIPIO-FIM
               WHEN "L"
                   PERFORM LISTA-MUNICIPIOS
               WHEN "C"
                   PERFORM INCLUI-FAIXA THRU INCLUI-FAIXA-FIM
               WHEN "X"
                   PERFORM EXCLUI-FAIXA THRU EXCLUI-FAIXA-FIM
               WHEN "K"
                   PERFORM LISTA-FAIXAS
               WHEN "H"
                   PERFORM LISTA-HISTORICO
               WHEN "F"
                   MOVE "N" TO CONTINUAR
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
       PROCESSO-FIM.
           EXIT.
       INCLUI-MUNICIPIO.
           PERFORM RECEBE-CODIGO.
           IF CODIGO-INF = ZEROS
               GO TO INCLUI-MUNICIPIO-FIM
           END-IF.
           PERFORM LOCALIZA-MUNICIPIO.
           IF MUNICIPIO-ACHADO = "S"
               DISPLAY "MUNICIPIO JA CADASTRADO - USE A OPCAO ALTERA"
               GO TO INCLUI-MUNICIPIO-FIM
           END-IF.
           PERFORM RECEBE-NOME-UF.
           IF NOME-ENTRADA = SPACES OR UF-ENTRADA = SPACES
               DISPLAY "NOME E UF OBRIGATORIOS - INCLUSAO CANCELADA"
               GO TO INCLUI-MUNICIPIO-FIM
           END-IF.
           MOVE NOME-ENTRADA TO NOME-INF.
           MOVE UF-ENTRADA   TO UF-INF.
           PERFORM CONFERE-NOME-UF THRU CONFERE-NOME-UF-FIM.
           IF UF-ACHADA = "N" OR NOME-REPETIDO = "S"
               GO TO INCLUI-MUNICIPIO-FIM
           END-IF.
           PERFORM PEDE-CONFIRMACAO.
           IF CONFIRMA NOT = "S"
               DISPLAY "INCLUSAO CANCELADA"
               GO TO INCLUI-MUNICIPIO-FIM
           END-IF.
           MOVE "I" TO ACAO-REGRAVA.
           PERFORM REGRAVA-MUNICIPIOS.
           MOVE "M"                 TO TABELA-REGRAVA.
           MOVE SPACES              TO HIS-ANTES.
           MOVE MUNICIPIO-INFORMADO TO HIS-DEPOIS.
           PERFORM GRAVA-HISTORICO.
           DISPLAY "MUNICIPIO INCLUIDO".
       INCLUI-MUNICIPIO-FIM.
           EXIT.
       ALTERA-MUNICIPIO.
           PERFORM RECEBE-CODIGO.
           IF CODIGO-INF = ZEROS
               GO TO ALTERA-MUNICIPIO-FIM
           END-IF.
           PERFORM LOCALIZA-MUNICIPIO.
           IF MUNICIPIO-ACHADO = "N"
               DISPLAY "MUNICIPIO NAO CADASTRADO"
               GO TO ALTERA-MUNICIPIO-FIM
           END-IF.
           DISPLAY "ATUAL: " NOME-ANT " " UF-ANT.
           DISPLAY "(BRANCO = MANTER)".
           PERFORM RECEBE-NOME-UF.
           MOVE NOME-ANT TO NOME-INF.
           MOVE UF-ANT   TO UF-INF.
           IF NOME-ENTRADA NOT = SPACES
               MOVE NOME-ENTRADA TO NOME-INF
           END-IF.
           IF UF-ENTRADA NOT = SPACES
               MOVE UF-ENTRADA TO UF-INF
           END-IF.
           IF NOME-INF = NOME-ANT AND UF-INF = UF-ANT
               DISPLAY "NENHUMA ALTERACAO INFORMADA"
               GO TO ALTERA-MUNICIPIO-FIM
           END-IF.
           PERFORM CONFERE-NOME-UF THRU CONFERE-NOME-UF-FIM.
           IF UF-ACHADA = "N" OR NOME-REPETIDO = "S"
               GO TO ALTERA-MUNICIPIO-FIM
           END-IF.
           PERFORM PEDE-CONFIRMACAO.
           IF CONFIRMA NOT = "S"
               DISPLAY "ALTERACAO CANCELADA"
               GO TO ALTERA-MUNICIPIO-FIM
           END-IF.
           MOVE "A" TO ACAO-REGRAVA.
           PERFORM REGRAVA-MUNICIPIOS.
           MOVE "M"                 TO TABELA-REGRAVA.
           MOVE MUNICIPIO-ANTERIOR  TO HIS-ANTES.
           MOVE MUNICIPIO-INFORMADO TO HIS-DEPOIS.
           PERFORM GRAVA-HISTORICO.
           DISPLAY "MUNICIPIO ALTERADO".
       ALTERA-MUNICIPIO-FIM.
           EXIT.
       EXCLUI-MUNICIPIO.
           PERFORM RECEBE-CODIGO.
           IF CODIGO-INF = ZEROS
               GO TO EXCLUI-MUNICIPIO-FIM
           END-IF.
           PERFORM LOCALIZA-MUNICIPIO.
           IF MUNICIPIO-ACHADO = "N"
               DISPLAY "MUNICIPIO NAO CADASTRADO"
               GO TO EXCLUI-MUNICIPIO-FIM
           END-IF.
           MOVE CODIGO-INF TO MUNICIPIO-INF.
           PERFORM CONTA-FAIXAS-MUNICIPIO.
           IF QTDE-FAIXAS-MUN > ZEROS
               MOVE QTDE-FAIXAS-MUN TO CONT-E
               DISPLAY "MUNICIPIO POSSUI " CONT-E " FAIXA(S) DE CEP"
               DISPLAY "EXCLUA AS FAIXAS ANTES DO MUNICIPIO"
               GO TO EXCLUI-MUNICIPIO-FIM
           END-IF.
           MOVE MUNICIPIO-ANTERIOR TO MUNICIPIO-INFORMADO.
           PERFORM PEDE-CONFIRMACAO.
           IF CONFIRMA NOT = "S"
               DISPLAY "EXCLUSAO CANCELADA"
               GO TO EXCLUI-MUNICIPIO-FIM
           END-IF.
           MOVE "E" TO ACAO-REGRAVA.
           PERFORM REGRAVA-MUNICIPIOS.
           MOVE "M"                TO TABELA-REGRAVA.
           MOVE MUNICIPIO-ANTERIOR TO HIS-ANTES.
           MOVE SPACES             TO HIS-DEPOIS.
           PERFORM GRAVA-HISTORICO.
           DISPLAY "MUNICIPIO EXCLUIDO".
       EXCLUI-MUNICIPIO-FIM.
           EXIT.
       RECEBE-CODIGO.
           MOVE ZEROS  TO CODIGO-INF.
           MOVE SPACES TO NOME-INF.
           MOVE SPACES TO UF-INF.
           DISPLAY "CODIGO IBGE DO MUNICIPIO (ZERO = VOLTAR): ".
           ACCEPT CODIGO-INF.
           IF CODIGO-INF NOT = ZEROS AND CODIGO-INF < 1000000
               DISPLAY "CODIGO IBGE DEVE TER 7 DIGITOS"
               MOVE ZEROS TO CODIGO-INF
           END-IF.
       RECEBE-NOME-UF.
           DISPLAY "NOME DO MUNICIPIO: ".
           MOVE SPACES TO NOME-ENTRADA.
           ACCEPT NOME-ENTRADA.
           MOVE FUNCTION UPPER-CASE(NOME-ENTRADA) TO NOME-ENTRADA.
           IF NOME-ENTRADA NOT = SPACES
               MOVE FUNCTION TRIM(NOME-ENTRADA LEADING)
                   TO NOME-ENTRADA
           END-IF.
           DISPLAY "UF: ".
           MOVE SPACES TO UF-ENTRADA.
           ACCEPT UF-ENTRADA.
           MOVE FUNCTION UPPER-CASE(UF-ENTRADA) TO UF-ENTRADA.
       CONFERE-NOME-UF.
           MOVE "N" TO UF-ACHADA.
           MOVE "N" TO FIM-ESTADOS.
           OPEN INPUT ARQ-ESTADOS.
           PERFORM PROCURA-ESTADO UNTIL FIM-ESTADOS = "S".
           CLOSE ARQ-ESTADOS.
           IF UF-ACHADA = "N"
               DISPLAY "UF NAO CADASTRADA EM ESTADOS.DAT"
               GO TO CONFERE-NOME-UF-FIM
           END-IF.
           MOVE "N" TO NOME-REPETIDO.
           MOVE "N" TO FIM-MUNICIPIOS.
           OPEN INPUT ARQ-MUNICIPIOS.
           PERFORM PROCURA-NOME UNTIL FIM-MUNICIPIOS = "S".
           CLOSE ARQ-MUNICIPIOS.
           IF NOME-REPETIDO = "S"
               DISPLAY "JA EXISTE MUNICIPIO COM ESTE NOME NA UF"
           END-IF.
       CONFERE-NOME-UF-FIM.
           EXIT.
       PROCURA-ESTADO.
           READ ARQ-ESTADOS
               AT END MOVE "S" TO FIM-ESTADOS
               NOT AT END
                   IF REG-ESTADO-SIGLA = UF-INF
                       MOVE "S" TO UF-ACHADA
                       MOVE "S" TO FIM-ESTADOS
                   END-IF
           END-READ.
       PROCURA-NOME.
           READ ARQ-MUNICIPIOS
               AT END MOVE "S" TO FIM-MUNICIPIOS
               NOT AT END
                   IF MUN-NOME = NOME-INF AND MUN-UF = UF-INF
                      AND MUN-CODIGO NOT = CODIGO-INF
                       MOVE "S" TO NOME-REPETIDO
                       MOVE "S" TO FIM-MUNICIPIOS
                   END-IF
           END-READ.
       PEDE-CONFIRMACAO.
           DISPLAY CODIGO-INF " " NOME-INF " " UF-INF.
           DISPLAY "CONFIRMA (S/N)? ".
           MOVE SPACE TO CONFIRMA.
           ACCEPT CONFIRMA.
           MOVE FUNCTION UPPER-CASE(CONFIRMA) TO CONFIRMA.
       LOCALIZA-MUNICIPIO.
           MOVE "N"    TO MUNICIPIO-ACHADO.
           MOVE ZEROS  TO CODIGO-ANT.
           MOVE SPACES TO NOME-ANT.
           MOVE SPACES TO UF-ANT.
           MOVE "N"    TO FIM-MUNICIPIOS.
           OPEN INPUT ARQ-MUNICIPIOS.
           PERFORM PROCURA-MUNICIPIO UNTIL FIM-MUNICIPIOS = "S".
           CLOSE ARQ-MUNICIPIOS.
       PROCURA-MUNICIPIO.
           READ ARQ-MUNICIPIOS
               AT END MOVE "S" TO FIM-MUNICIPIOS
               NOT AT END
                   IF MUN-CODIGO = CODIGO-INF
                       MOVE "S"           TO MUNICIPIO-ACHADO
                       MOVE REG-MUNICIPIO TO MUNICIPIO-ANTERIOR
                       MOVE "S"           TO FIM-MUNICIPIOS
                   END-IF
           END-READ.
       REGRAVA-MUNICIPIOS.
           MOVE "N" TO NOVO-GRAVADO.
           MOVE "N" TO FIM-MUNICIPIOS.
           OPEN INPUT  ARQ-MUNICIPIOS.
           OPEN OUTPUT ARQ-MUNICIPIOS-TMP.
           PERFORM COPIA-MUNICIPIO UNTIL FIM-MUNICIPIOS = "S".
           IF ACAO-REGRAVA = "I" AND NOVO-GRAVADO = "N"
               PERFORM GRAVA-MUNICIPIO-NOVO
           END-IF.
           CLOSE ARQ-MUNICIPIOS.
           CLOSE ARQ-MUNICIPIOS-TMP.
           MOVE "N" TO FIM-MUNICIPIOS.
           OPEN INPUT  ARQ-MUNICIPIOS-TMP.
           OPEN OUTPUT ARQ-MUNICIPIOS.
           PERFORM DEVOLVE-MUNICIPIO UNTIL FIM-MUNICIPIOS = "S".
           CLOSE ARQ-MUNICIPIOS-TMP.
           CLOSE ARQ-MUNICIPIOS.
       COPIA-MUNICIPIO.
           READ ARQ-MUNICIPIOS
               AT END MOVE "S" TO FIM-MUNICIPIOS
               NOT AT END
                   IF MUN-CODIGO = CODIGO-INF
                       IF ACAO-REGRAVA = "A"
                           MOVE MUNICIPIO-INFORMADO
                               TO REG-MUNICIPIO-TMP
                           WRITE REG-MUNICIPIO-TMP
                       END-IF
                   ELSE
                       IF ACAO-REGRAVA = "I" AND NOVO-GRAVADO = "N"
                          AND MUN-CODIGO > CODIGO-INF
                           PERFORM GRAVA-MUNICIPIO-NOVO
                       END-IF
                       MOVE REG-MUNICIPIO TO REG-MUNICIPIO-TMP
                       WRITE REG-MUNICIPIO-TMP
                   END-IF
           END-READ.
       GRAVA-MUNICIPIO-NOVO.
           MOVE MUNICIPIO-INFORMADO TO REG-MUNICIPIO-TMP.
           WRITE REG-MUNICIPIO-TMP.
           MOVE "S" TO NOVO-GRAVADO.
       DEVOLVE-MUNICIPIO.
           READ ARQ-MUNICIPIOS-TMP
               AT END MOVE "S" TO FIM-MUNICIPIOS
               NOT AT END
                   MOVE REG-MUNICIPIO-TMP TO REG-MUNICIPIO
                   WRITE REG-MUNICIPIO
           END-READ.
       CONTA-FAIXAS-MUNICIPIO.
           MOVE ZEROS TO QTDE-FAIXAS-MUN.
           MOVE "N"   TO FIM-FAIXAS.
           OPEN INPUT ARQ-FAIXAS.
           PERFORM CONTA-FAIXA UNTIL FIM-FAIXAS = "S".
           CLOSE ARQ-FAIXAS.
       CONTA-FAIXA.
           READ ARQ-FAIXAS
               AT END MOVE "S" TO FIM-FAIXAS
               NOT AT END
                   IF FAI-MUNICIPIO = MUNICIPIO-INF
                       ADD 1 TO QTDE-FAIXAS-MUN
                   END-IF
           END-READ.
       LISTA-MUNICIPIOS.
           DISPLAY "UF (BRANCO = TODAS): ".
           MOVE SPACES TO UF-FILTRO.
           ACCEPT UF-FILTRO.
           MOVE FUNCTION UPPER-CASE(UF-FILTRO) TO UF-FILTRO.
           MOVE ZEROS TO CONT-LISTADOS.
           MOVE "N" TO FIM-MUNICIPIOS.
           OPEN INPUT ARQ-MUNICIPIOS.
           PERFORM MOSTRA-MUNICIPIO UNTIL FIM-MUNICIPIOS = "S".
           CLOSE ARQ-MUNICIPIOS.
           MOVE CONT-LISTADOS TO CONT-E.
           DISPLAY "MUNICIPIOS LISTADOS: " CONT-E.
       MOSTRA-MUNICIPIO.
           READ ARQ-MUNICIPIOS
               AT END MOVE "S" TO FIM-MUNICIPIOS
               NOT AT END
                   IF UF-FILTRO = SPACES OR MUN-UF = UF-FILTRO
                       ADD 1 TO CONT-LISTADOS
                       DISPLAY MUN-CODIGO " " MUN-NOME " " MUN-UF
                   END-IF
           END-READ.
       INCLUI-FAIXA.
           MOVE ZEROS TO FAIXA-INFORMADA.
           DISPLAY "CEP INICIAL DA FAIXA (ZERO = VOLTAR): ".
           ACCEPT CEP-INICIAL-INF.
           IF CEP-INICIAL-INF = ZEROS
               GO TO INCLUI-FAIXA-FIM
           END-IF.
           DISPLAY "CEP FINAL DA FAIXA: ".
           ACCEPT CEP-FINAL-INF.
           IF CEP-FINAL-INF < CEP-INICIAL-INF
               DISPLAY "CEP FINAL MENOR QUE O INICIAL"
               GO TO INCLUI-FAIXA-FIM
           END-IF.
           DISPLAY "CODIGO IBGE DO MUNICIPIO: ".
           ACCEPT MUNICIPIO-INF.
           MOVE MUNICIPIO-INF TO CODIGO-INF.
           PERFORM LOCALIZA-MUNICIPIO.
           IF MUNICIPIO-ACHADO = "N"
               DISPLAY "MUNICIPIO NAO CADASTRADO"
               GO TO INCLUI-FAIXA-FIM
           END-IF.
           PERFORM PROCURA-SOBREPOSICAO.
           IF FAIXA-SOBREPOSTA = "S"
               GO TO INCLUI-FAIXA-FIM
           END-IF.
           PERFORM PEDE-CONFIRMACAO-FAIXA.
           IF CONFIRMA NOT = "S"
               DISPLAY "INCLUSAO CANCELADA"
               GO TO INCLUI-FAIXA-FIM
           END-IF.
           MOVE "I" TO ACAO-REGRAVA.
           PERFORM REGRAVA-FAIXAS.
           MOVE "C"             TO TABELA-REGRAVA.
           MOVE SPACES          TO HIS-ANTES.
           MOVE FAIXA-INFORMADA TO HIS-DEPOIS.
           PERFORM GRAVA-HISTORICO.
           DISPLAY "FAIXA INCLUIDA".
       INCLUI-FAIXA-FIM.
           EXIT.
       EXCLUI-FAIXA.
           MOVE ZEROS TO FAIXA-INFORMADA.
           DISPLAY "CEP INICIAL DA FAIXA (ZERO = VOLTAR): ".
           ACCEPT CEP-INICIAL-INF.
           IF CEP-INICIAL-INF = ZEROS
               GO TO EXCLUI-FAIXA-FIM
           END-IF.
           PERFORM LOCALIZA-FAIXA.
           IF FAIXA-ACHADA = "N"
               DISPLAY "NENHUMA FAIXA COMECA NESTE CEP"
               GO TO EXCLUI-FAIXA-FIM
           END-IF.
           MOVE FAIXA-ANTERIOR  TO FAIXA-INFORMADA.
           MOVE MUNICIPIO-INF   TO CODIGO-INF.
           PERFORM LOCALIZA-MUNICIPIO.
           PERFORM PEDE-CONFIRMACAO-FAIXA.
           IF CONFIRMA NOT = "S"
               DISPLAY "EXCLUSAO CANCELADA"
               GO TO EXCLUI-FAIXA-FIM
           END-IF.
           MOVE "E" TO ACAO-REGRAVA.
           PERFORM REGRAVA-FAIXAS.
           MOVE "C"            TO TABELA-REGRAVA.
           MOVE FAIXA-ANTERIOR TO HIS-ANTES.
           MOVE SPACES         TO HIS-DEPOIS.
           PERFORM GRAVA-HISTORICO.
           DISPLAY "FAIXA EXCLUIDA".
       EXCLUI-FAIXA-FIM.
           EXIT.
       PEDE-CONFIRMACAO-FAIXA.
           MOVE CEP-INICIAL-INF(1:5) TO CEP-INI-PREFIXO.
           MOVE CEP-INICIAL-INF(6:3) TO CEP-INI-SUFIXO.
           MOVE CEP-FINAL-INF(1:5)   TO CEP-FIM-PREFIXO.
           MOVE CEP-FINAL-INF(6:3)   TO CEP-FIM-SUFIXO.
           DISPLAY CEP-INICIAL-E " A " CEP-FINAL-E " "
               MUNICIPIO-INF " " NOME-ANT " " UF-ANT.
           DISPLAY "CONFIRMA (S/N)? ".
           MOVE SPACE TO CONFIRMA.
           ACCEPT CONFIRMA.
           MOVE FUNCTION UPPER-CASE(CONFIRMA) TO CONFIRMA.
       PROCURA-SOBREPOSICAO.
           MOVE "N" TO FAIXA-SOBREPOSTA.
           MOVE "N" TO FIM-FAIXAS.
           OPEN INPUT ARQ-FAIXAS.
           PERFORM CONFERE-SOBREPOSICAO UNTIL FIM-FAIXAS = "S".
           CLOSE ARQ-FAIXAS.
       CONFERE-SOBREPOSICAO.
           READ ARQ-FAIXAS
               AT END MOVE "S" TO FIM-FAIXAS
               NOT AT END
                   IF FAI-CEP-INICIAL NOT > CEP-FINAL-INF
                      AND FAI-CEP-FINAL NOT < CEP-INICIAL-INF
                       MOVE "S" TO FAIXA-SOBREPOSTA
                       MOVE "S" TO FIM-FAIXAS
                       MOVE FAI-CEP-INICIAL(1:5) TO CEP-INI-PREFIXO
                       MOVE FAI-CEP-INICIAL(6:3) TO CEP-INI-SUFIXO
                       MOVE FAI-CEP-FINAL(1:5)   TO CEP-FIM-PREFIXO
                       MOVE FAI-CEP-FINAL(6:3)   TO CEP-FIM-SUFIXO
                       DISPLAY "FAIXA SOBREPOE " CEP-INICIAL-E " A "
                           CEP-FINAL-E " DO MUNICIPIO " FAI-MUNICIPIO
                   END-IF
           END-READ.
       LOCALIZA-FAIXA.
           MOVE "N"    TO FAIXA-ACHADA.
           MOVE SPACES TO FAIXA-ANTERIOR.
           MOVE "N"    TO FIM-FAIXAS.
           OPEN INPUT ARQ-FAIXAS.
           PERFORM PROCURA-FAIXA UNTIL FIM-FAIXAS = "S".
           CLOSE ARQ-FAIXAS.
       PROCURA-FAIXA.
           READ ARQ-FAIXAS
               AT END MOVE "S" TO FIM-FAIXAS
               NOT AT END
                   IF FAI-CEP-INICIAL = CEP-INICIAL-INF
                       MOVE "S"       TO FAIXA-ACHADA
                       MOVE REG-FAIXA TO FAIXA-ANTERIOR
                       MOVE "S"       TO FIM-FAIXAS
                   END-IF
           END-READ.
       REGRAVA-FAIXAS.
           MOVE "N" TO NOVO-GRAVADO.
           MOVE "N" TO FIM-FAIXAS.
           OPEN INPUT  ARQ-FAIXAS.
           OPEN OUTPUT ARQ-FAIXAS-TMP.
           PERFORM COPIA-FAIXA UNTIL FIM-FAIXAS = "S".
           IF ACAO-REGRAVA = "I" AND NOVO-GRAVADO = "N"
               PERFORM GRAVA-FAIXA-NOVA
           END-IF.
           CLOSE ARQ-FAIXAS.
           CLOSE ARQ-FAIXAS-TMP.
           MOVE "N" TO FIM-FAIXAS.
           OPEN INPUT  ARQ-FAIXAS-TMP.
           OPEN OUTPUT ARQ-FAIXAS.
           PERFORM DEVOLVE-FAIXA UNTIL FIM-FAIXAS = "S".
           CLOSE ARQ-FAIXAS-TMP.
           CLOSE ARQ-FAIXAS.
       COPIA-FAIXA.
           READ ARQ-FAIXAS
               AT END MOVE "S" TO FIM-FAIXAS
               NOT AT END
                   IF FAI-CEP-INICIAL NOT = CEP-INICIAL-INF
                       IF ACAO-REGRAVA = "I" AND NOVO-GRAVADO = "N"
                          AND FAI-CEP-INICIAL > CEP-INICIAL-INF
                           PERFORM GRAVA-FAIXA-NOVA
                       END-IF
                       MOVE REG-FAIXA TO REG-FAIXA-TMP
                       WRITE REG-FAIXA-TMP
                   END-IF
           END-READ.
       GRAVA-FAIXA-NOVA.
           MOVE FAIXA-INFORMADA TO REG-FAIXA-TMP.
           WRITE REG-FAIXA-TMP.
           MOVE "S" TO NOVO-GRAVADO.
       DEVOLVE-FAIXA.
           READ ARQ-FAIXAS-TMP
               AT END MOVE "S" TO FIM-FAIXAS
               NOT AT END
                   MOVE REG-FAIXA-TMP TO REG-FAIXA
                   WRITE REG-FAIXA
           END-READ.
       LISTA-FAIXAS.
           DISPLAY "CODIGO IBGE DO MUNICIPIO (ZERO = TODOS): ".
           MOVE ZEROS TO MUNICIPIO-INF.
           ACCEPT MUNICIPIO-INF.
           MOVE ZEROS TO CONT-LISTADOS.
           MOVE "N" TO FIM-FAIXAS.
           OPEN INPUT ARQ-FAIXAS.
           PERFORM MOSTRA-FAIXA UNTIL FIM-FAIXAS = "S".
           CLOSE ARQ-FAIXAS.
           MOVE CONT-LISTADOS TO CONT-E.
           DISPLAY "FAIXAS LISTADAS: " CONT-E.
       MOSTRA-FAIXA.
           READ ARQ-FAIXAS
               AT END MOVE "S" TO FIM-FAIXAS
               NOT AT END
                   IF MUNICIPIO-INF = ZEROS
                      OR FAI-MUNICIPIO = MUNICIPIO-INF
                       ADD 1 TO CONT-LISTADOS
                       MOVE FAI-CEP-INICIAL(1:5) TO CEP-INI-PREFIXO
                       MOVE FAI-CEP-INICIAL(6:3) TO CEP-INI-SUFIXO
                       MOVE FAI-CEP-FINAL(1:5)   TO CEP-FIM-PREFIXO
                       MOVE FAI-CEP-FINAL(6:3)   TO CEP-FIM-SUFIXO
                       MOVE FAI-MUNICIPIO        TO CODIGO-INF
                       PERFORM LOCALIZA-MUNICIPIO
                       DISPLAY CEP-INICIAL-E " A " CEP-FINAL-E " "
                           FAI-MUNICIPIO " " NOME-ANT " " UF-ANT
                   END-IF
           END-READ.
       GRAVA-HISTORICO.
           ACCEPT HORA-AGORA FROM TIME.
           MOVE DATA-HOJE       TO HIS-DATA.
           MOVE HORA-AGORA(1:6) TO HIS-HORA.
           MOVE TABELA-REGRAVA  TO HIS-TABELA.
           MOVE ACAO-REGRAVA    TO HIS-ACAO.
           MOVE OPERADOR-SESSAO TO HIS-OPERADOR.
           OPEN EXTEND ARQ-HISTORICO.
           WRITE REG-HISTORICO.
           CLOSE ARQ-HISTORICO.
       LISTA-HISTORICO.
           MOVE ZEROS TO CONT-LISTADOS.
           MOVE "N" TO FIM-HISTORICO.
           OPEN INPUT ARQ-HISTORICO.
           PERFORM MOSTRA-HISTORICO UNTIL FIM-HISTORICO = "S".
           CLOSE ARQ-HISTORICO.
           MOVE CONT-LISTADOS TO CONT-E.
           DISPLAY "ALTERACOES LISTADAS: " CONT-E.
       MOSTRA-HISTORICO.
           READ ARQ-HISTORICO
               AT END MOVE "S" TO FIM-HISTORICO
               NOT AT END
                   ADD 1 TO CONT-LISTADOS
                   MOVE HIS-DATA TO DATA-E
                   DISPLAY DATA-E " " HIS-OPERADOR " " HIS-TABELA
                       HIS-ACAO
                   IF HIS-ANTES NOT = SPACES
                       DISPLAY "    DE   " HIS-ANTES
                   END-IF
                   IF HIS-DEPOIS NOT = SPACES
                       DISPLAY "    PARA " HIS-DEPOIS
                   END-IF
           END-READ.
